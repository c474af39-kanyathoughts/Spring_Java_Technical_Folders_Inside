#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700161******************************************************************00000100
700161**  COPYBOOK     AUTHLOG                                          00000200
700161**  PURPOSE      One refused-attempt row, appended by UTAUTH to   00000300
700161**               the AUTHLOG dataset whenever a maintenance       00000400
700161**               utility is refused a change by the authorization 00000500
700161**               master: when, who, which utility and verb, the   00000600
700161**               plan or plan range asked for, the job, and why.  00000700
700161******************************************************************00000800
700161     05  ALG-DATE             PIC 9(8).                           00000900
700161     05  ALG-TIME             PIC 9(8).                           00001000
700161     05  ALG-USERID           PIC X(8).                           00001100
700161     05  ALG-PROGRAM          PIC X(8).                           00001200
700161     05  ALG-VERB             PIC X(8).                           00001300
700191     05  ALG-PLAN             PIC X(10).                          00001400
700191     05  ALG-PLAN-HI          PIC X(10).                          00001500
700161     05  ALG-JOBNAME          PIC X(8).                           00001600
700161     05  ALG-REASON           PIC X(20).                          00001700
700191     05  FILLER               PIC X(12).                          00001800
