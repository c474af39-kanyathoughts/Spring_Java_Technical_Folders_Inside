#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700169******************************************************************00000100
700169**  COPYBOOK     ACCLOG                                           00000200
700169**  PURPOSE      One participant-lookup access-log row, appended  00000300
700169**               by UTACCLOG for every lookup BABKKEY, BAPARTDS,  00000400
700169**               BABKCP1 and BABKCPQ make: who looked (the        00000500
700169**               OPERATOR, or the job when none is named), from   00000600
700169**               which program and job, at which plan and         00000700
700169**               participant, when, and the reason stated on the  00000800
700169**               REASON card.  ACL-PART is spaces on a plan-wide  00000900
700169**               lookup; ACL-KEY carries the full key group when  00001000
700169**               the lookup was by key.  Rows are appended in the 00001100
700169**               order the lookups were made.  BAACCRPT reads the 00001200
700169**               log for the monthly lookup report.               00001300
700169******************************************************************00001400
700169     05  ACL-STAMP.                                               00001500
700169         10  ACL-DATE         PIC 9(8).                           00001600
700169         10  ACL-TIME         PIC 9(8).                           00001700
700169     05  ACL-USERID           PIC X(8).                           00001800
700169     05  ACL-PROGRAM          PIC X(8).                           00001900
700169     05  ACL-JOBNAME          PIC X(8).                           00002000
700191     05  ACL-PLAN             PIC X(10).                          00002100
700169     05  ACL-PART             PIC X(11).                          00002200
700203     05  ACL-KEY              PIC X(24).                          00002300
700169     05  ACL-REASON           PIC X(60).                          00002400
700203     05  FILLER               PIC X(15).                          00002500
