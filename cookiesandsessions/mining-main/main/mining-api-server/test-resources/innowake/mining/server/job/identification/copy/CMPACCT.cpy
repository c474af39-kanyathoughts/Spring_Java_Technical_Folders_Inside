#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700200******************************************************************00000100
700200**  COPYBOOK     CMPACCT                                          00000200
700200**  PURPOSE      One compare-step accounting row, as the site's   00000300
700200**               SMF step-end (type 30) records are unloaded for  00000400
700200**               the suite: the date and time the step started,   00000500
700200**               the job, step and program, the CPU it used (TCB  00000600
700200**               plus SRB, seconds and hundredths) and its        00000700
700200**               elapsed seconds.  BACHGBCK reads a month of them 00000800
700200**               to charge the compare's machine time out to the  00000900
700200**               sponsors whose plans it spent it on.             00001000
700200******************************************************************00001100
700200     05  SMA-DATE             PIC 9(8).                           00001200
700200     05  FILLER               PIC X.                              00001300
700200     05  SMA-TIME             PIC 9(6).                           00001400
700200     05  FILLER               PIC X.                              00001500
700200     05  SMA-JOB              PIC X(8).                           00001600
700200     05  FILLER               PIC X.                              00001700
700200     05  SMA-STEP             PIC X(8).                           00001800
700200     05  FILLER               PIC X.                              00001900
700200     05  SMA-PGM              PIC X(8).                           00002000
700200     05  FILLER               PIC X.                              00002100
700200     05  SMA-CPU-SECS         PIC 9(7)V99.                        00002200
700200     05  FILLER               PIC X.                              00002300
700200     05  SMA-ELAPSED          PIC 9(7).                           00002400
700200     05  FILLER               PIC X(20).                          00002500
