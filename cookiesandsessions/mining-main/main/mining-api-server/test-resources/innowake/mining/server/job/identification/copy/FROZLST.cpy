#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700190******************************************************************00000100
700190**  COPYBOOK     FROZLST                                          00000200
700190**  PURPOSE      Frozen-plan watch list row, read by BABKCMP under00000300
700190**               the FROZEN card.  A plan on the list must not    00000400
700190**               change at all between its start and end dates    00000500
700190**               (yyyymmdd, both days included; an end of zeros   00000600
700190**               leaves the freeze open).  On a day-over-day      00000700
700190**               compare of one environment, any difference or    00000800
700190**               extra record on a plan frozen on the run date is 00000900
700190**               alerted on the console, itemized on the FRZRPT   00001000
700190**               exception report and raises the return code,     00001100
700190**               whatever IGNOREDE, QUIETDE, TOLERDE or the       00001200
700190**               disposition tables would have made of it.  The   00001300
700190**               first row in effect for a plan is the one used.  00001400
700190**               Rows with '*' in column 1 are comments.          00001500
700190******************************************************************00001600
700191     05  FRZ-PLAN-NUM         PIC X(10).                          00001700
700190     05  FILLER               PIC X.                              00001800
700190     05  FRZ-REASON           PIC X(8).                           00001900
700190         88  FRZ-REASON-VALID   VALUE 'BLACKOUT' 'DECONV'         00002000
700190                                      'TERMDIST' 'LITHOLD'.       00002100
700190     05  FILLER               PIC X.                              00002200
700190     05  FRZ-START-DATE       PIC 9(8).                           00002300
700190     05  FILLER               PIC X.                              00002400
700190     05  FRZ-END-DATE         PIC 9(8).                           00002500
700190     05  FILLER               PIC X.                              00002600
700190     05  FRZ-OWNER            PIC X(8).                           00002700
700191     05  FILLER               PIC X(34).                          00002800
