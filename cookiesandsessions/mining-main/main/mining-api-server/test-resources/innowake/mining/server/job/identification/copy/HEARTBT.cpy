#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700188******************************************************************00000100
700188**  COPYBOOK     HEARTBT                                          00000200
700188**  PURPOSE      The compare's progress heartbeat as BABKCMP      00000300
700188**               rewrites it on the HEARTBT state dataset at every00000400
700188**               PROGRESS interval and operator STATUS command,   00000500
700188**               and once more marked ENDED at end of run - one   00000600
700188**               line, the latest picture only.  Read by the      00000700
700188**               BASTATBD operator status board.  Times are       00000800
700188**               seconds since midnight.                          00000900
700188******************************************************************00001000
700188     05  HRTB-STATUS          PIC X(8).                           00001100
700188         88  HRTB-STATUS-RUNNING VALUE 'RUNNING'.                 00001200
700188         88  HRTB-STATUS-ENDED   VALUE 'ENDED'.                   00001300
700188     05  FILLER               PIC X.                              00001400
700188*** Date (yymmdd) and time (hhmmss) the line was written.         00001500
700188     05  HRTB-DATE            PIC 9(6).                           00001600
700188     05  HRTB-TIME            PIC 9(6).                           00001700
700188     05  FILLER               PIC X.                              00001800
700188*** The plan in hand when the line was written; at a PROGRESS     00001900
700188*** interval the plan just completed.                             00002000
700191     05  HRTB-LAST-PLAN       PIC X(10).                          00002100
700188     05  FILLER               PIC X.                              00002200
700188     05  HRTB-PLANS           PIC 9(7).                           00002300
700188     05  HRTB-RECS            PIC 9(9).                           00002400
700188     05  HRTB-DIFFS           PIC 9(9).                           00002500
700188     05  HRTB-ETA-SECS        PIC 9(7).                           00002600
700188     05  HRTB-START-SECS      PIC 9(7).                           00002700
700188*** WINDOWEND card time, zero when none.                          00002800
700188     05  HRTB-WINDOWEND-SECS  PIC 9(7).                           00002900
700188     05  HRTB-QUAR-PLANS      PIC 9(5).                           00003000
