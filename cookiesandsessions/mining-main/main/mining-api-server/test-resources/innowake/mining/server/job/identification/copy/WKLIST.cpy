#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700184******************************************************************00000100
700184**  COPYBOOK     WKLIST                                           00000200
700184**  PURPOSE      Routed worklist row, written by BAWKROUT for     00000300
700184**               every undispositioned difference group (plan     00000400
700184**               and RecordType) in the cycle's OT200, grouped by 00000500
700184**               the analyst it is routed to; rows no ownership   00000600
700184**               row covers carry a blank analyst and route       00000700
700184**               UNASSIGNED and come last.  The BADSPWB workbench 00000800
700184**               opens on the signed-on analyst's rows.  The      00000900
700184**               next night's routing reads the list back to      00001000
700184**               carry each group's first-seen date, from which   00001100
700184**               its age in days is taken.                        00001200
700184******************************************************************00001300
700184     05  WKL-ANALYST          PIC X(8).                           00001400
700184     05  FILLER               PIC X.                              00001500
700191     05  WKL-PLAN             PIC X(10).                          00001600
700184     05  FILLER               PIC X.                              00001700
700184     05  WKL-XXYY             PIC X(4).                           00001800
700184     05  FILLER               PIC X.                              00001900
700184     05  WKL-DIFFS            PIC 9(5).                           00002000
700184     05  FILLER               PIC X.                              00002100
700184     05  WKL-FIRST-SEEN       PIC 9(8).                           00002200
700184     05  FILLER               PIC X.                              00002300
700184     05  WKL-AGE              PIC 9(4).                           00002400
700184     05  FILLER               PIC X.                              00002500
700184     05  WKL-ROUTE            PIC X(10).                          00002600
700184         88  WKL-ROUTE-OWNER      VALUE 'OWNER'.                  00002700
700184         88  WKL-ROUTE-BACKUP     VALUE 'BACKUP'.                 00002800
700184         88  WKL-ROUTE-LEAD       VALUE 'LEAD'.                   00002900
700184         88  WKL-ROUTE-ESCALATED  VALUE 'ESCALATED'.              00003000
700184         88  WKL-ROUTE-UNASSIGNED VALUE 'UNASSIGNED'.             00003100
700184     05  FILLER               PIC X.                              00003200
700184     05  WKL-OWNER            PIC X(8).                           00003300
700184     05  FILLER               PIC X.                              00003400
700184     05  WKL-SPONSOR          PIC X(8).                           00003500
700184     05  FILLER               PIC X.                              00003600
700184     05  WKL-RUN-DATE         PIC 9(8).                           00003700
700191     05  FILLER               PIC X(18).                          00003800
