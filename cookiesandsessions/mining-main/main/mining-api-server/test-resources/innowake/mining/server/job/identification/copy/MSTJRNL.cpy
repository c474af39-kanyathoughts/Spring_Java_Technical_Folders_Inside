#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700160******************************************************************00000100
700160**  COPYBOOK     MSTJRNL                                          00000200
700160**  PURPOSE      One before/after change-journal row for the      00000300
700160**               keyed DISPMST and DEPOLMST masters, appended by  00000400
700160**               UTMJRNL for every add, replace and delete that   00000500
700160**               BADISPUT, BADSPWB and BADEPOL apply in place.    00000600
700160**               MJR-BEFORE is spaces on an add and MJR-AFTER is  00000700
700160**               spaces on a delete.  Rows are appended in the    00000800
700160**               order the updates were made, so a forward read   00000900
700160**               of the journal is a time-ordered history.        00001000
700160**               BAMSTPIT reads it to rebuild a master as it      00001100
700160**               stood at a given date and time.                  00001200
700160******************************************************************00001300
700160     05  MJR-STAMP.                                               00001400
700160         10  MJR-DATE         PIC 9(8).                           00001500
700160         10  MJR-TIME         PIC 9(8).                           00001600
700160     05  MJR-MASTER           PIC X(8).                           00001700
700160     05  MJR-ACTION           PIC X.                              00001800
700160         88  MJR-ACTION-ADD     VALUE 'A'.                        00001900
700160         88  MJR-ACTION-REPLACE VALUE 'R'.                        00002000
700160         88  MJR-ACTION-DELETE  VALUE 'D'.                        00002100
700160     05  MJR-PROGRAM          PIC X(8).                           00002200
700160     05  MJR-OPERATOR         PIC X(8).                           00002300
700160     05  MJR-JOBNAME          PIC X(8).                           00002400
700191     05  MJR-KEY              PIC X(17).                          00002500
700160     05  MJR-BEFORE           PIC X(80).                          00002600
700160     05  MJR-AFTER            PIC X(80).                          00002700
700191     05  FILLER               PIC X(22).                          00002800
