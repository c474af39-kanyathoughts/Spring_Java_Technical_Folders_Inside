#FIS******************************************************************* 00000100
#FIS***                                                               * 00000200
#FIS***                   COPYRIGHT 1993-2019                         * 00000300
#FIS***                                                               * 00000400
#FIS***      Fidelity National Information Services, Inc.             * 00000500
#FIS***      and/or its subsidiaries - All Rights Reserved            * 00000600
#FIS***      worldwide.                                               * 00000700
#FIS***                                                               * 00000800
#FIS***      This document is protected under the trade secret        * 00000900
#FIS***      and copyright laws as the property of Fidelity           * 00001000
#FIS***      National Information Services, Inc. and/or its           * 00001100
#FIS***      subsidiaries.                                            * 00001200
#FIS***                                                               * 00001300
#FIS***      Copying, reproduction or distribution should be          * 00001400
#FIS***      limited and only to employees with a "need to know"      * 00001500
#FIS***      to do their job. Any disclosure of this document to      * 00001600
#FIS***      third parties is strictly prohibited.                    * 00001700
#FIS***                                                               * 00001800
#FIS******************************************************************* 00001900
700203 IDENTIFICATION DIVISION.                                         00002000
700203 PROGRAM-ID. 'UTBKWID'.                                           00002100
700203******************************************************************00002200
700203**  APPLICATION  SUNGARD EBS OMNIPLUS                             00002300
700203******************************************************************00002400
700203**  AUTHOR       W. WHITE, Oct 2026                               00002500
700203**  PURPOSE      Backup record widening on read.  Backups are     00002600
700203**               written with the plan number ten wide; archived  00002700
700203**               generations (GENCAT, the BKPI3 golden copy) that 00002800
700203**               were written six wide and have not been through  00002900
700203**               BAPLNWID would otherwise be read with every      00003000
700203**               field four bytes out.  The two layouts are told  00003100
700203**               apart on the header record - 'HDR1' or 'HDR ' at 00003200
700203**               column 11 in the ten-wide layout, at column 7 in 00003300
700203**               the six-wide one - and the answer holds for the  00003400
700203**               rest of that file.  Each record of a six-wide    00003500
700203**               file is widened in the caller's area: the plan   00003600
700203**               keeps columns 1-6, four blanks follow it, and    00003700
700203**               the rest of the record moves right by four.  A   00003800
700203**               record longer than a six-wide record can be is   00003900
700203**               left as read and flagged TOO-LONG.  The readers  00004000
700203**               that open archived generations (BABKCMP,         00004100
700203**               BAPARTHS) call this after every read, so the     00004200
700203**               layout is decided in one place.                  00004300
700203******************************************************************00004400
700203**  REVISIONS:                                                    00004500
700203******************************************************************00004600
700203**  Input                                                         00004700
700203**   . Caller's IOBKWID block and backup record area              00004800
700203******************************************************************00004900
700203**  Output                                                        00005000
700203**   . The record, widened when its file is six wide, and the     00005100
700203**     layout, result, length and count in the caller's block     00005200
700203******************************************************************00005300
700203 ENVIRONMENT DIVISION.                                            00005400
700203 CONFIGURATION SECTION.                                           00005500
700203 DATA DIVISION.                                                   00005600
700203 WORKING-STORAGE SECTION.                                         00005700
700203 77  WBKW-OLD-MAX          PIC S9(8)    BINARY VALUE 32756.       00005800
700203 77  WBKW-MOVE-LENG        PIC S9(8)    BINARY VALUE ZERO.        00005900
700203 01  WBKW-WORK             PIC X(32760) VALUE SPACES.             00006000
           EJECT                                                        00006100
700203 LINKAGE SECTION.                                                 00006200
700203*** Same shape as the IOBKWID copybook the callers hold.          00006300
700203 01  BKW-PARM.                                                    00006400
700203     05  BKW-LAYOUT             PIC X.                            00006500
700203         88  BKW-LAYOUT-NEW     VALUE 'N'.                        00006600
700203         88  BKW-LAYOUT-OLD     VALUE 'O'.                        00006700
700203     05  BKW-RESULT             PIC X.                            00006800
700203         88  BKW-AS-READ        VALUE 'A'.                        00006900
700203         88  BKW-WIDENED        VALUE 'W'.                        00007000
700203         88  BKW-TOO-LONG       VALUE 'L'.                        00007100
700203     05  BKW-REC-LENG           PIC S9(8) BINARY.                 00007200
700203     05  BKW-CTR-WIDENED        PIC 9(9).                         00007300
700203 01  BKW-REC.                                                     00007400
700203     05  BKW-PLAN-OLD           PIC X(6).                         00007500
700203     05  BKW-TYPE-OLD           PIC X(4).                         00007600
700203         88  BKW-TYPE-OLD-HDR   VALUE 'HDR1' 'HDR '.              00007700
700203     05  BKW-TYPE-NEW           PIC X(4).                         00007800
700203         88  BKW-TYPE-NEW-HDR   VALUE 'HDR1' 'HDR '.              00007900
700203     05  FILLER                 PIC X(32746).                     00008000
700203 PROCEDURE DIVISION USING BKW-PARM BKW-REC.                       00008100
700203 A-100-BODY.                                                      00008200
700203     SET BKW-AS-READ TO TRUE.                                     00008300
700203     IF  BKW-TYPE-NEW-HDR                                         00008400
700203         SET BKW-LAYOUT-NEW TO TRUE                               00008500
700203     ELSE IF  BKW-TYPE-OLD-HDR                                    00008600
700203         SET BKW-LAYOUT-OLD TO TRUE.                              00008700
700203     IF  BKW-LAYOUT-OLD                                           00008800
700203         PERFORM B-100-WIDEN-REC.                                 00008900
700203     GOBACK.                                                      00009000
           SKIP2                                                        00009100
700203*** A six-wide record was at most 32756 bytes, so a widened one   00009200
700203*** always fits the 32760-byte area.                              00009300
700203 B-100-WIDEN-REC.                                                 00009400
700203     IF  BKW-REC-LENG > WBKW-OLD-MAX                              00009500
700203         SET BKW-TOO-LONG TO TRUE                                 00009600
700203     ELSE                                                         00009700
700203         IF  BKW-REC-LENG > 6                                     00009800
700203             COMPUTE WBKW-MOVE-LENG = BKW-REC-LENG - 6            00009900
700203             MOVE BKW-REC (7:WBKW-MOVE-LENG)                      00010000
700203               TO WBKW-WORK (1:WBKW-MOVE-LENG)                    00010100
700203             MOVE WBKW-WORK (1:WBKW-MOVE-LENG)                    00010200
700203               TO BKW-REC (11:WBKW-MOVE-LENG)                     00010300
700203         END-IF                                                   00010400
700203         MOVE SPACES TO BKW-REC (7:4)                             00010500
700203         ADD 4 TO BKW-REC-LENG                                    00010600
700203         ADD 1 TO BKW-CTR-WIDENED                                 00010700
700203         SET BKW-WIDENED TO TRUE.                                 00010800
