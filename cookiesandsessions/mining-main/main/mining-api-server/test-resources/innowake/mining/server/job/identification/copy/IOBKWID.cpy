#FIS******************************************************************* 00000100
#FIS***                   COPYRIGHT 1993-2019                         * 00000200
#FIS***      Fidelity National Information Services, Inc.             * 00000300
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  *00000400
#FIS******************************************************************* 00000500
700203******************************************************************00000600
700203**  COPYBOOK     IOBKWID                                          00000700
700203**  PURPOSE      Parameter block for UTBKWID, which widens a      00000800
700203**               backup record written in the six-wide plan       00000900
700203**               layout to the ten-wide BKUPREC layout as it is   00001000
700203**               read.  One block per backup file, parameterized  00001100
700203**               by REPLACING (:BKW:= IO-BKW1, IO-BKW2, ...) so   00001200
700203**               each file keeps its own layout: LAYOUT is set    00001300
700203**               from each header record and holds for the rest   00001400
700203**               of that file.  REC-LENG goes in as read and      00001500
700203**               comes back as it now stands.                     00001600
700203******************************************************************00001700
700203     05  :BKW:-LAYOUT           PIC X      VALUE SPACE.           00001800
700203         88  :BKW:-LAYOUT-NEW   VALUE 'N'.                        00001900
700203         88  :BKW:-LAYOUT-OLD   VALUE 'O'.                        00002000
700203     05  :BKW:-RESULT           PIC X      VALUE SPACE.           00002100
700203         88  :BKW:-AS-READ      VALUE 'A'.                        00002200
700203         88  :BKW:-WIDENED      VALUE 'W'.                        00002300
700203         88  :BKW:-TOO-LONG     VALUE 'L'.                        00002400
700203     05  :BKW:-REC-LENG         PIC S9(8) BINARY VALUE ZERO.      00002500
700203     05  :BKW:-CTR-WIDENED      PIC 9(9)   VALUE ZERO.            00002600
