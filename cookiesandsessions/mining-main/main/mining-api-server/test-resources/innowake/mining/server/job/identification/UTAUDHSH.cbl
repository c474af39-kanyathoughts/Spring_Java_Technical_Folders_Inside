#FIS*******************************************************************
#FIS***                                                               *
#FIS***                   COPYRIGHT 1993-2019                         *
#FIS***                                                               *
#FIS***      Fidelity National Information Services, Inc.             *
#FIS***      and/or its subsidiaries - All Rights Reserved            *
#FIS***      worldwide.                                               *
#FIS***                                                               *
#FIS***      This document is protected under the trade secret        *
#FIS***      and copyright laws as the property of Fidelity           *
#FIS***      National Information Services, Inc. and/or its           *
#FIS***      subsidiaries.                                            *
#FIS***                                                               *
#FIS***      Copying, reproduction or distribution should be          *
#FIS***      limited and only to employees with a "need to know"      *
#FIS***      to do their job. Any disclosure of this document to      *
#FIS***      third parties is strictly prohibited.                    *
#FIS***                                                               *
#FIS*******************************************************************
700171 IDENTIFICATION DIVISION.                                         00000100
700171 PROGRAM-ID. 'UTAUDHSH'.                                          00000200
700171******************************************************************00000300
700171**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700171******************************************************************00000500
700171**  AUTHOR       W. WHITE, Oct 2026                               00000600
700171**  PURPOSE      Chain hash for the BABKCMP audit trail.  Each    00000700
700171**               row the compare appends carries a value folded   00000800
700171**               from the previous row's value and every byte of  00000900
700171**               its own content, so changing any column of any   00001000
700171**               row - a breach flag turned to NO, a count, a     00001100
700171**               card list - or dropping or reordering a row in   00001200
700171**               the middle breaks every value from that point    00001300
700171**               on.  The fold starts from the AUDKEY seed when   00001400
700171**               that dd is present; with the seed kept on a      00001500
700171**               dataset only the scheduler can read, someone     00001600
700171**               with update access to AUDIT cannot recompute a   00001700
700171**               consistent chain after an edit.  Without AUDKEY  00001800
700171**               the seed is blank and the chain still catches    00001900
700171**               casual edits.  The compare, the BAAUDCHK         00002000
700171**               verifier and BAAUDRPT all call this one routine  00002100
700171**               so the three can never disagree on the fold.     00002200
700171******************************************************************00002300
700171**  REVISIONS:                                                    00002400
700171******************************************************************00002500
700171**  Input                                                         00002600
700171**   . Caller's IOAUDHSH block                                    00002700
700171**   . AUDKEY  - Optional chain seed, first record (read once)    00002800
700171******************************************************************00002900
700171**  Output                                                        00003000
700171**   . IO-AHS-CHAIN in the caller's block                         00003100
700171******************************************************************00003200
700171 ENVIRONMENT DIVISION.                                            00003300
700171 CONFIGURATION SECTION.                                           00003400
700171 INPUT-OUTPUT SECTION.                                            00003500
700171 FILE-CONTROL.                                                    00003600
700171     SELECT AUDKEY-FILE                                           00003700
700171         ASSIGN TO UT-S-AUDKEY                                    00003800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00003900
700171         FILE STATUS WAUDKEY-FS.                                  00004000
700171 DATA DIVISION.                                                   00004100
700171 FILE SECTION.                                                    00004200
700171 FD  AUDKEY-FILE                                                  00004300
700171     BLOCK CONTAINS 0 RECORDS                                     00004400
700171     LABEL RECORDS ARE STANDARD.                                  00004500
700171 01  AUDKEY-REC                PIC X(80).                         00004600
700171 WORKING-STORAGE SECTION.                                         00004700
700171 77  WAUDKEY-FS            PIC XX       VALUE '00'.               00004800
700171     88  WAUDKEY-FS-OK     VALUE '00'.                            00004900
700171 77  WAHS-LOADED-FLG       PIC X        VALUE 'N'.                00005000
700171     88  WAHS-LOADED-YES   VALUE 'Y'.                             00005100
700171 77  WAHS-KEYED-FLG        PIC X        VALUE 'N'.                00005200
700171     88  WAHS-KEYED-YES    VALUE 'Y'.                             00005300
700171 77  WAHS-SEED             PIC X(80)    VALUE SPACES.             00005400
700171 77  SUB-AHS               PIC S9(4)    BINARY VALUE ZERO.        00005500
700171*** Running fold and its work fields; the fold stays below the    00005600
700171*** prime modulus, so times 31 plus a byte fits twelve digits.    00005700
700171 77  WAHS-FOLD             PIC 9(12)    COMP-3 VALUE ZERO.        00005800
700171 77  WAHS-WORK             PIC 9(12)    COMP-3 VALUE ZERO.        00005900
700171 77  WAHS-QUOT             PIC 9(12)    COMP-3 VALUE ZERO.        00006000
700171 77  WAHS-MODULUS          PIC 9(10)    COMP-3 VALUE 999999937.   00006100
700171*** Two-byte pair whose binary redefine yields the character's    00006200
700171*** byte value without an intrinsic-function call.                00006300
700171 01  WAHS-CHAR-PAIR.                                              00006400
700171     05  FILLER            PIC X        VALUE LOW-VALUE.          00006500
700171     05  WAHS-CHAR         PIC X        VALUE LOW-VALUE.          00006600
700171 01  WAHS-CHAR-N REDEFINES WAHS-CHAR-PAIR                         00006700
700171                           PIC 9(4) COMP.                         00006800
700171 LINKAGE SECTION.                                                 00006900
700171*** Same shape as the IOAUDHSH copybook the callers hold.         00007000
700171 01  IO-AHS-PARM.                                                 00007100
700171     05  IO-AHS-CALLING-PGM     PIC X(8).                         00007200
700171     05  IO-AHS-KEYED           PIC X.                            00007300
700171         88  IO-AHS-KEYED-YES VALUE 'Y'.                          00007400
700171         88  IO-AHS-KEYED-NO  VALUE 'N'.                          00007500
700171     05  IO-AHS-PREV            PIC 9(10).                        00007600
700171     05  IO-AHS-ROW             PIC X(161).                       00007700
700171     05  IO-AHS-CHAIN           PIC 9(10).                        00007800
700171 PROCEDURE DIVISION USING IO-AHS-PARM.                            00007900
700171 A-100-BODY.                                                      00008000
700171     IF  NOT WAHS-LOADED-YES                                      00008100
700171         PERFORM A-200-LOAD-SEED.                                 00008200
700171     IF  WAHS-KEYED-YES                                           00008300
700171         SET IO-AHS-KEYED-YES TO TRUE                             00008400
700171     ELSE                                                         00008500
700171         SET IO-AHS-KEYED-NO TO TRUE.                             00008600
700171     MOVE IO-AHS-PREV TO WAHS-WORK.                               00008700
700171     DIVIDE WAHS-WORK BY WAHS-MODULUS                             00008800
700171         GIVING WAHS-QUOT REMAINDER WAHS-FOLD.                    00008900
700171     PERFORM B-100-FOLD-SEED                                      00009000
700171       VARYING SUB-AHS FROM 1 BY 1                                00009100
700171         UNTIL SUB-AHS > 80.                                      00009200
700171     PERFORM B-110-FOLD-ROW                                       00009300
700171       VARYING SUB-AHS FROM 1 BY 1                                00009400
700171         UNTIL SUB-AHS > 161.                                     00009500
700171     MOVE WAHS-FOLD TO IO-AHS-CHAIN.                              00009600
700171     GOBACK.                                                      00009700
           SKIP2                                                        00009800
700171*** The seed is read once per run; a missing or empty AUDKEY dd   00009900
700171*** leaves it blank and says so once on sysout.                   00010000
700171 A-200-LOAD-SEED.                                                 00010100
700171     SET WAHS-LOADED-YES TO TRUE.                                 00010200
700171     OPEN INPUT AUDKEY-FILE.                                      00010300
700171     IF  WAUDKEY-FS-OK                                            00010400
700171         READ AUDKEY-FILE                                         00010500
700171             AT END                                               00010600
700171                 NEXT SENTENCE                                    00010700
700171         END-READ                                                 00010800
700171         IF  WAUDKEY-FS-OK                                        00010900
700171             AND AUDKEY-REC NOT = SPACES                          00011000
700171             MOVE AUDKEY-REC TO WAHS-SEED                         00011100
700171             MOVE 'Y' TO WAHS-KEYED-FLG                           00011200
700171         END-IF                                                   00011300
700171         CLOSE AUDKEY-FILE                                        00011400
700171     END-IF.                                                      00011500
700171     IF  NOT WAHS-KEYED-YES                                       00011600
700171         DISPLAY 'UtAudHsh-301 No AUDKEY seed on file, audit '    00011700
700171             'chain for ' IO-AHS-CALLING-PGM ' is unkeyed'.       00011800
           SKIP2                                                        00011900
700171 B-100-FOLD-SEED.                                                 00012000
700171     MOVE WAHS-SEED (SUB-AHS:1) TO WAHS-CHAR.                     00012100
700171     PERFORM B-150-FOLD-CHAR.                                     00012200
           SKIP2                                                        00012300
700171 B-110-FOLD-ROW.                                                  00012400
700171     MOVE IO-AHS-ROW (SUB-AHS:1) TO WAHS-CHAR.                    00012500
700171     PERFORM B-150-FOLD-CHAR.                                     00012600
           SKIP2                                                        00012700
700171*** Fold one byte: times 31, plus the byte value plus one (so a   00012800
700171*** low-value byte still moves the fold), reduced by the prime.   00012900
700171 B-150-FOLD-CHAR.                                                 00013000
700171     COMPUTE WAHS-WORK = WAHS-FOLD * 31 + WAHS-CHAR-N + 1.        00013100
700171     DIVIDE WAHS-WORK BY WAHS-MODULUS                             00013200
700171         GIVING WAHS-QUOT REMAINDER WAHS-FOLD.                    00013300
