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
700191 IDENTIFICATION DIVISION.                                         00000100
700191 PROGRAM-ID. 'BAPLNWID'.                                          00000200
700191******************************************************************00000300
700191**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700191******************************************************************00000500
700191**  AUTHOR       W. WHITE, Oct 2026                               00000600
700191**  PURPOSE      One-time plan number widening.  Plan numbers     00000700
700191**               are carried ten wide in every suite layout that  00000800
700191**               holds one of our own plan numbers; rows written  00000900
700191**               before the change hold them six wide.  This      00001000
700191**               utility reads a file of old rows (WIDIN) and     00001100
700191**               writes it in the new layout (WIDOUT): each plan  00001200
700191**               number keeps its start column and gains four     00001300
700191**               blank positions, and everything after it moves   00001400
700191**               right by four.  Layouts that kept their record   00001500
700191**               length give up the four bytes per plan from their00001600
700191**               trailing filler; those that grew get longer.  The00001700
700191**               LAYOUT card names the layout - one layout per    00001800
700191**               run.  Keyed masters (DISPMST, AUTHMST, PARTLKUP, 00001900
700191**               LIVSTAT) are unloaded to sequential, converted   00002000
700191**               here and reloaded.  Journal rows (MSTJRNL) have  00002100
700191**               their key widened and, for DISPMST, both record  00002200
700191**               images converted as well.  Rows with '*' in      00002300
700191**               column 1 are copied as read.  Run it once per    00002400
700191**               file: rows already in the new layout cannot be   00002500
700191**               told from old ones.                              00002600
700203**               The one exception is a BKUP generation, whose    00000000
700203**               header shows the layout: one already ten wide    00000000
700203**               is copied as read.  A converted generation       00000000
700203**               is copied back over the cataloged dataset and    00000000
700203**               BAGENCAT re-run against it, so its catalog       00000000
700203**               entry carries the new fingerprint.  Other        00000000
700203**               readers (BABKCMP and its callers, UTGENFP)       00000000
700203**               also widen a six-wide backup as they read it.    00000000
700191**                                                                00002700
700191**               Return codes:                                    00002800
700191**                 0 - every row converted                        00002900
700191**                 4 - rows longer than the old layout were copied00003000
700191**                     as read                                    00003100
700203**                     or a BKUP file already ten wide was        00000000
700203**                     copied as read                             00000000
700191**                 8 - no usable LAYOUT card, nothing written; or 00003200
700191**                     rows whose dropped filler was not blank    00003300
700191**                     were copied as read                        00003400
700191**                16 - WIDIN or WIDOUT could not be opened or     00003500
700191**                     written                                    00003600
700191******************************************************************00003700
700191**  REVISIONS:                                                    00003800
700191******************************************************************00003900
700191**  Input                                                         00004000
700191**   . IN110   - Control File (LAYOUT name)                       00004100
700191**   . WIDIN   - Rows in the six-wide layout                      00004200
700191******************************************************************00004300
700191**  Output                                                        00004400
700191**   . SYSOUT  - Displayed Information                            00004500
700191**   . WIDOUT  - The same rows in the ten-wide layout             00004600
700191******************************************************************00004700
700191 ENVIRONMENT DIVISION.                                            00004800
700191 CONFIGURATION SECTION.                                           00004900
700191 INPUT-OUTPUT SECTION.                                            00005000
           SKIP2                                                        00005100
700191 FILE-CONTROL.                                                    00005200
700191     SELECT WIDIN-FILE                                            00005300
700191         ASSIGN TO UT-S-WIDIN                                     00005400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005500
700191         FILE STATUS WWIDIN-FS.                                   00005600
700191     SELECT WIDOUT-FILE                                           00005700
700191         ASSIGN TO UT-S-WIDOUT                                    00005800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005900
700191         FILE STATUS WWIDOUT-FS.                                  00006000
700191 DATA DIVISION.                                                   00006100
           SKIP2                                                        00006200
700191 FILE SECTION.                                                    00006300
           SKIP1                                                        00006400
700191 FD  WIDIN-FILE                                                   00006500
700191     BLOCK CONTAINS 0 RECORDS                                     00006600
700191     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00006700
700191         DEPENDING ON WWIDIN-LENG                                 00006800
700191     LABEL RECORDS ARE STANDARD.                                  00006900
           SKIP2                                                        00007000
700191 01  WIDIN-REC                PIC X(32760).                       00007100
           SKIP2                                                        00007200
700191 FD  WIDOUT-FILE                                                  00007300
700191     BLOCK CONTAINS 0 RECORDS                                     00007400
700191     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00007500
700191         DEPENDING ON WWIDOUT-LENG                                00007600
700191     LABEL RECORDS ARE STANDARD.                                  00007700
           SKIP2                                                        00007800
700191 01  WIDOUT-REC               PIC X(32760).                       00007900
700191 WORKING-STORAGE SECTION.                                         00008000
700191 77  WCTR-READ             PIC 9(9)     VALUE ZERO.               00008100
700191 77  WCTR-WRITTEN          PIC 9(9)     VALUE ZERO.               00008200
700191 77  WCTR-CONVERTED        PIC 9(9)     VALUE ZERO.               00008300
700191 77  WCTR-COMMENTS         PIC 9(9)     VALUE ZERO.               00008400
700191 77  WCTR-LONG             PIC 9(9)     VALUE ZERO.               00008500
700191 77  WCTR-TAIL             PIC 9(9)     VALUE ZERO.               00008600
700191 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00008700
700191 77  WWIDIN-LENG           PIC S9(8) BINARY VALUE ZERO.           00008800
700191 77  WWIDOUT-LENG          PIC S9(8) BINARY VALUE ZERO.           00008900
700191 77  SUB-LAY               PIC S9(4) BINARY VALUE ZERO.           00009000
700191 77  SUB-PLAN              PIC S9(4) BINARY VALUE ZERO.           00009100
700191 77  WSRC-POS              PIC S9(8) BINARY VALUE ZERO.           00009200
700191 77  WDST-POS              PIC S9(8) BINARY VALUE ZERO.           00009300
700191 77  WCPY-LEN              PIC S9(8) BINARY VALUE ZERO.           00009400
700191 77  WTAIL-POS             PIC S9(8) BINARY VALUE ZERO.           00009500
700191 77  WTAIL-LEN             PIC S9(8) BINARY VALUE ZERO.           00009600
700191 77  WDONE-FLG             PIC X        VALUE 'N'.                00009700
700191     88  WDONE-FLG-YES     VALUE 'Y'.                             00009800
700191 77  WROW-OK-FLG           PIC X        VALUE 'Y'.                00009900
700191     88  WROW-OK-YES       VALUE 'Y'.                             00010000
700191     88  WROW-OK-NO        VALUE 'N'.                             00010100
700203 77  WWIDE-FLG             PIC X        VALUE 'N'.                00000000
700203     88  WWIDE-FLG-YES     VALUE 'Y'.                             00000000
           SKIP2                                                        00010200
700191 01  WWIDIN-FS             PIC XX  VALUE '00'.                    00010300
700191     88  WWIDIN-FS-OK      VALUE '00'.                            00010400
700191 01  WWIDOUT-FS            PIC XX  VALUE '00'.                    00010500
700191     88  WWIDOUT-FS-OK     VALUE '00'.                            00010600
           SKIP2                                                        00010700
700191*** Every layout that carries one of our plan numbers, as it was  00010800
700191*** before the widening: name, record length, start column of up  00010900
700191*** to two plan numbers (ascending, zero when absent) and whether 00011000
700203*** the record grew (Y) or kept its length (N).  A variable-length00000000
700203*** file (V) is named with its longest old row, and each of its   00000000
700203*** rows grows by four per plan.  MSTJRNL is converted by its own 00000000
700203*** paragraph; its row only names it.                             00000000
700191 01  WLAY-VALUES.                                                 00011300
700203     05  FILLER  PIC X(20)  VALUE 'ACCLOG  00160041058N'.         00011400
700191     05  FILLER  PIC X(20)  VALUE 'AUTHLOG 00100041047N'.         00011500
700191     05  FILLER  PIC X(20)  VALUE 'AUTHMST 00080028034N'.         00011600
700203     05  FILLER  PIC X(20)  VALUE 'BKOUT   00120007000Y'.         00000000
700203     05  FILLER  PIC X(20)  VALUE 'BKUP    32756001000V'.         00000000
700191     05  FILLER  PIC X(20)  VALUE 'CHKPT   00080001000N'.         00011700
700203     05  FILLER  PIC X(20)  VALUE 'CORSTAGE00120007000Y'.         00000000
700203     05  FILLER  PIC X(20)  VALUE 'CUSTPOS 00080001000N'.         00000000
700191     05  FILLER  PIC X(20)  VALUE 'DISPMST 00080001042N'.         00011800
700191     05  FILLER  PIC X(20)  VALUE 'FROZLST 00080001000N'.         00011900
700191     05  FILLER  PIC X(20)  VALUE 'HEARTBT 00080023000Y'.         00012000
700191     05  FILLER  PIC X(20)  VALUE 'LIVSTAT 00240001000N'.         00012100
700191     05  FILLER  PIC X(20)  VALUE 'MANROW  00080003000N'.         00012200
700203     05  FILLER  PIC X(20)  VALUE 'MNTUPD  00080007000Y'.         00000000
700191     05  FILLER  PIC X(20)  VALUE 'MSTJRNL 00248000000N'.         00012300
700191     05  FILLER  PIC X(20)  VALUE 'OTEXPL  00200001000N'.         00012400
700191     05  FILLER  PIC X(20)  VALUE 'OWNTAB  00080010017N'.         00012500
700191     05  FILLER  PIC X(20)  VALUE 'PARTLKUP00200001000N'.         00012600
700191     05  FILLER  PIC X(20)  VALUE 'PARTSTAT00080010000N'.         00012700
700191     05  FILLER  PIC X(20)  VALUE 'PLANCHG 00080001008N'.         00012800
700191     05  FILLER  PIC X(20)  VALUE 'PLANSLA 00080001000N'.         00012900
700191     05  FILLER  PIC X(20)  VALUE 'PLANTIME00080001000N'.         00013000
700191     05  FILLER  PIC X(20)  VALUE 'PLANTIMI00080001000N'.         00013100
700191     05  FILLER  PIC X(20)  VALUE 'PLANXLAT00080001008N'.         00013200
700191     05  FILLER  PIC X(20)  VALUE 'RECITEM 00080001000Y'.         00013300
700191     05  FILLER  PIC X(20)  VALUE 'SALVAGE 00089010000N'.         00013400
700191     05  FILLER  PIC X(20)  VALUE 'TICKHIST00080019000N'.         00013500
700203     05  FILLER  PIC X(20)  VALUE 'TXNHIST 00080001000N'.         00000000
700191     05  FILLER  PIC X(20)  VALUE 'WKLIST  00100010000N'.         00013600
700191 01  WLAY-TABLE REDEFINES WLAY-VALUES.                            00013700
700203     05  WLAY-ENTRY OCCURS 29 TIMES.                              00013800
700191         10  WLAY-NAME        PIC X(8).                           00013900
700191         10  WLAY-OLD-LENG    PIC 9(5).                           00014000
700191         10  WLAY-PLAN-POS    PIC 9(3)  OCCURS 2 TIMES.           00014100
700191         10  WLAY-GROW        PIC X.                              00014200
700191             88  WLAY-GROW-YES  VALUE 'Y'.                        00014300
700203 77  WLAY-COUNT            PIC S9(4) BINARY VALUE 29.             00014400
           SKIP2                                                        00014500
700191*** The layout in use, copied out of the table once the LAYOUT    00014600
700191*** card has named it.                                            00014700
700191 01  WCUR-AREA.                                                   00014800
700191     05  WCUR-NAME            PIC X(8)  VALUE SPACES.             00014900
700191         88  WCUR-NAME-MSTJRNL  VALUE 'MSTJRNL'.                  00015000
700203         88  WCUR-NAME-BKUP     VALUE 'BKUP'.                     00000000
700191     05  WCUR-OLD-LENG        PIC 9(5)  VALUE ZERO.               00015100
700191     05  WCUR-PLAN-POS        PIC 9(3)  OCCURS 2 TIMES.           00015200
700191     05  WCUR-GROW            PIC X     VALUE SPACES.             00015300
700191         88  WCUR-GROW-YES      VALUE 'Y'.                        00015400
700203         88  WCUR-GROW-VAR      VALUE 'V'.                        00000000
700191     05  WCUR-PLANS           PIC S9(4) BINARY VALUE ZERO.        00015500
700191     05  WCUR-NEW-LENG        PIC S9(8) BINARY VALUE ZERO.        00015600
           SKIP2                                                        00015700
700191*** The row being converted, blank-filled to the old length since 00015800
700191*** trailing blanks do not survive a line sequential file.        00015900
700191 01  WOLD-REC                 PIC X(32760) VALUE SPACES.          00016000
700191 01  WNEW-REC                 PIC X(32760) VALUE SPACES.          00016100
           SKIP2                                                        00016200
700191*** One 80-byte DISPMST image out of a journal row, before and    00016300
700191*** after.                                                        00016400
700191 01  WIMG-OLD                 PIC X(80)    VALUE SPACES.          00016500
700191 01  WIMG-NEW                 PIC X(80)    VALUE SPACES.          00016600
           SKIP2                                                        00016700
700191 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00016800
700191 01  WCTL-AREA.                                                   00016900
700191     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00017000
700191         88  WCTL-CMD-LAYOUT     VALUE 'LAYOUT'.                  00017100
700191     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00017200
           SKIP2                                                        00017300
700191 01  IO-IN110-PARM.                                               00017400
700191       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAPLNWID'.            00017500
           SKIP3                                                        00017600
           EJECT                                                        00017700
700191 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00017800
           EJECT                                                        00017900
700191 PROCEDURE DIVISION.                                              00018000
           SKIP2                                                        00018100
700191 A-100-BODY.                                                      00018200
700191     PERFORM A-105-INIT.                                          00018300
700191     PERFORM A-200-INIT-OPEN.                                     00018400
700191     IF  WCUR-NAME = SPACES                                       00018500
700191         DISPLAY 'BaPlnWid-302 No usable LAYOUT card, nothing '   00018600
700191             'converted'                                          00018700
700191         MOVE 8 TO WRC-FINAL                                      00018800
700191     ELSE                                                         00018900
700191         PERFORM A-210-OPEN-FILES                                 00019000
700191         PERFORM B-100-CONVERT-ROW                                00019100
700191           UNTIL WDONE-FLG-YES                                    00019200
700191         PERFORM A-900-FINI-CLOSE.                                00019300
700191     DISPLAY 'BaPlnWid-998 Program Ending'.                       00019400
700191     MOVE WRC-FINAL TO RETURN-CODE.                               00019500
700191     GOBACK.                                                      00019600
           SKIP2                                                        00019700
700191 A-105-INIT.                                                      00019800
700191     CALL 'BASDIN' USING SD-AREA.                                 00019900
           SKIP2                                                        00020000
700191*** The cards are read to the end before any row is touched; the  00020100
700191*** first good LAYOUT card is the one used.                       00020200
700191 A-200-INIT-OPEN.                                                 00020300
700191     DISPLAY 'BaPlnWid-998 Program Starting'.                     00020400
700191     CALL 'UT110IN'  USING SD-AREA                                00020500
700191               IO-IN110-PARM                                      00020600
700191               IO-IN110-OPEN                                      00020700
700191               CTL-REC.                                           00020800
700191     IF  IO-IN110-ERROR = 'Y'                                     00020900
700191          OR IO-IN110-FILE-STATUS NOT = '00'                      00021000
700191         DISPLAY 'BaPlnWid-301 IN110 file failed to open:'        00021100
700191             IO-IN110-FILE-STATUS                                 00021200
700191     ELSE                                                         00021300
700191         PERFORM F-110-READ-IN110                                 00021400
700191         PERFORM F-100-PROC-CTL                                   00021500
700191           UNTIL IO-IN110-ERROR-YES                               00021600
700191         CALL 'UT110IN'  USING SD-AREA                            00021700
700191                   IO-IN110-PARM                                  00021800
700191                   IO-IN110-CLOSE                                 00021900
700191                   CTL-REC.                                       00022000
           SKIP2                                                        00022100
700191 A-210-OPEN-FILES.                                                00022200
700191     OPEN INPUT WIDIN-FILE.                                       00022300
700191     IF  NOT WWIDIN-FS-OK                                         00022400
700191         DISPLAY 'BaPlnWid-303 WIDIN dd OPEN failed:'             00022500
700191             WWIDIN-FS                                            00022600
700191         MOVE 16 TO RETURN-CODE                                   00022700
700191         STOP RUN.                                                00022800
700191     OPEN OUTPUT WIDOUT-FILE.                                     00022900
700191     IF  NOT WWIDOUT-FS-OK                                        00023000
700191         DISPLAY 'BaPlnWid-304 WIDOUT dd OPEN failed:'            00023100
700191             WWIDOUT-FS                                           00023200
700191         MOVE 16 TO RETURN-CODE                                   00023300
700191         STOP RUN.                                                00023400
700191     PERFORM N1-100-READ-WIDIN.                                   00023500
           SKIP2                                                        00023600
700191 A-900-FINI-CLOSE.                                                00023700
700191     CLOSE WIDIN-FILE                                             00023800
700191           WIDOUT-FILE.                                           00023900
700191     DISPLAY 'BaPlnWid-444 Layout ' WCUR-NAME                     00024000
700191       ' Rows Read:' WCTR-READ                                    00024100
700191       ', Converted:' WCTR-CONVERTED                              00024200
700191       ', Written:' WCTR-WRITTEN.                                 00024300
700191     DISPLAY 'BaPlnWid-445 Comments:' WCTR-COMMENTS               00024400
700191       ', Too Long, As Read:' WCTR-LONG                           00024500
700191       ', Filler Not Blank, As Read:' WCTR-TAIL.                  00024600
700191     IF  WCTR-LONG > ZERO                                         00024700
700191         AND WRC-FINAL < 4                                        00024800
700191         MOVE 4 TO WRC-FINAL.                                     00024900
700191     IF  WCTR-TAIL > ZERO                                         00025000
700191         AND WRC-FINAL < 8                                        00025100
700191         MOVE 8 TO WRC-FINAL.                                     00025200
700203     IF  WWIDE-FLG-YES                                            00000000
700203         AND WRC-FINAL < 4                                        00000000
700203         MOVE 4 TO WRC-FINAL.                                     00000000
           SKIP2                                                        00025300
700191***************************                                       00025400
700191*** Control card handling                                         00025500
700191***************************                                       00025600
700191 F-100-PROC-CTL.                                                  00025700
700191     IF  CTL-REC (1:1) = '*'                                      00025800
700191         DISPLAY 'BaPlnWid-500 Comment:' CTL-REC (1:50)           00025900
700191     ELSE                                                         00026000
700191         PERFORM F-105-CONTINUE.                                  00026100
700191     PERFORM F-110-READ-IN110.                                    00026200
           SKIP2                                                        00026300
700191 F-105-CONTINUE.                                                  00026400
700191     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00026500
700191     UNSTRING CTL-REC DELIMITED BY SPACE                          00026600
700191         INTO WCTL-CMD WCTL-VAL.                                  00026700
700191     DISPLAY 'BaPlnWid-500 CtlCard:' CTL-REC (1:50).              00026800
700191     IF  WCTL-CMD-LAYOUT                                          00026900
700191         AND WCUR-NAME NOT = SPACES                               00027000
700191         DISPLAY 'BaPlnWid-502 Second LAYOUT card ignored, one '  00027100
700191             'layout per run:' CTL-REC (1:40)                     00027200
700191     ELSE IF  WCTL-CMD-LAYOUT                                     00027300
700191         PERFORM F-120-FIND-LAYOUT                                00027400
700191     ELSE                                                         00027500
700191         DISPLAY 'BaPlnWid-501 Invalid Control Card:'             00027600
700191             CTL-REC (1:50).                                      00027700
           SKIP2                                                        00027800
700191 F-110-READ-IN110.                                                00027900
700191     CALL 'UT110IN'  USING SD-AREA                                00028000
700191               IO-IN110-PARM                                      00028100
700191               IO-IN110-READ                                      00028200
700191               CTL-REC.                                           00028300
           SKIP2                                                        00028400
700191 F-120-FIND-LAYOUT.                                               00028500
700191     PERFORM F-125-CHECK-ENTRY                                    00028600
700191       VARYING SUB-LAY FROM 1 BY 1                                00028700
700191         UNTIL SUB-LAY > WLAY-COUNT                               00028800
700191            OR WCUR-NAME NOT = SPACES.                            00028900
700191     IF  WCUR-NAME = SPACES                                       00029000
700191         DISPLAY 'BaPlnWid-503 LAYOUT not one that carries a '    00029100
700191             'plan number:' WCTL-VAL                              00029200
700191     ELSE                                                         00029300
700191         DISPLAY 'BaPlnWid-510 Converting layout ' WCUR-NAME      00029400
700191             ', old length ' WCUR-OLD-LENG                        00029500
700191             ', new length ' WCUR-NEW-LENG.                       00029600
           SKIP2                                                        00029700
700191 F-125-CHECK-ENTRY.                                               00029800
700191     IF  WLAY-NAME (SUB-LAY) = WCTL-VAL (1:8)                     00029900
700191         AND WCTL-VAL (9:12) = SPACES                             00030000
700191         MOVE WLAY-NAME (SUB-LAY)         TO WCUR-NAME            00030100
700191         MOVE WLAY-OLD-LENG (SUB-LAY)     TO WCUR-OLD-LENG        00030200
700191         MOVE WLAY-PLAN-POS (SUB-LAY 1)   TO WCUR-PLAN-POS (1)    00030300
700191         MOVE WLAY-PLAN-POS (SUB-LAY 2)   TO WCUR-PLAN-POS (2)    00030400
700191         MOVE WLAY-GROW (SUB-LAY)         TO WCUR-GROW            00030500
700191         MOVE ZERO TO WCUR-PLANS                                  00030600
700191         IF  WCUR-PLAN-POS (1) > ZERO                             00030700
700191             ADD 1 TO WCUR-PLANS                                  00030800
700191         END-IF                                                   00030900
700191         IF  WCUR-PLAN-POS (2) > ZERO                             00031000
700191             ADD 1 TO WCUR-PLANS                                  00031100
700191         END-IF                                                   00031200
700191         MOVE WCUR-OLD-LENG TO WCUR-NEW-LENG                      00031300
700203         IF  WCUR-GROW-YES OR WCUR-GROW-VAR                       00031400
700191             COMPUTE WCUR-NEW-LENG                                00031500
700191                   = WCUR-OLD-LENG + 4 * WCUR-PLANS.              00031600
           SKIP2                                                        00031700
700191***************************                                       00031800
700191*** Conversion loop                                               00031900
700191***************************                                       00032000
700191*** One WIDIN row per pass.  Comments go through as read; a row   00032100
700191*** longer than the old layout is no old row and is not touched.  00032200
700203*** A backup whose header already has its type at column 11 was   00000000
700203*** converted before and is copied through untouched.             00000000
700191 B-100-CONVERT-ROW.                                               00032300
700203     IF  WCTR-READ = 1                                            00000000
700203         AND WCUR-NAME-BKUP                                       00000000
700203         AND WIDIN-REC (7:4) NOT = 'HDR1' AND NOT = 'HDR '        00000000
700203         AND (WIDIN-REC (11:4) = 'HDR1' OR = 'HDR ')              00000000
700203         SET WWIDE-FLG-YES TO TRUE                                00000000
700203         DISPLAY 'BaPlnWid-322 BKUP file is already in the '      00000000
700203             'ten-wide layout, copied as read'.                   00000000
700203     IF  WWIDE-FLG-YES                                            00000000
700203         PERFORM C-110-WRITE-AS-READ                              00000000
700203     ELSE IF  WIDIN-REC (1:1) = '*'                               00032400
700191         ADD 1 TO WCTR-COMMENTS                                   00032500
700191         PERFORM C-110-WRITE-AS-READ                              00032600
700191     ELSE IF  WWIDIN-LENG > WCUR-OLD-LENG                         00032700
700191         ADD 1 TO WCTR-LONG                                       00032800
700191         DISPLAY 'BaPlnWid-320 Row ' WCTR-READ ' longer than the '00032900
700191             'old layout, copied as read'                         00033000
700191         PERFORM C-110-WRITE-AS-READ                              00033100
700191     ELSE                                                         00033200
700191         MOVE SPACES TO WOLD-REC                                  00033300
700191         MOVE WIDIN-REC (1:WWIDIN-LENG) TO WOLD-REC               00033400
700191         MOVE SPACES TO WNEW-REC                                  00033500
700191         SET WROW-OK-YES TO TRUE                                  00033600
700203         IF  WCUR-GROW-VAR                                        00000000
700203             COMPUTE WCUR-NEW-LENG                                00000000
700203                   = WWIDIN-LENG + 4 * WCUR-PLANS                 00000000
700203         END-IF                                                   00000000
700191         IF  WCUR-NAME-MSTJRNL                                    00033700
700191             PERFORM B-300-WIDEN-JOURNAL                          00033800
700191         ELSE                                                     00033900
700191             PERFORM B-200-WIDEN-ROW                              00034000
700191         END-IF                                                   00034100
700191         IF  WROW-OK-NO                                           00034200
700191             ADD 1 TO WCTR-TAIL                                   00034300
700191             DISPLAY 'BaPlnWid-321 Row ' WCTR-READ ' has data in '00034400
700191                 'the filler the widening gives up, copied as '   00034500
700191                 'read'                                           00034600
700191             PERFORM C-110-WRITE-AS-READ                          00034700
700191         ELSE                                                     00034800
700191             ADD 1 TO WCTR-CONVERTED                              00034900
700191             MOVE WCUR-NEW-LENG TO WWIDOUT-LENG                   00035000
700191             MOVE WNEW-REC (1:WWIDOUT-LENG) TO WIDOUT-REC         00035100
700191             PERFORM C-100-WRITE-OUT.                             00035200
700191     IF  NOT WDONE-FLG-YES                                        00035300
700191         PERFORM N1-100-READ-WIDIN.                               00035400
           SKIP2                                                        00035500
700191*** The generic widening.  Each plan keeps its start column and is00035600
700191*** followed by four blanks; what lay between and after the plans 00035700
700191*** moves right.  A layout that kept its length loses four bytes  00035800
700191*** per plan from the end, which must be blank.                   00035900
700191 B-200-WIDEN-ROW.                                                 00036000
700203     IF  NOT WCUR-GROW-YES AND NOT WCUR-GROW-VAR                  00036100
700191         COMPUTE WTAIL-LEN = 4 * WCUR-PLANS                       00036200
700191         COMPUTE WTAIL-POS = WCUR-OLD-LENG - WTAIL-LEN + 1        00036300
700191         IF  WOLD-REC (WTAIL-POS:WTAIL-LEN) NOT = SPACES          00036400
700191             SET WROW-OK-NO TO TRUE.                              00036500
700191     IF  WROW-OK-YES                                              00036600
700191         MOVE 1 TO WSRC-POS WDST-POS                              00036700
700191         PERFORM B-210-WIDEN-PLAN                                 00036800
700191           VARYING SUB-PLAN FROM 1 BY 1                           00036900
700191             UNTIL SUB-PLAN > WCUR-PLANS                          00037000
700191         COMPUTE WCPY-LEN = WCUR-NEW-LENG - WDST-POS + 1          00037100
700191         IF  WCPY-LEN > ZERO                                      00037200
700191             MOVE WOLD-REC (WSRC-POS:WCPY-LEN)                    00037300
700191               TO WNEW-REC (WDST-POS:WCPY-LEN).                   00037400
           SKIP2                                                        00037500
700191*** Up to the end of the six-wide plan as it stands, then the four00037600
700191*** new blanks (already in WNEW-REC).                             00037700
700191 B-210-WIDEN-PLAN.                                                00037800
700191     COMPUTE WCPY-LEN = WCUR-PLAN-POS (SUB-PLAN) + 6 - WSRC-POS.  00037900
700191     MOVE WOLD-REC (WSRC-POS:WCPY-LEN)                            00038000
700191       TO WNEW-REC (WDST-POS:WCPY-LEN).                           00038100
700191     ADD WCPY-LEN TO WSRC-POS.                                    00038200
700191     COMPUTE WDST-POS = WDST-POS + WCPY-LEN + 4.                  00038300
           SKIP2                                                        00038400
700191*** Journal rows keep their first 49 bytes.  The 13-byte key      00038500
700191*** becomes 17; a DISPMST key is plan (6) and disposition (7), so 00038600
700191*** the plan is widened inside it, any other master's key is      00038700
700191*** padded.  DISPMST images are converted as DISPMST rows, other  00038800
700191*** masters' images carry no plan number and move as they are.    00038900
700191*** The trailing filler gives up four bytes.                      00039000
700191 B-300-WIDEN-JOURNAL.                                             00039100
700191     IF  WOLD-REC (245:4) NOT = SPACES                            00039200
700191         SET WROW-OK-NO TO TRUE                                   00039300
700191     ELSE                                                         00039400
700191         MOVE WOLD-REC (1:49) TO WNEW-REC (1:49)                  00039500
700191         IF  WOLD-REC (17:8) = 'DISPMST'                          00039600
700191             MOVE WOLD-REC (50:6) TO WNEW-REC (50:6)              00039700
700191             MOVE WOLD-REC (56:7) TO WNEW-REC (60:7)              00039800
700191             MOVE WOLD-REC (63:80) TO WIMG-OLD                    00039900
700191             PERFORM B-310-WIDEN-IMAGE                            00040000
700191             MOVE WIMG-NEW TO WNEW-REC (67:80)                    00040100
700191             MOVE WOLD-REC (143:80) TO WIMG-OLD                   00040200
700191             PERFORM B-310-WIDEN-IMAGE                            00040300
700191             MOVE WIMG-NEW TO WNEW-REC (147:80)                   00040400
700191         ELSE                                                     00040500
700191             MOVE WOLD-REC (50:13) TO WNEW-REC (50:13)            00040600
700191             MOVE WOLD-REC (63:160) TO WNEW-REC (67:160)          00040700
700191         END-IF                                                   00040800
700191         MOVE WOLD-REC (223:22) TO WNEW-REC (227:22).             00040900
           SKIP2                                                        00041000
700191*** A DISPMST image: plans at columns 1 and 42, length kept.  A   00041100
700191*** blank image (the before of an add, the after of a delete)     00041200
700191*** stays blank.                                                  00041300
700191 B-310-WIDEN-IMAGE.                                               00041400
700191     MOVE SPACES TO WIMG-NEW.                                     00041500
700191     IF  WIMG-OLD NOT = SPACES                                    00041600
700191         IF  WIMG-OLD (73:8) NOT = SPACES                         00041700
700191             SET WROW-OK-NO TO TRUE                               00041800
700191         ELSE                                                     00041900
700191             MOVE WIMG-OLD (1:6)   TO WIMG-NEW (1:6)              00042000
700191             MOVE WIMG-OLD (7:41)  TO WIMG-NEW (11:41)            00042100
700191             MOVE WIMG-OLD (48:25) TO WIMG-NEW (56:25).           00042200
           SKIP2                                                        00042300
700191***************************                                       00042400
700191*** Output                                                        00042500
700191***************************                                       00042600
700191 C-100-WRITE-OUT.                                                 00042700
700191     WRITE WIDOUT-REC.                                            00042800
700191     IF  NOT WWIDOUT-FS-OK                                        00042900
700191         DISPLAY 'BaPlnWid-305 WIDOUT WRITE failed:'              00043000
700191             WWIDOUT-FS                                           00043100
700191         MOVE 16 TO WRC-FINAL                                     00043200
700191         SET WDONE-FLG-YES TO TRUE                                00043300
700191     ELSE                                                         00043400
700191         ADD 1 TO WCTR-WRITTEN.                                   00043500
           SKIP2                                                        00043600
700191 C-110-WRITE-AS-READ.                                             00043700
700191     MOVE WWIDIN-LENG TO WWIDOUT-LENG.                            00043800
700191     MOVE WIDIN-REC (1:WWIDIN-LENG) TO WIDOUT-REC.                00043900
700191     PERFORM C-100-WRITE-OUT.                                     00044000
           SKIP2                                                        00044100
700191***************************                                       00044200
700191*** Readers                                                       00044300
700191***************************                                       00044400
700191 N1-100-READ-WIDIN.                                               00044500
700191     READ WIDIN-FILE                                              00044600
700191         AT END                                                   00044700
700191             SET WDONE-FLG-YES TO TRUE.                           00044800
700191     IF  NOT WDONE-FLG-YES                                        00044900
700191         AND NOT WWIDIN-FS-OK                                     00045000
700191         DISPLAY 'BaPlnWid-306 WIDIN READ failed:' WWIDIN-FS      00045100
700191         MOVE 16 TO WRC-FINAL                                     00045200
700191         SET WDONE-FLG-YES TO TRUE                                00045300
700191     ELSE IF  NOT WDONE-FLG-YES                                   00045400
700191         ADD 1 TO WCTR-READ                                       00045500
700191         IF  WWIDIN-LENG < 1                                      00045600
700191             MOVE 1 TO WWIDIN-LENG                                00045700
700191             MOVE SPACE TO WIDIN-REC (1:1).                       00045800
