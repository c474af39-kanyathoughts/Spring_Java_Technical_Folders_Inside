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
700169 IDENTIFICATION DIVISION.                                         00000100
700169 PROGRAM-ID. 'BAACCRPT'.                                          00000200
700169******************************************************************00000300
700169**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700169******************************************************************00000500
700169**  AUTHOR       W. WHITE, Oct 2026                               00000600
700169**  PURPOSE      Monthly participant-lookup access report.  Reads 00000700
700169**               the ACCLOG access log that BABKKEY, BAPARTDS,    00000800
700169**               BABKCP1 and BABKCPQ append to (see the ACCLOG    00000900
700169**               copybook), selects the month on the MONTH card   00001000
700169**               (the month before the run date when the card is  00001100
700169**               left off) and lists every lookup grouped by user 00001200
700169**               with per-user and grand totals.  A lookup is     00001300
700169**               flagged NO-CAUSE when nothing on file explains   00001400
700169**               it: the participant has no difference on the     00001500
700169**               current OT200 extract (a plan-wide lookup: the   00001600
700169**               plan has none) and no ticket is open on the      00001700
700169**               plan in the ticket feed.  Any flagged lookup     00001800
700169**               sets RC 4.                                       00001900
700169******************************************************************00002000
700169**  REVISIONS:                                                    00002100
700169******************************************************************00002200
700169**  Input                                                         00002300
700169**   . IN110   - Control File (MONTH yyyymm)                      00002400
700169**   . ACCLOG  - Participant lookup access log                    00002500
700169**   . OT200IN - Current OT200 extract, via UTOT200R              00002600
700191**   . TICKIN  - Ticket feed rows (plan in columns 1-10)          00002700
700169******************************************************************00002800
700169**  Output                                                        00002900
700169**   . SYSOUT  - Displayed Information                            00003000
700169**   . REPORT  - Lookups by user, flagged, with totals            00003100
700169******************************************************************00003200
700169 ENVIRONMENT DIVISION.                                            00003300
700169 CONFIGURATION SECTION.                                           00003400
700169 INPUT-OUTPUT SECTION.                                            00003500
           SKIP2                                                        00003600
700169 FILE-CONTROL.                                                    00003700
700169     SELECT PRINT-FILE                                            00003800
700169         ASSIGN TO UT-S-REPORT                                    00003900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004000
700169         FILE STATUS WPRINT-FS.                                   00004100
700169     SELECT ACCLOG-FILE                                           00004200
700169         ASSIGN TO UT-S-ACCLOG                                    00004300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004400
700169         FILE STATUS WACCLOG-FS.                                  00004500
700169     SELECT TICKIN-FILE                                           00004600
700169         ASSIGN TO UT-S-TICKIN                                    00004700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004800
700169         FILE STATUS WTICKIN-FS.                                  00004900
700169 DATA DIVISION.                                                   00005000
           SKIP2                                                        00005100
700169 FILE SECTION.                                                    00005200
           SKIP1                                                        00005300
700169 FD  PRINT-FILE                                                   00005400
700169     BLOCK CONTAINS 0 RECORDS                                     00005500
700169     LABEL RECORDS ARE STANDARD.                                  00005600
           SKIP2                                                        00005700
700169 01 PRINT-LINE                PIC X(133).                         00005800
           SKIP2                                                        00005900
700169 FD  ACCLOG-FILE                                                  00006000
700169     BLOCK CONTAINS 0 RECORDS                                     00006100
700169     LABEL RECORDS ARE STANDARD.                                  00006200
           SKIP2                                                        00006300
700169 01  ACCLOG-REC. COPY ACCLOG.                                     00006400
           SKIP2                                                        00006500
700169 FD  TICKIN-FILE                                                  00006600
700169     BLOCK CONTAINS 0 RECORDS                                     00006700
700169     LABEL RECORDS ARE STANDARD.                                  00006800
           SKIP2                                                        00006900
700169 01  TICKIN-LINE              PIC X(80).                          00007000
           SKIP2                                                        00007100
700169 WORKING-STORAGE SECTION.                                         00007200
700169 77  WCTR-LOG-READ         PIC 9(9)     VALUE ZERO.               00007300
700169 77  WCTR-SELECTED         PIC 9(7)     VALUE ZERO.               00007400
700169 77  WCTR-FLAGGED          PIC 9(7)     VALUE ZERO.               00007500
700169 77  WCTR-USERS            PIC 9(5)     VALUE ZERO.               00007600
700169 77  WCTR-DIFF-KEYS        PIC 9(7)     VALUE ZERO.               00007700
700169 77  WCTR-TICKETS          PIC 9(7)     VALUE ZERO.               00007800
700169 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00007900
700169 77  WUSR-LOOKUPS          PIC 9(7)     VALUE ZERO.               00008000
700169 77  WUSR-FLAGGED          PIC 9(7)     VALUE ZERO.               00008100
700169 77  WCUR-USERID           PIC X(8)     VALUE SPACES.             00008200
700191 77  WCUR-PLAN             PIC X(10)    VALUE SPACES.             00008300
700169 77  SUB-PND               PIC S9(4) BINARY VALUE ZERO.           00008400
700169 77  WCTR-PND-LOST         PIC 9(7)     VALUE ZERO.               00008500
700169 77  WOT200-OK-FLG         PIC X        VALUE 'N'.                00008600
700169     88  WOT200-OK-YES     VALUE 'Y'.                             00008700
700169 77  WTICKIN-OK-FLG        PIC X        VALUE 'N'.                00008800
700169     88  WTICKIN-OK-YES    VALUE 'Y'.                             00008900
700169 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00009000
           SKIP2                                                        00009100
700169 01  WPRINT-AREA.                                                 00009200
700169     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009300
700169         88  WPRINT-FS-OK VALUE '00'.                             00009400
700169     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00009500
700169     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00009600
700169     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00009700
700169     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00009800
700169         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00009900
700169     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00010000
           SKIP2                                                        00010100
700169 01  WACCLOG-FS            PIC XX  VALUE '00'.                    00010200
700169     88  WACCLOG-FS-OK     VALUE '00'.                            00010300
700169 01  WTICKIN-FS            PIC XX  VALUE '00'.                    00010400
700169     88  WTICKIN-FS-OK     VALUE '00'.                            00010500
700169 01  WO2R-REC              PIC X(200) VALUE SPACES.               00010600
           SKIP2                                                        00010700
700169*** Reporting month; the month before the run date when no        00010800
700169*** MONTH card is coded.                                          00010900
700169 01  WMON-AREA.                                                   00011000
700169     05  WMON-YYYYMM.                                             00011100
700169         10  WMON-YYYY         PIC 9(4)  VALUE ZERO.              00011200
700169         10  WMON-MM           PIC 99    VALUE ZERO.              00011300
700169     05  WMON-YYYYMM-X REDEFINES WMON-YYYYMM                      00011400
700169                               PIC X(6).                          00011500
           SKIP2                                                        00011600
700169 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00011700
700169 01  WCTL-AREA.                                                   00011800
700169     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00011900
700169         88  WCTL-CMD-MONTH      VALUE 'MONTH'.                   00012000
700169     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00012100
700169     05  WCTL-MONTH-SET          PIC X     VALUE 'N'.             00012200
700169         88  WCTL-MONTH-SET-YES  VALUE 'Y'.                       00012300
           SKIP2                                                        00012400
700169 01  RPTHDR-LINE.                                                 00012500
700169         05   FILLER     PIC X(02) VALUE                          00012600
700169           ' '.                                                   00012700
700169         05   FILLER     PIC X(28) VALUE                          00012800
700169           'Participant Lookup Access'.                           00012900
700169         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00013000
700169         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00013100
700169         05   FILLER     PIC X(6)  VALUE                          00013200
700169           '  Page'.                                              00013300
700169         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00013400
           SKIP2                                                        00013500
700169 01  RXTITLE1-LINE.                                               00013600
700169     05  FILLER   PIC X(34) VALUE                                 00013700
700169         ' Date     Time   Program  Job     '.                    00013800
700191     05  FILLER   PIC X(34) VALUE                                 00013900
700191         ' Plan       Participant Flag     '.                     00014000
700169     05  FILLER   PIC X(69) VALUE                                 00014100
700169         'Reason'.                                                00014200
           SKIP2                                                        00014300
700169 01  RXDAT1-LINE.                                                 00014400
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00014500
700169     05  RXDAT1-DATE          PIC 9(8)  VALUE ZERO.               00014600
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00014700
700169     05  RXDAT1-TIME          PIC 9(6)  VALUE ZERO.               00014800
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00014900
700169     05  RXDAT1-PROGRAM       PIC X(8)  VALUE SPACES.             00015000
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00015100
700169     05  RXDAT1-JOBNAME       PIC X(8)  VALUE SPACES.             00015200
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00015300
700191     05  RXDAT1-PLAN          PIC X(10) VALUE SPACES.             00015400
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00015500
700169     05  RXDAT1-PART          PIC X(11) VALUE SPACES.             00015600
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00015700
700169     05  RXDAT1-FLAG          PIC X(8)  VALUE SPACES.             00015800
700169     05  FILLER               PIC X(1)  VALUE SPACES.             00015900
700169     05  RXDAT1-REASON        PIC X(60) VALUE SPACES.             00016000
           SKIP2                                                        00016100
700169*** Key echoes seen since the last PLN1 marker.  The marker is    00016200
700169*** written as each plan finishes, so the plan a record section   00016300
700169*** belongs to is only known when it arrives; the values held     00016400
700169*** here are stamped with it then.  Every key echo is kept -      00016500
700169*** one of them is the participant number, the others never       00016600
700169*** match an 11-byte participant.                                 00016700
700169 01  WPND-AREA.                                                   00016800
700169     05  WPND-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016900
700169     05  WPND-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00017000
700169     05  WPND-PART OCCURS 5000 TIMES                              00017100
700169                               PIC X(11) VALUE SPACES.            00017200
           SKIP2                                                        00017300
700169*** Plan/participant pairs with a difference on the current       00017400
700169*** extract, plus plan/spaces for every plan the extract          00017500
700169*** carries differences for.                                      00017600
700169 01  DIFXIA-AREA. COPY UTCOIA                                     00017700
700169       REPLACING ==:UTCOIA:== BY ==DIFXIA==.                      00017800
700169 01  DIFXHDR-AREA. COPY UTCOHDR                                   00017900
700169       REPLACING ==:UTCOHDR:== BY ==DIFXHDR==.                    00018000
700169 01  DIFXKEY-AREA.                                                00018100
700191     05  DIFXKEY-PLAN       PIC X(10) VALUE SPACES.               00018200
700169     05  DIFXKEY-PART       PIC X(11) VALUE SPACES.               00018300
700169 01  DIFXDAT-AREA.                                                00018400
700169     05  DIFXDAT-SECTIONS   PIC 9(7)  VALUE ZERO.                 00018500
           SKIP2                                                        00018600
700169*** Plans with a ticket in the feed.                              00018700
700169 01  TKTXIA-AREA. COPY UTCOIA                                     00018800
700169       REPLACING ==:UTCOIA:== BY ==TKTXIA==.                      00018900
700169 01  TKTXHDR-AREA. COPY UTCOHDR                                   00019000
700169       REPLACING ==:UTCOHDR:== BY ==TKTXHDR==.                    00019100
700169 01  TKTXKEY-AREA.                                                00019200
700191     05  TKTXKEY-PLAN       PIC X(10) VALUE SPACES.               00019300
700169 01  TKTXDAT-AREA.                                                00019400
700169     05  TKTXDAT-ROWS       PIC 9(7)  VALUE ZERO.                 00019500
           SKIP2                                                        00019600
700169*** The month's lookups in user / date / time order; the          00019700
700169*** sequence number keeps same-second rows apart and in log       00019800
700169*** order.                                                        00019900
700169 01  LKPXIA-AREA. COPY UTCOIA                                     00020000
700169       REPLACING ==:UTCOIA:== BY ==LKPXIA==.                      00020100
700169 01  LKPXHDR-AREA. COPY UTCOHDR                                   00020200
700169       REPLACING ==:UTCOHDR:== BY ==LKPXHDR==.                    00020300
700169 01  LKPXKEY-AREA.                                                00020400
700169     05  LKPXKEY-USERID     PIC X(8)  VALUE SPACES.               00020500
700169     05  LKPXKEY-DATE       PIC 9(8)  VALUE ZERO.                 00020600
700169     05  LKPXKEY-TIME       PIC 9(8)  VALUE ZERO.                 00020700
700169     05  LKPXKEY-SEQ        PIC 9(7)  VALUE ZERO.                 00020800
700169 01  LKPXDAT-AREA.                                                00020900
700169     05  LKPXDAT-PROGRAM    PIC X(8)  VALUE SPACES.               00021000
700169     05  LKPXDAT-JOBNAME    PIC X(8)  VALUE SPACES.               00021100
700191     05  LKPXDAT-PLAN       PIC X(10) VALUE SPACES.               00021200
700169     05  LKPXDAT-PART       PIC X(11) VALUE SPACES.               00021300
700169     05  LKPXDAT-REASON     PIC X(60) VALUE SPACES.               00021400
700169     05  LKPXDAT-FLAG       PIC X     VALUE 'N'.                  00021500
700169         88  LKPXDAT-FLAG-YES VALUE 'Y'.                          00021600
           SKIP2                                                        00021700
700169 01  IO-IN110-PARM.                                               00021800
700169       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAACCRPT'.            00021900
           SKIP2                                                        00022000
700169 01  IO-O2R-PARM.                                                 00022100
700169       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAACCRPT'.           00022200
           SKIP3                                                        00022300
700169 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00022400
           EJECT                                                        00022500
700169 PROCEDURE DIVISION.                                              00022600
           SKIP2                                                        00022700
700169 A-100-BODY.                                                      00022800
700169     PERFORM A-105-INIT.                                          00022900
700169     PERFORM A-200-INIT-OPEN.                                     00023000
700169     PERFORM B-100-LOAD-DIFFS.                                    00023100
700169     PERFORM B-200-LOAD-TICKETS.                                  00023200
700169     PERFORM C-100-SELECT-LOG.                                    00023300
700169     PERFORM D-100-RPT-USERS.                                     00023400
700169     PERFORM A-900-FINI-CLOSE.                                    00023500
700169     MOVE WRC-FINAL TO RETURN-CODE.                               00023600
700169     GOBACK.                                                      00023700
           SKIP2                                                        00023800
700169 A-105-INIT.                                                      00023900
700169     CALL 'BASDIN' USING SD-AREA.                                 00024000
           SKIP2                                                        00024100
700169 A-200-INIT-OPEN.                                                 00024200
700169     DISPLAY 'BaAccRpt-998 Program Starting'.                     00024300
700169     ACCEPT RPTHDR-DATE FROM DATE.                                00024400
700169     OPEN OUTPUT                                                  00024500
700169               PRINT-FILE.                                        00024600
700169     IF  NOT WPRINT-FS-OK                                         00024700
700169         DISPLAY 'BaAccRpt-53 PRINT dd OPEN failed:'              00024800
700169             WPRINT-FS                                            00024900
700169         STOP RUN.                                                00025000
700169     CALL 'UT110IN'  USING SD-AREA                                00025100
700169               IO-IN110-PARM                                      00025200
700169               IO-IN110-OPEN                                      00025300
700169               CTL-REC.                                           00025400
700169     IF  IO-IN110-ERROR = 'Y'                                     00025500
700169          OR IO-IN110-FILE-STATUS NOT = '00'                      00025600
700169         DISPLAY 'BaAccRpt-301 IN110 file failed to open:'        00025700
700169           IO-IN110-FILE-STATUS                                   00025800
700169         MOVE 8 TO RETURN-CODE                                    00025900
700169         STOP RUN.                                                00026000
700169     PERFORM F-110-READ-IN110.                                    00026100
700169     PERFORM F-100-PROC-CTL                                       00026200
700169       UNTIL IO-IN110-ERROR-YES.                                  00026300
700169     IF  NOT WCTL-MONTH-SET-YES                                   00026400
700169         PERFORM A-250-PRIOR-MONTH.                               00026500
700169     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00026600
700169     MOVE ' Lookups by User' TO RPTHDR-SUBTITLE.                  00026700
700169     PERFORM V-150-NEWPAGE.                                       00026800
700169     MOVE SPACES TO WPRINT-LINE.                                  00026900
700169     STRING ' Month: ' WMON-YYYYMM-X                              00027000
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027100
700169     PERFORM V-100-PRINT-LINE.                                    00027200
700169     PERFORM T-800-SETUP-CONTAINERS.                              00027300
           SKIP2                                                        00027400
700169 A-250-PRIOR-MONTH.                                               00027500
700169     MOVE SD-RUN-DATE (1:6) TO WMON-YYYYMM-X.                     00027600
700169     IF  WMON-MM > 1                                              00027700
700169         SUBTRACT 1 FROM WMON-MM                                  00027800
700169     ELSE                                                         00027900
700169         MOVE 12 TO WMON-MM                                       00028000
700169         SUBTRACT 1 FROM WMON-YYYY.                               00028100
           SKIP2                                                        00028200
700169 A-900-FINI-CLOSE.                                                00028300
700169     CALL 'UT110IN'  USING SD-AREA                                00028400
700169               IO-IN110-PARM                                      00028500
700169               IO-IN110-CLOSE                                     00028600
700169               CTL-REC.                                           00028700
700169     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00028800
700169     MOVE SPACES TO WPRINT-TITLE1.                                00028900
700169     PERFORM V-150-NEWPAGE.                                       00029000
700169     MOVE SPACES TO WPRINT-LINE.                                  00029100
700169     STRING ' Month:                   ' WMON-YYYYMM-X            00029200
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029300
700169     PERFORM V-100-PRINT-LINE.                                    00029400
700169     STRING ' Access-log rows read:    ' WCTR-LOG-READ            00029500
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029600
700169     PERFORM V-100-PRINT-LINE.                                    00029700
700169     STRING ' Lookups in the month:    ' WCTR-SELECTED            00029800
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029900
700169     PERFORM V-100-PRINT-LINE.                                    00030000
700169     STRING ' Users:                   ' WCTR-USERS               00030100
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030200
700169     PERFORM V-100-PRINT-LINE.                                    00030300
700169     STRING ' Flagged NO-CAUSE:        ' WCTR-FLAGGED             00030400
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030500
700169     PERFORM V-100-PRINT-LINE.                                    00030600
700169     STRING ' Keys with a difference:  ' WCTR-DIFF-KEYS           00030700
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030800
700169     PERFORM V-100-PRINT-LINE.                                    00030900
700169     STRING ' Ticket rows:             ' WCTR-TICKETS             00031000
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00031100
700169     PERFORM V-100-PRINT-LINE.                                    00031200
700169     IF  NOT WOT200-OK-YES                                        00031300
700169         MOVE ' OT200IN unavailable - differences not checked'    00031400
700169             TO WPRINT-LINE                                       00031500
700169         PERFORM V-100-PRINT-LINE.                                00031600
700169     IF  NOT WTICKIN-OK-YES                                       00031700
700169         MOVE ' TICKIN unavailable - tickets not checked'         00031800
700169             TO WPRINT-LINE                                       00031900
700169         PERFORM V-100-PRINT-LINE.                                00032000
700169     DISPLAY 'BaAccRpt-444 Lookups:' WCTR-SELECTED                00032100
700169       ', Users:' WCTR-USERS                                      00032200
700169       ', Flagged:' WCTR-FLAGGED.                                 00032300
700169     SET DIFXIA-OPER-CO-EMPTY TO TRUE.                            00032400
700169     PERFORM T-910-CALL-DIFX.                                     00032500
700169     SET TKTXIA-OPER-CO-EMPTY TO TRUE.                            00032600
700169     PERFORM T-920-CALL-TKTX.                                     00032700
700169     SET LKPXIA-OPER-CO-EMPTY TO TRUE.                            00032800
700169     PERFORM T-930-CALL-LKPX.                                     00032900
700169     CLOSE PRINT-FILE.                                            00033000
700169     IF  WCTR-FLAGGED > ZERO                                      00033100
700169         AND WRC-FINAL < 4                                        00033200
700169         MOVE 4 TO WRC-FINAL.                                     00033300
700169     IF  WCTR-CTL-ERRORS > ZERO                                   00033400
700169         AND WRC-FINAL < 4                                        00033500
700169         MOVE 4 TO WRC-FINAL.                                     00033600
700169     DISPLAY 'BaAccRpt-998 Program Ending'.                       00033700
           SKIP2                                                        00033800
700169***************************                                       00033900
700169*** Control card handling                                         00034000
700169***************************                                       00034100
700169 F-100-PROC-CTL.                                                  00034200
700169     IF  CTL-REC (1:1) = '*'                                      00034300
700169         DISPLAY 'BaAccRpt-500 Comment:' CTL-REC (1:50)           00034400
700169     ELSE                                                         00034500
700169         PERFORM F-105-CONTINUE.                                  00034600
700169     PERFORM F-110-READ-IN110.                                    00034700
           SKIP2                                                        00034800
700169 F-105-CONTINUE.                                                  00034900
700169     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00035000
700169     UNSTRING CTL-REC DELIMITED BY SPACE                          00035100
700169         INTO WCTL-CMD WCTL-VAL.                                  00035200
700169     DISPLAY 'BaAccRpt-500 CtlCard:' CTL-REC (1:50).              00035300
700169     IF  WCTL-CMD-MONTH                                           00035400
700169         AND WCTL-VAL (1:6) IS NUMERIC                            00035500
700169         AND WCTL-VAL (5:2) > '00'                                00035600
700169         AND WCTL-VAL (5:2) < '13'                                00035700
700169         MOVE WCTL-VAL (1:6) TO WMON-YYYYMM-X                     00035800
700169         SET WCTL-MONTH-SET-YES TO TRUE                           00035900
700169     ELSE                                                         00036000
700169         DISPLAY 'BaAccRpt-501 Invalid Control Card:'             00036100
700169             CTL-REC (1:50)                                       00036200
700169         ADD 1 TO WCTR-CTL-ERRORS.                                00036300
           SKIP2                                                        00036400
700169 F-110-READ-IN110.                                                00036500
700169     CALL 'UT110IN'  USING SD-AREA                                00036600
700169               IO-IN110-PARM                                      00036700
700169               IO-IN110-READ                                      00036800
700169               CTL-REC.                                           00036900
           SKIP2                                                        00037000
700169***************************                                       00037100
700169*** Open differences on the current extract                       00037200
700169***************************                                       00037300
700169 B-100-LOAD-DIFFS.                                                00037400
700169     CALL 'UTOT200R' USING SD-AREA                                00037500
700169                           IO-O2R-PARM                            00037600
700169                           IO-O2R-OPEN                            00037700
700169                           WO2R-REC.                              00037800
700169     IF  IO-O2R-ERROR-YES                                         00037900
700169         DISPLAY 'BaAccRpt-302 OT200IN open failed, differences ' 00038000
700169             'not checked:' IO-O2R-FILE-STATUS                    00038100
700169         IF  WRC-FINAL < 4                                        00038200
700169             MOVE 4 TO WRC-FINAL                                  00038300
700169         END-IF                                                   00038400
700169     ELSE                                                         00038500
700169         SET WOT200-OK-YES TO TRUE                                00038600
700169         PERFORM B-110-READ-LINE                                  00038700
700169           WITH TEST AFTER                                        00038800
700169           UNTIL IO-O2R-ERROR-YES                                 00038900
700169             OR IO-O2R-EOF-YES                                    00039000
700169         CALL 'UTOT200R' USING SD-AREA                            00039100
700169                               IO-O2R-PARM                        00039200
700169                               IO-O2R-CLOSE                       00039300
700169                               WO2R-REC                           00039400
700169         MOVE DIFXHDR-NUM-ITEMS TO WCTR-DIFF-KEYS                 00039500
700169         IF  WCTR-PND-LOST > ZERO                                 00039600
700169             DISPLAY 'BaAccRpt-423 Plan too large to hold, key '  00039700
700169                 'echoes not checked:' WCTR-PND-LOST              00039800
700169             IF  WRC-FINAL < 4                                    00039900
700169                 MOVE 4 TO WRC-FINAL                              00040000
700169             END-IF                                               00040100
700169         END-IF.                                                  00040200
           SKIP2                                                        00040300
700169 B-110-READ-LINE.                                                 00040400
700169     CALL 'UTOT200R' USING SD-AREA                                00040500
700169                           IO-O2R-PARM                            00040600
700169                           IO-O2R-READ                            00040700
700169                           WO2R-REC.                              00040800
700169     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00040900
700169         NEXT SENTENCE                                            00041000
700169     ELSE IF  IO-O2R-KIND-PLN                                     00041100
700169         MOVE IO-O2R-PLAN TO WCUR-PLAN                            00041200
700169         PERFORM B-115-STAMP-PLAN                                 00041300
700169           VARYING SUB-PND FROM 1 BY 1                            00041400
700169             UNTIL SUB-PND > WPND-COUNT                           00041500
700169         MOVE ZERO TO WPND-COUNT                                  00041600
700169         IF  IO-O2R-PLAN-DIFFS (1:8) IS NUMERIC                   00041700
700169             AND IO-O2R-PLAN-DIFFS (1:8) > '00000000'             00041800
700169             MOVE WCUR-PLAN TO DIFXKEY-PLAN                       00041900
700169             MOVE SPACES    TO DIFXKEY-PART                       00042000
700169             PERFORM B-120-ADD-DIFF                               00042100
700169         END-IF                                                   00042200
700169     ELSE IF  IO-O2R-KIND-KEYDE                                   00042300
700169         AND IO-O2R-VAL1 (1:11) NOT = SPACES                      00042400
700169         IF  WPND-COUNT < WPND-MAX-ENTRIES                        00042500
700169             ADD 1 TO WPND-COUNT                                  00042600
700169             MOVE IO-O2R-VAL1 (1:11) TO WPND-PART (WPND-COUNT)    00042700
700169         ELSE                                                     00042800
700169             ADD 1 TO WCTR-PND-LOST.                              00042900
           SKIP2                                                        00043000
700169 B-115-STAMP-PLAN.                                                00043100
700169     MOVE WCUR-PLAN             TO DIFXKEY-PLAN.                  00043200
700169     MOVE WPND-PART (SUB-PND)   TO DIFXKEY-PART.                  00043300
700169     PERFORM B-120-ADD-DIFF.                                      00043400
           SKIP2                                                        00043500
700169 B-120-ADD-DIFF.                                                  00043600
700169     SET DIFXIA-OPER-GET TO TRUE.                                 00043700
700169     PERFORM T-910-CALL-DIFX.                                     00043800
700169     IF  DIFXIA-RC-ERROR                                          00043900
700169         INITIALIZE DIFXDAT-AREA.                                 00044000
700169     ADD 1 TO DIFXDAT-SECTIONS.                                   00044100
700169     SET DIFXIA-OPER-UPDATE TO TRUE.                              00044200
700169     PERFORM T-910-CALL-DIFX.                                     00044300
           SKIP2                                                        00044400
700169***************************                                       00044500
700169*** Plans with a ticket                                           00044600
700169***************************                                       00044700
700169 B-200-LOAD-TICKETS.                                              00044800
700169     OPEN INPUT TICKIN-FILE.                                      00044900
700169     IF  NOT WTICKIN-FS-OK                                        00045000
700169         DISPLAY 'BaAccRpt-303 TICKIN dd OPEN failed, tickets '   00045100
700169             'not checked:' WTICKIN-FS                            00045200
700169         IF  WRC-FINAL < 4                                        00045300
700169             MOVE 4 TO WRC-FINAL                                  00045400
700169         END-IF                                                   00045500
700169     ELSE                                                         00045600
700169         SET WTICKIN-OK-YES TO TRUE                               00045700
700169         PERFORM B-210-READ-TICKET                                00045800
700169           WITH TEST AFTER                                        00045900
700169           UNTIL NOT WTICKIN-FS-OK                                00046000
700169         CLOSE TICKIN-FILE.                                       00046100
           SKIP2                                                        00046200
700169 B-210-READ-TICKET.                                               00046300
700169     READ TICKIN-FILE                                             00046400
700169         AT END                                                   00046500
700169             NEXT SENTENCE.                                       00046600
700169     IF  WTICKIN-FS-OK                                            00046700
700191         AND TICKIN-LINE (1:10) NOT = SPACES                      00046800
700169         ADD 1 TO WCTR-TICKETS                                    00046900
700191         MOVE TICKIN-LINE (1:10) TO TKTXKEY-PLAN                  00047000
700169         SET TKTXIA-OPER-GET TO TRUE                              00047100
700169         PERFORM T-920-CALL-TKTX                                  00047200
700169         IF  TKTXIA-RC-ERROR                                      00047300
700169             INITIALIZE TKTXDAT-AREA                              00047400
700169         END-IF                                                   00047500
700169         ADD 1 TO TKTXDAT-ROWS                                    00047600
700169         SET TKTXIA-OPER-UPDATE TO TRUE                           00047700
700169         PERFORM T-920-CALL-TKTX.                                 00047800
           SKIP2                                                        00047900
700169***************************                                       00048000
700169*** Select the month's lookups                                    00048100
700169***************************                                       00048200
700169 C-100-SELECT-LOG.                                                00048300
700169     OPEN INPUT ACCLOG-FILE.                                      00048400
700169     IF  NOT WACCLOG-FS-OK                                        00048500
700169         DISPLAY 'BaAccRpt-304 ACCLOG dd OPEN failed:'            00048600
700169             WACCLOG-FS                                           00048700
700169         MOVE ' ACCLOG unavailable - no lookups reported'         00048800
700169             TO WPRINT-LINE                                       00048900
700169         PERFORM V-100-PRINT-LINE                                 00049000
700169         MOVE 8 TO WRC-FINAL                                      00049100
700169     ELSE                                                         00049200
700169         PERFORM C-110-READ-LOG                                   00049300
700169           WITH TEST AFTER                                        00049400
700169           UNTIL NOT WACCLOG-FS-OK                                00049500
700169         CLOSE ACCLOG-FILE.                                       00049600
           SKIP2                                                        00049700
700169 C-110-READ-LOG.                                                  00049800
700169     READ ACCLOG-FILE                                             00049900
700169         AT END                                                   00050000
700169             NEXT SENTENCE.                                       00050100
700169     IF  WACCLOG-FS-OK                                            00050200
700169         ADD 1 TO WCTR-LOG-READ                                   00050300
700169         IF  ACL-DATE (1:6) = WMON-YYYYMM-X                       00050400
700169             PERFORM C-120-STORE-LOOKUP.                          00050500
           SKIP2                                                        00050600
700169*** NO-CAUSE: no difference for the participant (or, plan-wide,   00050700
700169*** for the plan) and no ticket on the plan.                      00050800
700169 C-120-STORE-LOOKUP.                                              00050900
700169     ADD 1 TO WCTR-SELECTED.                                      00051000
700169     MOVE ACL-USERID    TO LKPXKEY-USERID.                        00051100
700169     MOVE ACL-DATE      TO LKPXKEY-DATE.                          00051200
700169     MOVE ACL-TIME      TO LKPXKEY-TIME.                          00051300
700169     MOVE WCTR-SELECTED TO LKPXKEY-SEQ.                           00051400
700169     MOVE ACL-PROGRAM   TO LKPXDAT-PROGRAM.                       00051500
700169     MOVE ACL-JOBNAME   TO LKPXDAT-JOBNAME.                       00051600
700169     MOVE ACL-PLAN      TO LKPXDAT-PLAN.                          00051700
700169     MOVE ACL-PART      TO LKPXDAT-PART.                          00051800
700169     MOVE ACL-REASON    TO LKPXDAT-REASON.                        00051900
700169     MOVE 'Y'           TO LKPXDAT-FLAG.                          00052000
700169     MOVE ACL-PLAN      TO DIFXKEY-PLAN.                          00052100
700169     MOVE ACL-PART      TO DIFXKEY-PART.                          00052200
700169     SET DIFXIA-OPER-GET TO TRUE.                                 00052300
700169     PERFORM T-910-CALL-DIFX.                                     00052400
700169     IF  NOT DIFXIA-RC-ERROR                                      00052500
700169         MOVE 'N' TO LKPXDAT-FLAG                                 00052600
700169     ELSE                                                         00052700
700169         MOVE ACL-PLAN TO TKTXKEY-PLAN                            00052800
700169         SET TKTXIA-OPER-GET TO TRUE                              00052900
700169         PERFORM T-920-CALL-TKTX                                  00053000
700169         IF  NOT TKTXIA-RC-ERROR                                  00053100
700169             MOVE 'N' TO LKPXDAT-FLAG.                            00053200
700169     IF  LKPXDAT-FLAG-YES                                         00053300
700169         ADD 1 TO WCTR-FLAGGED.                                   00053400
700169     SET LKPXIA-OPER-UPDATE TO TRUE.                              00053500
700169     PERFORM T-930-CALL-LKPX.                                     00053600
           SKIP2                                                        00053700
700169***************************                                       00053800
700169*** Report, one block per user                                    00053900
700169***************************                                       00054000
700169 D-100-RPT-USERS.                                                 00054100
700169     MOVE SPACES TO WCUR-USERID.                                  00054200
700169     SET LKPXIA-OPER-FIRST TO TRUE.                               00054300
700169     PERFORM T-930-CALL-LKPX.                                     00054400
700169     IF  LKPXIA-RC-ERROR                                          00054500
700169         MOVE ' No lookups logged in the month' TO WPRINT-LINE    00054600
700169         PERFORM V-100-PRINT-LINE.                                00054700
700169     PERFORM D-110-LOOKUP-ROW                                     00054800
700169       UNTIL LKPXIA-RC-ERROR.                                     00054900
700169     IF  WCUR-USERID NOT = SPACES                                 00055000
700169         PERFORM D-130-USER-TOTALS.                               00055100
           SKIP2                                                        00055200
700169 D-110-LOOKUP-ROW.                                                00055300
700169     IF  LKPXKEY-USERID NOT = WCUR-USERID                         00055400
700169         OR WCTR-USERS = ZERO                                     00055500
700169         IF  WCTR-USERS > ZERO                                    00055600
700169             PERFORM D-130-USER-TOTALS                            00055700
700169         END-IF                                                   00055800
700169         PERFORM D-120-USER-BREAK.                                00055900
700169     ADD 1 TO WUSR-LOOKUPS.                                       00056000
700169     MOVE SPACES          TO RXDAT1-LINE.                         00056100
700169     MOVE LKPXKEY-DATE    TO RXDAT1-DATE.                         00056200
700169     MOVE LKPXKEY-TIME (1:6) TO RXDAT1-TIME.                      00056300
700169     MOVE LKPXDAT-PROGRAM TO RXDAT1-PROGRAM.                      00056400
700169     MOVE LKPXDAT-JOBNAME TO RXDAT1-JOBNAME.                      00056500
700169     MOVE LKPXDAT-PLAN    TO RXDAT1-PLAN.                         00056600
700169     MOVE LKPXDAT-PART    TO RXDAT1-PART.                         00056700
700169     MOVE LKPXDAT-REASON  TO RXDAT1-REASON.                       00056800
700169     IF  LKPXDAT-FLAG-YES                                         00056900
700169         MOVE 'NO-CAUSE' TO RXDAT1-FLAG                           00057000
700169         ADD 1 TO WUSR-FLAGGED.                                   00057100
700169     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00057200
700169     PERFORM V-100-PRINT-LINE.                                    00057300
700169     SET LKPXIA-OPER-NEXT TO TRUE.                                00057400
700169     PERFORM T-930-CALL-LKPX.                                     00057500
           SKIP2                                                        00057600
700169 D-120-USER-BREAK.                                                00057700
700169     ADD 1 TO WCTR-USERS.                                         00057800
700169     MOVE LKPXKEY-USERID TO WCUR-USERID.                          00057900
700169     MOVE ZERO TO WUSR-LOOKUPS WUSR-FLAGGED.                      00058000
700169     MOVE SPACES TO WPRINT-LINE.                                  00058100
700169     PERFORM V-100-PRINT-LINE.                                    00058200
700169     STRING ' User: ' WCUR-USERID                                 00058300
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00058400
700169     PERFORM V-100-PRINT-LINE.                                    00058500
           SKIP2                                                        00058600
700169 D-130-USER-TOTALS.                                               00058700
700169     MOVE SPACES TO WPRINT-LINE.                                  00058800
700169     STRING '   User ' WCUR-USERID                                00058900
700169            ' lookups: ' WUSR-LOOKUPS                             00059000
700169            '  flagged: ' WUSR-FLAGGED                            00059100
700169         DELIMITED BY SIZE INTO WPRINT-LINE.                      00059200
700169     PERFORM V-100-PRINT-LINE.                                    00059300
           SKIP2                                                        00059400
700169***************************                                       00059500
700169*** Containers                                                    00059600
700169***************************                                       00059700
700169 T-800-SETUP-CONTAINERS.                                          00059800
700169     MOVE 'AccDifx'         TO DIFXHDR-NAME.                      00059900
700169     SET DIFXHDR-TYPE-ORDERED    TO TRUE.                         00060000
700169     SET DIFXIA-MODE-MOVE        TO TRUE.                         00060100
700169     SET DIFXIA-OPER-CO-SETUP    TO TRUE.                         00060200
700169     PERFORM T-910-CALL-DIFX.                                     00060300
700169     IF  DIFXIA-RC-ERROR                                          00060400
700169         DISPLAY 'BaAccRpt-432 DIFX setup failed'                 00060500
700169         MOVE 8 TO RETURN-CODE                                    00060600
700169         STOP RUN.                                                00060700
700169     MOVE 'AccTktx'         TO TKTXHDR-NAME.                      00060800
700169     SET TKTXHDR-TYPE-ORDERED    TO TRUE.                         00060900
700169     SET TKTXIA-MODE-MOVE        TO TRUE.                         00061000
700169     SET TKTXIA-OPER-CO-SETUP    TO TRUE.                         00061100
700169     PERFORM T-920-CALL-TKTX.                                     00061200
700169     IF  TKTXIA-RC-ERROR                                          00061300
700169         DISPLAY 'BaAccRpt-433 TKTX setup failed'                 00061400
700169         MOVE 8 TO RETURN-CODE                                    00061500
700169         STOP RUN.                                                00061600
700169     MOVE 'AccLkpx'         TO LKPXHDR-NAME.                      00061700
700169     SET LKPXHDR-TYPE-ORDERED    TO TRUE.                         00061800
700169     SET LKPXIA-MODE-MOVE        TO TRUE.                         00061900
700169     SET LKPXIA-OPER-CO-SETUP    TO TRUE.                         00062000
700169     PERFORM T-930-CALL-LKPX.                                     00062100
700169     IF  LKPXIA-RC-ERROR                                          00062200
700169         DISPLAY 'BaAccRpt-434 LKPX setup failed'                 00062300
700169         MOVE 8 TO RETURN-CODE                                    00062400
700169         STOP RUN.                                                00062500
           SKIP2                                                        00062600
700169 T-910-CALL-DIFX.                                                 00062700
700169     SET DIFXIA-KEY-ADDR      TO ADDRESS OF DIFXKEY-AREA.         00062800
700169     SET DIFXIA-DATA-ADDR     TO ADDRESS OF DIFXDAT-AREA.         00062900
700169     MOVE LENGTH OF DIFXKEY-AREA  TO DIFXHDR-KEY-LENG.            00063000
700169     MOVE LENGTH OF DIFXDAT-AREA  TO DIFXHDR-DATA-LENG.           00063100
700169     CALL 'UTCOINDX' USING SD-AREA                                00063200
700169                      DIFXHDR-AREA                                00063300
700169                      DIFXIA-AREA.                                00063400
           SKIP2                                                        00063500
700169 T-920-CALL-TKTX.                                                 00063600
700169     SET TKTXIA-KEY-ADDR      TO ADDRESS OF TKTXKEY-AREA.         00063700
700169     SET TKTXIA-DATA-ADDR     TO ADDRESS OF TKTXDAT-AREA.         00063800
700169     MOVE LENGTH OF TKTXKEY-AREA  TO TKTXHDR-KEY-LENG.            00063900
700169     MOVE LENGTH OF TKTXDAT-AREA  TO TKTXHDR-DATA-LENG.           00064000
700169     CALL 'UTCOINDX' USING SD-AREA                                00064100
700169                      TKTXHDR-AREA                                00064200
700169                      TKTXIA-AREA.                                00064300
           SKIP2                                                        00064400
700169 T-930-CALL-LKPX.                                                 00064500
700169     SET LKPXIA-KEY-ADDR      TO ADDRESS OF LKPXKEY-AREA.         00064600
700169     SET LKPXIA-DATA-ADDR     TO ADDRESS OF LKPXDAT-AREA.         00064700
700169     MOVE LENGTH OF LKPXKEY-AREA  TO LKPXHDR-KEY-LENG.            00064800
700169     MOVE LENGTH OF LKPXDAT-AREA  TO LKPXHDR-DATA-LENG.           00064900
700169     CALL 'UTCOINDX' USING SD-AREA                                00065000
700169                      LKPXHDR-AREA                                00065100
700169                      LKPXIA-AREA.                                00065200
           SKIP2                                                        00065300
700169***************************                                       00065400
700169*** Print-line routines                                           00065500
700169***************************                                       00065600
700169 V-100-PRINT-LINE.                                                00065700
700169     IF  WPRINT-LINES-OVER                                        00065800
700169         PERFORM V-150-NEWPAGE.                                   00065900
700169     ADD 1 TO WPRINT-LINES.                                       00066000
700169     WRITE PRINT-LINE FROM WPRINT-LINE                            00066100
700169           AFTER ADVANCING 1 LINE.                                00066200
700169     MOVE SPACES   TO WPRINT-LINE.                                00066300
700169     ADD 1 TO WPRINT-TOT-LINES.                                   00066400
           SKIP2                                                        00066500
700169 V-150-NEWPAGE.                                                   00066600
700169     ADD 1 TO WPRINT-PAGE.                                        00066700
700169     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00066800
700169     MOVE SPACES TO PRINT-LINE.                                   00066900
700169     WRITE PRINT-LINE                                             00067000
700169       AFTER ADVANCING PAGE.                                      00067100
700169     WRITE PRINT-LINE FROM RPTHDR-LINE                            00067200
700169       AFTER ADVANCING 1 LINE.                                    00067300
700169     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00067400
700169       AFTER ADVANCING 1.                                         00067500
700169     MOVE ZERO TO WPRINT-LINES.                                   00067600
700169     ADD 3 TO WPRINT-TOT-LINES.                                   00067700
