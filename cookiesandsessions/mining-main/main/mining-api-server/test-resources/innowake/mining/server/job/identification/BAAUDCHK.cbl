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
700171 PROGRAM-ID. 'BAAUDCHK'.                                          00000200
700171******************************************************************00000300
700171**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700171******************************************************************00000500
700171**  AUTHOR       W. WHITE, Oct 2026                               00000600
700171**  PURPOSE      Audit-trail chain verifier.  Walks the AUDIT     00000700
700171**               dataset BABKCMP appends to, recomputes every     00000800
700171**               row's chain value (UTAUDHSH - this row's content 00000900
700171**               folded onto the row before it) and reports the   00001000
700171**               first row where the stored value does not match: 00001100
700171**               that row, or the one ahead of it, was edited,    00001200
700171**               inserted or removed after it was written.  Rows  00001300
700171**               from before the chain existed are allowed only   00001400
700171**               at the front of the trail; an unchained row      00001500
700171**               after the first chained one is itself a break.   00001600
700171**               The chain head (last row's value) and row count  00001700
700171**               are printed so the evidence file can carry them  00001800
700171**               and the next verification can prove nothing was  00001900
700171**               cut from the end (MINROWS card).                 00002000
700171**                                                                00002100
700171**               Return codes:                                    00002200
700171**                 0 - chain intact                               00002300
700171**                 4 - no chained rows on the trail yet, or a     00002400
700171**                     control card was rejected                  00002500
700171**                 8 - chain broken, or fewer rows than MINROWS   00002600
700171**                12 - AUDIT resource busy past the wait          00002700
700171**                16 - AUDIT could not be opened                  00002800
700171******************************************************************00002900
700171**  REVISIONS:                                                    00003000
700171******************************************************************00003100
700171**  Input                                                         00003200
700171**   . AUDIT   - Cross-run audit trail written by BABKCMP         00003300
700171**   . AUDKEY  - Chain seed, the same dataset BABKCMP is given    00003400
700171**   . IN110   - Optional Control File                            00003500
700171**                 MINROWS nnn  - row count from the last proven  00003600
700171**                                verification; fewer now means   00003700
700171**                                rows were cut from the end      00003800
700171******************************************************************00003900
700171**  Output                                                        00004000
700171**   . SYSOUT  - Displayed Information                            00004100
700171**   . REPORT  - First break found, chain head, row counts        00004200
700171******************************************************************00004300
700171 ENVIRONMENT DIVISION.                                            00004400
700171 CONFIGURATION SECTION.                                           00004500
700171 INPUT-OUTPUT SECTION.                                            00004600
           SKIP2                                                        00004700
700171 FILE-CONTROL.                                                    00004800
700171     SELECT PRINT-FILE                                            00004900
700171         ASSIGN TO UT-S-REPORT                                    00005000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005100
700171         FILE STATUS WPRINT-FS.                                   00005200
700171     SELECT AUDIT-FILE                                            00005300
700171         ASSIGN TO UT-S-AUDIT                                     00005400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005500
700171         FILE STATUS WAUDIT-FS.                                   00005600
700171 DATA DIVISION.                                                   00005700
           SKIP2                                                        00005800
700171 FILE SECTION.                                                    00005900
           SKIP1                                                        00006000
700171 FD  PRINT-FILE                                                   00006100
700171     BLOCK CONTAINS 0 RECORDS                                     00006200
700171     LABEL RECORDS ARE STANDARD.                                  00006300
           SKIP2                                                        00006400
700171 01 PRINT-LINE                PIC X(133).                         00006500
           SKIP2                                                        00006600
700171*** Same row layout A-930-WRITE-AUDIT appends in BABKCMP; only    00006700
700171*** the columns the break report shows are broken out.            00006800
700171 FD  AUDIT-FILE                                                   00006900
700171     BLOCK CONTAINS 0 RECORDS                                     00007000
700171     LABEL RECORDS ARE STANDARD.                                  00007100
           SKIP2                                                        00007200
700171 01  AUDIT-LINE.                                                  00007300
700171     05  AUDIT-CONTENT.                                           00007400
700171         10  AUDIT-DATE        PIC X(8).                          00007500
700171         10  FILLER            PIC X.                             00007600
700171         10  AUDIT-TIME        PIC X(11).                         00007700
700171         10  FILLER            PIC X.                             00007800
700171         10  AUDIT-CARDS       PIC X(60).                         00007900
700171         10  FILLER            PIC X(37).                         00008000
700171         10  AUDIT-BREACH      PIC X(3).                          00008100
700171         10  FILLER            PIC X(40).                         00008200
700171     05  FILLER                PIC X.                             00008300
700171     05  AUDIT-CHAIN           PIC X(10).                         00008400
700171     05  AUDIT-CHAIN-N REDEFINES AUDIT-CHAIN                      00008500
700171                               PIC 9(10).                         00008600
           SKIP2                                                        00008700
700171 WORKING-STORAGE SECTION.                                         00008800
700171 77  WCTR-ROWS             PIC 9(7)     VALUE ZERO.               00008900
700171 77  WCTR-LEGACY           PIC 9(7)     VALUE ZERO.               00009000
700171 77  WCTR-CHAINED          PIC 9(7)     VALUE ZERO.               00009100
700171 77  WCTR-UNPROVEN         PIC 9(7)     VALUE ZERO.               00009200
700171 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00009300
700171 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00009400
           SKIP2                                                        00009500
700171 01  WPRINT-AREA.                                                 00009600
700171     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009700
700171         88  WPRINT-FS-OK VALUE '00'.                             00009800
700171     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00009900
700171     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00010000
700171     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00010100
700171     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00010200
700171         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00010300
700171     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00010400
           SKIP2                                                        00010500
700171 01  WAUDIT-FS             PIC XX  VALUE '00'.                    00010600
700171     88  WAUDIT-FS-OK      VALUE '00'.                            00010700
           SKIP2                                                        00010800
700171*** Chain state carried row to row.  WCHN-PREV is the value the   00010900
700171*** next row must have been folded onto; once a break is found    00011000
700171*** the rows after it are counted but not proven.                 00011100
700171 01  WCHN-AREA.                                                   00011200
700171     05  WCHN-PREV             PIC 9(10)    VALUE ZERO.           00011300
700171     05  WCHN-HEAD             PIC 9(10)    VALUE ZERO.           00011400
700171     05  WCHN-STARTED          PIC X        VALUE 'N'.            00011500
700171         88  WCHN-STARTED-YES  VALUE 'Y'.                         00011600
700171     05  WCHN-BROKEN           PIC X        VALUE 'N'.            00011700
700171         88  WCHN-BROKEN-YES   VALUE 'Y'.                         00011800
700171     05  WCHN-BREAK-ROW        PIC 9(7)     VALUE ZERO.           00011900
700171     05  WCHN-REASON           PIC X(40)    VALUE SPACES.         00012000
           SKIP2                                                        00012100
700171 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00012200
700171 01  WCTL-AREA.                                                   00012300
700171     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00012400
700171         88  WCTL-CMD-MINROWS    VALUE 'MINROWS'.                 00012500
700171     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00012600
700171     05  WCTL-NUM-EDIT           PIC X(9)  VALUE SPACES           00012700
700171                                 JUSTIFIED RIGHT.                 00012800
700171     05  WCTL-NUM-EDIT-N REDEFINES WCTL-NUM-EDIT                  00012900
700171                                 PIC 9(9).                        00013000
700171     05  WCTL-MINROWS            PIC 9(7)  VALUE ZERO.            00013100
           SKIP2                                                        00013200
700171 01  RPTHDR-LINE.                                                 00013300
700171         05   FILLER     PIC X(02) VALUE                          00013400
700171           ' '.                                                   00013500
700171         05   FILLER     PIC X(28) VALUE                          00013600
700171           'OmniPlus Audit Chain Check'.                          00013700
700171         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00013800
700171         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00013900
700171         05   FILLER     PIC X(6)  VALUE                          00014000
700171           '  Page'.                                              00014100
700171         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00014200
           SKIP2                                                        00014300
700171 01  IO-AHS-PARM.                                                 00014400
700171       COPY IOAUDHSH REPLACING 'PROGRAM' BY 'BAAUDCHK'.           00014500
           SKIP2                                                        00014600
700171 01  IO-IN110-PARM.                                               00014700
700171       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAAUDCHK'.            00014800
           SKIP2                                                        00014900
700171 01  IO-ENQ-PARM.                                                 00015000
700171       COPY IOENQ REPLACING 'PROGRAM' BY 'BAAUDCHK'.              00015100
           SKIP3                                                        00015200
700171 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00015300
           EJECT                                                        00015400
700171 PROCEDURE DIVISION.                                              00015500
           SKIP2                                                        00015600
700171 A-100-BODY.                                                      00015700
700171     PERFORM A-105-INIT.                                          00015800
700171     PERFORM A-200-INIT-OPEN.                                     00015900
700171     PERFORM B-100-PROC-ROW                                       00016000
700171       UNTIL WAUDIT-FS NOT = '00'.                                00016100
700171     PERFORM A-900-FINI-CLOSE.                                    00016200
700171     MOVE WRC-FINAL TO RETURN-CODE.                               00016300
700171     GOBACK.                                                      00016400
           SKIP2                                                        00016500
700171 A-105-INIT.                                                      00016600
700171     CALL 'BASDIN' USING SD-AREA.                                 00016700
           SKIP2                                                        00016800
700171 A-200-INIT-OPEN.                                                 00016900
700171     DISPLAY 'BaAudChk-998 Program Starting'.                     00017000
700171     ACCEPT RPTHDR-DATE FROM DATE.                                00017100
700171     OPEN OUTPUT                                                  00017200
700171               PRINT-FILE.                                        00017300
700171     IF  NOT WPRINT-FS-OK                                         00017400
700171         DISPLAY 'BaAudChk-53 PRINT dd OPEN failed:'              00017500
700171             WPRINT-FS                                            00017600
700171         STOP RUN.                                                00017700
700171     CALL 'UT110IN'  USING SD-AREA                                00017800
700171               IO-IN110-PARM                                      00017900
700171               IO-IN110-OPEN                                      00018000
700171               CTL-REC.                                           00018100
700171     IF  IO-IN110-ERROR = 'Y'                                     00018200
700171          OR IO-IN110-FILE-STATUS NOT = '00'                      00018300
700171         DISPLAY 'BaAudChk-302 No IN110 control file, no MINROWS '00018400
700171             'floor:' IO-IN110-FILE-STATUS                        00018500
700171     ELSE                                                         00018600
700171         PERFORM F-110-READ-IN110                                 00018700
700171         PERFORM F-100-PROC-CTL                                   00018800
700171           UNTIL IO-IN110-ERROR-YES                               00018900
700171         CALL 'UT110IN'  USING SD-AREA                            00019000
700171               IO-IN110-PARM                                      00019100
700171               IO-IN110-CLOSE                                     00019200
700171               CTL-REC.                                           00019300
700171     MOVE 'Chain Verification'  TO RPTHDR-SUBTITLE.               00019400
700171     PERFORM V-150-NEWPAGE.                                       00019500
700171*** The compare appends to the trail under this enqueue; holding  00019600
700171*** it means the walk never meets a half-written last row.        00019700
700171     MOVE 'AUDIT' TO IO-ENQ-RESOURCE.                             00019800
700171     PERFORM R-905-ENQ-RESOURCE.                                  00019900
700171     IF  IO-ENQ-ERROR-YES                                         00020000
700171         DISPLAY 'BaAudChk-303 AUDIT resource busy past the '     00020100
700171             'wait'                                               00020200
700171         MOVE 12 TO RETURN-CODE                                   00020300
700171         STOP RUN.                                                00020400
700171     OPEN INPUT AUDIT-FILE.                                       00020500
700171     IF  NOT WAUDIT-FS-OK                                         00020600
700171         DISPLAY 'BaAudChk-301 AUDIT dd OPEN failed:'             00020700
700171             WAUDIT-FS                                            00020800
700171         MOVE 16 TO RETURN-CODE                                   00020900
700171         STOP RUN.                                                00021000
700171     PERFORM B-110-READ-AUDIT.                                    00021100
           SKIP2                                                        00021200
700171 A-900-FINI-CLOSE.                                                00021300
700171     CLOSE AUDIT-FILE.                                            00021400
700171     MOVE 'AUDIT' TO IO-ENQ-RESOURCE.                             00021500
700171     PERFORM R-906-DEQ-RESOURCE.                                  00021600
700171     IF  WCTR-ROWS < WCTL-MINROWS                                 00021700
700171         AND NOT WCHN-BROKEN-YES                                  00021800
700171         SET WCHN-BROKEN-YES TO TRUE                              00021900
700171         COMPUTE WCHN-BREAK-ROW = WCTR-ROWS + 1                   00022000
700171         MOVE 'ROWS MISSING FROM THE END OF THE TRAIL'            00022100
700171             TO WCHN-REASON                                       00022200
700171         MOVE SPACES TO WPRINT-LINE                               00022300
700171         STRING ' MINROWS ' WCTL-MINROWS ' expected, only '       00022400
700171             WCTR-ROWS ' row(s) on the trail'                     00022500
700171             DELIMITED BY SIZE INTO WPRINT-LINE                   00022600
700171         PERFORM V-100-PRINT-LINE.                                00022700
700171     IF  WCHN-BROKEN-YES                                          00022800
700171         MOVE 8 TO WRC-FINAL                                      00022900
700171     ELSE IF  WCTR-CHAINED = ZERO                                 00023000
700171         OR WCTR-CTL-ERRORS > ZERO                                00023100
700171         MOVE 4 TO WRC-FINAL.                                     00023200
700171     MOVE SPACES TO WPRINT-LINE.                                  00023300
700171     PERFORM V-100-PRINT-LINE.                                    00023400
700171     STRING ' Rows on the trail:        ' WCTR-ROWS               00023500
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00023600
700171     PERFORM V-100-PRINT-LINE.                                    00023700
700171     STRING ' Rows before the chain:    ' WCTR-LEGACY             00023800
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00023900
700171     PERFORM V-100-PRINT-LINE.                                    00024000
700171     STRING ' Chained rows proven:      ' WCTR-CHAINED            00024100
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00024200
700171     PERFORM V-100-PRINT-LINE.                                    00024300
700171     STRING ' Rows after a break:       ' WCTR-UNPROVEN           00024400
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00024500
700171     PERFORM V-100-PRINT-LINE.                                    00024600
700171     STRING ' Chain head (last value):  ' WCHN-HEAD               00024700
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00024800
700171     PERFORM V-100-PRINT-LINE.                                    00024900
700171     IF  WCHN-STARTED-YES                                         00025000
700171         IF  IO-AHS-KEYED-YES                                     00025100
700171             MOVE ' Chain seed:               AUDKEY'             00025200
700171                 TO WPRINT-LINE                                   00025300
700171         ELSE                                                     00025400
700171             MOVE ' Chain seed:               none (unkeyed)'     00025500
700171                 TO WPRINT-LINE                                   00025600
700171         END-IF                                                   00025700
700171         PERFORM V-100-PRINT-LINE.                                00025800
700171     IF  WCHN-BROKEN-YES                                          00025900
700171         MOVE SPACES TO WPRINT-LINE                               00026000
700171         STRING ' *** AUDIT CHAIN BROKEN AT ROW ' WCHN-BREAK-ROW  00026100
700171             ' - ' WCHN-REASON                                    00026200
700171             DELIMITED BY SIZE INTO WPRINT-LINE                   00026300
700171         PERFORM V-100-PRINT-LINE                                 00026400
700171         DISPLAY 'BaAudChk-201 Audit chain broken at row '        00026500
700171             WCHN-BREAK-ROW ': ' WCHN-REASON                      00026600
700171     ELSE                                                         00026700
700171         MOVE ' Audit chain intact' TO WPRINT-LINE                00026800
700171         PERFORM V-100-PRINT-LINE.                                00026900
700171     DISPLAY 'BaAudChk-444 Rows:' WCTR-ROWS                       00027000
700171       ', Chained:' WCTR-CHAINED                                  00027100
700171       ', Head:' WCHN-HEAD.                                       00027200
700171     CLOSE PRINT-FILE.                                            00027300
700171     DISPLAY 'BaAudChk-998 Program Ending'.                       00027400
           SKIP2                                                        00027500
700171***************************                                       00027600
700171*** Per-row chain check                                           00027700
700171***************************                                       00027800
700171 B-100-PROC-ROW.                                                  00027900
700171     ADD 1 TO WCTR-ROWS.                                          00028000
700171     IF  WCHN-BROKEN-YES                                          00028100
700171         ADD 1 TO WCTR-UNPROVEN                                   00028200
700171     ELSE IF  AUDIT-CHAIN = SPACES                                00028300
700171         IF  WCHN-STARTED-YES                                     00028400
700171             MOVE 'UNCHAINED ROW AFTER THE CHAIN BEGAN'           00028500
700171                 TO WCHN-REASON                                   00028600
700171             PERFORM B-200-REPORT-BREAK                           00028700
700171         ELSE                                                     00028800
700171             ADD 1 TO WCTR-LEGACY                                 00028900
700171         END-IF                                                   00029000
700171     ELSE IF  AUDIT-CHAIN IS NOT NUMERIC                          00029100
700171         MOVE 'CHAIN VALUE IS NOT NUMERIC' TO WCHN-REASON         00029200
700171         PERFORM B-200-REPORT-BREAK                               00029300
700171     ELSE                                                         00029400
700171         PERFORM B-150-PROVE-ROW.                                 00029500
700171     PERFORM B-110-READ-AUDIT.                                    00029600
           SKIP2                                                        00029700
700171 B-110-READ-AUDIT.                                                00029800
700171     READ AUDIT-FILE                                              00029900
700171         AT END                                                   00030000
700171             NEXT SENTENCE.                                       00030100
           SKIP2                                                        00030200
700171*** Refold the row onto its predecessor; a match moves the chain  00030300
700171*** on to this row's value.                                       00030400
700171 B-150-PROVE-ROW.                                                 00030500
700171     SET WCHN-STARTED-YES TO TRUE.                                00030600
700171     MOVE WCHN-PREV      TO IO-AHS-PREV.                          00030700
700171     MOVE AUDIT-CONTENT  TO IO-AHS-ROW.                           00030800
700171     CALL 'UTAUDHSH' USING IO-AHS-PARM.                           00030900
700171     IF  IO-AHS-CHAIN = AUDIT-CHAIN-N                             00031000
700171         ADD 1 TO WCTR-CHAINED                                    00031100
700171         MOVE AUDIT-CHAIN-N TO WCHN-PREV                          00031200
700171         MOVE AUDIT-CHAIN-N TO WCHN-HEAD                          00031300
700171     ELSE                                                         00031400
700171         MOVE 'ROW CONTENT OR ITS PREDECESSOR ALTERED'            00031500
700171             TO WCHN-REASON                                       00031600
700171         PERFORM B-200-REPORT-BREAK.                              00031700
           SKIP2                                                        00031800
700171 B-200-REPORT-BREAK.                                              00031900
700171     SET WCHN-BROKEN-YES TO TRUE.                                 00032000
700171     MOVE WCTR-ROWS TO WCHN-BREAK-ROW.                            00032100
700171     MOVE SPACES TO WPRINT-LINE.                                  00032200
700171     STRING ' First break at row ' WCTR-ROWS ': '                 00032300
700171         WCHN-REASON                                              00032400
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00032500
700171     PERFORM V-100-PRINT-LINE.                                    00032600
700171     MOVE SPACES TO WPRINT-LINE.                                  00032700
700171     STRING '   Row dated ' AUDIT-DATE ' ' AUDIT-TIME             00032800
700171         '  breach ' AUDIT-BREACH '  cards ' AUDIT-CARDS (1:40)   00032900
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00033000
700171     PERFORM V-100-PRINT-LINE.                                    00033100
700171     MOVE SPACES TO WPRINT-LINE.                                  00033200
700171     STRING '   Stored chain ' AUDIT-CHAIN                        00033300
700171         '  expected from predecessor ' WCHN-PREV                 00033400
700171         DELIMITED BY SIZE INTO WPRINT-LINE.                      00033500
700171     PERFORM V-100-PRINT-LINE.                                    00033600
           SKIP2                                                        00033700
700171***************************                                       00033800
700171*** Control card handling                                         00033900
700171***************************                                       00034000
700171 F-100-PROC-CTL.                                                  00034100
700171     IF  CTL-REC (1:1) = '*'                                      00034200
700171         DISPLAY 'BaAudChk-500 Comment:' CTL-REC (1:50)           00034300
700171     ELSE                                                         00034400
700171         PERFORM F-105-CONTINUE.                                  00034500
700171     PERFORM F-110-READ-IN110.                                    00034600
           SKIP2                                                        00034700
700171 F-105-CONTINUE.                                                  00034800
700171     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00034900
700171     UNSTRING CTL-REC DELIMITED BY SPACE                          00035000
700171         INTO WCTL-CMD WCTL-VAL.                                  00035100
700171     DISPLAY 'BaAudChk-500 CtlCard:' CTL-REC (1:50).              00035200
700171     PERFORM F-140-EDIT-NUM.                                      00035300
700171     IF  WCTL-CMD-MINROWS                                         00035400
700171         AND WCTL-NUM-EDIT IS NUMERIC                             00035500
700171         AND WCTL-NUM-EDIT-N < 10000000                           00035600
700171         MOVE WCTL-NUM-EDIT-N TO WCTL-MINROWS                     00035700
700171     ELSE                                                         00035800
700171         DISPLAY 'BaAudChk-501 Invalid Control Card:'             00035900
700171             CTL-REC (1:50)                                       00036000
700171         ADD 1 TO WCTR-CTL-ERRORS.                                00036100
           SKIP2                                                        00036200
700171*** Card value, up to nine digits, right-justified and            00036300
700171*** zero-filled; anything else fails the NUMERIC test.            00036400
700171 F-140-EDIT-NUM.                                                  00036500
700171     MOVE SPACES TO WCTL-NUM-EDIT.                                00036600
700171     UNSTRING WCTL-VAL DELIMITED BY SPACE                         00036700
700171         INTO WCTL-NUM-EDIT.                                      00036800
700171     INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'.        00036900
           SKIP2                                                        00037000
700171 F-110-READ-IN110.                                                00037100
700171     CALL 'UT110IN'  USING SD-AREA                                00037200
700171               IO-IN110-PARM                                      00037300
700171               IO-IN110-READ                                      00037400
700171               CTL-REC.                                           00037500
           SKIP2                                                        00037600
700171*** Shared-resource serialization through the optional UTENQ      00037700
700171*** exit; where the exit is not installed the CALL exception      00037800
700171*** leaves the hold granted and the run unserialized.             00037900
700171 R-905-ENQ-RESOURCE.                                              00038000
700171     SET IO-ENQ-ERROR-NO TO TRUE.                                 00038100
700171     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00038200
700171          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00038300
700171     END-CALL.                                                    00038400
           SKIP2                                                        00038500
700171 R-906-DEQ-RESOURCE.                                              00038600
700171     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00038700
700171          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00038800
700171     END-CALL.                                                    00038900
           SKIP2                                                        00039000
700171***************************                                       00039100
700171*** Print-line routines                                           00039200
700171***************************                                       00039300
700171 V-100-PRINT-LINE.                                                00039400
700171     IF  WPRINT-LINES-OVER                                        00039500
700171         PERFORM V-150-NEWPAGE.                                   00039600
700171     ADD 1 TO WPRINT-LINES.                                       00039700
700171     WRITE PRINT-LINE FROM WPRINT-LINE                            00039800
700171           AFTER ADVANCING 1 LINE.                                00039900
700171     MOVE SPACES   TO WPRINT-LINE.                                00040000
700171     ADD 1 TO WPRINT-TOT-LINES.                                   00040100
           SKIP2                                                        00040200
700171 V-150-NEWPAGE.                                                   00040300
700171     ADD 1 TO WPRINT-PAGE.                                        00040400
700171     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00040500
700171     MOVE SPACES TO PRINT-LINE.                                   00040600
700171     WRITE PRINT-LINE                                             00040700
700171       AFTER ADVANCING PAGE.                                      00040800
700171     WRITE PRINT-LINE FROM RPTHDR-LINE                            00040900
700171       AFTER ADVANCING 1 LINE.                                    00041000
700171     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00041100
700171       AFTER ADVANCING 1.                                         00041200
700171     MOVE ZERO TO WPRINT-LINES.                                   00041300
700171     ADD 3 TO WPRINT-TOT-LINES.                                   00041400
