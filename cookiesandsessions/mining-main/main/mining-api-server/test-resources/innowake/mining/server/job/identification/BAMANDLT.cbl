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
700170 IDENTIFICATION DIVISION.                                         00000100
700170 PROGRAM-ID. 'BAMANDLT'.                                          00000200
700170******************************************************************00000300
700170**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700170******************************************************************00000500
700170**  AUTHOR       W. WHITE, Oct 2026                               00000600
700170**  PURPOSE      Manifest-over-manifest volume delta, run ahead   00000700
700170**               of the compare.  Reads two BABKMAN manifests     00000800
700170**               (MANOUT rows, see the MANROW copybook) - last    00000900
700170**               night's and tonight's generation of the same     00001000
700170**               backup, or File1 and File2 - and reports:        00001100
700170**                 . both headers and trailer verdicts, and the   00001200
700170**                   change in total data records                 00001300
700170**                 . plans that appeared or vanished              00001400
700170**                 . plan / RecordType record counts that moved   00001500
700170**                   by more than PCT percent                     00001600
700170**               so a plan that lost half its records overnight   00001700
700170**               stops the schedule here instead of surfacing as  00001800
700170**               extras at the end of the compare.                00001900
700170**                                                                00002000
700170**               Return codes:                                    00002100
700170**                 0 - nothing moved beyond the threshold         00002200
700170**                 4 - plans appeared, or a control card was      00002300
700170**                     rejected; nothing breached                 00002400
700170**                 8 - threshold breached: a plan vanished, a     00002500
700170**                     count moved beyond PCT, or either          00002600
700170**                     manifest is from an incomplete backup      00002700
700170**                16 - a manifest could not be read               00002800
700170******************************************************************00002900
700170**  REVISIONS:                                                    00003000
700170******************************************************************00003100
700170**  Input                                                         00003200
700170**   . IN110   - Control File                                     00003300
700170**                 PCT nnn      - allowed move, percent (def 10)  00003400
700170**                 MINRECS nnn  - counts where both sides are     00003500
700170**                                below this are reported but do  00003600
700170**                                not breach (default 0)          00003700
700170**   . MANOLD  - Earlier manifest rows (MANROW)                   00003800
700170**   . MANNEW  - Later manifest rows (MANROW)                     00003900
700170******************************************************************00004000
700170**  Output                                                        00004100
700170**   . SYSOUT  - Displayed Information                            00004200
700170**   . REPORT  - Headers, plans appeared/vanished, counts moved   00004300
700170**               beyond the threshold, totals                     00004400
700170******************************************************************00004500
700170 ENVIRONMENT DIVISION.                                            00004600
700170 CONFIGURATION SECTION.                                           00004700
700170 INPUT-OUTPUT SECTION.                                            00004800
           SKIP2                                                        00004900
700170 FILE-CONTROL.                                                    00005000
700170     SELECT PRINT-FILE                                            00005100
700170         ASSIGN TO UT-S-REPORT                                    00005200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005300
700170         FILE STATUS WPRINT-FS.                                   00005400
700170     SELECT MANOLD-FILE                                           00005500
700170         ASSIGN TO UT-S-MANOLD                                    00005600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005700
700170         FILE STATUS WMANOLD-FS.                                  00005800
700170     SELECT MANNEW-FILE                                           00005900
700170         ASSIGN TO UT-S-MANNEW                                    00006000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006100
700170         FILE STATUS WMANNEW-FS.                                  00006200
700170 DATA DIVISION.                                                   00006300
           SKIP2                                                        00006400
700170 FILE SECTION.                                                    00006500
           SKIP1                                                        00006600
700170 FD  PRINT-FILE                                                   00006700
700170     BLOCK CONTAINS 0 RECORDS                                     00006800
700170     LABEL RECORDS ARE STANDARD.                                  00006900
           SKIP2                                                        00007000
700170 01 PRINT-LINE                PIC X(133).                         00007100
           SKIP2                                                        00007200
700170 FD  MANOLD-FILE                                                  00007300
700170     BLOCK CONTAINS 0 RECORDS                                     00007400
700170     LABEL RECORDS ARE STANDARD.                                  00007500
           SKIP2                                                        00007600
700170 01  MANOLD-LINE              PIC X(80).                          00007700
           SKIP2                                                        00007800
700170 FD  MANNEW-FILE                                                  00007900
700170     BLOCK CONTAINS 0 RECORDS                                     00008000
700170     LABEL RECORDS ARE STANDARD.                                  00008100
           SKIP2                                                        00008200
700170 01  MANNEW-LINE              PIC X(80).                          00008300
           SKIP2                                                        00008400
700170 WORKING-STORAGE SECTION.                                         00008500
700170 77  WCTR-APPEARED         PIC 9(5)     VALUE ZERO.               00008600
700170 77  WCTR-VANISHED         PIC 9(5)     VALUE ZERO.               00008700
700170 77  WCTR-MOVED            PIC 9(7)     VALUE ZERO.               00008800
700170 77  WCTR-BREACHES         PIC 9(7)     VALUE ZERO.               00008900
700170 77  WCTR-PAIRS            PIC 9(7)     VALUE ZERO.               00009000
700170 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00009100
700170 77  SUB-SIDE              PIC S9(4) BINARY VALUE ZERO.           00009200
700170 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00009300
           SKIP2                                                        00009400
700170 01  WPRINT-AREA.                                                 00009500
700170     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009600
700170         88  WPRINT-FS-OK VALUE '00'.                             00009700
700170     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00009800
700170     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00009900
700170     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00010000
700170     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00010100
700170         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00010200
700170     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00010300
           SKIP2                                                        00010400
700170 01  WMANOLD-FS            PIC XX  VALUE '00'.                    00010500
700170     88  WMANOLD-FS-OK     VALUE '00'.                            00010600
700170 01  WMANNEW-FS            PIC XX  VALUE '00'.                    00010700
700170     88  WMANNEW-FS-OK     VALUE '00'.                            00010800
           SKIP2                                                        00010900
700170 01  MANR-REC.  COPY MANROW.                                      00011000
           SKIP2                                                        00011100
700170*** What each manifest says about its backup; side 1 is MANOLD,   00011200
700170*** side 2 MANNEW.  A manifest with no trailer row is treated as  00011300
700170*** an incomplete backup.                                         00011400
700170 01  WSID-AREA.                                                   00011500
700170     05  WSID-ENTRY OCCURS 2 TIMES.                               00011600
700170         10  WSID-NAME         PIC X(6)  VALUE SPACES.            00011700
700170         10  WSID-HDR-FOUND    PIC X     VALUE 'N'.               00011800
700170             88  WSID-HDR-FOUND-YES VALUE 'Y'.                    00011900
700170         10  WSID-DATE         PIC 9(6)  VALUE ZERO.              00012000
700170         10  WSID-TIME         PIC 9(6)  VALUE ZERO.              00012100
700170         10  WSID-RELEASE      PIC X(9)  VALUE SPACES.            00012200
700170         10  WSID-HDR-RECS     PIC 9(9)  VALUE ZERO.              00012300
700170         10  WSID-DATA-RECS    PIC 9(9)  VALUE ZERO.              00012400
700170         10  WSID-TLR-FLAG     PIC X     VALUE 'N'.               00012500
700170             88  WSID-TLR-VERIFIED VALUE 'V'.                     00012600
700170         10  WSID-ROWS         PIC 9(7)  VALUE ZERO.              00012700
           SKIP2                                                        00012800
700170*** One count pair being judged, and the verdict.                 00012900
700170 01  WCMP-AREA.                                                   00013000
700170     05  WCMP-OLD              PIC 9(9)     VALUE ZERO.           00013100
700170     05  WCMP-NEW              PIC 9(9)     VALUE ZERO.           00013200
700170     05  WCMP-DIFF             PIC S9(10)   VALUE ZERO.           00013300
700170     05  WCMP-PCT              PIC S9(9)V9  VALUE ZERO.           00013400
700170     05  WCMP-PCT-ABS          PIC 9(9)V9   VALUE ZERO.           00013500
700170     05  WCMP-BEYOND           PIC X        VALUE 'N'.            00013600
700170         88  WCMP-BEYOND-YES   VALUE 'Y'.                         00013700
700170     05  WCMP-BREACH           PIC X        VALUE 'N'.            00013800
700170         88  WCMP-BREACH-YES   VALUE 'Y'.                         00013900
           SKIP2                                                        00014000
700170 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00014100
700170 01  WCTL-AREA.                                                   00014200
700170     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00014300
700170         88  WCTL-CMD-PCT        VALUE 'PCT'.                     00014400
700170         88  WCTL-CMD-MINRECS    VALUE 'MINRECS'.                 00014500
700170     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00014600
700170     05  WCTL-NUM-EDIT           PIC X(9)  VALUE SPACES           00014700
700170                                 JUSTIFIED RIGHT.                 00014800
700170     05  WCTL-NUM-EDIT-N REDEFINES WCTL-NUM-EDIT                  00014900
700170                                 PIC 9(9).                        00015000
700170     05  WCTL-PCT                PIC 9(3)  VALUE 10.              00015100
700170     05  WCTL-MINRECS            PIC 9(9)  VALUE ZERO.            00015200
           SKIP2                                                        00015300
700170 01  RPTHDR-LINE.                                                 00015400
700170         05   FILLER     PIC X(02) VALUE                          00015500
700170           ' '.                                                   00015600
700170         05   FILLER     PIC X(28) VALUE                          00015700
700170           'OmniPlus Manifest Delta'.                             00015800
700170         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00015900
700170         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00016000
700170         05   FILLER     PIC X(6)  VALUE                          00016100
700170           '  Page'.                                              00016200
700170         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00016300
           SKIP2                                                        00016400
700170 01  RXTITLE1-LINE.                                               00016500
700191     05  FILLER   PIC X(44) VALUE                                 00016600
700191         '  Plan#      Type   Old count   New count   '.          00016700
700170     05  FILLER   PIC X(40) VALUE                                 00016800
700170         '    Change      Percent  Note'.                         00016900
700191     05  FILLER   PIC X(49) VALUE SPACES.                         00017000
           SKIP2                                                        00017100
700170 01  RXDAT1-LINE.                                                 00017200
700170     05  FILLER               PIC X(2)  VALUE SPACES.             00017300
700191     05  RXDAT1-PLAN          PIC X(10) VALUE SPACES.             00017400
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00017500
700170     05  RXDAT1-XXYY          PIC X(4)  VALUE SPACES.             00017600
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00017700
700170     05  RXDAT1-OLD           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00017800
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00017900
700170     05  RXDAT1-NEW           PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00018000
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00018100
700170     05  RXDAT1-DIFF          PIC ----,---,--9 VALUE ZERO.        00018200
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00018300
700170     05  RXDAT1-PCT           PIC ---------9.9 VALUE ZERO.        00018400
700170     05  RXDAT1-PCT-X REDEFINES RXDAT1-PCT                        00018500
700170                              PIC X(12).                          00018600
700170     05  FILLER               PIC X(1)  VALUE '%'.                00018700
700170     05  FILLER               PIC X(1)  VALUE SPACES.             00018800
700170     05  RXDAT1-NOTE          PIC X(10) VALUE SPACES.             00018900
           SKIP2                                                        00019000
700170*** Record counts keyed plan + RecordType, both sides.            00019100
700170 01  DLTXIA-AREA. COPY UTCOIA                                     00019200
700170       REPLACING ==:UTCOIA:== BY ==DLTXIA==.                      00019300
700170 01  DLTXHDR-AREA. COPY UTCOHDR                                   00019400
700170       REPLACING ==:UTCOHDR:== BY ==DLTXHDR==.                    00019500
700170 01  DLTXKEY-AREA.                                                00019600
700191     05  DLTXKEY-PLAN       PIC X(10) VALUE SPACES.               00019700
700170     05  DLTXKEY-XXYY       PIC X(4)  VALUE SPACES.               00019800
700170 01  DLTXDAT-AREA.                                                00019900
700170     05  DLTXDAT-CTR        PIC 9(9)  VALUE ZERO                  00020000
700170                            OCCURS 2 TIMES.                       00020100
           SKIP2                                                        00020200
700170*** Record counts keyed plan, both sides.                         00020300
700170 01  PLNXIA-AREA. COPY UTCOIA                                     00020400
700170       REPLACING ==:UTCOIA:== BY ==PLNXIA==.                      00020500
700170 01  PLNXHDR-AREA. COPY UTCOHDR                                   00020600
700170       REPLACING ==:UTCOHDR:== BY ==PLNXHDR==.                    00020700
700170 01  PLNXKEY-AREA.                                                00020800
700191     05  PLNXKEY-PLAN       PIC X(10) VALUE SPACES.               00020900
700170 01  PLNXDAT-AREA.                                                00021000
700170     05  PLNXDAT-CTR        PIC 9(9)  VALUE ZERO                  00021100
700170                            OCCURS 2 TIMES.                       00021200
           SKIP2                                                        00021300
700170 01  IO-IN110-PARM.                                               00021400
700170       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAMANDLT'.            00021500
           SKIP3                                                        00021600
700170 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00021700
           EJECT                                                        00021800
700170 PROCEDURE DIVISION.                                              00021900
           SKIP2                                                        00022000
700170 A-100-BODY.                                                      00022100
700170     PERFORM A-105-INIT.                                          00022200
700170     PERFORM A-200-INIT-OPEN.                                     00022300
700170     PERFORM B-100-LOAD-OLD.                                      00022400
700170     PERFORM B-200-LOAD-NEW.                                      00022500
700170     PERFORM C-100-RPT-HEADERS.                                   00022600
700170     PERFORM C-200-RPT-PLANS.                                     00022700
700170     PERFORM C-300-RPT-MOVES.                                     00022800
700170     PERFORM A-900-FINI-CLOSE.                                    00022900
700170     MOVE WRC-FINAL TO RETURN-CODE.                               00023000
700170     GOBACK.                                                      00023100
           SKIP2                                                        00023200
700170 A-105-INIT.                                                      00023300
700170     CALL 'BASDIN' USING SD-AREA.                                 00023400
           SKIP2                                                        00023500
700170 A-200-INIT-OPEN.                                                 00023600
700170     DISPLAY 'BaManDlt-998 Program Starting'.                     00023700
700170     ACCEPT RPTHDR-DATE FROM DATE.                                00023800
700170     OPEN OUTPUT                                                  00023900
700170               PRINT-FILE.                                        00024000
700170     IF  NOT WPRINT-FS-OK                                         00024100
700170         DISPLAY 'BaManDlt-53 PRINT dd OPEN failed:'              00024200
700170             WPRINT-FS                                            00024300
700170         STOP RUN.                                                00024400
700170     CALL 'UT110IN'  USING SD-AREA                                00024500
700170               IO-IN110-PARM                                      00024600
700170               IO-IN110-OPEN                                      00024700
700170               CTL-REC.                                           00024800
700170     IF  IO-IN110-ERROR = 'Y'                                     00024900
700170          OR IO-IN110-FILE-STATUS NOT = '00'                      00025000
700170         DISPLAY 'BaManDlt-301 IN110 file failed to open:'        00025100
700170           IO-IN110-FILE-STATUS                                   00025200
700170         MOVE 8 TO RETURN-CODE                                    00025300
700170         STOP RUN.                                                00025400
700170     PERFORM F-110-READ-IN110.                                    00025500
700170     PERFORM F-100-PROC-CTL                                       00025600
700170       UNTIL IO-IN110-ERROR-YES.                                  00025700
700170     MOVE 'MANOLD' TO WSID-NAME (1).                              00025800
700170     MOVE 'MANNEW' TO WSID-NAME (2).                              00025900
700170     PERFORM T-800-SETUP-CONTAINERS.                              00026000
           SKIP2                                                        00026100
700170 A-900-FINI-CLOSE.                                                00026200
700170     CALL 'UT110IN'  USING SD-AREA                                00026300
700170               IO-IN110-PARM                                      00026400
700170               IO-IN110-CLOSE                                     00026500
700170               CTL-REC.                                           00026600
700170     IF  WCTR-BREACHES > ZERO                                     00026700
700170         MOVE 8 TO WRC-FINAL                                      00026800
700170     ELSE IF  WCTR-APPEARED > ZERO                                00026900
700170         OR WCTR-CTL-ERRORS > ZERO                                00027000
700170         MOVE 4 TO WRC-FINAL.                                     00027100
700170     MOVE ' Totals' TO RPTHDR-SUBTITLE.                           00027200
700170     MOVE SPACES TO WPRINT-TITLE1.                                00027300
700170     PERFORM V-150-NEWPAGE.                                       00027400
700170     MOVE SPACES TO WPRINT-LINE.                                  00027500
700170     STRING ' Allowed move, percent:   ' WCTL-PCT                 00027600
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00027700
700170     PERFORM V-100-PRINT-LINE.                                    00027800
700170     STRING ' Breach floor, records:   ' WCTL-MINRECS             00027900
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028000
700170     PERFORM V-100-PRINT-LINE.                                    00028100
700170     STRING ' Plan/RecordType pairs:   ' WCTR-PAIRS               00028200
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028300
700170     PERFORM V-100-PRINT-LINE.                                    00028400
700170     STRING ' Plans appeared:          ' WCTR-APPEARED            00028500
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028600
700170     PERFORM V-100-PRINT-LINE.                                    00028700
700170     STRING ' Plans vanished:          ' WCTR-VANISHED            00028800
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00028900
700170     PERFORM V-100-PRINT-LINE.                                    00029000
700170     STRING ' Counts moved beyond:     ' WCTR-MOVED               00029100
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029200
700170     PERFORM V-100-PRINT-LINE.                                    00029300
700170     STRING ' Breaches:                ' WCTR-BREACHES            00029400
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029500
700170     PERFORM V-100-PRINT-LINE.                                    00029600
700170     IF  WCTR-BREACHES > ZERO                                     00029700
700170         MOVE ' *** THRESHOLD BREACHED - HOLD THE COMPARE ***'    00029800
700170             TO WPRINT-LINE                                       00029900
700170         PERFORM V-100-PRINT-LINE                                 00030000
700170         DISPLAY 'BaManDlt-201 Threshold breached:'               00030100
700170             WCTR-BREACHES.                                       00030200
700170     DISPLAY 'BaManDlt-444 Appeared:' WCTR-APPEARED               00030300
700170       ', Vanished:' WCTR-VANISHED                                00030400
700170       ', Moved:' WCTR-MOVED                                      00030500
700170       ', Breaches:' WCTR-BREACHES.                               00030600
700170     SET DLTXIA-OPER-CO-EMPTY TO TRUE.                            00030700
700170     PERFORM T-910-CALL-DLTX.                                     00030800
700170     SET PLNXIA-OPER-CO-EMPTY TO TRUE.                            00030900
700170     PERFORM T-920-CALL-PLNX.                                     00031000
700170     CLOSE PRINT-FILE.                                            00031100
700170     DISPLAY 'BaManDlt-998 Program Ending'.                       00031200
           SKIP2                                                        00031300
700170***************************                                       00031400
700170*** Control card handling                                         00031500
700170***************************                                       00031600
700170 F-100-PROC-CTL.                                                  00031700
700170     IF  CTL-REC (1:1) = '*'                                      00031800
700170         DISPLAY 'BaManDlt-500 Comment:' CTL-REC (1:50)           00031900
700170     ELSE                                                         00032000
700170         PERFORM F-105-CONTINUE.                                  00032100
700170     PERFORM F-110-READ-IN110.                                    00032200
           SKIP2                                                        00032300
700170 F-105-CONTINUE.                                                  00032400
700170     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00032500
700170     UNSTRING CTL-REC DELIMITED BY SPACE                          00032600
700170         INTO WCTL-CMD WCTL-VAL.                                  00032700
700170     DISPLAY 'BaManDlt-500 CtlCard:' CTL-REC (1:50).              00032800
700170     PERFORM F-140-EDIT-NUM.                                      00032900
700170     IF  WCTL-CMD-PCT                                             00033000
700170         AND WCTL-NUM-EDIT IS NUMERIC                             00033100
700170         AND WCTL-NUM-EDIT-N > ZERO                               00033200
700170         AND WCTL-NUM-EDIT-N < 1000                               00033300
700170         MOVE WCTL-NUM-EDIT-N TO WCTL-PCT                         00033400
700170     ELSE IF  WCTL-CMD-MINRECS                                    00033500
700170         AND WCTL-NUM-EDIT IS NUMERIC                             00033600
700170         MOVE WCTL-NUM-EDIT-N TO WCTL-MINRECS                     00033700
700170     ELSE                                                         00033800
700170         DISPLAY 'BaManDlt-501 Invalid Control Card:'             00033900
700170             CTL-REC (1:50)                                       00034000
700170         ADD 1 TO WCTR-CTL-ERRORS.                                00034100
           SKIP2                                                        00034200
700170*** Card value, up to nine digits, right-justified and            00034300
700170*** zero-filled; anything else fails the NUMERIC test.            00034400
700170 F-140-EDIT-NUM.                                                  00034500
700170     MOVE SPACES TO WCTL-NUM-EDIT.                                00034600
700170     UNSTRING WCTL-VAL DELIMITED BY SPACE                         00034700
700170         INTO WCTL-NUM-EDIT.                                      00034800
700170     INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'.        00034900
           SKIP2                                                        00035000
700170 F-110-READ-IN110.                                                00035100
700170     CALL 'UT110IN'  USING SD-AREA                                00035200
700170               IO-IN110-PARM                                      00035300
700170               IO-IN110-READ                                      00035400
700170               CTL-REC.                                           00035500
           SKIP2                                                        00035600
700170***************************                                       00035700
700170*** Load both manifests                                           00035800
700170***************************                                       00035900
700170 B-100-LOAD-OLD.                                                  00036000
700170     MOVE 1 TO SUB-SIDE.                                          00036100
700170     OPEN INPUT MANOLD-FILE.                                      00036200
700170     IF  NOT WMANOLD-FS-OK                                        00036300
700170         DISPLAY 'BaManDlt-302 MANOLD dd OPEN failed:'            00036400
700170             WMANOLD-FS                                           00036500
700170         MOVE 16 TO RETURN-CODE                                   00036600
700170         STOP RUN.                                                00036700
700170     PERFORM B-110-READ-OLD                                       00036800
700170       WITH TEST AFTER                                            00036900
700170       UNTIL NOT WMANOLD-FS-OK.                                   00037000
700170     CLOSE MANOLD-FILE.                                           00037100
700170     PERFORM B-300-CHECK-SIDE.                                    00037200
           SKIP2                                                        00037300
700170 B-110-READ-OLD.                                                  00037400
700170     READ MANOLD-FILE                                             00037500
700170         AT END                                                   00037600
700170             NEXT SENTENCE.                                       00037700
700170     IF  WMANOLD-FS-OK                                            00037800
700170         MOVE MANOLD-LINE TO MANR-REC                             00037900
700170         PERFORM B-150-STORE-ROW.                                 00038000
           SKIP2                                                        00038100
700170 B-200-LOAD-NEW.                                                  00038200
700170     MOVE 2 TO SUB-SIDE.                                          00038300
700170     OPEN INPUT MANNEW-FILE.                                      00038400
700170     IF  NOT WMANNEW-FS-OK                                        00038500
700170         DISPLAY 'BaManDlt-303 MANNEW dd OPEN failed:'            00038600
700170             WMANNEW-FS                                           00038700
700170         MOVE 16 TO RETURN-CODE                                   00038800
700170         STOP RUN.                                                00038900
700170     PERFORM B-210-READ-NEW                                       00039000
700170       WITH TEST AFTER                                            00039100
700170       UNTIL NOT WMANNEW-FS-OK.                                   00039200
700170     CLOSE MANNEW-FILE.                                           00039300
700170     PERFORM B-300-CHECK-SIDE.                                    00039400
           SKIP2                                                        00039500
700170 B-210-READ-NEW.                                                  00039600
700170     READ MANNEW-FILE                                             00039700
700170         AT END                                                   00039800
700170             NEXT SENTENCE.                                       00039900
700170     IF  WMANNEW-FS-OK                                            00040000
700170         MOVE MANNEW-LINE TO MANR-REC                             00040100
700170         PERFORM B-150-STORE-ROW.                                 00040200
           SKIP2                                                        00040300
700170 B-150-STORE-ROW.                                                 00040400
700170     ADD 1 TO WSID-ROWS (SUB-SIDE).                               00040500
700170     IF  MANR-KIND-HDR                                            00040600
700170         SET WSID-HDR-FOUND-YES (SUB-SIDE) TO TRUE                00040700
700170         MOVE MANR-HDR-DATE    TO WSID-DATE (SUB-SIDE)            00040800
700170         MOVE MANR-HDR-TIME    TO WSID-TIME (SUB-SIDE)            00040900
700170         MOVE MANR-HDR-RELEASE TO WSID-RELEASE (SUB-SIDE)         00041000
700170         MOVE MANR-CTR         TO WSID-HDR-RECS (SUB-SIDE)        00041100
700170     ELSE IF  MANR-KIND-TLR                                       00041200
700170         MOVE MANR-CTR         TO WSID-DATA-RECS (SUB-SIDE)       00041300
700170         MOVE MANR-TLR-FLAG    TO WSID-TLR-FLAG (SUB-SIDE)        00041400
700170     ELSE IF  MANR-KIND-CTR                                       00041500
700170         MOVE MANR-PLAN TO DLTXKEY-PLAN                           00041600
700170         MOVE MANR-XXYY TO DLTXKEY-XXYY                           00041700
700170         SET DLTXIA-OPER-GET TO TRUE                              00041800
700170         PERFORM T-910-CALL-DLTX                                  00041900
700170         IF  DLTXIA-RC-ERROR                                      00042000
700170             INITIALIZE DLTXDAT-AREA                              00042100
700170         END-IF                                                   00042200
700170         ADD MANR-CTR TO DLTXDAT-CTR (SUB-SIDE)                   00042300
700170         SET DLTXIA-OPER-UPDATE TO TRUE                           00042400
700170         PERFORM T-910-CALL-DLTX                                  00042500
700170         MOVE MANR-PLAN TO PLNXKEY-PLAN                           00042600
700170         SET PLNXIA-OPER-GET TO TRUE                              00042700
700170         PERFORM T-920-CALL-PLNX                                  00042800
700170         IF  PLNXIA-RC-ERROR                                      00042900
700170             INITIALIZE PLNXDAT-AREA                              00043000
700170         END-IF                                                   00043100
700170         ADD MANR-CTR TO PLNXDAT-CTR (SUB-SIDE)                   00043200
700170         SET PLNXIA-OPER-UPDATE TO TRUE                           00043300
700170         PERFORM T-920-CALL-PLNX.                                 00043400
           SKIP2                                                        00043500
700170*** A manifest without its header row is not a BABKMAN manifest;  00043600
700170*** one from an unverified backup breaches.                       00043700
700170 B-300-CHECK-SIDE.                                                00043800
700170     IF  NOT WSID-HDR-FOUND-YES (SUB-SIDE)                        00043900
700170         DISPLAY 'BaManDlt-304 ' WSID-NAME (SUB-SIDE)             00044000
700170             ' has no manifest header row'                        00044100
700170         MOVE 16 TO RETURN-CODE                                   00044200
700170         STOP RUN.                                                00044300
700170     IF  NOT WSID-TLR-VERIFIED (SUB-SIDE)                         00044400
700170         ADD 1 TO WCTR-BREACHES                                   00044500
700170         DISPLAY 'BaManDlt-305 ' WSID-NAME (SUB-SIDE)             00044600
700170             ' backup trailer not verified:'                      00044700
700170             WSID-TLR-FLAG (SUB-SIDE).                            00044800
           SKIP2                                                        00044900
700170***************************                                       00045000
700170*** Headers and total volume                                      00045100
700170***************************                                       00045200
700170 C-100-RPT-HEADERS.                                               00045300
700170     MOVE ' Manifests' TO RPTHDR-SUBTITLE.                        00045400
700170     MOVE SPACES TO WPRINT-TITLE1.                                00045500
700170     PERFORM V-150-NEWPAGE.                                       00045600
700170     PERFORM C-110-RPT-SIDE                                       00045700
700170       VARYING SUB-SIDE FROM 1 BY 1                               00045800
700170         UNTIL SUB-SIDE > 2.                                      00045900
700170     MOVE WSID-DATA-RECS (1) TO WCMP-OLD.                         00046000
700170     MOVE WSID-DATA-RECS (2) TO WCMP-NEW.                         00046100
700170     PERFORM R-100-JUDGE.                                         00046200
700170     MOVE SPACES TO WPRINT-LINE.                                  00046300
700170     PERFORM V-100-PRINT-LINE.                                    00046400
700170     MOVE RXTITLE1-LINE TO WPRINT-LINE.                           00046500
700170     PERFORM V-100-PRINT-LINE.                                    00046600
700170     MOVE SPACES TO RXDAT1-LINE.                                  00046700
700170     MOVE 'ALL'  TO RXDAT1-PLAN.                                  00046800
700170     PERFORM R-200-FMT-PAIR.                                      00046900
700170     IF  WCMP-BEYOND-YES                                          00047000
700170         MOVE 'MOVED' TO RXDAT1-NOTE.                             00047100
700170     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00047200
700170     PERFORM V-100-PRINT-LINE.                                    00047300
           SKIP2                                                        00047400
700170 C-110-RPT-SIDE.                                                  00047500
700170     MOVE SPACES TO WPRINT-LINE.                                  00047600
700170     STRING ' ' WSID-NAME (SUB-SIDE)                              00047700
700170            '  Date: '    WSID-DATE (SUB-SIDE)                    00047800
700170            '  Time: '    WSID-TIME (SUB-SIDE)                    00047900
700170            '  Release: ' WSID-RELEASE (SUB-SIDE)                 00048000
700170            '  Header records: ' WSID-HDR-RECS (SUB-SIDE)         00048100
700170            '  Data records: '   WSID-DATA-RECS (SUB-SIDE)        00048200
700170         DELIMITED BY SIZE INTO WPRINT-LINE.                      00048300
700170     PERFORM V-100-PRINT-LINE.                                    00048400
700170     IF  WSID-TLR-VERIFIED (SUB-SIDE)                             00048500
700170         MOVE '   Trailer verified' TO WPRINT-LINE                00048600
700170     ELSE IF  WSID-TLR-FLAG (SUB-SIDE) = 'M'                      00048700
700170         MOVE '   *** RECORD COUNT MISMATCH - BACKUP SUSPECT ***' 00048800
700170             TO WPRINT-LINE                                       00048900
700170     ELSE                                                         00049000
700170         MOVE '   *** NO TRAILER - BACKUP INCOMPLETE ***'         00049100
700170             TO WPRINT-LINE.                                      00049200
700170     PERFORM V-100-PRINT-LINE.                                    00049300
           SKIP2                                                        00049400
700170***************************                                       00049500
700170*** Plans appeared and vanished                                   00049600
700170***************************                                       00049700
700170 C-200-RPT-PLANS.                                                 00049800
700170     MOVE ' Plans Appeared / Vanished' TO RPTHDR-SUBTITLE.        00049900
700170     MOVE RXTITLE1-LINE TO WPRINT-TITLE1.                         00050000
700170     PERFORM V-150-NEWPAGE.                                       00050100
700170     SET PLNXIA-OPER-FIRST TO TRUE.                               00050200
700170     PERFORM T-920-CALL-PLNX.                                     00050300
700170     PERFORM C-210-PLAN-ROW                                       00050400
700170       UNTIL PLNXIA-RC-ERROR.                                     00050500
700170     IF  WCTR-APPEARED = ZERO                                     00050600
700170         AND WCTR-VANISHED = ZERO                                 00050700
700170         MOVE ' No plan appeared or vanished' TO WPRINT-LINE      00050800
700170         PERFORM V-100-PRINT-LINE.                                00050900
           SKIP2                                                        00051000
700170 C-210-PLAN-ROW.                                                  00051100
700170     IF  PLNXDAT-CTR (1) = ZERO                                   00051200
700170         OR PLNXDAT-CTR (2) = ZERO                                00051300
700170         MOVE PLNXDAT-CTR (1) TO WCMP-OLD                         00051400
700170         MOVE PLNXDAT-CTR (2) TO WCMP-NEW                         00051500
700170         PERFORM R-100-JUDGE                                      00051600
700170         MOVE SPACES       TO RXDAT1-LINE                         00051700
700170         MOVE PLNXKEY-PLAN TO RXDAT1-PLAN                         00051800
700170         PERFORM R-200-FMT-PAIR                                   00051900
700170         IF  PLNXDAT-CTR (1) = ZERO                               00052000
700170             ADD 1 TO WCTR-APPEARED                               00052100
700170             MOVE 'APPEARED' TO RXDAT1-NOTE                       00052200
700170         ELSE                                                     00052300
700170             ADD 1 TO WCTR-VANISHED                               00052400
700170             ADD 1 TO WCTR-BREACHES                               00052500
700170             MOVE 'VANISHED' TO RXDAT1-NOTE                       00052600
700170         END-IF                                                   00052700
700170         MOVE RXDAT1-LINE TO WPRINT-LINE                          00052800
700170         PERFORM V-100-PRINT-LINE.                                00052900
700170     SET PLNXIA-OPER-NEXT TO TRUE.                                00053000
700170     PERFORM T-920-CALL-PLNX.                                     00053100
           SKIP2                                                        00053200
700170***************************                                       00053300
700170*** Plan / RecordType counts moved beyond the threshold           00053400
700170***************************                                       00053500
700170*** Pairs in a plan that appeared or vanished are already on the  00053600
700170*** plan page and are not repeated here.                          00053700
700170 C-300-RPT-MOVES.                                                 00053800
700170     MOVE ' Counts Moved Beyond Threshold' TO RPTHDR-SUBTITLE.    00053900
700170     PERFORM V-150-NEWPAGE.                                       00054000
700170     SET DLTXIA-OPER-FIRST TO TRUE.                               00054100
700170     PERFORM T-910-CALL-DLTX.                                     00054200
700170     PERFORM C-310-PAIR-ROW                                       00054300
700170       UNTIL DLTXIA-RC-ERROR.                                     00054400
700170     IF  WCTR-MOVED = ZERO                                        00054500
700170         MOVE ' No count moved beyond the threshold'              00054600
700170             TO WPRINT-LINE                                       00054700
700170         PERFORM V-100-PRINT-LINE.                                00054800
           SKIP2                                                        00054900
700170 C-310-PAIR-ROW.                                                  00055000
700170     ADD 1 TO WCTR-PAIRS.                                         00055100
700170     MOVE DLTXKEY-PLAN TO PLNXKEY-PLAN.                           00055200
700170     SET PLNXIA-OPER-GET TO TRUE.                                 00055300
700170     PERFORM T-920-CALL-PLNX.                                     00055400
700170     IF  PLNXDAT-CTR (1) > ZERO                                   00055500
700170         AND PLNXDAT-CTR (2) > ZERO                               00055600
700170         MOVE DLTXDAT-CTR (1) TO WCMP-OLD                         00055700
700170         MOVE DLTXDAT-CTR (2) TO WCMP-NEW                         00055800
700170         PERFORM R-100-JUDGE                                      00055900
700170         IF  WCMP-BEYOND-YES                                      00056000
700170             PERFORM C-320-PRINT-MOVE.                            00056100
700170     SET DLTXIA-OPER-NEXT TO TRUE.                                00056200
700170     PERFORM T-910-CALL-DLTX.                                     00056300
           SKIP2                                                        00056400
700170 C-320-PRINT-MOVE.                                                00056500
700170     ADD 1 TO WCTR-MOVED.                                         00056600
700170     MOVE SPACES       TO RXDAT1-LINE.                            00056700
700170     MOVE DLTXKEY-PLAN TO RXDAT1-PLAN.                            00056800
700170     MOVE DLTXKEY-XXYY TO RXDAT1-XXYY.                            00056900
700170     PERFORM R-200-FMT-PAIR.                                      00057000
700170     IF  WCMP-BREACH-YES                                          00057100
700170         ADD 1 TO WCTR-BREACHES                                   00057200
700170         MOVE 'BREACH' TO RXDAT1-NOTE                             00057300
700170     ELSE                                                         00057400
700170         MOVE 'UNDER MIN' TO RXDAT1-NOTE.                         00057500
700170     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00057600
700170     PERFORM V-100-PRINT-LINE.                                    00057700
           SKIP2                                                        00057800
700170***************************                                       00057900
700170*** Judge one count pair                                          00058000
700170***************************                                       00058100
700170*** Beyond: the count moved by more than PCT percent of the old   00058200
700170*** count, or the pair is on one side only.  Breach: beyond, and  00058300
700170*** either side holds at least MINRECS records.                   00058400
700170 R-100-JUDGE.                                                     00058500
700170     MOVE 'N' TO WCMP-BEYOND WCMP-BREACH.                         00058600
700170     COMPUTE WCMP-DIFF = WCMP-NEW - WCMP-OLD.                     00058700
700170     IF  WCMP-OLD = ZERO                                          00058800
700170         MOVE ZERO TO WCMP-PCT WCMP-PCT-ABS                       00058900
700170         IF  WCMP-NEW > ZERO                                      00059000
700170             SET WCMP-BEYOND-YES TO TRUE                          00059100
700170         END-IF                                                   00059200
700170     ELSE                                                         00059300
700170         COMPUTE WCMP-PCT ROUNDED = WCMP-DIFF * 100 / WCMP-OLD    00059400
700170         IF  WCMP-PCT < ZERO                                      00059500
700170             COMPUTE WCMP-PCT-ABS = ZERO - WCMP-PCT               00059600
700170         ELSE                                                     00059700
700170             MOVE WCMP-PCT TO WCMP-PCT-ABS                        00059800
700170         END-IF                                                   00059900
700170         IF  WCMP-PCT-ABS > WCTL-PCT                              00060000
700170             SET WCMP-BEYOND-YES TO TRUE.                         00060100
700170     IF  WCMP-BEYOND-YES                                          00060200
700170         AND (WCMP-OLD NOT < WCTL-MINRECS                         00060300
700170           OR WCMP-NEW NOT < WCTL-MINRECS)                        00060400
700170         SET WCMP-BREACH-YES TO TRUE.                             00060500
           SKIP2                                                        00060600
700170 R-200-FMT-PAIR.                                                  00060700
700170     MOVE WCMP-OLD  TO RXDAT1-OLD.                                00060800
700170     MOVE WCMP-NEW  TO RXDAT1-NEW.                                00060900
700170     MOVE WCMP-DIFF TO RXDAT1-DIFF.                               00061000
700170     IF  WCMP-OLD = ZERO                                          00061100
700170         MOVE '         NEW' TO RXDAT1-PCT-X                      00061200
700170     ELSE                                                         00061300
700170         MOVE WCMP-PCT TO RXDAT1-PCT.                             00061400
           SKIP2                                                        00061500
700170***************************                                       00061600
700170*** Containers                                                    00061700
700170***************************                                       00061800
700170 T-800-SETUP-CONTAINERS.                                          00061900
700170     MOVE 'DltDltx'         TO DLTXHDR-NAME.                      00062000
700170     SET DLTXHDR-TYPE-ORDERED    TO TRUE.                         00062100
700170     SET DLTXIA-MODE-MOVE        TO TRUE.                         00062200
700170     SET DLTXIA-OPER-CO-SETUP    TO TRUE.                         00062300
700170     PERFORM T-910-CALL-DLTX.                                     00062400
700170     IF  DLTXIA-RC-ERROR                                          00062500
700170         DISPLAY 'BaManDlt-432 DLTX setup failed'                 00062600
700170         MOVE 8 TO RETURN-CODE                                    00062700
700170         STOP RUN.                                                00062800
700170     MOVE 'DltPlnx'         TO PLNXHDR-NAME.                      00062900
700170     SET PLNXHDR-TYPE-ORDERED    TO TRUE.                         00063000
700170     SET PLNXIA-MODE-MOVE        TO TRUE.                         00063100
700170     SET PLNXIA-OPER-CO-SETUP    TO TRUE.                         00063200
700170     PERFORM T-920-CALL-PLNX.                                     00063300
700170     IF  PLNXIA-RC-ERROR                                          00063400
700170         DISPLAY 'BaManDlt-433 PLNX setup failed'                 00063500
700170         MOVE 8 TO RETURN-CODE                                    00063600
700170         STOP RUN.                                                00063700
           SKIP2                                                        00063800
700170 T-910-CALL-DLTX.                                                 00063900
700170     SET DLTXIA-KEY-ADDR      TO ADDRESS OF DLTXKEY-AREA.         00064000
700170     SET DLTXIA-DATA-ADDR     TO ADDRESS OF DLTXDAT-AREA.         00064100
700170     MOVE LENGTH OF DLTXKEY-AREA  TO DLTXHDR-KEY-LENG.            00064200
700170     MOVE LENGTH OF DLTXDAT-AREA  TO DLTXHDR-DATA-LENG.           00064300
700170     CALL 'UTCOINDX' USING SD-AREA                                00064400
700170                      DLTXHDR-AREA                                00064500
700170                      DLTXIA-AREA.                                00064600
           SKIP2                                                        00064700
700170 T-920-CALL-PLNX.                                                 00064800
700170     SET PLNXIA-KEY-ADDR      TO ADDRESS OF PLNXKEY-AREA.         00064900
700170     SET PLNXIA-DATA-ADDR     TO ADDRESS OF PLNXDAT-AREA.         00065000
700170     MOVE LENGTH OF PLNXKEY-AREA  TO PLNXHDR-KEY-LENG.            00065100
700170     MOVE LENGTH OF PLNXDAT-AREA  TO PLNXHDR-DATA-LENG.           00065200
700170     CALL 'UTCOINDX' USING SD-AREA                                00065300
700170                      PLNXHDR-AREA                                00065400
700170                      PLNXIA-AREA.                                00065500
           SKIP2                                                        00065600
700170***************************                                       00065700
700170*** Print-line routines                                           00065800
700170***************************                                       00065900
700170 V-100-PRINT-LINE.                                                00066000
700170     IF  WPRINT-LINES-OVER                                        00066100
700170         PERFORM V-150-NEWPAGE.                                   00066200
700170     ADD 1 TO WPRINT-LINES.                                       00066300
700170     WRITE PRINT-LINE FROM WPRINT-LINE                            00066400
700170           AFTER ADVANCING 1 LINE.                                00066500
700170     MOVE SPACES   TO WPRINT-LINE.                                00066600
700170     ADD 1 TO WPRINT-TOT-LINES.                                   00066700
           SKIP2                                                        00066800
700170 V-150-NEWPAGE.                                                   00066900
700170     ADD 1 TO WPRINT-PAGE.                                        00067000
700170     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00067100
700170     MOVE SPACES TO PRINT-LINE.                                   00067200
700170     WRITE PRINT-LINE                                             00067300
700170       AFTER ADVANCING PAGE.                                      00067400
700170     WRITE PRINT-LINE FROM RPTHDR-LINE                            00067500
700170       AFTER ADVANCING 1 LINE.                                    00067600
700170     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00067700
700170       AFTER ADVANCING 1.                                         00067800
700170     MOVE ZERO TO WPRINT-LINES.                                   00067900
700170     ADD 3 TO WPRINT-TOT-LINES.                                   00068000
