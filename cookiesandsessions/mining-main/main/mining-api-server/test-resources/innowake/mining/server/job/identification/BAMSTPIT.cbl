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
700160 IDENTIFICATION DIVISION.                                         00000100
700160 PROGRAM-ID. 'BAMSTPIT'.                                          00000200
700160******************************************************************00000300
700160**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700160******************************************************************00000500
700160**  AUTHOR       W. WHITE, Oct 2026                               00000600
700160**  PURPOSE      Point-in-time rebuild of the keyed DISPMST or    00000700
700160**               DEPOLMST master from the MSTJRNL change journal. 00000800
700160**               The current master is loaded and walked back:    00000900
700160**               for every key the journal shows changing after   00001000
700160**               the ASOF moment, the before image of the first   00001100
700160**               such change is the row that was in force at      00001200
700160**               ASOF (spaces - the row did not exist yet).  The  00001300
700160**               rebuilt master is written to PITOUT in key       00001400
700160**               order, in the master's own 80-byte layout, and   00001500
700160**               the listing shows every row in force at ASOF     00001600
700160**               with what has happened to it since and who did   00001700
700160**               it - the answer to why a difference was or was   00001800
700160**               not suppressed on a past night.                  00001900
700160**               Control cards:                                   00002000
700160**                 MASTER DISPMST | DEPOLMST - master to rebuild  00002100
700160**                 ASOF ccyymmdd[hhmmss]     - the moment wanted; 00002200
700160**                                             time defaults to   00002300
700160**                                             the end of the day 00002400
700160**               The walk-back is exact as long as the journal    00002500
700160**               holds every change made since ASOF; an ASOF      00002600
700160**               earlier than the journal's first row is warned   00002700
700160**               (return code 4).                                 00002800
700160******************************************************************00002900
700160**  REVISIONS:                                                    00003000
700160******************************************************************00003100
700160**  Input                                                         00003200
700160**   . IN110    - Control File (MASTER, ASOF cards)               00003300
700160**   . DISPMST  - Keyed disposition master (MASTER DISPMST)       00003400
700160**   . DEPOLMST - Keyed DE policy master (MASTER DEPOLMST)        00003500
700160**   . MSTJRNL  - Master change journal (see MSTJRNL copybook)    00003600
700160******************************************************************00003700
700160**  Output                                                        00003800
700160**   . SYSOUT   - Displayed Information                           00003900
700160**   . PITOUT   - The master as it stood at ASOF, in key order    00004000
700160**   . REPORT   - Rows in force at ASOF and changes since         00004100
700160******************************************************************00004200
700160 ENVIRONMENT DIVISION.                                            00004300
700160 CONFIGURATION SECTION.                                           00004400
700160 INPUT-OUTPUT SECTION.                                            00004500
           SKIP2                                                        00004600
700160 FILE-CONTROL.                                                    00004700
700160     SELECT PRINT-FILE                                            00004800
700160         ASSIGN TO UT-S-REPORT                                    00004900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005000
700160         FILE STATUS WPRINT-FS.                                   00005100
700160     SELECT DISPMST-FILE                                          00005200
700160         ASSIGN TO DISPMST                                        00005300
700160         ORGANIZATION IS INDEXED                                  00005400
700160         ACCESS MODE IS SEQUENTIAL                                00005500
700160         RECORD KEY IS DSPM-KEY                                   00005600
700160         FILE STATUS WDISPMST-FS.                                 00005700
700160     SELECT DEPOLMST-FILE                                         00005800
700160         ASSIGN TO DEPOLMST                                       00005900
700160         ORGANIZATION IS INDEXED                                  00006000
700160         ACCESS MODE IS SEQUENTIAL                                00006100
700160         RECORD KEY IS DPM-KEY                                    00006200
700160         FILE STATUS WDEPOLMST-FS.                                00006300
700160     SELECT MSTJRNL-FILE                                          00006400
700160         ASSIGN TO UT-S-MSTJRNL                                   00006500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006600
700160         FILE STATUS WMSTJRNL-FS.                                 00006700
700160     SELECT PITOUT-FILE                                           00006800
700160         ASSIGN TO UT-S-PITOUT                                    00006900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007000
700160         FILE STATUS WPITOUT-FS.                                  00007100
700160 DATA DIVISION.                                                   00007200
           SKIP2                                                        00007300
700160 FILE SECTION.                                                    00007400
           SKIP1                                                        00007500
700160 FD  PRINT-FILE                                                   00007600
700160     BLOCK CONTAINS 0 RECORDS                                     00007700
700160     LABEL RECORDS ARE STANDARD.                                  00007800
           SKIP2                                                        00007900
700160 01 PRINT-LINE                PIC X(133).                         00008000
           SKIP2                                                        00008100
700160 FD  DISPMST-FILE                                                 00008200
700160     LABEL RECORDS ARE STANDARD.                                  00008300
           SKIP2                                                        00008400
700160 01  DISPMST-REC. COPY DISPMST.                                   00008500
           SKIP2                                                        00008600
700160 FD  DEPOLMST-FILE                                                00008700
700160     LABEL RECORDS ARE STANDARD.                                  00008800
           SKIP2                                                        00008900
700160 01  DEPOLMST-REC. COPY DEPOLMST.                                 00009000
           SKIP2                                                        00009100
700160 FD  MSTJRNL-FILE                                                 00009200
700160     BLOCK CONTAINS 0 RECORDS                                     00009300
700160     LABEL RECORDS ARE STANDARD.                                  00009400
           SKIP2                                                        00009500
700160 01  MSTJRNL-REC. COPY MSTJRNL.                                   00009600
           SKIP2                                                        00009700
700160 FD  PITOUT-FILE                                                  00009800
700160     BLOCK CONTAINS 0 RECORDS                                     00009900
700160     LABEL RECORDS ARE STANDARD.                                  00010000
           SKIP2                                                        00010100
700160 01  PITOUT-REC               PIC X(80).                          00010200
           SKIP2                                                        00010300
700160 WORKING-STORAGE SECTION.                                         00010400
700160 77  WCTR-CURRENT          PIC 9(7)     VALUE ZERO.               00010500
700160 77  WCTR-JRNL-READ        PIC 9(7)     VALUE ZERO.               00010600
700160 77  WCTR-JRNL-AFTER       PIC 9(7)     VALUE ZERO.               00010700
700160 77  WCTR-ROLLED           PIC 9(7)     VALUE ZERO.               00010800
700160 77  WCTR-WRITTEN          PIC 9(7)     VALUE ZERO.               00010900
700160 77  WCTR-ADDED-SINCE      PIC 9(7)     VALUE ZERO.               00011000
700160 77  WCTR-CHANGED-SINCE    PIC 9(7)     VALUE ZERO.               00011100
700160 77  WCTR-DELETED-SINCE    PIC 9(7)     VALUE ZERO.               00011200
700160 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00011300
700160     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00011400
700160 77  WJRNL-FIRST-STAMP     PIC X(16)    VALUE HIGH-VALUES.        00011500
           SKIP2                                                        00011600
700160 01  WPRINT-AREA.                                                 00011700
700160     05  WPRINT-FS                 PIC XX  VALUE '00'.            00011800
700160         88  WPRINT-FS-OK VALUE '00'.                             00011900
700160     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00012000
700160     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00012100
700160     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00012200
700160     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00012300
700160         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00012400
700160     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00012500
           SKIP2                                                        00012600
700160 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00012700
700160     88  WDISPMST-FS-OK    VALUE '00'.                            00012800
700160     88  WDISPMST-FS-NOFILE VALUE '35' '30'.                      00012900
700160 01  WDEPOLMST-FS          PIC XX  VALUE '00'.                    00013000
700160     88  WDEPOLMST-FS-OK   VALUE '00'.                            00013100
700160     88  WDEPOLMST-FS-NOFILE VALUE '35' '30'.                     00013200
700160 01  WMSTJRNL-FS           PIC XX  VALUE '00'.                    00013300
700160     88  WMSTJRNL-FS-OK    VALUE '00'.                            00013400
700160     88  WMSTJRNL-FS-NOFILE VALUE '35'.                           00013500
700160 01  WPITOUT-FS            PIC XX  VALUE '00'.                    00013600
700160     88  WPITOUT-FS-OK     VALUE '00'.                            00013700
           SKIP2                                                        00013800
700160*** The moment wanted, in the MJR-STAMP form: a journal row       00013900
700160*** stamped later than this is a change made since.  The          00014000
700160*** hundredths are held at 99 so the whole ASOF second counts     00014100
700160*** as already past.                                              00014200
700160 01  WASOF-STAMP.                                                 00014300
700160     05  WASOF-DATE            PIC 9(8)  VALUE ZERO.              00014400
700160     05  WASOF-TIME            PIC 9(6)  VALUE 235959.            00014500
700160     05  WASOF-HUND            PIC 99    VALUE 99.                00014600
           SKIP2                                                        00014700
700160 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00014800
700160 01  WCTL-AREA.                                                   00014900
700160     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00015000
700160         88  WCTL-CMD-MASTER     VALUE 'MASTER'.                  00015100
700160         88  WCTL-CMD-ASOF       VALUE 'ASOF'.                    00015200
700160     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00015300
700160     05  WCTL-MASTER             PIC X(8)  VALUE SPACES.          00015400
700160         88  WCTL-MASTER-DISPMST VALUE 'DISPMST'.                 00015500
700160         88  WCTL-MASTER-DEPOLMST VALUE 'DEPOLMST'.               00015600
700160     05  WCTL-ASOF-SET           PIC X     VALUE 'N'.             00015700
700160         88  WCTL-ASOF-SET-YES   VALUE 'Y'.                       00015800
           SKIP2                                                        00015900
700160 01  RPTHDR-LINE.                                                 00016000
700160         05   FILLER     PIC X(02) VALUE                          00016100
700160           ' '.                                                   00016200
700160         05   FILLER     PIC X(28) VALUE                          00016300
700160           'Master Point-in-Time View'.                           00016400
700160         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00016500
700160         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00016600
700160         05   FILLER     PIC X(6)  VALUE                          00016700
700160           '  Page'.                                              00016800
700160         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00016900
           SKIP2                                                        00017000
700160 01  RMTITLE1-LINE.                                               00017100
700160     05  FILLER   PIC X(31) VALUE                                 00017200
700160         ' Key             Row at ASOF'.                          00017300
700160     05  FILLER   PIC X(41) VALUE                                 00017400
700160         SPACES.                                                  00017500
700160     05  FILLER   PIC X(41) VALUE                                 00017600
700160         'Since ASOF     By       On       At'.                   00017700
           SKIP2                                                        00017800
700160 01  RMDAT1-LINE.                                                 00017900
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00018000
700160     05  RMDAT1-KEY           PIC X(15) VALUE SPACES.             00018100
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00018200
700160     05  RMDAT1-ROW           PIC X(54) VALUE SPACES.             00018300
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00018400
700160     05  RMDAT1-STATE         PIC X(14) VALUE SPACES.             00018500
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00018600
700160     05  RMDAT1-BY            PIC X(8)  VALUE SPACES.             00018700
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00018800
700160     05  RMDAT1-DATE          PIC X(8)  VALUE SPACES.             00018900
700160     05  FILLER               PIC X(1)  VALUE SPACES.             00019000
700160     05  RMDAT1-TIME          PIC X(6)  VALUE SPACES.             00019100
           SKIP2                                                        00019200
700160*** One entry per key on the current master or touched by the     00019300
700160*** journal since ASOF.  PITD-ROW starts as the current row and   00019400
700160*** is replaced by the before image of the first change made      00019500
700160*** after ASOF; later changes to the same key are already         00019600
700160*** accounted for by that first before image and are passed       00019700
700160*** over.                                                         00019800
700160 01  PITMIA-AREA. COPY UTCOIA                                     00019900
700160       REPLACING ==:UTCOIA:== BY ==PITMIA==.                      00020000
700160 01  PITMHDR-AREA. COPY UTCOHDR                                   00020100
700160       REPLACING ==:UTCOHDR:== BY ==PITMHDR==.                    00020200
700160 01  PITMKEY-AREA.                                                00020300
700191     05  PITMKEY-KEY        PIC X(17) VALUE SPACES.               00020400
700160 01  PITMDAT-AREA.                                                00020500
700160     05  PITMDAT-ROW        PIC X(80) VALUE SPACES.               00020600
700160     05  PITMDAT-CURRENT    PIC X     VALUE 'N'.                  00020700
700160         88  PITMDAT-CURRENT-YES VALUE 'Y'.                       00020800
700160     05  PITMDAT-ROLLED     PIC X     VALUE 'N'.                  00020900
700160         88  PITMDAT-ROLLED-YES  VALUE 'Y'.                       00021000
700160     05  PITMDAT-BY         PIC X(8)  VALUE SPACES.               00021100
700160     05  PITMDAT-DATE       PIC X(8)  VALUE SPACES.               00021200
700160     05  PITMDAT-TIME       PIC X(6)  VALUE SPACES.               00021300
           SKIP2                                                        00021400
700160 01  IO-IN110-PARM.                                               00021500
700160       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAMSTPIT'.            00021600
           SKIP3                                                        00021700
700160 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00021800
           EJECT                                                        00021900
700160 PROCEDURE DIVISION.                                              00022000
           SKIP2                                                        00022100
700160 A-100-BODY.                                                      00022200
700160     PERFORM A-105-INIT.                                          00022300
700160     PERFORM A-200-INIT-OPEN.                                     00022400
700160     PERFORM B-100-LOAD-CURRENT.                                  00022500
700160     PERFORM C-100-WALK-JOURNAL.                                  00022600
700160     PERFORM D-100-WRITE-ASOF.                                    00022700
700160     PERFORM A-900-FINI-CLOSE.                                    00022800
700160     GOBACK.                                                      00022900
           SKIP2                                                        00023000
700160 A-105-INIT.                                                      00023100
700160     CALL 'BASDIN' USING SD-AREA.                                 00023200
           SKIP2                                                        00023300
700160 A-200-INIT-OPEN.                                                 00023400
700160     DISPLAY 'BaMstPit-998 Program Starting'.                     00023500
700160     ACCEPT RPTHDR-DATE FROM DATE.                                00023600
700160     OPEN OUTPUT                                                  00023700
700160               PRINT-FILE.                                        00023800
700160     IF  NOT WPRINT-FS-OK                                         00023900
700160         DISPLAY 'BaMstPit-53 PRINT dd OPEN failed:'              00024000
700160             WPRINT-FS                                            00024100
700160         STOP RUN.                                                00024200
700160     CALL 'UT110IN'  USING SD-AREA                                00024300
700160               IO-IN110-PARM                                      00024400
700160               IO-IN110-OPEN                                      00024500
700160               CTL-REC.                                           00024600
700160     IF  IO-IN110-ERROR = 'Y'                                     00024700
700160          OR IO-IN110-FILE-STATUS NOT = '00'                      00024800
700160         DISPLAY 'BaMstPit-301 IN110 file failed to open:'        00024900
700160           IO-IN110-FILE-STATUS                                   00025000
700160         MOVE 8 TO RETURN-CODE                                    00025100
700160         STOP RUN.                                                00025200
700160     PERFORM F-110-READ-IN110.                                    00025300
700160     PERFORM F-100-PROC-CTL                                       00025400
700160       UNTIL IO-IN110-ERROR-YES.                                  00025500
700160     CALL 'UT110IN'  USING SD-AREA                                00025600
700160               IO-IN110-PARM                                      00025700
700160               IO-IN110-CLOSE                                     00025800
700160               CTL-REC.                                           00025900
700160     IF  NOT WCTL-MASTER-DISPMST                                  00026000
700160         AND NOT WCTL-MASTER-DEPOLMST                             00026100
700160         DISPLAY 'BaMstPit-302 MASTER DISPMST or MASTER DEPOLMST '00026200
700160             'card required'                                      00026300
700160         MOVE 8 TO RETURN-CODE                                    00026400
700160         STOP RUN.                                                00026500
700160     IF  NOT WCTL-ASOF-SET-YES                                    00026600
700160         DISPLAY 'BaMstPit-303 ASOF ccyymmdd[hhmmss] card '       00026700
700160             'required'                                           00026800
700160         MOVE 8 TO RETURN-CODE                                    00026900
700160         STOP RUN.                                                00027000
700160     OPEN OUTPUT PITOUT-FILE.                                     00027100
700160     IF  NOT WPITOUT-FS-OK                                        00027200
700160         DISPLAY 'BaMstPit-304 PITOUT dd OPEN failed:'            00027300
700160             WPITOUT-FS                                           00027400
700160         MOVE 8 TO RETURN-CODE                                    00027500
700160         STOP RUN.                                                00027600
700160     DISPLAY 'BaMstPit-310 Rebuilding ' WCTL-MASTER               00027700
700160         ' as of ' WASOF-DATE ' ' WASOF-TIME.                     00027800
700160     MOVE SPACES TO RPTHDR-SUBTITLE.                              00027900
700160     STRING WCTL-MASTER DELIMITED BY SPACE                        00028000
700160         ' as of ' WASOF-DATE ' ' WASOF-TIME                      00028100
700160         DELIMITED BY SIZE INTO RPTHDR-SUBTITLE.                  00028200
700160     MOVE RMTITLE1-LINE TO WPRINT-TITLE1.                         00028300
700160     PERFORM V-150-NEWPAGE.                                       00028400
700160     PERFORM T-800-SETUP-PITM.                                    00028500
           SKIP2                                                        00028600
700160 A-900-FINI-CLOSE.                                                00028700
700160     MOVE SPACES TO WPRINT-LINE.                                  00028800
700160     PERFORM V-100-PRINT-LINE.                                    00028900
700160     STRING ' Rows on the current master:    ' WCTR-CURRENT       00029000
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029100
700160     PERFORM V-100-PRINT-LINE.                                    00029200
700160     STRING ' Journal rows read:             ' WCTR-JRNL-READ     00029300
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029400
700160     PERFORM V-100-PRINT-LINE.                                    00029500
700160     STRING ' Journal rows after ASOF:       ' WCTR-JRNL-AFTER    00029600
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00029700
700160     PERFORM V-100-PRINT-LINE.                                    00029800
700160     STRING ' Rows in force at ASOF:         ' WCTR-WRITTEN       00029900
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030000
700160     PERFORM V-100-PRINT-LINE.                                    00030100
700160     STRING '   changed since:               ' WCTR-CHANGED-SINCE 00030200
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030300
700160     PERFORM V-100-PRINT-LINE.                                    00030400
700160     STRING '   deleted since:               ' WCTR-DELETED-SINCE 00030500
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030600
700160     PERFORM V-100-PRINT-LINE.                                    00030700
700160     STRING ' Rows added since ASOF:         ' WCTR-ADDED-SINCE   00030800
700160         DELIMITED BY SIZE INTO WPRINT-LINE.                      00030900
700160     PERFORM V-100-PRINT-LINE.                                    00031000
700160     DISPLAY 'BaMstPit-444 Current:' WCTR-CURRENT                 00031100
700160       ', Journal:' WCTR-JRNL-READ                                00031200
700160       ', Rolled back:' WCTR-ROLLED                               00031300
700160       ', Written:' WCTR-WRITTEN.                                 00031400
700160     SET PITMIA-OPER-CO-EMPTY TO TRUE.                            00031500
700160     PERFORM T-900-CALL-PITM.                                     00031600
700160     CLOSE PITOUT-FILE.                                           00031700
700160     CLOSE PRINT-FILE.                                            00031800
700160     DISPLAY 'BaMstPit-998 Program Ending'.                       00031900
           SKIP2                                                        00032000
700160***************************                                       00032100
700160*** Control card handling                                         00032200
700160***************************                                       00032300
700160 F-100-PROC-CTL.                                                  00032400
700160     IF  CTL-REC (1:1) = '*'                                      00032500
700160         DISPLAY 'BaMstPit-500 Comment:' CTL-REC (1:50)           00032600
700160     ELSE                                                         00032700
700160         PERFORM F-105-CONTINUE.                                  00032800
700160     PERFORM F-110-READ-IN110.                                    00032900
           SKIP2                                                        00033000
700160 F-105-CONTINUE.                                                  00033100
700160     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00033200
700160     UNSTRING CTL-REC DELIMITED BY SPACE                          00033300
700160         INTO WCTL-CMD WCTL-VAL.                                  00033400
700160     DISPLAY 'BaMstPit-500 CtlCard:' CTL-REC (1:50).              00033500
700160     IF  WCTL-CMD-MASTER                                          00033600
700160         AND (WCTL-VAL = 'DISPMST' OR 'DEPOLMST')                 00033700
700160         MOVE WCTL-VAL TO WCTL-MASTER                             00033800
700160     ELSE IF  WCTL-CMD-ASOF                                       00033900
700160         AND WCTL-VAL (1:8) IS NUMERIC                            00034000
700160         MOVE WCTL-VAL (1:8) TO WASOF-DATE                        00034100
700160         IF  WCTL-VAL (9:6) IS NUMERIC                            00034200
700160             MOVE WCTL-VAL (9:6) TO WASOF-TIME                    00034300
700160         END-IF                                                   00034400
700160         SET WCTL-ASOF-SET-YES TO TRUE                            00034500
700160     ELSE                                                         00034600
700160         DISPLAY 'BaMstPit-501 Invalid Control Card:'             00034700
700160             CTL-REC (1:50).                                      00034800
           SKIP2                                                        00034900
700160 F-110-READ-IN110.                                                00035000
700160     CALL 'UT110IN'  USING SD-AREA                                00035100
700160               IO-IN110-PARM                                      00035200
700160               IO-IN110-READ                                      00035300
700160               CTL-REC.                                           00035400
           SKIP2                                                        00035500
700160***************************                                       00035600
700160*** Current master load                                           00035700
700160***************************                                       00035800
700160*** A master not yet created reads as empty - everything the      00035900
700160*** journal shows was then deleted since ASOF.                    00036000
700160 B-100-LOAD-CURRENT.                                              00036100
700160     MOVE 'N' TO WBROWSE-DONE-FLG.                                00036200
700160     IF  WCTL-MASTER-DISPMST                                      00036300
700160         PERFORM B-101-LOAD-DISPMST                               00036400
700160     ELSE                                                         00036500
700160         PERFORM B-102-LOAD-DEPOLMST.                             00036600
           SKIP2                                                        00036700
700160 B-101-LOAD-DISPMST.                                              00036800
700160     OPEN INPUT DISPMST-FILE.                                     00036900
700160     IF  WDISPMST-FS-NOFILE                                       00037000
700160         NEXT SENTENCE                                            00037100
700160     ELSE IF  NOT WDISPMST-FS-OK                                  00037200
700160         DISPLAY 'BaMstPit-305 DISPMST OPEN failed:'              00037300
700160             WDISPMST-FS                                          00037400
700160         MOVE 8 TO RETURN-CODE                                    00037500
700160         STOP RUN                                                 00037600
700160     ELSE                                                         00037700
700160         PERFORM B-110-READ-DISPMST                               00037800
700160           UNTIL WBROWSE-DONE-FLG-YES                             00037900
700160         CLOSE DISPMST-FILE.                                      00038000
           SKIP2                                                        00038100
700160 B-102-LOAD-DEPOLMST.                                             00038200
700160     OPEN INPUT DEPOLMST-FILE.                                    00038300
700160     IF  WDEPOLMST-FS-NOFILE                                      00038400
700160         NEXT SENTENCE                                            00038500
700160     ELSE IF  NOT WDEPOLMST-FS-OK                                 00038600
700160         DISPLAY 'BaMstPit-306 DEPOLMST OPEN failed:'             00038700
700160             WDEPOLMST-FS                                         00038800
700160         MOVE 8 TO RETURN-CODE                                    00038900
700160         STOP RUN                                                 00039000
700160     ELSE                                                         00039100
700160         PERFORM B-120-READ-DEPOLMST                              00039200
700160           UNTIL WBROWSE-DONE-FLG-YES                             00039300
700160         CLOSE DEPOLMST-FILE.                                     00039400
           SKIP2                                                        00039500
700160 B-110-READ-DISPMST.                                              00039600
700160     READ DISPMST-FILE                                            00039700
700160         AT END                                                   00039800
700160             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00039900
700160     IF  NOT WBROWSE-DONE-FLG-YES                                 00040000
700160         AND WDISPMST-FS-OK                                       00040100
700160         MOVE DSPM-KEY    TO PITMKEY-KEY                          00040200
700160         MOVE DISPMST-REC TO PITMDAT-ROW                          00040300
700160         PERFORM B-150-ADD-CURRENT.                               00040400
           SKIP2                                                        00040500
700160 B-120-READ-DEPOLMST.                                             00040600
700160     READ DEPOLMST-FILE                                           00040700
700160         AT END                                                   00040800
700160             SET WBROWSE-DONE-FLG-YES TO TRUE.                    00040900
700160     IF  NOT WBROWSE-DONE-FLG-YES                                 00041000
700160         AND WDEPOLMST-FS-OK                                      00041100
700160         MOVE SPACES       TO PITMKEY-KEY                         00041200
700160         MOVE DPM-KEY      TO PITMKEY-KEY                         00041300
700160         MOVE DEPOLMST-REC TO PITMDAT-ROW                         00041400
700160         PERFORM B-150-ADD-CURRENT.                               00041500
           SKIP2                                                        00041600
700160 B-150-ADD-CURRENT.                                               00041700
700160     ADD 1 TO WCTR-CURRENT.                                       00041800
700160     SET PITMDAT-CURRENT-YES TO TRUE.                             00041900
700160     MOVE 'N'    TO PITMDAT-ROLLED.                               00042000
700160     MOVE SPACES TO PITMDAT-BY PITMDAT-DATE PITMDAT-TIME.         00042100
700160     SET PITMIA-OPER-UPDATE TO TRUE.                              00042200
700160     PERFORM T-900-CALL-PITM.                                     00042300
           SKIP2                                                        00042400
700160***************************                                       00042500
700160*** Journal walk-back                                             00042600
700160***************************                                       00042700
700160 C-100-WALK-JOURNAL.                                              00042800
700160     OPEN INPUT MSTJRNL-FILE.                                     00042900
700160     IF  WMSTJRNL-FS-NOFILE                                       00043000
700160         DISPLAY 'BaMstPit-311 No MSTJRNL journal, the current '  00043100
700160             'master is taken as the ASOF master'                 00043200
700160     ELSE IF  NOT WMSTJRNL-FS-OK                                  00043300
700160         DISPLAY 'BaMstPit-307 MSTJRNL dd OPEN failed:'           00043400
700160             WMSTJRNL-FS                                          00043500
700160         MOVE 8 TO RETURN-CODE                                    00043600
700160         STOP RUN                                                 00043700
700160     ELSE                                                         00043800
700160         PERFORM C-110-READ-JOURNAL                               00043900
700160           WITH TEST AFTER                                        00044000
700160           UNTIL NOT WMSTJRNL-FS-OK                               00044100
700160         CLOSE MSTJRNL-FILE.                                      00044200
700160     IF  WJRNL-FIRST-STAMP NOT = HIGH-VALUES                      00044300
700160         AND WASOF-STAMP < WJRNL-FIRST-STAMP                      00044400
700160         DISPLAY 'BaMstPit-312 ASOF is earlier than the first '   00044500
700160             'journal row (' WJRNL-FIRST-STAMP (1:8) ' '          00044600
700160             WJRNL-FIRST-STAMP (9:6) '); changes made before '    00044700
700160             'journaling began cannot be walked back'             00044800
700160         IF  RETURN-CODE < 4                                      00044900
700160             MOVE 4 TO RETURN-CODE.                               00045000
           SKIP2                                                        00045100
700160 C-110-READ-JOURNAL.                                              00045200
700160     READ MSTJRNL-FILE                                            00045300
700160         AT END                                                   00045400
700160             NEXT SENTENCE.                                       00045500
700160     IF  WMSTJRNL-FS-OK                                           00045600
700160         AND MJR-MASTER = WCTL-MASTER                             00045700
700160         ADD 1 TO WCTR-JRNL-READ                                  00045800
700160         IF  WJRNL-FIRST-STAMP = HIGH-VALUES                      00045900
700160             MOVE MJR-STAMP TO WJRNL-FIRST-STAMP                  00046000
700160         END-IF                                                   00046100
700160         IF  MJR-STAMP > WASOF-STAMP                              00046200
700160             ADD 1 TO WCTR-JRNL-AFTER                             00046300
700160             PERFORM C-120-ROLL-BACK                              00046400
700160         END-IF.                                                  00046500
           SKIP2                                                        00046600
700160*** The first change to a key after ASOF carries, as its before   00046700
700160*** image, the row in force at ASOF.                              00046800
700160 C-120-ROLL-BACK.                                                 00046900
700160     MOVE MJR-KEY TO PITMKEY-KEY.                                 00047000
700160     SET PITMIA-OPER-GET TO TRUE.                                 00047100
700160     PERFORM T-900-CALL-PITM.                                     00047200
700160     IF  PITMIA-RC-ERROR                                          00047300
700160         MOVE 'N' TO PITMDAT-CURRENT                              00047400
700160         MOVE 'N' TO PITMDAT-ROLLED.                              00047500
700160     IF  NOT PITMDAT-ROLLED-YES                                   00047600
700160         ADD 1 TO WCTR-ROLLED                                     00047700
700160         MOVE MJR-BEFORE   TO PITMDAT-ROW                         00047800
700160         SET PITMDAT-ROLLED-YES TO TRUE                           00047900
700160         MOVE MJR-OPERATOR TO PITMDAT-BY                          00048000
700160         MOVE MJR-STAMP (1:8) TO PITMDAT-DATE                     00048100
700160         MOVE MJR-STAMP (9:6) TO PITMDAT-TIME                     00048200
700160         SET PITMIA-OPER-UPDATE TO TRUE                           00048300
700160         PERFORM T-900-CALL-PITM.                                 00048400
           SKIP2                                                        00048500
700160***************************                                       00048600
700160*** Rebuilt master and listing                                    00048700
700160***************************                                       00048800
700160 D-100-WRITE-ASOF.                                                00048900
700160     SET PITMIA-OPER-FIRST TO TRUE.                               00049000
700160     PERFORM T-900-CALL-PITM.                                     00049100
700160     PERFORM D-110-EACH-KEY                                       00049200
700160       UNTIL PITMIA-RC-ERROR.                                     00049300
           SKIP2                                                        00049400
700160 D-110-EACH-KEY.                                                  00049500
700160     MOVE SPACES TO RMDAT1-LINE.                                  00049600
700160     IF  NOT PITMDAT-ROLLED-YES                                   00049700
700160         MOVE 'unchanged' TO RMDAT1-STATE                         00049800
700160     ELSE IF  PITMDAT-ROW = SPACES                                00049900
700160         AND PITMDAT-CURRENT-YES                                  00050000
700160         MOVE 'ADDED SINCE' TO RMDAT1-STATE                       00050100
700160         ADD 1 TO WCTR-ADDED-SINCE                                00050200
700160     ELSE IF  PITMDAT-CURRENT-YES                                 00050300
700160         MOVE 'CHANGED SINCE' TO RMDAT1-STATE                     00050400
700160         ADD 1 TO WCTR-CHANGED-SINCE                              00050500
700160     ELSE IF  PITMDAT-ROW NOT = SPACES                            00050600
700160         MOVE 'DELETED SINCE' TO RMDAT1-STATE                     00050700
700160         ADD 1 TO WCTR-DELETED-SINCE.                             00050800
700160     IF  PITMDAT-ROW NOT = SPACES                                 00050900
700160         WRITE PITOUT-REC FROM PITMDAT-ROW                        00051000
700160         ADD 1 TO WCTR-WRITTEN.                                   00051100
700160     IF  RMDAT1-STATE NOT = SPACES                                00051200
700160         PERFORM D-120-FMT-RMDAT1                                 00051300
700160         MOVE RMDAT1-LINE TO WPRINT-LINE                          00051400
700160         PERFORM V-100-PRINT-LINE.                                00051500
700160     SET PITMIA-OPER-NEXT TO TRUE.                                00051600
700160     PERFORM T-900-CALL-PITM.                                     00051700
           SKIP2                                                        00051800
700160*** The key split into its fields and the rest of the row as it   00051900
700160*** stood; an added-since row shows the key only.                 00052000
700160 D-120-FMT-RMDAT1.                                                00052100
700160     IF  WCTL-MASTER-DISPMST                                      00052200
700191         STRING PITMKEY-KEY (1:10) ' ' PITMKEY-KEY (11:4) ' '     00052300
700191             PITMKEY-KEY (15:3)                                   00052400
700160             DELIMITED BY SIZE INTO RMDAT1-KEY                    00052500
700160         MOVE PITMDAT-ROW (14:54) TO RMDAT1-ROW                   00052600
700160     ELSE                                                         00052700
700160         STRING PITMKEY-KEY (1:4) ' ' PITMKEY-KEY (5:3)           00052800
700160             DELIMITED BY SIZE INTO RMDAT1-KEY                    00052900
700160         MOVE PITMDAT-ROW (8:54) TO RMDAT1-ROW.                   00053000
700160     IF  PITMDAT-ROLLED-YES                                       00053100
700160         MOVE PITMDAT-BY   TO RMDAT1-BY                           00053200
700160         MOVE PITMDAT-DATE TO RMDAT1-DATE                         00053300
700160         MOVE PITMDAT-TIME TO RMDAT1-TIME.                        00053400
           SKIP2                                                        00053500
700160***************************                                       00053600
700160*** Key container                                                 00053700
700160***************************                                       00053800
700160 T-800-SETUP-PITM.                                                00053900
700160     MOVE 'MstPit'          TO PITMHDR-NAME.                      00054000
700160     SET PITMHDR-TYPE-ORDERED    TO TRUE.                         00054100
700160     SET PITMIA-MODE-MOVE        TO TRUE.                         00054200
700160     SET PITMIA-OPER-CO-SETUP    TO TRUE.                         00054300
700160     PERFORM T-900-CALL-PITM.                                     00054400
700160     IF  PITMIA-RC-ERROR                                          00054500
700160         DISPLAY 'BaMstPit-432 PITM setup failed'                 00054600
700160         MOVE 8 TO RETURN-CODE                                    00054700
700160         STOP RUN.                                                00054800
           SKIP2                                                        00054900
700160 T-900-CALL-PITM.                                                 00055000
700160     SET PITMIA-KEY-ADDR      TO ADDRESS OF PITMKEY-AREA.         00055100
700160     SET PITMIA-DATA-ADDR     TO ADDRESS OF PITMDAT-AREA.         00055200
700160     MOVE LENGTH OF PITMKEY-AREA  TO PITMHDR-KEY-LENG.            00055300
700160     MOVE LENGTH OF PITMDAT-AREA  TO PITMHDR-DATA-LENG.           00055400
700160     CALL 'UTCOINDX' USING SD-AREA                                00055500
700160                      PITMHDR-AREA                                00055600
700160                      PITMIA-AREA.                                00055700
           SKIP2                                                        00055800
700160***************************                                       00055900
700160*** Print-line routines                                           00056000
700160***************************                                       00056100
700160 V-100-PRINT-LINE.                                                00056200
700160     IF  WPRINT-LINES-OVER                                        00056300
700160         PERFORM V-150-NEWPAGE.                                   00056400
700160     ADD 1 TO WPRINT-LINES.                                       00056500
700160     WRITE PRINT-LINE FROM WPRINT-LINE                            00056600
700160           AFTER ADVANCING 1 LINE.                                00056700
700160     MOVE SPACES   TO WPRINT-LINE.                                00056800
700160     ADD 1 TO WPRINT-TOT-LINES.                                   00056900
           SKIP2                                                        00057000
700160 V-150-NEWPAGE.                                                   00057100
700160     ADD 1 TO WPRINT-PAGE.                                        00057200
700160     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00057300
700160     MOVE SPACES TO PRINT-LINE.                                   00057400
700160     WRITE PRINT-LINE                                             00057500
700160       AFTER ADVANCING PAGE.                                      00057600
700160     WRITE PRINT-LINE FROM RPTHDR-LINE                            00057700
700160       AFTER ADVANCING 1 LINE.                                    00057800
700160     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00057900
700160       AFTER ADVANCING 1.                                         00058000
700160     MOVE ZERO TO WPRINT-LINES.                                   00058100
700160     ADD 3 TO WPRINT-TOT-LINES.                                   00058200
