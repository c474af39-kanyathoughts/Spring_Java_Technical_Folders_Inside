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
700175 IDENTIFICATION DIVISION.                                         00000100
700175 PROGRAM-ID. 'BALIVCHK'.                                          00000200
700175******************************************************************00000300
700175**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700175******************************************************************00000500
700175**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700175**  PURPOSE      Live-master spot check at triage time.  By the   00000700
700175**               time the OT200 is read in the morning, online    00000800
700175**               users may already have corrected part of what it 00000900
700175**               lists.  This step takes every tagged difference  00001000
700175**               (BAOTEXPL TAGFEED), reads the current live       00001100
700175**               OmniPlus master record for its plan/participant  00001200
700175**               and RecordType through the BKPI reader, decodes  00001300
700175**               the DE with the same DEMOD the compare used, and 00001400
700175**               marks the row:                                   00001500
700175**                 STILL-DIFFERENT   - nothing live to close it   00001600
700175**                 NOW-MATCHES-FILE1 - live value now equals      00001700
700175**                                     File1's backup value       00001800
700175**                 NOW-MATCHES-FILE2 - live value now equals      00001900
700175**                                     File2's backup value       00002000
700175**               The marked rows go to LIVESTAT, which the        00002100
700175**               BADSPWB workbench shows under each plan's        00002200
700175**               detail, and the ticket feed is re-issued with    00002300
700175**               each plan/RecordType pair's live status so the   00002400
700175**               already-corrected items can be closed before     00002500
700175**               anyone works them.                               00002600
700175**                                                                00002700
700175**               LIVESIDE names the backup the live master is the 00002800
700175**               later state of (default 2).  Its own value still 00002900
700175**               live means nobody has touched the DE; only a     00003000
700175**               move to the other file's value closes the row.   00003100
700175**               LIVESIDE 0 treats the live master as neither     00003200
700175**               side and takes whichever value it now equals.    00003300
700175**                                                                00003400
700175**               Return codes:                                    00003500
700175**                 0 - every row checked                          00003600
700175**                 4 - rows with no live record or DE, rows out   00003700
700175**                     of key sequence, or a control card was     00003800
700175**                     rejected                                   00003900
700175**                16 - TAGIN or the live master could not be      00004000
700175**                     opened                                     00004100
700175******************************************************************00004200
700175**  REVISIONS:                                                    00004300
700175******************************************************************00004400
700175**  Input                                                         00004500
700175**   . IN110   - Optional Control File                            00004600
700175**                 LIVESIDE n - 1, 2 or 0 (see above)             00004700
700175**                 TICKFEED   - re-issue TICKIN on TICKOUT        00004800
700175**   . TAGIN   - Tagged differences, BAOTEXPL TAGFEED (OTEXPL     00004900
700175**               layout)                                          00005000
700175**   . BKUPIN  - Live OmniPlus master, via BABKPI/BABKPIS         00005100
700175**   . TYPEREG - Optional record-type registry                    00005200
700175**   . TICKIN  - Ticket feed rows from the compare run,           00005300
700175**               TICKFEED card only                               00005400
700175******************************************************************00005500
700175**  Output                                                        00005600
700175**   . SYSOUT  - Displayed Information                            00005700
700175**   . REPORT  - Every row with its live status, and totals       00005800
700175**   . LIVESTAT - Rows with live status (LIVSTAT layout)          00005900
700175**   . TICKOUT - Ticket feed with live status in columns 23-39    00006000
700175**               and the still-different count in 41-49,          00006100
700175**               TICKFEED card only                               00006200
700175******************************************************************00006300
700175 ENVIRONMENT DIVISION.                                            00006400
700175 CONFIGURATION SECTION.                                           00006500
700175 INPUT-OUTPUT SECTION.                                            00006600
           SKIP2                                                        00006700
700175 FILE-CONTROL.                                                    00006800
700175     SELECT PRINT-FILE                                            00006900
700175         ASSIGN TO UT-S-REPORT                                    00007000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007100
700175         FILE STATUS WPRINT-FS.                                   00007200
700175     SELECT TAGIN-FILE                                            00007300
700175         ASSIGN TO UT-S-TAGIN                                     00007400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007500
700175         FILE STATUS WTAGIN-FS.                                   00007600
700175     SELECT LIVSTAT-FILE                                          00007700
700175         ASSIGN TO UT-S-LIVESTAT                                  00007800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007900
700175         FILE STATUS WLIVSTAT-FS.                                 00008000
700175     SELECT TICKIN-FILE                                           00008100
700175         ASSIGN TO UT-S-TICKIN                                    00008200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008300
700175         FILE STATUS WTICKIN-FS.                                  00008400
700175     SELECT TICKOUT-FILE                                          00008500
700175         ASSIGN TO UT-S-TICKOUT                                   00008600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008700
700175         FILE STATUS WTICKOUT-FS.                                 00008800
700175     SELECT TYPEREG-FILE                                          00008900
700175         ASSIGN TO UT-S-TYPEREG                                   00009000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009100
700175         FILE STATUS WTYPEREG-FS.                                 00009200
700175 DATA DIVISION.                                                   00009300
           SKIP2                                                        00009400
700175 FILE SECTION.                                                    00009500
           SKIP1                                                        00009600
700175 FD  PRINT-FILE                                                   00009700
700175     BLOCK CONTAINS 0 RECORDS                                     00009800
700175     LABEL RECORDS ARE STANDARD.                                  00009900
           SKIP2                                                        00010000
700175 01 PRINT-LINE                PIC X(133).                         00010100
           SKIP2                                                        00010200
700175 FD  TAGIN-FILE                                                   00010300
700175     BLOCK CONTAINS 0 RECORDS                                     00010400
700175     LABEL RECORDS ARE STANDARD.                                  00010500
           SKIP2                                                        00010600
700175 01  TAGIN-REC                PIC X(200).                         00010700
           SKIP2                                                        00010800
700175 FD  LIVSTAT-FILE                                                 00010900
700175     BLOCK CONTAINS 0 RECORDS                                     00011000
700175     LABEL RECORDS ARE STANDARD.                                  00011100
           SKIP2                                                        00011200
700175 01  LIVSTAT-REC              PIC X(240).                         00011300
           SKIP2                                                        00011400
700175*** Same row layout BABKCMP writes from WTICKET-LINE.             00011500
700175 FD  TICKIN-FILE                                                  00011600
700175     BLOCK CONTAINS 0 RECORDS                                     00011700
700175     LABEL RECORDS ARE STANDARD.                                  00011800
           SKIP2                                                        00011900
700175 01  TICKIN-LINE.                                                 00012000
700191     05  TKI-PLAN-NUM         PIC X(10).                          00012100
700175     05  FILLER               PIC X.                              00012200
700175     05  TKI-XXYY             PIC X(4).                           00012300
700191     05  FILLER               PIC X(65).                          00012400
           SKIP2                                                        00012500
700175 FD  TICKOUT-FILE                                                 00012600
700175     BLOCK CONTAINS 0 RECORDS                                     00012700
700175     LABEL RECORDS ARE STANDARD.                                  00012800
           SKIP2                                                        00012900
700175 01  TICKOUT-LINE             PIC X(80).                          00013000
           SKIP2                                                        00013100
700175*** Record-type registry rows - see the TYPEREG copybook.         00013200
700175 FD  TYPEREG-FILE                                                 00013300
700175     BLOCK CONTAINS 0 RECORDS                                     00013400
700175     LABEL RECORDS ARE STANDARD.                                  00013500
           SKIP2                                                        00013600
700175 01  TYPEREG-LINE             PIC X(80).                          00013700
700175 WORKING-STORAGE SECTION.                                         00013800
700175 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00013900
700175 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00014000
700175 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00014100
700175 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00014200
700175     88  WTYPEREG-FS-OK    VALUE '00'.                            00014300
700175 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00014400
700175 01  WTYPEREG-AREA. COPY TYPEREG.                                 00014500
700175 77  SUB-PAIR              PIC S9(4) BINARY VALUE ZERO.           00014600
700175 77  WPAIR-HIT-SUB         PIC S9(4) BINARY VALUE ZERO.           00014700
700175 77  WCTR-ROWS             PIC 9(7)     VALUE ZERO.               00014800
700175 77  WCTR-STILL            PIC 9(7)     VALUE ZERO.               00014900
700175 77  WCTR-MATCH1           PIC 9(7)     VALUE ZERO.               00015000
700175 77  WCTR-MATCH2           PIC 9(7)     VALUE ZERO.               00015100
700175 77  WCTR-NO-REC           PIC 9(7)     VALUE ZERO.               00015200
700175 77  WCTR-NO-DE            PIC 9(7)     VALUE ZERO.               00015300
700175 77  WCTR-CHANGED          PIC 9(7)     VALUE ZERO.               00015400
700175 77  WCTR-REWIND           PIC 9(7)     VALUE ZERO.               00015500
700175 77  WCTR-TICKETS          PIC 9(7)     VALUE ZERO.               00015600
700175 77  WCTR-PAIR-OVER        PIC 9(7)     VALUE ZERO.               00015700
700175 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015800
700175 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015900
700175 77  WCHECK-DATE           PIC X(8)     VALUE SPACES.             00016000
           SKIP2                                                        00016100
700175 01  WPRINT-AREA.                                                 00016200
700175     05  WPRINT-FS                 PIC XX  VALUE '00'.            00016300
700175         88  WPRINT-FS-OK VALUE '00'.                             00016400
700175     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00016500
700175     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00016600
700175     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00016700
700175     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00016800
700175         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00016900
700175     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00017000
           SKIP2                                                        00017100
700175 01  WTAGIN-FS             PIC XX  VALUE '00'.                    00017200
700175     88  WTAGIN-FS-OK      VALUE '00'.                            00017300
700175 01  WLIVSTAT-FS           PIC XX  VALUE '00'.                    00017400
700175     88  WLIVSTAT-FS-OK    VALUE '00'.                            00017500
700175 01  WTICKIN-FS            PIC XX  VALUE '00'.                    00017600
700175     88  WTICKIN-FS-OK     VALUE '00'.                            00017700
700175 01  WTICKOUT-FS           PIC XX  VALUE '00'.                    00017800
700175     88  WTICKOUT-FS-OK    VALUE '00'.                            00017900
           SKIP2                                                        00018000
700175 01  WOTX-REC. COPY OTEXPL.                                       00018100
           SKIP2                                                        00018200
700175 01  WLVS-REC. COPY LIVSTAT.                                      00018300
           SKIP2                                                        00018400
700175*** Live-master reader position.  WLIV-LAST-KEY/-XXYY name the    00018500
700175*** record the reader holds; a row keyed below the last one asked 00018600
700175*** for means TAGIN is out of the master's key order, and the     00018700
700175*** reader is reopened from the top rather than miss the record.  00018800
700175 01  WLIV-AREA.                                                   00018900
700203     05  WLIV-TARGET-KEY       PIC X(24)    VALUE SPACES.         00019000
700203     05  WLIV-LAST-TARGET      PIC X(24)    VALUE SPACES.         00019100
700175     05  WLIV-FOUND            PIC X        VALUE 'N'.            00019200
700175         88  WLIV-FOUND-YES    VALUE 'Y'.                         00019300
700175     05  WLIV-DENUM            PIC 9(3)     VALUE ZERO.           00019400
700175     05  WLIV-VALUE            PIC X(40)    VALUE SPACES.         00019500
           SKIP2                                                        00019600
700175*** Live status tallied per plan/RecordType pair for the ticket   00019700
700175*** feed.  A pair is closable only when none of its rows is       00019800
700175*** still different.                                              00019900
700175 01  WPAIR-AREA.                                                  00020000
700175     05  WPAIR-COUNT           PIC S9(4) BINARY VALUE ZERO.       00020100
700175     05  WPAIR-MAX-ENTRIES     PIC S9(4) BINARY VALUE 500.        00020200
700175     05  WPAIR-ENTRY OCCURS 500 TIMES.                            00020300
700191         10  WPAIR-PLAN-NUM    PIC X(10)    VALUE SPACES.         00020400
700175         10  WPAIR-XXYY        PIC X(4)     VALUE SPACES.         00020500
700175         10  WPAIR-STILL       PIC 9(7)     VALUE ZERO.           00020600
700175         10  WPAIR-MATCH1      PIC 9(7)     VALUE ZERO.           00020700
700175         10  WPAIR-MATCH2      PIC 9(7)     VALUE ZERO.           00020800
           SKIP2                                                        00020900
700175 01  WTKO-LINE.                                                   00021000
700191     05  WTKO-FED              PIC X(25)    VALUE SPACES.         00021100
700175     05  FILLER                PIC X        VALUE SPACE.          00021200
700175     05  WTKO-STATUS           PIC X(17)    VALUE SPACES.         00021300
700175     05  FILLER                PIC X        VALUE SPACE.          00021400
700175     05  WTKO-STILL            PIC Z(8)9    VALUE ZERO.           00021500
700191     05  FILLER                PIC X(27)    VALUE SPACES.         00021600
           SKIP2                                                        00021700
700175 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00021800
700175 01  WCTL-AREA.                                                   00021900
700175     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00022000
700175         88  WCTL-CMD-LIVESIDE   VALUE 'LIVESIDE'.                00022100
700175         88  WCTL-CMD-TICKFEED   VALUE 'TICKFEED'.                00022200
700175     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00022300
700175     05  WCTL-LIVESIDE           PIC X     VALUE '2'.             00022400
700175         88  WCTL-LIVESIDE-1     VALUE '1'.                       00022500
700175         88  WCTL-LIVESIDE-2     VALUE '2'.                       00022600
700175         88  WCTL-LIVESIDE-OK    VALUE '0' '1' '2'.               00022700
700175     05  WCTL-TICKFEED           PIC X     VALUE 'N'.             00022800
700175         88  WCTL-TICKFEED-YES   VALUE 'Y'.                       00022900
           SKIP2                                                        00023000
700175 01  RPTHDR-LINE.                                                 00023100
700175         05   FILLER     PIC X(02) VALUE                          00023200
700175           ' '.                                                   00023300
700175         05   FILLER     PIC X(28) VALUE                          00023400
700175           'OmniPlus Live Spot Check'.                            00023500
700175         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00023600
700175         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00023700
700175         05   FILLER     PIC X(6)  VALUE                          00023800
700175           '  Page'.                                              00023900
700175         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00024000
           SKIP2                                                        00024100
700175 01  RXDAT1-LINE.                                                 00024200
700175     05  FILLER               PIC X     VALUE SPACE.              00024300
700191     05  RXDAT1-PLAN          PIC X(10) VALUE SPACES.             00024400
700175     05  FILLER               PIC X     VALUE SPACE.              00024500
700175     05  RXDAT1-XXYY          PIC X(4)  VALUE SPACES.             00024600
700175     05  FILLER               PIC X     VALUE SPACE.              00024700
700175     05  RXDAT1-PART          PIC X(11) VALUE SPACES.             00024800
700175     05  FILLER               PIC X     VALUE SPACE.              00024900
700175     05  RXDAT1-DENUM         PIC X(3)  VALUE SPACES.             00025000
700175     05  FILLER               PIC X     VALUE SPACE.              00025100
700175     05  RXDAT1-VAL1          PIC X(20) VALUE SPACES.             00025200
700175     05  FILLER               PIC X     VALUE SPACE.              00025300
700175     05  RXDAT1-VAL2          PIC X(20) VALUE SPACES.             00025400
700175     05  FILLER               PIC X     VALUE SPACE.              00025500
700175     05  RXDAT1-LIVE          PIC X(20) VALUE SPACES.             00025600
700175     05  FILLER               PIC X     VALUE SPACE.              00025700
700175     05  RXDAT1-STATUS        PIC X(17) VALUE SPACES.             00025800
700175     05  FILLER               PIC X     VALUE SPACE.              00025900
700175     05  RXDAT1-NOTE          PIC X(11) VALUE SPACES.             00026000
           SKIP2                                                        00026100
700175 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00026200
           SKIP2                                                        00026300
700175 01  BWA-REC.  COPY BKUPREC.                                      00026400
           SKIP2                                                        00026500
700175 01  IO-BKPI-PARM.                                                00026600
700175       COPY IOBKPI REPLACING 'PROGRAM' BY 'BALIVCHK'.             00026700
           SKIP3                                                        00026800
700175 01  IO-IN110-PARM.                                               00026900
700175       COPY IOIN110 REPLACING 'PROGRAM' BY 'BALIVCHK'.            00027000
           SKIP3                                                        00027100
700175 01  DE-AREA.  COPY PRMDE.                                        00027200
           SKIP3                                                        00027300
700175 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00027400
           EJECT                                                        00027500
700175 PROCEDURE DIVISION.                                              00027600
           SKIP2                                                        00027700
700175 A-100-BODY.                                                      00027800
700175     PERFORM A-105-INIT.                                          00027900
700175     PERFORM A-200-INIT-OPEN.                                     00028000
700175     PERFORM B-100-PROC-ROW                                       00028100
700175       UNTIL WTAGIN-FS NOT = '00'.                                00028200
700175     IF  WCTL-TICKFEED-YES                                        00028300
700175         PERFORM D-100-REISSUE-FEED.                              00028400
700175     PERFORM A-900-FINI-CLOSE.                                    00028500
700175     MOVE WRC-FINAL TO RETURN-CODE.                               00028600
700175     GOBACK.                                                      00028700
           SKIP2                                                        00028800
700175 A-105-INIT.                                                      00028900
700175     CALL 'BASDIN' USING SD-AREA.                                 00029000
           SKIP2                                                        00029100
700175 A-200-INIT-OPEN.                                                 00029200
700175     DISPLAY 'BaLivChk-998 Program Starting'.                     00029300
700175     ACCEPT RPTHDR-DATE FROM DATE.                                00029400
700175     ACCEPT WCHECK-DATE FROM DATE YYYYMMDD.                       00029500
700175     PERFORM A-248-LOAD-TYPEREG.                                  00029600
700175     OPEN OUTPUT                                                  00029700
700175               PRINT-FILE.                                        00029800
700175     IF  NOT WPRINT-FS-OK                                         00029900
700175         DISPLAY 'BaLivChk-53 PRINT dd OPEN failed:'              00030000
700175             WPRINT-FS                                            00030100
700175         STOP RUN.                                                00030200
700175     CALL 'UT110IN'  USING SD-AREA                                00030300
700175               IO-IN110-PARM                                      00030400
700175               IO-IN110-OPEN                                      00030500
700175               CTL-REC.                                           00030600
700175     IF  IO-IN110-ERROR = 'Y'                                     00030700
700175          OR IO-IN110-FILE-STATUS NOT = '00'                      00030800
700175         DISPLAY 'BaLivChk-302 No IN110 control file, defaults '  00030900
700175             'apply:' IO-IN110-FILE-STATUS                        00031000
700175     ELSE                                                         00031100
700175         PERFORM F-110-READ-IN110                                 00031200
700175         PERFORM F-100-PROC-CTL                                   00031300
700175           UNTIL IO-IN110-ERROR-YES                               00031400
700175         CALL 'UT110IN'  USING SD-AREA                            00031500
700175               IO-IN110-PARM                                      00031600
700175               IO-IN110-CLOSE                                     00031700
700175               CTL-REC.                                           00031800
700175     MOVE SPACES TO WPRINT-TITLE1.                                00031900
700191     STRING ' Plan       Type Participant DE  File1 Value      '  00032000
700191         '    File2 Value          Live Value           '         00032100
700175         'Live Status       Note'                                 00032200
700175         DELIMITED BY SIZE INTO WPRINT-TITLE1.                    00032300
700175     MOVE ' Difference Live Status'  TO RPTHDR-SUBTITLE.          00032400
700175     PERFORM V-150-NEWPAGE.                                       00032500
700175     OPEN INPUT TAGIN-FILE.                                       00032600
700175     IF  NOT WTAGIN-FS-OK                                         00032700
700175         DISPLAY 'BaLivChk-301 TAGIN dd OPEN failed:'             00032800
700175             WTAGIN-FS                                            00032900
700175         MOVE 16 TO RETURN-CODE                                   00033000
700175         STOP RUN.                                                00033100
700175     OPEN OUTPUT LIVSTAT-FILE.                                    00033200
700175     IF  NOT WLIVSTAT-FS-OK                                       00033300
700175         DISPLAY 'BaLivChk-303 LIVESTAT dd OPEN failed:'          00033400
700175             WLIVSTAT-FS                                          00033500
700175         MOVE 16 TO RETURN-CODE                                   00033600
700175         STOP RUN.                                                00033700
700175     PERFORM A-210-OPEN-LIVE.                                     00033800
700175     PERFORM B-110-READ-TAGIN.                                    00033900
           SKIP2                                                        00034000
700175*** Same open handshake every BRSEQ reader use performs before    00034100
700175*** the first BABKPIS read; here the BKPI dd names the live       00034200
700175*** master instead of a backup.                                   00034300
700175 A-210-OPEN-LIVE.                                                 00034400
700175     CALL 'BABKPI' USING SD-AREA                                  00034500
700175                           IO-BKPI-PARM                           00034600
700175                           IO-BKPI-OPEN                           00034700
700175                           BWA-REC.                               00034800
700175     IF  IO-BKPI-ERROR-YES                                        00034900
700175         DISPLAY 'BaLivChk-102 Live master failed to open:'       00035000
700175             IO-BKPI-FILE-STATUS                                  00035100
700175         MOVE 16 TO RETURN-CODE                                   00035200
700175         STOP RUN.                                                00035300
700175     MOVE SPACES TO WLIV-LAST-TARGET.                             00035400
           SKIP2                                                        00035500
700175 A-910-CLOSE-LIVE.                                                00035600
700175     CALL 'BABKPI' USING SD-AREA                                  00035700
700175                           IO-BKPI-PARM                           00035800
700175                           IO-BKPI-CLOSE                          00035900
700175                           BWA-REC.                               00036000
           SKIP2                                                        00036100
700175 A-900-FINI-CLOSE.                                                00036200
700175     PERFORM A-910-CLOSE-LIVE.                                    00036300
700175     CLOSE TAGIN-FILE.                                            00036400
700175     CLOSE LIVSTAT-FILE.                                          00036500
700175     IF  WCTR-NO-REC > ZERO                                       00036600
700175         OR WCTR-NO-DE > ZERO                                     00036700
700175         OR WCTR-REWIND > ZERO                                    00036800
700175         OR WCTR-PAIR-OVER > ZERO                                 00036900
700175         OR WCTR-CTL-ERRORS > ZERO                                00037000
700175         MOVE 4 TO WRC-FINAL.                                     00037100
700175     MOVE SPACES TO WPRINT-LINE.                                  00037200
700175     PERFORM V-100-PRINT-LINE.                                    00037300
700175     STRING ' Differences checked:        ' WCTR-ROWS             00037400
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00037500
700175     PERFORM V-100-PRINT-LINE.                                    00037600
700175     STRING ' Still different:            ' WCTR-STILL            00037700
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00037800
700175     PERFORM V-100-PRINT-LINE.                                    00037900
700175     STRING ' Now matching File1:         ' WCTR-MATCH1           00038000
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00038100
700175     PERFORM V-100-PRINT-LINE.                                    00038200
700175     STRING ' Now matching File2:         ' WCTR-MATCH2           00038300
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00038400
700175     PERFORM V-100-PRINT-LINE.                                    00038500
700175     STRING '   changed, still different: ' WCTR-CHANGED          00038600
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00038700
700175     PERFORM V-100-PRINT-LINE.                                    00038800
700175     STRING '   no live record:           ' WCTR-NO-REC           00038900
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00039000
700175     PERFORM V-100-PRINT-LINE.                                    00039100
700175     STRING '   no live DE:               ' WCTR-NO-DE            00039200
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00039300
700175     PERFORM V-100-PRINT-LINE.                                    00039400
700175     STRING ' Reader restarts (sequence): ' WCTR-REWIND           00039500
700175         DELIMITED BY SIZE INTO WPRINT-LINE.                      00039600
700175     PERFORM V-100-PRINT-LINE.                                    00039700
700175     IF  WCTL-TICKFEED-YES                                        00039800
700175         STRING ' Ticket rows re-issued:      ' WCTR-TICKETS      00039900
700175             DELIMITED BY SIZE INTO WPRINT-LINE                   00040000
700175         PERFORM V-100-PRINT-LINE.                                00040100
700175     DISPLAY 'BaLivChk-444 Checked:' WCTR-ROWS                    00040200
700175       ', Still:' WCTR-STILL                                      00040300
700175       ', File1:' WCTR-MATCH1                                     00040400
700175       ', File2:' WCTR-MATCH2.                                    00040500
700175     IF  WCTR-PAIR-OVER > ZERO                                    00040600
700175         DISPLAY 'BaLivChk-305 Plan/type pairs past the table, '  00040700
700175             'rows not tallied for the feed:' WCTR-PAIR-OVER.     00040800
700175     CLOSE PRINT-FILE.                                            00040900
700175     DISPLAY 'BaLivChk-998 Program Ending'.                       00041000
           SKIP2                                                        00041100
700175*** Record-type registry load, same optional-dd behavior as       00041200
700175*** the compare: no TYPEREG on file means the built-in            00041300
700175*** xxYY + 'DE' naming applies throughout.                        00041400
700175 A-248-LOAD-TYPEREG.                                              00041500
700175     OPEN INPUT TYPEREG-FILE.                                     00041600
700175     IF  WTYPEREG-FS-OK                                           00041700
700175         PERFORM A-249-READ-TYPEREG                               00041800
700175           WITH TEST AFTER                                        00041900
700175           UNTIL WTYPEREG-FS NOT = '00'                           00042000
700175             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00042100
700175         CLOSE TYPEREG-FILE.                                      00042200
           SKIP2                                                        00042300
700175 A-249-READ-TYPEREG.                                              00042400
700175     READ TYPEREG-FILE                                            00042500
700175         AT END                                                   00042600
700175             NEXT SENTENCE.                                       00042700
700175     IF  WTYPEREG-FS-OK                                           00042800
700175         AND TYPEREG-LINE (1:4) NOT = SPACES                      00042900
700175         AND TYPEREG-LINE (1:1) NOT = '*'                         00043000
700175         ADD 1 TO WTYPEREG-COUNT                                  00043100
700175         MOVE TYPEREG-LINE (1:4)                                  00043200
700175             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00043300
700175         MOVE TYPEREG-LINE (6:20)                                 00043400
700175             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00043500
700175         MOVE TYPEREG-LINE (30:8)                                 00043600
700175             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00043700
700175         MOVE TYPEREG-LINE (39:1)                                 00043800
700175             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00043900
700175         MOVE TYPEREG-LINE (41:9)                                 00044000
700175             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00044100
           SKIP2                                                        00044200
700175*** DEMOD dispatch off the registry, falling back to the          00044300
700175*** xxYY + 'DE' convention for unregistered types.                00044400
700175 R-950-RESOLVE-DEMOD.                                             00044500
700175     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00044600
700175     PERFORM R-966-SCAN-TYPEREG-ROW                               00044700
700175       VARYING SUB-TYPEREG FROM 1 BY 1                            00044800
700175         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00044900
700175           OR WTYPEREG-HIT-SUB > ZERO.                            00045000
700175     IF  WTYPEREG-HIT-SUB > ZERO                                  00045100
700175         AND WTYPEREG-DEMOD (WTYPEREG-HIT-SUB) NOT = SPACES       00045200
700175         MOVE WTYPEREG-DEMOD (WTYPEREG-HIT-SUB)                   00045300
700175             TO WK-PGM-NAME                                       00045400
700175     ELSE                                                         00045500
700175         MOVE SPACES TO WK-PGM-NAME                               00045600
700175         STRING WTYPEREG-XXYY-WORK 'DE'                           00045700
700175            DELIMITED BY SIZE                                     00045800
700175              INTO WK-PGM-NAME.                                   00045900
           SKIP2                                                        00046000
700175 R-966-SCAN-TYPEREG-ROW.                                          00046100
700175     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00046200
700175         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00046300
           SKIP2                                                        00046400
700175***************************                                       00046500
700175*** Per-difference live check                                     00046600
700175***************************                                       00046700
700175 B-100-PROC-ROW.                                                  00046800
700175     ADD 1 TO WCTR-ROWS.                                          00046900
700175     MOVE TAGIN-REC TO WOTX-REC.                                  00047000
700175     MOVE SPACES TO WLVS-REC.                                     00047100
700175     MOVE OTX-PLAN-NUM  TO LVS-PLAN-NUM.                          00047200
700175     MOVE OTX-XXYY      TO LVS-XXYY.                              00047300
700175     MOVE OTX-PART-NUM  TO LVS-PART-NUM.                          00047400
700175     MOVE OTX-DENUM     TO LVS-DENUM.                             00047500
700175     MOVE OTX-DENAME    TO LVS-DENAME.                            00047600
700175     MOVE OTX-VAL1      TO LVS-VAL1.                              00047700
700175     MOVE OTX-VAL2      TO LVS-VAL2.                              00047800
700175     MOVE OTX-RUN-DATE  TO LVS-RUN-DATE.                          00047900
700175     MOVE WCHECK-DATE   TO LVS-CHECK-DATE.                        00048000
700175     PERFORM B-200-POSITION-LIVE.                                 00048100
700175     IF  NOT WLIV-FOUND-YES                                       00048200
700175         SET LVS-NOTE-NO-REC TO TRUE                              00048300
700175     ELSE                                                         00048400
700175         PERFORM B-300-FETCH-LIVE-DE.                             00048500
700175     PERFORM B-400-CLASSIFY.                                      00048600
700175     WRITE LIVSTAT-REC FROM WLVS-REC.                             00048700
700175     PERFORM B-500-TALLY-PAIR.                                    00048800
700175     PERFORM B-600-PRINT-ROW.                                     00048900
700175     PERFORM B-110-READ-TAGIN.                                    00049000
           SKIP2                                                        00049100
700175 B-110-READ-TAGIN.                                                00049200
700175     READ TAGIN-FILE                                              00049300
700175         AT END                                                   00049400
700175             NEXT SENTENCE.                                       00049500
           SKIP2                                                        00049600
700175*** The master key is plan and participant, as BABKKEY builds it  00049700
700175*** from PLAN/PART.  The reader only moves forward; within a key  00049800
700175*** it steps on to the record of the row's RecordType.            00049900
700175 B-200-POSITION-LIVE.                                             00050000
700175     MOVE 'N' TO WLIV-FOUND.                                      00050100
700175     MOVE SPACES TO WLIV-TARGET-KEY.                              00050200
700175     STRING OTX-PLAN-NUM OTX-PART-NUM                             00050300
700175         DELIMITED BY SIZE INTO WLIV-TARGET-KEY.                  00050400
700175     IF  WLIV-TARGET-KEY < WLIV-LAST-TARGET                       00050500
700175         ADD 1 TO WCTR-REWIND                                     00050600
700175         DISPLAY 'BaLivChk-201 TAGIN out of key sequence at '     00050700
700175             WLIV-TARGET-KEY ', live master reread'               00050800
700175         PERFORM A-910-CLOSE-LIVE                                 00050900
700175         PERFORM A-210-OPEN-LIVE.                                 00051000
700175     MOVE WLIV-TARGET-KEY TO WLIV-LAST-TARGET.                    00051100
700175     IF  WLIV-TARGET-KEY = BKFIL-KEY-GROUP                        00051200
700175         AND OTX-XXYY = BKFIL-XXYY                                00051300
700175         AND IO-BKPI-ERROR-NO                                     00051400
700175         AND IO-BKPI-EOF-NO                                       00051500
700175         SET WLIV-FOUND-YES TO TRUE                               00051600
700175     ELSE                                                         00051700
700175         IF  IO-BKPI-ERROR-NO                                     00051800
700175             AND IO-BKPI-EOF-NO                                   00051900
700175             PERFORM N1-100-READ-PIS                              00052000
700175               WITH TEST AFTER                                    00052100
700175               UNTIL IO-BKPI-ERROR-YES                            00052200
700175                 OR IO-BKPI-EOF-YES                               00052300
700175                 OR BKFIL-KEY-GROUP NOT < WLIV-TARGET-KEY         00052400
700175             PERFORM N1-100-READ-PIS                              00052500
700175               UNTIL IO-BKPI-ERROR-YES                            00052600
700175                 OR IO-BKPI-EOF-YES                               00052700
700175                 OR BKFIL-KEY-GROUP NOT = WLIV-TARGET-KEY         00052800
700175                 OR BKFIL-XXYY = OTX-XXYY                         00052900
700175         END-IF                                                   00053000
700175         IF  IO-BKPI-ERROR-NO                                     00053100
700175             AND IO-BKPI-EOF-NO                                   00053200
700175             AND BKFIL-KEY-GROUP = WLIV-TARGET-KEY                00053300
700175             AND BKFIL-XXYY = OTX-XXYY                            00053400
700175             SET WLIV-FOUND-YES TO TRUE                           00053500
700175         END-IF.                                                  00053600
           SKIP2                                                        00053700
700175 N1-100-READ-PIS.                                                 00053800
700175     CALL 'BABKPIS' USING SD-AREA                                 00053900
700175                           IO-BKPI-PARM                           00054000
700175                           BKFIL-AREA                             00054100
700175                           BWA-REC.                               00054200
           SKIP2                                                        00054300
700175*** Same DEMOD call and Adjustment-History masking the compare    00054400
700175*** applies (R-810-MASK-PII-DE), so the live value reads the way  00054500
700175*** the OT200 value it is set against was written.                00054600
700175 B-300-FETCH-LIVE-DE.                                             00054700
700175     MOVE SPACES TO WLIV-VALUE.                                   00054800
700175     IF  OTX-DENUM IS NOT NUMERIC                                 00054900
700175         SET LVS-NOTE-NO-DE TO TRUE                               00055000
700175     ELSE                                                         00055100
700175         MOVE OTX-DENUM TO WLIV-DENUM                             00055200
700175         MOVE SPACES TO DE-NAME DE-VAL-DISPLAY                    00055300
700175         MOVE WLIV-DENUM TO DE-DENUM                              00055400
700175         SET DE-BYPASS-DED-YES TO TRUE                            00055500
700175         SET DE-PROCESS-GET TO TRUE                               00055600
700175         MOVE BKFIL-XXYY TO WTYPEREG-XXYY-WORK                    00055700
700175         PERFORM R-950-RESOLVE-DEMOD                              00055800
700175         CALL WK-PGM-NAME USING SD-AREA                           00055900
700175                               DE-AREA                            00056000
700175                               BWA-DATA-REC                       00056100
700175              ON EXCEPTION                                        00056200
700175                DISPLAY 'DE data not available for:' WK-PGM-NAME  00056300
700175                MOVE SPACES TO DE-NAME                            00056400
700175         END-CALL                                                 00056500
700175         IF  DE-NAME = SPACES                                     00056600
700175             SET LVS-NOTE-NO-DE TO TRUE                           00056700
700175         ELSE                                                     00056800
700175             CALL 'BADEINDP' USING SD-AREA                        00056900
700175                                   DE-AREA                        00057000
700175             PERFORM B-310-MASK-PII                               00057100
700175             MOVE DE-VAL-DISPLAY (1:40) TO WLIV-VALUE             00057200
700175         END-IF                                                   00057300
700175     END-IF.                                                      00057400
700175     MOVE WLIV-VALUE TO LVS-LIVE-VAL.                             00057500
           SKIP2                                                        00057600
700175 B-310-MASK-PII.                                                  00057700
700175     IF  BKFIL-XXYY = 'AH  '                                      00057800
700175         IF  WLIV-DENUM = 1                                       00057900
700175             MOVE SPACES TO DE-VAL-DISPLAY                        00058000
700175             STRING 'XXX-XX-' DE-VAL-INTERNAL (6:4)               00058100
700175                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY            00058200
700175         ELSE                                                     00058300
700175         IF  WLIV-DENUM = 2                                       00058400
700175             MOVE SPACES TO DE-VAL-DISPLAY                        00058500
700175             STRING '*************' DE-VAL-INTERNAL (14:4)        00058600
700175                 DELIMITED BY SIZE INTO DE-VAL-DISPLAY.           00058700
           SKIP2                                                        00058800
700175*** Nothing live to compare stays STILL-DIFFERENT.  Otherwise the 00058900
700175*** live value is set against the backup values under LIVESIDE.   00059000
700175 B-400-CLASSIFY.                                                  00059100
700175     IF  LVS-NOTE NOT = SPACES                                    00059200
700175         SET LVS-STATUS-STILL TO TRUE                             00059300
700175     ELSE IF  WCTL-LIVESIDE-2                                     00059400
700175         IF  WLIV-VALUE = OTX-VAL1                                00059500
700175             SET LVS-STATUS-MATCH1 TO TRUE                        00059600
700175         ELSE                                                     00059700
700175             SET LVS-STATUS-STILL TO TRUE                         00059800
700175             IF  WLIV-VALUE NOT = OTX-VAL2                        00059900
700175                 SET LVS-NOTE-CHANGED TO TRUE                     00060000
700175             END-IF                                               00060100
700175         END-IF                                                   00060200
700175     ELSE IF  WCTL-LIVESIDE-1                                     00060300
700175         IF  WLIV-VALUE = OTX-VAL2                                00060400
700175             SET LVS-STATUS-MATCH2 TO TRUE                        00060500
700175         ELSE                                                     00060600
700175             SET LVS-STATUS-STILL TO TRUE                         00060700
700175             IF  WLIV-VALUE NOT = OTX-VAL1                        00060800
700175                 SET LVS-NOTE-CHANGED TO TRUE                     00060900
700175             END-IF                                               00061000
700175         END-IF                                                   00061100
700175     ELSE IF  WLIV-VALUE = OTX-VAL1                               00061200
700175         SET LVS-STATUS-MATCH1 TO TRUE                            00061300
700175     ELSE IF  WLIV-VALUE = OTX-VAL2                               00061400
700175         SET LVS-STATUS-MATCH2 TO TRUE                            00061500
700175     ELSE                                                         00061600
700175         SET LVS-STATUS-STILL TO TRUE.                            00061700
700175     IF  LVS-STATUS-MATCH1                                        00061800
700175         ADD 1 TO WCTR-MATCH1                                     00061900
700175     ELSE IF  LVS-STATUS-MATCH2                                   00062000
700175         ADD 1 TO WCTR-MATCH2                                     00062100
700175     ELSE                                                         00062200
700175         ADD 1 TO WCTR-STILL.                                     00062300
700175     IF  LVS-NOTE-NO-REC                                          00062400
700175         ADD 1 TO WCTR-NO-REC                                     00062500
700175     ELSE IF  LVS-NOTE-NO-DE                                      00062600
700175         ADD 1 TO WCTR-NO-DE                                      00062700
700175     ELSE IF  LVS-NOTE-CHANGED                                    00062800
700175         ADD 1 TO WCTR-CHANGED.                                   00062900
           SKIP2                                                        00063000
700175 B-500-TALLY-PAIR.                                                00063100
700175     MOVE ZERO TO WPAIR-HIT-SUB.                                  00063200
700175     PERFORM B-510-SCAN-PAIR                                      00063300
700175       VARYING SUB-PAIR FROM 1 BY 1                               00063400
700175         UNTIL SUB-PAIR > WPAIR-COUNT                             00063500
700175           OR WPAIR-HIT-SUB > ZERO.                               00063600
700175     IF  WPAIR-HIT-SUB = ZERO                                     00063700
700175         IF  WPAIR-COUNT < WPAIR-MAX-ENTRIES                      00063800
700175             ADD 1 TO WPAIR-COUNT                                 00063900
700175             MOVE WPAIR-COUNT TO WPAIR-HIT-SUB                    00064000
700175             MOVE LVS-PLAN-NUM TO WPAIR-PLAN-NUM (WPAIR-HIT-SUB)  00064100
700175             MOVE LVS-XXYY     TO WPAIR-XXYY (WPAIR-HIT-SUB)      00064200
700175         ELSE                                                     00064300
700175             ADD 1 TO WCTR-PAIR-OVER                              00064400
700175         END-IF                                                   00064500
700175     END-IF.                                                      00064600
700175     IF  WPAIR-HIT-SUB > ZERO                                     00064700
700175         IF  LVS-STATUS-MATCH1                                    00064800
700175             ADD 1 TO WPAIR-MATCH1 (WPAIR-HIT-SUB)                00064900
700175         ELSE IF  LVS-STATUS-MATCH2                               00065000
700175             ADD 1 TO WPAIR-MATCH2 (WPAIR-HIT-SUB)                00065100
700175         ELSE                                                     00065200
700175             ADD 1 TO WPAIR-STILL (WPAIR-HIT-SUB).                00065300
           SKIP2                                                        00065400
700175 B-510-SCAN-PAIR.                                                 00065500
700175     IF  WPAIR-PLAN-NUM (SUB-PAIR) = LVS-PLAN-NUM                 00065600
700175         AND WPAIR-XXYY (SUB-PAIR) = LVS-XXYY                     00065700
700175         MOVE SUB-PAIR TO WPAIR-HIT-SUB.                          00065800
           SKIP2                                                        00065900
700175 B-600-PRINT-ROW.                                                 00066000
700175     MOVE SPACES TO RXDAT1-LINE.                                  00066100
700175     MOVE LVS-PLAN-NUM  TO RXDAT1-PLAN.                           00066200
700175     MOVE LVS-XXYY      TO RXDAT1-XXYY.                           00066300
700175     MOVE LVS-PART-NUM  TO RXDAT1-PART.                           00066400
700175     MOVE LVS-DENUM     TO RXDAT1-DENUM.                          00066500
700175     MOVE LVS-VAL1      TO RXDAT1-VAL1.                           00066600
700175     MOVE LVS-VAL2      TO RXDAT1-VAL2.                           00066700
700175     MOVE LVS-LIVE-VAL  TO RXDAT1-LIVE.                           00066800
700175     MOVE LVS-STATUS    TO RXDAT1-STATUS.                         00066900
700175     MOVE LVS-NOTE      TO RXDAT1-NOTE.                           00067000
700175     MOVE RXDAT1-LINE TO WPRINT-LINE.                             00067100
700175     PERFORM V-100-PRINT-LINE.                                    00067200
           SKIP2                                                        00067300
700175***************************                                       00067400
700175*** Ticket feed re-issue                                          00067500
700175***************************                                       00067600
700175*** Every fed row goes back out with its pair's live status:      00067700
700175*** closable when all of the pair's rows now match one file,      00067800
700175*** STILL-DIFFERENT when any does not, NOT-CHECKED when TAGIN     00067900
700175*** carried nothing for the pair.                                 00068000
700175 D-100-REISSUE-FEED.                                              00068100
700175     OPEN INPUT TICKIN-FILE.                                      00068200
700175     IF  NOT WTICKIN-FS-OK                                        00068300
700175         DISPLAY 'BaLivChk-304 TICKIN dd OPEN failed, feed not '  00068400
700175             're-issued:' WTICKIN-FS                              00068500
700175         MOVE 4 TO WRC-FINAL                                      00068600
700175     ELSE                                                         00068700
700175         OPEN OUTPUT TICKOUT-FILE                                 00068800
700175         IF  NOT WTICKOUT-FS-OK                                   00068900
700175             DISPLAY 'BaLivChk-304 TICKOUT dd OPEN failed, feed ' 00069000
700175                 'not re-issued:' WTICKOUT-FS                     00069100
700175             MOVE 4 TO WRC-FINAL                                  00069200
700175         ELSE                                                     00069300
700175             PERFORM D-110-READ-TICKIN                            00069400
700175             PERFORM D-120-REISSUE-ROW                            00069500
700175               UNTIL WTICKIN-FS NOT = '00'                        00069600
700175             CLOSE TICKOUT-FILE                                   00069700
700175         END-IF                                                   00069800
700175         CLOSE TICKIN-FILE.                                       00069900
           SKIP2                                                        00070000
700175 D-110-READ-TICKIN.                                               00070100
700175     READ TICKIN-FILE                                             00070200
700175         AT END                                                   00070300
700175             NEXT SENTENCE.                                       00070400
           SKIP2                                                        00070500
700175 D-120-REISSUE-ROW.                                               00070600
700175     MOVE SPACES TO WTKO-LINE.                                    00070700
700191     MOVE TICKIN-LINE (1:25) TO WTKO-FED.                         00070800
700175     MOVE ZERO TO WTKO-STILL.                                     00070900
700175     MOVE ZERO TO WPAIR-HIT-SUB.                                  00071000
700175     PERFORM D-130-SCAN-PAIR                                      00071100
700175       VARYING SUB-PAIR FROM 1 BY 1                               00071200
700175         UNTIL SUB-PAIR > WPAIR-COUNT                             00071300
700175           OR WPAIR-HIT-SUB > ZERO.                               00071400
700175     IF  WPAIR-HIT-SUB = ZERO                                     00071500
700175         MOVE 'NOT-CHECKED' TO WTKO-STATUS                        00071600
700175     ELSE                                                         00071700
700175         MOVE WPAIR-STILL (WPAIR-HIT-SUB) TO WTKO-STILL           00071800
700175         IF  WPAIR-STILL (WPAIR-HIT-SUB) > ZERO                   00071900
700175             MOVE 'STILL-DIFFERENT' TO WTKO-STATUS                00072000
700175         ELSE IF  WPAIR-MATCH1 (WPAIR-HIT-SUB)                    00072100
700175                  NOT < WPAIR-MATCH2 (WPAIR-HIT-SUB)              00072200
700175             MOVE 'NOW-MATCHES-FILE1' TO WTKO-STATUS              00072300
700175         ELSE                                                     00072400
700175             MOVE 'NOW-MATCHES-FILE2' TO WTKO-STATUS.             00072500
700175     WRITE TICKOUT-LINE FROM WTKO-LINE.                           00072600
700175     ADD 1 TO WCTR-TICKETS.                                       00072700
700175     PERFORM D-110-READ-TICKIN.                                   00072800
           SKIP2                                                        00072900
700175 D-130-SCAN-PAIR.                                                 00073000
700175     IF  WPAIR-PLAN-NUM (SUB-PAIR) = TKI-PLAN-NUM                 00073100
700175         AND WPAIR-XXYY (SUB-PAIR) = TKI-XXYY                     00073200
700175         MOVE SUB-PAIR TO WPAIR-HIT-SUB.                          00073300
           SKIP2                                                        00073400
700175***************************                                       00073500
700175*** Control card handling                                         00073600
700175***************************                                       00073700
700175 F-100-PROC-CTL.                                                  00073800
700175     IF  CTL-REC (1:1) = '*'                                      00073900
700175         DISPLAY 'BaLivChk-500 Comment:' CTL-REC (1:50)           00074000
700175     ELSE                                                         00074100
700175         PERFORM F-105-CONTINUE.                                  00074200
700175     PERFORM F-110-READ-IN110.                                    00074300
           SKIP2                                                        00074400
700175 F-105-CONTINUE.                                                  00074500
700175     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00074600
700175     UNSTRING CTL-REC DELIMITED BY SPACE                          00074700
700175         INTO WCTL-CMD WCTL-VAL.                                  00074800
700175     DISPLAY 'BaLivChk-500 CtlCard:' CTL-REC (1:50).              00074900
700175     IF  WCTL-CMD-LIVESIDE                                        00075000
700175         MOVE WCTL-VAL (1:1) TO WCTL-LIVESIDE                     00075100
700175         IF  NOT WCTL-LIVESIDE-OK                                 00075200
700175             OR WCTL-VAL (2:1) NOT = SPACE                        00075300
700175             DISPLAY ' Invalid LIVESIDE value:' WCTL-VAL          00075400
700175             MOVE '2' TO WCTL-LIVESIDE                            00075500
700175             ADD 1 TO WCTR-CTL-ERRORS                             00075600
700175         END-IF                                                   00075700
700175     ELSE IF  WCTL-CMD-TICKFEED                                   00075800
700175         SET WCTL-TICKFEED-YES TO TRUE                            00075900
700175     ELSE                                                         00076000
700175         DISPLAY 'BaLivChk-501 Invalid Control Card:'             00076100
700175             CTL-REC (1:50)                                       00076200
700175         ADD 1 TO WCTR-CTL-ERRORS.                                00076300
           SKIP2                                                        00076400
700175 F-110-READ-IN110.                                                00076500
700175     CALL 'UT110IN'  USING SD-AREA                                00076600
700175               IO-IN110-PARM                                      00076700
700175               IO-IN110-READ                                      00076800
700175               CTL-REC.                                           00076900
           SKIP2                                                        00077000
700175***************************                                       00077100
700175*** Print-line routines                                           00077200
700175***************************                                       00077300
700175 V-100-PRINT-LINE.                                                00077400
700175     IF  WPRINT-LINES-OVER                                        00077500
700175         PERFORM V-150-NEWPAGE.                                   00077600
700175     ADD 1 TO WPRINT-LINES.                                       00077700
700175     WRITE PRINT-LINE FROM WPRINT-LINE                            00077800
700175           AFTER ADVANCING 1 LINE.                                00077900
700175     MOVE SPACES   TO WPRINT-LINE.                                00078000
700175     ADD 1 TO WPRINT-TOT-LINES.                                   00078100
           SKIP2                                                        00078200
700175 V-150-NEWPAGE.                                                   00078300
700175     ADD 1 TO WPRINT-PAGE.                                        00078400
700175     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00078500
700175     MOVE SPACES TO PRINT-LINE.                                   00078600
700175     WRITE PRINT-LINE                                             00078700
700175       AFTER ADVANCING PAGE.                                      00078800
700175     WRITE PRINT-LINE FROM RPTHDR-LINE                            00078900
700175       AFTER ADVANCING 1 LINE.                                    00079000
700175     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00079100
700175       AFTER ADVANCING 1.                                         00079200
700175     MOVE ZERO TO WPRINT-LINES.                                   00079300
700175     ADD 3 TO WPRINT-TOT-LINES.                                   00079400
