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
700188 IDENTIFICATION DIVISION.                                         00000100
700188 PROGRAM-ID. 'BASTATBD'.                                          00000200
700188******************************************************************00000300
700188**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700188******************************************************************00000500
700188**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700188**  PURPOSE      Operator status board.  The suite keeps its      00000700
700188**               run state in half a dozen small datasets -       00000800
700188**               BABKSTE's chain state, BABKCMP's abend-salvage,  00000900
700188**               partition and progress-heartbeat states, the     00001000
700188**               checkpoint records and the quarantine log - and  00001100
700188**               answering "where is tonight's compare and what   00001200
700188**               do I do about it" used to mean browsing each     00001300
700188**               one.  This reads them all, holds the last plan   00001400
700188**               done against the backup manifest, probes the     00001500
700188**               shared resources through the UTENQ exit, and     00001600
700188**               prints one board:                                00001700
700188**                 . the chain step in flight and the compare's   00001800
700188**                   own state;                                   00001900
700188**                 . the last plan completed and the percent of   00002000
700188**                   the manifest's plans behind it;              00002100
700188**                 . the projected finish against WINDOWEND,      00002200
700188**                   from the heartbeat's ETA (else the plans     00002300
700188**                   still to do at tonight's plan rate);         00002400
700188**                 . the quarantined plans;                       00002500
700188**                 . the partitioned cycle's night;               00002600
700188**                 . which shared resources are held;             00002700
700188**                 . the exact restart action required when       00002800
700188**                   something is in flight.                      00002900
700188**               Every state dataset is optional - one the site   00003000
700188**               does not keep prints as not available.  Nothing  00003100
700188**               is updated, so the board is run as a step after  00003200
700188**               the compare or on demand while it runs.          00003300
700188**                                                                00003400
700188**               Return codes:                                    00003500
700188**                 0 - nothing in flight                          00003600
700188**                 4 - a restart action is required, plans are    00003700
700188**                     quarantined, or a control card was rejected00003800
700188******************************************************************00003900
700188**  REVISIONS:                                                    00004000
700188******************************************************************00004100
700188**  Input                                                         00004200
700188**   . IN110    - Optional Control File                           00004300
700188**                  WINDOWEND hh:mm (hhmm also accepted) - the    00004400
700188**                              deadline to project against       00004500
700188**                              (default the compare's own card,  00004600
700188**                              from the heartbeat)               00004700
700188**   . STEPSTAT - BABKSTE chain state                             00004800
700188**   . HEARTBT  - BABKCMP progress heartbeat                      00004900
700188**   . SALVAGE  - BABKCMP abend-salvage state                     00005000
700188**   . CHKPT    - BABKCMP checkpoint records                      00005100
700188**   . PARTSTAT - BABKCMP partitioned-cycle state                 00005200
700188**   . QUARANT  - BABKCMP quarantine log                          00005300
700188**   . MANIFEST - BABKMAN backup manifest (MANROW rows)           00005400
700188******************************************************************00005500
700188**  Output                                                        00005600
700188**   . SYSOUT  - Displayed Information                            00005700
700188**   . REPORT  - The status board                                 00005800
700188******************************************************************00005900
700188 ENVIRONMENT DIVISION.                                            00006000
700188 CONFIGURATION SECTION.                                           00006100
700188 INPUT-OUTPUT SECTION.                                            00006200
           SKIP2                                                        00006300
700188 FILE-CONTROL.                                                    00006400
700188     SELECT PRINT-FILE                                            00006500
700188         ASSIGN TO UT-S-REPORT                                    00006600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006700
700188         FILE STATUS WPRINT-FS.                                   00006800
700188     SELECT STEPSTAT-FILE                                         00006900
700188         ASSIGN TO UT-S-STEPSTAT                                  00007000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007100
700188         FILE STATUS WSTEPSTAT-FS.                                00007200
700188     SELECT HEARTBT-FILE                                          00007300
700188         ASSIGN TO UT-S-HEARTBT                                   00007400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007500
700188         FILE STATUS WHEARTBT-FS.                                 00007600
700188     SELECT SALVAGE-FILE                                          00007700
700188         ASSIGN TO UT-S-SALVAGE                                   00007800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007900
700188         FILE STATUS WSALV-FS.                                    00008000
700188     SELECT CHKPT-FILE                                            00008100
700188         ASSIGN TO UT-S-CHKPT                                     00008200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008300
700188         FILE STATUS WCHKPT-FS.                                   00008400
700188     SELECT PARTSTAT-FILE                                         00008500
700188         ASSIGN TO UT-S-PARTSTAT                                  00008600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008700
700188         FILE STATUS WPARTSTAT-FS.                                00008800
700188     SELECT QUAR-FILE                                             00008900
700188         ASSIGN TO UT-S-QUARANT                                   00009000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009100
700188         FILE STATUS WQUAR-FS.                                    00009200
700188     SELECT MANIFEST-FILE                                         00009300
700188         ASSIGN TO UT-S-MANIFEST                                  00009400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00009500
700188         FILE STATUS WMANIFEST-FS.                                00009600
700188 DATA DIVISION.                                                   00009700
           SKIP2                                                        00009800
700188 FILE SECTION.                                                    00009900
           SKIP1                                                        00010000
700188 FD  PRINT-FILE                                                   00010100
700188     BLOCK CONTAINS 0 RECORDS                                     00010200
700188     LABEL RECORDS ARE STANDARD.                                  00010300
           SKIP2                                                        00010400
700188 01 PRINT-LINE                PIC X(133).                         00010500
           SKIP2                                                        00010600
700188 FD  STEPSTAT-FILE                                                00010700
700188     BLOCK CONTAINS 0 RECORDS                                     00010800
700188     LABEL RECORDS ARE STANDARD.                                  00010900
           SKIP2                                                        00011000
700188 01  STEPSTAT-REC             PIC X(80).                          00011100
           SKIP2                                                        00011200
700188 FD  HEARTBT-FILE                                                 00011300
700188     BLOCK CONTAINS 0 RECORDS                                     00011400
700188     LABEL RECORDS ARE STANDARD.                                  00011500
           SKIP2                                                        00011600
700188 01  HEARTBT-REC              PIC X(80).                          00011700
           SKIP2                                                        00011800
700188 FD  SALVAGE-FILE                                                 00011900
700188     BLOCK CONTAINS 0 RECORDS                                     00012000
700188     LABEL RECORDS ARE STANDARD.                                  00012100
           SKIP2                                                        00012200
700188 01  SALVAGE-REC              PIC X(80).                          00012300
           SKIP2                                                        00012400
700188 FD  CHKPT-FILE                                                   00012500
700188     BLOCK CONTAINS 0 RECORDS                                     00012600
700188     LABEL RECORDS ARE STANDARD.                                  00012700
           SKIP2                                                        00012800
700188 01  CHKPT-FREC               PIC X(80).                          00012900
           SKIP2                                                        00013000
700188 FD  PARTSTAT-FILE                                                00013100
700188     BLOCK CONTAINS 0 RECORDS                                     00013200
700188     LABEL RECORDS ARE STANDARD.                                  00013300
           SKIP2                                                        00013400
700188 01  PARTSTAT-REC             PIC X(80).                          00013500
           SKIP2                                                        00013600
700188 FD  QUAR-FILE                                                    00013700
700188     BLOCK CONTAINS 0 RECORDS                                     00013800
700188     LABEL RECORDS ARE STANDARD.                                  00013900
           SKIP2                                                        00014000
700188 01  QUAR-REC                 PIC X(133).                         00014100
           SKIP2                                                        00014200
700188 FD  MANIFEST-FILE                                                00014300
700188     BLOCK CONTAINS 0 RECORDS                                     00014400
700188     LABEL RECORDS ARE STANDARD.                                  00014500
           SKIP2                                                        00014600
700188 01  MANIFEST-REC             PIC X(80).                          00014700
700188 WORKING-STORAGE SECTION.                                         00014800
700188 77  SUB-MAN               PIC S9(4) BINARY VALUE ZERO.           00014900
700188 77  SUB-QUAR              PIC S9(4) BINARY VALUE ZERO.           00015000
700188 77  SUB-ENQ               PIC S9(4) BINARY VALUE ZERO.           00015100
700188 77  SUB-ACT               PIC S9(4) BINARY VALUE ZERO.           00015200
700188 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015300
700188 77  WCTR-CHKPTS           PIC 9(7)     VALUE ZERO.               00015400
700188 77  WCTR-QUAR             PIC 9(5)     VALUE ZERO.               00015500
700188 77  WCTR-HELD             PIC 9(3)     VALUE ZERO.               00015600
700188 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015700
700188 77  WREAD-DONE-FLG        PIC X        VALUE 'N'.                00015800
700188     88  WREAD-DONE-YES    VALUE 'Y'.                             00015900
700188 77  WNOEXIT-FLG           PIC X        VALUE 'N'.                00016000
700188     88  WNOEXIT-YES       VALUE 'Y'.                             00016100
700188 77  WCMP-INFLIGHT-FLG     PIC X        VALUE 'N'.                00016200
700188     88  WCMP-INFLIGHT-YES VALUE 'Y'.                             00016300
           SKIP2                                                        00016400
700188 01  WPRINT-AREA.                                                 00016500
700188     05  WPRINT-FS                 PIC XX  VALUE '00'.            00016600
700188         88  WPRINT-FS-OK VALUE '00'.                             00016700
700188     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00016800
700188     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00016900
700188     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00017000
700188     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00017100
700188         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00017200
700188     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00017300
           SKIP2                                                        00017400
700188 01  WSTEPSTAT-FS          PIC XX  VALUE '00'.                    00017500
700188     88  WSTEPSTAT-FS-OK   VALUE '00'.                            00017600
700188 01  WHEARTBT-FS           PIC XX  VALUE '00'.                    00017700
700188     88  WHEARTBT-FS-OK    VALUE '00'.                            00017800
700188 01  WSALV-FS              PIC XX  VALUE '00'.                    00017900
700188     88  WSALV-FS-OK       VALUE '00'.                            00018000
700188 01  WCHKPT-FS             PIC XX  VALUE '00'.                    00018100
700188     88  WCHKPT-FS-OK      VALUE '00'.                            00018200
700188 01  WPARTSTAT-FS          PIC XX  VALUE '00'.                    00018300
700188     88  WPARTSTAT-FS-OK   VALUE '00'.                            00018400
700188 01  WQUAR-FS              PIC XX  VALUE '00'.                    00018500
700188     88  WQUAR-FS-OK       VALUE '00'.                            00018600
700188 01  WMANIFEST-FS          PIC XX  VALUE '00'.                    00018700
700188     88  WMANIFEST-FS-OK   VALUE '00'.                            00018800
           SKIP2                                                        00018900
700188*** Each state as last written; the FOUND byte is Y once a line   00019000
700188*** has been read from the dataset.                               00019100
700188*** Chain state, the BABKSTE STEPSTAT-LINE shape.                 00019200
700188 01  STEPSTAT-LINE.                                               00019300
700188     05  STEP-STATUS            PIC X(8).                         00019400
700188         88  STEP-STATUS-INFLIGHT VALUE 'INFLIGHT'.               00019500
700188     05  FILLER                 PIC X(1).                         00019600
700188     05  STEP-LAST-DONE         PIC 9(2).                         00019700
700188     05  FILLER                 PIC X(69).                        00019800
700188 01  WSTEP-FOUND-FLG       PIC X        VALUE 'N'.                00019900
700188     88  WSTEP-FOUND-YES   VALUE 'Y'.                             00020000
           SKIP2                                                        00020100
700188 01  HEARTBT-LINE. COPY HEARTBT.                                  00020200
700188 01  WHRTB-FOUND-FLG       PIC X        VALUE 'N'.                00020300
700188     88  WHRTB-FOUND-YES   VALUE 'Y'.                             00020400
           SKIP2                                                        00020500
700188*** Abend-salvage state, the BABKCMP SALVAGE-LINE shape.          00020600
700188 01  SALVAGE-LINE.                                                00020700
700188     05  SALV-STATUS            PIC X(8).                         00020800
700188         88  SALV-STATUS-INFLIGHT VALUE 'INFLIGHT'.               00020900
700188     05  FILLER                 PIC X(1).                         00021000
700191     05  SALV-LAST-PLAN         PIC X(10).                        00021100
700188     05  FILLER                 PIC X(1).                         00021200
700188     05  SALV-MATCHED           PIC 9(9).                         00021300
700188     05  FILLER                 PIC X(1).                         00021400
700188     05  SALV-DIFF              PIC 9(9).                         00021500
700188     05  FILLER                 PIC X(1).                         00021600
700188     05  SALV-RECS              PIC 9(9).                         00021700
700191     05  FILLER                 PIC X(40).                        00021800
700188 01  WSALV-FOUND-FLG       PIC X        VALUE 'N'.                00021900
700188     88  WSALV-FOUND-YES   VALUE 'Y'.                             00022000
           SKIP2                                                        00022100
700188*** The last checkpoint record, the BABKCMP CHKPT-REC shape.      00022200
700188 01  CHKPT-REC.                                                   00022300
700191     05  CHKPT-PLAN-NUM         PIC X(10).                        00022400
700188     05  FILLER                 PIC X.                            00022500
700188     05  CHKPT-BKPI-RRN         PIC 9(8).                         00022600
700188     05  FILLER                 PIC X.                            00022700
700188     05  CHKPT-BKPI2-RRN        PIC 9(8).                         00022800
700191     05  FILLER                 PIC X(52).                        00022900
           SKIP2                                                        00023000
700188*** Partitioned-cycle state, the BABKCMP PARTSTAT-LINE shape.     00023100
700188 01  PARTSTAT-LINE.                                               00023200
700188     05  PART-STATUS            PIC X(8).                         00023300
700188         88  PART-STATUS-INFLIGHT VALUE 'INFLIGHT'.               00023400
700188     05  FILLER                 PIC X(1).                         00023500
700191     05  PART-LAST-PLAN         PIC X(10).                        00023600
700188     05  FILLER                 PIC X(1).                         00023700
700188     05  PART-NIGHT             PIC 9(3).                         00023800
700191     05  FILLER                 PIC X(57).                        00023900
700188 01  WPART-FOUND-FLG       PIC X        VALUE 'N'.                00024000
700188     88  WPART-FOUND-YES   VALUE 'Y'.                             00024100
           SKIP2                                                        00024200
700188 01  MANROW-LINE. COPY MANROW.                                    00024300
           SKIP2                                                        00024400
700188*** The manifest's plans in file order, which is plan order.      00024500
700188 01  WMAN-AREA.                                                   00024600
700188     05  WMAN-FOUND-FLG        PIC X        VALUE 'N'.            00024700
700188         88  WMAN-FOUND-YES    VALUE 'Y'.                         00024800
700188     05  WMAN-COUNT            PIC S9(5) BINARY VALUE ZERO.       00024900
700188     05  WMAN-MAX-ENTRIES      PIC S9(5) BINARY VALUE 20000.      00025000
700188     05  WMAN-OVER             PIC 9(7)     VALUE ZERO.           00025100
700188     05  WMAN-PLAN OCCURS 20000 TIMES                             00025200
700191                               PIC X(10)    VALUE SPACES.         00025300
           SKIP2                                                        00025400
700188*** The first quarantine lines, for the board.                    00025500
700188 01  WQUAR-AREA.                                                  00025600
700188     05  WQUAR-MAX-ENTRIES     PIC S9(4) BINARY VALUE 20.         00025700
700188     05  WQUAR-TEXT OCCURS 20 TIMES                               00025800
700188                               PIC X(100)   VALUE SPACES.         00025900
           SKIP2                                                        00026000
700188*** The shared resources the suite serializes through UTENQ.      00026100
700188 01  WENQ-VALUES.                                                 00026200
700188     05  FILLER  PIC X(8)  VALUE 'AUDIT'.                         00026300
700188     05  FILLER  PIC X(8)  VALUE 'TREND'.                         00026400
700188     05  FILLER  PIC X(8)  VALUE 'DISPMST'.                       00026500
700188     05  FILLER  PIC X(8)  VALUE 'DEPOLMST'.                      00026600
700188     05  FILLER  PIC X(8)  VALUE 'MSTJRNL'.                       00026700
700188     05  FILLER  PIC X(8)  VALUE 'GENCAT'.                        00026800
700188     05  FILLER  PIC X(8)  VALUE 'ENVREG'.                        00026900
700188     05  FILLER  PIC X(8)  VALUE 'CORLEDG'.                       00027000
700188     05  FILLER  PIC X(8)  VALUE 'AUTHMST'.                       00027100
700188     05  FILLER  PIC X(8)  VALUE 'AUTHLOG'.                       00027200
700188     05  FILLER  PIC X(8)  VALUE 'ACCLOG'.                        00027300
700188 01  WENQ-TABLE REDEFINES WENQ-VALUES.                            00027400
700188     05  WENQ-NAME OCCURS 11 TIMES PIC X(8).                      00027500
700188 77  WENQ-COUNT            PIC S9(4) BINARY VALUE 11.             00027600
700188 01  WENQ-STATE-AREA.                                             00027700
700188     05  WENQ-STATE OCCURS 11 TIMES                               00027800
700188                               PIC X(4)     VALUE SPACES.         00027900
           SKIP2                                                        00028000
700188*** Where the run stands, worked out from the states above.       00028100
700188 01  WBOARD-AREA.                                                 00028200
700191     05  WLAST-PLAN            PIC X(10)    VALUE SPACES.         00028300
700188     05  WLAST-SRC             PIC X(8)     VALUE SPACES.         00028400
700191     05  WNEXT-PLAN            PIC X(10)    VALUE SPACES.         00028500
700188     05  WMAN-POS              PIC 9(7)     VALUE ZERO.           00028600
700188     05  WPCT-DONE             PIC 9(3)     VALUE ZERO.           00028700
700188     05  WNEXT-STEP            PIC 9(2)     VALUE ZERO.           00028800
700188     05  WWINDOW-SECS          PIC 9(7)     VALUE ZERO.           00028900
700188     05  WHB-SECS              PIC 9(7)     VALUE ZERO.           00029000
700188     05  WELAPSED              PIC S9(7)    VALUE ZERO.           00029100
700188     05  WREMAIN-SECS          PIC 9(7)     VALUE ZERO.           00029200
700188     05  WREMAIN-SRC           PIC X(24)    VALUE SPACES.         00029300
700188     05  WREL-FINISH           PIC S9(7)    VALUE ZERO.           00029400
700188     05  WREL-WINDOW           PIC S9(7)    VALUE ZERO.           00029500
700188     05  WMARGIN-MINS          PIC S9(5)    VALUE ZERO.           00029600
700188     05  WFINISH-SECS          PIC 9(7)     VALUE ZERO.           00029700
700188     05  WACTION-COUNT         PIC S9(4) BINARY VALUE ZERO.       00029800
700188     05  WACTION-TEXT OCCURS 3 TIMES                              00029900
700188                               PIC X(100)   VALUE SPACES.         00030000
           SKIP2                                                        00030100
700188*** Seconds since midnight to hh:mm:ss and back.                  00030200
700188 01  WCLK-AREA.                                                   00030300
700188     05  WCLK-SECS             PIC 9(7)     VALUE ZERO.           00030400
700188     05  WCLK-HHMMSS           PIC 9(6)     VALUE ZERO.           00030500
700188     05  WCLK-HH               PIC 9(2)     VALUE ZERO.           00030600
700188     05  WCLK-MM               PIC 9(2)     VALUE ZERO.           00030700
700188     05  WCLK-SS               PIC 9(2)     VALUE ZERO.           00030800
700188     05  WCLK-REST             PIC 9(7)     VALUE ZERO.           00030900
700188     05  WCLK-EDIT.                                               00031000
700188         10  WCLK-EDIT-HH      PIC 9(2)     VALUE ZERO.           00031100
700188         10  FILLER            PIC X        VALUE ':'.            00031200
700188         10  WCLK-EDIT-MM      PIC 9(2)     VALUE ZERO.           00031300
700188         10  FILLER            PIC X        VALUE ':'.            00031400
700188         10  WCLK-EDIT-SS      PIC 9(2)     VALUE ZERO.           00031500
           SKIP2                                                        00031600
700188 01  WEDIT-AREA.                                                  00031700
700188     05  WED-NUM               PIC Z,ZZZ,ZZ9 VALUE ZERO.          00031800
700188     05  WED-NUM2              PIC Z,ZZZ,ZZ9 VALUE ZERO.          00031900
700188     05  WED-PCT               PIC ZZ9      VALUE ZERO.           00032000
700188     05  WED-MINS              PIC ZZ,ZZ9   VALUE ZERO.           00032100
700188     05  WED-NIGHT             PIC ZZ9      VALUE ZERO.           00032200
           SKIP2                                                        00032300
700188*** The chain, in BABKSTE run order.                              00032400
700188 01  WCHAIN-AREA.                                                 00032500
700188     05  WCHAIN-COUNT          PIC S9(4) BINARY VALUE 4.          00032600
700188     05  FILLER                PIC X(8) VALUE 'BABKSEL'.          00032700
700188     05  FILLER                PIC X(8) VALUE 'BABKCMP'.          00032800
700188     05  FILLER                PIC X(8) VALUE 'BAOT200P'.         00032900
700188     05  FILLER                PIC X(8) VALUE 'BATICREC'.         00033000
700188 01  FILLER REDEFINES WCHAIN-AREA.                                00033100
700188     05  FILLER                PIC XX.                            00033200
700188     05  WCHAIN-PGM OCCURS 4 TIMES                                00033300
700188                               PIC X(8).                          00033400
           SKIP2                                                        00033500
700188 01  RPBRD-LINE.                                                  00033600
700188     05  FILLER                PIC X        VALUE SPACE.          00033700
700188     05  RPBRD-LABEL           PIC X(26)    VALUE SPACES.         00033800
700188     05  RPBRD-VALUE           PIC X(106)   VALUE SPACES.         00033900
           SKIP2                                                        00034000
700188 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00034100
700188 01  WCTL-AREA.                                                   00034200
700188     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00034300
700188         88  WCTL-CMD-WINDOWEND  VALUE 'WINDOWEND'.               00034400
700188     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00034500
700188     05  WCTL-WINDOWEND-SECS     PIC 9(7) VALUE ZERO.             00034600
           SKIP2                                                        00034700
700188 01  RPTHDR-LINE.                                                 00034800
700188         05   FILLER     PIC X(02) VALUE                          00034900
700188           ' '.                                                   00035000
700188         05   FILLER     PIC X(28) VALUE                          00035100
700188           'OmniPlus Status Board'.                               00035200
700188         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00035300
700188         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00035400
700188         05   FILLER     PIC X(6)  VALUE                          00035500
700188           '  Page'.                                              00035600
700188         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00035700
           SKIP2                                                        00035800
700188 01  IO-ENQ-PARM.                                                 00035900
700188       COPY IOENQ REPLACING 'PROGRAM' BY 'BASTATBD'.              00036000
           SKIP2                                                        00036100
700188 01  IO-IN110-PARM.                                               00036200
700188       COPY IOIN110 REPLACING 'PROGRAM' BY 'BASTATBD'.            00036300
           SKIP3                                                        00036400
700188 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00036500
           EJECT                                                        00036600
700188 PROCEDURE DIVISION.                                              00036700
           SKIP2                                                        00036800
700188 A-100-BODY.                                                      00036900
700188     PERFORM A-105-INIT.                                          00037000
700188     PERFORM A-200-INIT-OPEN.                                     00037100
700188     PERFORM A-300-READ-STATES.                                   00037200
700188     PERFORM D-100-PROBE-ENQ.                                     00037300
700188     PERFORM B-100-WHERE-RUN-STANDS.                              00037400
700188     PERFORM B-300-RESTART-ACTION.                                00037500
700188     PERFORM C-100-PRINT-BOARD.                                   00037600
700188     PERFORM A-900-FINI-CLOSE.                                    00037700
700188     IF  WACTION-COUNT > ZERO                                     00037800
700188         OR WCTR-QUAR > ZERO                                      00037900
700188         OR WCTR-CTL-ERRORS > ZERO                                00038000
700188         MOVE 4 TO WRC-FINAL.                                     00038100
700188     MOVE WRC-FINAL TO RETURN-CODE.                               00038200
700188     GOBACK.                                                      00038300
           SKIP2                                                        00038400
700188 A-105-INIT.                                                      00038500
700188     CALL 'BASDIN' USING SD-AREA.                                 00038600
           SKIP2                                                        00038700
700188 A-200-INIT-OPEN.                                                 00038800
700188     DISPLAY 'BaStatBd-998 Program Starting'.                     00038900
700188     ACCEPT RPTHDR-DATE FROM DATE.                                00039000
700188     OPEN OUTPUT                                                  00039100
700188               PRINT-FILE.                                        00039200
700188     IF  NOT WPRINT-FS-OK                                         00039300
700188         DISPLAY 'BaStatBd-53 PRINT dd OPEN failed:'              00039400
700188             WPRINT-FS                                            00039500
700188         STOP RUN.                                                00039600
700188     CALL 'UT110IN'  USING SD-AREA                                00039700
700188               IO-IN110-PARM                                      00039800
700188               IO-IN110-OPEN                                      00039900
700188               CTL-REC.                                           00040000
700188     IF  IO-IN110-ERROR = 'Y'                                     00040100
700188          OR IO-IN110-FILE-STATUS NOT = '00'                      00040200
700188         DISPLAY 'BaStatBd-301 No IN110 control file, defaults '  00040300
700188             'apply:' IO-IN110-FILE-STATUS                        00040400
700188     ELSE                                                         00040500
700188         PERFORM F-110-READ-IN110                                 00040600
700188         PERFORM F-100-PROC-CTL                                   00040700
700188           UNTIL IO-IN110-ERROR-YES                               00040800
700188         CALL 'UT110IN'  USING SD-AREA                            00040900
700188               IO-IN110-PARM                                      00041000
700188               IO-IN110-CLOSE                                     00041100
700188               CTL-REC.                                           00041200
           SKIP2                                                        00041300
700188 A-900-FINI-CLOSE.                                                00041400
700188     DISPLAY 'BaStatBd-444 Last plan:' WLAST-PLAN                 00041500
700188       ', Pct:' WPCT-DONE                                         00041600
700188       ', Quarantined:' WCTR-QUAR                                 00041700
700188       ', Held:' WCTR-HELD.                                       00041800
700188     IF  WACTION-COUNT = ZERO                                     00041900
700188         DISPLAY 'BaStatBd-445 Nothing in flight'                 00042000
700188     ELSE                                                         00042100
700188         PERFORM A-910-DISPLAY-ACTION                             00042200
700188           VARYING SUB-ACT FROM 1 BY 1                            00042300
700188             UNTIL SUB-ACT > WACTION-COUNT.                       00042400
700188     CLOSE PRINT-FILE.                                            00042500
700188     DISPLAY 'BaStatBd-998 Program Ending'.                       00042600
           SKIP2                                                        00042700
700188 A-910-DISPLAY-ACTION.                                            00042800
700188     DISPLAY 'BaStatBd-445 Action: '                              00042900
700188         WACTION-TEXT (SUB-ACT) (1:90).                           00043000
           SKIP2                                                        00043100
700188***************************                                       00043200
700188*** State datasets                                                00043300
700188***************************                                       00043400
700188 A-300-READ-STATES.                                               00043500
700188     PERFORM A-310-READ-STEPSTAT.                                 00043600
700188     PERFORM A-320-READ-HEARTBT.                                  00043700
700188     PERFORM A-330-READ-SALVAGE.                                  00043800
700188     PERFORM A-340-READ-CHKPT.                                    00043900
700188     PERFORM A-350-READ-PARTSTAT.                                 00044000
700188     PERFORM A-360-READ-QUAR.                                     00044100
700188     PERFORM A-370-READ-MANIFEST.                                 00044200
           SKIP2                                                        00044300
700188 A-310-READ-STEPSTAT.                                             00044400
700188     OPEN INPUT STEPSTAT-FILE.                                    00044500
700188     IF  WSTEPSTAT-FS-OK                                          00044600
700188         READ STEPSTAT-FILE INTO STEPSTAT-LINE                    00044700
700188             AT END MOVE SPACES TO STEPSTAT-LINE                  00044800
700188         END-READ                                                 00044900
700188         IF  WSTEPSTAT-FS-OK                                      00045000
700188             AND STEP-STATUS NOT = SPACES                         00045100
700188             SET WSTEP-FOUND-YES TO TRUE                          00045200
700188         END-IF                                                   00045300
700188         CLOSE STEPSTAT-FILE.                                     00045400
           SKIP2                                                        00045500
700188 A-320-READ-HEARTBT.                                              00045600
700188     OPEN INPUT HEARTBT-FILE.                                     00045700
700188     IF  WHEARTBT-FS-OK                                           00045800
700188         READ HEARTBT-FILE INTO HEARTBT-LINE                      00045900
700188             AT END MOVE SPACES TO HEARTBT-LINE                   00046000
700188         END-READ                                                 00046100
700188         IF  WHEARTBT-FS-OK                                       00046200
700188             AND HRTB-STATUS NOT = SPACES                         00046300
700188             SET WHRTB-FOUND-YES TO TRUE                          00046400
700188         END-IF                                                   00046500
700188         CLOSE HEARTBT-FILE.                                      00046600
           SKIP2                                                        00046700
700188 A-330-READ-SALVAGE.                                              00046800
700188     OPEN INPUT SALVAGE-FILE.                                     00046900
700188     IF  WSALV-FS-OK                                              00047000
700188         READ SALVAGE-FILE INTO SALVAGE-LINE                      00047100
700188             AT END MOVE SPACES TO SALVAGE-LINE                   00047200
700188         END-READ                                                 00047300
700188         IF  WSALV-FS-OK                                          00047400
700188             AND SALV-STATUS NOT = SPACES                         00047500
700188             SET WSALV-FOUND-YES TO TRUE                          00047600
700188         END-IF                                                   00047700
700188         CLOSE SALVAGE-FILE.                                      00047800
           SKIP2                                                        00047900
700188*** The checkpoint dataset grows a record every CHECKPOINT plans; 00048000
700188*** the last one is where a restart would pick up.                00048100
700188 A-340-READ-CHKPT.                                                00048200
700188     OPEN INPUT CHKPT-FILE.                                       00048300
700188     IF  WCHKPT-FS-OK                                             00048400
700188         MOVE 'N' TO WREAD-DONE-FLG                               00048500
700188         PERFORM A-345-CHKPT-ROW                                  00048600
700188           UNTIL WREAD-DONE-YES                                   00048700
700188         CLOSE CHKPT-FILE.                                        00048800
           SKIP2                                                        00048900
700188 A-345-CHKPT-ROW.                                                 00049000
700188     READ CHKPT-FILE                                              00049100
700188         AT END                                                   00049200
700188             SET WREAD-DONE-YES TO TRUE.                          00049300
700188     IF  WREAD-DONE-YES                                           00049400
700188         OR NOT WCHKPT-FS-OK                                      00049500
700188         SET WREAD-DONE-YES TO TRUE                               00049600
700191     ELSE IF  CHKPT-FREC (1:10) NOT = SPACES                      00049700
700188         MOVE CHKPT-FREC TO CHKPT-REC                             00049800
700188         ADD 1 TO WCTR-CHKPTS.                                    00049900
           SKIP2                                                        00050000
700188 A-350-READ-PARTSTAT.                                             00050100
700188     OPEN INPUT PARTSTAT-FILE.                                    00050200
700188     IF  WPARTSTAT-FS-OK                                          00050300
700188         READ PARTSTAT-FILE INTO PARTSTAT-LINE                    00050400
700188             AT END MOVE SPACES TO PARTSTAT-LINE                  00050500
700188         END-READ                                                 00050600
700188         IF  WPARTSTAT-FS-OK                                      00050700
700188             AND PART-STATUS NOT = SPACES                         00050800
700188             SET WPART-FOUND-YES TO TRUE                          00050900
700188         END-IF                                                   00051000
700188         CLOSE PARTSTAT-FILE.                                     00051100
           SKIP2                                                        00051200
700188 A-360-READ-QUAR.                                                 00051300
700188     OPEN INPUT QUAR-FILE.                                        00051400
700188     IF  WQUAR-FS-OK                                              00051500
700188         MOVE 'N' TO WREAD-DONE-FLG                               00051600
700188         PERFORM A-365-QUAR-ROW                                   00051700
700188           UNTIL WREAD-DONE-YES                                   00051800
700188         CLOSE QUAR-FILE.                                         00051900
           SKIP2                                                        00052000
700188 A-365-QUAR-ROW.                                                  00052100
700188     READ QUAR-FILE                                               00052200
700188         AT END                                                   00052300
700188             SET WREAD-DONE-YES TO TRUE.                          00052400
700188     IF  WREAD-DONE-YES                                           00052500
700188         OR NOT WQUAR-FS-OK                                       00052600
700188         SET WREAD-DONE-YES TO TRUE                               00052700
700188     ELSE IF  QUAR-REC = SPACES                                   00052800
700188         NEXT SENTENCE                                            00052900
700188     ELSE                                                         00053000
700188         ADD 1 TO WCTR-QUAR                                       00053100
700188         IF  WCTR-QUAR NOT > WQUAR-MAX-ENTRIES                    00053200
700188             MOVE QUAR-REC TO WQUAR-TEXT (WCTR-QUAR).             00053300
           SKIP2                                                        00053400
700188*** Count rows carry one plan / RecordType each, in plan order;   00053500
700188*** a plan is tabled at its first row.                            00053600
700188 A-370-READ-MANIFEST.                                             00053700
700188     OPEN INPUT MANIFEST-FILE.                                    00053800
700188     IF  WMANIFEST-FS-OK                                          00053900
700188         SET WMAN-FOUND-YES TO TRUE                               00054000
700188         MOVE 'N' TO WREAD-DONE-FLG                               00054100
700188         PERFORM A-375-MANIFEST-ROW                               00054200
700188           UNTIL WREAD-DONE-YES                                   00054300
700188         CLOSE MANIFEST-FILE                                      00054400
700188         IF  WMAN-OVER > ZERO                                     00054500
700188             DISPLAY 'BaStatBd-307 Manifest plan table full, '    00054600
700188                 'plans not tabled:' WMAN-OVER.                   00054700
           SKIP2                                                        00054800
700188 A-375-MANIFEST-ROW.                                              00054900
700188     READ MANIFEST-FILE INTO MANROW-LINE                          00055000
700188         AT END                                                   00055100
700188             SET WREAD-DONE-YES TO TRUE.                          00055200
700188     IF  WREAD-DONE-YES                                           00055300
700188         OR NOT WMANIFEST-FS-OK                                   00055400
700188         SET WREAD-DONE-YES TO TRUE                               00055500
700188     ELSE IF  NOT MANR-KIND-CTR                                   00055600
700188         NEXT SENTENCE                                            00055700
700188     ELSE IF  WMAN-COUNT > ZERO                                   00055800
700188         AND MANR-PLAN = WMAN-PLAN (WMAN-COUNT)                   00055900
700188         NEXT SENTENCE                                            00056000
700188     ELSE IF  WMAN-COUNT < WMAN-MAX-ENTRIES                       00056100
700188         ADD 1 TO WMAN-COUNT                                      00056200
700188         MOVE MANR-PLAN TO WMAN-PLAN (WMAN-COUNT)                 00056300
700188     ELSE                                                         00056400
700188         ADD 1 TO WMAN-OVER.                                      00056500
           SKIP2                                                        00056600
700188***************************                                       00056700
700188*** Shared resources                                              00056800
700188***************************                                       00056900
700188*** Each resource is asked for with a one-second wait and let go  00057000
700188*** at once; one that cannot be had is held by another job.  The  00057100
700188*** first CALL exception means the exit is not installed and      00057200
700188*** nothing is serialized.                                        00057300
700188 D-100-PROBE-ENQ.                                                 00057400
700188     MOVE 1 TO IO-ENQ-WAIT-SECS.                                  00057500
700188     PERFORM D-110-PROBE-RESOURCE                                 00057600
700188       VARYING SUB-ENQ FROM 1 BY 1                                00057700
700188         UNTIL SUB-ENQ > WENQ-COUNT                               00057800
700188           OR WNOEXIT-YES.                                        00057900
           SKIP2                                                        00058000
700188 D-110-PROBE-RESOURCE.                                            00058100
700188     MOVE WENQ-NAME (SUB-ENQ) TO IO-ENQ-RESOURCE.                 00058200
700188     SET IO-ENQ-ERROR-NO TO TRUE.                                 00058300
700188     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00058400
700188          ON EXCEPTION SET WNOEXIT-YES TO TRUE                    00058500
700188     END-CALL.                                                    00058600
700188     IF  WNOEXIT-YES                                              00058700
700188         NEXT SENTENCE                                            00058800
700188     ELSE IF  IO-ENQ-ERROR-YES                                    00058900
700188         MOVE 'HELD' TO WENQ-STATE (SUB-ENQ)                      00059000
700188         ADD 1 TO WCTR-HELD                                       00059100
700188     ELSE                                                         00059200
700188         MOVE 'FREE' TO WENQ-STATE (SUB-ENQ)                      00059300
700188         CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ        00059400
700188              ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE            00059500
700188         END-CALL.                                                00059600
           SKIP2                                                        00059700
700188***************************                                       00059800
700188*** Where the run stands                                          00059900
700188***************************                                       00060000
700188*** The furthest plan any state records as done: the heartbeat,   00060100
700188*** the salvage state and the last checkpoint are each written at 00060200
700188*** a plan boundary, and plans run in ascending order.            00060300
700188 B-100-WHERE-RUN-STANDS.                                          00060400
700188     IF  WHRTB-FOUND-YES                                          00060500
700188         AND HRTB-STATUS-RUNNING                                  00060600
700188         SET WCMP-INFLIGHT-YES TO TRUE.                           00060700
700188     IF  WSALV-FOUND-YES                                          00060800
700188         AND SALV-STATUS-INFLIGHT                                 00060900
700188         SET WCMP-INFLIGHT-YES TO TRUE.                           00061000
700188     IF  WHRTB-FOUND-YES                                          00061100
700188         AND HRTB-LAST-PLAN > WLAST-PLAN                          00061200
700188         MOVE HRTB-LAST-PLAN TO WLAST-PLAN                        00061300
700188         MOVE 'HEARTBT' TO WLAST-SRC.                             00061400
700188     IF  WSALV-FOUND-YES                                          00061500
700188         AND SALV-LAST-PLAN > WLAST-PLAN                          00061600
700188         MOVE SALV-LAST-PLAN TO WLAST-PLAN                        00061700
700188         MOVE 'SALVAGE' TO WLAST-SRC.                             00061800
700188     IF  WCTR-CHKPTS > ZERO                                       00061900
700188         AND CHKPT-PLAN-NUM > WLAST-PLAN                          00062000
700188         MOVE CHKPT-PLAN-NUM TO WLAST-PLAN                        00062100
700188         MOVE 'CHKPT' TO WLAST-SRC.                               00062200
700188     IF  WMAN-COUNT > ZERO                                        00062300
700188         AND WLAST-PLAN NOT = SPACES                              00062400
700188         PERFORM B-110-MANIFEST-POS                               00062500
700188           VARYING SUB-MAN FROM 1 BY 1                            00062600
700188             UNTIL SUB-MAN > WMAN-COUNT                           00062700
700188         COMPUTE WPCT-DONE = WMAN-POS * 100 / WMAN-COUNT.         00062800
700188     IF  WHRTB-FOUND-YES                                          00062900
700188         MOVE HRTB-WINDOWEND-SECS TO WWINDOW-SECS.                00063000
700188     IF  WCTL-WINDOWEND-SECS > ZERO                               00063100
700188         MOVE WCTL-WINDOWEND-SECS TO WWINDOW-SECS.                00063200
700188     IF  WHRTB-FOUND-YES                                          00063300
700188         AND HRTB-STATUS-RUNNING                                  00063400
700188         PERFORM B-200-PROJECT-FINISH.                            00063500
           SKIP2                                                        00063600
700188*** Plans through the last one done, and the first one after it.  00063700
700188 B-110-MANIFEST-POS.                                              00063800
700188     IF  WMAN-PLAN (SUB-MAN) NOT > WLAST-PLAN                     00063900
700188         ADD 1 TO WMAN-POS                                        00064000
700188     ELSE IF  WNEXT-PLAN = SPACES                                 00064100
700188         MOVE WMAN-PLAN (SUB-MAN) TO WNEXT-PLAN.                  00064200
           SKIP2                                                        00064300
700188*** Finish = heartbeat time plus its ETA; with no ETA (no header  00064400
700188*** record counts) the manifest plans still to do at the plan     00064500
700188*** rate so far.  Everything is measured from the compare's start 00064600
700188*** so a window past midnight compares the right way round.       00064700
700188 B-200-PROJECT-FINISH.                                            00064800
700188     MOVE HRTB-TIME TO WCLK-HHMMSS.                               00064900
700188     PERFORM R-310-CLOCK-TO-SECS.                                 00065000
700188     MOVE WCLK-SECS TO WHB-SECS.                                  00065100
700188     COMPUTE WELAPSED = WHB-SECS - HRTB-START-SECS.               00065200
700188     IF  WELAPSED < ZERO                                          00065300
700188         ADD 86400 TO WELAPSED.                                   00065400
700188     IF  HRTB-ETA-SECS > ZERO                                     00065500
700188         MOVE HRTB-ETA-SECS TO WREMAIN-SECS                       00065600
700188         MOVE 'heartbeat ETA' TO WREMAIN-SRC                      00065700
700188     ELSE IF  WMAN-POS > ZERO                                     00065800
700188         AND WMAN-COUNT > WMAN-POS                                00065900
700188         COMPUTE WREMAIN-SECS = WELAPSED                          00066000
700188             * (WMAN-COUNT - WMAN-POS) / WMAN-POS                 00066100
700188         MOVE 'manifest plans to do' TO WREMAIN-SRC.              00066200
700188     COMPUTE WREL-FINISH = WELAPSED + WREMAIN-SECS.               00066300
700188     COMPUTE WCLK-SECS = HRTB-START-SECS + WREL-FINISH.           00066400
700188     PERFORM R-320-WRAP-DAY                                       00066500
700188       UNTIL WCLK-SECS < 86400.                                   00066600
700188     MOVE WCLK-SECS TO WFINISH-SECS.                              00066700
700188     IF  WWINDOW-SECS > ZERO                                      00066800
700188         COMPUTE WREL-WINDOW = WWINDOW-SECS - HRTB-START-SECS     00066900
700188         IF  WREL-WINDOW < ZERO                                   00067000
700188             ADD 86400 TO WREL-WINDOW                             00067100
700188         END-IF                                                   00067200
700188         COMPUTE WMARGIN-MINS = (WREL-WINDOW - WREL-FINISH) / 60. 00067300
           SKIP2                                                        00067400
700188***************************                                       00067500
700188*** Restart action                                                00067600
700188***************************                                       00067700
700188*** Most specific first: a chain stopped part-way is resubmitted  00067800
700188*** and resumes at its step; a compare that was running is        00067900
700188*** restarted at the plan after the last one it finished.  A      00068000
700188*** partitioned night that stopped at its cutoff carries on by    00068100
700188*** itself and needs nothing.                                     00068200
700188 B-300-RESTART-ACTION.                                            00068300
700188     IF  WSTEP-FOUND-YES                                          00068400
700188         AND STEP-STATUS-INFLIGHT                                 00068500
700188         PERFORM B-310-CHAIN-ACTION                               00068600
700188     ELSE IF  WCMP-INFLIGHT-YES                                   00068700
700188         PERFORM B-320-COMPARE-ACTION.                            00068800
700188     IF  WCTR-QUAR > ZERO                                         00068900
700188         ADD 1 TO WACTION-COUNT                                   00069000
700188         STRING 'Requeue the quarantined plans: run BAQUARRQ '    00069100
700188             'on the QUARANT log and submit its deck'             00069200
700188             DELIMITED BY SIZE                                    00069300
700188             INTO WACTION-TEXT (WACTION-COUNT).                   00069400
           SKIP2                                                        00069500
700188 B-310-CHAIN-ACTION.                                              00069600
700188     COMPUTE WNEXT-STEP = STEP-LAST-DONE + 1.                     00069700
700188     ADD 1 TO WACTION-COUNT.                                      00069800
700188     IF  WNEXT-STEP > WCHAIN-COUNT                                00069900
700188         STRING 'Resubmit the chain job; BABKSTE finds every '    00070000
700188             'step done and records the chain COMPLETE'           00070100
700188             DELIMITED BY SIZE                                    00070200
700188             INTO WACTION-TEXT (WACTION-COUNT)                    00070300
700188     ELSE                                                         00070400
700188         STRING 'Resubmit the chain job; BABKSTE resumes at '     00070500
700188             'step ' WNEXT-STEP ' ' WCHAIN-PGM (WNEXT-STEP)       00070600
700188             ' (FRESH instead reruns from the top)'               00070700
700188             DELIMITED BY SIZE                                    00070800
700188             INTO WACTION-TEXT (WACTION-COUNT).                   00070900
700188     IF  WNEXT-STEP = 2                                           00071000
700188         AND WCMP-INFLIGHT-YES                                    00071100
700188         PERFORM B-320-COMPARE-ACTION.                            00071200
           SKIP2                                                        00071300
700188*** RESTART nnnnnn skips the plans below nnnnnn, so the exact     00071400
700188*** card names the manifest's next plan.                          00071500
700188 B-320-COMPARE-ACTION.                                            00071600
700188     ADD 1 TO WACTION-COUNT.                                      00071700
700188     IF  WLAST-PLAN = SPACES                                      00071800
700188         STRING 'If the compare is no longer executing, '         00071900
700188             'resubmit it from the top - no plan was recorded '   00072000
700188             'as done'                                            00072100
700188             DELIMITED BY SIZE                                    00072200
700188             INTO WACTION-TEXT (WACTION-COUNT)                    00072300
700188     ELSE IF  WNEXT-PLAN NOT = SPACES                             00072400
700188         STRING 'If the compare is no longer executing, '         00072500
700188             'resubmit it with control card RESTART '             00072600
700188             WNEXT-PLAN                                           00072700
700188             DELIMITED BY SIZE                                    00072800
700188             INTO WACTION-TEXT (WACTION-COUNT)                    00072900
700188     ELSE IF  WMAN-COUNT > ZERO                                   00073000
700188         STRING 'If the compare is no longer executing, every '   00073100
700188             'manifest plan is done through ' WLAST-PLAN          00073200
700188             ' - rerun the end-of-run steps only'                 00073300
700188             DELIMITED BY SIZE                                    00073400
700188             INTO WACTION-TEXT (WACTION-COUNT)                    00073500
700188     ELSE                                                         00073600
700188         STRING 'If the compare is no longer executing, '         00073700
700188             'resubmit it with RESTART at the first plan '        00073800
700188             'after ' WLAST-PLAN                                  00073900
700188             DELIMITED BY SIZE                                    00074000
700188             INTO WACTION-TEXT (WACTION-COUNT).                   00074100
           SKIP2                                                        00074200
700188***************************                                       00074300
700188*** The board                                                     00074400
700188***************************                                       00074500
700188 C-100-PRINT-BOARD.                                               00074600
700188     MOVE ' Suite Status' TO RPTHDR-SUBTITLE.                     00074700
700188     PERFORM V-150-NEWPAGE.                                       00074800
700188     PERFORM C-110-BOARD-CHAIN.                                   00074900
700188     PERFORM C-120-BOARD-COMPARE.                                 00075000
700188     PERFORM C-130-BOARD-PROGRESS.                                00075100
700188     PERFORM C-140-BOARD-FINISH.                                  00075200
700188     PERFORM C-150-BOARD-QUAR.                                    00075300
700188     PERFORM C-160-BOARD-PARTITION.                               00075400
700188     PERFORM C-170-BOARD-ENQ.                                     00075500
700188     PERFORM V-100-PRINT-LINE.                                    00075600
700188     MOVE 'Restart action required' TO RPBRD-LABEL.               00075700
700188     IF  WACTION-COUNT = ZERO                                     00075800
700188         MOVE 'None - nothing is in flight' TO RPBRD-VALUE        00075900
700188         PERFORM V-200-PRINT-RPBRD                                00076000
700188     ELSE                                                         00076100
700188         PERFORM C-190-BOARD-ACTION                               00076200
700188           VARYING SUB-ACT FROM 1 BY 1                            00076300
700188             UNTIL SUB-ACT > WACTION-COUNT.                       00076400
           SKIP2                                                        00076500
700188 C-110-BOARD-CHAIN.                                               00076600
700188     MOVE 'Chain step' TO RPBRD-LABEL.                            00076700
700188     IF  NOT WSTEP-FOUND-YES                                      00076800
700188         MOVE 'Not available - no STEPSTAT chain state'           00076900
700188           TO RPBRD-VALUE                                         00077000
700188     ELSE IF  NOT STEP-STATUS-INFLIGHT                            00077100
700188         MOVE 'Chain COMPLETE' TO RPBRD-VALUE                     00077200
700188     ELSE IF  STEP-LAST-DONE NOT < WCHAIN-COUNT                   00077300
700188         STRING 'INFLIGHT - every step done, state not yet '      00077400
700188             'closed'                                             00077500
700188             DELIMITED BY SIZE INTO RPBRD-VALUE                   00077600
700188     ELSE                                                         00077700
700188         COMPUTE WNEXT-STEP = STEP-LAST-DONE + 1                  00077800
700188         STRING 'INFLIGHT - step ' WNEXT-STEP ' '                 00077900
700188             WCHAIN-PGM (WNEXT-STEP)                              00078000
700188             ' running or stopped; steps done: ' STEP-LAST-DONE   00078100
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00078200
700188     PERFORM V-200-PRINT-RPBRD.                                   00078300
           SKIP2                                                        00078400
700188 C-120-BOARD-COMPARE.                                             00078500
700188     MOVE 'Compare' TO RPBRD-LABEL.                               00078600
700188     IF  NOT WHRTB-FOUND-YES                                      00078700
700188         MOVE 'No heartbeat - compare not run with PROGRESS'      00078800
700188           TO RPBRD-VALUE                                         00078900
700188     ELSE                                                         00079000
700188         MOVE HRTB-TIME TO WCLK-HHMMSS                            00079100
700188         PERFORM R-310-CLOCK-TO-SECS                              00079200
700188         PERFORM R-300-SECS-TO-CLOCK                              00079300
700188         MOVE HRTB-PLANS TO WED-NUM                               00079400
700188         MOVE HRTB-DIFFS TO WED-NUM2                              00079500
700188         STRING HRTB-STATUS ' - heartbeat ' HRTB-DATE ' '         00079600
700188             WCLK-EDIT '  plans ' WED-NUM '  differences '        00079700
700188             WED-NUM2                                             00079800
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00079900
700188     PERFORM V-200-PRINT-RPBRD.                                   00080000
700188     MOVE 'Abend-salvage state' TO RPBRD-LABEL.                   00080100
700188     IF  NOT WSALV-FOUND-YES                                      00080200
700188         MOVE 'Not available - compare not run with ABENDSAFE'    00080300
700188           TO RPBRD-VALUE                                         00080400
700188     ELSE                                                         00080500
700188         MOVE SALV-RECS TO WED-NUM                                00080600
700188         STRING SALV-STATUS ' - after plan ' SALV-LAST-PLAN       00080700
700188             '  records read ' WED-NUM                            00080800
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00080900
700188     PERFORM V-200-PRINT-RPBRD.                                   00081000
700188     MOVE 'Last checkpoint' TO RPBRD-LABEL.                       00081100
700188     IF  WCTR-CHKPTS = ZERO                                       00081200
700188         MOVE 'Not available - no CHKPT records'                  00081300
700188           TO RPBRD-VALUE                                         00081400
700188     ELSE                                                         00081500
700188         STRING 'Plan ' CHKPT-PLAN-NUM '  File1 position '        00081600
700188             CHKPT-BKPI-RRN '  File2 position ' CHKPT-BKPI2-RRN   00081700
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00081800
700188     PERFORM V-200-PRINT-RPBRD.                                   00081900
           SKIP2                                                        00082000
700188 C-130-BOARD-PROGRESS.                                            00082100
700188     PERFORM V-100-PRINT-LINE.                                    00082200
700188     MOVE 'Last plan completed' TO RPBRD-LABEL.                   00082300
700188     IF  WLAST-PLAN = SPACES                                      00082400
700188         MOVE 'None recorded' TO RPBRD-VALUE                      00082500
700188     ELSE                                                         00082600
700188         STRING WLAST-PLAN '  (from ' WLAST-SRC ')'               00082700
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00082800
700188     PERFORM V-200-PRINT-RPBRD.                                   00082900
700188     MOVE 'Percent complete' TO RPBRD-LABEL.                      00083000
700188     IF  WMAN-COUNT = ZERO                                        00083100
700188         MOVE 'Not available - no MANIFEST plan count'            00083200
700188           TO RPBRD-VALUE                                         00083300
700188     ELSE                                                         00083400
700188         MOVE WPCT-DONE TO WED-PCT                                00083500
700188         MOVE WMAN-POS TO WED-NUM                                 00083600
700188         MOVE WMAN-COUNT TO WED-NUM2                              00083700
700188         STRING WED-PCT '%  - ' WED-NUM ' of ' WED-NUM2           00083800
700188             ' manifest plans'                                    00083900
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00084000
700188     PERFORM V-200-PRINT-RPBRD.                                   00084100
           SKIP2                                                        00084200
700188 C-140-BOARD-FINISH.                                              00084300
700188     MOVE 'Projected finish' TO RPBRD-LABEL.                      00084400
700188     IF  NOT WHRTB-FOUND-YES                                      00084500
700188         OR NOT HRTB-STATUS-RUNNING                               00084600
700188         MOVE 'Not projected - compare not running'               00084700
700188           TO RPBRD-VALUE                                         00084800
700188     ELSE IF  WREMAIN-SRC = SPACES                                00084900
700188         MOVE 'Not projected - no ETA and no manifest position'   00085000
700188           TO RPBRD-VALUE                                         00085100
700188     ELSE                                                         00085200
700188         MOVE WFINISH-SECS TO WCLK-SECS                           00085300
700188         PERFORM R-300-SECS-TO-CLOCK                              00085400
700188         STRING WCLK-EDIT '  (' WREMAIN-SRC ')'                   00085500
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00085600
700188     PERFORM V-200-PRINT-RPBRD.                                   00085700
700188     MOVE 'Against WINDOWEND' TO RPBRD-LABEL.                     00085800
700188     IF  WWINDOW-SECS = ZERO                                      00085900
700188         MOVE 'No WINDOWEND deadline' TO RPBRD-VALUE              00086000
700188     ELSE                                                         00086100
700188         MOVE WWINDOW-SECS TO WCLK-SECS                           00086200
700188         PERFORM R-300-SECS-TO-CLOCK                              00086300
700188         IF  WREMAIN-SRC = SPACES                                 00086400
700188             STRING 'Deadline ' WCLK-EDIT                         00086500
700188                 DELIMITED BY SIZE INTO RPBRD-VALUE               00086600
700188         ELSE IF  WMARGIN-MINS NOT < ZERO                         00086700
700188             MOVE WMARGIN-MINS TO WED-MINS                        00086800
700188             STRING 'Deadline ' WCLK-EDIT ' - inside by '         00086900
700188                 WED-MINS ' minute(s)'                            00087000
700188                 DELIMITED BY SIZE INTO RPBRD-VALUE               00087100
700188         ELSE                                                     00087200
700188             MOVE WMARGIN-MINS TO WED-MINS                        00087300
700188             STRING 'Deadline ' WCLK-EDIT ' - PAST IT by '        00087400
700188                 WED-MINS ' minute(s); the compare will stop '    00087500
700188                 'at the deadline'                                00087600
700188                 DELIMITED BY SIZE INTO RPBRD-VALUE.              00087700
700188     PERFORM V-200-PRINT-RPBRD.                                   00087800
           SKIP2                                                        00087900
700188 C-150-BOARD-QUAR.                                                00088000
700188     PERFORM V-100-PRINT-LINE.                                    00088100
700188     MOVE 'Quarantined plans' TO RPBRD-LABEL.                     00088200
700188     IF  NOT WQUAR-FS-OK                                          00088300
700188         AND WCTR-QUAR = ZERO                                     00088400
700188         MOVE 'Not available - no QUARANT log' TO RPBRD-VALUE     00088500
700188         PERFORM V-200-PRINT-RPBRD                                00088600
700188     ELSE IF  WCTR-QUAR = ZERO                                    00088700
700188         MOVE 'None' TO RPBRD-VALUE                               00088800
700188         PERFORM V-200-PRINT-RPBRD                                00088900
700188     ELSE                                                         00089000
700188         MOVE WCTR-QUAR TO WED-NUM                                00089100
700188         STRING WED-NUM ' plan(s)'                                00089200
700188             DELIMITED BY SIZE INTO RPBRD-VALUE                   00089300
700188         PERFORM V-200-PRINT-RPBRD                                00089400
700188         PERFORM C-155-BOARD-QUAR-LINE                            00089500
700188           VARYING SUB-QUAR FROM 1 BY 1                           00089600
700188             UNTIL SUB-QUAR > WCTR-QUAR                           00089700
700188               OR SUB-QUAR > WQUAR-MAX-ENTRIES.                   00089800
           SKIP2                                                        00089900
700188 C-155-BOARD-QUAR-LINE.                                           00090000
700188     MOVE WQUAR-TEXT (SUB-QUAR) TO RPBRD-VALUE.                   00090100
700188     PERFORM V-200-PRINT-RPBRD.                                   00090200
           SKIP2                                                        00090300
700188 C-160-BOARD-PARTITION.                                           00090400
700188     MOVE 'Partition night' TO RPBRD-LABEL.                       00090500
700188     IF  NOT WPART-FOUND-YES                                      00090600
700188         MOVE 'Not a partitioned cycle - no PARTSTAT state'       00090700
700188           TO RPBRD-VALUE                                         00090800
700188     ELSE IF  PART-NIGHT NOT NUMERIC                              00090900
700188         OR PART-NIGHT = ZERO                                     00091000
700188         STRING PART-STATUS ' - night not recorded, last plan '   00091100
700188             PART-LAST-PLAN                                       00091200
700188             DELIMITED BY SIZE INTO RPBRD-VALUE                   00091300
700188     ELSE IF  PART-STATUS-INFLIGHT                                00091400
700188         MOVE PART-NIGHT TO WED-NIGHT                             00091500
700188         STRING 'Night ' WED-NIGHT ' stopped after plan '         00091600
700188             PART-LAST-PLAN '; the next night resumes after it'   00091700
700188             DELIMITED BY SIZE INTO RPBRD-VALUE                   00091800
700188     ELSE                                                         00091900
700188         MOVE PART-NIGHT TO WED-NIGHT                             00092000
700188         STRING 'Cycle COMPLETE on night ' WED-NIGHT              00092100
700188             DELIMITED BY SIZE INTO RPBRD-VALUE.                  00092200
700188     PERFORM V-200-PRINT-RPBRD.                                   00092300
           SKIP2                                                        00092400
700188 C-170-BOARD-ENQ.                                                 00092500
700188     MOVE 'Shared resources' TO RPBRD-LABEL.                      00092600
700188     IF  WNOEXIT-YES                                              00092700
700188         MOVE 'Not serialized - UTENQ exit not installed'         00092800
700188           TO RPBRD-VALUE                                         00092900
700188         PERFORM V-200-PRINT-RPBRD                                00093000
700188     ELSE IF  WCTR-HELD = ZERO                                    00093100
700188         MOVE 'None held' TO RPBRD-VALUE                          00093200
700188         PERFORM V-200-PRINT-RPBRD                                00093300
700188     ELSE                                                         00093400
700188         PERFORM C-175-BOARD-ENQ-LINE                             00093500
700188           VARYING SUB-ENQ FROM 1 BY 1                            00093600
700188             UNTIL SUB-ENQ > WENQ-COUNT.                          00093700
           SKIP2                                                        00093800
700188 C-175-BOARD-ENQ-LINE.                                            00093900
700188     IF  WENQ-STATE (SUB-ENQ) = 'HELD'                            00094000
700188         STRING WENQ-NAME (SUB-ENQ) ' - held by another job'      00094100
700188             DELIMITED BY SIZE INTO RPBRD-VALUE                   00094200
700188         PERFORM V-200-PRINT-RPBRD.                               00094300
           SKIP2                                                        00094400
700188 C-190-BOARD-ACTION.                                              00094500
700188     MOVE WACTION-TEXT (SUB-ACT) TO RPBRD-VALUE.                  00094600
700188     PERFORM V-200-PRINT-RPBRD.                                   00094700
           SKIP2                                                        00094800
700188***************************                                       00094900
700188*** Control cards                                                 00095000
700188***************************                                       00095100
700188 F-100-PROC-CTL.                                                  00095200
700188     IF  CTL-REC (1:1) = '*'                                      00095300
700188         DISPLAY 'BaStatBd-500 Comment:' CTL-REC (1:50)           00095400
700188     ELSE                                                         00095500
700188         PERFORM F-105-CONTINUE.                                  00095600
700188     PERFORM F-110-READ-IN110.                                    00095700
           SKIP2                                                        00095800
700188*** WINDOWEND hh:mm (hhmm also accepted), as the compare takes it.00095900
700188 F-105-CONTINUE.                                                  00096000
700188     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00096100
700188     UNSTRING CTL-REC DELIMITED BY SPACE                          00096200
700188         INTO WCTL-CMD WCTL-VAL.                                  00096300
700188     DISPLAY 'BaStatBd-500 CtlCard:' CTL-REC (1:50).              00096400
700188     IF  WCTL-CMD-WINDOWEND                                       00096500
700188         AND WCTL-VAL (3:1) = ':'                                 00096600
700188         AND WCTL-VAL (1:2) IS NUMERIC                            00096700
700188         AND WCTL-VAL (4:2) IS NUMERIC                            00096800
700188         MOVE WCTL-VAL (1:2) TO WCLK-HH                           00096900
700188         MOVE WCTL-VAL (4:2) TO WCLK-MM                           00097000
700188         COMPUTE WCTL-WINDOWEND-SECS =                            00097100
700188             WCLK-HH * 3600 + WCLK-MM * 60                        00097200
700188     ELSE IF  WCTL-CMD-WINDOWEND                                  00097300
700188         AND WCTL-VAL (1:4) IS NUMERIC                            00097400
700188         MOVE WCTL-VAL (1:2) TO WCLK-HH                           00097500
700188         MOVE WCTL-VAL (3:2) TO WCLK-MM                           00097600
700188         COMPUTE WCTL-WINDOWEND-SECS =                            00097700
700188             WCLK-HH * 3600 + WCLK-MM * 60                        00097800
700188     ELSE                                                         00097900
700188         DISPLAY 'BaStatBd-501 Invalid Control Card:'             00098000
700188             CTL-REC (1:50)                                       00098100
700188         ADD 1 TO WCTR-CTL-ERRORS.                                00098200
           SKIP2                                                        00098300
700188 F-110-READ-IN110.                                                00098400
700188     CALL 'UT110IN'  USING SD-AREA                                00098500
700188               IO-IN110-PARM                                      00098600
700188               IO-IN110-READ                                      00098700
700188               CTL-REC.                                           00098800
           SKIP2                                                        00098900
700188***************************                                       00099000
700188*** Shared routines                                               00099100
700188***************************                                       00099200
700188 R-300-SECS-TO-CLOCK.                                             00099300
700188     DIVIDE WCLK-SECS BY 3600 GIVING WCLK-HH                      00099400
700188         REMAINDER WCLK-REST.                                     00099500
700188     DIVIDE WCLK-REST BY 60 GIVING WCLK-MM                        00099600
700188         REMAINDER WCLK-SS.                                       00099700
700188     MOVE WCLK-HH TO WCLK-EDIT-HH.                                00099800
700188     MOVE WCLK-MM TO WCLK-EDIT-MM.                                00099900
700188     MOVE WCLK-SS TO WCLK-EDIT-SS.                                00100000
           SKIP2                                                        00100100
700188 R-310-CLOCK-TO-SECS.                                             00100200
700188     DIVIDE WCLK-HHMMSS BY 10000 GIVING WCLK-HH                   00100300
700188         REMAINDER WCLK-REST.                                     00100400
700188     DIVIDE WCLK-REST BY 100 GIVING WCLK-MM                       00100500
700188         REMAINDER WCLK-SS.                                       00100600
700188     COMPUTE WCLK-SECS =                                          00100700
700188         WCLK-HH * 3600 + WCLK-MM * 60 + WCLK-SS.                 00100800
           SKIP2                                                        00100900
700188 R-320-WRAP-DAY.                                                  00101000
700188     SUBTRACT 86400 FROM WCLK-SECS.                               00101100
           SKIP2                                                        00101200
700188***************************                                       00101300
700188*** Print routines                                                00101400
700188***************************                                       00101500
700188 V-100-PRINT-LINE.                                                00101600
700188     IF  WPRINT-LINES-OVER                                        00101700
700188         PERFORM V-150-NEWPAGE.                                   00101800
700188     ADD 1 TO WPRINT-LINES.                                       00101900
700188     WRITE PRINT-LINE FROM WPRINT-LINE                            00102000
700188           AFTER ADVANCING 1 LINE.                                00102100
700188     MOVE SPACES   TO WPRINT-LINE.                                00102200
700188     ADD 1 TO WPRINT-TOT-LINES.                                   00102300
           SKIP2                                                        00102400
700188 V-150-NEWPAGE.                                                   00102500
700188     ADD 1 TO WPRINT-PAGE.                                        00102600
700188     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00102700
700188     MOVE SPACES TO PRINT-LINE.                                   00102800
700188     WRITE PRINT-LINE                                             00102900
700188       AFTER ADVANCING PAGE.                                      00103000
700188     WRITE PRINT-LINE FROM RPTHDR-LINE                            00103100
700188       AFTER ADVANCING 1 LINE.                                    00103200
700188     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00103300
700188       AFTER ADVANCING 1.                                         00103400
700188     MOVE ZERO TO WPRINT-LINES.                                   00103500
700188     ADD 3 TO WPRINT-TOT-LINES.                                   00103600
           SKIP2                                                        00103700
700188 V-200-PRINT-RPBRD.                                               00103800
700188     MOVE RPBRD-LINE TO WPRINT-LINE.                              00103900
700188     PERFORM V-100-PRINT-LINE.                                    00104000
700188     MOVE SPACES TO RPBRD-LABEL RPBRD-VALUE.                      00104100
