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
700168 IDENTIFICATION DIVISION.                                         00000100
700168 PROGRAM-ID. 'BAERASE'.                                           00000200
700168******************************************************************00000300
700168**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700168******************************************************************00000500
700168**  AUTHOR       W. WHITE, Oct 2026                               00000600
700168**  PURPOSE      Right-to-erasure purge.  Given a participant     00000700
700168**               (PART card) and the legal request reference it   00000800
700168**               answers (LEGALREF card), every                   00000900
700168**               archived compare output named on DSLIST - and,   00001000
700168**               under the ARCHIDX card, every OT200 generation   00001100
700168**               on the BAOT200P archive index - is read, and     00001200
700168**               each one that carries the participant is         00001300
700168**               rewritten in place without that participant's    00001400
700168**               lines.  The kind on each DSLIST line says how:   00001500
700168**                OT200, EXTRA - the record section (a <RECORD    00001600
700168**                   header and its lines, as BAPARTDS shows it)  00001700
700168**                   holding the participant is dropped; the      00001800
700191**                   plan's PLN1/PLN2 DIFFS= and the TLR1 LINES=  00001900
700168**                   trailer are rewritten to match what is left  00002000
700168**                CORR    - CORRFEED rows whose key group is the  00002100
700168**                   participant's (rows from before the key      00002200
700168**                   group was carried are matched on the number  00002300
700168**                   anywhere on the row)                         00002400
700168**                NOTIFY  - notification rows are masked to the   00002500
700168**                   last four of the participant, so rows of     00002600
700168**                   the PLAN with those last four are dropped;   00002700
700168**                   without a PLAN card NOTIFY is not touched    00002800
700168**               Everywhere else the participant goes from every  00002900
700168**               plan it appears under; PLAN only picks out the   00003000
700168**               masked NOTIFY rows and scopes the ERASE check.   00003100
700168**                DOSSIER - a BAPARTDS dossier naming the         00003200
700168**                   participant is about nobody else and is      00003300
700168**                   emptied entirely                             00003400
700168**                TREND, LINE - lines carrying the number         00003500
700168**               The dataset is copied to the ERASEWK work        00003600
700168**               dataset first and written back only once the     00003700
700168**               whole of it has been read cleanly.  The REPORT   00003800
700168**               is the erasure certificate: the legal reference, 00003900
700168**               who ran it, and one line per dataset examined    00004000
700168**               with lines read, removed and written.  SCANONLY  00004100
700168**               prints the certificate of what would go without  00004200
700168**               rewriting anything.  A purge must be allowed the 00004300
700168**               ERASE verb for the OPERATOR by UTAUTH.           00004400
700168******************************************************************00004500
700168**  REVISIONS:                                                    00004600
700168******************************************************************00004700
700168**  Input                                                         00004800
700168**   . IN110   - Control File (PART, PLAN, LEGALREF, OPERATOR,    00004900
700168**               ARCHIDX, SCANONLY)                               00005000
700168**   . DSLIST  - Datasets to purge: kind in cols 1-8, dataset     00005100
700168**               name from col 10                                 00005200
700168**   . ARCHIDX - BAOT200P archive index (ARCHIDX card only)       00005300
700168**   . ERASEIN - Re-pointed at each dataset in turn               00005400
700168******************************************************************00005500
700168**  Output                                                        00005600
700168**   . SYSOUT  - Displayed Information                            00005700
700168**   . REPORT  - Erasure certificate                              00005800
700168**   . ERASEWK - Work copy of the dataset being purged            00005900
700168**   . ERASEOUT- Re-pointed at each dataset that is rewritten     00006000
700168******************************************************************00006100
700168 ENVIRONMENT DIVISION.                                            00006200
700168 CONFIGURATION SECTION.                                           00006300
700168 INPUT-OUTPUT SECTION.                                            00006400
           SKIP2                                                        00006500
700168 FILE-CONTROL.                                                    00006600
700168     SELECT PRINT-FILE                                            00006700
700168         ASSIGN TO UT-S-REPORT                                    00006800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006900
700168         FILE STATUS WPRINT-FS.                                   00007000
700168     SELECT DSLIST-FILE                                           00007100
700168         ASSIGN TO UT-S-DSLIST                                    00007200
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007300
700168         FILE STATUS WDSLIST-FS.                                  00007400
700168     SELECT INDEX-FILE                                            00007500
700168         ASSIGN TO UT-S-ARCHIDX                                   00007600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007700
700168         FILE STATUS WINDEX-FS.                                   00007800
700168     SELECT ERASEIN-FILE                                          00007900
700168         ASSIGN TO UT-S-ERASEIN                                   00008000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008100
700168         FILE STATUS WERASEIN-FS.                                 00008200
700168     SELECT ERASEWK-FILE                                          00008300
700168         ASSIGN TO UT-S-ERASEWK                                   00008400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008500
700168         FILE STATUS WERASEWK-FS.                                 00008600
700168     SELECT ERASEOUT-FILE                                         00008700
700168         ASSIGN TO UT-S-ERASEOUT                                  00008800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008900
700168         FILE STATUS WERASEOUT-FS.                                00009000
700168 DATA DIVISION.                                                   00009100
           SKIP2                                                        00009200
700168 FILE SECTION.                                                    00009300
           SKIP1                                                        00009400
700168 FD  PRINT-FILE                                                   00009500
700168     BLOCK CONTAINS 0 RECORDS                                     00009600
700168     LABEL RECORDS ARE STANDARD.                                  00009700
           SKIP2                                                        00009800
700168 01 PRINT-LINE                PIC X(133).                         00009900
           SKIP2                                                        00010000
700168 FD  DSLIST-FILE                                                  00010100
700168     BLOCK CONTAINS 0 RECORDS                                     00010200
700168     LABEL RECORDS ARE STANDARD.                                  00010300
           SKIP2                                                        00010400
700168 01  DSLIST-REC.                                                  00010500
700168     05  DSLIST-KIND          PIC X(8).                           00010600
700168     05  FILLER               PIC X.                              00010700
700168     05  DSLIST-PATH          PIC X(71).                          00010800
           SKIP2                                                        00010900
700168*** The BAOT200P archive index, the INDEX-LINE shape.             00011000
700168 FD  INDEX-FILE                                                   00011100
700168     BLOCK CONTAINS 0 RECORDS                                     00011200
700168     LABEL RECORDS ARE STANDARD.                                  00011300
           SKIP2                                                        00011400
700168 01  INDEX-LINE.                                                  00011500
700168     05  IDX-DSNAME           PIC X(44).                          00011600
700168     05  FILLER               PIC X.                              00011700
700168     05  IDX-RUN-DATE         PIC X(8).                           00011800
700168     05  FILLER               PIC X.                              00011900
700168     05  IDX-KIND             PIC X(4).                           00012000
700168     05  FILLER               PIC X.                              00012100
700191     05  IDX-VALUE            PIC X(10).                          00012200
700191     05  FILLER               PIC X(64).                          00012300
           SKIP2                                                        00012400
700168 FD  ERASEIN-FILE                                                 00012500
700168     BLOCK CONTAINS 0 RECORDS                                     00012600
700168     LABEL RECORDS ARE STANDARD.                                  00012700
           SKIP2                                                        00012800
700168 01  ERASEIN-REC              PIC X(200).                         00012900
           SKIP2                                                        00013000
700168 FD  ERASEWK-FILE                                                 00013100
700168     BLOCK CONTAINS 0 RECORDS                                     00013200
700168     LABEL RECORDS ARE STANDARD.                                  00013300
           SKIP2                                                        00013400
700168 01  ERASEWK-REC              PIC X(200).                         00013500
           SKIP2                                                        00013600
700168 FD  ERASEOUT-FILE                                                00013700
700168     BLOCK CONTAINS 0 RECORDS                                     00013800
700168     LABEL RECORDS ARE STANDARD.                                  00013900
           SKIP2                                                        00014000
700168 01  ERASEOUT-REC             PIC X(200).                         00014100
           SKIP2                                                        00014200
700168 WORKING-STORAGE SECTION.                                         00014300
700168 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00014400
700168 77  SUB-DS                PIC S9(4) BINARY VALUE ZERO.           00014500
700168 77  SUB-CHK               PIC S9(4) BINARY VALUE ZERO.           00014600
700168 77  SUB-BUF               PIC S9(4) BINARY VALUE ZERO.           00014700
700168 77  WPART-LEN             PIC S9(4) BINARY VALUE ZERO.           00014800
700168 77  WHITS                 PIC S9(4) BINARY VALUE ZERO.           00014900
700203 77  WCORR-PLAN-LEN        PIC S9(4) BINARY VALUE ZERO.           00000000
700168 77  WCTR-DS-REWRITTEN     PIC 9(5)     VALUE ZERO.               00015000
700168 77  WCTR-DS-UNCHANGED     PIC 9(5)     VALUE ZERO.               00015100
700168 77  WCTR-DS-FAILED        PIC 9(5)     VALUE ZERO.               00015200
700168 77  WCTR-DS-SKIPPED       PIC 9(5)     VALUE ZERO.               00015300
700168 77  WCTR-IDX-ADDED        PIC 9(5)     VALUE ZERO.               00015400
700168 77  WCTR-TOT-REMOVED      PIC 9(9)     VALUE ZERO.               00015500
700168 77  WCTR-SPLIT            PIC 9(5)     VALUE ZERO.               00015600
700168 77  WCTR-KEPT-LINES       PIC 9(9)     VALUE ZERO.               00015700
700168 77  WCTR-PLN-SECTS        PIC 9(8)     VALUE ZERO.               00015800
700168 77  WOLD-COUNT            PIC 9(9)     VALUE ZERO.               00015900
700168 77  WNEW-COUNT            PIC 9(9)     VALUE ZERO.               00016000
700168 77  WCOUNT-DISP           PIC Z(8)9    VALUE ZERO.               00016100
700168 77  WDIFFS-DISP           PIC 9(8)     VALUE ZERO.               00016200
700168 77  WQUIT-FLG             PIC X        VALUE 'N'.                00016300
700168     88  WQUIT-FLG-YES     VALUE 'Y'.                             00016400
700168 77  WREAD-ERR-FLG         PIC X        VALUE 'N'.                00016500
700168     88  WREAD-ERR-YES     VALUE 'Y'.                             00016600
700168 77  WDUP-FLG              PIC X        VALUE 'N'.                00016700
700168     88  WDUP-FLG-YES      VALUE 'Y'.                             00016800
700168 77  WDISP-1               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.            00016900
700168 77  WDISP-2               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.            00017000
700168 77  WDISP-3               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.            00017100
700168 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00017200
700168 77  WRUN-TIME             PIC 9(8)     VALUE ZERO.               00017300
700191 77  WPLN-AT               PIC S9(4) BINARY VALUE ZERO.           00017301
700191 77  WPLN-VAL-AT           PIC S9(4) BINARY VALUE ZERO.           00017302
           SKIP2                                                        00017400
700168 01  WPRINT-AREA.                                                 00017500
700168     05  WPRINT-FS                 PIC XX  VALUE '00'.            00017600
700168         88  WPRINT-FS-OK VALUE '00'.                             00017700
700168     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00017800
700168     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00017900
700168     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00018000
700168     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00018100
700168         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00018200
700168     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00018300
           SKIP2                                                        00018400
700168 01  WDSLIST-FS            PIC XX  VALUE '00'.                    00018500
700168     88  WDSLIST-FS-OK     VALUE '00'.                            00018600
700168 01  WINDEX-FS             PIC XX  VALUE '00'.                    00018700
700168     88  WINDEX-FS-OK      VALUE '00'.                            00018800
700168 01  WERASEIN-FS           PIC XX  VALUE '00'.                    00018900
700168     88  WERASEIN-FS-OK    VALUE '00'.                            00019000
700168     88  WERASEIN-FS-EOF   VALUE '10'.                            00019100
700168 01  WERASEWK-FS           PIC XX  VALUE '00'.                    00019200
700168     88  WERASEWK-FS-OK    VALUE '00'.                            00019300
700168     88  WERASEWK-FS-EOF   VALUE '10'.                            00019400
700168 01  WERASEOUT-FS          PIC XX  VALUE '00'.                    00019500
700168     88  WERASEOUT-FS-OK   VALUE '00'.                            00019600
           SKIP2                                                        00019700
700168*** Every dataset to be examined, in DSLIST order then archive    00019800
700168*** index order.  STATUS: 'R' rewritten, 'X' emptied, 'U' no      00019900
700168*** line of the participant on it, 'W' would be rewritten         00020000
700168*** (SCANONLY), 'S' skipped, 'F' failed.                          00020100
700168 01  WDS-AREA.                                                    00020200
700168     05  WDS-COUNT            PIC S9(4) BINARY VALUE ZERO.        00020300
700168     05  WDS-MAX-ENTRIES      PIC S9(4) BINARY VALUE 999.         00020400
700168     05  WDS-ENTRY OCCURS 999 TIMES.                              00020500
700168         10  WDS-KIND         PIC X(8)  VALUE SPACES.             00020600
700168             88  WDS-KIND-OT200    VALUE 'OT200' 'EXTRA'.         00020700
700168             88  WDS-KIND-CORR     VALUE 'CORR'.                  00020800
700168             88  WDS-KIND-NOTIFY   VALUE 'NOTIFY'.                00020900
700168             88  WDS-KIND-DOSSIER  VALUE 'DOSSIER'.               00021000
700168             88  WDS-KIND-LINE     VALUE 'TREND' 'LINE'.          00021100
700168         10  WDS-PATH         PIC X(71) VALUE SPACES.             00021200
700168         10  WDS-STATUS       PIC X     VALUE SPACE.              00021300
700168             88  WDS-STATUS-REWRITTEN  VALUE 'R'.                 00021400
700168             88  WDS-STATUS-EMPTIED    VALUE 'X'.                 00021500
700168             88  WDS-STATUS-UNCHANGED  VALUE 'U'.                 00021600
700168             88  WDS-STATUS-WOULD      VALUE 'W'.                 00021700
700168             88  WDS-STATUS-SKIPPED    VALUE 'S'.                 00021800
700168             88  WDS-STATUS-FAILED     VALUE 'F'.                 00021900
700168         10  WDS-READ         PIC 9(9)  VALUE ZERO.               00022000
700168         10  WDS-REMOVED      PIC 9(9)  VALUE ZERO.               00022100
700168         10  WDS-WRITTEN      PIC 9(9)  VALUE ZERO.               00022200
700168         10  WDS-NOTE         PIC X(30) VALUE SPACES.             00022300
           SKIP2                                                        00022400
700168*** The OT200 record section being read: a <RECORD header and     00022500
700168*** the lines after it, or the lines after a control line.        00022600
700168 01  WBUF-AREA.                                                   00022700
700168     05  WBUF-COUNT           PIC S9(4) BINARY VALUE ZERO.        00022800
700168     05  WBUF-MAX-ENTRIES     PIC S9(4) BINARY VALUE 1000.        00022900
700168     05  WBUF-HIT             PIC X     VALUE 'N'.                00023000
700168         88  WBUF-HIT-YES     VALUE 'Y'.                          00023100
700168     05  WBUF-RECHDR          PIC X     VALUE 'N'.                00023200
700168         88  WBUF-RECHDR-YES  VALUE 'Y'.                          00023300
700168     05  WBUF-DROPPING        PIC X     VALUE 'N'.                00023400
700168         88  WBUF-DROPPING-YES VALUE 'Y'.                         00023500
700168     05  WBUF-LINE OCCURS 1000 TIMES                              00023600
700168                              PIC X(200).                         00023700
           SKIP2                                                        00023800
700168 01  WLINE                    PIC X(200) VALUE SPACES.            00023900
700168 01  WNEW-DS.                                                     00024000
700168     05  WNEW-KIND            PIC X(8)  VALUE SPACES.             00024100
700168     05  WNEW-PATH            PIC X(71) VALUE SPACES.             00024200
700168 01  WCORR-FIELDS.                                                00024300
700191     05  WCORR-PLAN           PIC X(10) VALUE SPACES.             00024400
700168     05  WCORR-XXYY           PIC X(4)  VALUE SPACES.             00024500
700168     05  WCORR-DE             PIC X(3)  VALUE SPACES.             00024600
700168     05  WCORR-V1             PIC X(40) VALUE SPACES.             00024700
700168     05  WCORR-V2             PIC X(40) VALUE SPACES.             00024800
700203     05  WCORR-KEYGRP         PIC X(24) VALUE SPACES.             00024900
700203     05  WCORR-PART           PIC X(11) VALUE SPACES.             00000000
700168 01  WNOTIFY-FIELDS.                                              00025000
700168     05  WNOTIFY-TAG          PIC X(8)  VALUE SPACES.             00025100
700191     05  WNOTIFY-PLAN         PIC X(10) VALUE SPACES.             00025200
700168     05  WNOTIFY-PART         PIC X(11) VALUE SPACES.             00025300
700168 01  WNOTIFY-MASK             PIC X(11) VALUE SPACES.             00025400
           SKIP2                                                        00025500
700168 01  RPTHDR-LINE.                                                 00025600
700168         05   FILLER     PIC X(02) VALUE                          00025700
700168           ' '.                                                   00025800
700168         05   FILLER     PIC X(28) VALUE                          00025900
700168           'Erasure Certificate'.                                 00026000
700168         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00026100
700168         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00026200
700168         05   FILLER     PIC X(6)  VALUE                          00026300
700168           '  Page'.                                              00026400
700168         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00026500
           SKIP2                                                        00026600
700168 01  CERT1-LINE.                                                  00026700
700168     05  FILLER             PIC X(1)  VALUE SPACES.               00026800
700168     05  CERT1-KIND         PIC X(8)  VALUE SPACES.               00026900
700168     05  FILLER             PIC X(1)  VALUE SPACES.               00027000
700168     05  CERT1-STATUS       PIC X(10) VALUE SPACES.               00027100
700168     05  CERT1-READ         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00027200
700168     05  FILLER             PIC X(1)  VALUE SPACES.               00027300
700168     05  CERT1-REMOVED      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00027400
700168     05  FILLER             PIC X(1)  VALUE SPACES.               00027500
700168     05  CERT1-WRITTEN      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00027600
700168     05  FILLER             PIC X(2)  VALUE SPACES.               00027700
700168     05  CERT1-PATH         PIC X(71) VALUE SPACES.               00027800
700168     05  FILLER             PIC X(5)  VALUE SPACES.               00027900
           SKIP2                                                        00028000
700168 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00028100
700168 01  WCTL-AREA.                                                   00028200
700168     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00028300
700168         88  WCTL-CMD-PART       VALUE 'PART'.                    00028400
700168         88  WCTL-CMD-PLAN       VALUE 'PLAN'.                    00028500
700168         88  WCTL-CMD-LEGALREF   VALUE 'LEGALREF'.                00028600
700168         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00028700
700168         88  WCTL-CMD-ARCHIDX    VALUE 'ARCHIDX'.                 00028800
700168         88  WCTL-CMD-SCANONLY   VALUE 'SCANONLY'.                00028900
700168     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00029000
700168     05  WCTL-PART               PIC X(11) VALUE SPACES.          00029100
700191     05  WCTL-PLAN               PIC X(10) VALUE SPACES.          00029200
700168     05  WCTL-LEGALREF           PIC X(60) VALUE SPACES.          00029300
700168     05  WCTL-OPER               PIC X(8)  VALUE SPACES.          00029400
700168     05  WCTL-ARCHIDX            PIC X     VALUE 'N'.             00029500
700168         88  WCTL-ARCHIDX-YES    VALUE 'Y'.                       00029600
700168     05  WCTL-SCANONLY           PIC X     VALUE 'N'.             00029700
700168         88  WCTL-SCANONLY-YES   VALUE 'Y'.                       00029800
           SKIP2                                                        00029900
700168 01  IO-AUTH-PARM.                                                00030000
700168       COPY IOAUTH REPLACING 'PROGRAM' BY 'BAERASE'.              00030100
           SKIP3                                                        00030200
700168 01  IO-IN110-PARM.                                               00030300
700168       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAERASE'.             00030400
           SKIP3                                                        00030500
700168 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00030600
           EJECT                                                        00030700
700168 PROCEDURE DIVISION.                                              00030800
           SKIP2                                                        00030900
700168 A-100-BODY.                                                      00031000
700168     PERFORM A-105-INIT.                                          00031100
700168     PERFORM A-200-INIT-OPEN.                                     00031200
700168     IF  NOT WQUIT-FLG-YES                                        00031300
700168         PERFORM B-100-LOAD-DSLIST.                               00031400
700168     IF  NOT WQUIT-FLG-YES                                        00031500
700168         AND NOT WCTL-SCANONLY-YES                                00031600
700168         PERFORM A-250-AUTH-ERASE.                                00031700
700168     IF  NOT WQUIT-FLG-YES                                        00031800
700168         PERFORM C-100-ERASE-DS                                   00031900
700168           VARYING SUB-DS FROM 1 BY 1                             00032000
700168             UNTIL SUB-DS > WDS-COUNT.                            00032100
700168     PERFORM D-100-RPT-CERTIFICATE.                               00032200
700168     PERFORM A-900-FINI-CLOSE.                                    00032300
700168     MOVE WRC-FINAL TO RETURN-CODE.                               00032400
700168     GOBACK.                                                      00032500
           SKIP2                                                        00032600
700168 A-105-INIT.                                                      00032700
700168     CALL 'BASDIN' USING SD-AREA.                                 00032800
           SKIP2                                                        00032900
700168 A-200-INIT-OPEN.                                                 00033000
700168     DISPLAY 'BaErase-998 Program Starting'.                      00033100
700168     ACCEPT RPTHDR-DATE FROM DATE.                                00033200
700168     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00033300
700168     ACCEPT WRUN-TIME FROM TIME.                                  00033400
700168     OPEN OUTPUT                                                  00033500
700168               PRINT-FILE.                                        00033600
700168     IF  NOT WPRINT-FS-OK                                         00033700
700168         DISPLAY 'BaErase-53 PRINT dd OPEN failed:'               00033800
700168             WPRINT-FS                                            00033900
700168         MOVE 8 TO RETURN-CODE                                    00034000
700168         STOP RUN.                                                00034100
700168     CALL 'UT110IN'  USING SD-AREA                                00034200
700168               IO-IN110-PARM                                      00034300
700168               IO-IN110-OPEN                                      00034400
700168               CTL-REC.                                           00034500
700168     IF  IO-IN110-ERROR = 'Y'                                     00034600
700168          OR IO-IN110-FILE-STATUS NOT = '00'                      00034700
700168         DISPLAY 'BaErase-301 IN110 file failed to open:'         00034800
700168           IO-IN110-FILE-STATUS                                   00034900
700168         MOVE 8 TO RETURN-CODE                                    00035000
700168         STOP RUN.                                                00035100
700168     PERFORM F-110-READ-IN110.                                    00035200
700168     PERFORM F-100-PROC-CTL                                       00035300
700168       UNTIL IO-IN110-ERROR-YES.                                  00035400
700168     IF  WCTL-OPER = SPACES                                       00035500
700168         MOVE SD-JOBNAME TO WCTL-OPER.                            00035600
700168     MOVE ZERO TO WPART-LEN.                                      00035700
700168     INSPECT WCTL-PART TALLYING WPART-LEN                         00035800
700168         FOR CHARACTERS BEFORE INITIAL SPACE.                     00035900
700168*** A short number would match far more than the one person.      00036000
700168     IF  WPART-LEN < 6                                            00036100
700168         DISPLAY 'BaErase-302 PART card with the full '           00036200
700168             'participant number is required, nothing purged'     00036300
700168         MOVE 8 TO WRC-FINAL                                      00036400
700168         SET WQUIT-FLG-YES TO TRUE.                               00036500
700168     IF  WCTL-LEGALREF = SPACES                                   00036600
700168         DISPLAY 'BaErase-303 LEGALREF card naming the legal '    00036700
700168             'request is required, nothing purged'                00036800
700168         MOVE 8 TO WRC-FINAL                                      00036900
700168         SET WQUIT-FLG-YES TO TRUE.                               00037000
700168     MOVE ALL '*' TO WNOTIFY-MASK.                                00037100
700168     MOVE WCTL-PART (8:4) TO WNOTIFY-MASK (8:4).                  00037200
700168     IF  WCTL-SCANONLY-YES                                        00037300
700168         MOVE ' Scan Only - Nothing Rewritten' TO RPTHDR-SUBTITLE 00037400
700168     ELSE                                                         00037500
700168         MOVE ' Participant Purge' TO RPTHDR-SUBTITLE.            00037600
700168     PERFORM V-150-NEWPAGE.                                       00037700
           SKIP2                                                        00037800
700168 A-900-FINI-CLOSE.                                                00037900
700168     CALL 'UT110IN'  USING SD-AREA                                00038000
700168               IO-IN110-PARM                                      00038100
700168               IO-IN110-CLOSE                                     00038200
700168               CTL-REC.                                           00038300
700168     DISPLAY 'BaErase-444 Datasets Rewritten:' WCTR-DS-REWRITTEN  00038400
700168       ', Unchanged:' WCTR-DS-UNCHANGED                           00038500
700168       ', Skipped:' WCTR-DS-SKIPPED                               00038600
700168       ', Failed:' WCTR-DS-FAILED.                                00038700
700168     DISPLAY 'BaErase-444 Lines Removed:' WCTR-TOT-REMOVED.       00038800
700168     CLOSE PRINT-FILE.                                            00038900
700168     DISPLAY 'BaErase-998 Program Ending'.                        00039000
           SKIP2                                                        00039100
700168*** Only an operator allowed the ERASE verb may rewrite the       00039200
700168*** archive; with no authorization master nobody is.              00039300
700168 A-250-AUTH-ERASE.                                                00039400
700168     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00039500
700168     MOVE 'ERASE'        TO IO-AUTH-VERB.                         00039600
700168     MOVE WCTL-OPER      TO IO-AUTH-USERID.                       00039700
700168     MOVE WCTL-PLAN      TO IO-AUTH-PLAN.                         00039800
700168     MOVE SPACES         TO IO-AUTH-PLAN-HI.                      00039900
700168     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00040000
700168     IF  IO-AUTH-DENIED                                           00040100
700168         DISPLAY 'BaErase-304 Purge refused for operator '        00040200
700168             WCTL-OPER ':' IO-AUTH-REASON                         00040300
700168         MOVE 8 TO WRC-FINAL                                      00040400
700168         SET WQUIT-FLG-YES TO TRUE.                               00040500
700168     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00040600
           SKIP2                                                        00040700
700168***************************                                       00040800
700168*** Control card handling                                         00040900
700168***************************                                       00041000
700168 F-100-PROC-CTL.                                                  00041100
700168     IF  CTL-REC (1:1) = '*'                                      00041200
700168         DISPLAY 'BaErase-500 Comment:' CTL-REC (1:50)            00041300
700168     ELSE                                                         00041400
700168         PERFORM F-105-CONTINUE.                                  00041500
700168     PERFORM F-110-READ-IN110.                                    00041600
           SKIP2                                                        00041700
700168*** LEGALREF takes the rest of the card, cols 10-69, so the       00041800
700168*** reference can carry spaces.                                   00041900
700168 F-105-CONTINUE.                                                  00042000
700168     MOVE SPACES     TO WCTL-CMD WCTL-VAL.                        00042100
700168     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00042200
700168         INTO WCTL-CMD WCTL-VAL.                                  00042300
700168     DISPLAY 'BaErase-500 CtlCard:' CTL-REC (1:50).               00042400
700168     IF  WCTL-CMD-PART                                            00042500
700168         MOVE WCTL-VAL (1:11) TO WCTL-PART                        00042600
700168     ELSE IF  WCTL-CMD-PLAN                                       00042700
700191         MOVE WCTL-VAL (1:10) TO WCTL-PLAN                        00042800
700168     ELSE IF  WCTL-CMD-LEGALREF                                   00042900
700168         MOVE CTL-REC (10:60) TO WCTL-LEGALREF                    00043000
700168     ELSE IF  WCTL-CMD-OPERATOR                                   00043100
700168         MOVE WCTL-VAL (1:8) TO WCTL-OPER                         00043200
700168     ELSE IF  WCTL-CMD-ARCHIDX                                    00043300
700168         SET WCTL-ARCHIDX-YES TO TRUE                             00043400
700168     ELSE IF  WCTL-CMD-SCANONLY                                   00043500
700168         SET WCTL-SCANONLY-YES TO TRUE                            00043600
700168     ELSE                                                         00043700
700168         DISPLAY 'BaErase-501 Invalid Control Card:'              00043800
700168             CTL-REC (1:50)                                       00043900
700168         IF  WRC-FINAL < 4                                        00044000
700168             MOVE 4 TO WRC-FINAL.                                 00044100
           SKIP2                                                        00044200
700168 F-110-READ-IN110.                                                00044300
700168     CALL 'UT110IN'  USING SD-AREA                                00044400
700168               IO-IN110-PARM                                      00044500
700168               IO-IN110-READ                                      00044600
700168               CTL-REC.                                           00044700
           SKIP2                                                        00044800
700168***************************                                       00044900
700168*** The datasets to examine                                       00045000
700168***************************                                       00045100
700168 B-100-LOAD-DSLIST.                                               00045200
700168     OPEN INPUT DSLIST-FILE.                                      00045300
700168     IF  NOT WDSLIST-FS-OK                                        00045400
700168         DISPLAY 'BaErase-305 DSLIST dd OPEN failed:'             00045500
700168             WDSLIST-FS                                           00045600
700168         MOVE 8 TO WRC-FINAL                                      00045700
700168         SET WQUIT-FLG-YES TO TRUE                                00045800
700168     ELSE                                                         00045900
700168         PERFORM B-110-READ-DSLIST                                00046000
700168           WITH TEST AFTER                                        00046100
700168             UNTIL NOT WDSLIST-FS-OK                              00046200
700168         CLOSE DSLIST-FILE.                                       00046300
700168     IF  WCTL-ARCHIDX-YES                                         00046400
700168         AND NOT WQUIT-FLG-YES                                    00046500
700168         PERFORM B-200-LOAD-ARCHIDX.                              00046600
700168     DISPLAY 'BaErase-410 Datasets to examine:' WDS-COUNT         00046700
700168         ' From the archive index:' WCTR-IDX-ADDED.               00046800
700168     IF  WDS-COUNT = ZERO                                         00046900
700168         AND NOT WQUIT-FLG-YES                                    00047000
700168         DISPLAY 'BaErase-306 No dataset listed, nothing purged'  00047100
700168         MOVE 8 TO WRC-FINAL                                      00047200
700168         SET WQUIT-FLG-YES TO TRUE.                               00047300
           SKIP2                                                        00047400
700168 B-110-READ-DSLIST.                                               00047500
700168     READ DSLIST-FILE                                             00047600
700168         AT END NEXT SENTENCE.                                    00047700
700168     IF  WDSLIST-FS-OK                                            00047800
700168         AND DSLIST-REC (1:1) NOT = '*'                           00047900
700168         AND DSLIST-REC NOT = SPACES                              00048000
700168         MOVE DSLIST-KIND TO WNEW-KIND                            00048100
700168         MOVE DSLIST-PATH TO WNEW-PATH                            00048200
700168         PERFORM B-120-ADD-DS.                                    00048300
           SKIP2                                                        00048400
700168 B-120-ADD-DS.                                                    00048500
700168     MOVE 'N' TO WDUP-FLG.                                        00048600
700168     PERFORM B-130-CHECK-DUP                                      00048700
700168       VARYING SUB-CHK FROM 1 BY 1                                00048800
700168         UNTIL SUB-CHK > WDS-COUNT                                00048900
700168            OR WDUP-FLG-YES.                                      00049000
700168     IF  WDUP-FLG-YES                                             00049100
700168         NEXT SENTENCE                                            00049200
700168     ELSE IF  WDS-COUNT < WDS-MAX-ENTRIES                         00049300
700168         ADD 1 TO WDS-COUNT                                       00049400
700168         MOVE WNEW-KIND TO WDS-KIND (WDS-COUNT)                   00049500
700168         MOVE WNEW-PATH TO WDS-PATH (WDS-COUNT)                   00049600
700168     ELSE                                                         00049700
700168         DISPLAY 'BaErase-307 Over ' WDS-MAX-ENTRIES              00049800
700168             ' datasets, not examined:' WNEW-PATH                 00049900
700168         MOVE 8 TO WRC-FINAL.                                     00050000
           SKIP2                                                        00050100
700168 B-130-CHECK-DUP.                                                 00050200
700168     IF  WDS-PATH (SUB-CHK) = WNEW-PATH                           00050300
700168         SET WDUP-FLG-YES TO TRUE.                                00050400
           SKIP2                                                        00050500
700168*** Each generation the archive index names is one OT200 dataset, 00050600
700168*** however many plan and RecordType rows it has.                 00050700
700168 B-200-LOAD-ARCHIDX.                                              00050800
700168     OPEN INPUT INDEX-FILE.                                       00050900
700168     IF  NOT WINDEX-FS-OK                                         00051000
700168         DISPLAY 'BaErase-308 ARCHIDX dd OPEN failed:'            00051100
700168             WINDEX-FS                                            00051200
700168         MOVE 8 TO WRC-FINAL                                      00051300
700168         SET WQUIT-FLG-YES TO TRUE                                00051400
700168     ELSE                                                         00051500
700168         PERFORM B-210-READ-ARCHIDX                               00051600
700168           WITH TEST AFTER                                        00051700
700168             UNTIL NOT WINDEX-FS-OK                               00051800
700168         CLOSE INDEX-FILE.                                        00051900
           SKIP2                                                        00052000
700168 B-210-READ-ARCHIDX.                                              00052100
700168     READ INDEX-FILE                                              00052200
700168         AT END NEXT SENTENCE.                                    00052300
700168     IF  WINDEX-FS-OK                                             00052400
700168         AND IDX-DSNAME NOT = SPACES                              00052500
700168         MOVE 'OT200'    TO WNEW-KIND                             00052600
700168         MOVE IDX-DSNAME TO WNEW-PATH                             00052700
700168         MOVE WDS-COUNT  TO SUB-CHK                               00052800
700168         PERFORM B-120-ADD-DS                                     00052900
700168         IF  WDS-COUNT > SUB-CHK                                  00053000
700168             ADD 1 TO WCTR-IDX-ADDED.                             00053100
           SKIP2                                                        00053200
700168***************************                                       00053300
700168*** One dataset: read it through the work copy, then write the    00053400
700168*** work copy back over it when anything was taken out            00053500
700168***************************                                       00053600
700168 C-100-ERASE-DS.                                                  00053700
700168     MOVE ZERO TO WDS-READ (SUB-DS) WDS-REMOVED (SUB-DS)          00053800
700168                  WDS-WRITTEN (SUB-DS).                           00053900
700168     IF  NOT WDS-KIND-OT200 (SUB-DS)                              00054000
700168         AND NOT WDS-KIND-CORR (SUB-DS)                           00054100
700168         AND NOT WDS-KIND-NOTIFY (SUB-DS)                         00054200
700168         AND NOT WDS-KIND-DOSSIER (SUB-DS)                        00054300
700168         AND NOT WDS-KIND-LINE (SUB-DS)                           00054400
700168         SET WDS-STATUS-FAILED (SUB-DS) TO TRUE                   00054500
700168         MOVE 'Unknown dataset kind' TO WDS-NOTE (SUB-DS)         00054600
700168         DISPLAY 'BaErase-309 Unknown kind ' WDS-KIND (SUB-DS)    00054700
700168             ' for ' WDS-PATH (SUB-DS)                            00054800
700168     ELSE IF  WDS-KIND-NOTIFY (SUB-DS)                            00054900
700168         AND WCTL-PLAN = SPACES                                   00055000
700168         SET WDS-STATUS-SKIPPED (SUB-DS) TO TRUE                  00055100
700168         MOVE 'PLAN card needed for NOTIFY' TO WDS-NOTE (SUB-DS)  00055200
700168         DISPLAY 'BaErase-310 NOTIFY rows are masked, no PLAN '   00055300
700168             'card - not purged:' WDS-PATH (SUB-DS)               00055400
700168     ELSE                                                         00055500
700168         PERFORM C-110-OPEN-DS.                                   00055600
700168     IF  WDS-STATUS-REWRITTEN (SUB-DS)                            00055700
700168         OR WDS-STATUS-EMPTIED (SUB-DS)                           00055800
700168         ADD 1 TO WCTR-DS-REWRITTEN                               00055900
700168     ELSE IF  WDS-STATUS-FAILED (SUB-DS)                          00056000
700168         ADD 1 TO WCTR-DS-FAILED                                  00056100
700168         MOVE 8 TO WRC-FINAL                                      00056200
700168     ELSE IF  WDS-STATUS-SKIPPED (SUB-DS)                         00056300
700168         ADD 1 TO WCTR-DS-SKIPPED                                 00056400
700168         IF  WRC-FINAL < 4                                        00056500
700168             MOVE 4 TO WRC-FINAL                                  00056600
700168         END-IF                                                   00056700
700168     ELSE                                                         00056800
700168         ADD 1 TO WCTR-DS-UNCHANGED.                              00056900
700168     ADD WDS-REMOVED (SUB-DS) TO WCTR-TOT-REMOVED.                00057000
           SKIP2                                                        00057100
700168 C-110-OPEN-DS.                                                   00057200
&MFCY      DISPLAY 'ERASEIN'  UPON  ENVIRONMENT-NAME.                   00057300
&MFCY      DISPLAY WDS-PATH (SUB-DS) UPON  ENVIRONMENT-VALUE.           00057400
700168     OPEN INPUT ERASEIN-FILE.                                     00057500
700168     IF  NOT WERASEIN-FS-OK                                       00057600
700168         SET WDS-STATUS-FAILED (SUB-DS) TO TRUE                   00057700
700168         MOVE 'Would not open' TO WDS-NOTE (SUB-DS)               00057800
700168         DISPLAY 'BaErase-311 Dataset OPEN failed:' WERASEIN-FS   00057900
700168             ' ' WDS-PATH (SUB-DS)                                00058000
700168     ELSE                                                         00058100
700168         PERFORM C-120-PURGE-DS.                                  00058200
           SKIP2                                                        00058300
700168 C-120-PURGE-DS.                                                  00058400
700168     OPEN OUTPUT ERASEWK-FILE.                                    00058500
700168     IF  NOT WERASEWK-FS-OK                                       00058600
700168         DISPLAY 'BaErase-312 ERASEWK dd OPEN failed:'            00058700
700168             WERASEWK-FS                                          00058800
700168         MOVE 16 TO RETURN-CODE                                   00058900
700168         STOP RUN.                                                00059000
700168     MOVE 'N' TO WREAD-ERR-FLG.                                   00059100
700168     MOVE ZERO TO WBUF-COUNT WCTR-KEPT-LINES WCTR-PLN-SECTS.      00059200
700168     MOVE 'N' TO WBUF-HIT WBUF-RECHDR WBUF-DROPPING.              00059300
700168     PERFORM C-200-READ-LINE                                      00059400
700168       WITH TEST AFTER                                            00059500
700168         UNTIL NOT WERASEIN-FS-OK.                                00059600
700168     IF  NOT WERASEIN-FS-EOF                                      00059700
700168         SET WREAD-ERR-YES TO TRUE.                               00059800
700168     IF  WDS-KIND-OT200 (SUB-DS)                                  00059900
700168         PERFORM C-500-FLUSH-SECTION.                             00060000
700168     CLOSE ERASEIN-FILE                                           00060100
700168           ERASEWK-FILE.                                          00060200
700168     IF  WREAD-ERR-YES                                            00060300
700168         SET WDS-STATUS-FAILED (SUB-DS) TO TRUE                   00060400
700168         MOVE 'Read failed, left as it was' TO WDS-NOTE (SUB-DS)  00060500
700168         DISPLAY 'BaErase-313 Dataset READ failed:' WERASEIN-FS   00060600
700168             ' ' WDS-PATH (SUB-DS)                                00060700
700168     ELSE IF  WDS-REMOVED (SUB-DS) = ZERO                         00060800
700168         SET WDS-STATUS-UNCHANGED (SUB-DS) TO TRUE                00060900
700168         MOVE WDS-READ (SUB-DS) TO WDS-WRITTEN (SUB-DS)           00061000
700168     ELSE IF  WCTL-SCANONLY-YES                                   00061100
700168         SET WDS-STATUS-WOULD (SUB-DS) TO TRUE                    00061200
700168         COMPUTE WDS-WRITTEN (SUB-DS) =                           00061300
700168             WDS-READ (SUB-DS) - WDS-REMOVED (SUB-DS)             00061400
700168     ELSE                                                         00061500
700168         PERFORM C-150-WRITE-BACK.                                00061600
           SKIP2                                                        00061700
700168*** The dataset itself is only opened for output once its whole   00061800
700168*** purged copy is safely on ERASEWK.  A dossier is emptied.      00061900
700168 C-150-WRITE-BACK.                                                00062000
&MFCY      DISPLAY 'ERASEOUT' UPON  ENVIRONMENT-NAME.                   00062100
&MFCY      DISPLAY WDS-PATH (SUB-DS) UPON  ENVIRONMENT-VALUE.           00062200
700168     OPEN OUTPUT ERASEOUT-FILE.                                   00062300
700168     IF  NOT WERASEOUT-FS-OK                                      00062400
700168         SET WDS-STATUS-FAILED (SUB-DS) TO TRUE                   00062500
700168         MOVE 'Rewrite OPEN failed' TO WDS-NOTE (SUB-DS)          00062600
700168         DISPLAY 'BaErase-314 Dataset rewrite OPEN failed:'       00062700
700168             WERASEOUT-FS ' ' WDS-PATH (SUB-DS)                   00062800
700168     ELSE                                                         00062900
700168         PERFORM C-155-COPY-WORK.                                 00063000
           SKIP2                                                        00063100
700168 C-155-COPY-WORK.                                                 00063200
700168     IF  WDS-KIND-DOSSIER (SUB-DS)                                00063300
700168         SET WDS-STATUS-EMPTIED (SUB-DS) TO TRUE                  00063400
700168     ELSE                                                         00063500
700168         SET WDS-STATUS-REWRITTEN (SUB-DS) TO TRUE                00063600
700168         OPEN INPUT ERASEWK-FILE                                  00063700
700168         PERFORM C-160-COPY-BACK                                  00063800
700168           WITH TEST AFTER                                        00063900
700168             UNTIL NOT WERASEWK-FS-OK                             00064000
700168                OR NOT WERASEOUT-FS-OK                            00064100
700168         CLOSE ERASEWK-FILE.                                      00064200
700168     CLOSE ERASEOUT-FILE.                                         00064300
700168     IF  NOT WERASEOUT-FS-OK                                      00064400
700168         DISPLAY 'BaErase-315 Dataset rewrite failed:'            00064500
700168             WERASEOUT-FS ' ' WDS-PATH (SUB-DS)                   00064600
700168         DISPLAY 'BaErase-315 Purged copy is still on ERASEWK'    00064700
700168         MOVE 16 TO RETURN-CODE                                   00064800
700168         STOP RUN.                                                00064900
700168     DISPLAY 'BaErase-420 Rewritten:' WDS-PATH (SUB-DS).          00065000
           SKIP2                                                        00065100
700168 C-160-COPY-BACK.                                                 00065200
700168     READ ERASEWK-FILE                                            00065300
700168         AT END NEXT SENTENCE.                                    00065400
700168     IF  WERASEWK-FS-OK                                           00065500
700168         WRITE ERASEOUT-REC FROM ERASEWK-REC                      00065600
700168         ADD 1 TO WDS-WRITTEN (SUB-DS).                           00065700
           SKIP2                                                        00065800
700168 C-200-READ-LINE.                                                 00065900
700168     READ ERASEIN-FILE INTO WLINE                                 00066000
700168         AT END NEXT SENTENCE.                                    00066100
700168     IF  WERASEIN-FS-OK                                           00066200
700168         ADD 1 TO WDS-READ (SUB-DS)                               00066300
700168         IF  WDS-KIND-OT200 (SUB-DS)                              00066400
700168             PERFORM C-300-OT200-LINE                             00066500
700168         ELSE IF  WDS-KIND-CORR (SUB-DS)                          00066600
700168             PERFORM C-400-CORR-LINE                              00066700
700168         ELSE IF  WDS-KIND-NOTIFY (SUB-DS)                        00066800
700168             PERFORM C-410-NOTIFY-LINE                            00066900
700168         ELSE IF  WDS-KIND-DOSSIER (SUB-DS)                       00067000
700168             PERFORM C-420-DOSSIER-LINE                           00067100
700168         ELSE                                                     00067200
700168             PERFORM C-430-PLAIN-LINE.                            00067300
           SKIP2                                                        00067400
700168 C-250-KEEP-LINE.                                                 00067500
700168     WRITE ERASEWK-REC FROM WLINE.                                00067600
           SKIP2                                                        00067700
700168 C-260-FIND-PART.                                                 00067800
700168     MOVE ZERO TO WHITS.                                          00067900
700168     INSPECT WLINE TALLYING WHITS                                 00068000
700168         FOR ALL WCTL-PART (1:WPART-LEN).                         00068100
           SKIP2                                                        00068200
700168***************************                                       00068300
700168*** OT200 and EXTRA: whole record sections go                     00068400
700168***************************                                       00068500
700168*** Control lines end the section being read.  HDRn go through    00068600
700191*** as they are; PLN1/PLN2 and TLR1 are recounted (none is itself 00068700
700168*** counted in TLR1 LINES=).                                      00068800
700168 C-300-OT200-LINE.                                                00068900
700168     IF  WLINE (1:7) = '<RECORD'                                  00069000
700168         PERFORM C-500-FLUSH-SECTION                              00069100
700168         SET WBUF-RECHDR-YES TO TRUE                              00069200
700168         PERFORM C-510-BUFFER-LINE                                00069300
700191     ELSE IF  WLINE (1:5) = 'PLN1 ' OR 'PLN2 '                    00069400
700168         PERFORM C-500-FLUSH-SECTION                              00069500
700168         PERFORM C-320-PLN1-LINE                                  00069600
700168     ELSE IF  WLINE (1:11) = 'TLR1 LINES='                        00069700
700168         PERFORM C-500-FLUSH-SECTION                              00069800
700168         PERFORM C-330-TLR1-LINE                                  00069900
700168     ELSE IF  WLINE (1:3) = 'HDR'                                 00070000
700168         PERFORM C-500-FLUSH-SECTION                              00070100
700168         PERFORM C-250-KEEP-LINE                                  00070200
700168     ELSE                                                         00070300
700168         PERFORM C-510-BUFFER-LINE.                               00070400
           SKIP2                                                        00070500
700168*** 'PLN1 pppppp DIFFS=nnnnnnnn': one difference per <RECORD      00070600
700168*** section, so the count drops by the sections taken out.        00070700
700191*** 'PLN2 pppppppppp DIFFS=nnnnnnnn' is the same for a plan of    00070701
700191*** more than six characters, four columns further along.         00070702
700168 C-320-PLN1-LINE.                                                 00070800
700191     IF  WLINE (1:5) = 'PLN2 '                                    00070801
700191         MOVE 17 TO WPLN-AT                                       00070802
700191     ELSE                                                         00070803
700191         MOVE 13 TO WPLN-AT.                                      00070804
700191     COMPUTE WPLN-VAL-AT = WPLN-AT + 6.                           00070805
700168     IF  WCTR-PLN-SECTS > ZERO                                    00070900
700191         AND WLINE (WPLN-AT:6) = 'DIFFS='                         00071000
700191         AND WLINE (WPLN-VAL-AT:8) IS NUMERIC                     00071100
700191         MOVE WLINE (WPLN-VAL-AT:8) TO WOLD-COUNT                 00071200
700168         IF  WOLD-COUNT > WCTR-PLN-SECTS                          00071300
700168             COMPUTE WDIFFS-DISP = WOLD-COUNT - WCTR-PLN-SECTS    00071400
700168         ELSE                                                     00071500
700168             MOVE ZERO TO WDIFFS-DISP                             00071600
700168         END-IF                                                   00071700
700191         MOVE WDIFFS-DISP TO WLINE (WPLN-VAL-AT:8).               00071800
700168     MOVE ZERO TO WCTR-PLN-SECTS.                                 00071900
700168     PERFORM C-250-KEEP-LINE.                                     00072000
           SKIP2                                                        00072100
700168*** 'TLR1 LINES=' Z(8)9 becomes the count of lines kept.  A       00072200
700168*** trailer that did not match the lines actually read is         00072300
700168*** reported; the rewritten one matches what is there now.        00072400
700168 C-330-TLR1-LINE.                                                 00072500
700168     MOVE ZERO TO WOLD-COUNT.                                     00072600
700168     MOVE WLINE (12:9) TO WCOUNT-DISP.                            00072700
700168     IF  WLINE (12:9) NOT = SPACES                                00072800
700168         MOVE WCOUNT-DISP TO WOLD-COUNT.                          00072900
700168     COMPUTE WNEW-COUNT = WCTR-KEPT-LINES + WDS-REMOVED (SUB-DS). 00073000
700168     IF  WOLD-COUNT NOT = WNEW-COUNT                              00073100
700168         DISPLAY 'BaErase-421 TLR1 said ' WOLD-COUNT              00073200
700168             ' lines, read ' WNEW-COUNT ':' WDS-PATH (SUB-DS)     00073300
700168         MOVE 'Input TLR1 count was wrong' TO WDS-NOTE (SUB-DS)   00073400
700168         IF  WRC-FINAL < 4                                        00073500
700168             MOVE 4 TO WRC-FINAL.                                 00073600
700168     MOVE WCTR-KEPT-LINES TO WCOUNT-DISP.                         00073700
700168     MOVE SPACES TO WLINE.                                        00073800
700168     STRING 'TLR1 LINES=' WCOUNT-DISP                             00073900
700168         DELIMITED BY SIZE INTO WLINE.                            00074000
700168     PERFORM C-250-KEEP-LINE.                                     00074100
           SKIP2                                                        00074200
700168*** One section kept or dropped whole.                            00074300
700168 C-500-FLUSH-SECTION.                                             00074400
700168     IF  WBUF-HIT-YES                                             00074500
700168         ADD WBUF-COUNT TO WDS-REMOVED (SUB-DS)                   00074600
700168         IF  WBUF-RECHDR-YES                                      00074700
700168             ADD 1 TO WCTR-PLN-SECTS                              00074800
700168         END-IF                                                   00074900
700168     ELSE                                                         00075000
700168         ADD WBUF-COUNT TO WCTR-KEPT-LINES                        00075100
700168         PERFORM C-520-WRITE-BUF                                  00075200
700168           VARYING SUB-BUF FROM 1 BY 1                            00075300
700168             UNTIL SUB-BUF > WBUF-COUNT.                          00075400
700168     MOVE ZERO TO WBUF-COUNT.                                     00075500
700168     MOVE 'N' TO WBUF-HIT WBUF-RECHDR WBUF-DROPPING.              00075600
           SKIP2                                                        00075700
700168*** A section too long to hold is decided on what is held: if     00075800
700168*** the participant is already in it the rest of it goes too,     00075900
700168*** otherwise what is held is kept and the rest is held anew.     00076000
700168 C-510-BUFFER-LINE.                                               00076100
700168     IF  WBUF-DROPPING-YES                                        00076200
700168         ADD 1 TO WDS-REMOVED (SUB-DS)                            00076300
700168     ELSE                                                         00076400
700168         IF  WBUF-COUNT NOT < WBUF-MAX-ENTRIES                    00076500
700168             PERFORM C-530-SECTION-FULL                           00076600
700168         END-IF                                                   00076700
700168         ADD 1 TO WBUF-COUNT                                      00076800
700168         MOVE WLINE TO WBUF-LINE (WBUF-COUNT)                     00076900
700168         PERFORM C-260-FIND-PART                                  00077000
700168         IF  WHITS > ZERO                                         00077100
700168             SET WBUF-HIT-YES TO TRUE.                            00077200
           SKIP2                                                        00077300
700168 C-520-WRITE-BUF.                                                 00077400
700168     WRITE ERASEWK-REC FROM WBUF-LINE (SUB-BUF).                  00077500
           SKIP2                                                        00077600
700168 C-530-SECTION-FULL.                                              00077700
700168     IF  WBUF-HIT-YES                                             00077800
700168         ADD WBUF-COUNT TO WDS-REMOVED (SUB-DS)                   00077900
700168         IF  WBUF-RECHDR-YES                                      00078000
700168             ADD 1 TO WCTR-PLN-SECTS                              00078100
700168         END-IF                                                   00078200
700168         SET WBUF-DROPPING-YES TO TRUE                            00078300
700168     ELSE                                                         00078400
700168         ADD 1 TO WCTR-SPLIT                                      00078500
700168         DISPLAY 'BaErase-422 Section over ' WBUF-MAX-ENTRIES     00078600
700168             ' lines kept in part:' WDS-PATH (SUB-DS)             00078700
700168         MOVE 'Long section, check by hand' TO WDS-NOTE (SUB-DS)  00078800
700168         IF  WRC-FINAL < 4                                        00078900
700168             MOVE 4 TO WRC-FINAL                                  00079000
700168         END-IF                                                   00079100
700168         ADD WBUF-COUNT TO WCTR-KEPT-LINES                        00079200
700168         PERFORM C-520-WRITE-BUF                                  00079300
700168           VARYING SUB-BUF FROM 1 BY 1                            00079400
700168             UNTIL SUB-BUF > WBUF-COUNT                           00079500
700168         MOVE 'N' TO WBUF-RECHDR.                                 00079600
700168     MOVE ZERO TO WBUF-COUNT.                                     00079700
           SKIP2                                                        00079800
700168***************************                                       00079900
700168*** The line-at-a-time kinds                                      00080000
700168***************************                                       00080100
700168*** CORRFEED: plan|XXYY|DE|value1|value2|keygroup.  Rows written  00080200
700203*** before the key group was added are matched on the number;     00080300
700203*** rows from before the plan was widened carry a six-wide plan   00000000
700203*** and the participant in 7-17 of the key group.                 00000000
700168 C-400-CORR-LINE.                                                 00080400
700168     MOVE SPACES TO WCORR-FIELDS.                                 00080500
700168     UNSTRING WLINE DELIMITED BY '|'                              00080600
700203         INTO WCORR-PLAN COUNT IN WCORR-PLAN-LEN                  00080700
700203              WCORR-XXYY WCORR-DE                                 00000000
700168              WCORR-V1 WCORR-V2 WCORR-KEYGRP.                     00080800
700168     MOVE ZERO TO WHITS.                                          00080900
700168     IF  WCORR-KEYGRP NOT = SPACES                                00081000
700203         MOVE WCORR-KEYGRP (11:11) TO WCORR-PART                  00000000
700203         IF  WCORR-PLAN-LEN NOT > 6                               00000000
700203             MOVE WCORR-KEYGRP (7:11) TO WCORR-PART               00000000
700203         END-IF                                                   00000000
700203         IF  WCORR-PART = WCTL-PART                               00000000
700203             MOVE 1 TO WHITS                                      00000000
700203         END-IF                                                   00000000
700168     ELSE                                                         00081400
700168         PERFORM C-260-FIND-PART.                                 00081500
700168     PERFORM C-440-KEEP-OR-DROP.                                  00081600
           SKIP2                                                        00081700
700168*** NOTIFY|plan|*******nnnn|...: the plan and the last four.      00081800
700168 C-410-NOTIFY-LINE.                                               00081900
700168     MOVE SPACES TO WNOTIFY-FIELDS.                               00082000
700168     UNSTRING WLINE DELIMITED BY '|'                              00082100
700168         INTO WNOTIFY-TAG WNOTIFY-PLAN WNOTIFY-PART.              00082200
700168     MOVE ZERO TO WHITS.                                          00082300
700168     IF  WNOTIFY-TAG = 'NOTIFY'                                   00082400
700168         AND WNOTIFY-PLAN = WCTL-PLAN                             00082500
700168         AND WNOTIFY-PART = WNOTIFY-MASK                          00082600
700168         MOVE 1 TO WHITS.                                         00082700
700168     PERFORM C-440-KEEP-OR-DROP.                                  00082800
           SKIP2                                                        00082900
700168*** A dossier naming the participant goes whole: every line read  00083000
700168*** is copied, and all of them are counted as removed at the end. 00083100
700168 C-420-DOSSIER-LINE.                                              00083200
700168     PERFORM C-250-KEEP-LINE.                                     00083300
700168     IF  WBUF-HIT-YES                                             00083400
700168         ADD 1 TO WDS-REMOVED (SUB-DS)                            00083500
700168     ELSE                                                         00083600
700168         PERFORM C-260-FIND-PART                                  00083700
700168         IF  WHITS > ZERO                                         00083800
700168             SET WBUF-HIT-YES TO TRUE                             00083900
700168             MOVE WDS-READ (SUB-DS) TO WDS-REMOVED (SUB-DS).      00084000
           SKIP2                                                        00084100
700168 C-430-PLAIN-LINE.                                                00084200
700168     PERFORM C-260-FIND-PART.                                     00084300
700168     PERFORM C-440-KEEP-OR-DROP.                                  00084400
           SKIP2                                                        00084500
700168 C-440-KEEP-OR-DROP.                                              00084600
700168     IF  WHITS > ZERO                                             00084700
700168         ADD 1 TO WDS-REMOVED (SUB-DS)                            00084800
700168     ELSE                                                         00084900
700168         PERFORM C-250-KEEP-LINE.                                 00085000
           SKIP2                                                        00085100
700168***************************                                       00085200
700168*** The certificate                                               00085300
700168***************************                                       00085400
700168 D-100-RPT-CERTIFICATE.                                           00085500
700168     MOVE SPACES TO WPRINT-LINE.                                  00085600
700168     STRING ' Legal request reference: ' WCTL-LEGALREF            00085700
700168         DELIMITED BY SIZE INTO WPRINT-LINE.                      00085800
700168     PERFORM V-100-PRINT-LINE.                                    00085900
700168     STRING ' Participant: ' WCTL-PART                            00086000
700168            '  Plan: ' WCTL-PLAN                                  00086100
700168         DELIMITED BY SIZE INTO WPRINT-LINE.                      00086200
700168     PERFORM V-100-PRINT-LINE.                                    00086300
700168     STRING ' Run by: ' WCTL-OPER                                 00086400
700168            '  Job: ' SD-JOBNAME                                  00086500
700168            '  On: ' WRUN-DATE ' ' WRUN-TIME (1:6)                00086600
700168         DELIMITED BY SIZE INTO WPRINT-LINE.                      00086700
700168     PERFORM V-100-PRINT-LINE.                                    00086800
700168     PERFORM V-100-PRINT-LINE.                                    00086900
700168     MOVE ' Kind     Status          Lines read    Removed    '   00087000
700168         TO WPRINT-LINE.                                          00087100
700168     MOVE 'Written  Dataset' TO WPRINT-LINE (53:16).              00087200
700168     PERFORM V-100-PRINT-LINE.                                    00087300
700168     PERFORM D-110-CERT-DS                                        00087400
700168       VARYING SUB-DS FROM 1 BY 1                                 00087500
700168         UNTIL SUB-DS > WDS-COUNT.                                00087600
700168     PERFORM V-100-PRINT-LINE.                                    00087700
700168     MOVE WCTR-DS-REWRITTEN TO WDISP-1.                           00087800
700168     MOVE WCTR-DS-UNCHANGED TO WDISP-2.                           00087900
700168     MOVE WCTR-TOT-REMOVED  TO WDISP-3.                           00088000
700168     STRING ' Datasets rewritten: ' WDISP-1                       00088100
700168            '   Without the participant: ' WDISP-2                00088200
700168            '   Lines removed: ' WDISP-3                          00088300
700168         DELIMITED BY SIZE INTO WPRINT-LINE.                      00088400
700168     PERFORM V-100-PRINT-LINE.                                    00088500
700168     IF  WQUIT-FLG-YES                                            00088600
700168         MOVE ' NOT PURGED - the run stopped before any dataset ' 00088700
700168             TO WPRINT-LINE                                       00088800
700168         MOVE 'was read, see SYSOUT' TO WPRINT-LINE (51:20)       00088900
700168     ELSE IF  WCTL-SCANONLY-YES                                   00089000
700168         MOVE ' SCAN ONLY - the datasets marked WOULD still hold '00089100
700168             TO WPRINT-LINE                                       00089200
700168         MOVE 'the participant' TO WPRINT-LINE (51:15)            00089300
700168     ELSE IF  WCTR-DS-FAILED > ZERO                               00089400
700168           OR WCTR-DS-SKIPPED > ZERO                              00089500
700168         MOVE WCTR-DS-FAILED TO WDISP-1                           00089600
700168         MOVE WCTR-DS-SKIPPED TO WDISP-2                          00089700
700168         STRING ' INCOMPLETE - failed: ' WDISP-1                  00089800
700168                '  skipped: ' WDISP-2                             00089900
700168                ' - these may still hold the participant'         00090000
700168             DELIMITED BY SIZE INTO WPRINT-LINE                   00090100
700168     ELSE                                                         00090200
700168         MOVE ' COMPLETE - no dataset listed above holds the '    00090300
700168             TO WPRINT-LINE                                       00090400
700168         MOVE 'participant any longer' TO WPRINT-LINE (47:22).    00090500
700168     PERFORM V-100-PRINT-LINE.                                    00090600
700168     IF  WCTR-SPLIT > ZERO                                        00090700
700168         MOVE ' Sections too long to hold were kept in part - '   00090800
700168             TO WPRINT-LINE                                       00090900
700168         MOVE 'check those datasets by hand'                      00091000
700168             TO WPRINT-LINE (48:27)                               00091100
700168         PERFORM V-100-PRINT-LINE.                                00091200
           SKIP2                                                        00091300
700168 D-110-CERT-DS.                                                   00091400
700168     MOVE WDS-KIND (SUB-DS)    TO CERT1-KIND.                     00091500
700168     MOVE WDS-READ (SUB-DS)    TO CERT1-READ.                     00091600
700168     MOVE WDS-REMOVED (SUB-DS) TO CERT1-REMOVED.                  00091700
700168     MOVE WDS-WRITTEN (SUB-DS) TO CERT1-WRITTEN.                  00091800
700168     MOVE WDS-PATH (SUB-DS)    TO CERT1-PATH.                     00091900
700168     IF  WDS-STATUS-REWRITTEN (SUB-DS)                            00092000
700168         MOVE 'REWRITTEN' TO CERT1-STATUS                         00092100
700168     ELSE IF  WDS-STATUS-EMPTIED (SUB-DS)                         00092200
700168         MOVE 'EMPTIED' TO CERT1-STATUS                           00092300
700168     ELSE IF  WDS-STATUS-UNCHANGED (SUB-DS)                       00092400
700168         MOVE 'NOT FOUND' TO CERT1-STATUS                         00092500
700168     ELSE IF  WDS-STATUS-WOULD (SUB-DS)                           00092600
700168         MOVE 'WOULD' TO CERT1-STATUS                             00092700
700168     ELSE IF  WDS-STATUS-SKIPPED (SUB-DS)                         00092800
700168         MOVE 'SKIPPED' TO CERT1-STATUS                           00092900
700168     ELSE IF  WDS-STATUS-FAILED (SUB-DS)                          00093000
700168         MOVE 'FAILED' TO CERT1-STATUS                            00093100
700168     ELSE                                                         00093200
700168         MOVE 'NOT READ' TO CERT1-STATUS.                         00093300
700168     MOVE CERT1-LINE TO WPRINT-LINE.                              00093400
700168     PERFORM V-100-PRINT-LINE.                                    00093500
700168     IF  WDS-NOTE (SUB-DS) NOT = SPACES                           00093600
700168         STRING '          ' WDS-NOTE (SUB-DS)                    00093700
700168             DELIMITED BY SIZE INTO WPRINT-LINE                   00093800
700168         PERFORM V-100-PRINT-LINE.                                00093900
           SKIP2                                                        00094000
700168***************************                                       00094100
700168*** Print-line routines                                           00094200
700168***************************                                       00094300
700168 V-100-PRINT-LINE.                                                00094400
700168     IF  WPRINT-LINES-OVER                                        00094500
700168         PERFORM V-150-NEWPAGE.                                   00094600
700168     ADD 1 TO WPRINT-LINES.                                       00094700
700168     WRITE PRINT-LINE FROM WPRINT-LINE                            00094800
700168           AFTER ADVANCING 1 LINE.                                00094900
700168     MOVE SPACES   TO WPRINT-LINE.                                00095000
700168     ADD 1 TO WPRINT-TOT-LINES.                                   00095100
           SKIP2                                                        00095200
700168 V-150-NEWPAGE.                                                   00095300
700168     ADD 1 TO WPRINT-PAGE.                                        00095400
700168     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00095500
700168     MOVE SPACES TO PRINT-LINE.                                   00095600
700168     WRITE PRINT-LINE                                             00095700
700168       AFTER ADVANCING PAGE.                                      00095800
700168     WRITE PRINT-LINE FROM RPTHDR-LINE                            00095900
700168       AFTER ADVANCING 1 LINE.                                    00096000
700168     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00096100
700168       AFTER ADVANCING 1.                                         00096200
700168     MOVE ZERO TO WPRINT-LINES.                                   00096300
700168     ADD 3 TO WPRINT-TOT-LINES.                                   00096400
