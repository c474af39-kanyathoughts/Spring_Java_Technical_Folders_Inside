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
700196 IDENTIFICATION DIVISION.                                         00000100
700196 PROGRAM-ID. 'BANARRAT'.                                          00000200
700196******************************************************************00000300
700196**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700196******************************************************************00000500
700196**  AUTHOR       W. WHITE, Oct 2026                               00000600
700196**  PURPOSE      Plain-language narrative of a compare's          00000700
700196**               differences for relationship managers and        00000800
700196**               sponsors, who cannot read an OT200 detail line.  00000900
700196**               Every difference on the night's OT200 extract -  00001000
700196**               or only those of one sponsor's plans, the same   00001100
700196**               plans that sponsor's burst carries (SPONSOR card 00001200
700196**               with the compare's PLANSPON cards) - is written  00001300
700196**               as a sentence through the phrase-template table  00001400
700196**               (NARTMPL) row for its RecordType and DE, the     00001500
700196**               type's '***' row, or a built-in phrasing.        00001600
700196**               Sentences are grouped under each participant in  00001700
700196**               extract order (key order), and every plan opens  00001800
700196**               with a short summary paragraph: how many changes 00001900
700196**               for how many participants, across how many       00002000
700196**               record types, and the most frequent one.         00002100
700196**                                                                00002200
700196**               Adjustment-History SSN and bank account values   00002300
700196**               are masked as the compare masks them; a value    00002400
700196**               in any other form is blotted out.  Participants  00002500
700196**               on the privacy suppression list (SUPPRES) get    00002600
700196**               no sentences; the plan summary only says how     00002700
700196**               many changes are withheld.                       00002800
700196**                                                                00002900
700196**               Return codes:                                    00003000
700196**                 0 - narrative written                          00003100
700196**                 4 - no template table, differences that        00003200
700196**                     could not be placed (no plan marker, table 00003300
700196**                     full), a SPONSOR no PLANSPON card maps, or 00003400
700196**                     a control card was rejected                00003500
700196**                16 - OT200IN or NARROUT could not be opened     00003600
700196******************************************************************00003700
700196**  REVISIONS:                                                    00003800
700196******************************************************************00003900
700196**  Input                                                         00004000
700196**   . IN110   - Optional Control File                            00004100
700196**                 PLANSPON plan sponsor - as the compare takes it00004200
700196**                 SPONSOR  sponsor      - only that sponsor's    00004300
700196**                                         plans                  00004400
700196**   . OT200IN - The night's OT200 extract, via UTOT200R,         00004500
700196**               written with OT200HDR so the PLN1 markers are    00004600
700196**               present                                          00004700
700196**   . NARTMPL - Phrase-template table (NARTMPL layout)           00004800
700196**   . TYPEREG - Optional record-type registry (type names)       00004900
700196**   . SUPPRES - Optional participant privacy suppression list    00005000
700196******************************************************************00005100
700196**  Output                                                        00005200
700196**   . SYSOUT  - Displayed Information                            00005300
700196**   . NARROUT - The narrative                                    00005400
700196**   . REPORT  - Run totals                                       00005500
700196******************************************************************00005600
700196 ENVIRONMENT DIVISION.                                            00005700
700196 CONFIGURATION SECTION.                                           00005800
700196 INPUT-OUTPUT SECTION.                                            00005900
           SKIP2                                                        00006000
700196 FILE-CONTROL.                                                    00006100
700196     SELECT PRINT-FILE                                            00006200
700196         ASSIGN TO UT-S-REPORT                                    00006300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006400
700196         FILE STATUS WPRINT-FS.                                   00006500
700196     SELECT NARR-FILE                                             00006600
700196         ASSIGN TO UT-S-NARROUT                                   00006700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006800
700196         FILE STATUS WNARR-FS.                                    00006900
700196     SELECT NARTMPL-FILE                                          00007000
700196         ASSIGN TO UT-S-NARTMPL                                   00007100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007200
700196         FILE STATUS WNARTMPL-FS.                                 00007300
700196     SELECT TYPEREG-FILE                                          00007400
700196         ASSIGN TO UT-S-TYPEREG                                   00007500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00007600
700196         FILE STATUS WTYPEREG-FS.                                 00007700
700196     SELECT SUPPR-FILE                                            00007800
700196         ASSIGN TO UT-S-SUPPRES                                   00007900
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00008000
700196         FILE STATUS WSUPPR-FS.                                   00008100
700196 DATA DIVISION.                                                   00008200
           SKIP2                                                        00008300
700196 FILE SECTION.                                                    00008400
           SKIP1                                                        00008500
700196 FD  PRINT-FILE                                                   00008600
700196     BLOCK CONTAINS 0 RECORDS                                     00008700
700196     LABEL RECORDS ARE STANDARD.                                  00008800
           SKIP2                                                        00008900
700196 01 PRINT-LINE                PIC X(133).                         00009000
           SKIP2                                                        00009100
700196 FD  NARR-FILE                                                    00009200
700196     BLOCK CONTAINS 0 RECORDS                                     00009300
700196     LABEL RECORDS ARE STANDARD.                                  00009400
           SKIP2                                                        00009500
700196 01  NARR-LINE                PIC X(133).                         00009600
           SKIP2                                                        00009700
700196 FD  NARTMPL-FILE                                                 00009800
700196     BLOCK CONTAINS 0 RECORDS                                     00009900
700196     LABEL RECORDS ARE STANDARD.                                  00010000
           SKIP2                                                        00010100
700196 01  NARTMPL-REC. COPY NARTMPL.                                   00010200
           SKIP2                                                        00010300
700196*** Record-type registry rows - see the TYPEREG copybook.         00010400
700196 FD  TYPEREG-FILE                                                 00010500
700196     BLOCK CONTAINS 0 RECORDS                                     00010600
700196     LABEL RECORDS ARE STANDARD.                                  00010700
           SKIP2                                                        00010800
700196 01  TYPEREG-LINE             PIC X(80).                          00010900
           SKIP2                                                        00011000
700196*** Same participant privacy suppression list the batch           00011100
700196*** compare's SUPPRESS card honors; an erased participant is      00011200
700196*** not described here either.                                    00011300
700196 FD  SUPPR-FILE                                                   00011400
700196     BLOCK CONTAINS 0 RECORDS                                     00011500
700196     LABEL RECORDS ARE STANDARD.                                  00011600
           SKIP2                                                        00011700
700196 01  SUPPR-LINE.                                                  00011800
700196     05  SUPPR-PART             PIC X(11).                        00011900
700196     05  FILLER                 PIC X(69).                        00012000
700196 WORKING-STORAGE SECTION.                                         00012100
700196 77  SUB-TYPEREG           PIC S9(4) BINARY VALUE ZERO.           00012200
700196 77  WTYPEREG-HIT-SUB      PIC S9(4) BINARY VALUE ZERO.           00012300
700196 77  WTYPEREG-FS           PIC XX       VALUE '00'.               00012400
700196     88  WTYPEREG-FS-OK    VALUE '00'.                            00012500
700196 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00012600
700196 01  WTYPEREG-AREA. COPY TYPEREG.                                 00012700
700196 77  SUB-PEND              PIC S9(4) BINARY VALUE ZERO.           00012800
700196 77  SUB-TPL               PIC S9(4) BINARY VALUE ZERO.           00012900
700196 77  SUB-PSP               PIC S9(4) BINARY VALUE ZERO.           00013000
700196 77  SUB-SUPPR             PIC S9(4) BINARY VALUE ZERO.           00013100
700196 77  SUB-PTY               PIC S9(4) BINARY VALUE ZERO.           00013200
700196 77  SUB-ECH               PIC S9(4) BINARY VALUE ZERO.           00013300
700196 77  SUB-CHR               PIC S9(4) BINARY VALUE ZERO.           00013400
700196 77  WTPL-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013500
700196 77  WTPL-DENUM-WORK       PIC X(3)     VALUE SPACES.             00013600
700196 77  WPSP-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013700
700196 77  WPTY-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00013800
700196 77  WPTY-TOP-SUB          PIC S9(4) BINARY VALUE ZERO.           00013900
700196 77  WCUR-SEC              PIC S9(4) BINARY VALUE ZERO.           00014000
700196 77  WCTR-DIFFS            PIC 9(7)     VALUE ZERO.               00014100
700196 77  WCTR-NARRATED         PIC 9(7)     VALUE ZERO.               00014200
700196 77  WCTR-BY-TEMPLATE      PIC 9(7)     VALUE ZERO.               00014300
700196 77  WCTR-BY-DEFAULT       PIC 9(7)     VALUE ZERO.               00014400
700196 77  WCTR-SUPPRESSED       PIC 9(7)     VALUE ZERO.               00014500
700196 77  WCTR-MASKED           PIC 9(7)     VALUE ZERO.               00014600
700196 77  WCTR-PLANS            PIC 9(7)     VALUE ZERO.               00014700
700196 77  WCTR-PLANS-OTHER      PIC 9(7)     VALUE ZERO.               00014800
700196 77  WCTR-NO-PLAN          PIC 9(7)     VALUE ZERO.               00014900
700196 77  WCTR-OVER             PIC 9(7)     VALUE ZERO.               00015000
700196 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00015100
700196 77  WRC-FINAL             PIC S9(4) BINARY VALUE ZERO.           00015200
700196 77  WRUN-DATE             PIC X(8)     VALUE SPACES.             00015300
700196 77  WCUR-XXYY             PIC X(4)     VALUE SPACES.             00015400
700196 77  WCUR-PART             PIC X(11)    VALUE SPACES.             00015500
700196 77  WCUR-SPONSOR          PIC X(8)     VALUE SPACES.             00015600
700196 77  WLAST-PART            PIC X(11)    VALUE SPACES.             00015700
700196 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00015800
700196 77  WPLAN-PARTS           PIC 9(7)     VALUE ZERO.               00015900
700196 77  WPLAN-TYPES           PIC 9(7)     VALUE ZERO.               00016000
700196 77  WPLAN-TOLD            PIC 9(7)     VALUE ZERO.               00016100
700196 77  WPLAN-WITHHELD        PIC 9(7)     VALUE ZERO.               00016200
700196 77  WTPL-LOADED-FLG       PIC X        VALUE 'N'.                00016300
700196     88  WTPL-LOADED-YES   VALUE 'Y'.                             00016400
700196 77  WNARR-HDR-FLG         PIC X        VALUE 'N'.                00016500
700196     88  WNARR-HDR-YES     VALUE 'Y'.                             00016600
700196 77  WSUPPR-HIT-FLG        PIC X        VALUE 'N'.                00016700
700196     88  WSUPPR-HIT-FLG-YES VALUE 'Y'.                            00016800
700196 77  WFIRST-PART-FLG       PIC X        VALUE 'Y'.                00016900
700196     88  WFIRST-PART-YES   VALUE 'Y'.                             00017000
700196 77  WLEAD                 PIC S9(4) BINARY VALUE ZERO.           00017100
700196 77  WZERO                 PIC S9(4) BINARY VALUE ZERO.           00017200
700196 77  WVAL-WORK             PIC X(40)    VALUE SPACES.             00017300
700196 77  WVAL-SHIFT            PIC X(40)    VALUE SPACES.             00017400
700196 77  WNUM-ED               PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.            00017500
700196 77  WNUM-COUNT            PIC 9(7)     VALUE ZERO.               00017600
           SKIP2                                                        00017700
700196 01  WPRINT-AREA.                                                 00017800
700196     05  WPRINT-FS                 PIC XX  VALUE '00'.            00017900
700196         88  WPRINT-FS-OK VALUE '00'.                             00018000
700196     05  WPRINT-PAGE               PIC 99999  VALUE ZERO.         00018100
700196     05  WPRINT-TITLE1             PIC X(133) VALUE SPACES.       00018200
700196     05  WPRINT-LINE               PIC X(133) VALUE SPACES.       00018300
700196     05  WPRINT-LINES              PIC S9(5)  VALUE ZERO.         00018400
700196         88  WPRINT-LINES-OVER VALUE 51 THRU 1000.                00018500
700196     05  WPRINT-TOT-LINES          PIC S9(5)  VALUE ZERO.         00018600
           SKIP2                                                        00018700
700196 01  WNARR-FS              PIC XX  VALUE '00'.                    00018800
700196     88  WNARR-FS-OK       VALUE '00'.                            00018900
700196 01  WNARTMPL-FS           PIC XX  VALUE '00'.                    00019000
700196     88  WNARTMPL-FS-OK    VALUE '00'.                            00019100
700196 01  WSUPPR-FS             PIC XX  VALUE '00'.                    00019200
700196     88  WSUPPR-FS-OK      VALUE '00'.                            00019300
700196 01  WNARR-LINE            PIC X(133) VALUE SPACES.               00019400
700196*** The extract is read through the shared UTOT200R reader.       00019500
700196 01  WO2R-REC              PIC X(200) VALUE SPACES.               00019600
           SKIP2                                                        00019700
700196*** Phrase templates off NARTMPL.                                 00019800
700196 01  WTPL-AREA.                                                   00019900
700196     05  WTPL-COUNT            PIC S9(4) BINARY VALUE ZERO.       00020000
700196     05  WTPL-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00020100
700196     05  WTPL-ENTRY OCCURS 500 TIMES.                             00020200
700196         10  WTPL-XXYY         PIC X(4)     VALUE SPACES.         00020300
700196         10  WTPL-DENUM        PIC X(3)     VALUE SPACES.         00020400
700196         10  WTPL-PHRASE       PIC X(120)   VALUE SPACES.         00020500
           SKIP2                                                        00020600
700196*** Plan-to-sponsor map off the PLANSPON cards.                   00020700
700196 01  WPSP-AREA.                                                   00020800
700196     05  WPSP-COUNT            PIC S9(4) BINARY VALUE ZERO.       00020900
700196     05  WPSP-MAX-ENTRIES      PIC S9(4) BINARY VALUE 3000.       00021000
700196     05  WPSP-ENTRY OCCURS 3000 TIMES.                            00021100
700196         10  WPSP-PLAN         PIC X(10)    VALUE SPACES.         00021200
700196         10  WPSP-SPONSOR      PIC X(8)     VALUE SPACES.         00021300
           SKIP2                                                        00021400
700196 01  WSUPPR-AREA.                                                 00021500
700196     05  WSUPPR-COUNT          PIC S9(4) BINARY VALUE ZERO.       00021600
700196     05  WSUPPR-MAX-ENTRIES    PIC S9(4) BINARY VALUE 2000.       00021700
700196     05  WSUPPR-ENTRY OCCURS 2000 TIMES                           00021800
700196                               PIC X(11)    VALUE SPACES.         00021900
           SKIP2                                                        00022000
700196*** Key echoes of each record section read since the last PLN1    00022100
700196*** marker, for the {DE-NAME} placeholders.                       00022200
700196 01  WSEC-AREA.                                                   00022300
700196     05  WSEC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00022400
700196     05  WSEC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 1000.       00022500
700196     05  WSEC-ENTRY OCCURS 1000 TIMES.                            00022600
700196         10  WSEC-ECH-COUNT    PIC S9(4) BINARY VALUE ZERO.       00022700
700196         10  WSEC-ECHO OCCURS 4 TIMES.                            00022800
700196             15  WSEC-ECH-DENUM   PIC X(3)  VALUE SPACES.         00022900
700196             15  WSEC-ECH-NAME    PIC X(20) VALUE SPACES.         00023000
700196             15  WSEC-ECH-VAL     PIC X(40) VALUE SPACES.         00023100
           SKIP2                                                        00023200
700196*** Differences read since the last PLN1 marker; the marker that  00023300
700196*** follows a plan's detail names the plan.                       00023400
700196 01  WPEND-AREA.                                                  00023500
700196     05  WPEND-COUNT           PIC S9(4) BINARY VALUE ZERO.       00023600
700196     05  WPEND-MAX-ENTRIES     PIC S9(4) BINARY VALUE 5000.       00023700
700196     05  WPEND-ENTRY OCCURS 5000 TIMES.                           00023800
700196         10  WPEND-PART        PIC X(11)    VALUE SPACES.         00023900
700196         10  WPEND-XXYY        PIC X(4)     VALUE SPACES.         00024000
700196         10  WPEND-DENUM       PIC X(3)     VALUE SPACES.         00024100
700196         10  WPEND-DENAME      PIC X(20)    VALUE SPACES.         00024200
700196         10  WPEND-VAL1        PIC X(40)    VALUE SPACES.         00024300
700196         10  WPEND-VAL2        PIC X(40)    VALUE SPACES.         00024400
700196         10  WPEND-SEC         PIC S9(4) BINARY VALUE ZERO.       00024500
700196         10  WPEND-SUPPR       PIC X        VALUE 'N'.            00024600
           SKIP2                                                        00024700
700196*** Per-plan tally of the RecordType / DE pairs that changed,     00024800
700196*** for the summary paragraph.                                    00024900
700196 01  WPTY-AREA.                                                   00025000
700196     05  WPTY-COUNT            PIC S9(4) BINARY VALUE ZERO.       00025100
700196     05  WPTY-MAX-ENTRIES      PIC S9(4) BINARY VALUE 100.        00025200
700196     05  WPTY-ENTRY OCCURS 100 TIMES.                             00025300
700196         10  WPTY-XXYY         PIC X(4)     VALUE SPACES.         00025400
700196         10  WPTY-DENUM        PIC X(3)     VALUE SPACES.         00025500
700196         10  WPTY-DENAME       PIC X(20)    VALUE SPACES.         00025600
700196         10  WPTY-COUNT-DIFF   PIC 9(7)     VALUE ZERO.           00025700
           SKIP2                                                        00025800
700196*** Sentence being built and wrapped onto NARROUT.                00025900
700196 01  WSENT-AREA.                                                  00026000
700196     05  WSENT                 PIC X(400)   VALUE SPACES.         00026100
700196     05  WSENT-PTR             PIC S9(4) BINARY VALUE 1.          00026200
700196     05  WSENT-LEN             PIC S9(4) BINARY VALUE ZERO.       00026300
700196     05  WSENT-POS             PIC S9(4) BINARY VALUE ZERO.       00026400
700196     05  WSENT-TAKE            PIC S9(4) BINARY VALUE ZERO.       00026500
700196     05  WSENT-INDENT          PIC S9(4) BINARY VALUE ZERO.       00026600
700196     05  WSENT-WIDTH           PIC S9(4) BINARY VALUE 110.        00026700
700196     05  WSENT-CUT             PIC S9(4) BINARY VALUE ZERO.       00026800
700196     05  WPIECE                PIC X(120)   VALUE SPACES.         00026900
700196     05  WPIECE-LEN            PIC S9(4) BINARY VALUE ZERO.       00027000
           SKIP2                                                        00027100
700196*** Phrase being rendered; the byte past the phrase keeps the     00027200
700196*** placeholder scan inside the field.                            00027300
700196 01  WPHRASE-AREA.                                                00027400
700196     05  WPHRASE               PIC X(121)   VALUE SPACES.         00027500
700196     05  WPH-LEN               PIC S9(4) BINARY VALUE ZERO.       00027600
700196     05  WPH-NAME              PIC X(20)    VALUE SPACES.         00027700
700196     05  WPH-NLEN              PIC S9(4) BINARY VALUE ZERO.       00027800
700196     05  WPH-VAL1              PIC X(40)    VALUE SPACES.         00027900
700196     05  WPH-VAL2              PIC X(40)    VALUE SPACES.         00028000
           SKIP2                                                        00028100
700196 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00028200
700196 01  WCTL-AREA.                                                   00028300
700196     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00028400
700196         88  WCTL-CMD-PLANSPON   VALUE 'PLANSPON'.                00028500
700196         88  WCTL-CMD-SPONSOR    VALUE 'SPONSOR'.                 00028600
700196     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00028700
700196     05  WCTL-VAL2               PIC X(20) VALUE SPACES.          00028800
700196     05  WCTL-SPONSOR            PIC X(8)  VALUE SPACES.          00028900
           SKIP2                                                        00029000
700196 01  RPTHDR-LINE.                                                 00029100
700196         05   FILLER     PIC X(02) VALUE                          00029200
700196           ' '.                                                   00029300
700196         05   FILLER     PIC X(28) VALUE                          00029400
700196           'OmniPlus Change Narrative'.                           00029500
700196         05   RPTHDR-SUBTITLE    PIC X(50)  VALUE SPACES.         00029600
700196         05   RPTHDR-DATE PIC 99/99/99 VALUE ZERO.                00029700
700196         05   FILLER     PIC X(6)  VALUE                          00029800
700196           '  Page'.                                              00029900
700196         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00030000
           SKIP2                                                        00030100
700196 01  RPDAT1-LINE.                                                 00030200
700196     05  FILLER                PIC X        VALUE SPACE.          00030300
700196     05  RPDAT1-LABEL          PIC X(40)    VALUE SPACES.         00030400
700196     05  RPDAT1-COUNT          PIC Z,ZZZ,ZZ9 VALUE ZERO.          00030500
700196     05  FILLER                PIC X(83)    VALUE SPACES.         00030600
           SKIP2                                                        00030700
700196 01  IO-O2R-PARM.                                                 00030800
700196       COPY IOOT200R REPLACING 'PROGRAM' BY 'BANARRAT'.           00030900
           SKIP2                                                        00031000
700196 01  IO-IN110-PARM.                                               00031100
700196       COPY IOIN110 REPLACING 'PROGRAM' BY 'BANARRAT'.            00031200
           SKIP3                                                        00031300
700196 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00031400
           EJECT                                                        00031500
700196 PROCEDURE DIVISION.                                              00031600
           SKIP2                                                        00031700
700196 A-100-BODY.                                                      00031800
700196     PERFORM A-105-INIT.                                          00031900
700196     PERFORM A-200-INIT-OPEN.                                     00032000
700196     PERFORM A-300-SCAN-OT200.                                    00032100
700196     PERFORM A-900-FINI-CLOSE.                                    00032200
700196     IF  WCTR-NO-PLAN > ZERO                                      00032300
700196         OR WCTR-OVER > ZERO                                      00032400
700196         OR WCTR-CTL-ERRORS > ZERO                                00032500
700196         OR NOT WTPL-LOADED-YES                                   00032600
700196         IF  WRC-FINAL < 4                                        00032700
700196             MOVE 4 TO WRC-FINAL.                                 00032800
700196     MOVE WRC-FINAL TO RETURN-CODE.                               00032900
700196     GOBACK.                                                      00033000
           SKIP2                                                        00033100
700196 A-105-INIT.                                                      00033200
700196     CALL 'BASDIN' USING SD-AREA.                                 00033300
           SKIP2                                                        00033400
700196 A-200-INIT-OPEN.                                                 00033500
700196     DISPLAY 'BaNarrat-998 Program Starting'.                     00033600
700196     ACCEPT RPTHDR-DATE FROM DATE.                                00033700
700196     OPEN OUTPUT                                                  00033800
700196               PRINT-FILE.                                        00033900
700196     IF  NOT WPRINT-FS-OK                                         00034000
700196         DISPLAY 'BaNarrat-53 PRINT dd OPEN failed:'              00034100
700196             WPRINT-FS                                            00034200
700196         STOP RUN.                                                00034300
700196     MOVE ' Run Totals' TO RPTHDR-SUBTITLE.                       00034400
700196     PERFORM V-150-NEWPAGE.                                       00034500
700196     OPEN OUTPUT NARR-FILE.                                       00034600
700196     IF  NOT WNARR-FS-OK                                          00034700
700196         DISPLAY 'BaNarrat-302 NARROUT dd OPEN failed:'           00034800
700196             WNARR-FS                                             00034900
700196         MOVE 16 TO RETURN-CODE                                   00035000
700196         STOP RUN.                                                00035100
700196     CALL 'UT110IN'  USING SD-AREA                                00035200
700196               IO-IN110-PARM                                      00035300
700196               IO-IN110-OPEN                                      00035400
700196               CTL-REC.                                           00035500
700196     IF  IO-IN110-ERROR = 'Y'                                     00035600
700196          OR IO-IN110-FILE-STATUS NOT = '00'                      00035700
700196         DISPLAY 'BaNarrat-301 No IN110 control file, whole '     00035800
700196             'extract narrated:' IO-IN110-FILE-STATUS             00035900
700196     ELSE                                                         00036000
700196         PERFORM F-110-READ-IN110                                 00036100
700196         PERFORM F-100-PROC-CTL                                   00036200
700196           UNTIL IO-IN110-ERROR-YES                               00036300
700196         CALL 'UT110IN'  USING SD-AREA                            00036400
700196               IO-IN110-PARM                                      00036500
700196               IO-IN110-CLOSE                                     00036600
700196               CTL-REC.                                           00036700
700196     IF  WCTL-SPONSOR NOT = SPACES                                00036800
700196         PERFORM A-205-CHECK-SPONSOR.                             00036900
700196     PERFORM A-248-LOAD-TYPEREG.                                  00037000
700196     PERFORM A-210-LOAD-TEMPLATES.                                00037100
700196     PERFORM A-220-LOAD-SUPPR.                                    00037200
           SKIP2                                                        00037300
700196*** A sponsor no PLANSPON card maps would give an empty           00037400
700196*** narrative; say so rather than leave it to be noticed.         00037500
700196 A-205-CHECK-SPONSOR.                                             00037600
700196     MOVE ZERO TO WPSP-HIT-SUB.                                   00037700
700196     PERFORM A-206-SCAN-SPONSOR                                   00037800
700196       VARYING SUB-PSP FROM 1 BY 1                                00037900
700196         UNTIL SUB-PSP > WPSP-COUNT                               00038000
700196           OR WPSP-HIT-SUB > ZERO.                                00038100
700196     IF  WPSP-HIT-SUB = ZERO                                      00038200
700196         DISPLAY 'BaNarrat-303 No PLANSPON card maps sponsor '    00038300
700196             WCTL-SPONSOR                                         00038400
700196         ADD 1 TO WCTR-CTL-ERRORS.                                00038500
           SKIP2                                                        00038600
700196 A-206-SCAN-SPONSOR.                                              00038700
700196     IF  WPSP-SPONSOR (SUB-PSP) = WCTL-SPONSOR                    00038800
700196         MOVE SUB-PSP TO WPSP-HIT-SUB.                            00038900
           SKIP2                                                        00039000
700196*** Without the template table every difference takes the         00039100
700196*** built-in phrasing and the run ends 4.                         00039200
700196 A-210-LOAD-TEMPLATES.                                            00039300
700196     OPEN INPUT NARTMPL-FILE.                                     00039400
700196     IF  NOT WNARTMPL-FS-OK                                       00039500
700196         DISPLAY 'BaNarrat-304 No NARTMPL template table, '       00039600
700196             'built-in phrasing used:' WNARTMPL-FS                00039700
700196     ELSE                                                         00039800
700196         SET WTPL-LOADED-YES TO TRUE                              00039900
700196         PERFORM A-215-READ-TEMPLATE                              00040000
700196           WITH TEST AFTER                                        00040100
700196           UNTIL WNARTMPL-FS NOT = '00'                           00040200
700196         CLOSE NARTMPL-FILE                                       00040300
700196         DISPLAY 'BaNarrat-305 Phrase templates loaded:'          00040400
700196             WTPL-COUNT.                                          00040500
           SKIP2                                                        00040600
700196 A-215-READ-TEMPLATE.                                             00040700
700196     READ NARTMPL-FILE                                            00040800
700196         AT END                                                   00040900
700196             NEXT SENTENCE.                                       00041000
700196     IF  WNARTMPL-FS-OK                                           00041100
700196         AND NTP-XXYY NOT = SPACES                                00041200
700196         AND NTP-XXYY (1:1) NOT = '*'                             00041300
700196         IF  NTP-PHRASE = SPACES                                  00041400
700196             DISPLAY 'BaNarrat-306 Template with no phrase '      00041500
700196                 'ignored:' NTP-XXYY ' ' NTP-DENUM                00041600
700196             ADD 1 TO WCTR-CTL-ERRORS                             00041700
700196         ELSE IF  WTPL-COUNT < WTPL-MAX-ENTRIES                   00041800
700196             ADD 1 TO WTPL-COUNT                                  00041900
700196             MOVE NTP-XXYY   TO WTPL-XXYY (WTPL-COUNT)            00042000
700196             MOVE NTP-DENUM  TO WTPL-DENUM (WTPL-COUNT)           00042100
700196             MOVE NTP-PHRASE TO WTPL-PHRASE (WTPL-COUNT)          00042200
700196         ELSE                                                     00042300
700196             DISPLAY 'BaNarrat-307 Template table full, '         00042400
700196                 'ignoring:' NTP-XXYY ' ' NTP-DENUM               00042500
700196             ADD 1 TO WCTR-OVER.                                  00042600
           SKIP2                                                        00042700
700196*** A missing SUPPRES dd just means no erasures are on file.      00042800
700196 A-220-LOAD-SUPPR.                                                00042900
700196     OPEN INPUT SUPPR-FILE.                                       00043000
700196     IF  NOT WSUPPR-FS-OK                                         00043100
700196         DISPLAY 'BaNarrat-308 No suppression list on '           00043200
700196             'file, none applied'                                 00043300
700196     ELSE                                                         00043400
700196         PERFORM A-230-READ-SUPPR                                 00043500
700196           WITH TEST AFTER                                        00043600
700196           UNTIL WSUPPR-FS NOT = '00'                             00043700
700196             OR WSUPPR-COUNT >= WSUPPR-MAX-ENTRIES                00043800
700196         CLOSE SUPPR-FILE                                         00043900
700196         DISPLAY 'BaNarrat-309 Suppressed participants '          00044000
700196             'loaded:' WSUPPR-COUNT.                              00044100
           SKIP2                                                        00044200
700196 A-230-READ-SUPPR.                                                00044300
700196     READ SUPPR-FILE                                              00044400
700196         AT END                                                   00044500
700196             NEXT SENTENCE.                                       00044600
700196     IF  WSUPPR-FS-OK                                             00044700
700196         AND SUPPR-PART NOT = SPACES                              00044800
700196         ADD 1 TO WSUPPR-COUNT                                    00044900
700196         MOVE SUPPR-PART TO WSUPPR-ENTRY (WSUPPR-COUNT).          00045000
           SKIP2                                                        00045100
700196*** Record-type registry load, same optional-dd behavior as       00045200
700196*** the compare; here it only supplies the type names.            00045300
700196 A-248-LOAD-TYPEREG.                                              00045400
700196     OPEN INPUT TYPEREG-FILE.                                     00045500
700196     IF  WTYPEREG-FS-OK                                           00045600
700196         PERFORM A-249-READ-TYPEREG                               00045700
700196           WITH TEST AFTER                                        00045800
700196           UNTIL WTYPEREG-FS NOT = '00'                           00045900
700196             OR WTYPEREG-COUNT >= WTYPEREG-MAX-ENTRIES            00046000
700196         CLOSE TYPEREG-FILE.                                      00046100
           SKIP2                                                        00046200
700196 A-249-READ-TYPEREG.                                              00046300
700196     READ TYPEREG-FILE                                            00046400
700196         AT END                                                   00046500
700196             NEXT SENTENCE.                                       00046600
700196     IF  WTYPEREG-FS-OK                                           00046700
700196         AND TYPEREG-LINE (1:4) NOT = SPACES                      00046800
700196         AND TYPEREG-LINE (1:1) NOT = '*'                         00046900
700196         ADD 1 TO WTYPEREG-COUNT                                  00047000
700196         MOVE TYPEREG-LINE (1:4)                                  00047100
700196             TO WTYPEREG-XXYY (WTYPEREG-COUNT)                    00047200
700196         MOVE TYPEREG-LINE (6:20)                                 00047300
700196             TO WTYPEREG-DESC (WTYPEREG-COUNT)                    00047400
700196         MOVE TYPEREG-LINE (30:8)                                 00047500
700196             TO WTYPEREG-DEMOD (WTYPEREG-COUNT)                   00047600
700196         MOVE TYPEREG-LINE (39:1)                                 00047700
700196             TO WTYPEREG-SKIP (WTYPEREG-COUNT)                    00047800
700196         MOVE TYPEREG-LINE (41:9)                                 00047900
700196             TO WTYPEREG-RELEASE (WTYPEREG-COUNT).                00048000
           SKIP2                                                        00048100
700196 A-900-FINI-CLOSE.                                                00048200
700196     IF  NOT WNARR-HDR-YES                                        00048300
700196         PERFORM C-050-NARR-TITLE                                 00048400
700196         MOVE '   No changes to describe.' TO WNARR-LINE          00048500
700196         PERFORM V-200-NARR-LINE.                                 00048600
700196     CLOSE NARR-FILE.                                             00048700
700196     MOVE 'Differences on the extract'      TO RPDAT1-LABEL.      00048800
700196     MOVE WCTR-DIFFS        TO RPDAT1-COUNT.                      00048900
700196     PERFORM V-200-PRINT-RPDAT1.                                  00049000
700196     MOVE 'Plans narrated'                  TO RPDAT1-LABEL.      00049100
700196     MOVE WCTR-PLANS        TO RPDAT1-COUNT.                      00049200
700196     PERFORM V-200-PRINT-RPDAT1.                                  00049300
700196     MOVE 'Plans of other sponsors, skipped' TO RPDAT1-LABEL.     00049400
700196     MOVE WCTR-PLANS-OTHER  TO RPDAT1-COUNT.                      00049500
700196     PERFORM V-200-PRINT-RPDAT1.                                  00049600
700196     MOVE 'Differences written as sentences' TO RPDAT1-LABEL.     00049700
700196     MOVE WCTR-NARRATED     TO RPDAT1-COUNT.                      00049800
700196     PERFORM V-200-PRINT-RPDAT1.                                  00049900
700196     MOVE '  through a template row'        TO RPDAT1-LABEL.      00050000
700196     MOVE WCTR-BY-TEMPLATE  TO RPDAT1-COUNT.                      00050100
700196     PERFORM V-200-PRINT-RPDAT1.                                  00050200
700196     MOVE '  through the built-in phrasing'  TO RPDAT1-LABEL.     00050300
700196     MOVE WCTR-BY-DEFAULT   TO RPDAT1-COUNT.                      00050400
700196     PERFORM V-200-PRINT-RPDAT1.                                  00050500
700196     MOVE 'Withheld - suppression list'     TO RPDAT1-LABEL.      00050600
700196     MOVE WCTR-SUPPRESSED   TO RPDAT1-COUNT.                      00050700
700196     PERFORM V-200-PRINT-RPDAT1.                                  00050800
700196     MOVE 'Values blotted out as PII'       TO RPDAT1-LABEL.      00050900
700196     MOVE WCTR-MASKED       TO RPDAT1-COUNT.                      00051000
700196     PERFORM V-200-PRINT-RPDAT1.                                  00051100
700196     MOVE 'Not placed - no plan marker'     TO RPDAT1-LABEL.      00051200
700196     MOVE WCTR-NO-PLAN      TO RPDAT1-COUNT.                      00051300
700196     PERFORM V-200-PRINT-RPDAT1.                                  00051400
700196     MOVE 'Not placed - table full'         TO RPDAT1-LABEL.      00051500
700196     MOVE WCTR-OVER         TO RPDAT1-COUNT.                      00051600
700196     PERFORM V-200-PRINT-RPDAT1.                                  00051700
700196     MOVE 'Control cards rejected'          TO RPDAT1-LABEL.      00051800
700196     MOVE WCTR-CTL-ERRORS   TO RPDAT1-COUNT.                      00051900
700196     PERFORM V-200-PRINT-RPDAT1.                                  00052000
700196     DISPLAY 'BaNarrat-444 Differences:' WCTR-DIFFS               00052100
700196       ', Narrated:' WCTR-NARRATED                                00052200
700196       ', Withheld:' WCTR-SUPPRESSED                              00052300
700196       ', Plans:' WCTR-PLANS                                      00052400
700196       ', No plan:' WCTR-NO-PLAN                                  00052500
700196       ', Not tabled:' WCTR-OVER.                                 00052600
700196     CLOSE PRINT-FILE.                                            00052700
700196     DISPLAY 'BaNarrat-998 Program Ending'.                       00052800
           SKIP2                                                        00052900
700196***************************                                       00053000
700196*** OT200 scan                                                    00053100
700196***************************                                       00053200
700196 A-300-SCAN-OT200.                                                00053300
700196     CALL 'UTOT200R' USING SD-AREA                                00053400
700196                           IO-O2R-PARM                            00053500
700196                           IO-O2R-OPEN                            00053600
700196                           WO2R-REC.                              00053700
700196     IF  IO-O2R-ERROR-YES                                         00053800
700196         DISPLAY 'BaNarrat-310 OT200IN dd OPEN failed:'           00053900
700196             IO-O2R-FILE-STATUS                                   00054000
700196         CLOSE NARR-FILE PRINT-FILE                               00054100
700196         MOVE 16 TO RETURN-CODE                                   00054200
700196         STOP RUN.                                                00054300
700196     MOVE ZERO TO WPEND-COUNT WSEC-COUNT.                         00054400
700196     PERFORM B-100-OT200-LINE                                     00054500
700196       WITH TEST AFTER                                            00054600
700196       UNTIL IO-O2R-ERROR-YES                                     00054700
700196         OR IO-O2R-EOF-YES.                                       00054800
700196     IF  WPEND-COUNT > ZERO                                       00054900
700196         DISPLAY 'BaNarrat-321 Differences after the last plan '  00055000
700196             'marker, not placed:' WPEND-COUNT                    00055100
700196         ADD WPEND-COUNT TO WCTR-NO-PLAN.                         00055200
700196     CALL 'UTOT200R' USING SD-AREA                                00055300
700196                           IO-O2R-PARM                            00055400
700196                           IO-O2R-CLOSE                           00055500
700196                           WO2R-REC.                              00055600
           SKIP2                                                        00055700
700196*** Context carried down the extract, as BAPARTLK keeps it: the   00055800
700196*** RecordType from the <RECORD header, the participant from      00055900
700196*** the first key echo, every key echo for the placeholders.      00056000
700196*** The plan is only known at the PLN1 marker that follows the    00056100
700196*** plan's record sections.                                       00056200
700196 B-100-OT200-LINE.                                                00056300
700196     CALL 'UTOT200R' USING SD-AREA                                00056400
700196                           IO-O2R-PARM                            00056500
700196                           IO-O2R-READ                            00056600
700196                           WO2R-REC.                              00056700
700196     IF  IO-O2R-ERROR-YES OR IO-O2R-EOF-YES                       00056800
700196         NEXT SENTENCE                                            00056900
700196     ELSE IF  IO-O2R-KIND-HDR                                     00057000
700196         MOVE IO-O2R-RUN-DATE TO WRUN-DATE                        00057100
700196     ELSE IF  IO-O2R-KIND-RECHDR                                  00057200
700196         MOVE IO-O2R-XXYY TO WCUR-XXYY                            00057300
700196         MOVE SPACES TO WCUR-PART                                 00057400
700196         PERFORM B-105-NEW-SECTION                                00057500
700196     ELSE IF  IO-O2R-KIND-KEYDE                                   00057600
700196         IF  WCUR-PART = SPACES                                   00057700
700196             MOVE IO-O2R-VAL1 (1:11) TO WCUR-PART                 00057800
700196         END-IF                                                   00057900
700196         PERFORM B-107-HOLD-ECHO                                  00058000
700196     ELSE IF  IO-O2R-KIND-PLN                                     00058100
700196         MOVE IO-O2R-PLAN TO WPLAN-WORK                           00058200
700196         PERFORM C-100-NARRATE-PLAN                               00058300
700196         MOVE ZERO TO WPEND-COUNT WSEC-COUNT WCUR-SEC             00058400
700196         MOVE SPACES TO WCUR-XXYY WCUR-PART                       00058500
700196     ELSE IF  IO-O2R-KIND-DETAIL                                  00058600
700196           OR IO-O2R-KIND-DELIM                                   00058700
700196         ADD 1 TO WCTR-DIFFS                                      00058800
700196         PERFORM B-110-HOLD-DIFF.                                 00058900
           SKIP2                                                        00059000
700196 B-105-NEW-SECTION.                                               00059100
700196     IF  WSEC-COUNT < WSEC-MAX-ENTRIES                            00059200
700196         ADD 1 TO WSEC-COUNT                                      00059300
700196         MOVE WSEC-COUNT TO WCUR-SEC                              00059400
700196         MOVE ZERO TO WSEC-ECH-COUNT (WCUR-SEC)                   00059500
700196     ELSE                                                         00059600
700196         MOVE ZERO TO WCUR-SEC.                                   00059700
           SKIP2                                                        00059800
700196 B-107-HOLD-ECHO.                                                 00059900
700196     IF  WCUR-SEC > ZERO                                          00060000
700196         AND WSEC-ECH-COUNT (WCUR-SEC) < 4                        00060100
700196         ADD 1 TO WSEC-ECH-COUNT (WCUR-SEC)                       00060200
700196         MOVE WSEC-ECH-COUNT (WCUR-SEC) TO SUB-ECH                00060300
700196         MOVE IO-O2R-DENUM                                        00060400
700196             TO WSEC-ECH-DENUM (WCUR-SEC, SUB-ECH)                00060500
700196         MOVE IO-O2R-DENAME                                       00060600
700196             TO WSEC-ECH-NAME (WCUR-SEC, SUB-ECH)                 00060700
700196         MOVE IO-O2R-VAL1                                         00060800
700196             TO WSEC-ECH-VAL (WCUR-SEC, SUB-ECH).                 00060900
           SKIP2                                                        00061000
700196 B-110-HOLD-DIFF.                                                 00061100
700196     IF  WPEND-COUNT < WPEND-MAX-ENTRIES                          00061200
700196         ADD 1 TO WPEND-COUNT                                     00061300
700196         MOVE WCUR-PART      TO WPEND-PART (WPEND-COUNT)          00061400
700196         MOVE WCUR-XXYY      TO WPEND-XXYY (WPEND-COUNT)          00061500
700196         MOVE IO-O2R-DENUM   TO WPEND-DENUM (WPEND-COUNT)         00061600
700196         MOVE IO-O2R-DENAME  TO WPEND-DENAME (WPEND-COUNT)        00061700
700196         MOVE IO-O2R-VAL1    TO WPEND-VAL1 (WPEND-COUNT)          00061800
700196         MOVE IO-O2R-VAL2    TO WPEND-VAL2 (WPEND-COUNT)          00061900
700196         MOVE WCUR-SEC       TO WPEND-SEC (WPEND-COUNT)           00062000
700196         MOVE 'N'            TO WPEND-SUPPR (WPEND-COUNT)         00062100
700196     ELSE                                                         00062200
700196         ADD 1 TO WCTR-OVER.                                      00062300
           SKIP2                                                        00062400
700196***************************                                       00062500
700196*** One plan's narrative                                          00062600
700196***************************                                       00062700
700196 C-050-NARR-TITLE.                                                00062800
700196     SET WNARR-HDR-YES TO TRUE.                                   00062900
700196     MOVE SPACES TO WSENT.                                        00063000
700196     MOVE 1 TO WSENT-PTR.                                         00063100
700196     STRING 'Changes found in the conversion comparison'          00063200
700196         DELIMITED BY SIZE INTO WSENT WITH POINTER WSENT-PTR.     00063300
700196     IF  WRUN-DATE NOT = SPACES                                   00063400
700196         STRING ' run on ' WRUN-DATE (1:4) '-' WRUN-DATE (5:2)    00063500
700196             '-' WRUN-DATE (7:2)                                  00063600
700196             DELIMITED BY SIZE INTO WSENT WITH POINTER WSENT-PTR. 00063700
700196     IF  WCTL-SPONSOR NOT = SPACES                                00063800
700196         STRING ', sponsor ' DELIMITED BY SIZE                    00063900
700196                WCTL-SPONSOR DELIMITED BY SPACE                   00064000
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00064100
700196     MOVE 1 TO WSENT-INDENT.                                      00064200
700196     PERFORM R-800-WRITE-SENT.                                    00064300
700196     MOVE SPACES TO WNARR-LINE.                                   00064400
700196     PERFORM V-200-NARR-LINE.                                     00064500
           SKIP2                                                        00064600
700196*** The plan's differences are only written once the sponsor      00064700
700196*** scope admits the plan.                                        00064800
700196 C-100-NARRATE-PLAN.                                              00064900
700196     MOVE SPACES TO WCUR-SPONSOR.                                 00065000
700196     MOVE ZERO TO WPSP-HIT-SUB.                                   00065100
700196     PERFORM C-105-SCAN-PLANSPON                                  00065200
700196       VARYING SUB-PSP FROM 1 BY 1                                00065300
700196         UNTIL SUB-PSP > WPSP-COUNT                               00065400
700196           OR WPSP-HIT-SUB > ZERO.                                00065500
700196     IF  WPSP-HIT-SUB > ZERO                                      00065600
700196         MOVE WPSP-SPONSOR (WPSP-HIT-SUB) TO WCUR-SPONSOR.        00065700
700196     IF  WCTL-SPONSOR NOT = SPACES                                00065800
700196         AND WCUR-SPONSOR NOT = WCTL-SPONSOR                      00065900
700196         ADD 1 TO WCTR-PLANS-OTHER                                00066000
700196     ELSE IF  WPEND-COUNT > ZERO                                  00066100
700196         ADD 1 TO WCTR-PLANS                                      00066200
700196         IF  NOT WNARR-HDR-YES                                    00066300
700196             PERFORM C-050-NARR-TITLE                             00066400
700196         END-IF                                                   00066500
700196         PERFORM C-110-TALLY-PLAN                                 00066600
700196         PERFORM C-200-PLAN-SUMMARY                               00066700
700196         MOVE SPACES TO WLAST-PART                                00066800
700196         SET WFIRST-PART-YES TO TRUE                              00066900
700196         PERFORM C-300-NARRATE-DIFF                               00067000
700196           VARYING SUB-PEND FROM 1 BY 1                           00067100
700196             UNTIL SUB-PEND > WPEND-COUNT                         00067200
700196         MOVE SPACES TO WNARR-LINE                                00067300
700196         PERFORM V-200-NARR-LINE.                                 00067400
           SKIP2                                                        00067500
700196 C-105-SCAN-PLANSPON.                                             00067600
700196     IF  WPSP-PLAN (SUB-PSP) = WPLAN-WORK                         00067700
700196         MOVE SUB-PSP TO WPSP-HIT-SUB.                            00067800
           SKIP2                                                        00067900
700196*** Suppression is settled first so the summary counts only       00068000
700196*** what the sentences will say.                                  00068100
700196 C-110-TALLY-PLAN.                                                00068200
700196     MOVE ZERO TO WPTY-COUNT WPLAN-PARTS WPLAN-TYPES              00068300
700196                  WPLAN-TOLD WPLAN-WITHHELD WPTY-TOP-SUB.         00068400
700196     MOVE SPACES TO WLAST-PART.                                   00068500
700196     SET WFIRST-PART-YES TO TRUE.                                 00068600
700196     PERFORM C-120-TALLY-DIFF                                     00068700
700196       VARYING SUB-PEND FROM 1 BY 1                               00068800
700196         UNTIL SUB-PEND > WPEND-COUNT.                            00068900
           SKIP2                                                        00069000
700196 C-120-TALLY-DIFF.                                                00069100
700196     MOVE WPEND-PART (SUB-PEND) TO WCUR-PART.                     00069200
700196     PERFORM R-400-CHECK-SUPPR.                                   00069300
700196     IF  WSUPPR-HIT-FLG-YES                                       00069400
700196         MOVE 'Y' TO WPEND-SUPPR (SUB-PEND)                       00069500
700196         ADD 1 TO WPLAN-WITHHELD                                  00069600
700196         ADD 1 TO WCTR-SUPPRESSED                                 00069700
700196     ELSE                                                         00069800
700196         ADD 1 TO WPLAN-TOLD                                      00069900
700196         IF  WFIRST-PART-YES                                      00070000
700196             OR WPEND-PART (SUB-PEND) NOT = WLAST-PART            00070100
700196             ADD 1 TO WPLAN-PARTS                                 00070200
700196             MOVE WPEND-PART (SUB-PEND) TO WLAST-PART             00070300
700196             MOVE 'N' TO WFIRST-PART-FLG                          00070400
700196         END-IF                                                   00070500
700196         PERFORM C-130-TALLY-TYPE.                                00070600
           SKIP2                                                        00070700
700196 C-130-TALLY-TYPE.                                                00070800
700196     MOVE ZERO TO WPTY-HIT-SUB.                                   00070900
700196     PERFORM C-135-SCAN-PTY                                       00071000
700196       VARYING SUB-PTY FROM 1 BY 1                                00071100
700196         UNTIL SUB-PTY > WPTY-COUNT                               00071200
700196           OR WPTY-HIT-SUB > ZERO.                                00071300
700196     IF  WPTY-HIT-SUB = ZERO                                      00071400
700196         AND WPTY-COUNT < WPTY-MAX-ENTRIES                        00071500
700196         PERFORM C-140-COUNT-NEW-TYPE                             00071600
700196         ADD 1 TO WPTY-COUNT                                      00071700
700196         MOVE WPTY-COUNT TO WPTY-HIT-SUB                          00071800
700196         MOVE WPEND-XXYY (SUB-PEND)   TO WPTY-XXYY (WPTY-HIT-SUB) 00071900
700196         MOVE WPEND-DENUM (SUB-PEND)  TO WPTY-DENUM (WPTY-HIT-SUB)00072000
700196         MOVE WPEND-DENAME (SUB-PEND)                             00072100
700196             TO WPTY-DENAME (WPTY-HIT-SUB).                       00072200
700196     IF  WPTY-HIT-SUB > ZERO                                      00072300
700196         ADD 1 TO WPTY-COUNT-DIFF (WPTY-HIT-SUB)                  00072400
700196         IF  WPTY-TOP-SUB = ZERO                                  00072500
700196             OR WPTY-COUNT-DIFF (WPTY-HIT-SUB)                    00072600
700196                 > WPTY-COUNT-DIFF (WPTY-TOP-SUB)                 00072700
700196             MOVE WPTY-HIT-SUB TO WPTY-TOP-SUB.                   00072800
           SKIP2                                                        00072900
700196 C-135-SCAN-PTY.                                                  00073000
700196     IF  WPTY-XXYY (SUB-PTY) = WPEND-XXYY (SUB-PEND)              00073100
700196         AND WPTY-DENUM (SUB-PTY) = WPEND-DENUM (SUB-PEND)        00073200
700196         MOVE SUB-PTY TO WPTY-HIT-SUB.                            00073300
           SKIP2                                                        00073400
700196*** A RecordType not yet in the tally adds one to the count of    00073500
700196*** types that changed.                                           00073600
700196 C-140-COUNT-NEW-TYPE.                                            00073700
700196     MOVE ZERO TO WLEAD.                                          00073800
700196     PERFORM C-145-SCAN-TYPE                                      00073900
700196       VARYING SUB-PTY FROM 1 BY 1                                00074000
700196         UNTIL SUB-PTY > WPTY-COUNT                               00074100
700196           OR WLEAD > ZERO.                                       00074200
700196     IF  WLEAD = ZERO                                             00074300
700196         ADD 1 TO WPLAN-TYPES.                                    00074400
           SKIP2                                                        00074500
700196 C-145-SCAN-TYPE.                                                 00074600
700196     IF  WPTY-XXYY (SUB-PTY) = WPEND-XXYY (SUB-PEND)              00074700
700196         MOVE 1 TO WLEAD.                                         00074800
           SKIP2                                                        00074900
700196*** "Plan P (sponsor S): N changes were found for M               00075000
700196*** participants, across T record types.  The most frequent       00075100
700196*** was DE on the TYPE record (n).  W further changes are         00075200
700196*** withheld under the privacy suppression list."                 00075300
700196 C-200-PLAN-SUMMARY.                                              00075400
700196     MOVE SPACES TO WSENT.                                        00075500
700196     MOVE 1 TO WSENT-PTR.                                         00075600
700196     STRING 'Plan ' DELIMITED BY SIZE                             00075700
700196            WPLAN-WORK DELIMITED BY SPACE                         00075800
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00075900
700196     IF  WCUR-SPONSOR NOT = SPACES                                00076000
700196         STRING ' (sponsor ' DELIMITED BY SIZE                    00076100
700196                WCUR-SPONSOR DELIMITED BY SPACE                   00076200
700196                ')' DELIMITED BY SIZE                             00076300
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00076400
700196     IF  WPLAN-TOLD = ZERO                                        00076500
700196         STRING ': no changes can be described.'                  00076600
700196             DELIMITED BY SIZE INTO WSENT WITH POINTER WSENT-PTR  00076700
700196     ELSE                                                         00076800
700196         PERFORM C-210-SUMMARY-COUNTS.                            00076900
700196     IF  WPLAN-WITHHELD > ZERO                                    00077000
700196         MOVE WPLAN-WITHHELD TO WNUM-COUNT                        00077100
700196         PERFORM R-720-APPEND-NUMBER                              00077200
700196         IF  WPLAN-TOLD = ZERO                                    00077300
700196             STRING ' change' DELIMITED BY SIZE                   00077400
700196                 INTO WSENT WITH POINTER WSENT-PTR                00077500
700196         ELSE                                                     00077600
700196             STRING ' further change' DELIMITED BY SIZE           00077700
700196                 INTO WSENT WITH POINTER WSENT-PTR                00077800
700196         END-IF                                                   00077900
700196         IF  WPLAN-WITHHELD = 1                                   00078000
700196             STRING ' is' DELIMITED BY SIZE                       00078100
700196                 INTO WSENT WITH POINTER WSENT-PTR                00078200
700196         ELSE                                                     00078300
700196             STRING 's are' DELIMITED BY SIZE                     00078400
700196                 INTO WSENT WITH POINTER WSENT-PTR                00078500
700196         END-IF                                                   00078600
700196         STRING ' withheld under the privacy suppression list.'   00078700
700196             DELIMITED BY SIZE INTO WSENT WITH POINTER WSENT-PTR. 00078800
700196     MOVE 1 TO WSENT-INDENT.                                      00078900
700196     PERFORM R-800-WRITE-SENT.                                    00079000
           SKIP2                                                        00079100
700196 C-210-SUMMARY-COUNTS.                                            00079200
700196     STRING ': ' DELIMITED BY SIZE                                00079300
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00079400
700196     MOVE WPLAN-TOLD TO WNUM-COUNT.                               00079500
700196     PERFORM R-720-APPEND-NUMBER.                                 00079600
700196     IF  WPLAN-TOLD = 1                                           00079700
700196         STRING ' change was' DELIMITED BY SIZE                   00079800
700196             INTO WSENT WITH POINTER WSENT-PTR                    00079900
700196     ELSE                                                         00080000
700196         STRING ' changes were' DELIMITED BY SIZE                 00080100
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00080200
700196     STRING ' found for' DELIMITED BY SIZE                        00080300
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00080400
700196     MOVE WPLAN-PARTS TO WNUM-COUNT.                              00080500
700196     PERFORM R-720-APPEND-NUMBER.                                 00080600
700196     IF  WPLAN-PARTS = 1                                          00080700
700196         STRING ' participant' DELIMITED BY SIZE                  00080800
700196             INTO WSENT WITH POINTER WSENT-PTR                    00080900
700196     ELSE                                                         00081000
700196         STRING ' participants' DELIMITED BY SIZE                 00081100
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00081200
700196     STRING ', across' DELIMITED BY SIZE                          00081300
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00081400
700196     MOVE WPLAN-TYPES TO WNUM-COUNT.                              00081500
700196     PERFORM R-720-APPEND-NUMBER.                                 00081600
700196     IF  WPLAN-TYPES = 1                                          00081700
700196         STRING ' record type.' DELIMITED BY SIZE                 00081800
700196             INTO WSENT WITH POINTER WSENT-PTR                    00081900
700196     ELSE                                                         00082000
700196         STRING ' record types.' DELIMITED BY SIZE                00082100
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00082200
700196     IF  WPTY-TOP-SUB > ZERO                                      00082300
700196         AND WPLAN-TOLD > 1                                       00082400
700196         STRING '  The most frequent was ' DELIMITED BY SIZE      00082500
700196                WPTY-DENAME (WPTY-TOP-SUB) DELIMITED BY SPACE     00082600
700196                ' on the ' DELIMITED BY SIZE                      00082700
700196             INTO WSENT WITH POINTER WSENT-PTR                    00082800
700196         MOVE WPTY-XXYY (WPTY-TOP-SUB) TO WTYPEREG-XXYY-WORK      00082900
700196         PERFORM R-960-TYPE-NAME                                  00083000
700196         PERFORM R-700-APPEND-PIECE                               00083100
700196         STRING ' record (' DELIMITED BY SIZE                     00083200
700196             INTO WSENT WITH POINTER WSENT-PTR                    00083300
700196         MOVE WPTY-COUNT-DIFF (WPTY-TOP-SUB) TO WNUM-COUNT        00083400
700196         PERFORM R-720-APPEND-NUMBER                              00083500
700196         STRING ').' DELIMITED BY SIZE                            00083600
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00083700
700196     STRING '  ' DELIMITED BY SIZE                                00083800
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00083900
           SKIP2                                                        00084000
700196*** One sentence per difference, under a participant heading      00084100
700196*** each time the participant changes.                            00084200
700196 C-300-NARRATE-DIFF.                                              00084300
700196     IF  WPEND-SUPPR (SUB-PEND) NOT = 'Y'                         00084400
700196         IF  WFIRST-PART-YES                                      00084500
700196             OR WPEND-PART (SUB-PEND) NOT = WLAST-PART            00084600
700196             PERFORM C-310-PART-HEADING                           00084700
700196         END-IF                                                   00084800
700196         MOVE WPEND-VAL1 (SUB-PEND) TO WPH-VAL1                   00084900
700196         MOVE WPEND-VAL2 (SUB-PEND) TO WPH-VAL2                   00085000
700196         IF  WPEND-XXYY (SUB-PEND) = 'AH  '                       00085100
700196             PERFORM R-450-MASK-PII-DE                            00085200
700196         END-IF                                                   00085300
700196         PERFORM C-320-PICK-PHRASE                                00085400
700196         MOVE SPACES TO WSENT                                     00085500
700196         MOVE 1 TO WSENT-PTR                                      00085600
700196         PERFORM R-600-RENDER-PHRASE                              00085700
700196         MOVE 6 TO WSENT-INDENT                                   00085800
700196         PERFORM R-800-WRITE-SENT                                 00085900
700196         ADD 1 TO WCTR-NARRATED                                   00086000
700196     END-IF.                                                      00086100
           SKIP2                                                        00086200
700196*** Differences of a plan-level record carry no participant, or   00086300
700196*** echo the plan number where a participant would be.            00086400
700196 C-310-PART-HEADING.                                              00086500
700196     MOVE 'N' TO WFIRST-PART-FLG.                                 00086600
700196     MOVE WPEND-PART (SUB-PEND) TO WLAST-PART.                    00086700
700196     MOVE SPACES TO WNARR-LINE.                                   00086800
700196     IF  WPEND-PART (SUB-PEND) = SPACES                           00086900
700196         OR WPEND-PART (SUB-PEND) = WPLAN-WORK                    00087000
700196         MOVE '   Plan-level changes' TO WNARR-LINE               00087100
700196     ELSE                                                         00087200
700196         STRING '   Participant ' WPEND-PART (SUB-PEND)           00087300
700196             DELIMITED BY SIZE INTO WNARR-LINE.                   00087400
700196     PERFORM V-200-NARR-LINE.                                     00087500
           SKIP2                                                        00087600
700196*** The RecordType/DE row, then the type's '***' row, then the    00087700
700196*** built-in phrasing.                                            00087800
700196 C-320-PICK-PHRASE.                                               00087900
700196     MOVE WPEND-DENUM (SUB-PEND) TO WTPL-DENUM-WORK.              00088000
700196     MOVE ZERO TO WTPL-HIT-SUB.                                   00088100
700196     PERFORM C-325-SCAN-TEMPLATE                                  00088200
700196       VARYING SUB-TPL FROM 1 BY 1                                00088300
700196         UNTIL SUB-TPL > WTPL-COUNT                               00088400
700196           OR WTPL-HIT-SUB > ZERO.                                00088500
700196     IF  WTPL-HIT-SUB = ZERO                                      00088600
700196         MOVE '***' TO WTPL-DENUM-WORK                            00088700
700196         PERFORM C-325-SCAN-TEMPLATE                              00088800
700196           VARYING SUB-TPL FROM 1 BY 1                            00088900
700196             UNTIL SUB-TPL > WTPL-COUNT                           00089000
700196               OR WTPL-HIT-SUB > ZERO.                            00089100
700196     MOVE SPACES TO WPHRASE.                                      00089200
700196     IF  WTPL-HIT-SUB > ZERO                                      00089300
700196         MOVE WTPL-PHRASE (WTPL-HIT-SUB) TO WPHRASE               00089400
700196         ADD 1 TO WCTR-BY-TEMPLATE                                00089500
700196     ELSE                                                         00089600
700196         STRING 'The {de} on the {type} record '                  00089700
700196                'changed from {v1} to {v2}.'                      00089800
700196             DELIMITED BY SIZE INTO WPHRASE                       00089900
700196         ADD 1 TO WCTR-BY-DEFAULT.                                00090000
           SKIP2                                                        00090100
700196 C-325-SCAN-TEMPLATE.                                             00090200
700196     IF  WTPL-XXYY (SUB-TPL) = WPEND-XXYY (SUB-PEND)              00090300
700196         AND WTPL-DENUM (SUB-TPL) = WTPL-DENUM-WORK               00090400
700196         MOVE SUB-TPL TO WTPL-HIT-SUB.                            00090500
           SKIP2                                                        00090600
700196***************************                                       00090700
700196*** Control card handling                                         00090800
700196***************************                                       00090900
700196 F-100-PROC-CTL.                                                  00091000
700196     IF  CTL-REC (1:1) = '*'                                      00091100
700196         DISPLAY 'BaNarrat-500 Comment:' CTL-REC (1:50)           00091200
700196     ELSE                                                         00091300
700196         PERFORM F-105-CONTINUE.                                  00091400
700196     PERFORM F-110-READ-IN110.                                    00091500
           SKIP2                                                        00091600
700196 F-105-CONTINUE.                                                  00091700
700196     MOVE SPACES TO WCTL-CMD WCTL-VAL WCTL-VAL2.                  00091800
700196     UNSTRING CTL-REC DELIMITED BY ALL SPACE                      00091900
700196         INTO WCTL-CMD WCTL-VAL WCTL-VAL2.                        00092000
700196     DISPLAY 'BaNarrat-500 CtlCard:' CTL-REC (1:50).              00092100
700196     IF  WCTL-CMD-PLANSPON                                        00092200
700196         IF  WCTL-VAL NOT = SPACES                                00092300
700196             AND WCTL-VAL2 NOT = SPACES                           00092400
700196             AND WPSP-COUNT < WPSP-MAX-ENTRIES                    00092500
700196             ADD 1 TO WPSP-COUNT                                  00092600
700196             MOVE WCTL-VAL  TO WPSP-PLAN (WPSP-COUNT)             00092700
700196             MOVE WCTL-VAL2 TO WPSP-SPONSOR (WPSP-COUNT)          00092800
700196         ELSE                                                     00092900
700196             DISPLAY ' Invalid or too many PLANSPON:'             00093000
700196                 CTL-REC (10:20)                                  00093100
700196             ADD 1 TO WCTR-CTL-ERRORS                             00093200
700196         END-IF                                                   00093300
700196     ELSE IF  WCTL-CMD-SPONSOR                                    00093400
700196         IF  WCTL-VAL NOT = SPACES                                00093500
700196             MOVE WCTL-VAL TO WCTL-SPONSOR                        00093600
700196         ELSE                                                     00093700
700196             DISPLAY ' SPONSOR card with no sponsor'              00093800
700196             ADD 1 TO WCTR-CTL-ERRORS                             00093900
700196         END-IF                                                   00094000
700196     ELSE                                                         00094100
700196         DISPLAY 'BaNarrat-501 Invalid Control Card:'             00094200
700196             CTL-REC (1:50)                                       00094300
700196         ADD 1 TO WCTR-CTL-ERRORS.                                00094400
           SKIP2                                                        00094500
700196 F-110-READ-IN110.                                                00094600
700196     CALL 'UT110IN'  USING SD-AREA                                00094700
700196               IO-IN110-PARM                                      00094800
700196               IO-IN110-READ                                      00094900
700196               CTL-REC.                                           00095000
           SKIP2                                                        00095100
700196***************************                                       00095200
700196*** Shared routines                                               00095300
700196***************************                                       00095400
700196 R-400-CHECK-SUPPR.                                               00095500
700196     MOVE 'N' TO WSUPPR-HIT-FLG.                                  00095600
700196     IF  WCUR-PART NOT = SPACES                                   00095700
700196         PERFORM R-410-SCAN-SUPPR                                 00095800
700196           VARYING SUB-SUPPR FROM 1 BY 1                          00095900
700196             UNTIL SUB-SUPPR > WSUPPR-COUNT                       00096000
700196               OR WSUPPR-HIT-FLG-YES.                             00096100
           SKIP2                                                        00096200
700196 R-410-SCAN-SUPPR.                                                00096300
700196     IF  WSUPPR-ENTRY (SUB-SUPPR) = WCUR-PART                     00096400
700196         SET WSUPPR-HIT-FLG-YES TO TRUE.                          00096500
           SKIP2                                                        00096600
700196*** The compare masks the Adjustment History SSN and bank account 00096700
700196*** DEs before they reach the extract (BABKCMP R-810-MASK-PII-DE);00096800
700196*** a value that arrives in any other form is blotted out rather  00096900
700196*** than put in front of a sponsor.                               00097000
700196 R-450-MASK-PII-DE.                                               00097100
700196     IF  WPEND-DENUM (SUB-PEND) = '001'                           00097200
700196         IF  WPH-VAL1 NOT = SPACES                                00097300
700196             AND WPH-VAL1 (1:7) NOT = 'XXX-XX-'                   00097400
700196             MOVE '*** MASKED ***' TO WPH-VAL1                    00097500
700196             ADD 1 TO WCTR-MASKED                                 00097600
700196         END-IF                                                   00097700
700196         IF  WPH-VAL2 NOT = SPACES                                00097800
700196             AND WPH-VAL2 (1:7) NOT = 'XXX-XX-'                   00097900
700196             MOVE '*** MASKED ***' TO WPH-VAL2                    00098000
700196             ADD 1 TO WCTR-MASKED                                 00098100
700196         END-IF                                                   00098200
700196     ELSE IF  WPEND-DENUM (SUB-PEND) = '002'                      00098300
700196         IF  WPH-VAL1 NOT = SPACES                                00098400
700196             AND WPH-VAL1 (1:13) NOT = ALL '*'                    00098500
700196             MOVE '*** MASKED ***' TO WPH-VAL1                    00098600
700196             ADD 1 TO WCTR-MASKED                                 00098700
700196         END-IF                                                   00098800
700196         IF  WPH-VAL2 NOT = SPACES                                00098900
700196             AND WPH-VAL2 (1:13) NOT = ALL '*'                    00099000
700196             MOVE '*** MASKED ***' TO WPH-VAL2                    00099100
700196             ADD 1 TO WCTR-MASKED                                 00099200
700196         END-IF.                                                  00099300
           SKIP2                                                        00099400
700196*** WVAL-WORK with its leading spaces dropped.                    00099500
700196 R-500-LEFT-JUSTIFY.                                              00099600
700196     MOVE ZERO TO WLEAD.                                          00099700
700196     INSPECT WVAL-WORK TALLYING WLEAD FOR LEADING SPACE.          00099800
700196     IF  WLEAD > ZERO                                             00099900
700196         AND WLEAD < 40                                           00100000
700196         MOVE WVAL-WORK (WLEAD + 1:) TO WVAL-SHIFT                00100100
700196         MOVE WVAL-SHIFT TO WVAL-WORK.                            00100200
           SKIP2                                                        00100300
700196*** A value as a reader sees it: left-justified, leading zeros    00100400
700196*** of an all-digit value dropped, "(blank)" for nothing.         00100500
700196 R-550-READABLE-VALUE.                                            00100600
700196     PERFORM R-500-LEFT-JUSTIFY.                                  00100700
700196     MOVE WVAL-WORK TO WPIECE.                                    00100800
700196     PERFORM R-710-PIECE-LEN.                                     00100900
700196     IF  WPIECE-LEN = ZERO                                        00101000
700196         MOVE '(blank)' TO WVAL-WORK                              00101100
700196     ELSE IF  WVAL-WORK (1:WPIECE-LEN) IS NUMERIC                 00101200
700196         MOVE ZERO TO WZERO                                       00101300
700196         INSPECT WVAL-WORK (1:WPIECE-LEN)                         00101400
700196             TALLYING WZERO FOR LEADING '0'                       00101500
700196         IF  WZERO = WPIECE-LEN                                   00101600
700196             MOVE '0' TO WVAL-WORK                                00101700
700196         ELSE IF  WZERO > ZERO                                    00101800
700196             MOVE WVAL-WORK (WZERO + 1:) TO WVAL-SHIFT            00101900
700196             MOVE WVAL-SHIFT TO WVAL-WORK.                        00102000
700196     MOVE WVAL-WORK TO WPIECE.                                    00102100
           SKIP2                                                        00102200
700196*** WPHRASE into WSENT, placeholders in braces replaced.          00102300
700196 R-600-RENDER-PHRASE.                                             00102400
700196     MOVE WPHRASE TO WPIECE.                                      00102500
700196     PERFORM R-710-PIECE-LEN.                                     00102600
700196     MOVE WPIECE-LEN TO WPH-LEN.                                  00102700
700196     MOVE 1 TO SUB-CHR.                                           00102800
700196     PERFORM R-610-RENDER-CHAR                                    00102900
700196       UNTIL SUB-CHR > WPH-LEN.                                   00103000
           SKIP2                                                        00103100
700196 R-610-RENDER-CHAR.                                               00103200
700196     IF  WPHRASE (SUB-CHR:1) = '{'                                00103300
700196         MOVE SPACES TO WPH-NAME                                  00103400
700196         MOVE ZERO TO WPH-NLEN                                    00103500
700196         ADD 1 TO SUB-CHR                                         00103600
700196         PERFORM R-620-TAKE-NAME-CHAR                             00103700
700196           UNTIL SUB-CHR > WPH-LEN                                00103800
700196              OR WPHRASE (SUB-CHR:1) = '}'                        00103900
700196         ADD 1 TO SUB-CHR                                         00104000
700196         PERFORM R-650-PLACEHOLDER                                00104100
700196         PERFORM R-700-APPEND-PIECE                               00104200
700196     ELSE                                                         00104300
700196         STRING WPHRASE (SUB-CHR:1) DELIMITED BY SIZE             00104400
700196             INTO WSENT WITH POINTER WSENT-PTR                    00104500
700196         ADD 1 TO SUB-CHR.                                        00104600
           SKIP2                                                        00104700
700196 R-620-TAKE-NAME-CHAR.                                            00104800
700196     IF  WPH-NLEN < 20                                            00104900
700196         ADD 1 TO WPH-NLEN                                        00105000
700196         MOVE WPHRASE (SUB-CHR:1) TO WPH-NAME (WPH-NLEN:1).       00105100
700196     ADD 1 TO SUB-CHR.                                            00105200
           SKIP2                                                        00105300
700196 R-650-PLACEHOLDER.                                               00105400
700196     MOVE SPACES TO WPIECE.                                       00105500
700196     IF  WPH-NAME = 'plan' OR 'PLAN'                              00105600
700196         MOVE WPLAN-WORK TO WPIECE                                00105700
700196     ELSE IF  WPH-NAME = 'part' OR 'PART'                         00105800
700196         MOVE WPEND-PART (SUB-PEND) TO WPIECE                     00105900
700196     ELSE IF  WPH-NAME = 'type' OR 'TYPE'                         00106000
700196         MOVE WPEND-XXYY (SUB-PEND) TO WTYPEREG-XXYY-WORK         00106100
700196         PERFORM R-960-TYPE-NAME                                  00106200
700196     ELSE IF  WPH-NAME = 'de' OR 'DE'                             00106300
700196         MOVE WPEND-DENAME (SUB-PEND) TO WPIECE                   00106400
700196     ELSE IF  WPH-NAME = 'v1' OR 'V1'                             00106500
700196         MOVE WPH-VAL1 TO WVAL-WORK                               00106600
700196         PERFORM R-550-READABLE-VALUE                             00106700
700196     ELSE IF  WPH-NAME = 'v2' OR 'V2'                             00106800
700196         MOVE WPH-VAL2 TO WVAL-WORK                               00106900
700196         PERFORM R-550-READABLE-VALUE                             00107000
700196     ELSE                                                         00107100
700196         PERFORM R-660-KEY-ECHO.                                  00107200
           SKIP2                                                        00107300
700196*** {DE-NAME}: the record's own key echo of that DE, masked as    00107400
700196*** a difference value would be.                                  00107500
700196 R-660-KEY-ECHO.                                                  00107600
700196     MOVE '(not shown)' TO WPIECE.                                00107700
700196     IF  WPEND-SEC (SUB-PEND) > ZERO                              00107800
700196         PERFORM R-665-SCAN-ECHO                                  00107900
700196           VARYING SUB-ECH FROM 1 BY 1                            00108000
700196             UNTIL SUB-ECH >                                      00108100
700196                 WSEC-ECH-COUNT (WPEND-SEC (SUB-PEND)).           00108200
           SKIP2                                                        00108300
700196 R-665-SCAN-ECHO.                                                 00108400
700196     IF  WSEC-ECH-NAME (WPEND-SEC (SUB-PEND), SUB-ECH)            00108500
700196             = WPH-NAME                                           00108600
700196         MOVE WSEC-ECH-VAL (WPEND-SEC (SUB-PEND), SUB-ECH)        00108700
700196             TO WVAL-WORK                                         00108800
700196         IF  WPEND-XXYY (SUB-PEND) = 'AH  '                       00108900
700196             AND (WSEC-ECH-DENUM (WPEND-SEC (SUB-PEND), SUB-ECH)  00109000
700196                     = '001' OR '002')                            00109100
700196             AND WVAL-WORK (1:7) NOT = 'XXX-XX-'                  00109200
700196             AND WVAL-WORK (1:13) NOT = ALL '*'                   00109300
700196             MOVE '*** MASKED ***' TO WVAL-WORK                   00109400
700196             ADD 1 TO WCTR-MASKED                                 00109500
700196         END-IF                                                   00109600
700196         PERFORM R-550-READABLE-VALUE.                            00109700
           SKIP2                                                        00109800
700196*** WPIECE, trailing spaces dropped, onto the sentence.           00109900
700196 R-700-APPEND-PIECE.                                              00110000
700196     PERFORM R-710-PIECE-LEN.                                     00110100
700196     IF  WPIECE-LEN > ZERO                                        00110200
700196         STRING WPIECE (1:WPIECE-LEN) DELIMITED BY SIZE           00110300
700196             INTO WSENT WITH POINTER WSENT-PTR.                   00110400
           SKIP2                                                        00110500
700196 R-710-PIECE-LEN.                                                 00110600
700196     MOVE 120 TO WPIECE-LEN.                                      00110700
700196     PERFORM R-715-BACK-ONE                                       00110800
700196       UNTIL WPIECE-LEN = ZERO                                    00110900
700196          OR WPIECE (WPIECE-LEN:1) NOT = SPACE.                   00111000
           SKIP2                                                        00111100
700196 R-715-BACK-ONE.                                                  00111200
700196     SUBTRACT 1 FROM WPIECE-LEN.                                  00111300
           SKIP2                                                        00111400
700196*** A count, edited and left-justified, after a space.            00111500
700196 R-720-APPEND-NUMBER.                                             00111600
700196     MOVE WNUM-COUNT TO WNUM-ED.                                  00111700
700196     MOVE WNUM-ED TO WVAL-WORK.                                   00111800
700196     PERFORM R-500-LEFT-JUSTIFY.                                  00111900
700196     STRING ' ' DELIMITED BY SIZE                                 00112000
700196            WVAL-WORK DELIMITED BY SPACE                          00112100
700196         INTO WSENT WITH POINTER WSENT-PTR.                       00112200
           SKIP2                                                        00112300
700196*** WSENT onto NARROUT, wrapped at a word boundary; lines after   00112400
700196*** the first are indented two more.                              00112500
700196 R-800-WRITE-SENT.                                                00112600
700196     COMPUTE WSENT-LEN = WSENT-PTR - 1.                           00112700
700196     MOVE 1 TO WSENT-POS.                                         00112800
700196     PERFORM R-810-WRITE-PART                                     00112900
700196       UNTIL WSENT-POS > WSENT-LEN.                               00113000
           SKIP2                                                        00113100
700196 R-810-WRITE-PART.                                                00113200
700196     COMPUTE WSENT-TAKE = WSENT-LEN - WSENT-POS + 1.              00113300
700196     IF  WSENT-TAKE > WSENT-WIDTH                                 00113400
700196         MOVE WSENT-WIDTH TO WSENT-CUT                            00113500
700196         PERFORM R-815-FIND-CUT                                   00113600
700196           UNTIL WSENT-CUT < 2                                    00113700
700196              OR WSENT (WSENT-POS + WSENT-CUT - 1:1) = SPACE      00113800
700196         IF  WSENT-CUT < 2                                        00113900
700196             MOVE WSENT-WIDTH TO WSENT-TAKE                       00114000
700196         ELSE                                                     00114100
700196             COMPUTE WSENT-TAKE = WSENT-CUT - 1                   00114200
700196         END-IF                                                   00114300
700196     END-IF.                                                      00114400
700196     MOVE SPACES TO WNARR-LINE.                                   00114500
700196     MOVE WSENT (WSENT-POS:WSENT-TAKE)                            00114600
700196         TO WNARR-LINE (WSENT-INDENT + 1:WSENT-TAKE).             00114700
700196     PERFORM V-200-NARR-LINE.                                     00114800
700196     ADD WSENT-TAKE TO WSENT-POS.                                 00114900
700196     PERFORM R-820-SKIP-SPACE                                     00115000
700196       UNTIL WSENT-POS > WSENT-LEN                                00115100
700196          OR WSENT (WSENT-POS:1) NOT = SPACE.                     00115200
700196     IF  WSENT-INDENT < 10                                        00115300
700196         ADD 2 TO WSENT-INDENT.                                   00115400
           SKIP2                                                        00115500
700196 R-815-FIND-CUT.                                                  00115600
700196     SUBTRACT 1 FROM WSENT-CUT.                                   00115700
           SKIP2                                                        00115800
700196 R-820-SKIP-SPACE.                                                00115900
700196     ADD 1 TO WSENT-POS.                                          00116000
           SKIP2                                                        00116100
700196*** The type's registry description, else the xxYY code.          00116200
700196 R-960-TYPE-NAME.                                                 00116300
700196     MOVE ZERO TO WTYPEREG-HIT-SUB.                               00116400
700196     PERFORM R-966-SCAN-TYPEREG-ROW                               00116500
700196       VARYING SUB-TYPEREG FROM 1 BY 1                            00116600
700196         UNTIL SUB-TYPEREG > WTYPEREG-COUNT                       00116700
700196           OR WTYPEREG-HIT-SUB > ZERO.                            00116800
700196     MOVE SPACES TO WPIECE.                                       00116900
700196     IF  WTYPEREG-HIT-SUB > ZERO                                  00117000
700196         AND WTYPEREG-DESC (WTYPEREG-HIT-SUB) NOT = SPACES        00117100
700196         MOVE WTYPEREG-DESC (WTYPEREG-HIT-SUB) TO WPIECE          00117200
700196     ELSE                                                         00117300
700196         MOVE WTYPEREG-XXYY-WORK TO WPIECE.                       00117400
           SKIP2                                                        00117500
700196 R-966-SCAN-TYPEREG-ROW.                                          00117600
700196     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00117700
700196         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00117800
           SKIP2                                                        00117900
700196***************************                                       00118000
700196*** Print-line routines                                           00118100
700196***************************                                       00118200
700196 V-100-PRINT-LINE.                                                00118300
700196     IF  WPRINT-LINES-OVER                                        00118400
700196         PERFORM V-150-NEWPAGE.                                   00118500
700196     ADD 1 TO WPRINT-LINES.                                       00118600
700196     WRITE PRINT-LINE FROM WPRINT-LINE                            00118700
700196           AFTER ADVANCING 1 LINE.                                00118800
700196     MOVE SPACES   TO WPRINT-LINE.                                00118900
700196     ADD 1 TO WPRINT-TOT-LINES.                                   00119000
           SKIP2                                                        00119100
700196 V-150-NEWPAGE.                                                   00119200
700196     ADD 1 TO WPRINT-PAGE.                                        00119300
700196     MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00119400
700196     MOVE SPACES TO PRINT-LINE.                                   00119500
700196     WRITE PRINT-LINE                                             00119600
700196       AFTER ADVANCING PAGE.                                      00119700
700196     WRITE PRINT-LINE FROM RPTHDR-LINE                            00119800
700196       AFTER ADVANCING 1 LINE.                                    00119900
700196     WRITE PRINT-LINE FROM WPRINT-TITLE1                          00120000
700196       AFTER ADVANCING 1.                                         00120100
700196     MOVE ZERO TO WPRINT-LINES.                                   00120200
700196     ADD 3 TO WPRINT-TOT-LINES.                                   00120300
           SKIP2                                                        00120400
700196 V-200-PRINT-RPDAT1.                                              00120500
700196     MOVE RPDAT1-LINE TO WPRINT-LINE.                             00120600
700196     PERFORM V-100-PRINT-LINE.                                    00120700
           SKIP2                                                        00120800
700196 V-200-NARR-LINE.                                                 00120900
700196     WRITE NARR-LINE FROM WNARR-LINE.                             00121000
700196     MOVE SPACES TO WNARR-LINE.                                   00121100
