700084**               lost handoff cannot quietly strand a breach.     00001700
700118**               Acknowledgment rows also carry the ticket's      00001800
700118**               resolution code and number (resolution 13-24,    00001900
700191**               ticket number 26-33; when plans run over six     00002000
700191**               characters the plan is 1-10 and the RecordType,  00002001
700191**               resolution and ticket number move four columns   00002002
700191**               right, as on the feed); a ticket closed as       00002003
700118**               EXPECTED behavior writes an EXPECTED             00002100
700118**               disposition row (DE wildcard ***, defect = the   00002200
700118**               ticket number) straight onto the DISPMST         00002300
700084**   . TICKOUT - Regenerated feed for the missing rows            00003600
700118**   . DISPMST - Keyed disposition master, auto-disposition       00003700
700118**               rows added in place                              00003800
700172**   . TICKHIST - Acknowledgment history, appended (see the       00003801
700172**                TICKHIST copybook)                              00003802
700172**   . MSTJRNL - Auto-dispositions journaled, via UTMJRNL         00003803
700084******************************************************************00003900
700084 ENVIRONMENT DIVISION.                                            00003000
700084 CONFIGURATION SECTION.                                           00003100
700084         ASSIGN TO UT-S-TICKOUT                                   00004800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004900
700084         FILE STATUS WTICKOUT-FS.                                 00005000
700172     SELECT TICKHIST-FILE                                         00005001
700172         ASSIGN TO UT-S-TICKHIST                                  00005002
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005003
700172         FILE STATUS WTICKHIST-FS.                                00005004
700118     SELECT DISPMST-FILE                                          00005010
700118         ASSIGN TO DISPMST                                        00005020
700118         ORGANIZATION IS INDEXED                                  00005030
700084     LABEL RECORDS ARE STANDARD.                                  00007500
           SKIP2                                                        00007600
700084 01  TICKOUT-LINE             PIC X(80).                          00007700
           SKIP2                                                        00007701
700172*** Dated acknowledgment history, one row per fed row.            00007702
700172 FD  TICKHIST-FILE                                                00007703
700172     BLOCK CONTAINS 0 RECORDS                                     00007704
700172     LABEL RECORDS ARE STANDARD.                                  00007705
           SKIP2                                                        00007706
700172 01  TICKHIST-REC. COPY TICKHIST.                                 00007707
           SKIP2                                                        00007710
700118 FD  DISPMST-FILE                                                 00007720
700118     LABEL RECORDS ARE STANDARD.                                  00007730
700084 77  WCTR-ACKED            PIC 9(7)     VALUE ZERO.               00008300
700084 77  WCTR-MISSING          PIC 9(7)     VALUE ZERO.               00008400
700118 77  WCTR-AUTODISP         PIC 9(7)     VALUE ZERO.               00008410
700172 77  WCTR-HIST             PIC 9(7)     VALUE ZERO.               00008411
700172 77  WACK-HIT-SUB          PIC S9(4)    VALUE ZERO.               00008412
700172 77  WRUN-DATE             PIC 9(8)     VALUE ZERO.               00008413
700172 77  WRUN-TIME             PIC 9(8)     VALUE ZERO.               00008414
700172 77  WHIST-OPEN-FLG        PIC X        VALUE 'N'.                00008415
700172     88  WHIST-OPEN-FLG-YES VALUE 'Y'.                            00008416
700172 77  WMJR-OPEN-FLG         PIC X        VALUE 'N'.                00008417
700172     88  WMJR-OPEN-FLG-YES VALUE 'Y'.                             00008418
700118 77  WDISP-OPEN-FLG        PIC X        VALUE 'N'.                00008420
700118     88  WDISP-OPEN-FLG-YES VALUE 'Y'.                            00008430
700118 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00008440
700084     88  WTICKACK-FS-OK    VALUE '00'.                            00009900
700084 01  WTICKOUT-FS           PIC XX  VALUE '00'.                    00010000
700084     88  WTICKOUT-FS-OK    VALUE '00'.                            00010100
700172 01  WTICKHIST-FS          PIC XX  VALUE '00'.                    00010101
700172     88  WTICKHIST-FS-OK   VALUE '00'.                            00010102
           SKIP2                                                        00010200
700084*** Acknowledged plan/RecordType pairs from TICKACK.              00010300
700084 01  WACK-AREA.                                                   00010400
700084     05  WACK-COUNT            PIC S9(4) BINARY VALUE ZERO.       00010500
700084     05  WACK-MAX-ENTRIES      PIC S9(4) BINARY VALUE 2000.       00010600
700084     05  WACK-ENTRY OCCURS 2000 TIMES.                            00010700
700191         10  WACK-PLAN         PIC X(10) VALUE SPACES.            00010800
700084         10  WACK-XXYY         PIC X(4)  VALUE SPACES.            00010900
700172         10  WACK-RESOLUTION   PIC X(12) VALUE SPACES.            00010901
700172         10  WACK-TICKET       PIC X(8)  VALUE SPACES.            00010902
           SKIP2                                                        00011000
700191*** The fed row and the acknowledgment row being worked on.       00011001
700191 01  WFED-AREA.                                                   00011002
700191     05  WFED-PLAN             PIC X(10) VALUE SPACES.            00011003
700191     05  WFED-XXYY             PIC X(4)  VALUE SPACES.            00011004
700191     05  WFED-DE-DIFFS         PIC X(9)  VALUE SPACES.            00011005
700191 01  WACKIN-AREA.                                                 00011006
700191     05  WACKIN-PLAN           PIC X(10) VALUE SPACES.            00011007
700191     05  WACKIN-XXYY           PIC X(4)  VALUE SPACES.            00011008
700191     05  WACKIN-RESOLUTION     PIC X(12) VALUE SPACES.            00011009
700191     05  WACKIN-TICKET         PIC X(8)  VALUE SPACES.            00011010
           SKIP2                                                        00011011
700084 01  RPTHDR-LINE.                                                 00011100
700084         05   FILLER     PIC X(02) VALUE                          00011200
700084           ' '.                                                   00011300
           SKIP2                                                        00012500
700132 01  IO-ENQ-PARM.                                                 00012510
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BATICREC'.              00012520
           SKIP2                                                        00012521
700172 01  IO-MJR-PARM.                                                 00012522
700172       COPY IOMJRNL REPLACING 'PROGRAM' BY 'BATICREC'.            00012523
           SKIP2                                                        00012530
700084 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00012600
           EJECT                                                        00012700
700084             WTICKOUT-FS                                          00017200
700084         MOVE 16 TO RETURN-CODE                                   00017300
700084         STOP RUN.                                                00017400
700172*** The history is evidence, not a control: a history dataset     00017401
700172*** that cannot be opened is reported and the run carries on.     00017402
700172     ACCEPT WRUN-DATE FROM DATE YYYYMMDD.                         00017403
700172     ACCEPT WRUN-TIME FROM TIME.                                  00017404
700172     OPEN EXTEND TICKHIST-FILE.                                   00017405
700172     IF  NOT WTICKHIST-FS-OK                                      00017406
700172         OPEN OUTPUT TICKHIST-FILE.                               00017407
700172     IF  WTICKHIST-FS-OK                                          00017408
700172         SET WHIST-OPEN-FLG-YES TO TRUE                           00017409
700172     ELSE                                                         00017410
700172         DISPLAY 'BaTicRec-308 TICKHIST dd OPEN failed, no '      00017411
700172             'acknowledgment history written:' WTICKHIST-FS.      00017412
700084     PERFORM B-110-READ-FED.                                      00017500
           SKIP2                                                        00017600
700084 A-900-FINI-CLOSE.                                                00017700
700084       ', Regenerated:' WCTR-MISSING.                             00018200
700118     DISPLAY 'BaTicRec-445 Auto-Dispositions Written:'            00018210
700118         WCTR-AUTODISP.                                           00018220
700172     IF  WHIST-OPEN-FLG-YES                                       00018221
700172         CLOSE TICKHIST-FILE.                                     00018222
700172     IF  WMJR-OPEN-FLG-YES                                        00018223
700172         CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-CLOSE.   00018224
700172     DISPLAY 'BaTicRec-446 Acknowledgment History Rows:'          00018225
700172         WCTR-HIST.                                               00018226
700084     IF  WCTR-MISSING > ZERO                                      00018300
700084         MOVE 4 TO RETURN-CODE.                                   00018400
700084     CLOSE PRINT-FILE.                                            00018500
700084             NEXT SENTENCE.                                       00019400
700084     IF  WTICKACK-FS-OK                                           00019500
700084         AND TICKACK-LINE (1:6) NOT = SPACES                      00019600
700191         PERFORM B-205-ACK-FIELDS                                 00019601
700084         ADD 1 TO WACK-COUNT                                      00019700
700191         MOVE WACKIN-PLAN       TO WACK-PLAN (WACK-COUNT)         00019800
700191         MOVE WACKIN-XXYY       TO WACK-XXYY (WACK-COUNT)         00019900
700191         MOVE WACKIN-RESOLUTION TO WACK-RESOLUTION (WACK-COUNT)   00019901
700191         MOVE WACKIN-TICKET     TO WACK-TICKET (WACK-COUNT)       00019902
700191         IF  WACKIN-RESOLUTION (1:8) = 'EXPECTED'                 00019910
700118             PERFORM B-300-AUTO-DISPOSE                           00019920
700118         END-IF                                                   00019930
700084     END-IF.                                                      00019940
           SKIP2                                                        00020000
700191*** Acknowledgment rows follow the feed's plan width, told apart  00020001
700191*** the same way as in B-105.                                     00020002
700191 B-205-ACK-FIELDS.                                                00020003
700191     MOVE SPACES TO WACKIN-AREA.                                  00020004
700191     IF  TICKACK-LINE (7:1) NOT = SPACE                           00020005
700191         OR TICKACK-LINE (8:1) = SPACE                            00020006
700191         MOVE TICKACK-LINE (1:10)  TO WACKIN-PLAN                 00020007
700191         MOVE TICKACK-LINE (12:4)  TO WACKIN-XXYY                 00020008
700191         MOVE TICKACK-LINE (17:12) TO WACKIN-RESOLUTION           00020009
700191         MOVE TICKACK-LINE (30:8)  TO WACKIN-TICKET               00020010
700191     ELSE                                                         00020011
700191         MOVE TICKACK-LINE (1:6)   TO WACKIN-PLAN                 00020012
700191         MOVE TICKACK-LINE (8:4)   TO WACKIN-XXYY                 00020013
700191         MOVE TICKACK-LINE (13:12) TO WACKIN-RESOLUTION           00020014
700191         MOVE TICKACK-LINE (26:8)  TO WACKIN-TICKET.              00020015
           SKIP2                                                        00020016
700118*** A ticket the desk closed as expected behavior becomes an      00020010
700118*** EXPECTED disposition for every DE of the plan/RecordType      00020020
700118*** (DE wildcard ***), defect = the ticket number, applied in     00020030
700118         NEXT SENTENCE                                            00020090
700118     ELSE                                                         00020091
700118     MOVE 'N' TO WROW-FOUND-FLG                                   00020092
700172     MOVE SPACES TO IO-MJR-BEFORE                                 00020093
700118     MOVE SPACES TO DISPMST-REC                                   00020093
700191     MOVE WACKIN-PLAN         TO DSPM-PLAN-NUM                    00020094
700191     MOVE WACKIN-XXYY         TO DSPM-XXYY                        00020095
700118     MOVE '***'               TO DSPM-DENUM                       00020096
700118     READ DISPMST-FILE                                            00020097
700118         INVALID KEY                                              00020098
700118     END-READ                                                     00020100
700118     IF  WDISPMST-FS-OK                                           00020101
700118         SET WROW-FOUND-FLG-YES TO TRUE                           00020102
700172         MOVE DISPMST-REC TO IO-MJR-BEFORE                        00020103
700118     END-IF                                                       00020103
700118     MOVE SPACES TO DISPMST-REC                                   00020104
700191     MOVE WACKIN-PLAN         TO DSPM-PLAN-NUM                    00020105
700191     MOVE WACKIN-XXYY         TO DSPM-XXYY                        00020106
700118     MOVE '***'               TO DSPM-DENUM                       00020107
700118     MOVE 'EXPECTED'          TO DSPM-STATUS                      00020108
700191     MOVE WACKIN-TICKET       TO DSPM-DEFECT                      00020109
700118     MOVE ZERO                TO DSPM-EXPIRY                      00020110
700118     IF  WROW-FOUND-FLG-YES                                       00020111
700118         REWRITE DISPMST-REC                                      00020112
700118                     WDISPMST-FS                                  00020117
700118         END-WRITE                                                00020118
700118     END-IF                                                       00020119
700172     PERFORM B-320-JOURNAL-DISP                                   00020120
700118     ADD 1 TO WCTR-AUTODISP.                                      00020120
           SKIP2                                                        00020121
700118*** Opened on the first expected-behavior resolution only, and    00020122
700118         END-IF                                                   00020132
700118         IF  WDISPMST-FS-OK                                       00020133
700118             SET WDISP-OPEN-FLG-YES TO TRUE                       00020134
700172             PERFORM B-330-OPEN-JOURNAL                           00020135
700118         ELSE                                                     00020135
700118             DISPLAY 'BaTicRec-306 DISPMST OPEN failed, auto-'    00020136
700118                 'dispositions skipped:' WDISPMST-FS              00020137
700132         END-IF                                                   00020149
700118     END-IF.                                                      00020139
           SKIP2                                                        00020140
700172*** Auto-dispositions are master changes like any other and go to 00020141
700172*** the change journal with their before and after images, so     00020142
700172*** the evidence trail shows them beside the analysts' own.       00020143
700172 B-320-JOURNAL-DISP.                                              00020144
700172     IF  WDISPMST-FS-OK                                           00020145
700172         AND WMJR-OPEN-FLG-YES                                    00020146
700172         MOVE 'DISPMST'   TO IO-MJR-MASTER                        00020147
700172         IF  WROW-FOUND-FLG-YES                                   00020148
700172             SET IO-MJR-ACTION-REPLACE TO TRUE                    00020149
700172         ELSE                                                     00020150
700172             SET IO-MJR-ACTION-ADD TO TRUE                        00020151
700172         END-IF                                                   00020152
700172         MOVE DISPMST-REC TO IO-MJR-AFTER                         00020153
700172         MOVE DSPM-KEY    TO IO-MJR-KEY                           00020154
700172         CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-WRITE    00020155
700172         IF  IO-MJR-ERROR-YES                                     00020156
700172             DISPLAY 'BaTicRec-309 Journal write failed:'         00020157
700172                 IO-MJR-FILE-STATUS.                              00020158
           SKIP2                                                        00020159
700172 B-330-OPEN-JOURNAL.                                              00020160
700172     MOVE SD-JOBNAME TO IO-MJR-OPERATOR.                          00020161
700172     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-OPEN.        00020162
700172     IF  IO-MJR-ERROR-YES                                         00020163
700172         DISPLAY 'BaTicRec-310 Journal OPEN failed, auto-'        00020164
700172             'dispositions not journaled:' IO-MJR-FILE-STATUS     00020165
700172     ELSE                                                         00020166
700172         SET WMJR-OPEN-FLG-YES TO TRUE.                           00020167
           SKIP2                                                        00020168
700132*** Shared-resource serialization through the optional UTENQ      00020150
700132*** exit; where the exit is not installed the CALL exception      00020151
700132*** leaves the hold granted and the run unserialized.             00020152
700084***************************                                       00020100
700084*** Fed-row reconciliation                                        00020200
700084***************************                                       00020300
700191*Fed rows carry the WTICKET-LINE layout (see B-105); the          00020400
700191*acknowledgment key is the same plan/RecordType pair.             00020500
700084 B-100-PROC-FED-ROW.                                              00020600
700084     ADD 1 TO WCTR-FED.                                           00020700
700191     PERFORM B-105-FED-FIELDS.                                    00020701
700084     MOVE 'N' TO WACK-FOUND-FLG.                                  00020800
700084     PERFORM B-120-SCAN-ACK                                       00020900
700084       VARYING SUB-ACK FROM 1 BY 1                                00021000
700084         MOVE SPACES      TO TICKOUT-LINE                         00022100
700084         MOVE TICKIN-LINE TO TICKOUT-LINE                         00022200
700084         WRITE TICKOUT-LINE.                                      00022300
700172     PERFORM B-130-WRITE-HIST.                                    00022301
700084     PERFORM B-110-READ-FED.                                      00022400
           SKIP2                                                        00022500
700191*** Plans over six characters came in with a four-column wider    00022501
700191*** plan; rows from before are read in the old columns.  A        00022502
700191*** six-character plan in the wide layout leaves column 8 blank   00022503
700191*** where the old layout has the RecordType.                      00022504
700191 B-105-FED-FIELDS.                                                00022505
700191     MOVE SPACES TO WFED-AREA.                                    00022506
700191     IF  TICKIN-LINE (7:1) NOT = SPACE                            00022507
700191         OR TICKIN-LINE (8:1) = SPACE                             00022508
700191         MOVE TICKIN-LINE (1:10)  TO WFED-PLAN                    00022509
700191         MOVE TICKIN-LINE (12:4)  TO WFED-XXYY                    00022510
700191         MOVE TICKIN-LINE (17:9)  TO WFED-DE-DIFFS                00022511
700191     ELSE                                                         00022512
700191         MOVE TICKIN-LINE (1:6)   TO WFED-PLAN                    00022513
700191         MOVE TICKIN-LINE (8:4)   TO WFED-XXYY                    00022514
700191         MOVE TICKIN-LINE (13:9)  TO WFED-DE-DIFFS.               00022515
           SKIP2                                                        00022516
700084 B-110-READ-FED.                                                  00022600
700084     READ TICKIN-FILE                                             00022700
700084         AT END                                                   00022800
700084             NEXT SENTENCE.                                       00022900
           SKIP2                                                        00023000
700084 B-120-SCAN-ACK.                                                  00023100
700191     IF  WACK-PLAN (SUB-ACK) = WFED-PLAN                          00023200
700191         AND WACK-XXYY (SUB-ACK) = WFED-XXYY                      00023300
700172         SET WACK-FOUND-YES TO TRUE                               00023400
700172         MOVE SUB-ACK TO WACK-HIT-SUB.                            00023401
           SKIP2                                                        00023402
700172*** The dated history row BAEVIDPK ties breaches to tickets from. 00023403
700172 B-130-WRITE-HIST.                                                00023404
700172     IF  WHIST-OPEN-FLG-YES                                       00023405
700172         MOVE SPACES              TO TICKHIST-REC                 00023406
700172         MOVE WRUN-DATE           TO TKH-DATE                     00023407
700172         MOVE WRUN-TIME           TO TKH-TIME                     00023408
700191         MOVE WFED-PLAN           TO TKH-PLAN                     00023409
700191         MOVE WFED-XXYY           TO TKH-XXYY                     00023410
700191         MOVE WFED-DE-DIFFS       TO TKH-DE-DIFFS                 00023411
700172         IF  WACK-FOUND-YES                                       00023412
700172             SET TKH-STATUS-ACKED TO TRUE                         00023413
700172             MOVE WACK-RESOLUTION (WACK-HIT-SUB) TO TKH-RESOLUTION00023414
700172             MOVE WACK-TICKET (WACK-HIT-SUB)     TO TKH-TICKET    00023415
700172         ELSE                                                     00023416
700172             SET TKH-STATUS-MISSING TO TRUE                       00023417
700172         END-IF                                                   00023418
700172         WRITE TICKHIST-REC                                       00023419
700172         ADD 1 TO WCTR-HIST.                                      00023420
           SKIP2                                                        00023500
700084***************************                                       00023600
700084*** Print-line routines                                           00023700
