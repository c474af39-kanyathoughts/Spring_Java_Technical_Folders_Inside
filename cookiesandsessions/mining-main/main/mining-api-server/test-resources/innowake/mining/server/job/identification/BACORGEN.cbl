700101**               differs is reported CLEARED; one still on the    00001870
700101**               extract is reported FAILED with both values,     00001880
700101**               and the run ends with return code 4.             00001890
700166**               Every generate run also writes BKOUT, the        00001891
700166**               backout set for the batch: one transaction per   00001892
700166**               correction restoring the DE to the value it held 00001893
700166**               before the correction, stamped with the same     00001894
700166**               batch ID (BATCHID card, or the run's date and    00001895
700166**               time).  A run that cannot write the backout      00001896
700166**               applies nothing.  BACKOUT mode releases a saved  00001897
700166**               backout set (BKOUTIN) for one BATCHID as TXNOUT, 00001898
700166**               optionally cut down to one plan (PLAN) or one    00001899
700166**               participant (PART) - a batch that turns out to   00001900
700166**               be wrong comes back out without hand-building    00001901
700166**               the reversal from the approval report.           00001902
700167**               Release control: a generate run stages its       00001903
700167**               transactions on CORSTAGE and records the batch   00001904
700167**               on the keyed correction ledger CORLEDG (see the  00001905
700167**               CORLEDG copybook) under the staging operator     00001906
700167**               (OPERATOR card), with the batch's money totals - 00001907
700167**               the absolute change to every MONEYDE DE, priced  00001908
700167**               in cents from its internal form.  A batch with   00001909
700167**               no money transaction over TXNLIMIT dollars and   00001910
700167**               a money total within BATCHLIMIT dollars is       00001911
700167**               released at once and TXNOUT written as before;   00001912
700167**               otherwise it is held PENDING, TXNOUT is left     00001913
700167**               empty and the run ends with return code 4.  A    00001914
700167**               RELEASE run by a different operator, checked     00001915
700167**               against the authorization master through         00001916
700167**               UTAUTH (verb CORREL), then writes the staged     00001917
700167**               batch to TXNOUT and marks the ledger released -  00001918
700167**               the same two-person control BADEPOL puts on      00001919
700167**               policy changes, here on money corrections.       00001920
700082******************************************************************00001900
700082**  REVISIONS:                                                    00002000
700082******************************************************************00002100
700082**  Input                                                         00002200
700082**   . IN110   - Control File (PLAN, RECTYPE, DENUM, APPLYTO,     00002300
700101**               VERIFY)                                          00002310
700166**               BATCHID, BACKOUT, PART                           00002311
700167**               OPERATOR, MONEYDE, TXNLIMIT, BATCHLIMIT,         00002312
700167**               RELEASE bbbbbbbbbb oooooooo (batch ID 9-18,      00002313
700167**               releasing operator 20-27)                        00002314
700082**   . CORRIN  - Correction feed from a BABKCMP CORRFEED run      00002400
700101**   . TXNIN   - Prior run's TXNOUT transactions, VERIFY only     00002410
700166**   . BKOUTIN - Saved BKOUT backout set, BACKOUT only            00002411
700167**   . CORSTAGE- Staged batch, RELEASE only                       00002412
700167**   . CORLEDG - Keyed correction ledger, opened I-O (created     00002413
700167**               empty on a first run)                            00002414
700167**   . AUTHMST - Authorization master, via UTAUTH, RELEASE only   00002415
700101**   . OT200IN - Next cycle's OT200 extract, VERIFY only          00002420
700082******************************************************************00002500
700082**  Output                                                        00002600
700082**   . REPORT  - Approval report of the corrections selected,     00002800
700101**               or the CLEARED/FAILED listing under VERIFY       00002810
700082**   . TXNOUT  - OmniPlus maintenance transactions                00002900
700166**               (under BACKOUT, the released reversals)          00002901
700166**   . BKOUT   - Backout set for the batch, generate runs only    00002902
700167**   . CORSTAGE- Staged transactions, generate runs only          00002903
700167**   . CORLEDG - Ledger row added (generate) or released          00002904
700167**   . AUTHLOG - Refused-release log, via UTAUTH                  00002905
700082******************************************************************00003000
700082 ENVIRONMENT DIVISION.                                            00003100
700082 CONFIGURATION SECTION.                                           00003200
700101         ASSIGN TO UT-S-TXNIN                                     00004720
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004730
700101         FILE STATUS WTXNIN-FS.                                   00004740
700166     SELECT BKOUT-FILE                                            00004741
700166         ASSIGN TO UT-S-BKOUT                                     00004742
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004743
700166         FILE STATUS WBKOUT-FS.                                   00004744
700166     SELECT BKOUTIN-FILE                                          00004745
700166         ASSIGN TO UT-S-BKOUTIN                                   00004746
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004747
700166         FILE STATUS WBKOUTIN-FS.                                 00004748
700167     SELECT CORSTAGE-FILE                                         00004749
700167         ASSIGN TO UT-S-CORSTAGE                                  00004750
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004751
700167         FILE STATUS WCORSTAGE-FS.                                00004752
700167     SELECT CORLEDG-FILE                                          00004753
700167         ASSIGN TO CORLEDG                                        00004754
700167         ORGANIZATION IS INDEXED                                  00004755
700167         ACCESS MODE IS DYNAMIC                                   00004756
700167         RECORD KEY IS CLG-KEY                                    00004757
700167         FILE STATUS WCORLEDG-FS.                                 00004758
700082 DATA DIVISION.                                                   00004800
           SKIP2                                                        00004900
700082 FILE SECTION.                                                    00005000
700082     BLOCK CONTAINS 0 RECORDS                                     00006500
700082     LABEL RECORDS ARE STANDARD.                                  00006600
           SKIP2                                                        00006700
700203 01  TXNOUT-LINE              PIC X(84).                          00006800
           SKIP2                                                        00006810
700101 FD  TXNIN-FILE                                                   00006820
700101     BLOCK CONTAINS 0 RECORDS                                     00006830
700101     LABEL RECORDS ARE STANDARD.                                  00006840
           SKIP2                                                        00006850
700203 01  TXNIN-LINE               PIC X(84).                          00006860
           SKIP2                                                        00006861
700166*** Backout set: the reversing MNTUPD image, then the value the   00006862
700166*** correction applied, kept for the release approval report.     00006863
700166 FD  BKOUT-FILE                                                   00006864
700166     BLOCK CONTAINS 0 RECORDS                                     00006865
700166     LABEL RECORDS ARE STANDARD.                                  00006866
           SKIP2                                                        00006867
700166 01  BKOUT-LINE.                                                  00006868
700203     05  BKOUT-TXN            PIC X(84).                          00006869
700166     05  BKOUT-CORRECTED      PIC X(40).                          00006870
           SKIP2                                                        00006871
700166 FD  BKOUTIN-FILE                                                 00006872
700166     BLOCK CONTAINS 0 RECORDS                                     00006873
700166     LABEL RECORDS ARE STANDARD.                                  00006874
           SKIP2                                                        00006875
700166 01  BKOUTIN-LINE.                                                00006876
700203     05  BKOUTIN-TXN          PIC X(84).                          00006877
700166     05  BKOUTIN-CORRECTED    PIC X(40).                          00006878
           SKIP2                                                        00006879
700167*** Staged batch: the MNTUPD image and the value it replaces.     00006880
700167 FD  CORSTAGE-FILE                                                00006881
700167     BLOCK CONTAINS 0 RECORDS                                     00006882
700167     LABEL RECORDS ARE STANDARD.                                  00006883
           SKIP2                                                        00006884
700167 01  CORSTAGE-LINE.                                               00006885
700203     05  STG-TXN              PIC X(84).                          00006886
700167     05  STG-REPLACED         PIC X(40).                          00006887
           SKIP2                                                        00006888
700167 FD  CORLEDG-FILE                                                 00006889
700167     LABEL RECORDS ARE STANDARD.                                  00006890
           SKIP2                                                        00006891
700167 01  CORLEDG-REC. COPY CORLEDG.                                   00006892
           SKIP2                                                        00006870
700082 WORKING-STORAGE SECTION.                                         00006900
700082 77  WCTR-READ             PIC 9(7)      VALUE ZERO.              00007000
700082 77  WCTR-SELECTED         PIC 9(7)      VALUE ZERO.              00007100
700101 77  WCTR-CLEARED          PIC 9(7)      VALUE ZERO.              00007110
700101 77  WCTR-FAILED           PIC 9(7)      VALUE ZERO.              00007120
700166 77  WCTR-BKOUT-READ       PIC 9(7)      VALUE ZERO.              00007121
700166 77  WCTR-RELEASED         PIC 9(7)      VALUE ZERO.              00007122
700166 77  WBATCH-DATE           PIC 9(6)      VALUE ZERO.              00007123
700166 77  WBATCH-TIME           PIC 9(8)      VALUE ZERO.              00007124
700167 77  WRC-FINAL             PIC 9(4)      VALUE ZERO.              00007125
700167 77  SUB-MONEY             PIC S9(4) BINARY VALUE ZERO.           00007126
700167 77  WMONEY-HIT-FLG        PIC X         VALUE 'N'.               00007127
700167     88  WMONEY-HIT-YES    VALUE 'Y'.                             00007128
700167 77  WCOPY-RPT-FLG         PIC X         VALUE 'N'.               00007129
700167     88  WCOPY-RPT-YES     VALUE 'Y'.                             00007130
700167 77  WCTR-STAGED           PIC 9(7)      VALUE ZERO.              00007131
700167 77  WCTR-COPIED           PIC 9(7)      VALUE ZERO.              00007132
700167 77  WLEDG-DATE            PIC 9(8)      VALUE ZERO.              00007133
700167 77  WAMT-NEW              PIC 9(18)     VALUE ZERO.              00007134
700167 77  WAMT-OLD              PIC 9(18)     VALUE ZERO.              00007135
700167 77  WAMT-DELTA            PIC 9(18)     VALUE ZERO.              00007136
700167 77  WAMT-EDIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.   00007137
700101 77  SUB-DIF               PIC S9(4) BINARY VALUE ZERO.           00007130
700151 77  WDIF-STAMP-BASE       PIC S9(4) BINARY VALUE ZERO.           00007131
700101 77  WDIF-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00007140
           SKIP2                                                        00007200
700101 01  WTXNIN-FS             PIC XX  VALUE '00'.                    00007210
700101     88  WTXNIN-FS-OK      VALUE '00'.                            00007220
700166 01  WBKOUT-FS             PIC XX  VALUE '00'.                    00007221
700166     88  WBKOUT-FS-OK      VALUE '00'.                            00007222
700166 01  WBKOUTIN-FS           PIC XX  VALUE '00'.                    00007223
700166     88  WBKOUTIN-FS-OK    VALUE '00'.                            00007224
700167 01  WCORSTAGE-FS          PIC XX  VALUE '00'.                    00007225
700167     88  WCORSTAGE-FS-OK   VALUE '00'.                            00007226
700167 01  WCORLEDG-FS           PIC XX  VALUE '00'.                    00007227
700167     88  WCORLEDG-FS-OK    VALUE '00'.                            00007228
700167     88  WCORLEDG-FS-NOFILE VALUE '35' '30'.                      00007229
           SKIP2                                                        00007230
700167*** MONEYDE cards (XXYYnnn, one token) name the DEs whose         00007231
700167*** changes are priced against the release thresholds; their      00007232
700167*** internal form is whole cents.                                 00007233
700167 01  WMONEY-AREA.                                                 00007234
700167     05  WMONEY-COUNT          PIC S9(4) BINARY VALUE ZERO.       00007235
700167     05  WMONEY-MAX-ENTRIES    PIC S9(4) BINARY VALUE 200.        00007236
700167     05  WMONEY-ENTRY OCCURS 200 TIMES.                           00007237
700167         10  WMONEY-XXYY       PIC X(4)  VALUE SPACES.            00007238
700167         10  WMONEY-DENUM      PIC X(3)  VALUE SPACES.            00007239
           SKIP2                                                        00007240
700167*** This run's batch totals, in cents, and the thresholds in      00007241
700167*** cents for comparing against them.                             00007242
700167 01  WLEDG-AREA.                                                  00007243
700167     05  WLEDG-MONEY-COUNT     PIC 9(7)  VALUE ZERO.              00007244
700167     05  WLEDG-UNPRICED        PIC 9(7)  VALUE ZERO.              00007245
700167     05  WLEDG-OVER-TXN        PIC 9(5)  VALUE ZERO.              00007246
700167     05  WLEDG-TOTAL           PIC 9(18) VALUE ZERO.              00007247
700167     05  WLEDG-MAX             PIC 9(18) VALUE ZERO.              00007248
700167     05  WLEDG-TXN-CENTS       PIC 9(18) VALUE ZERO.              00007249
700167     05  WLEDG-BATCH-CENTS     PIC 9(18) VALUE ZERO.              00007250
700148*** The extract is read through the shared UTOT200R reader.       00007230
700148 01  WO2R-REC              PIC X(200) VALUE SPACES.               00007240
           SKIP2                                                        00007250
700101     05  WDIF-COUNT            PIC S9(4) BINARY VALUE ZERO.       00007295
700101     05  WDIF-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00007296
700101     05  WDIF-ENTRY OCCURS 5000 TIMES.                            00007297
700191         10  WDIF-PLAN         PIC X(10) VALUE SPACES.            00007298
700101         10  WDIF-XXYY         PIC X(4)  VALUE SPACES.            00007299
700101         10  WDIF-DENUM        PIC X(3)  VALUE SPACES.            00007300
700101         10  WDIF-VAL1         PIC X(40) VALUE SPACES.            00007301
700101*** seen on a marker line, carried onto the detail rows below     00007305
700101*** it, plus the delimited-row parse slots.                       00007306
700101 01  WSCAN-AREA.                                                  00007307
700191     05  WSCAN-PLAN            PIC X(10) VALUE SPACES.            00007308
700101     05  WSCAN-XXYY            PIC X(4)  VALUE SPACES.            00007309
700101     05  WSCAN-PFX             PIC X(5)  VALUE SPACES.            00007310
700101     05  WSCAN-DENUM           PIC X(3)  VALUE SPACES.            00007311
           SKIP2                                                        00008700
700082*** Parsed fields of one correction-feed row.                     00008800
700082 01  WCORR-AREA.                                                  00008900
700191     05  WCORR-PLAN           PIC X(10) VALUE SPACES.             00009000
700082     05  WCORR-XXYY           PIC X(4)  VALUE SPACES.             00009100
700082     05  WCORR-DENUM          PIC X(3)  VALUE SPACES.             00009200
700082     05  WCORR-VAL1           PIC X(40) VALUE SPACES.             00009300
700082     05  WCORR-VAL2           PIC X(40) VALUE SPACES.             00009400
700203     05  WCORR-KEY            PIC X(24) VALUE SPACES.             00009401
           SKIP2                                                        00009500
700082 01  RPTHDR-LINE.                                                 00009600
700082         05   FILLER     PIC X(02) VALUE                          00009700
700082         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00010500
           SKIP2                                                        00010600
700082 01  RPT1-LINE.                                                   00010700
700191         05   FILLER     PIC X(12) VALUE                          00010800
700082           '  Plan# '.                                            00010900
700082         05   FILLER     PIC X(06) VALUE                          00011000
700082           'Type'.                                                00011100
           SKIP2                                                        00011800
700082 01  RPDAT1-LINE.                                                 00011900
700082     05  FILLER               PIC X(1) VALUE SPACES.              00012000
700191     05  RPDAT1-PLAN          PIC X(10) VALUE SPACES.             00012100
700082     05  FILLER               PIC X(1) VALUE SPACES.              00012200
700082     05  RPDAT1-XXYY          PIC X(4) VALUE SPACES.              00012300
700082     05  FILLER               PIC X(2) VALUE SPACES.              00012400
700082*** OmniPlus maintenance transaction image.                       00013100
700082 01  WTXN-LINE.                                                   00013200
700082     05  FILLER               PIC X(6)  VALUE 'MNTUPD'.           00013300
700203     05  WTXN-PLAN            PIC X(10) VALUE SPACES.             00013400
700082     05  WTXN-XXYY            PIC X(4)  VALUE SPACES.             00013500
700082     05  WTXN-DENUM           PIC X(3)  VALUE SPACES.             00013600
700082     05  WTXN-VALUE           PIC X(40) VALUE SPACES.             00013700
700166     05  WTXN-PART            PIC X(11) VALUE SPACES.             00013701
700166     05  WTXN-BATCH           PIC X(10) VALUE SPACES.             00013702
           SKIP2                                                        00013900
700082 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00014000
700082 01  WCTL-AREA.                                                   00014100
700082         88  WCTL-CMD-DENUM      VALUE 'DENUM'.                   00014500
700082         88  WCTL-CMD-APPLYTO    VALUE 'APPLYTO'.                 00014600
700101         88  WCTL-CMD-VERIFY     VALUE 'VERIFY'.                  00014610
700166         88  WCTL-CMD-BATCHID    VALUE 'BATCHID'.                 00014611
700166         88  WCTL-CMD-BACKOUT    VALUE 'BACKOUT'.                 00014612
700166         88  WCTL-CMD-PART       VALUE 'PART'.                    00014613
700167         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00014614
700167         88  WCTL-CMD-MONEYDE    VALUE 'MONEYDE'.                 00014615
700167         88  WCTL-CMD-TXNLIMIT   VALUE 'TXNLIMIT'.                00014616
700167         88  WCTL-CMD-BATCHLIMIT VALUE 'BATCHLIMIT'.              00014617
700167         88  WCTL-CMD-RELEASE    VALUE 'RELEASE'.                 00014618
700082     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00014700
700191     05  WCTL-PLAN               PIC X(10) VALUE SPACES.          00014800
700082     05  WCTL-RECTYPE            PIC X(4)  VALUE SPACES.          00014900
700082     05  WCTL-DENUM              PIC X(3)  VALUE SPACES.          00015000
700082     05  WCTL-APPLYTO            PIC X     VALUE '2'.             00015100
700101     05  WCTL-VERIFY             PIC X     VALUE SPACES.          00015110
700101         88  WCTL-VERIFY-YES     VALUE 'Y'.                       00015120
700166     05  WCTL-BATCHID            PIC X(10) VALUE SPACES.          00015121
700166     05  WCTL-PART               PIC X(11) VALUE SPACES.          00015122
700166     05  WCTL-BACKOUT            PIC X     VALUE SPACES.          00015123
700166         88  WCTL-BACKOUT-YES    VALUE 'Y'.                       00015124
700167     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00015125
700167     05  WCTL-TXNLIMIT           PIC 9(9)  VALUE 1000.            00015126
700167     05  WCTL-BATCHLIMIT         PIC 9(9)  VALUE 10000.           00015127
700167     05  WCTL-RELEASE            PIC X     VALUE SPACES.          00015128
700167         88  WCTL-RELEASE-YES    VALUE 'Y'.                       00015129
700167     05  WCTL-REL-BATCH          PIC X(10) VALUE SPACES.          00015130
700167     05  WCTL-REL-OPER           PIC X(8)  VALUE SPACES.          00015131
700167     05  WCTL-NUM-EDIT           PIC X(9)  VALUE SPACES           00015132
700167                                 JUSTIFIED RIGHT.                 00015133
700167     05  WCTL-NUM-EDIT-N REDEFINES WCTL-NUM-EDIT                  00015134
700167                                 PIC 9(9).                        00015135
           SKIP2                                                        00015200
700082 01  IO-IN110-PARM.                                               00015300
700082       COPY IOIN110 REPLACING 'PROGRAM' BY 'BACORGEN'.            00015400
           SKIP2                                                        00015410
700148 01  IO-O2R-PARM.                                                 00015420
700148       COPY IOOT200R REPLACING 'PROGRAM' BY 'BACORGEN'.           00015430
           SKIP2                                                        00015431
700167 01  IO-ENQ-PARM.                                                 00015432
700167       COPY IOENQ REPLACING 'PROGRAM' BY 'BACORGEN'.              00015433
           SKIP2                                                        00015434
700167 01  IO-AUTH-PARM.                                                00015435
700167       COPY IOAUTH REPLACING 'PROGRAM' BY 'BACORGEN'.             00015436
           SKIP3                                                        00015500
700082 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00015600
           EJECT                                                        00015700
700082     PERFORM A-200-INIT-OPEN.                                     00016200
700101     IF  WCTL-VERIFY-YES                                          00016210
700101         PERFORM D-100-VERIFY-CORRS                               00016220
700166     ELSE IF  WCTL-BACKOUT-YES                                    00016221
700166         PERFORM E-100-RELEASE-ROW                                00016222
700166           UNTIL WBKOUTIN-FS NOT = '00'                           00016223
700167     ELSE IF  WCTL-RELEASE-YES                                    00016224
700167         PERFORM H-100-RELEASE-BATCH                              00016225
700101     ELSE                                                         00016230
700082     PERFORM B-100-PROC-ROW                                       00016300
700101       UNTIL WCORRIN-FS NOT = '00'                                00016400
700082     PERFORM F-110-READ-IN110.                                    00018900
700082     PERFORM F-100-PROC-CTL                                       00019000
700082       UNTIL IO-IN110-ERROR-YES.                                  00019100
700166     IF  WCTL-BACKOUT-YES                                         00019101
700166         AND WCTL-BATCHID = SPACES                                00019102
700166         DISPLAY 'BaCorGen-306 BACKOUT needs the BATCHID of the ' 00019103
700166             'batch to reverse'                                   00019104
700166         MOVE 8 TO RETURN-CODE                                    00019105
700166         STOP RUN.                                                00019106
700166*** A generate run with no BATCHID card is stamped with its own   00019107
700166*** date and time, yymmddhhmm.                                    00019108
700166     IF  WCTL-BATCHID = SPACES                                    00019109
700166         ACCEPT WBATCH-DATE FROM DATE                             00019110
700166         ACCEPT WBATCH-TIME FROM TIME                             00019111
700166         MOVE WBATCH-DATE       TO WCTL-BATCHID (1:6)             00019112
700166         MOVE WBATCH-TIME (1:4) TO WCTL-BATCHID (7:4).            00019113
700166     DISPLAY ' Correction batch ID: ' WCTL-BATCHID.               00019114
700101     IF  WCTL-VERIFY-YES                                          00019110
700101         MOVE 'Correction Verification' TO RPTHDR-SUBTITLE        00019120
700101         PERFORM V-150-NEWPAGE                                    00019130
700101         PERFORM A-210-OPEN-VERIFY                                00019140
700166     ELSE IF  WCTL-BACKOUT-YES                                    00019141
700166         MOVE 'Backout Release, Batch ' TO RPTHDR-SUBTITLE        00019142
700166         MOVE WCTL-BATCHID TO RPTHDR-SUBTITLE (24:10)             00019143
700166         MOVE RPT1-LINE    TO WPRINT-TITLE1                       00019144
700166         PERFORM V-150-NEWPAGE                                    00019145
700166         PERFORM A-220-OPEN-BACKOUT                               00019146
700167     ELSE IF  WCTL-RELEASE-YES                                    00019147
700167         MOVE 'Release Of Held Batch ' TO RPTHDR-SUBTITLE         00019148
700167         MOVE WCTL-REL-BATCH TO RPTHDR-SUBTITLE (23:10)           00019149
700167         MOVE RPT1-LINE    TO WPRINT-TITLE1                       00019150
700167         PERFORM V-150-NEWPAGE                                    00019151
700167         PERFORM A-230-OPEN-RELEASE                               00019152
700101     ELSE                                                         00019150
700082     MOVE 'Corrections To Environment ' TO RPTHDR-SUBTITLE        00019200
700082     MOVE WCTL-APPLYTO TO RPTHDR-SUBTITLE (28:1)                  00019300
700082         MOVE 16 TO RETURN-CODE                                   00020600
700082         STOP RUN                                                 00020700
700082     END-IF                                                       00020710
700166     OPEN OUTPUT BKOUT-FILE                                       00020711
700166     IF  NOT WBKOUT-FS-OK                                         00020712
700166         DISPLAY 'BaCorGen-307 BKOUT dd OPEN failed, no '         00020713
700166             'corrections generated without a backout:'           00020714
700166             WBKOUT-FS                                            00020715
700166         MOVE 16 TO RETURN-CODE                                   00020716
700166         STOP RUN                                                 00020717
700166     END-IF                                                       00020718
700167     OPEN OUTPUT CORSTAGE-FILE                                    00020719
700167     IF  NOT WCORSTAGE-FS-OK                                      00020720
700167         DISPLAY 'BaCorGen-310 CORSTAGE dd OPEN failed:'          00020721
700167             WCORSTAGE-FS                                         00020722
700167         MOVE 16 TO RETURN-CODE                                   00020723
700167         STOP RUN                                                 00020724
700167     END-IF                                                       00020725
700167     PERFORM A-245-NEW-BATCH                                      00020726
700101     PERFORM B-110-READ-CORRIN                                    00020800
700101     END-IF.                                                      00020810
           SKIP2                                                        00020900
700101         MOVE 16 TO RETURN-CODE                                   00020987
700101         STOP RUN.                                                00020988
           SKIP2                                                        00020986
700166*** Release run: the saved backout set in, the chosen reversals   00020987
700166*** out through TXNOUT like any other correction batch.           00020988
700166 A-220-OPEN-BACKOUT.                                              00020989
700166     OPEN INPUT BKOUTIN-FILE.                                     00020990
700166     IF  NOT WBKOUTIN-FS-OK                                       00020991
700166         DISPLAY 'BaCorGen-308 BKOUTIN dd OPEN failed:'           00020992
700166             WBKOUTIN-FS                                          00020993
700166         MOVE 16 TO RETURN-CODE                                   00020994
700166         STOP RUN.                                                00020995
700166     OPEN OUTPUT TXNOUT-FILE.                                     00020996
700166     IF  NOT WTXNOUT-FS-OK                                        00020997
700166         DISPLAY 'BaCorGen-303 TXNOUT dd OPEN failed:'            00020998
700166             WTXNOUT-FS                                           00020999
700166         MOVE 16 TO RETURN-CODE                                   00021000
700166         STOP RUN.                                                00021001
700166     PERFORM E-110-READ-BKOUTIN.                                  00021002
           SKIP2                                                        00021003
700167*** Release run: the ledger row is checked under the enqueue and  00021004
700167*** the staged batch read back; TXNOUT gets it only if the        00021005
700167*** release is allowed.  With no authorization master every       00021006
700167*** release is refused.                                           00021007
700167 A-230-OPEN-RELEASE.                                              00021008
700167     IF  WCTL-REL-BATCH = SPACES                                  00021009
700167         DISPLAY 'BaCorGen-312 RELEASE needs the batch ID of the '00021010
700167             'held batch'                                         00021011
700167         MOVE 8 TO RETURN-CODE                                    00021012
700167         STOP RUN.                                                00021013
700167     IF  WCTL-REL-OPER = SPACES                                   00021014
700167         MOVE SD-JOBNAME TO WCTL-REL-OPER.                        00021015
700167     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00021016
700167     PERFORM A-240-OPEN-LEDGER.                                   00021017
700167     OPEN INPUT CORSTAGE-FILE.                                    00021018
700167     IF  NOT WCORSTAGE-FS-OK                                      00021019
700167         DISPLAY 'BaCorGen-310 CORSTAGE dd OPEN failed:'          00021020
700167             WCORSTAGE-FS                                         00021021
700167         MOVE 16 TO RETURN-CODE                                   00021022
700167         STOP RUN.                                                00021023
700167     CLOSE CORSTAGE-FILE.                                         00021024
700167     OPEN OUTPUT TXNOUT-FILE.                                     00021025
700167     IF  NOT WTXNOUT-FS-OK                                        00021026
700167         DISPLAY 'BaCorGen-303 TXNOUT dd OPEN failed:'            00021027
700167             WTXNOUT-FS                                           00021028
700167         MOVE 16 TO RETURN-CODE                                   00021029
700167         STOP RUN.                                                00021030
           SKIP2                                                        00021031
700167*** The ledger is held exclusively for the run, the BADEPOL way,  00021032
700167*** with the same create-on-first-run fallback.                   00021033
700167 A-240-OPEN-LEDGER.                                               00021034
700167     MOVE 'CORLEDG ' TO IO-ENQ-RESOURCE.                          00021035
700167     PERFORM R-905-ENQ-RESOURCE.                                  00021036
700167     IF  IO-ENQ-ERROR-YES                                         00021037
700167         DISPLAY 'BaCorGen-313 CORLEDG resource busy past the '   00021038
700167             'wait'                                               00021039
700167         MOVE 12 TO RETURN-CODE                                   00021040
700167         STOP RUN.                                                00021041
700167     OPEN I-O CORLEDG-FILE.                                       00021042
700167     IF  WCORLEDG-FS-NOFILE                                       00021043
700167         OPEN OUTPUT CORLEDG-FILE                                 00021044
700167         CLOSE CORLEDG-FILE                                       00021045
700167         OPEN I-O CORLEDG-FILE.                                   00021046
700167     IF  NOT WCORLEDG-FS-OK                                       00021047
700167         DISPLAY 'BaCorGen-314 CORLEDG OPEN failed:'              00021048
700167             WCORLEDG-FS                                          00021049
700167         MOVE 16 TO RETURN-CODE                                   00021050
700167         STOP RUN.                                                00021051
           SKIP2                                                        00021052
700167*** A generate run's batch ID must be new to the ledger.          00021053
700167 A-245-NEW-BATCH.                                                 00021054
700167     PERFORM A-240-OPEN-LEDGER.                                   00021055
700167     MOVE WCTL-BATCHID TO CLG-BATCHID.                            00021056
700167     READ CORLEDG-FILE                                            00021057
700167         INVALID KEY                                              00021058
700167             NEXT SENTENCE.                                       00021059
700167     IF  WCORLEDG-FS-OK                                           00021060
700167         DISPLAY 'BaCorGen-311 Batch ID already on the ledger, '  00021061
700167             'nothing generated:' WCTL-BATCHID                    00021062
700167         MOVE 16 TO RETURN-CODE                                   00021063
700167         STOP RUN.                                                00021064
700167     COMPUTE WLEDG-TXN-CENTS   = WCTL-TXNLIMIT * 100.             00021065
700167     COMPUTE WLEDG-BATCH-CENTS = WCTL-BATCHLIMIT * 100.           00021066
           SKIP2                                                        00021067
700167 A-950-CLOSE-LEDGER.                                              00021068
700167     CLOSE CORLEDG-FILE.                                          00021069
700167     MOVE 'CORLEDG ' TO IO-ENQ-RESOURCE.                          00021070
700167     PERFORM R-906-DEQ-RESOURCE.                                  00021071
           SKIP2                                                        00021072
700082 A-900-FINI-CLOSE.                                                00021000
700082     CALL 'UT110IN'  USING SD-AREA                                00021100
700082               IO-IN110-PARM                                      00021200
700101         IF  WCTR-FAILED > ZERO                                   00021460
700101             MOVE 4 TO RETURN-CODE                                00021470
700101         END-IF                                                   00021480
700166     ELSE IF  WCTL-BACKOUT-YES                                    00021481
700166         CLOSE BKOUTIN-FILE                                       00021482
700166               TXNOUT-FILE                                        00021483
700166         DISPLAY 'BaCorGen-446 Backout Rows Read:'                00021484
700166             WCTR-BKOUT-READ ', Released:' WCTR-RELEASED          00021485
700166         IF  WCTR-RELEASED = ZERO                                 00021486
700166             DISPLAY 'BaCorGen-309 Nothing released for batch '   00021487
700166                 WCTL-BATCHID                                     00021488
700166             MOVE 4 TO RETURN-CODE                                00021489
700166         END-IF                                                   00021490
700167     ELSE IF  WCTL-RELEASE-YES                                    00021491
700167         CLOSE TXNOUT-FILE                                        00021492
700101     ELSE                                                         00021490
700167     PERFORM G-100-SETTLE-BATCH                                   00021491
700082     CLOSE CORRIN-FILE                                            00021500
700082           TXNOUT-FILE                                            00021600
700166           BKOUT-FILE                                             00021601
700082     DISPLAY 'BaCorGen-444 Feed Rows Read:' WCTR-READ             00021700
700101       ', Transactions Generated:' WCTR-SELECTED                  00021800
700101     END-IF.                                                      00021810
700167     IF  WRC-FINAL > RETURN-CODE                                  00021811
700167         MOVE WRC-FINAL TO RETURN-CODE.                           00021812
700082     CLOSE PRINT-FILE.                                            00021900
700082     DISPLAY 'BaCorGen-998 Program Ending'.                       00022000
           SKIP2                                                        00022100
700082         INTO WCTL-CMD WCTL-VAL.                                  00023500
700082     DISPLAY 'BaCorGen-500 CtlCard:' CTL-REC (1:50).              00023600
700082     IF  WCTL-CMD-PLAN                                            00023700
700191         MOVE WCTL-VAL (1:10) TO WCTL-PLAN                        00023800
700082     ELSE IF  WCTL-CMD-RECTYPE                                    00023900
700082         MOVE WCTL-VAL (1:4) TO WCTL-RECTYPE                      00024000
700082     ELSE IF  WCTL-CMD-DENUM                                      00024100
700101         MOVE 'Y' TO WCTL-VERIFY                                  00024420
700101         DISPLAY ' VERIFY mode - prior transactions matched '     00024430
700101             'against the next cycle extract'                     00024440
700166     ELSE IF  WCTL-CMD-BATCHID                                    00024441
700166         MOVE WCTL-VAL (1:10) TO WCTL-BATCHID                     00024442
700166     ELSE IF  WCTL-CMD-PART                                       00024443
700166         MOVE WCTL-VAL (1:11) TO WCTL-PART                        00024444
700166     ELSE IF  WCTL-CMD-BACKOUT                                    00024445
700166         MOVE 'Y' TO WCTL-BACKOUT                                 00024446
700166         DISPLAY ' BACKOUT mode - saved reversals released '      00024447
700166             'for one batch'                                      00024448
700167     ELSE IF  WCTL-CMD-OPERATOR                                   00024449
700167         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00024450
700167     ELSE IF  WCTL-CMD-MONEYDE                                    00024451
700167         PERFORM F-130-ADD-MONEYDE                                00024452
700167     ELSE IF  WCTL-CMD-TXNLIMIT                                   00024453
700167         PERFORM F-140-EDIT-LIMIT                                 00024454
700167         MOVE WCTL-NUM-EDIT-N TO WCTL-TXNLIMIT                    00024455
700167     ELSE IF  WCTL-CMD-BATCHLIMIT                                 00024456
700167         PERFORM F-140-EDIT-LIMIT                                 00024457
700167         MOVE WCTL-NUM-EDIT-N TO WCTL-BATCHLIMIT                  00024458
700167     ELSE IF  WCTL-CMD-RELEASE                                    00024459
700167         MOVE 'Y' TO WCTL-RELEASE                                 00024460
700167         MOVE CTL-REC (9:10)  TO WCTL-REL-BATCH                   00024461
700167         MOVE CTL-REC (20:8)  TO WCTL-REL-OPER                    00024462
700167         DISPLAY ' RELEASE mode - held batch written for apply'   00024463
700082     ELSE                                                         00024500
700082         DISPLAY 'BaCorGen-501 Invalid Control Card:'             00024600
700082             CTL-REC (1:50).                                      00024700
           SKIP2                                                        00024800
700167 F-130-ADD-MONEYDE.                                               00024801
700167     IF  WMONEY-COUNT < WMONEY-MAX-ENTRIES                        00024802
700167         ADD 1 TO WMONEY-COUNT                                    00024803
700167         MOVE WCTL-VAL (1:4) TO WMONEY-XXYY (WMONEY-COUNT)        00024804
700167         MOVE WCTL-VAL (5:3) TO WMONEY-DENUM (WMONEY-COUNT)       00024805
700167     ELSE                                                         00024806
700167         DISPLAY 'BaCorGen-504 MONEYDE table full, card '         00024807
700167             'ignored:' CTL-REC (1:50).                           00024808
           SKIP2                                                        00024809
700167*** Whole-dollar limit, up to nine digits.  A value that is not   00024810
700167*** a number leaves the limit at zero: every money change is      00024811
700167*** then held for release.                                        00024812
700167 F-140-EDIT-LIMIT.                                                00024813
700167     MOVE SPACES TO WCTL-NUM-EDIT.                                00024814
700167     UNSTRING WCTL-VAL DELIMITED BY SPACE                         00024815
700167         INTO WCTL-NUM-EDIT.                                      00024816
700167     INSPECT WCTL-NUM-EDIT REPLACING LEADING SPACE BY '0'.        00024817
700167     IF  WCTL-NUM-EDIT NOT NUMERIC                                00024818
700167         DISPLAY 'BaCorGen-505 Limit not numeric, zero used:'     00024819
700167             CTL-REC (1:50)                                       00024820
700167         MOVE ZERO TO WCTL-NUM-EDIT-N.                            00024821
           SKIP2                                                        00024822
700082 F-110-READ-IN110.                                                00024900
700082     CALL 'UT110IN'  USING SD-AREA                                00025000
700082               IO-IN110-PARM                                      00025100
700082            OR WCTL-RECTYPE = WCORR-XXYY)                         00026500
700082          AND (WCTL-DENUM = SPACES                                00026600
700082            OR WCTL-DENUM = WCORR-DENUM)                          00026700
700166          AND (WCTL-PART = SPACES                                 00026701
700203            OR WCTL-PART = WCORR-KEY (11:11))                     00026702
700082         PERFORM B-200-GEN-TXN.                                   00026800
700082     PERFORM B-110-READ-CORRIN.                                   00026900
           SKIP2                                                        00027000
700082              WCORR-XXYY                                          00028000
700082              WCORR-DENUM                                         00028100
700082              WCORR-VAL1                                          00028200
700166              WCORR-VAL2                                          00028201
700166              WCORR-KEY.                                          00028202
           SKIP2                                                        00028400
700082*** One approval-report line and one maintenance transaction:     00028500
700082*** the winning environment's value is applied to the losing      00028600
700082                         WTXN-XXYY.                               00029400
700082     MOVE WCORR-DENUM TO RPDAT1-DENUM                             00029500
700082                         WTXN-DENUM.                              00029600
700203     MOVE WCORR-KEY (11:11) TO WTXN-PART.                         00029601
700166     MOVE WCTL-BATCHID TO WTXN-BATCH.                             00029602
700082     IF  WCTL-APPLYTO = '1'                                       00029700
700082         MOVE WCORR-VAL2 TO RPDAT1-APPLIED                        00029800
700082                            WTXN-VALUE                            00029900
700082         MOVE WCORR-VAL2 TO RPDAT1-REPLACED.                      00030400
700082     MOVE RPDAT1-LINE   TO WPRINT-LINE.                           00030500
700082     PERFORM V-100-PRINT-LINE.                                    00030600
700167     MOVE SPACES          TO CORSTAGE-LINE.                       00030601
700167     MOVE WTXN-LINE       TO STG-TXN.                             00030602
700167     MOVE RPDAT1-REPLACED TO STG-REPLACED.                        00030603
700167     WRITE CORSTAGE-LINE.                                         00030604
700167     PERFORM G-200-PRICE-TXN.                                     00030605
700166*** And its reversal for the backout set: the same image carrying 00030901
700166*** the value the correction replaces.                            00030902
700166     MOVE RPDAT1-REPLACED TO WTXN-VALUE.                          00030903
700166     MOVE SPACES          TO BKOUT-LINE.                          00030904
700166     MOVE WTXN-LINE       TO BKOUT-TXN.                           00030905
700166     MOVE RPDAT1-APPLIED  TO BKOUT-CORRECTED.                     00030906
700166     WRITE BKOUT-LINE.                                            00030907
           SKIP2                                                        00031000
700101***************************                                       00031010
700101*** VERIFY mode                                                   00031020
700101         IF  WDIF-HIT-SUB > ZERO                                  00031160
700101             ADD 1 TO WCTR-FAILED                                 00031161
700101             MOVE SPACES TO WPRINT-LINE                           00031162
700203             STRING ' FAILED  ' TXNIN-LINE (7:10)                 00031163
700203                    ' ' TXNIN-LINE (17:4)                         00031164
700203                    ' DE ' TXNIN-LINE (21:3)                      00031165
700101                    ' File1: ' WDIF-VAL1 (WDIF-HIT-SUB)           00031166
700101                    ' File2: ' WDIF-VAL2 (WDIF-HIT-SUB)           00031167
700101                 DELIMITED BY SIZE INTO WPRINT-LINE               00031168
700101         ELSE                                                     00031170
700101             ADD 1 TO WCTR-CLEARED                                00031171
700101             MOVE SPACES TO WPRINT-LINE                           00031172
700203             STRING ' CLEARED ' TXNIN-LINE (7:10)                 00031173
700203                    ' ' TXNIN-LINE (17:4)                         00031174
700203                    ' DE ' TXNIN-LINE (21:3)                      00031175
700101                 DELIMITED BY SIZE INTO WPRINT-LINE               00031176
700101             PERFORM V-100-PRINT-LINE.                            00031177
700101     PERFORM D-110-READ-TXNIN.                                    00031178
           SKIP2                                                        00031179
700101 D-410-SCAN-DIF.                                                  00031180
700203     IF  WDIF-PLAN (SUB-DIF) = TXNIN-LINE (7:10)                  00031181
700203         AND WDIF-XXYY (SUB-DIF) = TXNIN-LINE (17:4)              00031182
700203         AND WDIF-DENUM (SUB-DIF) = TXNIN-LINE (21:3)             00031183
700101         MOVE SUB-DIF TO WDIF-HIT-SUB.                            00031184
           SKIP2                                                        00031185
700082***************************                                       00031100
700082*** Print-line routines                                           00031200
700082***************************                                       00031300
700166***************************                                       00031301
700166*** BACKOUT release                                               00031302
700166***************************                                       00031303
700166*** One saved reversal (the WTXN-LINE layout, batch ID in the     00031304
700166*** last ten bytes): released when it belongs to the BATCHID      00031305
700166*** batch and passes the PLAN / PART / RECTYPE / DENUM cards.     00031306
700166 E-100-RELEASE-ROW.                                               00031307
700166     ADD 1 TO WCTR-BKOUT-READ.                                    00031308
700166     MOVE BKOUTIN-TXN TO WTXN-LINE.                               00031309
700166     IF  BKOUTIN-TXN (1:6) = 'MNTUPD'                             00031310
700166         AND WTXN-BATCH = WCTL-BATCHID                            00031311
700166         AND (WCTL-PLAN = SPACES OR WCTL-PLAN = WTXN-PLAN)        00031312
700166         AND (WCTL-PART = SPACES OR WCTL-PART = WTXN-PART)        00031313
700166         AND (WCTL-RECTYPE = SPACES                               00031314
700166           OR WCTL-RECTYPE = WTXN-XXYY)                           00031315
700166         AND (WCTL-DENUM = SPACES                                 00031316
700166           OR WCTL-DENUM = WTXN-DENUM)                            00031317
700166         ADD 1 TO WCTR-RELEASED                                   00031318
700166         MOVE SPACES TO RPDAT1-LINE                               00031319
700166         MOVE WTXN-PLAN         TO RPDAT1-PLAN                    00031320
700166         MOVE WTXN-XXYY         TO RPDAT1-XXYY                    00031321
700166         MOVE WTXN-DENUM        TO RPDAT1-DENUM                   00031322
700166         MOVE WTXN-VALUE        TO RPDAT1-APPLIED                 00031323
700166         MOVE BKOUTIN-CORRECTED TO RPDAT1-REPLACED                00031324
700166         MOVE RPDAT1-LINE       TO WPRINT-LINE                    00031325
700166         PERFORM V-100-PRINT-LINE                                 00031326
700166         MOVE SPACES    TO TXNOUT-LINE                            00031327
700166         MOVE WTXN-LINE TO TXNOUT-LINE                            00031328
700166         WRITE TXNOUT-LINE.                                       00031329
700166     PERFORM E-110-READ-BKOUTIN.                                  00031330
           SKIP2                                                        00031331
700166 E-110-READ-BKOUTIN.                                              00031332
700166     READ BKOUTIN-FILE                                            00031333
700166         AT END                                                   00031334
700166             NEXT SENTENCE.                                       00031335
           SKIP2                                                        00031336
700167***************************                                       00031337
700167*** Release control                                               00031338
700167***************************                                       00031339
700167*** A transaction on a MONEYDE DE is priced as the absolute       00031340
700167*** change it makes, in cents.  A money value that is not a       00031341
700167*** plain number cannot be priced and is held for release.        00031342
700167 G-200-PRICE-TXN.                                                 00031343
700167     MOVE 'N' TO WMONEY-HIT-FLG.                                  00031344
700167     PERFORM G-210-SCAN-MONEY                                     00031345
700167       VARYING SUB-MONEY FROM 1 BY 1                              00031346
700167         UNTIL SUB-MONEY > WMONEY-COUNT                           00031347
700167           OR WMONEY-HIT-YES.                                     00031348
700167     IF  WMONEY-HIT-YES                                           00031349
700167         ADD 1 TO WLEDG-MONEY-COUNT                               00031350
700167         IF  RPDAT1-APPLIED (21:18) NOT NUMERIC                   00031351
700167             OR RPDAT1-REPLACED (21:18) NOT NUMERIC               00031352
700167             ADD 1 TO WLEDG-UNPRICED                              00031353
700167         ELSE                                                     00031354
700167             MOVE RPDAT1-APPLIED (21:18)  TO WAMT-NEW             00031355
700167             MOVE RPDAT1-REPLACED (21:18) TO WAMT-OLD             00031356
700167             IF  WAMT-NEW > WAMT-OLD                              00031357
700167                 COMPUTE WAMT-DELTA = WAMT-NEW - WAMT-OLD         00031358
700167             ELSE                                                 00031359
700167                 COMPUTE WAMT-DELTA = WAMT-OLD - WAMT-NEW         00031360
700167             END-IF                                               00031361
700167             ADD WAMT-DELTA TO WLEDG-TOTAL                        00031362
700167             IF  WAMT-DELTA > WLEDG-MAX                           00031363
700167                 MOVE WAMT-DELTA TO WLEDG-MAX                     00031364
700167             END-IF                                               00031365
700167             IF  WAMT-DELTA > WLEDG-TXN-CENTS                     00031366
700167                 ADD 1 TO WLEDG-OVER-TXN.                         00031367
           SKIP2                                                        00031368
700167 G-210-SCAN-MONEY.                                                00031369
700167     IF  WMONEY-XXYY (SUB-MONEY) = WCORR-XXYY                     00031370
700167         AND WMONEY-DENUM (SUB-MONEY) = WCORR-DENUM               00031371
700167         SET WMONEY-HIT-YES TO TRUE.                              00031372
           SKIP2                                                        00031373
700167*** End of a generate run: the batch goes on the ledger, and is   00031374
700167*** either released at once or held for a second operator.        00031375
700167 G-100-SETTLE-BATCH.                                              00031376
700167     CLOSE CORSTAGE-FILE.                                         00031377
700167     MOVE SPACES TO CORLEDG-REC.                                  00031378
700167     MOVE WCTL-BATCHID TO CLG-BATCHID.                            00031379
700167     IF  WCTL-OPERATOR = SPACES                                   00031380
700167         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00031381
700167     MOVE WCTL-OPERATOR TO CLG-STAGED-BY.                         00031382
700167     ACCEPT WLEDG-DATE FROM DATE YYYYMMDD.                        00031383
700167     MOVE WLEDG-DATE        TO CLG-STAGED-ON.                     00031384
700167     MOVE ZERO              TO CLG-RELEASED-ON.                   00031385
700167     MOVE WCTL-APPLYTO      TO CLG-APPLYTO.                       00031386
700167     MOVE WCTR-SELECTED     TO CLG-TXN-COUNT.                     00031387
700167     MOVE WLEDG-MONEY-COUNT TO CLG-MONEY-COUNT.                   00031388
700167     COMPUTE CLG-MONEY-TOTAL = WLEDG-TOTAL / 100.                 00031389
700167     COMPUTE CLG-MONEY-MAX   = WLEDG-MAX / 100.                   00031390
700167     COMPUTE CLG-OVER-TXN = WLEDG-OVER-TXN + WLEDG-UNPRICED.      00031391
700167     MOVE WCTL-TXNLIMIT     TO CLG-TXN-LIMIT.                     00031392
700167     MOVE WCTL-BATCHLIMIT   TO CLG-BATCH-LIMIT.                   00031393
700167     IF  CLG-OVER-TXN > ZERO                                      00031394
700167         OR WLEDG-TOTAL > WLEDG-BATCH-CENTS                       00031395
700167         SET CLG-STATUS-PENDING TO TRUE                           00031396
700167         MOVE SPACES TO CLG-RELEASED-BY                           00031397
700167     ELSE                                                         00031398
700167         SET CLG-STATUS-AUTO TO TRUE                              00031399
700167         MOVE 'AUTO'     TO CLG-RELEASED-BY                       00031400
700167         MOVE WLEDG-DATE TO CLG-RELEASED-ON.                      00031401
700167     WRITE CORLEDG-REC                                            00031402
700167         INVALID KEY                                              00031403
700167             DISPLAY 'BaCorGen-315 CORLEDG WRITE failed, batch '  00031404
700167                 'not released:' WCORLEDG-FS                      00031405
700167             SET CLG-STATUS-PENDING TO TRUE                       00031406
700167             MOVE 16 TO WRC-FINAL                                 00031407
700167     END-WRITE.                                                   00031408
700167     PERFORM G-150-PRINT-LEDGER.                                  00031409
700167     IF  CLG-STATUS-AUTO                                          00031410
700167         MOVE 'N' TO WCOPY-RPT-FLG                                00031411
700167         PERFORM G-300-COPY-STAGE                                 00031412
700167     ELSE                                                         00031413
700167         DISPLAY 'BaCorGen-316 Batch ' WCTL-BATCHID               00031414
700167             ' over the release thresholds, held PENDING for a '  00031415
700167             'second operator'                                    00031416
700167         IF  WRC-FINAL < 4                                        00031417
700167             MOVE 4 TO WRC-FINAL.                                 00031418
700167     PERFORM A-950-CLOSE-LEDGER.                                  00031419
           SKIP2                                                        00031420
700167 G-150-PRINT-LEDGER.                                              00031421
700167     MOVE SPACES TO WPRINT-LINE.                                  00031422
700167     PERFORM V-100-PRINT-LINE.                                    00031423
700167     IF  CLG-STATUS-PENDING                                       00031424
700167         MOVE ' Ledger: PENDING release' TO WPRINT-LINE           00031425
700167     ELSE IF  CLG-STATUS-AUTO                                     00031426
700167         MOVE ' Ledger: released (within thresholds)'             00031427
700167             TO WPRINT-LINE                                       00031428
700167     ELSE                                                         00031429
700167         MOVE ' Ledger: RELEASED' TO WPRINT-LINE.                 00031430
700167     MOVE CLG-BATCHID TO WPRINT-LINE (45:10).                     00031431
700167     PERFORM V-100-PRINT-LINE.                                    00031432
700167     STRING '   Staged by ' CLG-STAGED-BY ' on ' CLG-STAGED-ON    00031433
700167            '   Released by ' CLG-RELEASED-BY ' on '              00031434
700167            CLG-RELEASED-ON                                       00031435
700167         DELIMITED BY SIZE INTO WPRINT-LINE.                      00031436
700167     PERFORM V-100-PRINT-LINE.                                    00031437
700167     MOVE CLG-MONEY-TOTAL TO WAMT-EDIT.                           00031438
700167     STRING '   Transactions: ' CLG-TXN-COUNT                     00031439
700167            '  Money: ' CLG-MONEY-COUNT                           00031440
700167            '  Money total: ' WAMT-EDIT                           00031441
700167         DELIMITED BY SIZE INTO WPRINT-LINE.                      00031442
700167     PERFORM V-100-PRINT-LINE.                                    00031443
700167     MOVE CLG-MONEY-MAX TO WAMT-EDIT.                             00031444
700167     STRING '   Largest: ' WAMT-EDIT                              00031445
700167            '  Over/unpriced: ' CLG-OVER-TXN                      00031446
700167            '  Limits txn/batch: ' CLG-TXN-LIMIT                  00031447
700167            ' / ' CLG-BATCH-LIMIT                                 00031448
700167         DELIMITED BY SIZE INTO WPRINT-LINE.                      00031449
700167     PERFORM V-100-PRINT-LINE.                                    00031450
           SKIP2                                                        00031451
700167*** The staged rows of the batch out to TXNOUT for apply; a       00031452
700167*** release run also lists them as it goes.                       00031453
700167 G-300-COPY-STAGE.                                                00031454
700167     MOVE ZERO TO WCTR-COPIED.                                    00031455
700167     OPEN INPUT CORSTAGE-FILE.                                    00031456
700167     IF  NOT WCORSTAGE-FS-OK                                      00031457
700167         DISPLAY 'BaCorGen-310 CORSTAGE dd OPEN failed:'          00031458
700167             WCORSTAGE-FS                                         00031459
700167         MOVE 16 TO WRC-FINAL                                     00031460
700167     ELSE                                                         00031461
700167         PERFORM G-310-READ-STAGE                                 00031462
700167         PERFORM G-320-COPY-ROW                                   00031463
700167           UNTIL NOT WCORSTAGE-FS-OK                              00031464
700167         CLOSE CORSTAGE-FILE.                                     00031465
700167     DISPLAY 'BaCorGen-447 Transactions written for apply:'       00031466
700167         WCTR-COPIED.                                             00031467
           SKIP2                                                        00031468
700167 G-310-READ-STAGE.                                                00031469
700167     READ CORSTAGE-FILE                                           00031470
700167         AT END                                                   00031471
700167             NEXT SENTENCE.                                       00031472
           SKIP2                                                        00031473
700167 G-320-COPY-ROW.                                                  00031474
700167     MOVE STG-TXN TO WTXN-LINE.                                   00031475
700167     IF  WTXN-BATCH = CLG-BATCHID                                 00031476
700167         ADD 1 TO WCTR-COPIED                                     00031477
700167         MOVE SPACES    TO TXNOUT-LINE                            00031478
700167         MOVE WTXN-LINE TO TXNOUT-LINE                            00031479
700167         WRITE TXNOUT-LINE                                        00031480
700167         IF  WCOPY-RPT-YES                                        00031481
700167             MOVE SPACES TO RPDAT1-LINE                           00031482
700167             MOVE WTXN-PLAN    TO RPDAT1-PLAN                     00031483
700167             MOVE WTXN-XXYY    TO RPDAT1-XXYY                     00031484
700167             MOVE WTXN-DENUM   TO RPDAT1-DENUM                    00031485
700167             MOVE WTXN-VALUE   TO RPDAT1-APPLIED                  00031486
700167             MOVE STG-REPLACED TO RPDAT1-REPLACED                 00031487
700167             MOVE RPDAT1-LINE  TO WPRINT-LINE                     00031488
700167             PERFORM V-100-PRINT-LINE.                            00031489
700167     PERFORM G-310-READ-STAGE.                                    00031490
           SKIP2                                                        00031491
700167*** Release run: the batch must be on the ledger and PENDING,     00031492
700167*** the releasing operator must not be the one who staged it,     00031493
700167*** and must hold the CORREL grant.  The staged set is counted    00031494
700167*** against the ledger before anything is written.                00031495
700167 H-100-RELEASE-BATCH.                                             00031496
700167     MOVE WCTL-REL-BATCH TO CLG-BATCHID.                          00031497
700167     READ CORLEDG-FILE                                            00031498
700167         INVALID KEY                                              00031499
700167             NEXT SENTENCE.                                       00031500
700167     IF  NOT WCORLEDG-FS-OK                                       00031501
700167         DISPLAY 'BaCorGen-317 RELEASE for a batch not on the '   00031502
700167             'ledger:' WCTL-REL-BATCH                             00031503
700167         MOVE 8 TO WRC-FINAL                                      00031504
700167     ELSE IF  NOT CLG-STATUS-PENDING                              00031505
700167         DISPLAY 'BaCorGen-318 RELEASE for a batch not pending:'  00031506
700167             WCTL-REL-BATCH                                       00031507
700167         MOVE 8 TO WRC-FINAL                                      00031508
700167     ELSE IF  WCTL-REL-OPER = CLG-STAGED-BY                       00031509
700167         DISPLAY 'BaCorGen-319 Releasing operator staged the '    00031510
700167             'batch, RELEASE rejected:' WCTL-REL-BATCH            00031511
700167         MOVE 8 TO WRC-FINAL                                      00031512
700167     ELSE                                                         00031513
700167         PERFORM H-110-AUTH-RELEASE.                              00031514
700167     PERFORM G-150-PRINT-LEDGER.                                  00031515
700167     PERFORM A-950-CLOSE-LEDGER.                                  00031516
700167     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00031517
           SKIP2                                                        00031518
700167 H-110-AUTH-RELEASE.                                              00031519
700167     MOVE 'CORREL'       TO IO-AUTH-VERB.                         00031520
700167     MOVE WCTL-REL-OPER  TO IO-AUTH-USERID.                       00031521
700167     MOVE SPACES TO IO-AUTH-PLAN IO-AUTH-PLAN-HI.                 00031522
700167     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00031523
700167     IF  IO-AUTH-DENIED                                           00031524
700167         DISPLAY 'BaCorGen-320 RELEASE refused for operator '     00031525
700167             WCTL-REL-OPER ':' WCTL-REL-BATCH                     00031526
700167         MOVE 8 TO WRC-FINAL                                      00031527
700167     ELSE                                                         00031528
700167         PERFORM H-120-COUNT-STAGE                                00031529
700167         IF  WCTR-STAGED NOT = CLG-TXN-COUNT                      00031530
700167             DISPLAY 'BaCorGen-321 CORSTAGE holds ' WCTR-STAGED   00031531
700167                 ' rows of the batch, ledger says ' CLG-TXN-COUNT 00031532
700167                 ' - wrong staged dataset, nothing released'      00031533
700167             MOVE 8 TO WRC-FINAL                                  00031534
700167         ELSE                                                     00031535
700167             SET WCOPY-RPT-YES TO TRUE                            00031536
700167             PERFORM G-300-COPY-STAGE                             00031537
700167             SET CLG-STATUS-RELEASED TO TRUE                      00031538
700167             MOVE WCTL-REL-OPER TO CLG-RELEASED-BY                00031539
700167             ACCEPT WLEDG-DATE FROM DATE YYYYMMDD                 00031540
700167             MOVE WLEDG-DATE    TO CLG-RELEASED-ON                00031541
700167             REWRITE CORLEDG-REC                                  00031542
700167                 INVALID KEY                                      00031543
700167                     DISPLAY 'BaCorGen-315 CORLEDG REWRITE '      00031544
700167                         'failed:' WCORLEDG-FS                    00031545
700167                     MOVE 16 TO WRC-FINAL                         00031546
700167             END-REWRITE                                          00031547
700167             DISPLAY ' Released: ' WCTL-REL-BATCH ' by '          00031548
700167                 WCTL-REL-OPER.                                   00031549
           SKIP2                                                        00031550
700167 H-120-COUNT-STAGE.                                               00031551
700167     MOVE ZERO TO WCTR-STAGED.                                    00031552
700167     OPEN INPUT CORSTAGE-FILE.                                    00031553
700167     PERFORM G-310-READ-STAGE.                                    00031554
700167     PERFORM H-130-COUNT-ROW                                      00031555
700167       UNTIL NOT WCORSTAGE-FS-OK.                                 00031556
700167     CLOSE CORSTAGE-FILE.                                         00031557
           SKIP2                                                        00031558
700167 H-130-COUNT-ROW.                                                 00031559
700203     IF  STG-TXN (75:10) = CLG-BATCHID                            00031560
700167         ADD 1 TO WCTR-STAGED.                                    00031561
700167     PERFORM G-310-READ-STAGE.                                    00031562
           SKIP2                                                        00031563
700167*** Shared-resource serialization through the optional UTENQ      00031564
700167*** exit; where the exit is not installed the CALL exception      00031565
700167*** leaves the hold granted and the run unserialized.             00031566
700167 R-905-ENQ-RESOURCE.                                              00031567
700167     SET IO-ENQ-ERROR-NO TO TRUE.                                 00031568
700167     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00031569
700167          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00031570
700167     END-CALL.                                                    00031571
           SKIP2                                                        00031572
700167 R-906-DEQ-RESOURCE.                                              00031573
700167     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00031574
700167          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00031575
700167     END-CALL.                                                    00031576
           SKIP2                                                        00031577
700082 V-100-PRINT-LINE.                                                00031400
700082     IF  WPRINT-LINES-OVER                                        00031500
700082         PERFORM V-150-NEWPAGE.                                   00031600
