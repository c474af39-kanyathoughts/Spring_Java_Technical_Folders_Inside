700099**               two-backup compare produces, so the warehouse    00001700
700099**               copy gets the same nightly certification the     00001800
700099**               backups do.                                      00001900
700202**               When the WHSEFIX dd is allocated the differences 00000000
700202**               also go out as a repair extract in the           00000000
700202**               warehouse's own delimited layout (see WHSEFIX    00000000
700202**               below), for the warehouse loader to apply.       00000000
700099**               WHSECOL card values come from fixed card-image   00002000
700099**               columns: WHSECOL nn XXYY nnn (column number      00002100
700099**               9-10, type 12-15, DE 17-19).                     00002200
700099**  Input                                                         00002600
700099**   . IN110   - Control File (WHSECOL cards)                     00002700
700099**   . BKUPI   - The backup (BKUPIN), via BABKPIS                 00002800
700183**   . GENCAT  - Generation catalog, for the fingerprint check    00002801
700099**   . WHSEIN  - Delimited warehouse snapshot, key order          00002900
700099******************************************************************00003000
700099**  Output                                                        00003100
700099**   . SYSOUT  - Displayed Information                            00003200
700099**   . OT200   - Difference detail, via the standard writer       00003300
700099**   . REPORT  - By-plan and by-type summaries                    00003400
700202**   . WHSEFIX - Optional repair extract: an action code, then    00000000
700202**               the warehouse row (key, columns 1 through the    00000000
700202**               highest WHSECOL column), '|'-delimited -         00000000
700202**                 U - upsert, a differing or backup-only key,    00000000
700202**                     mapped columns as the backup holds them    00000000
700202**                 D - delete, a warehouse-only key               00000000
700202**               and a closing C control record: upsert count,    00000000
700202**               delete count, rows held back, then the key and   00000000
700202**               row hash totals (byte-value sums of each row's   00000000
700202**               key and of each U/D row as written).  A          00000000
700202**               differing key with a column already on the       00000000
700202**               morning compare's OT200 extract (EXPLAINED) is   00000000
700202**               held back - the backup side is to be corrected   00000000
700202**               first.                                           00000000
700099******************************************************************00003500
700099 ENVIRONMENT DIVISION.                                            00003600
700099 CONFIGURATION SECTION.                                           00003700
700099         ASSIGN TO UT-S-SUPPRES                                   00000000
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00000000
700099         FILE STATUS WSUPPR-FS.                                   00000000
700202     SELECT FIX-FILE                                              00000000
700202         ASSIGN TO UT-S-WHSEFIX                                   00000000
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00000000
700202         FILE STATUS WFIX-FS.                                     00000000
700099 DATA DIVISION.                                                   00004900
           SKIP2                                                        00005000
700099 FILE SECTION.                                                    00005100
700099     05  SUPPR-PART             PIC X(11).                        00000000
700099     05  FILLER                 PIC X(69).                        00000000
           SKIP2                                                        00000000
700202*** One repair row: U/D, key and columns, or the C control record.00000000
700202 FD  FIX-FILE                                                     00000000
700202     BLOCK CONTAINS 0 RECORDS                                     00000000
700202     LABEL RECORDS ARE STANDARD.                                  00000000
           SKIP2                                                        00000000
700202 01  FIX-LINE                 PIC X(900).                         00000000
           SKIP2                                                        00000000
700099 WORKING-STORAGE SECTION.                                         00006600
700099 77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00006700
700099 77  SUB-COL               PIC S9(4) BINARY VALUE ZERO.           00006800
700099 77  WCTR-EXTRA-WHSE       PIC 9(9)     VALUE ZERO.               00008100
700099 77  WCTR-CTL-ERRORS       PIC 9(5)     VALUE ZERO.               00000000
700107 77  WCTR-EXPLAINED        PIC 9(9)     VALUE ZERO.               00000000
700183 77  WGFP-STOP-FLG         PIC X        VALUE 'N'.                00000001
700183     88  WGFP-STOP-YES     VALUE 'Y'.                             00000002
700107 77  SUB-DIF               PIC S9(4) BINARY VALUE ZERO.           00000000
700151 77  WDIF-STAMP-BASE       PIC S9(4) BINARY VALUE ZERO.           00000000
700107 77  WDIF-HIT-SUB          PIC S9(4) BINARY VALUE ZERO.           00000000
700099     05  WSUPPR-ENTRY OCCURS 2000 TIMES                           00000000
700099                               PIC X(11) VALUE SPACES.            00000000
           SKIP2                                                        00000000
700202*** Repair extract state: the row being built - key, then the     00000000
700202*** columns in warehouse column order - and the line it becomes.  00000000
700202 77  SUB-FIX               PIC S9(4) BINARY VALUE ZERO.           00000000
700202 77  WFIX-COL-HI           PIC S9(4) BINARY VALUE ZERO.           00000000
700202 77  WFIX-PTR              PIC S9(4) BINARY VALUE ZERO.           00000000
700202 77  WFIX-FLD-LEN          PIC S9(4) BINARY VALUE ZERO.           00000000
700202 77  WFIX-FLD              PIC X(40)    VALUE SPACES.             00000000
700202 77  WFIX-OPEN-FLG         PIC X        VALUE 'N'.                00000000
700202     88  WFIX-OPEN-YES     VALUE 'Y'.                             00000000
700202 77  WFIX-HOLD-FLG         PIC X        VALUE 'N'.                00000000
700202     88  WFIX-HOLD-YES     VALUE 'Y'.                             00000000
700203 77  WFIX-BROKEN-FLG       PIC X        VALUE 'N'.                00000000
700203     88  WFIX-BROKEN-YES   VALUE 'Y'.                             00000000
700202 77  WFIX-ACTION           PIC X        VALUE SPACES.             00000000
700202     88  WFIX-ACTION-UPSERT VALUE 'U'.                            00000000
700202     88  WFIX-ACTION-DELETE VALUE 'D'.                            00000000
700202 77  WCTR-FIX-UPSERT       PIC 9(9)     VALUE ZERO.               00000000
700202 77  WCTR-FIX-DELETE       PIC 9(9)     VALUE ZERO.               00000000
700202 77  WCTR-FIX-HELD         PIC 9(9)     VALUE ZERO.               00000000
700202 77  WCTR-FIX-SUPPR        PIC 9(9)     VALUE ZERO.               00000000
700202 01  WFIX-FS               PIC XX  VALUE '00'.                    00000000
700202     88  WFIX-FS-OK        VALUE '00'.                            00000000
700202 01  WFIX-ROW-AREA.                                               00000000
700203     05  WFIX-KEY             PIC X(24) VALUE SPACES.             00000000
700202     05  WFIX-COL OCCURS 20 TIMES                                 00000000
700202                              PIC X(40) VALUE SPACES.             00000000
700202 01  WFIX-LINE             PIC X(900)   VALUE SPACES.             00000000
700202 01  WFIX-HASH-AREA.                                              00000000
700202     05  WFIX-KEY-HASH        PIC 9(13) COMP-3 VALUE ZERO.        00000000
700202     05  WFIX-ROW-HASH        PIC 9(13) COMP-3 VALUE ZERO.        00000000
700202*** Two-byte pair whose binary redefine yields the character's    00000000
700202*** byte value, as the batch compare's HASHTOT totals take it.    00000000
700202 01  WHASH-CHAR-PAIR.                                             00000000
700202     05  FILLER               PIC X     VALUE LOW-VALUE.          00000000
700202     05  WHASH-CHAR           PIC X     VALUE LOW-VALUE.          00000000
700202 01  WHASH-CHAR-N REDEFINES WHASH-CHAR-PAIR                       00000000
700202                              PIC 9(4) COMP.                      00000000
700202 01  WFIXCTL-LINE.                                                00000000
700202     05  FILLER               PIC X(2)  VALUE 'C|'.               00000000
700202     05  WFIXCTL-UPSERT       PIC 9(9)  VALUE ZERO.               00000000
700202     05  FILLER               PIC X     VALUE '|'.                00000000
700202     05  WFIXCTL-DELETE       PIC 9(9)  VALUE ZERO.               00000000
700202     05  FILLER               PIC X     VALUE '|'.                00000000
700202     05  WFIXCTL-HELD         PIC 9(9)  VALUE ZERO.               00000000
700202     05  FILLER               PIC X     VALUE '|'.                00000000
700202     05  WFIXCTL-KEY-HASH     PIC 9(13) VALUE ZERO.               00000000
700202     05  FILLER               PIC X     VALUE '|'.                00000000
700202     05  WFIXCTL-ROW-HASH     PIC 9(13) VALUE ZERO.               00000000
           SKIP2                                                        00000000
700107*** Plan/RecordType/DE triples the morning compare already        00000000
700107*** reported, loaded from the OT200 extract, same bounded-        00000000
700107*** table-with-overflow-guard approach as the compare's           00000000
700107     05  WDIF-COUNT            PIC S9(4) BINARY VALUE ZERO.       00000000
700107     05  WDIF-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00000000
700107     05  WDIF-ENTRY OCCURS 5000 TIMES.                            00000000
700191         10  WDIF-PLAN         PIC X(10) VALUE SPACES.            00000000
700107         10  WDIF-XXYY         PIC X(4)  VALUE SPACES.            00000000
700107         10  WDIF-DENUM        PIC X(3)  VALUE SPACES.            00000000
           SKIP2                                                        00000000
700107*** Extract-scan state: the plan and RecordType most recently     00000000
700107*** seen on a marker line, carried onto the detail rows.          00000000
700107 01  WSCAN-AREA.                                                  00000000
700191     05  WSCAN-PLAN            PIC X(10) VALUE SPACES.            00000000
700107     05  WSCAN-XXYY            PIC X(4)  VALUE SPACES.            00000000
700107     05  WSCAN-PFX             PIC X(5)  VALUE SPACES.            00000000
700107     05  WSCAN-DENUM           PIC X(3)  VALUE SPACES.            00000000
           SKIP2                                                        00009500
700099*** Parsed warehouse row: key plus up to 20 mapped columns.       00009600
700099 01  WROW-AREA.                                                   00009700
700203     05  WROW-KEY             PIC X(24) VALUE SPACES.             00009800
700099     05  WROW-COL OCCURS 20 TIMES                                 00009900
700099                              PIC X(40) VALUE SPACES.             00010000
           SKIP2                                                        00010100
700099     05  WPLN-COUNT           PIC S9(4) BINARY VALUE ZERO.        00011400
700099     05  WPLN-MAX-ENTRIES     PIC S9(4) BINARY VALUE 2000.        00011500
700099     05  WPLN-ENTRY OCCURS 2000 TIMES.                            00011600
700203         10  WPLN-PLAN        PIC X(10) VALUE SPACES.             00011700
700099         10  WPLN-MATCHED     PIC 9(8)  VALUE ZERO.               00011800
700099         10  WPLN-DIFFER      PIC 9(8)  VALUE ZERO.               00011900
700099         10  WPLN-EXTRA1      PIC 9(8)  VALUE ZERO.               00012000
700099         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00014000
           SKIP2                                                        00014100
700099 01  RPT1-LINE.                                                   00014200
700203         05   FILLER     PIC X(12) VALUE                          00014300
700099           '  Plan# '.                                            00014400
700099         05   FILLER     PIC X(26) VALUE                          00014500
700099           '    Matched   Different'.                             00014600
           SKIP2                                                        00014900
700099 01  RPDAT1-LINE.                                                 00015000
700099     05  FILLER               PIC X(1) VALUE SPACES.              00015100
700203     05  RPDAT1-PLAN          PIC X(10) VALUE SPACES.             00015200
700099     05  FILLER               PIC X(1) VALUE SPACES.              00015300
700099     05  RPDAT1-MATCHED       PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00015400
700099     05  RPDAT1-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00015500
           SKIP2                                                        00018800
700099 01  IO-BKPI-PARM.                                                00018900
700099       COPY IOBKPI REPLACING 'PROGRAM' BY 'BAWHSCMP'.             00019000
           SKIP3                                                        00019001
700183 01  IO-GFP-PARM.                                                 00019002
700183       COPY IOGENFP REPLACING 'PROGRAM' BY 'BAWHSCMP'.            00019003
           SKIP3                                                        00019100
700099 01  IO-OT200-PARM.                                               00019200
700099       COPY IOOT200 REPLACING 'PROGRAM' BY 'BAWHSCMP'.            00019300
700099             'nothing to reconcile'                               00024000
700099         MOVE 16 TO RETURN-CODE                                   00024100
700099         STOP RUN.                                                00024200
700183     PERFORM A-210-PROVE-GENPRINT.                                00024201
700183     IF  WGFP-STOP-YES                                            00024202
700183         MOVE 16 TO RETURN-CODE                                   00024203
700183         STOP RUN.                                                00024204
700099     OPEN INPUT WHSE-FILE.                                        00024300
700099     IF  NOT WWHSE-FS-OK                                          00024400
700099         DISPLAY 'BaWhsCmp-303 WHSEIN dd OPEN failed:'            00024500
700099         STOP RUN.                                                00024800
700099     PERFORM A-220-LOAD-SUPPR.                                    00000000
700107     PERFORM A-240-LOAD-OT200.                                    00000000
700202     PERFORM A-280-OPEN-FIX.                                      00000000
700099     CALL 'UTO200IO' USING SD-AREA                                00024900
700099                           IO-OT200-PARM                          00025000
700099                           IO-OT200-OPEN                          00025100
700099     PERFORM N1-100-READ-PIS.                                     00026200
700099     PERFORM N2-100-READ-WHSE.                                    00026300
           SKIP2                                                        00026400
700183*** The backup is proved against the GENCAT entry BAGENCAT        00026401
700183*** cataloged for it before the warehouse is reconciled to it; a  00026402
700183*** backup restored or re-dumped over the cataloged dataset would 00026403
700183*** certify the warehouse against the wrong data.                 00026404
700183 A-210-PROVE-GENPRINT.                                            00026405
700183     MOVE 'BKUPIN'  TO IO-GFP-DDNAME.                             00026406
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00026407
700183                          IO-GFP-LOOKUP                           00026408
700183                          BWA-REC.                                00026409
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00026410
700183                          IO-GFP-VERIFY                           00026411
700183                          BWA-REC.                                00026412
700183     IF  IO-GFP-VERIFIED                                          00026413
700183         DISPLAY 'BaWhsCmp-310 Backup proved against GENCAT '     00026414
700183             'generation ' IO-GFP-CAT-DATE                        00026415
700183     ELSE IF  IO-GFP-MISMATCH                                     00026416
700183         DISPLAY 'BaWhsCmp-311 *** BACKUP IS NOT THE CATALOGED '  00026417
700183             'GENERATION - ' IO-GFP-REASON                        00026418
700183         DISPLAY 'BaWhsCmp-311 *** Path: ' IO-GFP-PATH (1:71)     00026419
700183         DISPLAY 'BaWhsCmp-311 *** GENCAT generation '            00026420
700183             IO-GFP-CAT-DATE ' was restored or re-dumped over, '  00026421
700183             'run terminated'                                     00026422
700183         SET WGFP-STOP-YES TO TRUE                                00026423
700183     ELSE                                                         00026424
700183         DISPLAY 'BaWhsCmp-312 Backup fingerprint not proved, '   00026425
700183             IO-GFP-REASON.                                       00026426
           SKIP2                                                        00026427
700099 A-900-FINI-CLOSE.                                                00026500
700099     CALL 'UT110IN'  USING SD-AREA                                00026600
700099               IO-IN110-PARM                                      00026700
700099       ', WarehouseOnly:' WCTR-EXTRA-WHSE.                        00027800
700107     DISPLAY 'BaWhsCmp-445 Column Mismatches Explained By '       00027810
700107       'OT200:' WCTR-EXPLAINED ' Of:' WCTR-DIFF-DES.              00027820
700202     PERFORM A-910-CLOSE-FIX.                                     00000000
700099     CLOSE PRINT-FILE.                                            00027900
700203     IF  WFIX-BROKEN-YES                                          00000000
700203         MOVE 12 TO RETURN-CODE.                                  00000000
700099     DISPLAY 'BaWhsCmp-998 Program Ending'.                       00028000
           SKIP2                                                        00028100
700099*** A missing SUPPRES dd just means no erasures are on            00000000
700107         DISPLAY 'BaWhsCmp-309 Extract diff table full, '         00000000
700107             'later mismatches stay untagged'.                    00000000
           SKIP2                                                        00000000
700202*** The repair extract goes out only when its dd is allocated;    00000000
700202*** its rows carry columns 1 through the highest mapped one.      00000000
700202 A-280-OPEN-FIX.                                                  00000000
700202     OPEN OUTPUT FIX-FILE.                                        00000000
700202     IF  NOT WFIX-FS-OK                                           00000000
700202         DISPLAY 'BaWhsCmp-313 No WHSEFIX dd, repair extract '    00000000
700202             'not written'                                        00000000
700202     ELSE                                                         00000000
700202         SET WFIX-OPEN-YES TO TRUE                                00000000
700202         PERFORM A-285-FIND-HI-COL                                00000000
700202           VARYING SUB-COL FROM 1 BY 1                            00000000
700202             UNTIL SUB-COL > WCOLMAP-COUNT.                       00000000
           SKIP2                                                        00000000
700202 A-285-FIND-HI-COL.                                               00000000
700202     IF  WCOLMAP-COL (SUB-COL) > WFIX-COL-HI                      00000000
700202         MOVE WCOLMAP-COL (SUB-COL) TO WFIX-COL-HI.               00000000
           SKIP2                                                        00000000
700202 A-910-CLOSE-FIX.                                                 00000000
700202     IF  WFIX-OPEN-YES                                            00000000
700202         MOVE WCTR-FIX-UPSERT TO WFIXCTL-UPSERT                   00000000
700202         MOVE WCTR-FIX-DELETE TO WFIXCTL-DELETE                   00000000
700202         MOVE WCTR-FIX-HELD   TO WFIXCTL-HELD                     00000000
700202         MOVE WFIX-KEY-HASH   TO WFIXCTL-KEY-HASH                 00000000
700202         MOVE WFIX-ROW-HASH   TO WFIXCTL-ROW-HASH                 00000000
700202         WRITE FIX-LINE FROM WFIXCTL-LINE                         00000000
700203         IF  NOT WFIX-FS-OK                                       00000000
700203             PERFORM D-905-FIX-BROKEN                             00000000
700203         END-IF                                                   00000000
700202         CLOSE FIX-FILE                                           00000000
700202         DISPLAY 'BaWhsCmp-446 Repair Extract Upserts:'           00000000
700202             WCTR-FIX-UPSERT ', Deletes:' WCTR-FIX-DELETE         00000000
700202             ', Held As Explained:' WCTR-FIX-HELD                 00000000
700202             ', Suppressed:' WCTR-FIX-SUPPR.                      00000000
           SKIP2                                                        00000000
700099***************************                                       00028200
700099*** Control card handling                                         00028300
700099***************************                                       00028400
700099             MOVE 'on Backup only' TO WRECHDR-MSG                 00035700
700099             MOVE BKFIL-XXYY TO WRECHDR-XXYY                      00035800
700099             PERFORM Q-905-WRITE-RECHDR                           00035900
700202             PERFORM D-200-FIX-BKPI                               00000000
700099         END-IF                                                   00036000
700099     END-IF.                                                      00036100
700099     PERFORM N1-100-READ-PIS.                                     00036200
700099 B-300-EXTRA-WHSE.                                                00036400
700099     IF  NOT WWHSE-EOF-FLG-YES                                    00036500
700099         ADD 1 TO WCTR-EXTRA-WHSE                                 00036600
700203         MOVE WROW-KEY (1:10) TO RPDAT1-PLAN                      00036700
700099         PERFORM R-310-ROLL-PLAN-KEY                              00036800
700099         ADD 1 TO WPLN-EXTRA2 (WPLN-HIT-SUB)                      00036900
700099         MOVE SPACES TO WRECHDR-MSG                               00037000
700099         MOVE 'on Warehouse only' TO WRECHDR-MSG                  00037100
700099         MOVE SPACES TO WRECHDR-XXYY                              00037200
700099         PERFORM Q-905-WRITE-RECHDR                               00037300
700202         PERFORM D-300-FIX-WHSE                                   00000000
700099     END-IF.                                                      00037400
700099     PERFORM N2-100-READ-WHSE.                                    00037500
           SKIP2                                                        00037600
700099         ADD 1 TO WTYP-MATCHED (WTYP-HIT-SUB)                     00038100
700099         PERFORM R-300-ROLL-PLAN                                  00038200
700099         ADD 1 TO WPLN-MATCHED (WPLN-HIT-SUB)                     00038300
700202         MOVE WROW-AREA TO WFIX-ROW-AREA                          00000000
700202         MOVE 'N' TO WFIX-HOLD-FLG                                00000000
700099         MOVE 'N' TO WREC-DIFF-FLG                                00038400
700099         PERFORM C-100-COMP-COLS                                  00038500
700099           VARYING SUB-COL FROM 1 BY 1                            00038600
700099             ADD 1 TO WCTR-DIFF-RECS                              00038900
700099             ADD 1 TO WTYP-DIFFER (WTYP-HIT-SUB)                  00039000
700099             ADD 1 TO WPLN-DIFFER (WPLN-HIT-SUB)                  00039100
700202             PERFORM D-100-FIX-DIFF                               00000000
700099         END-IF                                                   00039200
700099     END-IF.                                                      00039300
           SKIP2                                                        00039400
700099 C-100-COMP-COLS.                                                 00039800
700099     IF  WCOLMAP-XXYY (SUB-COL) = BKFIL-XXYY                      00039900
700099         PERFORM R-100-FETCH-DE                                   00040000
700202         MOVE DE-VAL-DISPLAY (1:40)                               00000000
700202           TO WFIX-COL (WCOLMAP-COL (SUB-COL))                    00000000
700099         IF  DE-VAL-DISPLAY (1:40)                                00040100
700099               NOT = WROW-COL (WCOLMAP-COL (SUB-COL))             00040200
700099             ADD 1 TO WCTR-DIFF-DES                               00040300
700107           OR WDIF-HIT-SUB > ZERO.                                00042500
700107     IF  WDIF-HIT-SUB > ZERO                                      00042510
700107         ADD 1 TO WCTR-EXPLAINED                                  00042520
700202         SET WFIX-HOLD-YES TO TRUE                                00000000
700107         MOVE 'EXPLAINED' TO WSHOW-TAG.                           00042530
           SKIP2                                                        00042540
700107 R-510-SCAN-DIF.                                                  00042550
           SKIP2                                                        00000000
700099 R-410-SCAN-SUPPR.                                                00000000
700099     IF  WSUPPR-ENTRY (SUB-SUPPR)                                 00000000
700203           = BKFIL-KEY-GROUP (11:11)                              00000000
700099         SET WSUPPR-HIT-FLG-YES TO TRUE.                          00000000
           SKIP2                                                        00000000
700202***************************                                       00000000
700202*** Repair extract                                                00000000
700202***************************                                       00000000
700202*** A differing key goes out as an upsert of the warehouse row    00000000
700202*** with its RecordType's mapped columns replaced by the backup   00000000
700202*** values - unless a differing column was already on the morning 00000000
700202*** compare's extract, when the backup side is to be corrected    00000000
700202*** first and the row is held back.                               00000000
700202 D-100-FIX-DIFF.                                                  00000000
700202     IF  NOT WFIX-OPEN-YES                                        00000000
700202         NEXT SENTENCE                                            00000000
700202     ELSE IF  WFIX-HOLD-YES                                       00000000
700202         ADD 1 TO WCTR-FIX-HELD                                   00000000
700202     ELSE                                                         00000000
700202         SET WFIX-ACTION-UPSERT TO TRUE                           00000000
700202         PERFORM D-900-WRITE-FIX.                                 00000000
           SKIP2                                                        00000000
700202*** A backup-only key goes out as an upsert built from the backup 00000000
700202*** record alone; columns of other RecordTypes stay empty.        00000000
700202 D-200-FIX-BKPI.                                                  00000000
700202     IF  WFIX-OPEN-YES                                            00000000
700202         MOVE SPACES TO WFIX-ROW-AREA                             00000000
700202         MOVE BKFIL-KEY-GROUP TO WFIX-KEY                         00000000
700202         PERFORM D-210-FILL-COL                                   00000000
700202           VARYING SUB-COL FROM 1 BY 1                            00000000
700202             UNTIL SUB-COL > WCOLMAP-COUNT                        00000000
700202         SET WFIX-ACTION-UPSERT TO TRUE                           00000000
700202         PERFORM D-900-WRITE-FIX.                                 00000000
           SKIP2                                                        00000000
700202 D-210-FILL-COL.                                                  00000000
700202     IF  WCOLMAP-XXYY (SUB-COL) = BKFIL-XXYY                      00000000
700202         PERFORM R-100-FETCH-DE                                   00000000
700202         MOVE DE-VAL-DISPLAY (1:40)                               00000000
700202           TO WFIX-COL (WCOLMAP-COL (SUB-COL)).                   00000000
           SKIP2                                                        00000000
700202*** A warehouse-only key goes out as a delete of the row as the   00000000
700202*** warehouse holds it.                                           00000000
700202 D-300-FIX-WHSE.                                                  00000000
700202     IF  WFIX-OPEN-YES                                            00000000
700202         MOVE WROW-AREA TO WFIX-ROW-AREA                          00000000
700202         SET WFIX-ACTION-DELETE TO TRUE                           00000000
700202         PERFORM D-900-WRITE-FIX.                                 00000000
           SKIP2                                                        00000000
700202*** Suppressed participants never reach the extract, whichever    00000000
700202*** side the key came from.  The key and the row as written feed  00000000
700202*** the control record's hash totals.                             00000000
700202 D-900-WRITE-FIX.                                                 00000000
700202     MOVE 'N' TO WSUPPR-HIT-FLG.                                  00000000
700202     PERFORM D-910-SCAN-SUPPR                                     00000000
700202       VARYING SUB-SUPPR FROM 1 BY 1                              00000000
700202         UNTIL SUB-SUPPR > WSUPPR-COUNT                           00000000
700202           OR WSUPPR-HIT-FLG-YES.                                 00000000
700202     IF  WSUPPR-HIT-FLG-YES                                       00000000
700202         ADD 1 TO WCTR-FIX-SUPPR                                  00000000
700202     ELSE                                                         00000000
700202         PERFORM D-920-BUILD-LINE                                 00000000
700202         WRITE FIX-LINE FROM WFIX-LINE                            00000000
700203         IF  NOT WFIX-FS-OK                                       00000000
700203             PERFORM D-905-FIX-BROKEN                             00000000
700203             CLOSE FIX-FILE                                       00000000
700203             MOVE 'N' TO WFIX-OPEN-FLG                            00000000
700203         END-IF                                                   00000000
700202         IF  WFIX-ACTION-UPSERT                                   00000000
700202             ADD 1 TO WCTR-FIX-UPSERT                             00000000
700202         ELSE                                                     00000000
700202             ADD 1 TO WCTR-FIX-DELETE                             00000000
700202         END-IF                                                   00000000
700202         PERFORM D-940-HASH-KEY                                   00000000
700202           VARYING SUB-FIX FROM 1 BY 1                            00000000
700203             UNTIL SUB-FIX > 24                                   00000000
700202         PERFORM D-950-HASH-ROW                                   00000000
700202           VARYING SUB-FIX FROM 1 BY 1                            00000000
700202             UNTIL SUB-FIX NOT < WFIX-PTR.                        00000000
           SKIP2                                                        00000000
700203*** A repair extract WHSEFIX will not take is abandoned: the run  00000000
700203*** ends 12 and, past a bad detail row, no control record is      00000000
700203*** written, so the warehouse load rejects the file.              00000000
700203 D-905-FIX-BROKEN.                                                00000000
700203     DISPLAY 'BaWhsCmp-314 WHSEFIX WRITE failed, repair extract ' 00000000
700203         'abandoned:' WFIX-FS.                                    00000000
700203     SET WFIX-BROKEN-YES TO TRUE.                                 00000000
           SKIP2                                                        00000000
700202 D-910-SCAN-SUPPR.                                                00000000
700203     IF  WSUPPR-ENTRY (SUB-SUPPR) = WFIX-KEY (11:11)              00000000
700202         SET WSUPPR-HIT-FLG-YES TO TRUE.                          00000000
           SKIP2                                                        00000000
700202*** Action code, key, then columns 1 through the highest mapped   00000000
700202*** column, '|'-delimited with trailing blanks dropped.           00000000
700202 D-920-BUILD-LINE.                                                00000000
700202     MOVE SPACES TO WFIX-LINE.                                    00000000
700202     MOVE 1 TO WFIX-PTR.                                          00000000
700202     STRING WFIX-ACTION '|' DELIMITED BY SIZE                     00000000
700202         INTO WFIX-LINE WITH POINTER WFIX-PTR.                    00000000
700202     MOVE WFIX-KEY TO WFIX-FLD.                                   00000000
700202     PERFORM D-930-ADD-FLD.                                       00000000
700202     PERFORM D-925-ADD-COL                                        00000000
700202       VARYING SUB-FIX FROM 1 BY 1                                00000000
700202         UNTIL SUB-FIX > WFIX-COL-HI.                             00000000
           SKIP2                                                        00000000
700202 D-925-ADD-COL.                                                   00000000
700202     STRING '|' DELIMITED BY SIZE                                 00000000
700202         INTO WFIX-LINE WITH POINTER WFIX-PTR.                    00000000
700202     MOVE WFIX-COL (SUB-FIX) TO WFIX-FLD.                         00000000
700202     PERFORM D-930-ADD-FLD.                                       00000000
           SKIP2                                                        00000000
700202 D-930-ADD-FLD.                                                   00000000
700202     IF  WFIX-FLD NOT = SPACES                                    00000000
700202         MOVE 40 TO WFIX-FLD-LEN                                  00000000
700202         PERFORM D-935-BACK-UP                                    00000000
700202           UNTIL WFIX-FLD (WFIX-FLD-LEN:1) NOT = SPACE            00000000
700202         STRING WFIX-FLD (1:WFIX-FLD-LEN) DELIMITED BY SIZE       00000000
700202             INTO WFIX-LINE WITH POINTER WFIX-PTR.                00000000
           SKIP2                                                        00000000
700202 D-935-BACK-UP.                                                   00000000
700202     SUBTRACT 1 FROM WFIX-FLD-LEN.                                00000000
           SKIP2                                                        00000000
700202 D-940-HASH-KEY.                                                  00000000
700202     MOVE WFIX-KEY (SUB-FIX:1) TO WHASH-CHAR.                     00000000
700202     ADD WHASH-CHAR-N TO WFIX-KEY-HASH.                           00000000
           SKIP2                                                        00000000
700202 D-950-HASH-ROW.                                                  00000000
700202     MOVE WFIX-LINE (SUB-FIX:1) TO WHASH-CHAR.                    00000000
700202     ADD WHASH-CHAR-N TO WFIX-ROW-HASH.                           00000000
           SKIP2                                                        00043700
700099***************************                                       00043800
700099*** Rollup helpers                                                00043900
