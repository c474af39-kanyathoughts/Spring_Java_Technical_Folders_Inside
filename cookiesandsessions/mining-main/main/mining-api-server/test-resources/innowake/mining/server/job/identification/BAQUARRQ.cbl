700143**               CYCLEDATE names the cycle to pair; without it    00001900
700143**               the newest cataloged generation is the cycle     00002000
700143**               and the one before it is the baseline.           00002100
700186**               An ENV card names the environment whose          00002101
700186**               generations are paired; its catalog is then      00002102
700186**               taken from the ENVREG registry through UTENVRES  00002103
700186**               instead of the GENCAT dd, and an environment     00002104
700186**               that is not registered, or has been retired,     00002105
700186**               writes no deck.                                  00002106
700143******************************************************************00002200
700143**  REVISIONS:                                                    00002300
700143******************************************************************00002400
700143**   . IN110   - Control File (CYCLEDATE card, optional)          00002600
700143**   . QUARIN  - Quarantine log from the compare run              00002700
700143**   . GENCAT  - Backup generation catalog, oldest first          00002800
700186**   . ENVREG  - Environment registry, via UTENVRES (ENV card)    00002801
700143******************************************************************00002900
700143**  Output                                                        00003000
700143**   . SYSOUT  - Displayed Information                            00003100
700143     05  GENCAT-ALT           PIC X(71).                          00007100
700143     05  FILLER               PIC X(1).                           00007200
700143     05  GENCAT-RECS          PIC X(9).                           00007300
700162*** Legal hold and golden-baseline columns maintained by BAGENHLD.00007301
700162     05  FILLER               PIC X(1).                           00007302
700162     05  GENCAT-HOLD-AREA     PIC X(51).                          00007303
700183*** Content fingerprint written by BAGENCAT, proved by UTGENFP.   00007304
700183     05  FILLER               PIC X(1).                           00007305
700183     05  GENCAT-FP-AREA       PIC X(24).                          00007306
           SKIP2                                                        00007400
700143 FD  DECKOUT-FILE                                                 00007500
700143     BLOCK CONTAINS 0 RECORDS                                     00007600
700143 77  WTARGET-SUB2          PIC S9(4) BINARY VALUE ZERO.           00008400
700143 77  WPLAN-FOUND-FLG       PIC X        VALUE 'N'.                00008500
700143     88  WPLAN-FOUND-YES   VALUE 'Y'.                             00008600
700191 77  WPLAN-WORK            PIC X(10)    VALUE SPACES.             00008700
700191 77  WPLAN-MIN             PIC X(10)    VALUE HIGH-VALUES.        00008800
700191 77  WPLAN-MAX             PIC X(10)    VALUE LOW-VALUES.         00008900
700143 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.                00009000
700186 77  WENV-REFUSED-FLG      PIC X        VALUE 'N'.                00009001
700186     88  WENV-REFUSED-YES  VALUE 'Y'.                             00009002
           SKIP2                                                        00009100
700143 01  WQUARIN-FS            PIC XX  VALUE '00'.                    00009200
700143     88  WQUARIN-FS-OK     VALUE '00'.                            00009300
700143     05  WQPLAN-COUNT          PIC S9(4) BINARY VALUE ZERO.       00010400
700143     05  WQPLAN-MAX-ENTRIES    PIC S9(4) BINARY VALUE 500.        00010500
700143     05  WQPLAN-ENTRY OCCURS 500 TIMES                            00010600
700191                               PIC X(10) VALUE SPACES.            00010700
           SKIP2                                                        00010800
700143 01  WGENCAT-AREA.                                                00010900
700143     05  WGENCAT-COUNT        PIC S9(4) BINARY VALUE ZERO.        00011000
700143 01  WCTL-AREA.                                                   00011700
700143     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00011800
700143         88  WCTL-CMD-CYCLEDATE  VALUE 'CYCLEDATE'.               00011900
700186         88  WCTL-CMD-ENV        VALUE 'ENV'.                     00011901
700143     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00012000
700143     05  WCTL-CYCLE-DATE         PIC 9(8)  VALUE ZERO.            00012100
700186     05  WCTL-ENV                PIC X(8)  VALUE SPACES.          00012101
           SKIP2                                                        00012200
700143 01  IO-IN110-PARM.                                               00012300
700143       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAQUARRQ'.            00012400
           SKIP2                                                        00012401
700186 01  IO-ENV-PARM.                                                 00012402
700186       COPY IOENVRES REPLACING 'PROGRAM' BY 'BAQUARRQ'.           00012403
           SKIP3                                                        00012500
700143 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00012600
           EJECT                                                        00012700
700143             'log, nothing to requeue'                            00013600
700143         MOVE 4 TO WRC-FINAL                                      00013700
700143     ELSE                                                         00013800
700186         IF  WCTL-ENV NOT = SPACES                                00013801
700186             PERFORM A-405-RESOLVE-ENV                            00013802
700186         END-IF                                                   00013803
700186         IF  NOT WENV-REFUSED-YES                                 00013804
700186             PERFORM A-400-LOAD-GENCAT                            00013900
700186             PERFORM A-500-PAIR-GENS                              00014000
700186             PERFORM A-600-WRITE-DECK                             00014100
700186         END-IF.                                                  00014101
700143     PERFORM A-900-FINI-CLOSE.                                    00014200
700143     MOVE WRC-FINAL TO RETURN-CODE.                               00014300
700143     GOBACK.                                                      00014400
700143             AND WCTL-VAL (1:8) IS NUMERIC                        00018800
700143             MOVE WCTL-VAL (1:8) TO WCTL-CYCLE-DATE               00018900
700143             DISPLAY ' Requeue cycle date: ' WCTL-CYCLE-DATE      00019000
700186         ELSE IF  WCTL-CMD-ENV                                    00019001
700186             MOVE WCTL-VAL (1:8) TO WCTL-ENV                      00019002
700186             DISPLAY ' Requeue environment: ' WCTL-ENV            00019003
700143         ELSE                                                     00019100
700143             DISPLAY 'BaQuarRq-501 Invalid Control Card:'         00019200
700143                 CTL-REC (1:50).                                  00019300
700143             NEXT SENTENCE.                                       00021800
700143     IF  WQUARIN-FS-OK                                            00021900
700143         AND QUARIN-LINE (1:5) = 'Plan '                          00022000
700191         AND QUARIN-LINE (6:1) NOT = SPACE                        00022100
700191         MOVE SPACES TO WPLAN-WORK                                00022200
700191         UNSTRING QUARIN-LINE (6:11) DELIMITED BY SPACE           00022201
700191             INTO WPLAN-WORK                                      00022202
700143         PERFORM A-320-ADD-PLAN.                                  00022300
           SKIP2                                                        00022400
700143*** Find-or-add, so a plan quarantined on both file sides         00022500
700143             OR WGENCAT-COUNT >= WGENCAT-MAX-ENTRIES              00026000
700143         CLOSE GENCAT-FILE.                                       00026100
           SKIP2                                                        00026200
700186*** The ENV card's environment replaces the GENCAT dd with its    00026201
700186*** registered catalog.  An unknown or inactive environment is    00026202
700186*** an error; no deck is written, since a deck with no exports    00026203
700186*** would re-run against whatever backups the job is handed.      00026204
700186 A-405-RESOLVE-ENV.                                               00026205
700186     MOVE WCTL-ENV TO IO-ENV-NAME.                                00026206
700186     CALL 'UTENVRES' USING IO-ENV-PARM IO-ENV-LOOKUP.             00026207
700186     IF  NOT IO-ENV-RESOLVED                                      00026208
700186         DISPLAY 'BaQuarRq-308 ENV ' WCTL-ENV ' refused, no '     00026209
700186             'deck written: ' IO-ENV-REASON                       00026210
700186         SET WENV-REFUSED-YES TO TRUE                             00026211
700186         MOVE 8 TO WRC-FINAL                                      00026212
700186     ELSE                                                         00026213
&MFCY          DISPLAY 'GENCAT' UPON ENVIRONMENT-NAME                   00026214
&MFCY          DISPLAY IO-ENV-GENCAT UPON ENVIRONMENT-VALUE             00026215
700186         DISPLAY 'BaQuarRq-404 Environment ' WCTL-ENV             00026216
700186             ' (' IO-ENV-PLATFORM ', ' IO-ENV-CODEPAGE            00026217
700186             ') catalog:' IO-ENV-GENCAT.                          00026218
           SKIP2                                                        00026219
700143 A-410-READ-GENCAT.                                               00026300
700143     READ GENCAT-FILE                                             00026400
700143         AT END NEXT SENTENCE.                                    00026500
700143         STRING 'SELPLAN ' WPLAN-MIN                              00033400
700143             DELIMITED BY SIZE INTO DECKOUT-LINE                  00033500
700143     ELSE                                                         00033600
700191         STRING 'PLANRANGE ' DELIMITED BY SIZE                    00033700
700191             WPLAN-MIN DELIMITED BY SPACE                         00033701
700191             '-' DELIMITED BY SIZE                                00033702
700191             WPLAN-MAX DELIMITED BY SPACE                         00033703
700191             INTO DECKOUT-LINE.                                   00033704
700143     WRITE DECKOUT-LINE.                                          00033900
700143     DISPLAY 'BaQuarRq-403 Deck written for ' WQPLAN-COUNT        00034000
700143         ' plans, span ' WPLAN-MIN ' - ' WPLAN-MAX.               00034100
