700106**               and defect number directly on the same keyed     00001400
700106**               DISPMST master BABKCMP consults at report        00001500
700106**               time.                                            00001600
700160**               Every disposition added, replaced or deleted is  00001601
700160**               journaled with its before and after images       00001602
700160**               through UTMJRNL, under the operator id given at  00001603
700160**               sign-on (the job name when none is given).       00001604
700161**               D and X commands are first checked against the   00001605
700161**               AUTHMST authorization master through UTAUTH under00001606
700161**               that operator id (verbs DISPOSE and DELETE, for  00001607
700161**               the plan keyed); a refused command changes       00001608
700161**               nothing and is logged to AUTHLOG.                00001609
700175**               The P detail is followed by the plan's rows from 00001610
700175**               the BALIVCHK live spot check when LIVESTAT is    00001611
700175**               supplied - STILL-DIFFERENT, or NOW-MATCHES-FILE1/00001612
700175**               FILE2 for an item already corrected online that  00001613
700175**               can be disposed without being worked.            00001614
700184**               The session opens on the signed-on operator's    00001615
700184**               own rows of the BAWKROUT routed worklist when    00001616
700184**               WORKLIST is supplied.                            00001617
700106**               Commands (fixed columns, entered at the          00001700
700106**               prompt):                                          00001800
700106**                 I                     - archive index browse   00001900
700106**                   cyymmdd             - set disposition        00002200
700106**                   (plan 3-8, type 10-13, DE 15-17, status     00002300
700106**                   19-30, defect 32-39, expiry 41-48)           00002400
700191**                   - a plan of seven to ten characters takes    00002401
700191**                   columns 3-12 and moves the rest four to the  00002402
700191**                   right (type 14-17, DE 19-21, status 23-34,   00002403
700191**                   defect 36-43, expiry 45-52)                  00002404
700106**                 L                     - list dispositions      00002500
700184**                 W aaaaaaaa            - routed worklist, the   00002501
700184**                   signed-on operator's when no analyst is      00002502
700184**                   given in columns 3-10                        00002503
700106**                 X                     - delete (same columns   00002600
700106**                   as D, status/defect ignored)                 00002700
700106**                 Q                     - quit                   00002800
700106**   . Terminal - commands via ACCEPT                             00003100
700106**   . ARCHIDX - BAOT200P archive index (plans/types per          00003200
700106**               archived OT200 generation)                       00003300
700161**   . AUTHMST - Authorization master, via UTAUTH                 00003301
700106**   . OT200IN - The cycle's OT200 extract, written with the      00003400
700106**               OT200HDR card so the PLN1 markers are present    00003500
700175**   . LIVESTAT - BALIVCHK live status rows (optional)            00003501
700184**   . WORKLIST - BAWKROUT routed worklist (optional)             00003502
700106******************************************************************00003600
700106**  Output                                                        00003700
700106**   . SYSOUT  - Dialog output via DISPLAY                        00003800
700106**   . DISPMST - Keyed disposition master, updated in place       00003900
700160**   . MSTJRNL - Before/after change journal, via UTMJRNL         00003901
700161**   . AUTHLOG - Refused-change log, via UTAUTH                   00003902
700106******************************************************************00004000
700106 ENVIRONMENT DIVISION.                                            00004100
700106 CONFIGURATION SECTION.                                           00004200
700106         ACCESS MODE IS DYNAMIC                                   00005700
700106         RECORD KEY IS DSPM-KEY                                   00005800
700106         FILE STATUS WDISPMST-FS.                                 00005900
700175     SELECT LIVSTAT-FILE                                          00005901
700175         ASSIGN TO UT-S-LIVESTAT                                  00005902
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005903
700175         FILE STATUS WLIVSTAT-FS.                                 00005904
700184     SELECT WKLIST-FILE                                           00005905
700184         ASSIGN TO UT-S-WORKLIST                                  00005906
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005907
700184         FILE STATUS WWKLIST-FS.                                  00005908
700106 DATA DIVISION.                                                   00006000
           SKIP2                                                        00006100
700106 FILE SECTION.                                                    00006200
700106     05  FILLER               PIC X.                              00007400
700106     05  IDX-KIND             PIC X(4).                           00007500
700106     05  FILLER               PIC X.                              00007600
700191     05  IDX-VALUE            PIC X(10).                          00007700
700191     05  FILLER               PIC X(64).                          00007800
           SKIP2                                                        00007900
           SKIP2                                                        00008500
700106 FD  DISPMST-FILE                                                 00008600
700106     LABEL RECORDS ARE STANDARD.                                  00008700
           SKIP2                                                        00008800
700106 01  DISPMST-REC. COPY DISPMST.                                   00008900
           SKIP2                                                        00008901
700175*** Live status rows written by BALIVCHK - see the LIVSTAT        00008902
700175*** copybook.                                                     00008903
700175 FD  LIVSTAT-FILE                                                 00008904
700175     BLOCK CONTAINS 0 RECORDS                                     00008905
700175     LABEL RECORDS ARE STANDARD.                                  00008906
           SKIP2                                                        00008907
700175 01  LIVSTAT-REC. COPY LIVSTAT.                                   00008908
           SKIP2                                                        00008909
700184*** Routed worklist rows written by BAWKROUT - see the WKLIST     00008910
700184*** copybook.                                                     00008911
700184 FD  WKLIST-FILE                                                  00008912
700184     BLOCK CONTAINS 0 RECORDS                                     00008913
700184     LABEL RECORDS ARE STANDARD.                                  00008914
           SKIP2                                                        00008915
700184 01  WKLIST-REC. COPY WKLIST.                                     00008916
700106 WORKING-STORAGE SECTION.                                         00009000
700106 77  WQUIT-FLG             PIC X        VALUE 'N'.                00009100
700106     88  WQUIT-FLG-YES     VALUE 'Y'.                             00009200
700106 77  SUB-BUF               PIC S9(4) BINARY VALUE ZERO.           00009300
700106 77  WCTR-SHOWN            PIC 9(5)     VALUE ZERO.               00009400
700106 77  WCTR-UPDATES          PIC 9(5)     VALUE ZERO.               00009500
700161 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00009501
700106 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00009600
700106     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00009700
700106 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00009800
700106     88  WROW-FOUND-FLG-YES VALUE 'Y'.                            00009900
700175 77  WCTR-LIVE-ROWS        PIC 9(5)     VALUE ZERO.               00009901
700175 77  WCTR-LIVE-CLOSABLE    PIC 9(5)     VALUE ZERO.               00009902
700184 77  WCTR-WORK-ROWS        PIC 9(5)     VALUE ZERO.               00009903
700184 77  WWORK-ANALYST         PIC X(8)     VALUE SPACES.             00009904
           SKIP2                                                        00010000
700106 01  WINDEX-FS             PIC XX  VALUE '00'.                    00010100
700106     88  WINDEX-FS-OK      VALUE '00'.                            00010200
700106 01  WDISPMST-FS           PIC XX  VALUE '00'.                    00010500
700106     88  WDISPMST-FS-OK    VALUE '00'.                            00010600
700106     88  WDISPMST-FS-NOFILE VALUE '35' '30'.                      00010700
700175 01  WLIVSTAT-FS           PIC XX  VALUE '00'.                    00010701
700175     88  WLIVSTAT-FS-OK    VALUE '00'.                            00010702
700184 01  WWKLIST-FS            PIC XX  VALUE '00'.                    00010703
700184     88  WWKLIST-FS-OK     VALUE '00'.                            00010704
           SKIP2                                                        00010800
700106 01  WCMD-LINE             PIC X(80)  VALUE SPACES.               00010900
700191*** D, X and P command columns.  A plan of more than six          00010901
700191*** characters moves the columns after it four to the right.      00010902
700191 01  WCMD-AREA.                                                   00010903
700191     05  WCMD-PLAN            PIC X(10)  VALUE SPACES.            00010904
700191     05  WCMD-XXYY            PIC X(4)   VALUE SPACES.            00010905
700191     05  WCMD-DENUM           PIC X(3)   VALUE SPACES.            00010906
700191     05  WCMD-STATUS          PIC X(12)  VALUE SPACES.            00010907
700191     05  WCMD-DEFECT          PIC X(8)   VALUE SPACES.            00010908
700191     05  WCMD-EXPIRY          PIC X(8)   VALUE SPACES.            00010909
           SKIP2                                                        00011000
700132 01  IO-ENQ-PARM.                                                 00011010
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BADSPWB'.               00011020
           SKIP2                                                        00011021
700160 01  IO-MJR-PARM.                                                 00011022
700160       COPY IOMJRNL REPLACING 'PROGRAM' BY 'BADSPWB'.             00011023
           SKIP2                                                        00011024
700161 01  IO-AUTH-PARM.                                                00011025
700161       COPY IOAUTH REPLACING 'PROGRAM' BY 'BADSPWB'.              00011026
           SKIP2                                                        00000000
700148 01  IO-O2R-PARM.                                                 00000000
700148       COPY IOOT200R REPLACING 'PROGRAM' BY 'BADSPWB'.            00000000
700132             'session, try again later'                           00013780
700132         MOVE 12 TO RETURN-CODE                                   00013790
700132         STOP RUN.                                                00013791
700160*** The journal must be writable before the master is touched;    00013792
700160*** an update that cannot be journaled is not made.               00013793
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-OPEN.        00013794
700160     IF  IO-MJR-ERROR-YES                                         00013795
700160         DISPLAY 'BaDspWb-305 MSTJRNL journal OPEN failed:'       00013796
700160             IO-MJR-FILE-STATUS                                   00013797
700160         MOVE 'DISPMST ' TO IO-ENQ-RESOURCE                       00013798
700160         PERFORM R-906-DEQ-RESOURCE                               00013799
700160         MOVE 16 TO RETURN-CODE                                   00013800
700160         STOP RUN.                                                00013801
700160     DISPLAY 'BaDspWb> Operator id:'.                             00013802
700160     MOVE SPACES TO IO-MJR-OPERATOR.                              00013803
700160     ACCEPT IO-MJR-OPERATOR.                                      00013804
700160     IF  IO-MJR-OPERATOR = SPACES                                 00013805
700160         MOVE SD-JOBNAME TO IO-MJR-OPERATOR.                      00013806
700161*** With no authorization master every change is refused.         00013807
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00013808
700106     OPEN I-O DISPMST-FILE.                                       00013800
700106     IF  WDISPMST-FS-NOFILE                                       00013900
700106         OPEN OUTPUT DISPMST-FILE                                 00014000
700106             WDISPMST-FS                                          00014500
700106         MOVE 16 TO RETURN-CODE                                   00014600
700106         STOP RUN.                                                00014700
700184*** Straight onto the operator's own list once signed on.         00014701
700184     MOVE IO-MJR-OPERATOR TO WWORK-ANALYST.                       00014702
700184     PERFORM C-500-SHOW-WORKLIST.                                 00014703
           SKIP2                                                        00014800
700106 A-900-FINI-CLOSE.                                                00014900
700106     CLOSE DISPMST-FILE.                                          00015000
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-CLOSE.       00015001
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00015002
700132     MOVE 'DISPMST ' TO IO-ENQ-RESOURCE.                          00015010
700132     PERFORM R-906-DEQ-RESOURCE.                                  00015020
700106     DISPLAY 'BaDspWb-444 Dispositions Updated:' WCTR-UPDATES.    00015100
700161     DISPLAY 'BaDspWb-445 Changes Refused:' WCTR-REFUSED.         00015101
700106     DISPLAY 'BaDspWb-998 Analyst Workbench Ending'.              00015200
           SKIP2                                                        00015300
700132*** Shared-resource serialization through the optional UTENQ      00015310
700106***************************                                       00015600
700106 B-100-PROC-CMD.                                                  00015700
700106     DISPLAY ' '.                                                 00015800
700184     DISPLAY 'BaDspWb> I=index P=plan D=dispose X=delete '        00015900
700184         'L=list W=worklist Q=quit'.                              00016000
700106     MOVE SPACES TO WCMD-LINE.                                    00016100
700106     ACCEPT WCMD-LINE.                                            00016200
700191     PERFORM C-050-CMD-FIELDS.                                    00016201
700106     EVALUATE WCMD-LINE (1:1)                                     00016300
700106       WHEN 'I'                                                   00016400
700106         PERFORM C-100-BROWSE-INDEX                               00016500
700106       WHEN 'P'                                                   00016600
700106         PERFORM C-200-SHOW-PLAN                                  00016700
700106       WHEN 'D'                                                   00016800
700161         PERFORM C-290-AUTH-SET                                   00016801
700106       WHEN 'X'                                                   00017000
700161         PERFORM C-340-AUTH-DEL                                   00017001
700106       WHEN 'L'                                                   00017200
700106         PERFORM C-400-LIST-DISP                                  00017300
700184       WHEN 'W'                                                   00017301
700184         IF  WCMD-LINE (3:8) = SPACES                             00017302
700184             MOVE IO-MJR-OPERATOR TO WWORK-ANALYST                00017303
700184         ELSE                                                     00017304
700184             MOVE WCMD-LINE (3:8) TO WWORK-ANALYST                00017305
700184         END-IF                                                   00017306
700184         PERFORM C-500-SHOW-WORKLIST                              00017307
700106       WHEN 'Q'                                                   00017400
700106         SET WQUIT-FLG-YES TO TRUE                                00017500
700106       WHEN OTHER                                                 00017600
700148                           IO-O2R-CLOSE                           00021820
700148                           WO2R-REC                               00021830
700106         DISPLAY ' Detail lines shown: ' WCTR-SHOWN.              00021900
700175     PERFORM C-250-SHOW-LIVE.                                     00021901
           SKIP2                                                        00022000
700106 C-210-SCAN-OT200.                                                00022100
700148     CALL 'UTOT200R' USING SD-AREA                                00022200
700106         NEXT SENTENCE                                            00022600
700106     ELSE                                                         00022700
700148     IF  IO-O2R-KIND-PLN                                          00022800
700191         IF  IO-O2R-PLAN = WCMD-PLAN                              00022900
700106             PERFORM C-220-SHOW-BUF                               00023000
700106               VARYING SUB-BUF FROM 1 BY 1                        00023100
700106                 UNTIL SUB-BUF > WBUF-COUNT                       00023200
700106         ADD 1 TO WBUF-COUNT                                      00024300
700148         MOVE WO2R-REC (1:133) TO WBUF-ENTRY (WBUF-COUNT).        00024400
           SKIP2                                                        00024500
700175*** The plan's live spot-check rows, when the step has run this   00024501
700175*** cycle.  No LIVESTAT dd shows nothing.                         00024502
700175 C-250-SHOW-LIVE.                                                 00024503
700175     MOVE ZERO TO WCTR-LIVE-ROWS WCTR-LIVE-CLOSABLE.              00024504
700175     OPEN INPUT LIVSTAT-FILE.                                     00024505
700175     IF  WLIVSTAT-FS-OK                                           00024506
700175         DISPLAY ' Live check: Type Participant DE  Live Status'  00024507
700175             '       Note        Live Value'                      00024508
700175         PERFORM C-260-SHOW-LIVE-ROW                              00024509
700175           WITH TEST AFTER                                        00024510
700175           UNTIL WLIVSTAT-FS NOT = '00'                           00024511
700175         CLOSE LIVSTAT-FILE                                       00024512
700175         DISPLAY ' Live rows shown: ' WCTR-LIVE-ROWS              00024513
700175             ', already corrected: ' WCTR-LIVE-CLOSABLE.          00024514
           SKIP2                                                        00024515
700175 C-260-SHOW-LIVE-ROW.                                             00024516
700175     READ LIVSTAT-FILE                                            00024517
700175         AT END                                                   00024518
700175             NEXT SENTENCE.                                       00024519
700175     IF  WLIVSTAT-FS-OK                                           00024520
700191         AND LVS-PLAN-NUM = WCMD-PLAN                             00024521
700175         ADD 1 TO WCTR-LIVE-ROWS                                  00024522
700175         IF  LVS-STATUS-CLOSABLE                                  00024523
700175             ADD 1 TO WCTR-LIVE-CLOSABLE                          00024524
700175         END-IF                                                   00024525
700175         DISPLAY '             ' LVS-XXYY ' ' LVS-PART-NUM        00024526
700175             ' ' LVS-DENUM ' ' LVS-STATUS ' ' LVS-NOTE            00024527
700175             ' ' LVS-LIVE-VAL (1:30).                             00024528
           SKIP2                                                        00024529
700106 C-220-SHOW-BUF.                                                  00024600
700106     IF  WBUF-ENTRY (SUB-BUF) NOT = SPACES                        00024700
700106         ADD 1 TO WCTR-SHOWN                                      00024800
700106***************************                                       00025100
700106*** D / X - disposition update, in place on the keyed master      00025200
700106***************************                                       00025300
700191*** Column 9 is the blank after a six-character plan; anything    00025301
700191*** there means a longer plan and the wide command layout.        00025302
700191 C-050-CMD-FIELDS.                                                00025303
700191     IF  WCMD-LINE (9:1) NOT = SPACE                              00025304
700191         MOVE WCMD-LINE (3:10)  TO WCMD-PLAN                      00025305
700191         MOVE WCMD-LINE (14:4)  TO WCMD-XXYY                      00025306
700191         MOVE WCMD-LINE (19:3)  TO WCMD-DENUM                     00025307
700191         MOVE WCMD-LINE (23:12) TO WCMD-STATUS                    00025308
700191         MOVE WCMD-LINE (36:8)  TO WCMD-DEFECT                    00025309
700191         MOVE WCMD-LINE (45:8)  TO WCMD-EXPIRY                    00025310
700191     ELSE                                                         00025311
700191         MOVE WCMD-LINE (3:6)   TO WCMD-PLAN                      00025312
700191         MOVE WCMD-LINE (10:4)  TO WCMD-XXYY                      00025313
700191         MOVE WCMD-LINE (15:3)  TO WCMD-DENUM                     00025314
700191         MOVE WCMD-LINE (19:12) TO WCMD-STATUS                    00025315
700191         MOVE WCMD-LINE (32:8)  TO WCMD-DEFECT                    00025316
700191         MOVE WCMD-LINE (41:8)  TO WCMD-EXPIRY.                   00025317
           SKIP2                                                        00025318
700161*** The operator signed on must hold a grant for the command's    00025301
700161*** verb covering the plan keyed.                                 00025302
700161 C-290-AUTH-SET.                                                  00025303
700161     MOVE 'DISPOSE' TO IO-AUTH-VERB.                              00025304
700161     PERFORM R-920-AUTH-CHECK.                                    00025305
700161     IF  IO-AUTH-ALLOWED                                          00025306
700161         PERFORM C-300-SET-DISP                                   00025307
700161     ELSE                                                         00025308
700161         DISPLAY 'BaDspWb-506 Not authorized to dispose plan '    00025309
700191             WCMD-PLAN.                                           00025310
           SKIP2                                                        00025311
700106*** Same record-level flow BADISPUT's F-120-APPLY-DISPOSE runs,   00025400
700106*** driven from the command line instead of a DISPOSE card.       00025500
700106 C-300-SET-DISP.                                                  00025600
700106     PERFORM C-320-READ-ROW.                                      00025700
700106     MOVE SPACES TO DISPMST-REC.                                  00025800
700191     MOVE WCMD-PLAN         TO DSPM-PLAN-NUM.                     00025900
700191     MOVE WCMD-XXYY         TO DSPM-XXYY.                         00026000
700191     MOVE WCMD-DENUM        TO DSPM-DENUM.                        00026100
700191     MOVE WCMD-STATUS       TO DSPM-STATUS.                       00026200
700191     MOVE WCMD-DEFECT       TO DSPM-DEFECT.                       00026300
700191     IF  WCMD-EXPIRY IS NUMERIC                                   00026400
700191         MOVE WCMD-EXPIRY TO DSPM-EXPIRY                          00026500
700106     ELSE                                                         00026600
700106         MOVE ZERO TO DSPM-EXPIRY.                                00026700
700106     IF  WROW-FOUND-FLG-YES                                       00026800
700106         REWRITE DISPMST-REC                                      00026900
700106         ADD 1 TO WCTR-UPDATES                                    00027000
700160         SET IO-MJR-ACTION-REPLACE TO TRUE                        00027001
700160         PERFORM R-910-JOURNAL                                    00027002
700106         DISPLAY ' Disposition replaced'                          00027100
700106     ELSE                                                         00027200
700106         WRITE DISPMST-REC                                        00027300
700106                     WDISPMST-FS                                  00027600
700106         END-WRITE                                                00027700
700106         ADD 1 TO WCTR-UPDATES                                    00027800
700160         SET IO-MJR-ACTION-ADD TO TRUE                            00027801
700160         PERFORM R-910-JOURNAL                                    00027802
700106         DISPLAY ' Disposition added'.                            00027900
           SKIP2                                                        00028000
700161 C-340-AUTH-DEL.                                                  00028001
700161     MOVE 'DELETE' TO IO-AUTH-VERB.                               00028002
700161     PERFORM R-920-AUTH-CHECK.                                    00028003
700161     IF  IO-AUTH-ALLOWED                                          00028004
700161         PERFORM C-350-DEL-DISP                                   00028005
700161     ELSE                                                         00028006
700161         DISPLAY 'BaDspWb-507 Not authorized to delete for plan ' 00028007
700191             WCMD-PLAN.                                           00028008
           SKIP2                                                        00028009
700106 C-350-DEL-DISP.                                                  00028100
700106     PERFORM C-320-READ-ROW.                                      00028200
700106     IF  WROW-FOUND-FLG-YES                                       00028300
700106         DELETE DISPMST-FILE                                      00028400
700106         ADD 1 TO WCTR-UPDATES                                    00028500
700160         SET IO-MJR-ACTION-DELETE TO TRUE                         00028501
700160         PERFORM R-910-JOURNAL                                    00028502
700106         DISPLAY ' Disposition deleted'                           00028600
700106     ELSE                                                         00028700
700106         DISPLAY ' Row not on file'.                              00028800
700106 C-320-READ-ROW.                                                  00029000
700106     MOVE 'N' TO WROW-FOUND-FLG.                                  00029100
700106     MOVE SPACES TO DISPMST-REC.                                  00029200
700191     MOVE WCMD-PLAN        TO DSPM-PLAN-NUM.                      00029300
700191     MOVE WCMD-XXYY        TO DSPM-XXYY.                          00029400
700191     MOVE WCMD-DENUM       TO DSPM-DENUM.                         00029500
700106     READ DISPMST-FILE                                            00029600
700106         INVALID KEY                                              00029700
700106             NEXT SENTENCE.                                       00029800
700106     IF  WDISPMST-FS-OK                                           00029900
700106         SET WROW-FOUND-FLG-YES TO TRUE.                          00030000
700160     PERFORM R-912-SAVE-BEFORE.                                   00030001
           SKIP2                                                        00030100
700160*** Every in-place change goes to the master change journal with  00030101
700160*** its before and after images.  Called straight after the       00030102
700160*** DELETE/REWRITE/WRITE, so a failed one is not journaled; a     00030103
700160*** change that cannot be journaled ends the session before any   00030104
700160*** further command is applied.                                   00030105
700160 R-910-JOURNAL.                                                   00030106
700160     IF  WDISPMST-FS-OK                                           00030107
700160         MOVE 'DISPMST' TO IO-MJR-MASTER                          00030108
700160         IF  IO-MJR-ACTION-DELETE                                 00030109
700160             MOVE SPACES TO IO-MJR-AFTER                          00030110
700191             MOVE IO-MJR-BEFORE (1:17) TO IO-MJR-KEY              00030111
700160         ELSE                                                     00030112
700160             MOVE DISPMST-REC TO IO-MJR-AFTER                     00030113
700160             MOVE DSPM-KEY    TO IO-MJR-KEY                       00030114
700160         END-IF                                                   00030115
700160         CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-WRITE    00030116
700160         IF  IO-MJR-ERROR-YES                                     00030117
700160             DISPLAY 'BaDspWb-505 Journal write failed, session ' 00030118
700160                 'ended:' IO-MJR-FILE-STATUS                      00030119
700160             MOVE 16 TO RETURN-CODE                               00030120
700160             STOP RUN.                                            00030121
           SKIP2                                                        00030122
700160*** The row as it stood before the command, taken straight        00030123
700160*** after the keyed READ; spaces when the row is new.             00030124
700160 R-912-SAVE-BEFORE.                                               00030125
700160     IF  WROW-FOUND-FLG-YES                                       00030126
700160         MOVE DISPMST-REC TO IO-MJR-BEFORE                        00030127
700160     ELSE                                                         00030128
700160         MOVE SPACES TO IO-MJR-BEFORE.                            00030129
           SKIP2                                                        00030130
700161*** Authorization check under the signed-on operator for the      00030131
700191*** plan keyed; the caller has set the verb.                      00030132
700161 R-920-AUTH-CHECK.                                                00030133
700161     MOVE IO-MJR-OPERATOR TO IO-AUTH-USERID.                      00030134
700191     MOVE WCMD-PLAN       TO IO-AUTH-PLAN.                        00030135
700161     MOVE SPACES          TO IO-AUTH-PLAN-HI.                     00030136
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00030137
700161     IF  IO-AUTH-DENIED                                           00030138
700161         ADD 1 TO WCTR-REFUSED.                                   00030139
           SKIP2                                                        00030130
700106***************************                                       00030200
700106*** L - disposition listing                                       00030300
700106***************************                                       00030400
700106         DISPLAY ' ' DSPM-PLAN-NUM ' ' DSPM-XXYY                  00032000
700106             ' ' DSPM-DENUM ' ' DSPM-STATUS                       00032100
700106             ' ' DSPM-DEFECT ' ' DSPM-EXPIRY.                     00032200
           SKIP2                                                        00032201
700184***************************                                       00032202
700184*** W - routed worklist                                           00032203
700184***************************                                       00032204
700184*** The analyst's rows of the night's BAWKROUT routing, in the    00032205
700184*** order routed.  No WORKLIST dd leaves the whole extract to     00032206
700184*** the I and P commands as before.                               00032207
700184 C-500-SHOW-WORKLIST.                                             00032208
700184     MOVE ZERO TO WCTR-WORK-ROWS.                                 00032209
700184     OPEN INPUT WKLIST-FILE.                                      00032210
700184     IF  NOT WWKLIST-FS-OK                                        00032211
700184         DISPLAY 'BaDspWb-306 No WORKLIST routed for this '       00032212
700184             'session:' WWKLIST-FS                                00032213
700184     ELSE                                                         00032214
700184         DISPLAY ' Worklist for ' WWORK-ANALYST                   00032215
700184         DISPLAY ' Plan   Type Diffs First Seen  Age Route      ' 00032216
700184             'Owner    Sponsor'                                   00032217
700184         PERFORM C-510-SHOW-WORK-ROW                              00032218
700184           WITH TEST AFTER                                        00032219
700184           UNTIL WWKLIST-FS NOT = '00'                            00032220
700184         CLOSE WKLIST-FILE                                        00032221
700184         DISPLAY ' Worklist items: ' WCTR-WORK-ROWS.              00032222
           SKIP2                                                        00032223
700184 C-510-SHOW-WORK-ROW.                                             00032224
700184     READ WKLIST-FILE                                             00032225
700184         AT END                                                   00032226
700184             NEXT SENTENCE.                                       00032227
700184     IF  WWKLIST-FS-OK                                            00032228
700184         AND WKL-ANALYST = WWORK-ANALYST                          00032229
700184         ADD 1 TO WCTR-WORK-ROWS                                  00032230
700184         DISPLAY ' ' WKL-PLAN ' ' WKL-XXYY ' ' WKL-DIFFS          00032231
700184             ' ' WKL-FIRST-SEEN ' ' WKL-AGE ' ' WKL-ROUTE         00032232
700184             ' ' WKL-OWNER ' ' WKL-SPONSOR.                       00032233
