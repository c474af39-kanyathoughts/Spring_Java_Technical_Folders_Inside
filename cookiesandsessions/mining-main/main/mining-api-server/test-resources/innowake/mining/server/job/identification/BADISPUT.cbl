700104**               the compare shows it as EXPIRED and the aging    00002400
700104**               section of this report lists it for the         00002500
700104**               analyst to renew or delete.                      00002600
700191**               After a PLANWIDTH 10 card the DISPOSE columns    00002601
700191**               are plan 9-18, type 20-23, DE 25-27, status      00002602
700191**               29-40, defect 42-49, expiry 51-58 and high plan  00002603
700191**               60-69.                                           00002604
700141**               Wildcards: plan ALL covers every plan, DE ***    00002610
700191**               every DE of the RecordType, and a high plan      00002620
700191**               (cols 56-61, numeric) makes the row a plan       00002630
700141**               range.  BULKIMP applies a delimited BULKIN       00002640
700141**               file of dispositions in one pass; EXPORT         00002650
700141**               writes the whole master back out in the same     00002660
700141**               delimited form.                                  00002670
700160**               Every add, replace and delete is journaled with  00002671
700160**               its before and after images through UTMJRNL; the 00002672
700160**               OPERATOR card names the operator the following   00002673
700160**               changes are journaled under (the job name until  00002674
700160**               one is given).                                   00002675
700161**               Every change is first checked against the AUTHMST00002676
700161**               authorization master through UTAUTH under that   00002677
700161**               same operator: DISPOSE cards and each BULKIMP row00002678
700161**               need a grant for their verb covering the plan or 00002679
700161**               plan range they touch, and a refused change is   00002680
700161**               skipped, logged to AUTHLOG and counted.          00002681
700083******************************************************************00002700
700083**  REVISIONS:                                                    00002800
700083******************************************************************00002900
700141**   . IN110   - Control File (DISPOSE, BULKIMP, EXPORT cards)    00003100
700141**   . BULKIN  - Delimited bulk dispositions (BULKIMP card)       00003110
700105**   . DISPMST - Keyed disposition master, opened I-O (created    00003200
700161**   . AUTHMST - Authorization master, via UTAUTH                 00003201
700105**               empty on a first run)                            00003300
700083******************************************************************00003400
700083**  Output                                                        00003500
700083**   . SYSOUT  - Displayed Information                            00003600
700105**   . DISPMST - Updated in place                                 00003700
700160**   . MSTJRNL - Before/after change journal, via UTMJRNL         00003701
700161**   . AUTHLOG - Refused-change log, via UTAUTH                   00003702
700141**   . BULKOUT - Delimited export of the master (EXPORT card)     00003710
700083**   . REPORT  - Listing of the updated database                  00003800
700083******************************************************************00003900
700141 77  WCTR-BULK-IN          PIC 9(5)     VALUE ZERO.               00007410
700141 77  WCTR-BULK-BAD         PIC 9(5)     VALUE ZERO.               00007420
700141 77  WCTR-EXPORTED         PIC 9(5)     VALUE ZERO.               00007430
700161 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00007431
700105 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00007500
700105     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00007600
700105 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00007700
700141 01  WBULKOUT-FS           PIC XX  VALUE '00'.                    00010630
700141     88  WBULKOUT-FS-OK    VALUE '00'.                            00010640
           SKIP2                                                        00010650
700191*** Columns of one DISPOSE card, from the layout in force.        00010651
700191 01  WCARD-AREA.                                                  00010652
700191     05  WCARD-KEY.                                               00010653
700191         10  WCARD-PLAN    PIC X(10) VALUE SPACES.                00010654
700191         10  WCARD-XXYY    PIC X(4)  VALUE SPACES.                00010655
700191         10  WCARD-DENUM   PIC X(3)  VALUE SPACES.                00010656
700191     05  WCARD-STATUS      PIC X(12) VALUE SPACES.                00010657
700191     05  WCARD-DEFECT      PIC X(8)  VALUE SPACES.                00010658
700191     05  WCARD-EXPIRY      PIC X(8)  VALUE SPACES.                00010659
700191     05  WCARD-PLAN-HI     PIC X(10) VALUE SPACES.                00010660
700191     05  WCARD-WIDE-FLG    PIC X     VALUE 'N'.                   00010661
700191         88  WCARD-WIDE-FLG-YES VALUE 'Y'.                        00010662
700141*** Parsed columns of one delimited bulk row.                     00010660
700141 01  WBULK-AREA.                                                  00010670
700191     05  WBULK-PLAN        PIC X(10) VALUE SPACES.                00010671
700141     05  WBULK-XXYY        PIC X(4)  VALUE SPACES.                00010672
700141     05  WBULK-DENUM       PIC X(3)  VALUE SPACES.                00010673
700141     05  WBULK-STATUS      PIC X(12) VALUE SPACES.                00010674
700141     05  WBULK-DEFECT      PIC X(8)  VALUE SPACES.                00010675
700141     05  WBULK-EXPIRY      PIC X(8)  VALUE SPACES.                00010676
700191     05  WBULK-PLAN-HI     PIC X(10) VALUE SPACES.                00010677
           SKIP2                                                        00010700
700083 01  RPTHDR-LINE.                                                 00010800
700083         05   FILLER     PIC X(02) VALUE                          00010900
700083         05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00011700
           SKIP2                                                        00011800
700083 01  RPT1-LINE.                                                   00011900
700191         05   FILLER     PIC X(12) VALUE                          00012000
700083           '  Plan# '.                                            00012100
700083         05   FILLER     PIC X(06) VALUE                          00012200
700083           'Type'.                                                00012300
           SKIP2                                                        00013200
700083 01  RPDAT1-LINE.                                                 00013300
700083     05  FILLER               PIC X(1) VALUE SPACES.              00013400
700191     05  RPDAT1-PLAN          PIC X(10) VALUE SPACES.             00013500
700083     05  FILLER               PIC X(1) VALUE SPACES.              00013600
700083     05  RPDAT1-XXYY          PIC X(4) VALUE SPACES.              00013700
700083     05  FILLER               PIC X(2) VALUE SPACES.              00013800
700083         88  WCTL-CMD-DISPOSE    VALUE 'DISPOSE'.                 00015000
700141         88  WCTL-CMD-BULKIMP    VALUE 'BULKIMP'.                 00015010
700141         88  WCTL-CMD-EXPORT     VALUE 'EXPORT'.                  00015020
700160         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00015021
700191         88  WCTL-CMD-PLANWIDTH  VALUE 'PLANWIDTH'.               00015022
700083     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00015100
           SKIP2                                                        00015200
700083 01  IO-IN110-PARM.                                               00015300
           SKIP2                                                        00015410
700132 01  IO-ENQ-PARM.                                                 00015420
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BADISPUT'.              00015430
           SKIP2                                                        00015431
700160 01  IO-MJR-PARM.                                                 00015432
700160       COPY IOMJRNL REPLACING 'PROGRAM' BY 'BADISPUT'.            00015433
           SKIP2                                                        00015434
700161 01  IO-AUTH-PARM.                                                00015435
700161       COPY IOAUTH REPLACING 'PROGRAM' BY 'BADISPUT'.             00015436
           SKIP3                                                        00015500
700083 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00015600
           EJECT                                                        00015700
700083     MOVE 'Updated Database'  TO RPTHDR-SUBTITLE.                 00018800
700083     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00018900
700083     PERFORM V-150-NEWPAGE.                                       00019000
700160*** The journal must be writable before the master is touched;    00019001
700160*** an update that cannot be journaled is not made.               00019002
700160     MOVE SD-JOBNAME TO IO-MJR-OPERATOR.                          00019003
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-OPEN.        00019004
700160     IF  IO-MJR-ERROR-YES                                         00019005
700160         DISPLAY 'BaDispUt-304 MSTJRNL journal OPEN failed:'      00019006
700160             IO-MJR-FILE-STATUS                                   00019007
700160         MOVE 16 TO RETURN-CODE                                   00019008
700160         STOP RUN.                                                00019009
700161*** With no authorization master every change is refused.         00019010
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00019011
700105     PERFORM A-220-OPEN-MASTER.                                   00019100
700083     CALL 'UT110IN'  USING SD-AREA                                00019200
700083               IO-IN110-PARM                                      00019300
700083               IO-IN110-CLOSE                                     00022100
700083               CTL-REC.                                           00022200
700105     CLOSE DISPMST-FILE.                                          00022300
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-CLOSE.       00022301
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00022302
700132     MOVE 'DISPMST ' TO IO-ENQ-RESOURCE.                          00022310
700132     PERFORM R-906-DEQ-RESOURCE.                                  00022320
700083     DISPLAY 'BaDispUt-444 Rows Listed:' WCTR-ROWS                00022400
700105       ', Added:' WCTR-ADDS                                       00022600
700083       ', Deleted:' WCTR-DELETES.                                 00022700
700104     DISPLAY 'BaDispUt-445 Rows Past Expiry:' WCTR-AGED.          00022800
700161     DISPLAY 'BaDispUt-446 Changes Refused:' WCTR-REFUSED.        00022801
700161     IF  WCTR-REFUSED > ZERO                                      00022802
700161     AND RETURN-CODE < 4                                          00022803
700161         MOVE 4 TO RETURN-CODE.                                   00022804
700083     CLOSE PRINT-FILE.                                            00022900
700083     DISPLAY 'BaDispUt-998 Program Ending'.                       00023000
           SKIP2                                                        00023100
700083         INTO WCTL-CMD WCTL-VAL.                                  00024500
700083     DISPLAY 'BaDispUt-500 CtlCard:' CTL-REC (1:50).              00024600
700083     IF  WCTL-CMD-DISPOSE                                         00024700
700161         PERFORM F-115-AUTH-DISPOSE                               00024701
700160     ELSE IF  WCTL-CMD-OPERATOR                                   00024801
700160         MOVE WCTL-VAL TO IO-MJR-OPERATOR                         00024802
700160         DISPLAY 'BaDispUt-511 Changes journaled under operator:' 00024803
700160             IO-MJR-OPERATOR                                      00024804
700141     ELSE IF  WCTL-CMD-BULKIMP                                    00024810
700141         PERFORM F-160-BULK-IMPORT                                00024820
700141     ELSE IF  WCTL-CMD-EXPORT                                     00024830
700141         PERFORM F-170-EXPORT                                     00024840
700191     ELSE IF  WCTL-CMD-PLANWIDTH                                  00024841
700191         PERFORM F-112-SET-PLANWIDTH                              00024842
700083     ELSE                                                         00024900
700083         DISPLAY 'BaDispUt-501 Invalid Control Card:'             00025000
700083             CTL-REC (1:50).                                      00025100
           SKIP2                                                        00025200
700191*** PLANWIDTH 10 moves the DISPOSE cards that follow to the       00025201
700191*** ten-character plan layout; PLANWIDTH 6 moves them back.       00025202
700191 F-112-SET-PLANWIDTH.                                             00025203
700191     IF  WCTL-VAL = '10'                                          00025204
700191         MOVE 'Y'        TO WCARD-WIDE-FLG                        00025205
700191     ELSE IF  WCTL-VAL = '6'                                      00025206
700191         MOVE 'N'        TO WCARD-WIDE-FLG                        00025207
700191     ELSE                                                         00025208
700191         DISPLAY 'BaDispUt-515 PLANWIDTH must be 6 or 10:'        00025209
700191             WCTL-VAL.                                            00025210
           SKIP2                                                        00025211
700191*** DISPOSE card columns.  The six-character layout keeps its     00025212
700191*** numeric-only high plan in cols 56-61.                         00025213
700191 F-113-CARD-FIELDS.                                               00025214
700191     IF  WCARD-WIDE-FLG-YES                                       00025215
700191         MOVE CTL-REC (9:10)  TO WCARD-PLAN                       00025216
700191         MOVE CTL-REC (20:4)  TO WCARD-XXYY                       00025217
700191         MOVE CTL-REC (25:3)  TO WCARD-DENUM                      00025218
700191         MOVE CTL-REC (29:12) TO WCARD-STATUS                     00025219
700191         MOVE CTL-REC (42:8)  TO WCARD-DEFECT                     00025220
700191         MOVE CTL-REC (51:8)  TO WCARD-EXPIRY                     00025221
700191         MOVE CTL-REC (60:10) TO WCARD-PLAN-HI                    00025222
700191     ELSE                                                         00025223
700191         MOVE CTL-REC (9:6)   TO WCARD-PLAN                       00025224
700191         MOVE CTL-REC (16:4)  TO WCARD-XXYY                       00025225
700191         MOVE CTL-REC (21:3)  TO WCARD-DENUM                      00025226
700191         MOVE CTL-REC (25:12) TO WCARD-STATUS                     00025227
700191         MOVE CTL-REC (38:8)  TO WCARD-DEFECT                     00025228
700191         MOVE CTL-REC (47:8)  TO WCARD-EXPIRY                     00025229
700191         MOVE SPACES          TO WCARD-PLAN-HI                    00025230
700191         IF  CTL-REC (56:6) IS NUMERIC                            00025231
700191             MOVE CTL-REC (56:6) TO WCARD-PLAN-HI.                00025232
           SKIP2                                                        00025233
700161*** The card's plan, and its high plan when the card is a plan    00025201
700161*** range, must be covered by the operator's DISPOSE grant.       00025202
700161 F-115-AUTH-DISPOSE.                                              00025203
700191     PERFORM F-113-CARD-FIELDS.                                   00025204
700161     MOVE 'DISPOSE'     TO IO-AUTH-VERB.                          00025204
700191     MOVE WCARD-PLAN    TO IO-AUTH-PLAN.                          00025205
700191     MOVE WCARD-PLAN-HI TO IO-AUTH-PLAN-HI.                       00025206
700161     PERFORM R-920-AUTH-CHECK.                                    00025209
700161     IF  IO-AUTH-ALLOWED                                          00025210
700161         PERFORM F-120-APPLY-DISPOSE                              00025211
700161     ELSE                                                         00025212
700161         DISPLAY 'BaDispUt-513 DISPOSE refused for operator '     00025213
700191             IO-AUTH-USERID ':' WCARD-KEY.                        00025214
           SKIP2                                                        00025215
700105*** One record-level update: read the keyed row, then REWRITE,    00025300
700105*** WRITE or DELETE it in place.  Values come from the card       00025400
700105*** image columns, same as the flat-file days.                    00025500
700105 F-120-APPLY-DISPOSE.                                             00025600
700105     MOVE 'N' TO WROW-FOUND-FLG.                                  00025700
700105     MOVE SPACES TO DISPMST-REC.                                  00025800
700191     MOVE WCARD-PLAN     TO DSPM-PLAN-NUM.                        00025900
700191     MOVE WCARD-XXYY     TO DSPM-XXYY.                            00026000
700191     MOVE WCARD-DENUM    TO DSPM-DENUM.                           00026100
700105     READ DISPMST-FILE                                            00026200
700105         INVALID KEY                                              00026300
700105             NEXT SENTENCE.                                       00026400
700105     IF  WDISPMST-FS-OK                                           00026500
700105         SET WROW-FOUND-FLG-YES TO TRUE.                          00026600
700160     PERFORM R-912-SAVE-BEFORE.                                   00026601
700191     IF  WCARD-STATUS (1:6) = 'DELETE'                            00026700
700105         PERFORM F-140-DELETE-ROW                                 00026800
700105     ELSE                                                         00026900
700105         PERFORM F-150-PUT-ROW.                                   00027000
700105 F-140-DELETE-ROW.                                                00027200
700105     IF  WROW-FOUND-FLG-YES                                       00027300
700105         DELETE DISPMST-FILE                                      00027400
700160         SET IO-MJR-ACTION-DELETE TO TRUE                         00027401
700160         PERFORM R-910-JOURNAL                                    00027402
700105         ADD 1 TO WCTR-DELETES                                    00027500
700105     ELSE                                                         00027600
700105         DISPLAY 'BaDispUt-503 DELETE for a row not on file:'     00027700
700191             WCARD-KEY.                                           00027800
           SKIP2                                                        00027900
700105*** The key fields are rebuilt before the WRITE/REWRITE - a       00028000
700105*** failed random READ leaves the record area undefined.          00028100
700105 F-150-PUT-ROW.                                                   00028200
700105     MOVE SPACES TO DISPMST-REC.                                  00028300
700191     MOVE WCARD-PLAN      TO DSPM-PLAN-NUM.                       00028400
700191     MOVE WCARD-XXYY      TO DSPM-XXYY.                           00028500
700191     MOVE WCARD-DENUM     TO DSPM-DENUM.                          00028600
700191     MOVE WCARD-STATUS    TO DSPM-STATUS.                         00028700
700191     MOVE WCARD-DEFECT    TO DSPM-DEFECT.                         00028800
700191     IF  WCARD-EXPIRY IS NUMERIC                                  00028900
700191         MOVE WCARD-EXPIRY TO DSPM-EXPIRY                         00029000
700104     ELSE                                                         00029100
700104         MOVE ZERO TO DSPM-EXPIRY.                                00029200
700191*** Plan-range disposition: a high plan on the card               00029210
700141*** makes the row cover DSPM-PLAN-NUM through that plan.          00029220
700191     IF  WCARD-PLAN-HI NOT = SPACES                               00029230
700191         MOVE WCARD-PLAN-HI TO DSPM-PLAN-HI.                      00029240
700105     IF  WROW-FOUND-FLG-YES                                       00029300
700105         REWRITE DISPMST-REC                                      00029400
700160         SET IO-MJR-ACTION-REPLACE TO TRUE                        00029401
700160         PERFORM R-910-JOURNAL                                    00029402
700105         ADD 1 TO WCTR-UPDATES                                    00029500
700105     ELSE                                                         00029600
700105         WRITE DISPMST-REC                                        00029700
700105                 DISPLAY 'BaDispUt-504 WRITE failed:'             00029900
700105                     WDISPMST-FS                                  00030000
700105         END-WRITE                                                00030100
700160         SET IO-MJR-ACTION-ADD TO TRUE                            00030101
700160         PERFORM R-910-JOURNAL                                    00030102
700105         ADD 1 TO WCTR-ADDS.                                      00030200
           SKIP2                                                        00030300
700141*** Delimited bulk import: every BULKIN row lands through the     00030310
700141             DISPLAY 'BaDispUt-507 Bulk row rejected: '           00030368
700141                 BULKIN-LINE (1:50)                               00030369
700141         ELSE                                                     00030370
700161             PERFORM F-166-AUTH-BULK                              00030371
700141         END-IF                                                   00030373
700141     END-IF.                                                      00030374
           SKIP2                                                        00030375
700161*** Each bulk row is checked on its own plan range, so one        00030376
700161*** out-of-range row is refused without losing the rest.          00030377
700161 F-166-AUTH-BULK.                                                 00030378
700161     MOVE 'BULKIMP'  TO IO-AUTH-VERB.                             00030379
700161     MOVE WBULK-PLAN TO IO-AUTH-PLAN.                             00030380
700161     MOVE SPACES     TO IO-AUTH-PLAN-HI.                          00030381
700191     IF  WBULK-PLAN-HI NOT = SPACES                               00030382
700161         MOVE WBULK-PLAN-HI TO IO-AUTH-PLAN-HI.                   00030383
700161     PERFORM R-920-AUTH-CHECK.                                    00030384
700161     IF  IO-AUTH-ALLOWED                                          00030385
700161         ADD 1 TO WCTR-BULK-IN                                    00030386
700161         PERFORM F-168-APPLY-BULK                                 00030386
700161     ELSE                                                         00030387
700161         DISPLAY 'BaDispUt-514 Bulk row refused for operator '    00030388
700161             IO-AUTH-USERID ': ' BULKIN-LINE (1:40).              00030389
           SKIP2                                                        00030390
700141 F-168-APPLY-BULK.                                                00030376
700141     MOVE 'N' TO WROW-FOUND-FLG.                                  00030377
700141     MOVE SPACES TO DISPMST-REC.                                  00030378
700141             NEXT SENTENCE.                                       00030384
700141     IF  WDISPMST-FS-OK                                           00030385
700141         SET WROW-FOUND-FLG-YES TO TRUE.                          00030386
700160     PERFORM R-912-SAVE-BEFORE.                                   00030387
700150*** The bulk DELETE carries its own not-on-file diagnostic -      00030387
700150*** F-140's message shows the control card, which under           00030388
700150*** BULKIMP is the BULKIMP card itself, not the bulk row.         00030389
700141     IF  WBULK-STATUS (1:6) = 'DELETE'                            00030390
700150         IF  WROW-FOUND-FLG-YES                                   00030391
700150             DELETE DISPMST-FILE                                  00030392
700160             SET IO-MJR-ACTION-DELETE TO TRUE                     00030393
700160             PERFORM R-910-JOURNAL                                00030394
700150             ADD 1 TO WCTR-DELETES                                00030393
700150         ELSE                                                     00030394
700150             DISPLAY 'BaDispUt-510 Bulk DELETE for a row not '    00030395
700141         ELSE                                                     00030398
700141             MOVE ZERO TO DSPM-EXPIRY                             00030399
700141         END-IF                                                   00030400
700191         IF  WBULK-PLAN-HI NOT = SPACES                           00030401
700141             MOVE WBULK-PLAN-HI TO DSPM-PLAN-HI                   00030402
700141         END-IF                                                   00030403
700141         IF  WROW-FOUND-FLG-YES                                   00030404
700141             REWRITE DISPMST-REC                                  00030405
700160             SET IO-MJR-ACTION-REPLACE TO TRUE                    00030406
700160             PERFORM R-910-JOURNAL                                00030407
700141             ADD 1 TO WCTR-UPDATES                                00030406
700141         ELSE                                                     00030407
700141             WRITE DISPMST-REC                                    00030408
700141                     DISPLAY 'BaDispUt-504 WRITE failed:'         00030410
700141                         WDISPMST-FS                              00030411
700141             END-WRITE                                            00030412
700160             SET IO-MJR-ACTION-ADD TO TRUE                        00030413
700160             PERFORM R-910-JOURNAL                                00030414
700141             ADD 1 TO WCTR-ADDS                                   00030413
700141         END-IF                                                   00030414
700141     END-IF.                                                      00030415
700132          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00030993
700132     END-CALL.                                                    00030994
           SKIP2                                                        00030995
700160*** Every in-place change goes to the master change journal with  00030996
700160*** its before and after images.  Called straight after the       00030997
700160*** DELETE/REWRITE/WRITE, so a failed one is not journaled; a     00030998
700160*** change that cannot be journaled stops the run before any      00030999
700160*** further card is applied.                                      00031000
700160 R-910-JOURNAL.                                                   00031001
700160     IF  WDISPMST-FS-OK                                           00031002
700160         MOVE 'DISPMST' TO IO-MJR-MASTER                          00031003
700160         IF  IO-MJR-ACTION-DELETE                                 00031004
700160             MOVE SPACES TO IO-MJR-AFTER                          00031005
700191             MOVE IO-MJR-BEFORE (1:17) TO IO-MJR-KEY              00031006
700160         ELSE                                                     00031007
700160             MOVE DISPMST-REC TO IO-MJR-AFTER                     00031008
700160             MOVE DSPM-KEY    TO IO-MJR-KEY                       00031009
700160         END-IF                                                   00031010
700160         CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-WRITE    00031011
700160         IF  IO-MJR-ERROR-YES                                     00031012
700160             DISPLAY 'BaDispUt-512 Journal write failed, run '    00031013
700160                 'stopped:' IO-MJR-FILE-STATUS                    00031014
700160             MOVE 16 TO RETURN-CODE                               00031015
700160             STOP RUN.                                            00031016
           SKIP2                                                        00031017
700160*** The row as it stood before the card, taken straight after     00031018
700160*** the keyed READ; spaces when the row is new.                   00031019
700160 R-912-SAVE-BEFORE.                                               00031020
700160     IF  WROW-FOUND-FLG-YES                                       00031021
700160         MOVE DISPMST-REC TO IO-MJR-BEFORE                        00031022
700160     ELSE                                                         00031023
700160         MOVE SPACES TO IO-MJR-BEFORE.                            00031024
           SKIP2                                                        00031025
700161*** Authorization check under the current operator; the caller    00031026
700161*** has set the verb and plan range.                              00031027
700161 R-920-AUTH-CHECK.                                                00031028
700161     MOVE IO-MJR-OPERATOR TO IO-AUTH-USERID.                      00031029
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00031030
700161     IF  IO-AUTH-DENIED                                           00031031
700161         ADD 1 TO WCTR-REFUSED.                                   00031032
           SKIP2                                                        00031025
700105***************************                                       00031000
700105*** Master listing and aging, by keyed browse                     00031100
700105***************************                                       00031200
