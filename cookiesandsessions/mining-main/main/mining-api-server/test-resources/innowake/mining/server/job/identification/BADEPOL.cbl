700116**               operator 35-42) and APPROVE XXYY nnn oooooooo    00002800
700116**               (type 9-12, DE 14-16, approving operator         00002900
700116**               18-25).                                          00003000
700160**               Every add, replace, approval and drop is         00003001
700160**               journaled with its before and after images       00003002
700160**               through UTMJRNL, under the card's operator (the  00003003
700160**               job name when the card leaves it blank).         00003004
700161**               Each card is first checked against the AUTHMST   00003005
700161**               authorization master through UTAUTH under that   00003006
700161**               same operator - POLSET and APPROVE are separate  00003007
700161**               verbs, so staging and approving can be given to  00003008
700161**               different people - and a refused card is skipped,00003009
700161**               logged to AUTHLOG and counted.                   00003010
700096******************************************************************00002100
700096**  REVISIONS:                                                    00002200
700096******************************************************************00002300
700096**   . IN110    - Control File (POLSET cards)                     00002500
700105**   . DEPOLMST - Keyed policy master, opened I-O (created        00002600
700105**               empty on a first run)                            00002700
700161**   . AUTHMST  - Authorization master, via UTAUTH                00002701
700096******************************************************************00002800
700096**  Output                                                        00002900
700096**   . SYSOUT   - Displayed Information                           00003000
700105**   . DEPOLMST - Updated in place                                00003100
700160**   . MSTJRNL  - Before/after change journal, via UTMJRNL        00003101
700161**   . AUTHLOG  - Refused-change log, via UTAUTH                  00003102
700096**   . REPORT   - Listing of the updated policy                   00003200
700096******************************************************************00003300
700096 ENVIRONMENT DIVISION.                                            00003400
700105 77  WCTR-ADDS             PIC 9(5)     VALUE ZERO.               00006600
700096 77  WCTR-DELETES          PIC 9(5)     VALUE ZERO.               00006700
700116 77  WCTR-APPROVED         PIC 9(5)     VALUE ZERO.               00006710
700161 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00006711
700105 77  WBROWSE-DONE-FLG      PIC X        VALUE 'N'.                00006800
700105     88  WBROWSE-DONE-FLG-YES VALUE 'Y'.                          00006900
700105 77  WROW-FOUND-FLG        PIC X        VALUE 'N'.                00007000
           SKIP2                                                        00013110
700132 01  IO-ENQ-PARM.                                                 00013120
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BADEPOL'.               00013130
           SKIP2                                                        00013131
700160 01  IO-MJR-PARM.                                                 00013132
700160       COPY IOMJRNL REPLACING 'PROGRAM' BY 'BADEPOL'.             00013133
           SKIP2                                                        00013134
700161 01  IO-AUTH-PARM.                                                00013135
700161       COPY IOAUTH REPLACING 'PROGRAM' BY 'BADEPOL'.              00013136
           SKIP3                                                        00013200
700096 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00013300
           EJECT                                                        00013400
700096     MOVE 'Updated Policy'  TO RPTHDR-SUBTITLE.                   00015800
700096     MOVE RPT1-LINE    TO WPRINT-TITLE1.                          00015900
700096     PERFORM V-150-NEWPAGE.                                       00016000
700160*** The journal must be writable before the master is touched;    00016001
700160*** an update that cannot be journaled is not made.               00016002
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-OPEN.        00016003
700160     IF  IO-MJR-ERROR-YES                                         00016004
700160         DISPLAY 'BaDePol-304 MSTJRNL journal OPEN failed:'       00016005
700160             IO-MJR-FILE-STATUS                                   00016006
700160         MOVE 16 TO RETURN-CODE                                   00016007
700160         STOP RUN.                                                00016008
700161*** With no authorization master every change is refused.         00016009
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00016010
700105     PERFORM A-220-OPEN-MASTER.                                   00016100
700096     CALL 'UT110IN'  USING SD-AREA                                00016200
700096               IO-IN110-PARM                                      00016300
700096               IO-IN110-CLOSE                                     00019000
700096               CTL-REC.                                           00019100
700105     CLOSE DEPOLMST-FILE.                                         00019200
700160     CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-CLOSE.       00019201
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00019202
700132     MOVE 'DEPOLMST' TO IO-ENQ-RESOURCE.                          00019210
700132     PERFORM R-906-DEQ-RESOURCE.                                  00019220
700096     DISPLAY 'BaDePol-444 Rows Listed:' WCTR-ROWS                 00019300
700105       ', Added:' WCTR-ADDS                                       00019500
700116       ', Approved:' WCTR-APPROVED                                00019510
700096       ', Deleted:' WCTR-DELETES.                                 00019600
700161     DISPLAY 'BaDePol-445 Changes Refused:' WCTR-REFUSED.         00019601
700161     IF  WCTR-REFUSED > ZERO                                      00019602
700161     AND RETURN-CODE < 4                                          00019603
700161         MOVE 4 TO RETURN-CODE.                                   00019604
700096     CLOSE PRINT-FILE.                                            00019700
700096     DISPLAY 'BaDePol-998 Program Ending'.                        00019800
           SKIP2                                                        00019900
700096         INTO WCTL-CMD WCTL-VAL.                                  00021300
700096     DISPLAY 'BaDePol-500 CtlCard:' CTL-REC (1:50).               00021400
700096     IF  WCTL-CMD-POLSET                                          00021500
700161         PERFORM F-115-AUTH-POLSET                                00021501
700116     ELSE IF  WCTL-CMD-APPROVE                                    00021610
700161         PERFORM F-155-AUTH-APPROVE                               00021611
700096     ELSE                                                         00021700
700096         DISPLAY 'BaDePol-501 Invalid Control Card:'              00021800
700096             CTL-REC (1:50).                                      00021900
           SKIP2                                                        00022000
700161*** Policy is not plan-scoped; the grant is for the verb alone.   00022001
700161 F-115-AUTH-POLSET.                                               00022002
700161     MOVE 'POLSET'       TO IO-AUTH-VERB.                         00022003
700161     MOVE CTL-REC (35:8) TO IO-AUTH-USERID.                       00022004
700161     PERFORM R-920-AUTH-CHECK.                                    00022005
700161     IF  IO-AUTH-ALLOWED                                          00022006
700161         PERFORM F-120-APPLY-POLSET                               00022007
700161     ELSE                                                         00022008
700161         DISPLAY 'BaDePol-509 POLSET refused for operator '       00022009
700161             IO-AUTH-USERID ':' CTL-REC (8:8).                    00022010
           SKIP2                                                        00022011
700105*** One record-level update: read the keyed row, then REWRITE,    00022100
700105*** WRITE or DELETE it in place.  Values come from the card       00022200
700105*** image columns; class D drops the row.                         00022300
700105             NEXT SENTENCE.                                       00023100
700105     IF  WDEPOLMST-FS-OK                                          00023200
700105         SET WROW-FOUND-FLG-YES TO TRUE.                          00023300
700160     PERFORM R-912-SAVE-BEFORE.                                   00023301
700160     MOVE CTL-REC (35:8) TO IO-MJR-OPERATOR.                      00023302
700105     IF  CTL-REC (17:1) = 'D'                                     00023400
700105         PERFORM F-140-DELETE-ROW                                 00023500
700105     ELSE                                                         00023600
700105 F-140-DELETE-ROW.                                                00023900
700105     IF  WROW-FOUND-FLG-YES                                       00024000
700105         DELETE DEPOLMST-FILE                                     00024100
700160         SET IO-MJR-ACTION-DELETE TO TRUE                         00024101
700160         PERFORM R-910-JOURNAL                                    00024102
700105         ADD 1 TO WCTR-DELETES                                    00024200
700105     ELSE                                                         00024300
700105         DISPLAY 'BaDePol-503 Class-D drop for a row not on '     00024400
700116     MOVE SPACES          TO DPM-APPROVED-BY.                     00026000
700105     IF  WROW-FOUND-FLG-YES                                       00026100
700105         REWRITE DEPOLMST-REC                                     00026200
700160         SET IO-MJR-ACTION-REPLACE TO TRUE                        00026201
700160         PERFORM R-910-JOURNAL                                    00026202
700105         ADD 1 TO WCTR-UPDATES                                    00026300
700105     ELSE                                                         00026400
700105         WRITE DEPOLMST-REC                                       00026500
700105                 DISPLAY 'BaDePol-504 WRITE failed:'              00026700
700105                     WDEPOLMST-FS                                 00026800
700105         END-WRITE                                                00026900
700160         SET IO-MJR-ACTION-ADD TO TRUE                            00026901
700160         PERFORM R-910-JOURNAL                                    00026902
700105         ADD 1 TO WCTR-ADDS.                                      00027000
           SKIP2                                                        00027100
700161 F-155-AUTH-APPROVE.                                              00027101
700161     MOVE 'APPROVE'      TO IO-AUTH-VERB.                         00027102
700161     MOVE CTL-REC (18:8) TO IO-AUTH-USERID.                       00027103
700161     PERFORM R-920-AUTH-CHECK.                                    00027104
700161     IF  IO-AUTH-ALLOWED                                          00027105
700161         PERFORM F-160-APPLY-APPROVE                              00027106
700161     ELSE                                                         00027107
700161         DISPLAY 'BaDePol-510 APPROVE refused for operator '      00027108
700161             IO-AUTH-USERID ':' CTL-REC (9:8).                    00027109
           SKIP2                                                        00027110
700116*** Activation: the row must be on file, PENDING, and the         00027200
700116*** approver must not be the operator who staged it.              00027300
700116 F-160-APPLY-APPROVE.                                             00027400
700116             NEXT SENTENCE.                                       00028100
700116     IF  WDEPOLMST-FS-OK                                          00028200
700116         SET WROW-FOUND-FLG-YES TO TRUE.                          00028300
700160     PERFORM R-912-SAVE-BEFORE.                                   00028301
700160     MOVE CTL-REC (18:8) TO IO-MJR-OPERATOR.                      00028302
700116     IF  NOT WROW-FOUND-FLG-YES                                   00028400
700116         DISPLAY 'BaDePol-505 APPROVE for a row not on file:'     00028500
700116             CTL-REC (9:8)                                        00028600
700116         SET DPM-APPR-APPROVED TO TRUE                            00029600
700116         MOVE CTL-REC (18:8) TO DPM-APPROVED-BY                   00029700
700116         REWRITE DEPOLMST-REC                                     00029800
700160         SET IO-MJR-ACTION-REPLACE TO TRUE                        00029801
700160         PERFORM R-910-JOURNAL                                    00029802
700116         ADD 1 TO WCTR-APPROVED                                   00029900
700116         DISPLAY ' Approved: ' CTL-REC (9:8).                     00030000
           SKIP2                                                        00030100
700132          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00027293
700132     END-CALL.                                                    00027294
           SKIP2                                                        00027295
700160*** Every in-place change goes to the master change journal with  00027296
700160*** its before and after images.  Called straight after the       00027297
700160*** DELETE/REWRITE/WRITE, so a failed one is not journaled; a     00027298
700160*** change that cannot be journaled stops the run before any      00027299
700160*** further card is applied.                                      00027300
700160 R-910-JOURNAL.                                                   00027301
700160     IF  WDEPOLMST-FS-OK                                          00027302
700160         MOVE 'DEPOLMST' TO IO-MJR-MASTER                         00027303
700160         IF  IO-MJR-OPERATOR = SPACES                             00027304
700160             MOVE SD-JOBNAME TO IO-MJR-OPERATOR                   00027305
700160         END-IF                                                   00027306
700160         MOVE SPACES TO IO-MJR-KEY                                00027307
700160         IF  IO-MJR-ACTION-DELETE                                 00027308
700160             MOVE SPACES TO IO-MJR-AFTER                          00027309
700160             MOVE IO-MJR-BEFORE (1:7) TO IO-MJR-KEY               00027310
700160         ELSE                                                     00027311
700160             MOVE DEPOLMST-REC TO IO-MJR-AFTER                    00027312
700160             MOVE DPM-KEY      TO IO-MJR-KEY                      00027313
700160         END-IF                                                   00027314
700160         CALL 'UTMJRNL' USING SD-AREA IO-MJR-PARM IO-MJR-WRITE    00027315
700160         IF  IO-MJR-ERROR-YES                                     00027316
700160             DISPLAY 'BaDePol-508 Journal write failed, run '     00027317
700160                 'stopped:' IO-MJR-FILE-STATUS                    00027318
700160             MOVE 16 TO RETURN-CODE                               00027319
700160             STOP RUN.                                            00027320
           SKIP2                                                        00027321
700160*** The row as it stood before the card, taken straight after     00027322
700160*** the keyed READ; spaces when the row is new.                   00027323
700160 R-912-SAVE-BEFORE.                                               00027324
700160     IF  WROW-FOUND-FLG-YES                                       00027325
700160         MOVE DEPOLMST-REC TO IO-MJR-BEFORE                       00027326
700160     ELSE                                                         00027327
700160         MOVE SPACES TO IO-MJR-BEFORE.                            00027328
           SKIP2                                                        00027329
700161*** Authorization check under the card's operator (the job name   00027330
700161*** when the card leaves it blank); the caller has set the verb.  00027331
700161 R-920-AUTH-CHECK.                                                00027332
700161     IF  IO-AUTH-USERID = SPACES                                  00027333
700161         MOVE SD-JOBNAME TO IO-AUTH-USERID.                       00027334
700161     MOVE SPACES TO IO-AUTH-PLAN IO-AUTH-PLAN-HI.                 00027335
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00027336
700161     IF  IO-AUTH-DENIED                                           00027337
700161         ADD 1 TO WCTR-REFUSED.                                   00027338
           SKIP2                                                        00027329
700105***************************                                       00027300
700105*** Policy listing, by keyed browse                               00027400
700105***************************                                       00027500
