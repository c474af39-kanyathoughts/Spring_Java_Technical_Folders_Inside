700110     05  AUDIT-RECS            PIC X(9).                          00007590
700110     05  FILLER                PIC X.                             00007591
700110     05  AUDIT-ELAPSED         PIC X(7).                          00007592
700171*** Chain value over the row (UTAUDHSH); spaces on rows from      00007593
700171*** before the chain existed.                                     00007594
700171     05  FILLER                PIC X.                             00007595
700171     05  AUDIT-CHAIN           PIC X(10).                         00007596
700171     05  AUDIT-CHAIN-N REDEFINES AUDIT-CHAIN                      00007597
700171                               PIC 9(10).                         00007598
700076 WORKING-STORAGE SECTION.                                         00007600
700076 77  WCTR-RUNS             PIC 9(5)      VALUE ZERO.              00007700
700076 77  WCTR-BREACHES         PIC 9(5)      VALUE ZERO.              00007800
700150 77  WFCT-SLOPE-ED         PIC -Z(6)9.99 VALUE ZERO.              00008896
700150 77  WFCT-RECS-SLOPE-ED    PIC -Z(8)9.99 VALUE ZERO.              00008897
700150 77  WFCT-RUNS-LEFT-ED     PIC ZZZZ9     VALUE ZERO.              00008898
700171*** Return code floor from the chain check, applied at the close  00008899
700171*** once every CALL has had its turn at RETURN-CODE.              00008900
700171 77  WRC-CHAIN             PIC S9(4) BINARY VALUE ZERO.           00008901
           SKIP2                                                        00008894
700110 01  CTL-REC     PIC X(80)  VALUE SPACES.                         00008895
700110 01  WCTL-AREA.                                                   00008896
700110     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00008897
700110         88  WCTL-CMD-WINDOWSECS VALUE 'WINDOWSECS'.              00008898
700110         88  WCTL-CMD-HORIZON    VALUE 'HORIZON'.                 00008899
700171         88  WCTL-CMD-BROKENOK   VALUE 'BROKENOK'.                00008900
700110     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00008900
700110*** The batch window the nightly compare must fit, in seconds,    00008901
700110*** and how many runs of notice the forecast must give before     00008902
700110*** the projection crossing it raises the return code.            00008903
700110     05  WCTL-WINDOW-SECS        PIC 9(7)  VALUE 10800.           00008904
700110     05  WCTL-HORIZON-RUNS       PIC 9(5)  VALUE 90.              00008905
700171*** BROKENOK prints the report over a broken audit chain (with    00008906
700171*** the break flagged) instead of refusing it.                    00008907
700171     05  WCTL-BROKENOK           PIC X     VALUE 'N'.             00008908
700171         88  WCTL-BROKENOK-YES   VALUE 'Y'.                       00008909
           SKIP2                                                        00008906
700110 01  IO-IN110-PARM.                                               00008907
700110       COPY IOIN110 REPLACING 'PROGRAM' BY 'BAAUDRPT'.            00008908
700132 01  IO-ENQ-PARM.                                                 00008910
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BAAUDRPT'.              00008911
           SKIP2                                                        00008912
700171 01  IO-AHS-PARM.                                                 00008913
700171       COPY IOAUDHSH REPLACING 'PROGRAM' BY 'BAAUDRPT'.           00008914
           SKIP2                                                        00008915
700171*** Chain state for the verification pass ahead of the report.    00008916
700171 01  WCHN-AREA.                                                   00008917
700171     05  WCHN-PREV             PIC 9(10)    VALUE ZERO.           00008918
700171     05  WCHN-ROWS             PIC 9(7)     VALUE ZERO.           00008919
700171     05  WCHN-STARTED          PIC X        VALUE 'N'.            00008920
700171         88  WCHN-STARTED-YES  VALUE 'Y'.                         00008921
700171     05  WCHN-BROKEN           PIC X        VALUE 'N'.            00008922
700171         88  WCHN-BROKEN-YES   VALUE 'Y'.                         00008923
700171     05  WCHN-BREAK-ROW        PIC 9(7)     VALUE ZERO.           00008924
           SKIP2                                                        00008912
700076 01  WPRINT-AREA.                                                 00009000
700076     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009100
700076         88  WPRINT-FS-OK VALUE '00'.                             00009200
700076             WAUDIT-FS                                            00022600
700076         MOVE 16 TO RETURN-CODE                                   00022700
700076         STOP RUN.                                                00022800
700171     PERFORM C-100-VERIFY-CHAIN.                                  00022801
700076     PERFORM B-110-READ-AUDIT.                                    00022900
           SKIP2                                                        00023000
700076 A-900-FINI-CLOSE.                                                00023100
700076       ', Breaches:' WCTR-BREACHES                                00023900
700076       ', Total Diffs:' WTOT-DIFFS.                               00024000
700076     CLOSE PRINT-FILE.                                            00024100
700171     IF  WRC-CHAIN > RETURN-CODE                                  00024101
700171         MOVE WRC-CHAIN TO RETURN-CODE.                           00024102
700076     DISPLAY 'BaAudRpt-998 Program Ending'.                       00024200
           SKIP2                                                        00024300
700076***************************                                       00024400
700110         IF  WCTL-VAL (1:5) IS NUMERIC                            00032969
700110             MOVE WCTL-VAL (1:5) TO WCTL-HORIZON-RUNS             00032970
700110         END-IF                                                   00032971
700171     ELSE IF  WCTL-CMD-BROKENOK                                   00032972
700171         SET WCTL-BROKENOK-YES TO TRUE                            00032973
700110     ELSE                                                         00032972
700110         DISPLAY 'BaAudRpt-501 Invalid Control Card:'             00032973
700110             CTL-REC (1:50).                                      00032974
700132          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00032993
700132     END-CALL.                                                    00032994
           SKIP2                                                        00032995
700171***************************                                       00032996
700171*** Audit chain verification                                      00032997
700171***************************                                       00032998
700171*** The whole trail is proven before a line of the report is      00032999
700171*** printed - the same check BAAUDCHK makes - then reopened for   00033000
700171*** the report pass.  A broken chain stops the run with return    00033001
700171*** code 8 and no KPIs, since figures from an edited trail are    00033002
700171*** not evidence; the BROKENOK card reports anyway, with the      00033003
700171*** break flagged at the top and return code 4 at least.          00033004
700171 C-100-VERIFY-CHAIN.                                              00033005
700171     PERFORM B-110-READ-AUDIT.                                    00033006
700171     PERFORM C-110-CHECK-ROW                                      00033007
700171       UNTIL WAUDIT-FS NOT = '00'                                 00033008
700171         OR WCHN-BROKEN-YES.                                      00033009
700171     CLOSE AUDIT-FILE.                                            00033010
700171     OPEN INPUT AUDIT-FILE.                                       00033011
700171     IF  NOT WAUDIT-FS-OK                                         00033012
700171         DISPLAY 'BaAudRpt-301 AUDIT dd OPEN failed:'             00033013
700171             WAUDIT-FS                                            00033014
700171         MOVE 16 TO RETURN-CODE                                   00033015
700171         STOP RUN.                                                00033016
700171     IF  WCHN-BROKEN-YES                                          00033017
700171         MOVE SPACES TO WPRINT-LINE                               00033018
700171         STRING ' *** AUDIT CHAIN BROKEN AT ROW ' WCHN-BREAK-ROW  00033019
700171             ' - run BAAUDCHK for the detail ***'                 00033020
700171             DELIMITED BY SIZE INTO WPRINT-LINE                   00033021
700171         PERFORM V-100-PRINT-LINE                                 00033022
700171         DISPLAY 'BaAudRpt-202 Audit chain broken at row '        00033023
700171             WCHN-BREAK-ROW                                       00033024
700171         IF  WCTL-BROKENOK-YES                                    00033025
700171             MOVE ' *** BROKENOK given - figures below are not '  00033026
700171                 TO WPRINT-LINE                                   00033027
700171             MOVE 'proven ***' TO WPRINT-LINE (45:)               00033028
700171             PERFORM V-100-PRINT-LINE                             00033029
700171             MOVE 4 TO WRC-CHAIN                                  00033030
700171         ELSE                                                     00033031
700171             MOVE ' *** Report refused over a broken chain ***'   00033032
700171                 TO WPRINT-LINE                                   00033033
700171             PERFORM V-100-PRINT-LINE                             00033034
700171             DISPLAY 'BaAudRpt-203 Report refused, BROKENOK not ' 00033035
700171                 'given'                                          00033036
700171             CLOSE AUDIT-FILE                                     00033037
700171             MOVE 'AUDIT' TO IO-ENQ-RESOURCE                      00033038
700171             PERFORM R-906-DEQ-RESOURCE                           00033039
700171             CLOSE PRINT-FILE                                     00033040
700171             MOVE 8 TO RETURN-CODE                                00033041
700171             STOP RUN.                                            00033042
           SKIP2                                                        00033043
700171 C-110-CHECK-ROW.                                                 00033044
700171     ADD 1 TO WCHN-ROWS.                                          00033045
700171     IF  AUDIT-CHAIN = SPACES                                     00033046
700171         IF  WCHN-STARTED-YES                                     00033047
700171             PERFORM C-120-NOTE-BREAK                             00033048
700171         END-IF                                                   00033049
700171     ELSE IF  AUDIT-CHAIN IS NOT NUMERIC                          00033050
700171         PERFORM C-120-NOTE-BREAK                                 00033051
700171     ELSE                                                         00033052
700171         SET WCHN-STARTED-YES TO TRUE                             00033053
700171         MOVE WCHN-PREV          TO IO-AHS-PREV                   00033054
700171         MOVE AUDIT-LINE (1:161) TO IO-AHS-ROW                    00033055
700171         CALL 'UTAUDHSH' USING IO-AHS-PARM                        00033056
700171         IF  IO-AHS-CHAIN = AUDIT-CHAIN-N                         00033057
700171             MOVE AUDIT-CHAIN-N TO WCHN-PREV                      00033058
700171         ELSE                                                     00033059
700171             PERFORM C-120-NOTE-BREAK.                            00033060
700171     PERFORM B-110-READ-AUDIT.                                    00033061
           SKIP2                                                        00033062
700171 C-120-NOTE-BREAK.                                                00033063
700171     SET WCHN-BROKEN-YES TO TRUE.                                 00033064
700171     MOVE WCHN-ROWS TO WCHN-BREAK-ROW.                            00033065
           SKIP2                                                        00033066
700076***************************                                       00033500
700076*** Monthly trend section                                         00033600
700076***************************                                       00033700
