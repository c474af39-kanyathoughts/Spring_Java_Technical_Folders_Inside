700092**               both files" triage question answered without     00001400
700092**               running a compare or waiting on tonight's        00001500
700092**               OT200.                                           00001600
700169**               Every lookup must carry a REASON card and is     00001601
700169**               written to the ACCLOG access log (UTACCLOG) with 00001602
700169**               the OPERATOR, plan, participant and reason before00001603
700169**               anything is dumped; with no REASON, or with a log00001604
700169**               that cannot be written, the lookup is refused    00001605
700169**               with RC 8.                                       00001606
700092******************************************************************00001700
700092**  REVISIONS:                                                    00001800
700092******************************************************************00001900
700092**  Input                                                         00002000
700092**   . IN110   - Control File (KEY, or PLAN and PART)             00002100
700169**   . IN110   - REASON (required) and OPERATOR cards             00002110
700092**   . BKUPI   - Backup File1 (BKUPIN), via BABKPIS               00002200
700092**   . BKUPI2  - Backup File2 (BKUPIN2), via BABKPIS2             00002300
700092******************************************************************00002400
700092**  Output                                                        00002500
700092**   . SYSOUT  - Displayed Information                            00002600
700092**   . REPORT  - Side-by-side DE dump of the located records      00002700
700169**   . ACCLOG  - Access-log row per lookup, via UTACCLOG          00002701
700092******************************************************************00002800
700092 ENVIRONMENT DIVISION.                                            00002900
700092 CONFIGURATION SECTION.                                           00003000
700112 77  WTYPEREG-XXYY-WORK    PIC X(4)     VALUE SPACES.             00004850
700112 01  WTYPEREG-AREA. COPY TYPEREG.                                 00004860
700092 77  SUB-DE                PIC S9(4) BINARY VALUE ZERO.           00004900
700203 77  WTARGET-KEY           PIC X(24)    VALUE SPACES.             00005000
700092 77  WFOUND1-FLG           PIC X        VALUE 'N'.                00005100
700092     88  WFOUND1-FLG-YES   VALUE 'Y'.                             00005200
700092 77  WFOUND2-FLG           PIC X        VALUE 'N'.                00005300
700092 77  WNEXT1                PIC S9(4) BINARY VALUE ZERO.           00005500
700092 77  WNEXT2                PIC S9(4) BINARY VALUE ZERO.           00005600
700138 77  WSEEK-CTR             PIC 9(9)     VALUE ZERO.               00005610
700169 77  WACL-OPEN-FLG         PIC X        VALUE 'N'.                00005611
700169     88  WACL-OPEN-YES     VALUE 'Y'.                             00005612
700169 77  WACL-REFUSED-FLG      PIC X        VALUE 'N'.                00005613
700169     88  WACL-REFUSED-YES  VALUE 'Y'.                             00005614
700169 77  WACL-REFUSE-MSG       PIC X(60)    VALUE SPACES.             00005615
           SKIP2                                                        00005700
700092 01  WPRINT-AREA.                                                 00005800
700092     05  WPRINT-FS                 PIC XX  VALUE '00'.            00005900
700092         88  WCTL-CMD-PART       VALUE 'PART'.                    00009700
700138         88  WCTL-CMD-SEEK1      VALUE 'SEEK1'.                   00009710
700138         88  WCTL-CMD-SEEK2      VALUE 'SEEK2'.                   00009720
700169         88  WCTL-CMD-REASON     VALUE 'REASON'.                  00009721
700169         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00009722
700092     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00009800
700203     05  WCTL-PLAN               PIC X(10) VALUE SPACES.          00009900
700092     05  WCTL-PART               PIC X(11) VALUE SPACES.          00010000
700138*** Ordinal positions stamped on OT200 detail by the compare's    00010010
700138*** LINEAGE card: each reader is advanced exactly that many       00010020
700138*** delivered records, no key scan at all.                        00010030
700138     05  WCTL-SEEK1              PIC 9(9)  VALUE ZERO.            00010040
700138     05  WCTL-SEEK2              PIC 9(9)  VALUE ZERO.            00010050
700169*** Stated purpose of the lookup and who is making it, both       00010051
700169*** carried onto the access-log row.                              00010052
700169     05  WCTL-REASON             PIC X(60) VALUE SPACES.          00010053
700169     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00010054
           SKIP2                                                        00010100
700092 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00010200
           SKIP2                                                        00010300
           SKIP3                                                        00011500
700092 01  IO-IN110-PARM.                                               00011600
700092       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKKEY'.             00011700
           SKIP3                                                        00011701
700169 01  IO-ACL-PARM.                                                 00011702
700169       COPY IOACCLOG REPLACING 'PROGRAM' BY 'BABKKEY'.            00011703
           SKIP3                                                        00011800
700092 01  DE-AREA.  COPY PRMDE.                                        00011900
           SKIP3                                                        00012000
700092         PERFORM A-210-OPEN-READERS                               00000000
700092         PERFORM B-100-FIND-BKPI                                  00013100
700092         PERFORM B-200-FIND-BKPI2                                 00013200
700169         PERFORM A-270-LOG-AND-DUMP                               00013300
700138     ELSE                                                         00013310
700138     IF  WCTL-SEEK1 > ZERO OR WCTL-SEEK2 > ZERO                   00013320
700138         PERFORM A-210-OPEN-READERS                               00013330
700138         PERFORM B-150-SEEK-BKPI                                  00013340
700138         PERFORM B-250-SEEK-BKPI2                                 00013350
700169         PERFORM A-270-LOG-AND-DUMP                               00013360
700138         PERFORM A-910-CLOSE-READERS.                             00013370
700092     IF  WTARGET-KEY NOT = SPACES                                 00000000
700092         PERFORM A-910-CLOSE-READERS.                             00000000
700092         MOVE SPACES TO WTARGET-KEY                               00016300
700092         STRING WCTL-PLAN WCTL-PART                               00016400
700092             DELIMITED BY SIZE INTO WTARGET-KEY.                  00016500
700169     IF  WCTL-OPERATOR = SPACES                                   00016501
700169         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00016502
700169     IF  WTARGET-KEY NOT = SPACES                                 00016503
700169         OR WCTL-SEEK1 > ZERO OR WCTL-SEEK2 > ZERO                00016504
700169         PERFORM A-240-ACCESS-CHECK.                              00016505
700169     IF  WACL-REFUSED-YES                                         00016506
700169         MOVE ' Lookup Refused'  TO RPTHDR-SUBTITLE               00016507
700169         PERFORM V-150-NEWPAGE                                    00016508
700169         MOVE WACL-REFUSE-MSG TO WPRINT-LINE                      00016509
700169         PERFORM V-100-PRINT-LINE                                 00016510
700169     ELSE                                                         00016511
700092     IF  WTARGET-KEY = SPACES                                     00016600
700138         AND WCTL-SEEK1 = ZERO                                    00016610
700138         AND WCTL-SEEK2 = ZERO                                    00016620
700092             DELIMITED BY SIZE INTO WPRINT-LINE                   00017500
700092         PERFORM V-100-PRINT-LINE.                                00017600
           SKIP2                                                        00017700
700169*** Every lookup is logged before it is shown.  No REASON card,   00017701
700169*** or an access log that cannot be opened, refuses the lookup.   00017702
700169 A-240-ACCESS-CHECK.                                              00017703
700169     IF  WCTL-REASON = SPACES                                     00017704
700169         MOVE ' No REASON card - participant lookup refused'      00017705
700169             TO WACL-REFUSE-MSG                                   00017706
700169         DISPLAY 'BaBkKey-303 No REASON card, lookup refused'     00017707
700169         PERFORM A-260-REFUSE                                     00017708
700169     ELSE                                                         00017709
700169         CALL 'UTACCLOG' USING SD-AREA                            00017710
700169                               IO-ACL-PARM                        00017711
700169                               IO-ACL-OPEN                        00017712
700169         IF  IO-ACL-ERROR-YES                                     00017713
700169             MOVE ' Access log cannot be written - lookup refused'00017714
700169                 TO WACL-REFUSE-MSG                               00017715
700169             DISPLAY 'BaBkKey-304 Access log OPEN failed, lookup '00017716
700169                 'refused'                                        00017717
700169             PERFORM A-260-REFUSE                                 00017718
700169         ELSE                                                     00017719
700169             SET WACL-OPEN-YES TO TRUE.                           00017720
           SKIP2                                                        00017721
700169 A-260-REFUSE.                                                    00017722
700169     SET WACL-REFUSED-YES TO TRUE.                                00017723
700169     MOVE SPACES TO WTARGET-KEY.                                  00017724
700169     MOVE ZERO   TO WCTL-SEEK1 WCTL-SEEK2.                        00017725
700169     MOVE 8      TO RETURN-CODE.                                  00017726
           SKIP2                                                        00017727
700169*** The row names the key asked for, or for an ordinal seek the   00017728
700169*** key found there.  A row that cannot be written suppresses     00017729
700169*** the dump.                                                     00017730
700169 A-270-LOG-AND-DUMP.                                              00017731
700169     MOVE WCTL-OPERATOR TO IO-ACL-USERID.                         00017732
700169     MOVE WCTL-REASON   TO IO-ACL-REASON.                         00017733
700169     IF  WTARGET-KEY NOT = SPACES                                 00017734
700169         MOVE WTARGET-KEY     TO IO-ACL-KEY                       00017735
700169     ELSE IF  WFOUND1-FLG-YES                                     00017736
700169         MOVE BKFIL-KEY-GROUP  TO IO-ACL-KEY                      00017737
700169     ELSE                                                         00017738
700169         MOVE BKFIL2-KEY-GROUP TO IO-ACL-KEY.                     00017739
700203     MOVE IO-ACL-KEY (1:10) TO IO-ACL-PLAN.                       00017740
700203     MOVE IO-ACL-KEY (11:11) TO IO-ACL-PART.                      00017741
700169     CALL 'UTACCLOG' USING SD-AREA                                00017742
700169                           IO-ACL-PARM                            00017743
700169                           IO-ACL-WRITE.                          00017744
700169     IF  IO-ACL-ERROR-YES                                         00017745
700169         DISPLAY 'BaBkKey-305 Access-log row not written, dump '  00017746
700169             'suppressed'                                         00017747
700169         MOVE ' Access log write failed - dump suppressed'        00017748
700169             TO WPRINT-LINE                                       00017749
700169         PERFORM V-100-PRINT-LINE                                 00017750
700169         MOVE 8 TO RETURN-CODE                                    00017751
700169     ELSE                                                         00017752
700169         PERFORM C-100-DUMP-BOTH.                                 00017753
           SKIP2                                                        00017754
700092 A-900-FINI-CLOSE.                                                00017800
700092     CALL 'UT110IN'  USING SD-AREA                                00017900
700092               IO-IN110-PARM                                      00018000
700092               CTL-REC.                                           00018200
700092     DISPLAY 'BaBkKey-444 Found on File1: ' WFOUND1-FLG           00018300
700092       ', File2: ' WFOUND2-FLG.                                   00018400
700169     IF  WACL-OPEN-YES                                            00018401
700169         CALL 'UTACCLOG' USING SD-AREA                            00018402
700169                               IO-ACL-PARM                        00018403
700169                               IO-ACL-CLOSE.                      00018404
700092     CLOSE PRINT-FILE.                                            00018500
700092     DISPLAY 'BaBkKey-998 Program Ending'.                        00018600
           SKIP2                                                        00018700
700092         INTO WCTL-CMD WCTL-VAL.                                  00020100
700092     DISPLAY 'BaBkKey-500 CtlCard:' CTL-REC (1:50).               00020200
700092     IF  WCTL-CMD-KEY                                             00020300
700203         MOVE CTL-REC (5:24) TO WTARGET-KEY                       00020400
700092     ELSE IF  WCTL-CMD-PLAN                                       00020500
700203         MOVE WCTL-VAL (1:10) TO WCTL-PLAN                        00020600
700092     ELSE IF  WCTL-CMD-PART                                       00020700
700092         MOVE WCTL-VAL (1:11) TO WCTL-PART                        00020800
700138     ELSE IF  WCTL-CMD-SEEK1                                      00020810
700138             DISPLAY 'BaBkKey-503 SEEK2 ordinal not numeric:'     00020884
700138                 WCTL-VAL                                         00020885
700138         END-IF                                                   00020886
700169     ELSE IF  WCTL-CMD-REASON                                     00020887
700169         MOVE CTL-REC (8:60) TO WCTL-REASON                       00020888
700169     ELSE IF  WCTL-CMD-OPERATOR                                   00020889
700169         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00020890
700092     ELSE                                                         00020900
700092         DISPLAY 'BaBkKey-501 Invalid Control Card:'              00021000
700092             CTL-REC (1:50).                                      00021100
