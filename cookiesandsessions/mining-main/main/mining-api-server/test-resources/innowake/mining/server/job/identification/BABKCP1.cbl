700093**               requested plan, pairs records by key, byte-      00001700
700093**               compares each pair and DE-diffs the differing    00001800
700093**               ones through the standard xxYYDE modules.        00001900
700169**               CP1-RC: 00 compared, 04 plan on neither file,    00002000
700169**               08 lookup refused, 16 a backup failed to open.   00002100
700169**               Every call is a participant-data lookup and must 00002101
700169**               name the caller's user ID and a reason in        00002102
700169**               CP1-USERID/CP1-REASON; it is written to the      00002103
700169**               ACCLOG access log (UTACCLOG) before either       00002104
700169**               backup is opened.  A blank reason, or a row that 00002105
700169**               cannot be written, returns CP1-RC 08 (lookup     00002106
700169**               refused) with nothing compared.                  00002107
700093******************************************************************00002200
700093**  REVISIONS:                                                    00002300
700093******************************************************************00002400
           SKIP3                                                        00006000
700093 01  IO-BKPI2-PARM.                                               00006100
700093       COPY IOBKPI2 REPLACING 'PROGRAM' BY 'BABKCP1'.             00006200
           SKIP3                                                        00006201
700169 01  IO-ACL-PARM.                                                 00006202
700169       COPY IOACCLOG REPLACING 'PROGRAM' BY 'BABKCP1'.            00006203
           SKIP3                                                        00006300
700093 01  DE-AREA.  COPY PRMDE.                                        00006400
           SKIP3                                                        00006500
700093*** Caller's request/reply area.  CP1-CTR-AREA mirrors the        00007100
700093*** batch compare's WPLAN-CTR-AREA field for field.               00007200
700093 01  CP1-PARM.                                                    00007300
700203     05  CP1-PLAN-NUM          PIC X(10).                         00007400
700093     05  CP1-MAX-DIFFS         PIC S9(4) BINARY.                  00007500
700093     05  CP1-RC                PIC 9(2).                          00007600
700093     05  CP1-CTR-AREA.                                            00007700
700093     05  CP1-DIFF-COUNT        PIC S9(4) BINARY.                  00008700
700093     05  CP1-DIFF-ENTRY OCCURS 100 TIMES                          00008800
700093                               PIC X(133).                        00008900
700169*** Who is asking and why, for the access log.  A blank user      00008901
700169*** ID is logged as the job name.                                 00008902
700169     05  CP1-USERID            PIC X(8).                          00008903
700169     05  CP1-REASON            PIC X(60).                         00008904
           SKIP2                                                        00009000
700093 PROCEDURE DIVISION USING CP1-PARM.                               00009100
           SKIP2                                                        00009200
700093 A-100-BODY.                                                      00009300
700093     PERFORM A-105-INIT.                                          00009400
700169     PERFORM A-150-LOG-ACCESS.                                    00009401
700169     IF  CP1-RC = ZERO                                            00009500
700169         PERFORM A-200-OPEN-FILES.                                00009501
700093     IF  CP1-RC = ZERO                                            00009600
700093         PERFORM B-100-SKIP-TO-PLAN                               00009700
700093         PERFORM B-110-PROC-RECS                                  00009800
700093                           BWA2-REC.                              00012300
700093     IF  IO-BKPI2-ERROR-YES                                       00012400
700093         MOVE 16 TO CP1-RC.                                       00012500
700169*** One access-log row per call, plan-wide (no participant).      00012501
700169 A-150-LOG-ACCESS.                                                00012502
700169     IF  CP1-REASON = SPACES                                      00012503
700169         MOVE 8 TO CP1-RC                                         00012504
700169     ELSE                                                         00012505
700169         CALL 'UTACCLOG' USING SD-AREA                            00012506
700169                               IO-ACL-PARM                        00012507
700169                               IO-ACL-OPEN                        00012508
700169         IF  IO-ACL-ERROR-YES                                     00012509
700169             MOVE 8 TO CP1-RC                                     00012510
700169         ELSE                                                     00012511
700169             PERFORM A-160-WRITE-ACCESS.                          00012512
           SKIP2                                                        00012513
700169 A-160-WRITE-ACCESS.                                              00012514
700169     IF  CP1-USERID = SPACES                                      00012515
700169         MOVE SD-JOBNAME TO IO-ACL-USERID                         00012516
700169     ELSE                                                         00012517
700169         MOVE CP1-USERID TO IO-ACL-USERID.                        00012518
700169     MOVE CP1-REASON   TO IO-ACL-REASON.                          00012519
700169     MOVE CP1-PLAN-NUM TO IO-ACL-PLAN.                            00012520
700169     MOVE SPACES       TO IO-ACL-PART IO-ACL-KEY.                 00012521
700169     CALL 'UTACCLOG' USING SD-AREA                                00012522
700169                           IO-ACL-PARM                            00012523
700169                           IO-ACL-WRITE.                          00012524
700169     IF  IO-ACL-ERROR-YES                                         00012525
700169         MOVE 8 TO CP1-RC.                                        00012526
700169     CALL 'UTACCLOG' USING SD-AREA                                00012527
700169                           IO-ACL-PARM                            00012528
700169                           IO-ACL-CLOSE.                          00012529
           SKIP2                                                        00012600
700093 A-900-CLOSE-FILES.                                               00012700
700093     CALL 'BABKPI' USING SD-AREA                                  00012800
