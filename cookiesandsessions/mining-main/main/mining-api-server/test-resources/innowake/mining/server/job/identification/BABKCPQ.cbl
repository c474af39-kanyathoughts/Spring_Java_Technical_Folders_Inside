700102**               REQUEST card values come from fixed card-image   00001800
700102**               columns: REQUEST pppppp nnnnnnnnnnn (plan 9-14,  00001900
700102**               participant 16-26, participant optional).        00002000
700191**               After a PLANWIDTH 10 card the plan is 9-18 and   00002001
700191**               the participant 20-30.                           00002002
700169**               A queue must carry a REASON card; every request  00002001
700169**               is written to the ACCLOG access log (UTACCLOG)   00002002
700169**               with the OPERATOR, plan, participant and reason  00002003
700169**               before its section is produced.  With no REASON, 00002004
700169**               or with a log that cannot be opened, the queue   00002005
700169**               is refused with RC 8; a request whose row cannot 00002006
700169**               be written is not serviced.                      00002007
700102******************************************************************00002100
700102**  REVISIONS:                                                    00002200
700102******************************************************************00002300
700102**  Input                                                         00002400
700102**   . IN110   - Control File (REQUEST cards)                     00002500
700169**   . IN110   - REASON (required) and OPERATOR cards             00002501
700102**   . BKUPI   - Backup File1 (BKUPIN), via BABKPIS               00002600
700102**   . BKUPI2  - Backup File2 (BKUPIN2), via BABKPIS2             00002700
700102******************************************************************00002800
700102**  Output                                                        00002900
700102**   . SYSOUT  - Displayed Information                            00003000
700102**   . REPORT  - One result section per request                   00003100
700169**   . ACCLOG  - Access-log row per request, via UTACCLOG         00003101
700102******************************************************************00003200
700102 ENVIRONMENT DIVISION.                                            00003300
700102 CONFIGURATION SECTION.                                           00003400
700102     88  WPLAN-DONE-FLG-YES VALUE 'Y'.                            00006000
700102 77  WCTR-DIFF-LINES       PIC 9(5)     VALUE ZERO.               00006100
700102 77  WREQ-NUM-ED           PIC ZZZ9     VALUE ZERO.               00006110
700191 77  WPLANWIDTH-FLG        PIC X        VALUE 'N'.                00006111
700191     88  WPLANWIDTH-FLG-WIDE VALUE 'Y'.                           00006112
700191 77  WCARD-PLAN            PIC X(10)    VALUE SPACES.             00006113
700191 77  WCARD-PART            PIC X(11)    VALUE SPACES.             00006114
700169 77  WACL-OPEN-FLG         PIC X        VALUE 'N'.                00006111
700169     88  WACL-OPEN-YES     VALUE 'Y'.                             00006112
700102*** Detail lines are capped per request so one noisy plan         00006200
700102*** cannot swamp the rest of the morning's queue.                 00006300
700102 77  WMAX-DIFF-LINES       PIC 9(5)     VALUE 50.                 00006400
700102     05  WREQ-COUNT            PIC S9(4) BINARY VALUE ZERO.       00008000
700102     05  WREQ-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00008100
700102     05  WREQ-ENTRY OCCURS 500 TIMES.                             00008200
700191         10  WREQ-PLAN         PIC X(10) VALUE SPACES.            00008300
700102         10  WREQ-PART         PIC X(11) VALUE SPACES.            00008400
           SKIP2                                                        00008500
700102*** Per-request counters, the batch compare's WPLAN-CTR-AREA      00008600
700102 01  WCTL-AREA.                                                   00012400
700102     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00012500
700102         88  WCTL-CMD-REQUEST    VALUE 'REQUEST'.                 00012600
700169         88  WCTL-CMD-REASON     VALUE 'REASON'.                  00012601
700169         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00012602
700191         88  WCTL-CMD-PLANWIDTH  VALUE 'PLANWIDTH'.               00012603
700102     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00012700
700169*** Stated purpose of the lookups and who is making them, both    00012701
700169*** carried onto every access-log row.                            00012702
700169     05  WCTL-REASON             PIC X(60) VALUE SPACES.          00012703
700169     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00012704
           SKIP2                                                        00012800
700102 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00012900
           SKIP2                                                        00013000
           SKIP3                                                        00014200
700102 01  IO-IN110-PARM.                                               00014300
700102       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKCPQ'.             00014400
           SKIP3                                                        00014401
700169 01  IO-ACL-PARM.                                                 00014402
700169       COPY IOACCLOG REPLACING 'PROGRAM' BY 'BABKCPQ'.            00014403
           SKIP3                                                        00014500
700102 01  DE-AREA.  COPY PRMDE.                                        00014600
           SKIP3                                                        00014700
700102         DISPLAY 'BaBkCpQ-302 No REQUEST cards supplied, '        00019300
700102             'nothing to compare'                                 00019400
700102         MOVE 4 TO RETURN-CODE.                                   00019500
700169     IF  WCTL-OPERATOR = SPACES                                   00019501
700169         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00019502
700169     IF  WREQ-COUNT > ZERO                                        00019503
700169         PERFORM A-240-ACCESS-CHECK.                              00019504
           SKIP2                                                        00019505
700169*** Every request is logged before it is serviced.  No REASON     00019506
700169*** card, or an access log that cannot be opened, refuses the     00019507
700169*** whole queue.                                                  00019508
700169 A-240-ACCESS-CHECK.                                              00019509
700169     IF  WCTL-REASON = SPACES                                     00019510
700169         DISPLAY 'BaBkCpQ-303 No REASON card, queue refused'      00019511
700169         MOVE ' No REASON card - participant lookups refused'     00019512
700169             TO WPRINT-LINE                                       00019513
700169         PERFORM A-260-REFUSE                                     00019514
700169     ELSE                                                         00019515
700169         CALL 'UTACCLOG' USING SD-AREA                            00019516
700169                               IO-ACL-PARM                        00019517
700169                               IO-ACL-OPEN                        00019518
700169         IF  IO-ACL-ERROR-YES                                     00019519
700169             DISPLAY 'BaBkCpQ-304 Access log OPEN failed, '       00019520
700169                 'queue refused'                                  00019521
700169             MOVE ' Access log cannot be written - queue refused' 00019522
700169                 TO WPRINT-LINE                                   00019523
700169             PERFORM A-260-REFUSE                                 00019524
700169         ELSE                                                     00019525
700169             SET WACL-OPEN-YES TO TRUE.                           00019526
           SKIP2                                                        00019527
700169 A-260-REFUSE.                                                    00019528
700169     PERFORM V-100-PRINT-LINE.                                    00019529
700169     MOVE ZERO TO WREQ-COUNT.                                     00019530
700169     MOVE 8    TO RETURN-CODE.                                    00019531
           SKIP2                                                        00019600
700102 A-900-FINI-CLOSE.                                                00019700
700102     CALL 'UT110IN'  USING SD-AREA                                00019800
700102               IO-IN110-CLOSE                                     00020000
700102               CTL-REC.                                           00020100
700102     DISPLAY 'BaBkCpQ-444 Requests Serviced:' WREQ-COUNT.         00020200
700169     IF  WACL-OPEN-YES                                            00020201
700169         CALL 'UTACCLOG' USING SD-AREA                            00020202
700169                               IO-ACL-PARM                        00020203
700169                               IO-ACL-CLOSE.                      00020204
700102     CLOSE PRINT-FILE.                                            00020300
700102     DISPLAY 'BaBkCpQ-998 Program Ending'.                        00020400
           SKIP2                                                        00020500
700102     DISPLAY 'BaBkCpQ-500 CtlCard:' CTL-REC (1:50).               00025500
700102     IF  WCTL-CMD-REQUEST                                         00025600
700102         PERFORM F-120-ADD-REQUEST                                00025700
700169     ELSE IF  WCTL-CMD-REASON                                     00025701
700169         MOVE CTL-REC (8:60) TO WCTL-REASON                       00025702
700169     ELSE IF  WCTL-CMD-OPERATOR                                   00025703
700169         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00025704
700191     ELSE IF  WCTL-CMD-PLANWIDTH                                  00025705
700191         PERFORM F-115-SET-PLANWIDTH                              00025706
700102     ELSE                                                         00025800
700102         DISPLAY 'BaBkCpQ-501 Invalid Control Card:'              00025900
700102             CTL-REC (1:50).                                      00026000
           SKIP2                                                        00026100
700191*** PLANWIDTH 10 moves the REQUEST cards that follow to the       00026101
700191*** ten-character plan layout; PLANWIDTH 6 moves them back.       00026102
700191 F-115-SET-PLANWIDTH.                                             00026103
700191     IF  WCTL-VAL = '10'                                          00026104
700191         MOVE 'Y'        TO WPLANWIDTH-FLG                        00026105
700191     ELSE IF  WCTL-VAL = '6'                                      00026106
700191         MOVE 'N'        TO WPLANWIDTH-FLG                        00026107
700191     ELSE                                                         00026108
700191         DISPLAY 'BaBkCpQ-503 PLANWIDTH must be 6 or 10:'         00026109
700191             WCTL-VAL.                                            00026110
           SKIP2                                                        00026111
700102*** Insert the request in plan/participant order, shifting the    00026200
700102*** later entries down a slot, so the single pass services the    00026300
700102*** queue front to back.  Values come from the card image:        00026400
700102         DISPLAY 'BaBkCpQ-502 Request queue full, ignoring:'      00026800
700102             CTL-REC (1:30)                                       00026900
700102     ELSE                                                         00027000
700191         PERFORM F-118-CARD-PLANS                                 00027001
700102         MOVE ZERO TO SUB-SLOT                                    00027100
700102         PERFORM F-130-FIND-SLOT                                  00027200
700102           VARYING SUB-SHIFT FROM 1 BY 1                          00027300
700102           VARYING SUB-SHIFT FROM WREQ-COUNT BY -1                00028000
700102             UNTIL SUB-SHIFT < SUB-SLOT                           00028100
700102         ADD 1 TO WREQ-COUNT                                      00028200
700191         MOVE WCARD-PLAN      TO WREQ-PLAN (SUB-SLOT)             00028300
700191         MOVE WCARD-PART      TO WREQ-PART (SUB-SLOT)             00028400
700191         DISPLAY ' Queued Plan: ' WCARD-PLAN                      00028500
700191             ' Part: ' WCARD-PART.                                00028600
           SKIP2                                                        00028700
700191*** Plan and participant from the card columns in force.          00028701
700191 F-118-CARD-PLANS.                                                00028702
700191     IF  WPLANWIDTH-FLG-WIDE                                      00028703
700191         MOVE CTL-REC (9:10)  TO WCARD-PLAN                       00028704
700191         MOVE CTL-REC (20:11) TO WCARD-PART                       00028705
700191     ELSE                                                         00028706
700191         MOVE CTL-REC (9:6)   TO WCARD-PLAN                       00028707
700191         MOVE CTL-REC (16:11) TO WCARD-PART.                      00028708
           SKIP2                                                        00028709
700102 F-130-FIND-SLOT.                                                 00028800
700191     IF  WREQ-PLAN (SUB-SHIFT) > WCARD-PLAN                       00028900
700191         OR (WREQ-PLAN (SUB-SHIFT) = WCARD-PLAN                   00029000
700191             AND WREQ-PART (SUB-SHIFT) > WCARD-PART)              00029100
700102         MOVE SUB-SHIFT TO SUB-SLOT.                              00029200
           SKIP2                                                        00029300
700102 F-140-SHIFT-DOWN.                                                00029400
700102            '  Part ' WREQ-PART (SUB-REQ)                         00031300
700102         DELIMITED BY SIZE INTO WPRINT-LINE.                      00031400
700102     PERFORM V-100-PRINT-LINE.                                    00031500
700169     PERFORM B-060-LOG-REQUEST.                                   00031501
700169     IF  IO-ACL-ERROR-NO                                          00031502
700169         PERFORM B-100-SKIP-TO-PLAN                               00031600
700169         PERFORM B-110-PROC-RECS                                  00031700
700169           UNTIL WPLAN-DONE-FLG-YES                               00031800
700169         PERFORM C-100-RPT-REQ-TOTALS.                            00031900
           SKIP2                                                        00032000
700169*** A plan-only request is logged with the participant blank.     00032001
700169 B-060-LOG-REQUEST.                                               00032002
700169     MOVE WCTL-OPERATOR       TO IO-ACL-USERID.                   00032003
700169     MOVE WCTL-REASON         TO IO-ACL-REASON.                   00032004
700169     MOVE WREQ-PLAN (SUB-REQ) TO IO-ACL-PLAN.                     00032005
700169     MOVE WREQ-PART (SUB-REQ) TO IO-ACL-PART.                     00032006
700169     MOVE SPACES              TO IO-ACL-KEY.                      00032007
700169     CALL 'UTACCLOG' USING SD-AREA                                00032008
700169                           IO-ACL-PARM                            00032009
700169                           IO-ACL-WRITE.                          00032010
700169     IF  IO-ACL-ERROR-YES                                         00032011
700169         DISPLAY 'BaBkCpQ-305 Access-log row not written, '       00032012
700169             'request ' WREQ-NUM-ED ' not serviced'               00032013
700169         MOVE ' Access log write failed - request not serviced'   00032014
700169             TO WPRINT-LINE                                       00032015
700169         PERFORM V-100-PRINT-LINE                                 00032016
700169         MOVE 8 TO RETURN-CODE.                                   00032017
           SKIP2                                                        00032018
700102*** The queue is sorted and the readers only move forward, so     00032100
700102*** each request starts from wherever the previous one left       00032200
700102*** the files.                                                    00032300
700150     IF  WREQ-PART (SUB-REQ) NOT = SPACES                         00035110
700150         AND (IO-BKPI-ERROR-YES OR IO-BKPI-EOF-YES                00035120
700150           OR BWA-PLAN-NUM NOT = WREQ-PLAN (SUB-REQ)              00035130
700203           OR BKFIL-KEY-GROUP (11:11) > WREQ-PART (SUB-REQ))      00035140
700150         AND (IO-BKPI2-ERROR-YES OR IO-BKPI2-EOF-YES              00035150
700150           OR BWA2-PLAN-NUM NOT = WREQ-PLAN (SUB-REQ)             00035160
700203           OR BKFIL2-KEY-GROUP (11:11) > WREQ-PART (SUB-REQ))     00035170
700150         SET WPLAN-DONE-FLG-YES TO TRUE                           00035180
700150     ELSE                                                         00035190
700102     IF  WREQ-PART (SUB-REQ) NOT = SPACES                         00035200
700102         AND NOT (IO-BKPI-ERROR-YES OR IO-BKPI-EOF-YES)           00035300
700102         AND BWA-PLAN-NUM = WREQ-PLAN (SUB-REQ)                   00035400
700203         AND BKFIL-KEY-GROUP (11:11) NOT = WREQ-PART (SUB-REQ)    00035500
700102         PERFORM N1-100-READ-PIS                                  00035600
700102     ELSE                                                         00035700
700102     IF  WREQ-PART (SUB-REQ) NOT = SPACES                         00035800
700102         AND NOT (IO-BKPI2-ERROR-YES OR IO-BKPI2-EOF-YES)         00035900
700102         AND BWA2-PLAN-NUM = WREQ-PLAN (SUB-REQ)                  00036000
700203         AND BKFIL2-KEY-GROUP (11:11) NOT = WREQ-PART (SUB-REQ)   00036100
700102         PERFORM N2-100-READ-PIS2                                 00036200
700102     ELSE                                                         00036300
700102     IF  BKFIL-KEY-GROUP < BKFIL2-KEY-GROUP                       00036400
