#FIS*******************************************************************
#FIS***                                                               *
#FIS***                   COPYRIGHT 1993-2019                         *
#FIS***                                                               *
#FIS***      Fidelity National Information Services, Inc.             *
#FIS***      and/or its subsidiaries - All Rights Reserved            *
#FIS***      worldwide.                                               *
#FIS***                                                               *
#FIS***      This document is protected under the trade secret        *
#FIS***      and copyright laws as the property of Fidelity           *
#FIS***      National Information Services, Inc. and/or its           *
#FIS***      subsidiaries.                                            *
#FIS***                                                               *
#FIS***      Copying, reproduction or distribution should be          *
#FIS***      limited and only to employees with a "need to know"      *
#FIS***      to do their job. Any disclosure of this document to      *
#FIS***      third parties is strictly prohibited.                    *
#FIS***                                                               *
#FIS*******************************************************************
700161 IDENTIFICATION DIVISION.                                         00000100
700161 PROGRAM-ID. 'UTAUTH'.                                            00000200
700161******************************************************************00000300
700161**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700161******************************************************************00000500
700161**  AUTHOR       W. WHITE, Oct 2026                               00000600
700161**  PURPOSE      Authorization check for the suite's maintenance  00000700
700161**               utilities.  Before a utility applies a change it 00000800
700161**               asks here whether its user ID may use that card  00000900
700161**               verb of that utility over that plan or plan      00001000
700161**               range; the answer comes from the keyed AUTHMST   00001100
700161**               master (see the AUTHMST copybook) that BAAUTHUT  00001200
700161**               maintains.  Rows for the verb itself and for     00001300
700161**               verb * (every verb) are both read.  A grant must 00001400
700161**               cover the whole range asked for; an explicit     00001500
700161**               refusal overlapping any of it wins over every    00001600
700161**               grant; nothing found is a refusal.  The check    00001700
700161**               fails closed: with no AUTHMST, or one that will  00001800
700161**               not open, every change is refused.  Each refusal 00001900
700161**               is displayed and appended to the AUTHLOG dataset 00002000
700161**               (see the AUTHLOG copybook) for the security      00002100
700161**               review, under the AUTHLOG enqueue so several     00002200
700161**               utilities can log side by side.                  00002300
700161******************************************************************00002400
700161**  REVISIONS:                                                    00002500
700161******************************************************************00002600
700161**  Input                                                         00002700
700161**   . Caller's IOAUTH block                                      00002800
700161**   . AUTHMST - Keyed authorization master                       00002900
700161******************************************************************00003000
700161**  Output                                                        00003100
700161**   . AUTHLOG - Refused-attempt log, appended                    00003200
700161******************************************************************00003300
700161 ENVIRONMENT DIVISION.                                            00003400
700161 CONFIGURATION SECTION.                                           00003500
700161 INPUT-OUTPUT SECTION.                                            00003600
700161 FILE-CONTROL.                                                    00003700
700161     SELECT AUTHMST-FILE                                          00003800
700161         ASSIGN TO AUTHMST                                        00003900
700161         ORGANIZATION IS INDEXED                                  00004000
700161         ACCESS MODE IS DYNAMIC                                   00004100
700161         RECORD KEY IS AUTH-KEY                                   00004200
700161         FILE STATUS WAUTHMST-FS.                                 00004300
700161     SELECT AUTHLOG-FILE                                          00004400
700161         ASSIGN TO UT-S-AUTHLOG                                   00004500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004600
700161         FILE STATUS WAUTHLOG-FS.                                 00004700
700161 DATA DIVISION.                                                   00004800
700161 FILE SECTION.                                                    00004900
700161 FD  AUTHMST-FILE                                                 00005000
700161     LABEL RECORDS ARE STANDARD.                                  00005100
700161 01  AUTHMST-REC. COPY AUTHMST.                                   00005200
700161 FD  AUTHLOG-FILE                                                 00005300
700161     BLOCK CONTAINS 0 RECORDS                                     00005400
700161     LABEL RECORDS ARE STANDARD.                                  00005500
700161 01  AUTHLOG-REC. COPY AUTHLOG.                                   00005600
700161 WORKING-STORAGE SECTION.                                         00005700
700161 77  WAUTHMST-FS           PIC XX       VALUE '00'.               00005800
700161     88  WAUTHMST-FS-OK    VALUE '00'.                            00005900
700161     88  WAUTHMST-FS-NOFILE VALUE '35' '30'.                      00006000
700161 77  WAUTHLOG-FS           PIC XX       VALUE '00'.               00006100
700161     88  WAUTHLOG-FS-OK    VALUE '00'.                            00006200
700161 77  WAUTH-MST-FLG         PIC X        VALUE 'N'.                00006300
700161     88  WAUTH-MST-OPEN    VALUE 'Y'.                             00006400
700161     88  WAUTH-MST-CLOSED  VALUE 'N'.                             00006500
700161 77  WAUTH-SCAN-FLG        PIC X        VALUE 'N'.                00006600
700161     88  WAUTH-SCAN-END    VALUE 'Y'.                             00006700
700161     88  WAUTH-SCAN-MORE   VALUE 'N'.                             00006800
700161 77  WAUTH-GRANT-FLG       PIC X        VALUE 'N'.                00006900
700161     88  WAUTH-GRANT-YES   VALUE 'Y'.                             00007000
700161     88  WAUTH-GRANT-NO    VALUE 'N'.                             00007100
700161 77  WAUTH-REFUSE-FLG      PIC X        VALUE 'N'.                00007200
700161     88  WAUTH-REFUSE-YES  VALUE 'Y'.                             00007300
700161     88  WAUTH-REFUSE-NO   VALUE 'N'.                             00007400
700161 77  WAUTH-ALLPLAN-FLG     PIC X        VALUE 'N'.                00007500
700161     88  WAUTH-ALLPLAN-YES VALUE 'Y'.                             00007600
700161     88  WAUTH-ALLPLAN-NO  VALUE 'N'.                             00007700
700161 77  WAUTH-LOG-DATE        PIC 9(8)     VALUE ZERO.               00007800
700161 77  WAUTH-LOG-TIME        PIC 9(8)     VALUE ZERO.               00007900
700161 77  WAUTH-CHECKED         PIC 9(7)     VALUE ZERO.               00008000
700161 01  WAUTH-PREFIX.                                                00008100
700161     05  WAUTH-PFX-USERID   PIC X(8).                             00008200
700161     05  WAUTH-PFX-PROGRAM  PIC X(8).                             00008300
700161     05  WAUTH-PFX-VERB     PIC X(8).                             00008400
700161 01  WAUTH-RANGE.                                                 00008500
700191     05  WAUTH-REQ-LO       PIC X(10).                            00008600
700191     05  WAUTH-REQ-HI       PIC X(10).                            00008700
700191     05  WAUTH-ROW-LO       PIC X(10).                            00008800
700191     05  WAUTH-ROW-HI       PIC X(10).                            00008900
700161 01  IO-ENQ-PARM.                                                 00009000
700161       COPY IOENQ REPLACING 'PROGRAM' BY 'UTAUTH'.                00009100
700161 LINKAGE SECTION.                                                 00009200
700161 01  SD-AREA. COPY PRMSD.                                         00009300
700161*** Same shape as the IOAUTH copybook the callers hold.           00009400
700161 01  IO-AUTH-PARM.                                                00009500
700161     05  IO-AUTH-CALLING-PGM    PIC X(8).                         00009600
700161     05  IO-AUTH-ERROR          PIC X.                            00009700
700161         88  IO-AUTH-ERROR-YES VALUE 'Y'.                         00009800
700161         88  IO-AUTH-ERROR-NO  VALUE 'N'.                         00009900
700161     05  IO-AUTH-FILE-STATUS    PIC XX.                           00010000
700161     05  IO-AUTH-USERID         PIC X(8).                         00010100
700161     05  IO-AUTH-VERB           PIC X(8).                         00010200
700191     05  IO-AUTH-PLAN           PIC X(10).                        00010300
700191     05  IO-AUTH-PLAN-HI        PIC X(10).                        00010400
700161     05  IO-AUTH-RESULT         PIC X.                            00010500
700161         88  IO-AUTH-ALLOWED   VALUE 'Y'.                         00010600
700161         88  IO-AUTH-DENIED    VALUE 'N'.                         00010700
700161     05  IO-AUTH-REASON         PIC X(20).                        00010800
700161     05  IO-AUTH-DENIED-CNT     PIC 9(7).                         00010900
700161 01  LK-OPER                PIC X(8).                             00011000
700161 PROCEDURE DIVISION USING SD-AREA                                 00011100
700161                          IO-AUTH-PARM                            00011200
700161                          LK-OPER.                                00011300
700161 A-100-BODY.                                                      00011400
700161     IF  LK-OPER = 'OPEN'                                         00011500
700161         PERFORM B-100-OPEN                                       00011600
700161     ELSE                                                         00011700
700161     IF  LK-OPER = 'CHECK'                                        00011800
700161         PERFORM B-200-CHECK                                      00011900
700161     ELSE                                                         00012000
700161     IF  LK-OPER = 'CLOSE'                                        00012100
700161         PERFORM B-300-CLOSE                                      00012200
700161     ELSE                                                         00012300
700161         SET IO-AUTH-ERROR-YES TO TRUE                            00012400
700161         DISPLAY 'UtAuth-501 Invalid operation: ' LK-OPER.        00012500
700161     GOBACK.                                                      00012600
           SKIP2                                                        00012700
700161*** A missing master is not an error to the caller - it leaves    00012800
700161*** the check closed, so every change asked for is refused.       00012900
700161 B-100-OPEN.                                                      00013000
700161     SET IO-AUTH-ERROR-NO TO TRUE.                                00013100
700161     MOVE ZERO TO IO-AUTH-DENIED-CNT WAUTH-CHECKED.               00013200
700161     SET WAUTH-MST-CLOSED TO TRUE.                                00013300
700161     OPEN INPUT AUTHMST-FILE.                                     00013400
700161     MOVE WAUTHMST-FS TO IO-AUTH-FILE-STATUS.                     00013500
700161     IF  WAUTHMST-FS-OK                                           00013600
700161         SET WAUTH-MST-OPEN TO TRUE                               00013700
700161     ELSE                                                         00013800
700161     IF  WAUTHMST-FS-NOFILE                                       00013900
700161         DISPLAY 'UtAuth-301 No AUTHMST for ' IO-AUTH-CALLING-PGM 00014000
700161             ' - every change will be refused'                    00014100
700161     ELSE                                                         00014200
700161         DISPLAY 'UtAuth-302 AUTHMST dd OPEN failed:' WAUTHMST-FS 00014300
700161             ' - every change will be refused'.                   00014400
           SKIP2                                                        00014500
700161 B-200-CHECK.                                                     00014600
700161     SET IO-AUTH-ERROR-NO TO TRUE.                                00014700
700161     SET IO-AUTH-DENIED TO TRUE.                                  00014800
700161     SET WAUTH-GRANT-NO TO TRUE.                                  00014900
700161     SET WAUTH-REFUSE-NO TO TRUE.                                 00015000
700161     MOVE SPACES TO IO-AUTH-REASON.                               00015100
700161     ADD 1 TO WAUTH-CHECKED.                                      00015200
700161     MOVE IO-AUTH-PLAN TO WAUTH-REQ-LO.                           00015300
700161     MOVE IO-AUTH-PLAN-HI TO WAUTH-REQ-HI.                        00015400
700161     IF  WAUTH-REQ-HI = SPACES                                    00015500
700161         MOVE WAUTH-REQ-LO TO WAUTH-REQ-HI.                       00015600
700161     IF  WAUTH-REQ-LO = 'ALL'                                     00015700
700161         MOVE LOW-VALUES  TO WAUTH-REQ-LO                         00015800
700161         MOVE HIGH-VALUES TO WAUTH-REQ-HI.                        00015900
700161     IF  WAUTH-MST-CLOSED                                         00016000
700161         MOVE 'NO AUTHMST' TO IO-AUTH-REASON                      00016100
700161     ELSE                                                         00016200
700161         MOVE IO-AUTH-USERID      TO WAUTH-PFX-USERID             00016300
700161         MOVE IO-AUTH-CALLING-PGM TO WAUTH-PFX-PROGRAM            00016400
700161         MOVE IO-AUTH-VERB        TO WAUTH-PFX-VERB               00016500
700161         PERFORM C-100-SCAN-VERB                                  00016600
700161         MOVE '*'                 TO WAUTH-PFX-VERB               00016700
700161         PERFORM C-100-SCAN-VERB                                  00016800
700161         IF  WAUTH-REFUSE-YES                                     00016900
700161             MOVE 'EXPLICIT REFUSAL' TO IO-AUTH-REASON            00017000
700161         ELSE                                                     00017100
700161         IF  WAUTH-GRANT-YES                                      00017200
700161             SET IO-AUTH-ALLOWED TO TRUE                          00017300
700161         ELSE                                                     00017400
700161             MOVE 'NO GRANT' TO IO-AUTH-REASON.                   00017500
700161     IF  IO-AUTH-DENIED                                           00017600
700161         ADD 1 TO IO-AUTH-DENIED-CNT                              00017700
700161         DISPLAY 'UtAuth-310 Refused ' IO-AUTH-CALLING-PGM ' '    00017800
700161             IO-AUTH-VERB ' user ' IO-AUTH-USERID ' plan '        00017900
700161             IO-AUTH-PLAN '-' IO-AUTH-PLAN-HI ': ' IO-AUTH-REASON 00018000
700161         PERFORM D-100-LOG-REFUSAL.                               00018100
           SKIP2                                                        00018200
700161 B-300-CLOSE.                                                     00018300
700161     SET IO-AUTH-ERROR-NO TO TRUE.                                00018400
700161     IF  WAUTH-MST-OPEN                                           00018500
700161         CLOSE AUTHMST-FILE                                       00018600
700161         SET WAUTH-MST-CLOSED TO TRUE.                            00018700
700161     DISPLAY 'UtAuth-444 ' IO-AUTH-CALLING-PGM                    00018800
700161         ' changes checked:' WAUTH-CHECKED                        00018900
700161         ' refused:' IO-AUTH-DENIED-CNT.                          00019000
           SKIP2                                                        00019100
700161******************************************************************00019200
700161**  Rows for one user, utility and verb sit together in key       00019300
700161**  order; position on the first and read until the prefix        00019400
700161**  changes.                                                      00019500
700161******************************************************************00019600
700161 C-100-SCAN-VERB.                                                 00019700
700161     MOVE SPACES TO AUTHMST-REC.                                  00019800
700161     MOVE WAUTH-PREFIX TO AUTH-KEY(1:24).                         00019900
700161     SET WAUTH-SCAN-MORE TO TRUE.                                 00020000
700161     START AUTHMST-FILE KEY NOT LESS THAN AUTH-KEY                00020100
700161         INVALID KEY SET WAUTH-SCAN-END TO TRUE                   00020200
700161     END-START.                                                   00020300
700161     PERFORM C-110-READ-ROW                                       00020400
700161         UNTIL WAUTH-SCAN-END.                                    00020500
           SKIP2                                                        00020600
700161 C-110-READ-ROW.                                                  00020700
700161     READ AUTHMST-FILE NEXT RECORD                                00020800
700161         AT END SET WAUTH-SCAN-END TO TRUE                        00020900
700161     END-READ.                                                    00021000
700161     IF  WAUTH-SCAN-MORE                                          00021100
700161         IF  NOT WAUTHMST-FS-OK                                   00021200
700161         OR  AUTH-KEY(1:24) NOT = WAUTH-PREFIX                    00021300
700161             SET WAUTH-SCAN-END TO TRUE                           00021400
700161         ELSE                                                     00021500
700161             PERFORM C-120-APPLY-ROW                              00021600
700161         END-IF                                                   00021700
700161     END-IF.                                                      00021800
           SKIP2                                                        00021900
700161*** A blank or ALL low plan is every plan; a blank high plan is   00022000
700161*** the low plan alone.  A change with no plan is matched by any  00022100
700161*** row for its verb; a change to plan ALL (widened in B-200 to   00022200
700161*** the full key range) is covered only by an every-plan grant and00022300
700161*** stopped by any refusal.                                       00022400
700161 C-120-APPLY-ROW.                                                 00022500
700161     SET WAUTH-ALLPLAN-NO TO TRUE.                                00022600
700161     IF  AUTH-PLAN-LO = SPACES OR 'ALL'                           00022700
700161     OR  WAUTH-REQ-LO = SPACES                                    00022800
700161         SET WAUTH-ALLPLAN-YES TO TRUE.                           00022900
700161     MOVE AUTH-PLAN-LO TO WAUTH-ROW-LO.                           00023000
700161     MOVE AUTH-PLAN-HI TO WAUTH-ROW-HI.                           00023100
700161     IF  WAUTH-ROW-HI = SPACES                                    00023200
700161         MOVE WAUTH-ROW-LO TO WAUTH-ROW-HI.                       00023300
700161     IF  AUTH-ALLOW-NO                                            00023400
700161         IF  WAUTH-ALLPLAN-YES                                    00023500
700161         OR  (WAUTH-ROW-LO NOT > WAUTH-REQ-HI                     00023600
700161         AND  WAUTH-REQ-LO NOT > WAUTH-ROW-HI)                    00023700
700161             SET WAUTH-REFUSE-YES TO TRUE                         00023800
700161         END-IF                                                   00023900
700161     ELSE                                                         00024000
700161     IF  AUTH-ALLOW-YES                                           00024100
700161         IF  WAUTH-ALLPLAN-YES                                    00024200
700161         OR  (WAUTH-ROW-LO NOT > WAUTH-REQ-LO                     00024300
700161         AND  WAUTH-REQ-HI NOT > WAUTH-ROW-HI)                    00024400
700161             SET WAUTH-GRANT-YES TO TRUE                          00024500
700161         END-IF                                                   00024600
700161     END-IF.                                                      00024700
           SKIP2                                                        00024800
700161******************************************************************00024900
700161**  Refusal log - appended under the AUTHLOG enqueue, opened and  00025000
700161**  closed around each row.  A log that cannot be written is      00025100
700161**  reported but does not turn a refusal into a grant.            00025200
700161******************************************************************00025300
700161 D-100-LOG-REFUSAL.                                               00025400
700161     MOVE 'AUTHLOG ' TO IO-ENQ-RESOURCE.                          00025500
700161     PERFORM R-905-ENQ-RESOURCE.                                  00025600
700161     IF  IO-ENQ-ERROR-YES                                         00025700
700161         DISPLAY 'UtAuth-303 AUTHLOG resource busy past the wait' 00025800
700161     ELSE                                                         00025900
700161         OPEN EXTEND AUTHLOG-FILE                                 00026000
700161         IF  NOT WAUTHLOG-FS-OK                                   00026100
700161             OPEN OUTPUT AUTHLOG-FILE                             00026200
700161         END-IF                                                   00026300
700161         IF  NOT WAUTHLOG-FS-OK                                   00026400
700161             DISPLAY 'UtAuth-304 AUTHLOG dd OPEN failed:'         00026500
700161                 WAUTHLOG-FS                                      00026600
700161         ELSE                                                     00026700
700161             PERFORM D-110-WRITE-LOG                              00026800
700161             CLOSE AUTHLOG-FILE                                   00026900
700161         END-IF                                                   00027000
700161         PERFORM R-906-DEQ-RESOURCE.                              00027100
           SKIP2                                                        00027200
700161 D-110-WRITE-LOG.                                                 00027300
700161     ACCEPT WAUTH-LOG-DATE FROM DATE YYYYMMDD.                    00027400
700161     ACCEPT WAUTH-LOG-TIME FROM TIME.                             00027500
700161     MOVE SPACES              TO AUTHLOG-REC.                     00027600
700161     MOVE WAUTH-LOG-DATE      TO ALG-DATE.                        00027700
700161     MOVE WAUTH-LOG-TIME      TO ALG-TIME.                        00027800
700161     MOVE IO-AUTH-USERID      TO ALG-USERID.                      00027900
700161     MOVE IO-AUTH-CALLING-PGM TO ALG-PROGRAM.                     00028000
700161     MOVE IO-AUTH-VERB        TO ALG-VERB.                        00028100
700161     MOVE IO-AUTH-PLAN        TO ALG-PLAN.                        00028200
700161     MOVE IO-AUTH-PLAN-HI     TO ALG-PLAN-HI.                     00028300
700161     MOVE SD-JOBNAME          TO ALG-JOBNAME.                     00028400
700161     MOVE IO-AUTH-REASON      TO ALG-REASON.                      00028500
700161     WRITE AUTHLOG-REC.                                           00028600
700161     IF  NOT WAUTHLOG-FS-OK                                       00028700
700161         DISPLAY 'UtAuth-305 AUTHLOG WRITE failed:' WAUTHLOG-FS.  00028800
           SKIP2                                                        00028900
700161*** Shared-resource serialization through the optional UTENQ      00029000
700161*** exit; where the exit is not installed the CALL exception      00029100
700161*** leaves the hold granted and the run unserialized.             00029200
700161 R-905-ENQ-RESOURCE.                                              00029300
700161     SET IO-ENQ-ERROR-NO TO TRUE.                                 00029400
700161     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00029500
700161          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00029600
700161     END-CALL.                                                    00029700
           SKIP2                                                        00029800
700161 R-906-DEQ-RESOURCE.                                              00029900
700161     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00030000
700161          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00030100
700161     END-CALL.                                                    00030200
