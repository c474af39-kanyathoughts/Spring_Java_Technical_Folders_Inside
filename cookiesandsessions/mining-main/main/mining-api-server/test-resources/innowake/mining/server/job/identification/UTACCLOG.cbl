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
700169 IDENTIFICATION DIVISION.                                         00000100
700169 PROGRAM-ID. 'UTACCLOG'.                                          00000200
700169******************************************************************00000300
700169**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700169******************************************************************00000500
700169**  AUTHOR       W. WHITE, Oct 2026                               00000600
700169**  PURPOSE      Access-log writer for the participant lookup     00000700
700169**               programs (BABKKEY, BAPARTDS, BABKCP1, BABKCPQ).  00000800
700169**               Every lookup is handed here before anything is   00000900
700169**               shown; the row is stamped with the date and      00001000
700169**               time, the calling program and the job, and       00001100
700169**               appended to the ACCLOG dataset (see the ACCLOG   00001200
700169**               copybook).  Each WRITE opens the log for         00001300
700169**               append, writes and closes it again under the     00001400
700169**               ACCLOG enqueue, so an online inquiry and a       00001500
700169**               batch lookup can log side by side without one    00001600
700169**               holding the dataset for the other's whole run.   00001700
700169**               OPEN proves the log can be written before the    00001800
700169**               caller reads anything - a lookup that cannot be  00001900
700169**               logged is not made.                              00002000
700169******************************************************************00002100
700169**  REVISIONS:                                                    00002200
700169******************************************************************00002300
700169**  Input                                                         00002400
700169**   . Caller's IOACCLOG block                                    00002500
700169******************************************************************00002600
700169**  Output                                                        00002700
700169**   . ACCLOG  - Participant lookup access log, appended          00002800
700169******************************************************************00002900
700169 ENVIRONMENT DIVISION.                                            00003000
700169 CONFIGURATION SECTION.                                           00003100
700169 INPUT-OUTPUT SECTION.                                            00003200
700169 FILE-CONTROL.                                                    00003300
700169     SELECT ACCLOG-FILE                                           00003400
700169         ASSIGN TO UT-S-ACCLOG                                    00003500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00003600
700169         FILE STATUS WACCLOG-FS.                                  00003700
700169 DATA DIVISION.                                                   00003800
700169 FILE SECTION.                                                    00003900
700169 FD  ACCLOG-FILE                                                  00004000
700169     BLOCK CONTAINS 0 RECORDS                                     00004100
700169     LABEL RECORDS ARE STANDARD.                                  00004200
700169 01  ACCLOG-REC. COPY ACCLOG.                                     00004300
700169 WORKING-STORAGE SECTION.                                         00004400
700169 77  WACCLOG-FS           PIC XX       VALUE '00'.                00004500
700169     88  WACCLOG-FS-OK    VALUE '00'.                             00004600
700169 77  WACL-DATE             PIC 9(8)     VALUE ZERO.               00004700
700169 77  WACL-TIME             PIC 9(8)     VALUE ZERO.               00004800
700169 01  IO-ENQ-PARM.                                                 00004900
700169       COPY IOENQ REPLACING 'PROGRAM' BY 'UTACCLOG'.              00005000
700169 LINKAGE SECTION.                                                 00005100
700169 01  SD-AREA. COPY PRMSD.                                         00005200
700169*** Same shape as the IOACCLOG copybook the callers hold.         00005300
700169 01  IO-ACL-PARM.                                                 00005400
700169     05  IO-ACL-CALLING-PGM     PIC X(8).                         00005500
700169     05  IO-ACL-ERROR           PIC X.                            00005600
700169         88  IO-ACL-ERROR-YES VALUE 'Y'.                          00005700
700169         88  IO-ACL-ERROR-NO  VALUE 'N'.                          00005800
700169     05  IO-ACL-FILE-STATUS     PIC XX.                           00005900
700169     05  IO-ACL-USERID          PIC X(8).                         00006000
700191     05  IO-ACL-PLAN            PIC X(10).                        00006100
700169     05  IO-ACL-PART            PIC X(11).                        00006200
700203     05  IO-ACL-KEY             PIC X(24).                        00006300
700169     05  IO-ACL-REASON          PIC X(60).                        00006400
700169     05  IO-ACL-WRITTEN         PIC 9(7).                         00006500
700169 01  LK-OPER                PIC X(8).                             00006600
700169 PROCEDURE DIVISION USING SD-AREA                                 00006700
700169                          IO-ACL-PARM                             00006800
700169                          LK-OPER.                                00006900
700169 A-100-BODY.                                                      00007000
700169     IF  LK-OPER = 'OPEN'                                         00007100
700169         PERFORM B-100-OPEN                                       00007200
700169     ELSE                                                         00007300
700169     IF  LK-OPER = 'WRITE'                                        00007400
700169         PERFORM B-200-WRITE                                      00007500
700169     ELSE                                                         00007600
700169     IF  LK-OPER = 'CLOSE'                                        00007700
700169         PERFORM B-300-CLOSE                                      00007800
700169     ELSE                                                         00007900
700169         SET IO-ACL-ERROR-YES TO TRUE                             00008000
700169         DISPLAY 'UtAccLog-501 Invalid operation: ' LK-OPER.      00008100
700169     GOBACK.                                                      00008200
           SKIP2                                                        00008300
700169*** Proves the log is writable: OPEN EXTEND, with OPEN OUTPUT     00008400
700169*** to create it the first time, then closed again at once.       00008500
700169 B-100-OPEN.                                                      00008600
700169     SET IO-ACL-ERROR-NO TO TRUE.                                 00008700
700169     MOVE ZERO TO IO-ACL-WRITTEN.                                 00008800
700169     PERFORM B-150-ENQ-OPEN.                                      00008900
700169     IF  IO-ACL-ERROR-NO                                          00009000
700169         CLOSE ACCLOG-FILE                                        00009100
700169         PERFORM R-906-DEQ-RESOURCE.                              00009200
           SKIP2                                                        00009300
700169 B-150-ENQ-OPEN.                                                  00009400
700169     MOVE 'ACCLOG  ' TO IO-ENQ-RESOURCE.                          00009500
700169     PERFORM R-905-ENQ-RESOURCE.                                  00009600
700169     IF  IO-ENQ-ERROR-YES                                         00009700
700169         DISPLAY 'UtAccLog-303 ACCLOG resource busy past the '    00009800
700169             'wait'                                               00009900
700169         MOVE '93' TO IO-ACL-FILE-STATUS                          00010000
700169         SET IO-ACL-ERROR-YES TO TRUE                             00010100
700169     ELSE                                                         00010200
700169         OPEN EXTEND ACCLOG-FILE                                  00010300
700169         IF  NOT WACCLOG-FS-OK                                    00010400
700169             OPEN OUTPUT ACCLOG-FILE                              00010500
700169         END-IF                                                   00010600
700169         MOVE WACCLOG-FS TO IO-ACL-FILE-STATUS                    00010700
700169         IF  NOT WACCLOG-FS-OK                                    00010800
700169             DISPLAY 'UtAccLog-302 ACCLOG dd OPEN failed:'        00010900
700169                 WACCLOG-FS                                       00011000
700169             SET IO-ACL-ERROR-YES TO TRUE                         00011100
700169             PERFORM R-906-DEQ-RESOURCE.                          00011200
           SKIP2                                                        00011300
700169 B-200-WRITE.                                                     00011400
700169     SET IO-ACL-ERROR-NO TO TRUE.                                 00011500
700169     PERFORM B-150-ENQ-OPEN.                                      00011600
700169     IF  IO-ACL-ERROR-NO                                          00011700
700169         ACCEPT WACL-DATE FROM DATE YYYYMMDD                      00011800
700169         ACCEPT WACL-TIME FROM TIME                               00011900
700169         MOVE SPACES              TO ACCLOG-REC                   00012000
700169         MOVE WACL-DATE           TO ACL-DATE                     00012100
700169         MOVE WACL-TIME           TO ACL-TIME                     00012200
700169         MOVE IO-ACL-USERID       TO ACL-USERID                   00012300
700169         MOVE IO-ACL-CALLING-PGM  TO ACL-PROGRAM                  00012400
700169         MOVE SD-JOBNAME          TO ACL-JOBNAME                  00012500
700169         MOVE IO-ACL-PLAN         TO ACL-PLAN                     00012600
700169         MOVE IO-ACL-PART         TO ACL-PART                     00012700
700169         MOVE IO-ACL-KEY          TO ACL-KEY                      00012800
700169         MOVE IO-ACL-REASON       TO ACL-REASON                   00012900
700169         WRITE ACCLOG-REC                                         00013000
700169         MOVE WACCLOG-FS TO IO-ACL-FILE-STATUS                    00013100
700169         IF  WACCLOG-FS-OK                                        00013200
700169             ADD 1 TO IO-ACL-WRITTEN                              00013300
700169         ELSE                                                     00013400
700169             DISPLAY 'UtAccLog-304 ACCLOG WRITE failed:'          00013500
700169                 WACCLOG-FS                                       00013600
700169             SET IO-ACL-ERROR-YES TO TRUE                         00013700
700169         END-IF                                                   00013800
700169         CLOSE ACCLOG-FILE                                        00013900
700169         PERFORM R-906-DEQ-RESOURCE.                              00014000
           SKIP2                                                        00014100
700169 B-300-CLOSE.                                                     00014200
700169     SET IO-ACL-ERROR-NO TO TRUE.                                 00014300
700169     DISPLAY 'UtAccLog-444 ' IO-ACL-CALLING-PGM                   00014400
700169         ' access-log rows written:' IO-ACL-WRITTEN.              00014500
           SKIP2                                                        00014600
700169*** Shared-resource serialization through the optional UTENQ      00014700
700169*** exit; where the exit is not installed the CALL exception      00014800
700169*** leaves the hold granted and the run unserialized.             00014900
700169 R-905-ENQ-RESOURCE.                                              00015000
700169     SET IO-ENQ-ERROR-NO TO TRUE.                                 00015100
700169     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00015200
700169          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00015300
700169     END-CALL.                                                    00015400
           SKIP2                                                        00015500
700169 R-906-DEQ-RESOURCE.                                              00015600
700169     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00015700
700169          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00015800
700169     END-CALL.                                                    00015900
