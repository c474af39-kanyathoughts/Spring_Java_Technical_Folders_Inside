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
700160 IDENTIFICATION DIVISION.                                         00000100
700160 PROGRAM-ID. 'UTMJRNL'.                                           00000200
700160******************************************************************00000300
700160**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700160******************************************************************00000500
700160**  AUTHOR       W. WHITE, Oct 2026                               00000600
700160**  PURPOSE      Change-journal writer for the keyed DISPMST and  00000700
700160**               DEPOLMST masters.  Every add, replace and delete 00000800
700160**               a maintenance program applies in place is handed 00000900
700160**               here with its before and after images; the row   00001000
700160**               is stamped with the date and time, the calling   00001100
700160**               program, the operator and the job, and appended  00001200
700160**               to the MSTJRNL dataset (see the MSTJRNL          00001300
700160**               copybook).  Each WRITE opens the journal for     00001400
700160**               append, writes and closes it again under the     00001500
700160**               MSTJRNL enqueue, so a workbench session and a    00001600
700160**               batch maintenance run can journal side by side   00001700
700160**               without one holding the dataset for the other's  00001800
700160**               whole run.  OPEN proves the journal can be       00001900
700160**               written before the caller touches its master -   00002000
700160**               an update that cannot be journaled is not made.  00002100
700160******************************************************************00002200
700160**  REVISIONS:                                                    00002300
700160******************************************************************00002400
700160**  Input                                                         00002500
700160**   . Caller's IOMJRNL block                                     00002600
700160******************************************************************00002700
700160**  Output                                                        00002800
700160**   . MSTJRNL - Master change journal, appended                  00002900
700160******************************************************************00003000
700160 ENVIRONMENT DIVISION.                                            00003100
700160 CONFIGURATION SECTION.                                           00003200
700160 INPUT-OUTPUT SECTION.                                            00003300
700160 FILE-CONTROL.                                                    00003400
700160     SELECT MSTJRNL-FILE                                          00003500
700160         ASSIGN TO UT-S-MSTJRNL                                   00003600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00003700
700160         FILE STATUS WMSTJRNL-FS.                                 00003800
700160 DATA DIVISION.                                                   00003900
700160 FILE SECTION.                                                    00004000
700160 FD  MSTJRNL-FILE                                                 00004100
700160     BLOCK CONTAINS 0 RECORDS                                     00004200
700160     LABEL RECORDS ARE STANDARD.                                  00004300
700160 01  MSTJRNL-REC. COPY MSTJRNL.                                   00004400
700160 WORKING-STORAGE SECTION.                                         00004500
700160 77  WMSTJRNL-FS           PIC XX       VALUE '00'.               00004600
700160     88  WMSTJRNL-FS-OK    VALUE '00'.                            00004700
700160 77  WJRN-DATE             PIC 9(8)     VALUE ZERO.               00004800
700160 77  WJRN-TIME             PIC 9(8)     VALUE ZERO.               00004900
700160 01  IO-ENQ-PARM.                                                 00005000
700160       COPY IOENQ REPLACING 'PROGRAM' BY 'UTMJRNL'.               00005100
700160 LINKAGE SECTION.                                                 00005200
700160 01  SD-AREA. COPY PRMSD.                                         00005300
700160*** Same shape as the IOMJRNL copybook the callers hold.          00005400
700160 01  IO-MJR-PARM.                                                 00005500
700160     05  IO-MJR-CALLING-PGM     PIC X(8).                         00005600
700160     05  IO-MJR-ERROR           PIC X.                            00005700
700160         88  IO-MJR-ERROR-YES VALUE 'Y'.                          00005800
700160         88  IO-MJR-ERROR-NO  VALUE 'N'.                          00005900
700160     05  IO-MJR-FILE-STATUS     PIC XX.                           00006000
700160     05  IO-MJR-MASTER          PIC X(8).                         00006100
700160     05  IO-MJR-ACTION          PIC X.                            00006200
700160         88  IO-MJR-ACTION-ADD     VALUE 'A'.                     00006300
700160         88  IO-MJR-ACTION-REPLACE VALUE 'R'.                     00006400
700160         88  IO-MJR-ACTION-DELETE  VALUE 'D'.                     00006500
700160     05  IO-MJR-OPERATOR        PIC X(8).                         00006600
700191     05  IO-MJR-KEY             PIC X(17).                        00006700
700160     05  IO-MJR-BEFORE          PIC X(80).                        00006800
700160     05  IO-MJR-AFTER           PIC X(80).                        00006900
700160     05  IO-MJR-WRITTEN         PIC 9(7).                         00007000
700160 01  LK-OPER                PIC X(8).                             00007100
700160 PROCEDURE DIVISION USING SD-AREA                                 00007200
700160                          IO-MJR-PARM                             00007300
700160                          LK-OPER.                                00007400
700160 A-100-BODY.                                                      00007500
700160     IF  LK-OPER = 'OPEN'                                         00007600
700160         PERFORM B-100-OPEN                                       00007700
700160     ELSE                                                         00007800
700160     IF  LK-OPER = 'WRITE'                                        00007900
700160         PERFORM B-200-WRITE                                      00008000
700160     ELSE                                                         00008100
700160     IF  LK-OPER = 'CLOSE'                                        00008200
700160         PERFORM B-300-CLOSE                                      00008300
700160     ELSE                                                         00008400
700160         SET IO-MJR-ERROR-YES TO TRUE                             00008500
700160         DISPLAY 'UtMjrnl-501 Invalid operation: ' LK-OPER.       00008600
700160     GOBACK.                                                      00008700
           SKIP2                                                        00008800
700160*** Proves the journal is writable: OPEN EXTEND, with OPEN OUTPUT 00008900
700160*** to create it the first time, then closed again at once.       00009000
700160 B-100-OPEN.                                                      00009100
700160     SET IO-MJR-ERROR-NO TO TRUE.                                 00009200
700160     MOVE ZERO TO IO-MJR-WRITTEN.                                 00009300
700160     PERFORM B-150-ENQ-OPEN.                                      00009400
700160     IF  IO-MJR-ERROR-NO                                          00009500
700160         CLOSE MSTJRNL-FILE                                       00009600
700160         PERFORM R-906-DEQ-RESOURCE.                              00009700
           SKIP2                                                        00009800
700160 B-150-ENQ-OPEN.                                                  00009900
700160     MOVE 'MSTJRNL ' TO IO-ENQ-RESOURCE.                          00010000
700160     PERFORM R-905-ENQ-RESOURCE.                                  00010100
700160     IF  IO-ENQ-ERROR-YES                                         00010200
700160         DISPLAY 'UtMjrnl-303 MSTJRNL resource busy past the '    00010300
700160             'wait'                                               00010400
700160         MOVE '93' TO IO-MJR-FILE-STATUS                          00010500
700160         SET IO-MJR-ERROR-YES TO TRUE                             00010600
700160     ELSE                                                         00010700
700160         OPEN EXTEND MSTJRNL-FILE                                 00010800
700160         IF  NOT WMSTJRNL-FS-OK                                   00010900
700160             OPEN OUTPUT MSTJRNL-FILE                             00011000
700160         END-IF                                                   00011100
700160         MOVE WMSTJRNL-FS TO IO-MJR-FILE-STATUS                   00011200
700160         IF  NOT WMSTJRNL-FS-OK                                   00011300
700160             DISPLAY 'UtMjrnl-302 MSTJRNL dd OPEN failed:'        00011400
700160                 WMSTJRNL-FS                                      00011500
700160             SET IO-MJR-ERROR-YES TO TRUE                         00011600
700160             PERFORM R-906-DEQ-RESOURCE.                          00011700
           SKIP2                                                        00011800
700160 B-200-WRITE.                                                     00011900
700160     SET IO-MJR-ERROR-NO TO TRUE.                                 00012000
700160     PERFORM B-150-ENQ-OPEN.                                      00012100
700160     IF  IO-MJR-ERROR-NO                                          00012200
700160         ACCEPT WJRN-DATE FROM DATE YYYYMMDD                      00012300
700160         ACCEPT WJRN-TIME FROM TIME                               00012400
700160         MOVE SPACES              TO MSTJRNL-REC                  00012500
700160         MOVE WJRN-DATE           TO MJR-DATE                     00012600
700160         MOVE WJRN-TIME           TO MJR-TIME                     00012700
700160         MOVE IO-MJR-MASTER       TO MJR-MASTER                   00012800
700160         MOVE IO-MJR-ACTION       TO MJR-ACTION                   00012900
700160         MOVE IO-MJR-CALLING-PGM  TO MJR-PROGRAM                  00013000
700160         MOVE IO-MJR-OPERATOR     TO MJR-OPERATOR                 00013100
700160         MOVE SD-JOBNAME          TO MJR-JOBNAME                  00013200
700160         MOVE IO-MJR-KEY          TO MJR-KEY                      00013300
700160         MOVE IO-MJR-BEFORE       TO MJR-BEFORE                   00013400
700160         MOVE IO-MJR-AFTER        TO MJR-AFTER                    00013500
700160         WRITE MSTJRNL-REC                                        00013600
700160         MOVE WMSTJRNL-FS TO IO-MJR-FILE-STATUS                   00013700
700160         IF  WMSTJRNL-FS-OK                                       00013800
700160             ADD 1 TO IO-MJR-WRITTEN                              00013900
700160         ELSE                                                     00014000
700160             DISPLAY 'UtMjrnl-304 MSTJRNL WRITE failed:'          00014100
700160                 WMSTJRNL-FS                                      00014200
700160             SET IO-MJR-ERROR-YES TO TRUE                         00014300
700160         END-IF                                                   00014400
700160         CLOSE MSTJRNL-FILE                                       00014500
700160         PERFORM R-906-DEQ-RESOURCE.                              00014600
           SKIP2                                                        00014700
700160 B-300-CLOSE.                                                     00014800
700160     SET IO-MJR-ERROR-NO TO TRUE.                                 00014900
700160     DISPLAY 'UtMjrnl-444 ' IO-MJR-CALLING-PGM                    00015000
700160         ' journal rows written:' IO-MJR-WRITTEN.                 00015100
           SKIP2                                                        00015200
700160*** Shared-resource serialization through the optional UTENQ      00015300
700160*** exit; where the exit is not installed the CALL exception      00015400
700160*** leaves the hold granted and the run unserialized.             00015500
700160 R-905-ENQ-RESOURCE.                                              00015600
700160     SET IO-ENQ-ERROR-NO TO TRUE.                                 00015700
700160     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-ENQ            00015800
700160          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00015900
700160     END-CALL.                                                    00016000
           SKIP2                                                        00016100
700160 R-906-DEQ-RESOURCE.                                              00016200
700160     CALL 'UTENQ' USING SD-AREA IO-ENQ-PARM IO-ENQ-DEQ            00016300
700160          ON EXCEPTION SET IO-ENQ-ERROR-NO TO TRUE                00016400
700160     END-CALL.                                                    00016500
