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
700189 IDENTIFICATION DIVISION.                                         00000100
700189 PROGRAM-ID. 'BADLTAPL'.                                          00000200
700189******************************************************************00000300
700189**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700189******************************************************************00000500
700189**  AUTHOR       W. WHITE, Oct 2026                               00000600
700189**  PURPOSE      Delta backup apply.  A test environment refreshed00000700
700189**               from production needs production's backup, but   00000800
700189**               shipping the whole file every night to get a few 00000900
700189**               thousand changed records across is the cost the  00001000
700189**               DELTA card removes: BABKCMP, comparing production00001100
700189**               (File1) with the environment's last copy (File2),00001200
700189**               writes only the records that differ (DELTAREC    00001300
700189**               layout).  This utility reads that same File2     00001400
700189**               backup and the delta and writes File1's content: 00001500
700189**               File1's header, File2's records copied through   00001600
700189**               with each row's insert, delete or replacement    00001700
700189**               made at the File2 position it names, and File1's 00001800
700189**               trailer.  Nothing is taken on trust - every      00001900
700189**               record a row removes must carry the byte total   00002000
700189**               the compare saw, File2 must match the delta's    00002100
700189**               count and byte total whole, and the file written 00002200
700189**               must match File1's, the HASHTOT fold over every  00002300
700189**               byte of every record.                            00002400
700189**                                                                00002500
700189**               Return codes:                                    00002600
700189**                 0 - File1 rebuilt and proven                   00002700
700189**                 8 - the delta does not fit this File2, was cut 00002800
700189**                     from an incomplete compare, or the result  00002900
700189**                     does not prove out; BKUPOT is not File1    00003000
700189**                16 - BKPI, DELTA or BKUPOT could not be opened  00003100
700189**                     or written                                 00003200
700189******************************************************************00003300
700189**  REVISIONS:                                                    00003400
700189******************************************************************00003500
700189**  Input                                                         00003600
700189**   . BKPI    - The File2 backup the delta was cut against       00003700
700189**               (BKUPIN), read via BABKPI                        00003800
700189**   . DELTA   - Delta rows written by BABKCMP's DELTA card       00003900
700189******************************************************************00004000
700189**  Output                                                        00004100
700189**   . SYSOUT  - Displayed Information                            00004200
700189**   . BKUPOT  - The rebuilt File1 backup                         00004300
700189******************************************************************00004400
700189 ENVIRONMENT DIVISION.                                            00004500
700189 CONFIGURATION SECTION.                                           00004600
700189 INPUT-OUTPUT SECTION.                                            00004700
           SKIP2                                                        00004800
700189 FILE-CONTROL.                                                    00004900
700189     SELECT BKUPOT-FILE                                           00005000
700189         ASSIGN TO UT-S-BKUPOT                                    00005100
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005200
700189         FILE STATUS WBKUPOT-FS.                                  00005300
700189     SELECT DELTA-FILE                                            00005400
700189         ASSIGN TO UT-S-DELTA                                     00005500
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005600
700189         FILE STATUS WDELTA-FS.                                   00005700
700189 DATA DIVISION.                                                   00005800
           SKIP2                                                        00005900
700189 FILE SECTION.                                                    00006000
           SKIP1                                                        00006100
700189 FD  BKUPOT-FILE                                                  00006200
700189     BLOCK CONTAINS 0 RECORDS                                     00006300
700189     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00006400
700189         DEPENDING ON WBKUPOT-LENG                                00006500
700189     LABEL RECORDS ARE STANDARD.                                  00006600
           SKIP2                                                        00006700
700189 01  BKUPOT-REC               PIC X(32760).                       00006800
           SKIP2                                                        00006900
700189 FD  DELTA-FILE                                                   00007000
700189     BLOCK CONTAINS 0 RECORDS                                     00007100
700203     RECORD IS VARYING IN SIZE FROM 53 TO 32813 CHARACTERS        00007200
700189         DEPENDING ON WDELTA-RLEN                                 00007300
700189     LABEL RECORDS ARE STANDARD.                                  00007400
           SKIP2                                                        00007500
700189 01  DELTA-REC. COPY DELTAREC.                                    00007600
700189 WORKING-STORAGE SECTION.                                         00007700
700189 77  WCTR-READ             PIC 9(9)     VALUE ZERO.               00007800
700189 77  WCTR-WRITTEN          PIC 9(9)     VALUE ZERO.               00007900
700189 77  WCTR-ROWS             PIC 9(9)     VALUE ZERO.               00008000
700189 77  WCTR-INS              PIC 9(9)     VALUE ZERO.               00008100
700189 77  WCTR-DEL              PIC 9(9)     VALUE ZERO.               00008200
700189 77  WCTR-REP              PIC 9(9)     VALUE ZERO.               00008300
700189 77  WCTR-COPIED           PIC 9(9)     VALUE ZERO.               00008400
700189 77  WRC-FINAL             PIC 9(4)     VALUE ZERO.               00008500
700189 77  WBKUPOT-LENG          PIC S9(8) BINARY VALUE ZERO.           00008600
700189 77  WDELTA-RLEN           PIC S9(8) BINARY VALUE ZERO.           00008700
700189 77  SUB-HASH              PIC S9(8) BINARY VALUE ZERO.           00008800
700189 77  WRECHASH-IN           PIC 9(10)    VALUE ZERO.               00008900
700189 77  WRECHASH-OUT          PIC 9(10)    VALUE ZERO.               00009000
700189 77  WHASH-IN              PIC 9(13) COMP-3 VALUE ZERO.           00009100
700189 77  WHASH-OUT             PIC 9(13) COMP-3 VALUE ZERO.           00009200
700189 77  WDISP-POS             PIC Z(8)9    VALUE ZERO.               00009300
700189 77  WDONE-FLG             PIC X        VALUE 'N'.                00009400
700189     88  WDONE-FLG-YES     VALUE 'Y'.                             00009500
700189 77  WDELTA-EOF-FLG        PIC X        VALUE 'N'.                00009600
700189     88  WDELTA-EOF-YES    VALUE 'Y'.                             00009700
700189 77  WTLR-DONE-FLG         PIC X        VALUE 'N'.                00009800
700189     88  WTLR-DONE-YES     VALUE 'Y'.                             00009900
700189 77  WDIAG                 PIC X(60)    VALUE SPACES.             00010000
           SKIP2                                                        00010100
700189 01  WBKUPOT-FS            PIC XX  VALUE '00'.                    00010200
700189     88  WBKUPOT-FS-OK     VALUE '00'.                            00010300
700189 01  WDELTA-FS             PIC XX  VALUE '00'.                    00010400
700189     88  WDELTA-FS-OK      VALUE '00'.                            00010500
           SKIP2                                                        00010600
700189*** Two-byte pair whose binary redefine yields the character's    00010700
700189*** byte value - the compare's own checksumming trick, so the     00010800
700189*** totals here fold exactly as the delta's were folded.          00010900
700189 01  WHASH-CHAR-PAIR.                                             00011000
700189     05  FILLER               PIC X     VALUE LOW-VALUE.          00011100
700189     05  WHASH-CHAR           PIC X     VALUE LOW-VALUE.          00011200
700189 01  WHASH-CHAR-N REDEFINES WHASH-CHAR-PAIR                       00011300
700189                              PIC 9(4) COMP.                      00011400
           SKIP2                                                        00011500
700189*** The delta trailer's totals, held once read.                   00011600
700189 01  WTOT-AREA.                                                   00011700
700189     05  WTOT-INSERTS         PIC 9(9)  VALUE ZERO.               00011800
700189     05  WTOT-DELETES         PIC 9(9)  VALUE ZERO.               00011900
700189     05  WTOT-REPLACES        PIC 9(9)  VALUE ZERO.               00012000
700189     05  WTOT-RECS1           PIC 9(9)  VALUE ZERO.               00012100
700189     05  WTOT-RECS2           PIC 9(9)  VALUE ZERO.               00012200
700189     05  WTOT-HASH1           PIC 9(10) VALUE ZERO.               00012300
700189     05  WTOT-HASH2           PIC 9(10) VALUE ZERO.               00012400
           SKIP2                                                        00012500
700189 01  BWA-REC.  COPY BKUPREC.                                      00012600
           SKIP2                                                        00012700
700189 01  IO-BKPI-PARM.                                                00012800
700189       COPY IOBKPI REPLACING 'PROGRAM' BY 'BADLTAPL'.             00012900
           SKIP3                                                        00013000
           EJECT                                                        00013100
700189 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00013200
           EJECT                                                        00013300
700189 PROCEDURE DIVISION.                                              00013400
           SKIP2                                                        00013500
700189 A-100-BODY.                                                      00013600
700189     PERFORM A-105-INIT.                                          00013700
700189     PERFORM A-200-INIT-OPEN.                                     00013800
700189     PERFORM B-100-APPLY-ROW                                      00013900
700189       UNTIL WDONE-FLG-YES.                                       00014000
700189     PERFORM A-900-FINI-CLOSE.                                    00014100
700189     MOVE WRC-FINAL TO RETURN-CODE.                               00014200
700189     GOBACK.                                                      00014300
           SKIP2                                                        00014400
700189 A-105-INIT.                                                      00014500
700189     CALL 'BASDIN' USING SD-AREA.                                 00014600
           SKIP2                                                        00014700
700189 A-200-INIT-OPEN.                                                 00014800
700189     DISPLAY 'BaDltApl-998 Program Starting'.                     00014900
700189     OPEN INPUT DELTA-FILE.                                       00015000
700189     IF  NOT WDELTA-FS-OK                                         00015100
700189         DISPLAY 'BaDltApl-301 DELTA dd OPEN failed:'             00015200
700189             WDELTA-FS                                            00015300
700189         MOVE 16 TO RETURN-CODE                                   00015400
700189         STOP RUN.                                                00015500
700189     OPEN OUTPUT BKUPOT-FILE.                                     00015600
700189     IF  NOT WBKUPOT-FS-OK                                        00015700
700189         DISPLAY 'BaDltApl-302 BKUPOT dd OPEN failed:'            00015800
700189             WBKUPOT-FS                                           00015900
700189         MOVE 16 TO RETURN-CODE                                   00016000
700189         STOP RUN.                                                00016100
700189     CALL 'BABKPI' USING SD-AREA                                  00016200
700189                           IO-BKPI-PARM                           00016300
700189                           IO-BKPI-OPEN                           00016400
700189                           BWA-REC.                               00016500
700189     IF  IO-BKPI-ERROR-YES                                        00016600
700189         DISPLAY 'BaDltApl-102 BKPI file failed to open:'         00016700
700189             IO-BKPI-FILE-STATUS                                  00016800
700189         MOVE 16 TO RETURN-CODE                                   00016900
700189         STOP RUN.                                                00017000
700189     PERFORM N1-100-READ-BKPI.                                    00017100
700189     PERFORM N2-100-READ-DELTA.                                   00017200
700189     IF  WDELTA-EOF-YES                                           00017300
700189         MOVE 'DELTA is empty' TO WDIAG                           00017400
700189         PERFORM B-900-MISFIT                                     00017500
700189     ELSE                                                         00017600
700189     IF  NOT DLT-KIND-HDR                                         00017700
700189         MOVE 'DELTA does not begin with its header row' TO WDIAG 00017800
700189         PERFORM B-900-MISFIT.                                    00017900
           SKIP2                                                        00018000
700189 A-900-FINI-CLOSE.                                                00018100
700189     CLOSE BKUPOT-FILE                                            00018200
700189           DELTA-FILE.                                            00018300
700189     CALL 'BABKPI' USING SD-AREA                                  00018400
700189                           IO-BKPI-PARM                           00018500
700189                           IO-BKPI-CLOSE                          00018600
700189                           BWA-REC.                               00018700
700189     IF  WTLR-DONE-YES                                            00018800
700189         PERFORM A-910-PROVE-RESULT.                              00018900
700189     DISPLAY 'BaDltApl-444 File2 Records Read:' WCTR-READ         00019000
700189       ', Copied:' WCTR-COPIED                                    00019100
700189       ', Written:' WCTR-WRITTEN.                                 00019200
700189     DISPLAY 'BaDltApl-445 Delta Rows:' WCTR-ROWS                 00019300
700189       ', Inserts:' WCTR-INS                                      00019400
700189       ', Deletes:' WCTR-DEL                                      00019500
700189       ', Replaces:' WCTR-REP.                                    00019600
700189     IF  WRC-FINAL = ZERO                                         00019700
700189         DISPLAY 'BaDltApl-310 File1 rebuilt, counts and byte '   00019800
700189             'totals proven'                                      00019900
700189     ELSE                                                         00020000
700189         DISPLAY 'BaDltApl-311 BKUPOT is NOT File1 - do not '     00020100
700189             'load it'.                                           00020200
700189     DISPLAY 'BaDltApl-998 Program Ending'.                       00020300
           SKIP2                                                        00020400
700189*** Both sides of the ledger: File2 as read against what the      00020500
700189*** compare read, and the file written against File1.             00020600
700189 A-910-PROVE-RESULT.                                              00020700
700189     IF  WCTR-READ NOT = WTOT-RECS2                               00020800
700189         OR WHASH-IN NOT = WTOT-HASH2                             00020900
700189         DISPLAY 'BaDltApl-320 File2 is not the backup the delta '00021000
700189             'was cut against, Records:' WCTR-READ                00021100
700189             ' expected:' WTOT-RECS2                              00021200
700189         DISPLAY 'BaDltApl-320   Byte total:' WHASH-IN            00021300
700189             ' expected:' WTOT-HASH2                              00021400
700189         MOVE 8 TO WRC-FINAL.                                     00021500
700189     IF  WCTR-INS NOT = WTOT-INSERTS                              00021600
700189         OR WCTR-DEL NOT = WTOT-DELETES                           00021700
700189         OR WCTR-REP NOT = WTOT-REPLACES                          00021800
700189         DISPLAY 'BaDltApl-321 Delta rows applied do not match '  00021900
700189             'its trailer counts'                                 00022000
700189         MOVE 8 TO WRC-FINAL.                                     00022100
700189     IF  WCTR-WRITTEN NOT = WTOT-RECS1                            00022200
700189         OR WHASH-OUT NOT = WTOT-HASH1                            00022300
700189         DISPLAY 'BaDltApl-322 Result does not prove out against '00022400
700189             'File1, Records:' WCTR-WRITTEN                       00022500
700189             ' expected:' WTOT-RECS1                              00022600
700189         DISPLAY 'BaDltApl-322   Byte total:' WHASH-OUT           00022700
700189             ' expected:' WTOT-HASH1                              00022800
700189         MOVE 8 TO WRC-FINAL.                                     00022900
           SKIP2                                                        00023000
700189***************************                                       00023100
700189*** Apply loop                                                    00023200
700189***************************                                       00023300
700189*** One delta row per pass.  File2's records ahead of the row's   00023400
700189*** position are copied through unchanged first, so the File2     00023500
700189*** record in hand is the one the row is pinned to.               00023600
700189 B-100-APPLY-ROW.                                                 00023700
700189     ADD 1 TO WCTR-ROWS.                                          00023800
700189     IF  DLT-KIND-HDR                                             00023900
700189         PERFORM B-110-APPLY-HDR                                  00024000
700189     ELSE                                                         00024100
700189     IF  DLT-KIND-TLR                                             00024200
700189         PERFORM B-150-APPLY-TLR                                  00024300
700189     ELSE                                                         00024400
700189         PERFORM B-200-COPY-REC                                   00024500
700189           UNTIL IO-BKPI-ERROR-YES                                00024600
700189             OR IO-BKPI-EOF-YES                                   00024700
700189             OR WCTR-READ NOT < DLT-POS2                          00024800
700189             OR WDONE-FLG-YES                                     00024900
700189         IF  NOT WDONE-FLG-YES                                    00025000
700189             PERFORM B-120-CHECK-POS                              00025100
700189         END-IF                                                   00025200
700189         IF  NOT WDONE-FLG-YES                                    00025300
700189             IF  DLT-KIND-INSERT                                  00025400
700189                 ADD 1 TO WCTR-INS                                00025500
700189                 PERFORM B-300-PUT-IMAGE                          00025600
700189             ELSE                                                 00025700
700189             IF  DLT-KIND-DELETE                                  00025800
700189                 PERFORM B-130-CHECK-REMOVED                      00025900
700189                 ADD 1 TO WCTR-DEL                                00026000
700189                 PERFORM N1-100-READ-BKPI                         00026100
700189             ELSE                                                 00026200
700189             IF  DLT-KIND-REPLACE                                 00026300
700189                 PERFORM B-130-CHECK-REMOVED                      00026400
700189                 ADD 1 TO WCTR-REP                                00026500
700189                 PERFORM B-300-PUT-IMAGE                          00026600
700189                 PERFORM N1-100-READ-BKPI                         00026700
700189             ELSE                                                 00026800
700189                 MOVE 'DELTA row of unknown kind' TO WDIAG        00026900
700189                 PERFORM B-900-MISFIT.                            00027000
700189     IF  NOT WDONE-FLG-YES                                        00027100
700189         PERFORM N2-100-READ-DELTA                                00027200
700189         IF  WDELTA-EOF-YES                                       00027300
700189             MOVE 'DELTA ends without its trailer row' TO WDIAG   00027400
700189             PERFORM B-900-MISFIT.                                00027500
           SKIP2                                                        00027600
700189*** File1's header takes the place of File2's.                    00027700
700189 B-110-APPLY-HDR.                                                 00027800
700189     IF  WCTR-ROWS NOT = 1                                        00027900
700189         MOVE 'DELTA carries a second header row' TO WDIAG        00028000
700189         PERFORM B-900-MISFIT                                     00028100
700189     ELSE                                                         00028200
700189     IF  IO-BKPI-ERROR-YES                                        00028300
700189         OR IO-BKPI-EOF-YES                                       00028400
700189         OR NOT BWA-TYPE-HDR-REC                                  00028500
700189         MOVE 'File2 does not begin with a backup header' TO WDIAG00028600
700189         PERFORM B-900-MISFIT                                     00028700
700189     ELSE                                                         00028800
700189         PERFORM B-300-PUT-IMAGE                                  00028900
700189         PERFORM N1-100-READ-BKPI.                                00029000
           SKIP2                                                        00029100
700189*** The File2 record in hand must be the one the row names - a row00029200
700189*** behind it means the delta is out of order, and File2 running  00029300
700189*** out first means a shorter File2 than the compare read.        00029400
700189 B-120-CHECK-POS.                                                 00029500
700189     IF  IO-BKPI-ERROR-YES                                        00029600
700189         OR IO-BKPI-EOF-YES                                       00029700
700189         MOVE 'File2 ends before the row''s position' TO WDIAG    00029800
700189         PERFORM B-900-MISFIT                                     00029900
700189     ELSE                                                         00030000
700189     IF  WCTR-READ NOT = DLT-POS2                                 00030100
700189         MOVE 'DELTA row out of File2 order' TO WDIAG             00030200
700189         PERFORM B-900-MISFIT.                                    00030300
           SKIP2                                                        00030400
700189 B-130-CHECK-REMOVED.                                             00030500
700189     IF  WRECHASH-IN NOT = DLT-HASH2                              00030600
700189         MOVE 'File2 record removed is not the one compared'      00030700
700189             TO WDIAG                                             00030800
700189         PERFORM B-900-MISFIT.                                    00030900
           SKIP2                                                        00031000
700189*** The trailer row: the rest of File2 up to its own trailer, then00031100
700189*** File1's trailer in its place.  An incomplete compare's delta  00031200
700189*** is refused before anything further is written.                00031300
700189 B-150-APPLY-TLR.                                                 00031400
700189     MOVE DLT-TOT-INSERTS  TO WTOT-INSERTS.                       00031500
700189     MOVE DLT-TOT-DELETES  TO WTOT-DELETES.                       00031600
700189     MOVE DLT-TOT-REPLACES TO WTOT-REPLACES.                      00031700
700189     MOVE DLT-TOT-RECS1    TO WTOT-RECS1.                         00031800
700189     MOVE DLT-TOT-RECS2    TO WTOT-RECS2.                         00031900
700189     MOVE DLT-TOT-HASH1    TO WTOT-HASH1.                         00032000
700189     MOVE DLT-TOT-HASH2    TO WTOT-HASH2.                         00032100
700189     IF  NOT DLT-TOT-COMPLETE-YES                                 00032200
700189         MOVE 'DELTA was cut from an incomplete compare' TO WDIAG 00032300
700189         PERFORM B-900-MISFIT                                     00032400
700189     ELSE                                                         00032500
700189         PERFORM B-200-COPY-REC                                   00032600
700189           UNTIL IO-BKPI-ERROR-YES                                00032700
700189             OR IO-BKPI-EOF-YES                                   00032800
700189             OR WCTR-READ NOT < DLT-POS2                          00032900
700189             OR WDONE-FLG-YES                                     00033000
700189         IF  NOT WDONE-FLG-YES                                    00033100
700189             PERFORM B-120-CHECK-POS                              00033200
700189         END-IF                                                   00033300
700189         IF  NOT WDONE-FLG-YES                                    00033400
700189             IF  NOT BWA-TYPE-TLR-REC                             00033500
700189                 MOVE 'File2 record at the T row is no trailer'   00033600
700189                     TO WDIAG                                     00033700
700189                 PERFORM B-900-MISFIT                             00033800
700189             ELSE                                                 00033900
700189                 PERFORM B-130-CHECK-REMOVED                      00034000
700189             END-IF                                               00034100
700189         END-IF                                                   00034200
700189         IF  NOT WDONE-FLG-YES                                    00034300
700189             AND (DLT-LENG NOT NUMERIC                            00034400
700189                  OR DLT-LENG < 1                                 00034500
700189                  OR DLT-LENG > 32680)                            00034600
700189             MOVE 'DELTA trailer row carries no trailer record'   00034700
700189                 TO WDIAG                                         00034800
700189             PERFORM B-900-MISFIT                                 00034900
700189         END-IF                                                   00035000
700189         IF  NOT WDONE-FLG-YES                                    00035100
700189             MOVE DLT-LENG TO WBKUPOT-LENG                        00035200
700189             MOVE DLT-TLR-IMAGE (1:DLT-LENG) TO BKUPOT-REC        00035300
700189             PERFORM C-100-WRITE-OUT                              00035400
700189             PERFORM N1-100-READ-BKPI                             00035500
700189             PERFORM B-160-CHECK-END.                             00035600
           SKIP2                                                        00035700
700189*** Nothing may follow either trailer.                            00035800
700189 B-160-CHECK-END.                                                 00035900
700189     IF  IO-BKPI-ERROR-NO                                         00036000
700189         AND IO-BKPI-EOF-NO                                       00036100
700189         MOVE 'File2 carries records past its trailer' TO WDIAG   00036200
700189         PERFORM B-900-MISFIT                                     00036300
700189     ELSE                                                         00036400
700189         PERFORM N2-100-READ-DELTA                                00036500
700189         IF  NOT WDELTA-EOF-YES                                   00036600
700189             MOVE 'DELTA carries rows past its trailer' TO WDIAG  00036700
700189             PERFORM B-900-MISFIT                                 00036800
700189         ELSE                                                     00036900
700189             SET WTLR-DONE-YES TO TRUE                            00037000
700189             SET WDONE-FLG-YES TO TRUE.                           00037100
           SKIP2                                                        00037200
700189 B-200-COPY-REC.                                                  00037300
700189     MOVE IO-BKPI-REC-LENG TO WBKUPOT-LENG.                       00037400
700189     MOVE BWA-REC (1:WBKUPOT-LENG) TO BKUPOT-REC.                 00037500
700189     ADD 1 TO WCTR-COPIED.                                        00037600
700189     PERFORM C-100-WRITE-OUT.                                     00037700
700189     PERFORM N1-100-READ-BKPI.                                    00037800
           SKIP2                                                        00037900
700189 B-300-PUT-IMAGE.                                                 00038000
700189     IF  DLT-LENG NOT NUMERIC                                     00038100
700189         OR DLT-LENG < 1                                          00038200
700189         MOVE 'DELTA row carries no record image' TO WDIAG        00038300
700189         PERFORM B-900-MISFIT                                     00038400
700189     ELSE                                                         00038500
700189         MOVE DLT-LENG TO WBKUPOT-LENG                            00038600
700189         MOVE DLT-DATA (1:DLT-LENG) TO BKUPOT-REC                 00038700
700189         PERFORM C-100-WRITE-OUT.                                 00038800
           SKIP2                                                        00038900
700189*** A delta that does not fit stops the apply where it stands; the00039000
700189*** partial BKUPOT is left for diagnosis only.                    00039100
700189 B-900-MISFIT.                                                    00039200
700189     MOVE DLT-POS2 TO WDISP-POS.                                  00039300
700189     DISPLAY 'BaDltApl-330 ' WDIAG.                               00039400
700189     DISPLAY 'BaDltApl-330   Row ' WCTR-ROWS ' kind ' DLT-KIND    00039500
700189         ' File2 position ' WDISP-POS ' key ' DLT-KEY             00039600
700189         ' type ' DLT-XXYY.                                       00039700
700189     IF  WRC-FINAL < 8                                            00039800
700189         MOVE 8 TO WRC-FINAL.                                     00039900
700189     SET WDONE-FLG-YES TO TRUE.                                   00040000
           SKIP2                                                        00040100
700189***************************                                       00040200
700189*** Output                                                        00040300
700189***************************                                       00040400
700189 C-100-WRITE-OUT.                                                 00040500
700189     WRITE BKUPOT-REC.                                            00040600
700189     IF  NOT WBKUPOT-FS-OK                                        00040700
700189         DISPLAY 'BaDltApl-303 BKUPOT WRITE failed:'              00040800
700189             WBKUPOT-FS                                           00040900
700189         MOVE 16 TO WRC-FINAL                                     00041000
700189         SET WDONE-FLG-YES TO TRUE                                00041100
700189     ELSE                                                         00041200
700189         ADD 1 TO WCTR-WRITTEN                                    00041300
700189         MOVE ZERO TO WRECHASH-OUT                                00041400
700189         PERFORM C-110-HASH-OUT                                   00041500
700189           VARYING SUB-HASH FROM 1 BY 1                           00041600
700189             UNTIL SUB-HASH > WBKUPOT-LENG                        00041700
700189         ADD WRECHASH-OUT TO WHASH-OUT                            00041800
700189         IF  WHASH-OUT > 9999999999                               00041900
700189             SUBTRACT 9999999999 FROM WHASH-OUT.                  00042000
           SKIP2                                                        00042100
700189 C-110-HASH-OUT.                                                  00042200
700189     MOVE BKUPOT-REC (SUB-HASH:1) TO WHASH-CHAR.                  00042300
700189     ADD WHASH-CHAR-N TO WRECHASH-OUT.                            00042400
           SKIP2                                                        00042500
700189***************************                                       00042600
700189*** Readers                                                       00042700
700189***************************                                       00042800
700189*** File2 in physical order, as the compare's BKPI2 reader        00042900
700189*** hands it over.  Every record read is counted and totalled;    00043000
700189*** its own byte total is kept for the row that may remove it.    00043100
700189 N1-100-READ-BKPI.                                                00043200
700189     CALL 'BABKPI' USING SD-AREA                                  00043300
700189                           IO-BKPI-PARM                           00043400
700189                           IO-BKPI-READ                           00043500
700189                           BWA-REC.                               00043600
700189     IF  IO-BKPI-ERROR-NO                                         00043700
700189         AND IO-BKPI-EOF-NO                                       00043800
700189         IF  IO-BKPI-REC-LENG < 1                                 00043900
700189             OR IO-BKPI-REC-LENG > 32760                          00044000
700189             MOVE 'File2 record length out of range' TO WDIAG     00044100
700189             PERFORM B-900-MISFIT                                 00044200
700189             SET IO-BKPI-ERROR-YES TO TRUE                        00044300
700189         ELSE                                                     00044400
700189             ADD 1 TO WCTR-READ                                   00044500
700189             MOVE ZERO TO WRECHASH-IN                             00044600
700189             PERFORM N1-110-HASH-IN                               00044700
700189               VARYING SUB-HASH FROM 1 BY 1                       00044800
700189                 UNTIL SUB-HASH > IO-BKPI-REC-LENG                00044900
700189             ADD WRECHASH-IN TO WHASH-IN                          00045000
700189             IF  WHASH-IN > 9999999999                            00045100
700189                 SUBTRACT 9999999999 FROM WHASH-IN.               00045200
           SKIP2                                                        00045300
700189 N1-110-HASH-IN.                                                  00045400
700189     MOVE BWA-REC (SUB-HASH:1) TO WHASH-CHAR.                     00045500
700189     ADD WHASH-CHAR-N TO WRECHASH-IN.                             00045600
           SKIP2                                                        00045700
700189 N2-100-READ-DELTA.                                               00045800
700189     READ DELTA-FILE                                              00045900
700189         AT END                                                   00046000
700189             SET WDELTA-EOF-YES TO TRUE.                          00046100
700189     IF  NOT WDELTA-EOF-YES                                       00046200
700189         AND NOT WDELTA-FS-OK                                     00046300
700189         DISPLAY 'BaDltApl-304 DELTA READ failed:' WDELTA-FS      00046400
700189         MOVE 16 TO WRC-FINAL                                     00046500
700189         SET WDELTA-EOF-YES TO TRUE                               00046600
700189         SET WDONE-FLG-YES TO TRUE.                               00046700
