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
700186 IDENTIFICATION DIVISION.                                         00000100
700186 PROGRAM-ID. 'UTENVRES'.                                          00000200
700186******************************************************************00000300
700186**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700186******************************************************************00000500
700186**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700186**  PURPOSE      Environment resolver.  The steps that pick a     00000700
700186**               backup by environment used to carry the          00000800
700186**               environment's catalog and dataset names in       00000900
700186**               their own cards and lists, and each copy went    00001000
700186**               stale on its own schedule.  They now name the    00001100
700186**               environment and resolve it here, against the     00001200
700186**               one ENVREG registry BAENVREG maintains.          00001300
700186**                                                                00001400
700186**               LOOKUP  - Reads the registry row for IO-ENV-NAME 00001500
700186**                         and returns it.  A name not on the     00001600
700186**                         registry, or inactive, is refused.     00001700
700186**               RESOLVE - LOOKUP, then reads the environment's   00001800
700186**                         own generation catalog and returns     00001900
700186**                         the newest generation, or the newest   00002000
700186**                         dated on or before IO-ENV-GEN-DATE     00002100
700186**                         when that is not zero.                 00002200
700186******************************************************************00002300
700186**  REVISIONS:                                                    00002400
700186******************************************************************00002500
700186**  Input                                                         00002600
700186**   . Caller's IOENVRES block                                    00002700
700186**   . ENVREG  - Environment registry, keyed by name              00002800
700186**   . ENVGCAT - The environment's generation catalog (RESOLVE),  00002900
700186**               pointed at ENVR-GENCAT for each call             00003000
700186******************************************************************00003100
700186**  Output                                                        00003200
700186**   . IO-ENV-RESULT, registry row, generation path and date and  00003300
700186**     IO-ENV-REASON in the caller's block                        00003400
700186******************************************************************00003500
700186 ENVIRONMENT DIVISION.                                            00003600
700186 CONFIGURATION SECTION.                                           00003700
700186 INPUT-OUTPUT SECTION.                                            00003800
700186 FILE-CONTROL.                                                    00003900
700186     SELECT ENVREG-FILE                                           00004000
700186         ASSIGN TO ENVREG                                         00004100
700186         ORGANIZATION IS INDEXED                                  00004200
700186         ACCESS MODE IS RANDOM                                    00004300
700186         RECORD KEY IS ENVR-KEY                                   00004400
700186         FILE STATUS WENVREG-FS.                                  00004500
700186     SELECT ENVGCAT-FILE                                          00004600
700186         ASSIGN TO UT-S-ENVGCAT                                   00004700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004800
700186         FILE STATUS WENVGCAT-FS.                                 00004900
700186 DATA DIVISION.                                                   00005000
700186 FILE SECTION.                                                    00005100
700186 FD  ENVREG-FILE                                                  00005200
700186     LABEL RECORDS ARE STANDARD.                                  00005300
700186 01  ENVREG-REC. COPY ENVREG.                                     00005400
700186 FD  ENVGCAT-FILE                                                 00005500
700186     BLOCK CONTAINS 0 RECORDS                                     00005600
700186     LABEL RECORDS ARE STANDARD.                                  00005700
700186 01  ENVGCAT-REC.                                                 00005800
700186     05  ENVGCAT-DATE         PIC X(8).                           00005900
700186     05  FILLER               PIC X(1).                           00006000
700186     05  ENVGCAT-PATH         PIC X(71).                          00006100
700186     05  FILLER               PIC X(134).                         00006200
700186 WORKING-STORAGE SECTION.                                         00006300
700186 77  WENV-INIT-FLG         PIC X        VALUE 'N'.                00006400
700186     88  WENV-INIT-YES     VALUE 'Y'.                             00006500
700186 77  WENV-HIT-FLG          PIC X        VALUE 'N'.                00006600
700186     88  WENV-HIT-YES      VALUE 'Y'.                             00006700
700186 77  WENV-LIMIT-DATE       PIC X(8)     VALUE SPACES.             00006800
           SKIP2                                                        00006900
700186 01  WENVREG-FS            PIC XX       VALUE '00'.               00007000
700186     88  WENVREG-FS-OK     VALUE '00'.                            00007100
700186     88  WENVREG-FS-NOTFND VALUE '23'.                            00007200
700186 01  WENVGCAT-FS           PIC XX       VALUE '00'.               00007300
700186     88  WENVGCAT-FS-OK    VALUE '00'.                            00007400
           SKIP2                                                        00007500
700186 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00007600
           EJECT                                                        00007700
700186 LINKAGE SECTION.                                                 00007800
700186*** Same shape as the IOENVRES copybook the callers hold.         00007900
700186 01  IO-ENV-PARM.                                                 00008000
700186     05  IO-ENV-CALLING-PGM     PIC X(8).                         00008100
700186     05  IO-ENV-NAME            PIC X(8).                         00008200
700186     05  IO-ENV-GEN-DATE        PIC 9(8).                         00008300
700186     05  IO-ENV-RESULT          PIC X.                            00008400
700186         88  IO-ENV-RESOLVED    VALUE 'F'.                        00008500
700186         88  IO-ENV-NO-REGISTRY VALUE 'R'.                        00008600
700186         88  IO-ENV-UNKNOWN     VALUE 'N'.                        00008700
700186         88  IO-ENV-INACTIVE    VALUE 'I'.                        00008800
700186         88  IO-ENV-NO-CATALOG  VALUE 'C'.                        00008900
700186         88  IO-ENV-NO-GEN      VALUE 'G'.                        00009000
700186     05  IO-ENV-STATUS          PIC X.                            00009100
700186     05  IO-ENV-PLATFORM        PIC X(8).                         00009200
700186     05  IO-ENV-CODEPAGE        PIC X(6).                         00009300
700186     05  IO-ENV-GENCAT          PIC X(71).                        00009400
700186     05  IO-ENV-OT200-PFX       PIC X(44).                        00009500
700186     05  IO-ENV-DESC            PIC X(30).                        00009600
700186     05  IO-ENV-PATH            PIC X(71).                        00009700
700186     05  IO-ENV-PATH-DATE       PIC X(8).                         00009800
700186     05  IO-ENV-REASON          PIC X(80).                        00009900
700186 01  ENV-OPER                   PIC X(8).                         00010000
700186     88  ENV-OPER-LOOKUP        VALUE 'LOOKUP'.                   00010100
700186     88  ENV-OPER-RESOLVE       VALUE 'RESOLVE'.                  00010200
700186 PROCEDURE DIVISION USING IO-ENV-PARM ENV-OPER.                   00010300
700186 A-100-BODY.                                                      00010400
700186     IF  NOT WENV-INIT-YES                                        00010500
700186         CALL 'BASDIN' USING SD-AREA                              00010600
700186         SET WENV-INIT-YES TO TRUE.                               00010700
700186     PERFORM B-100-LOOKUP.                                        00010800
700186     IF  ENV-OPER-RESOLVE                                         00010900
700186         AND IO-ENV-RESOLVED                                      00011000
700186         PERFORM C-100-RESOLVE.                                   00011100
700186     GOBACK.                                                      00011200
           SKIP2                                                        00011300
700186******************************                                    00011400
700186*** Registry lookup                                               00011500
700186******************************                                    00011600
700186*** The registry is opened for each call and closed again, so a   00011700
700186*** step holds it only for the instant of the read.               00011800
700186 B-100-LOOKUP.                                                    00011900
700186     MOVE SPACES TO IO-ENV-STATUS IO-ENV-PLATFORM                 00012000
700186                    IO-ENV-CODEPAGE IO-ENV-GENCAT                 00012100
700186                    IO-ENV-OT200-PFX IO-ENV-DESC                  00012200
700186                    IO-ENV-PATH IO-ENV-PATH-DATE                  00012300
700186                    IO-ENV-REASON.                                00012400
700186     OPEN INPUT ENVREG-FILE.                                      00012500
700186     IF  NOT WENVREG-FS-OK                                        00012600
700186         SET IO-ENV-NO-REGISTRY TO TRUE                           00012700
700186         STRING 'ENVREG registry not available, status '          00012800
700186             WENVREG-FS                                           00012900
700186             DELIMITED BY SIZE INTO IO-ENV-REASON                 00013000
700186     ELSE                                                         00013100
700186         MOVE SPACES TO ENVREG-REC                                00013200
700186         MOVE IO-ENV-NAME TO ENVR-NAME                            00013300
700186         READ ENVREG-FILE                                         00013400
700186             INVALID KEY                                          00013500
700186                 NEXT SENTENCE                                    00013600
700186         END-READ                                                 00013700
700186         IF  NOT WENVREG-FS-OK                                    00013800
700186             SET IO-ENV-UNKNOWN TO TRUE                           00013900
700186             STRING 'environment ' IO-ENV-NAME                    00014000
700186                 ' is not on the ENVREG registry'                 00014100
700186                 DELIMITED BY SIZE INTO IO-ENV-REASON             00014200
700186         ELSE                                                     00014300
700186             PERFORM B-110-RETURN-ROW                             00014400
700186         END-IF                                                   00014500
700186         CLOSE ENVREG-FILE.                                       00014600
           SKIP2                                                        00014700
700186 B-110-RETURN-ROW.                                                00014800
700186     MOVE ENVR-STATUS    TO IO-ENV-STATUS.                        00014900
700186     MOVE ENVR-PLATFORM  TO IO-ENV-PLATFORM.                      00015000
700186     MOVE ENVR-CODEPAGE  TO IO-ENV-CODEPAGE.                      00015100
700186     MOVE ENVR-GENCAT    TO IO-ENV-GENCAT.                        00015200
700186     MOVE ENVR-OT200-PFX TO IO-ENV-OT200-PFX.                     00015300
700186     MOVE ENVR-DESC      TO IO-ENV-DESC.                          00015400
700186     IF  NOT ENVR-ACTIVE                                          00015500
700186         SET IO-ENV-INACTIVE TO TRUE                              00015600
700186         STRING 'environment ' IO-ENV-NAME                        00015700
700186             ' is inactive on the ENVREG registry'                00015800
700186             DELIMITED BY SIZE INTO IO-ENV-REASON                 00015900
700186     ELSE                                                         00016000
700186         SET IO-ENV-RESOLVED TO TRUE.                             00016100
           SKIP2                                                        00016200
700186******************************                                    00016300
700186*** Generation from the environment's own catalog                 00016400
700186******************************                                    00016500
700186 C-100-RESOLVE.                                                   00016600
700186     MOVE 'N' TO WENV-HIT-FLG.                                    00016700
700186     IF  IO-ENV-GEN-DATE = ZERO                                   00016800
700186         MOVE HIGH-VALUES TO WENV-LIMIT-DATE                      00016900
700186     ELSE                                                         00017000
700186         MOVE IO-ENV-GEN-DATE TO WENV-LIMIT-DATE.                 00017100
&MFCY      DISPLAY 'ENVGCAT' UPON  ENVIRONMENT-NAME.                    00017200
&MFCY      DISPLAY IO-ENV-GENCAT UPON  ENVIRONMENT-VALUE.               00017300
700186     OPEN INPUT ENVGCAT-FILE.                                     00017400
700186     IF  NOT WENVGCAT-FS-OK                                       00017500
700186         SET IO-ENV-NO-CATALOG TO TRUE                            00017600
700186         STRING 'catalog of ' IO-ENV-NAME                         00017700
700186             ' not available, status ' WENVGCAT-FS                00017800
700186             DELIMITED BY SIZE INTO IO-ENV-REASON                 00017900
700186     ELSE                                                         00018000
700186         PERFORM C-110-READ-ENTRY                                 00018100
700186           WITH TEST AFTER                                        00018200
700186             UNTIL NOT WENVGCAT-FS-OK                             00018300
700186         CLOSE ENVGCAT-FILE                                       00018400
700186         IF  NOT WENV-HIT-YES                                     00018500
700186             SET IO-ENV-NO-GEN TO TRUE                            00018600
700186             STRING 'no generation of ' IO-ENV-NAME               00018700
700186                 ' on its catalog for that date'                  00018800
700186                 DELIMITED BY SIZE INTO IO-ENV-REASON.            00018900
           SKIP2                                                        00019000
700186*** The catalog is oldest first, so the last entry dated on or    00019100
700186*** before the limit is the one wanted.                           00019200
700186 C-110-READ-ENTRY.                                                00019300
700186     READ ENVGCAT-FILE                                            00019400
700186         AT END NEXT SENTENCE.                                    00019500
700186     IF  WENVGCAT-FS-OK                                           00019600
700186         AND ENVGCAT-PATH NOT = SPACES                            00019700
700186         AND ENVGCAT-DATE NOT > WENV-LIMIT-DATE                   00019800
700186         SET WENV-HIT-YES TO TRUE                                 00019900
700186         MOVE ENVGCAT-DATE TO IO-ENV-PATH-DATE                    00020000
700186         MOVE ENVGCAT-PATH TO IO-ENV-PATH.                        00020100
