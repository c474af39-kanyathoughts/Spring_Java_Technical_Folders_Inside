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
700183 IDENTIFICATION DIVISION.                                         00000100
700183 PROGRAM-ID. 'UTGENFP'.                                           00000200
700183******************************************************************00000300
700183**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700183******************************************************************00000500
700183**  AUTHOR       R. NOLAN, Oct 2026                               00000600
700183**  PURPOSE      Generation fingerprint.  BAGENCAT checks a       00000700
700183**               backup once, when it catalogs it; after that a   00000800
700183**               restore of an older copy over the same dataset,  00000900
700183**               or a re-run of the dump job into it, leaves a    00001000
700183**               file the catalog no longer describes, and a      00001100
700183**               compare of it produces a perfectly clean-looking 00001200
700183**               report.  BAGENCAT therefore records a content    00001300
700183**               fingerprint with each GENCAT entry - data-record 00001400
700183**               count, content hash and HDR-DATE/HDR-TIME - and  00001500
700183**               the programs that open cataloged backups         00001600
700183**               (BABKCMP, BABKSUB, BAWHSCMP, BABKVAL) prove the  00001700
700183**               dataset they are about to read against it and    00001800
700183**               stop on a mismatch.  All of them, BAGENCAT       00001900
700183**               included, fold the hash through this one routine 00002000
700183**               so the cataloging and the checking can never     00002100
700183**               disagree on what a fingerprint is.               00002200
700183**                                                                00002300
700183**               LOOKUP - Finds the newest GENCAT entry whose     00002400
700183**                        primary or DR path is the value of      00002500
700183**                        the IO-GFP-DDNAME environment name.     00002600
700183**               VERIFY - Reads that dataset end to end, through  00002700
700183**                        BABKPI for BKUPIN and BABKPI2 for       00002800
700183**                        BKUPIN2, into the caller's record area  00002900
700183**                        and compares against the entry LOOKUP   00003000
700183**                        found.  Must run before the caller      00003100
700183**                        opens the backup itself.                00003200
700183**               ADD    - Folds the one record in the caller's    00003300
700183**                        area into IO-GFP-GOT-AREA.              00003400
700183******************************************************************00003500
700183**  REVISIONS:                                                    00003600
700183******************************************************************00003700
700183**  Input                                                         00003800
700183**   . Caller's IOGENFP block and backup record area              00003900
700183**   . GENCAT  - Generation catalog (LOOKUP)                      00004000
700183**   . BKUPI   - Backup File1 (BKUPIN), via BABKPI (VERIFY)       00004100
700183**   . BKUPI2  - Backup File2 (BKUPIN2), via BABKPI2 (VERIFY)     00004200
700183******************************************************************00004300
700183**  Output                                                        00004400
700183**   . IO-GFP-RESULT, fingerprint fields and IO-GFP-REASON in     00004500
700183**     the caller's block                                         00004600
700183******************************************************************00004700
700183 ENVIRONMENT DIVISION.                                            00004800
700183 CONFIGURATION SECTION.                                           00004900
700183 INPUT-OUTPUT SECTION.                                            00005000
700183 FILE-CONTROL.                                                    00005100
700183     SELECT GENCAT-FILE                                           00005200
700183         ASSIGN TO UT-S-GENCAT                                    00005300
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005400
700183         FILE STATUS WGENCAT-FS.                                  00005500
700183 DATA DIVISION.                                                   00005600
700183 FILE SECTION.                                                    00005700
700183 FD  GENCAT-FILE                                                  00005800
700183     BLOCK CONTAINS 0 RECORDS                                     00005900
700183     LABEL RECORDS ARE STANDARD.                                  00006000
700183 01  GENCAT-REC.                                                  00006100
700183     05  GENCAT-DATE          PIC X(8).                           00006200
700183     05  FILLER               PIC X(1).                           00006300
700183     05  GENCAT-PATH          PIC X(71).                          00006400
700183     05  FILLER               PIC X(1).                           00006500
700183     05  GENCAT-ALT           PIC X(71).                          00006600
700183     05  FILLER               PIC X(1).                           00006700
700183     05  GENCAT-RECS          PIC X(9).                           00006800
700183     05  FILLER               PIC X(1).                           00006900
700183     05  GENCAT-HOLD-AREA     PIC X(51).                          00007000
700183     05  FILLER               PIC X(1).                           00007100
700183     05  GENCAT-FP-HASH       PIC X(10).                          00007200
700183     05  FILLER               PIC X(1).                           00007300
700183     05  GENCAT-FP-HDR-DATE   PIC X(6).                           00007400
700183     05  FILLER               PIC X(1).                           00007500
700183     05  GENCAT-FP-HDR-TIME   PIC X(6).                           00007600
700183 WORKING-STORAGE SECTION.                                         00007700
700183 77  WGFP-INIT-FLG         PIC X        VALUE 'N'.                00007800
700183     88  WGFP-INIT-YES     VALUE 'Y'.                             00007900
700183 77  WGFP-HIT-FLG          PIC X        VALUE 'N'.                00008000
700183     88  WGFP-HIT-YES      VALUE 'Y'.                             00008100
700183 77  WGFP-EOF-FLG          PIC X        VALUE 'N'.                00008200
700183     88  WGFP-EOF-YES      VALUE 'Y'.                             00008300
700183 77  SUB-GFP               PIC S9(8)    BINARY VALUE ZERO.        00008400
700183 77  WGFP-LENG             PIC S9(8)    BINARY VALUE ZERO.        00008500
700183 77  WGFP-MAX-LENG         PIC S9(8)    BINARY VALUE 32760.       00008600
700183*** Running fold and its work fields; the fold stays below the    00008700
700183*** prime modulus, so times 31 plus a byte fits twelve digits.    00008800
700183 77  WGFP-FOLD             PIC 9(12)    COMP-3 VALUE ZERO.        00008900
700183 77  WGFP-WORK             PIC 9(12)    COMP-3 VALUE ZERO.        00009000
700183 77  WGFP-QUOT             PIC 9(12)    COMP-3 VALUE ZERO.        00009100
700183 77  WGFP-MODULUS          PIC 9(10)    COMP-3 VALUE 999999937.   00009200
700183 77  WGFP-GOT-STAMP        PIC X(13)    VALUE SPACES.             00009300
700183 77  WGFP-CAT-STAMP        PIC X(13)    VALUE SPACES.             00009400
700183 77  WGFP-GOT-HASH-X       PIC X(10)    VALUE SPACES.             00009500
700183 77  WGFP-GOT-RECS-X       PIC X(9)     VALUE SPACES.             00009600
700203*** Layout of the file being folded, from its header, and the     00000000
700203*** record type as that layout places it.                         00000000
700203 77  WGFP-OLD-FLG          PIC X        VALUE 'N'.                00000000
700203     88  WGFP-OLD-YES      VALUE 'Y'.                             00000000
700203 77  WGFP-TYPE             PIC X(4)     VALUE SPACES.             00000000
700203     88  WGFP-TYPE-HDR     VALUE 'HDR1' 'HDR '.                   00000000
700203     88  WGFP-TYPE-TLR     VALUE 'TLR1' 'TLR '.                   00000000
           SKIP2                                                        00009700
700183 01  WGENCAT-FS            PIC XX       VALUE '00'.               00009800
700183     88  WGENCAT-FS-OK     VALUE '00'.                            00009900
           SKIP2                                                        00010000
700183*** Two-byte pair whose binary redefine yields the character's    00010100
700183*** byte value without an intrinsic-function call.                00010200
700183 01  WGFP-CHAR-PAIR.                                              00010300
700183     05  FILLER            PIC X        VALUE LOW-VALUE.          00010400
700183     05  WGFP-CHAR         PIC X        VALUE LOW-VALUE.          00010500
700183 01  WGFP-CHAR-N REDEFINES WGFP-CHAR-PAIR                         00010600
700183                           PIC 9(4) COMP.                         00010700
           SKIP2                                                        00010800
700183 01  HDR-REC.  COPY BKUPHDR.                                      00010900
           SKIP2                                                        00011000
700183 01  IO-BKPI-PARM.                                                00011100
700183       COPY IOBKPI REPLACING 'PROGRAM' BY 'UTGENFP'.              00011200
           SKIP2                                                        00011300
700183 01  IO-BKPI2-PARM.                                               00011400
700183       COPY IOBKPI2 REPLACING 'PROGRAM' BY 'UTGENFP'.             00011500
           SKIP2                                                        00011600
700183 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00011700
           EJECT                                                        00011800
700183 LINKAGE SECTION.                                                 00011900
700183*** Same shape as the IOGENFP copybook the callers hold.          00012000
700183 01  IO-GFP-PARM.                                                 00012100
700183     05  IO-GFP-CALLING-PGM     PIC X(8).                         00012200
700183     05  IO-GFP-DDNAME          PIC X(8).                         00012300
700183     05  IO-GFP-RESULT          PIC X.                            00012400
700183         88  IO-GFP-NO-CATALOG  VALUE 'N'.                        00012500
700183         88  IO-GFP-UNCATALOGED VALUE 'U'.                        00012600
700183         88  IO-GFP-NO-PRINT    VALUE 'O'.                        00012700
700183         88  IO-GFP-FOUND       VALUE 'C'.                        00012800
700183         88  IO-GFP-VERIFIED    VALUE 'V'.                        00012900
700183         88  IO-GFP-MISMATCH    VALUE 'M'.                        00013000
700183         88  IO-GFP-UNREADABLE  VALUE 'E'.                        00013100
700183     05  IO-GFP-PATH            PIC X(200).                       00013200
700183     05  IO-GFP-CAT-DATE        PIC X(8).                         00013300
700183     05  IO-GFP-CAT-RECS        PIC X(9).                         00013400
700183     05  IO-GFP-CAT-HASH        PIC X(10).                        00013500
700183     05  IO-GFP-CAT-HDR-DATE    PIC X(6).                         00013600
700183     05  IO-GFP-CAT-HDR-TIME    PIC X(6).                         00013700
700183     05  IO-GFP-GOT-AREA.                                         00013800
700183         10  IO-GFP-GOT-RECS    PIC 9(9).                         00013900
700183         10  IO-GFP-GOT-HASH    PIC 9(10).                        00014000
700183         10  IO-GFP-GOT-HDR-DATE PIC 9(6).                        00014100
700183         10  IO-GFP-GOT-HDR-TIME PIC 9(6).                        00014200
700183     05  IO-GFP-REC-LENG        PIC S9(8)  BINARY.                00014300
700183     05  IO-GFP-REASON          PIC X(80).                        00014400
700183 01  GFP-OPER                   PIC X(8).                         00014500
700183     88  GFP-OPER-LOOKUP        VALUE 'LOOKUP'.                   00014600
700183     88  GFP-OPER-VERIFY        VALUE 'VERIFY'.                   00014700
700183     88  GFP-OPER-ADD           VALUE 'ADD'.                      00014800
700183 01  GFP-REC.                                                     00014900
700203     05  GFP-PLAN-NUM           PIC X(10).                        00015000
700183     05  GFP-TYPE-CODE          PIC X(4).                         00015100
700183         88  GFP-TYPE-HDR-REC   VALUE 'HDR1' 'HDR '.              00015200
700183         88  GFP-TYPE-TLR-REC   VALUE 'TLR1' 'TLR '.              00015300
700203     05  GFP-DATA-REC           PIC X(32746).                     00015400
700203 01  GFP-OLD-REC REDEFINES GFP-REC.                               00000000
700203     05  GFP-OLD-PLAN-NUM       PIC X(6).                         00000000
700203     05  GFP-OLD-TYPE-CODE      PIC X(4).                         00000000
700203         88  GFP-OLD-TYPE-HDR-REC VALUE 'HDR1' 'HDR '.            00000000
700203     05  GFP-OLD-DATA-REC       PIC X(32750).                     00000000
700183 PROCEDURE DIVISION USING IO-GFP-PARM GFP-OPER GFP-REC.           00015500
700183 A-100-BODY.                                                      00015600
700183     IF  NOT WGFP-INIT-YES                                        00015700
700183         CALL 'BASDIN' USING SD-AREA                              00015800
700183         SET WGFP-INIT-YES TO TRUE.                               00015900
700183     IF  GFP-OPER-LOOKUP                                          00016000
700183         PERFORM B-100-LOOKUP                                     00016100
700183     ELSE IF  GFP-OPER-VERIFY                                     00016200
700183         IF  IO-GFP-FOUND                                         00016300
700183             PERFORM C-100-VERIFY                                 00016400
700183         END-IF                                                   00016500
700183     ELSE IF  GFP-OPER-ADD                                        00016600
700183         PERFORM D-100-ADD-REC.                                   00016700
700183     GOBACK.                                                      00016800
           SKIP2                                                        00016900
700183******************************                                    00017000
700183*** Catalog lookup                                                00017100
700183******************************                                    00017200
700183 B-100-LOOKUP.                                                    00017300
700183     MOVE SPACES TO IO-GFP-PATH IO-GFP-REASON                     00017400
700183                    IO-GFP-CAT-DATE IO-GFP-CAT-RECS               00017500
700183                    IO-GFP-CAT-HASH IO-GFP-CAT-HDR-DATE           00017600
700183                    IO-GFP-CAT-HDR-TIME.                          00017700
700183     MOVE 'N' TO WGFP-HIT-FLG.                                    00017800
&MFCY      DISPLAY IO-GFP-DDNAME UPON  ENVIRONMENT-NAME.                00017900
&MFCY      ACCEPT  IO-GFP-PATH   FROM  ENVIRONMENT-VALUE.               00018000
700183     OPEN INPUT GENCAT-FILE.                                      00018100
700183     IF  NOT WGENCAT-FS-OK                                        00018200
700183         SET IO-GFP-NO-CATALOG TO TRUE                            00018300
700183         STRING 'GENCAT catalog not available, status '           00018400
700183             WGENCAT-FS                                           00018500
700183             DELIMITED BY SIZE INTO IO-GFP-REASON                 00018600
700183     ELSE                                                         00018700
700183         PERFORM B-110-READ-ENTRY                                 00018800
700183           WITH TEST AFTER                                        00018900
700183             UNTIL NOT WGENCAT-FS-OK                              00019000
700183         CLOSE GENCAT-FILE                                        00019100
700183         IF  NOT WGFP-HIT-YES                                     00019200
700183             SET IO-GFP-UNCATALOGED TO TRUE                       00019300
700183             MOVE 'dataset is not on the GENCAT catalog'          00019400
700183                 TO IO-GFP-REASON                                 00019500
700183         ELSE IF  IO-GFP-CAT-HASH = SPACES                        00019600
700183             SET IO-GFP-NO-PRINT TO TRUE                          00019700
700183             MOVE 'catalog entry predates fingerprints'           00019800
700183                 TO IO-GFP-REASON                                 00019900
700183         ELSE                                                     00020000
700183             SET IO-GFP-FOUND TO TRUE.                            00020100
           SKIP2                                                        00020200
700183*** The catalog is oldest first, so the last entry naming the     00020300
700183*** path - as its primary or its DR copy - is the current one.    00020400
700183 B-110-READ-ENTRY.                                                00020500
700183     READ GENCAT-FILE                                             00020600
700183         AT END NEXT SENTENCE.                                    00020700
700183     IF  WGENCAT-FS-OK                                            00020800
700183         AND IO-GFP-PATH NOT = SPACES                             00020900
700183         AND IO-GFP-PATH (72:129) = SPACES                        00021000
700183         AND (IO-GFP-PATH (1:71) = GENCAT-PATH                    00021100
700183              OR IO-GFP-PATH (1:71) = GENCAT-ALT)                 00021200
700183         SET WGFP-HIT-YES TO TRUE                                 00021300
700183         MOVE GENCAT-DATE        TO IO-GFP-CAT-DATE               00021400
700183         MOVE GENCAT-RECS        TO IO-GFP-CAT-RECS               00021500
700183         MOVE GENCAT-FP-HASH     TO IO-GFP-CAT-HASH               00021600
700183         MOVE GENCAT-FP-HDR-DATE TO IO-GFP-CAT-HDR-DATE           00021700
700183         MOVE GENCAT-FP-HDR-TIME TO IO-GFP-CAT-HDR-TIME.          00021800
           SKIP2                                                        00021900
700183******************************                                    00022000
700183*** Read-through and compare                                      00022100
700183******************************                                    00022200
700183 C-100-VERIFY.                                                    00022300
700183     MOVE SPACES TO IO-GFP-REASON.                                00022400
700183     INITIALIZE IO-GFP-GOT-AREA.                                  00022500
700183     MOVE 'N' TO WGFP-EOF-FLG.                                    00022600
700183     PERFORM C-200-OPEN-BACKUP.                                   00022700
700183     IF  NOT IO-GFP-UNREADABLE                                    00022800
700183         PERFORM C-210-READ-BACKUP                                00022900
700183           WITH TEST AFTER                                        00023000
700183             UNTIL WGFP-EOF-YES                                   00023100
700183         PERFORM C-220-CLOSE-BACKUP                               00023200
700183     END-IF.                                                      00023300
700183     IF  NOT IO-GFP-UNREADABLE                                    00023400
700183         PERFORM C-300-COMPARE.                                   00023500
           SKIP2                                                        00023600
700183 C-200-OPEN-BACKUP.                                               00023700
700183     IF  IO-GFP-DDNAME = 'BKUPIN2'                                00023800
700183         CALL 'BABKPI2' USING SD-AREA                             00023900
700183                              IO-BKPI2-PARM                       00024000
700183                              IO-BKPI2-OPEN                       00024100
700183                              GFP-REC                             00024200
700183         IF  IO-BKPI2-ERROR-YES                                   00024300
700183             SET IO-GFP-UNREADABLE TO TRUE                        00024400
700183         END-IF                                                   00024500
700183     ELSE                                                         00024600
700183         CALL 'BABKPI' USING SD-AREA                              00024700
700183                             IO-BKPI-PARM                         00024800
700183                             IO-BKPI-OPEN                         00024900
700183                             GFP-REC                              00025000
700183         IF  IO-BKPI-ERROR-YES                                    00025100
700183             SET IO-GFP-UNREADABLE TO TRUE                        00025200
700183         END-IF                                                   00025300
700183     END-IF.                                                      00025400
700183     IF  IO-GFP-UNREADABLE                                        00025500
700183         MOVE 'backup could not be opened to prove it'            00025600
700183             TO IO-GFP-REASON.                                    00025700
           SKIP2                                                        00025800
700183 C-210-READ-BACKUP.                                               00025900
700183     IF  IO-GFP-DDNAME = 'BKUPIN2'                                00026000
700183         CALL 'BABKPI2' USING SD-AREA                             00026100
700183                              IO-BKPI2-PARM                       00026200
700183                              IO-BKPI2-READ                       00026300
700183                              GFP-REC                             00026400
700183         IF  IO-BKPI2-ERROR-YES OR IO-BKPI2-EOF-YES               00026500
700183             SET WGFP-EOF-YES TO TRUE                             00026600
700183         ELSE                                                     00026700
700183             MOVE IO-BKPI2-REC-LENG TO IO-GFP-REC-LENG            00026800
700183         END-IF                                                   00026900
700183     ELSE                                                         00027000
700183         CALL 'BABKPI' USING SD-AREA                              00027100
700183                             IO-BKPI-PARM                         00027200
700183                             IO-BKPI-READ                         00027300
700183                             GFP-REC                              00027400
700183         IF  IO-BKPI-ERROR-YES OR IO-BKPI-EOF-YES                 00027500
700183             SET WGFP-EOF-YES TO TRUE                             00027600
700183         ELSE                                                     00027700
700183             MOVE IO-BKPI-REC-LENG TO IO-GFP-REC-LENG             00027800
700183         END-IF                                                   00027900
700183     END-IF.                                                      00028000
700183     IF  NOT WGFP-EOF-YES                                         00028100
700183         PERFORM D-100-ADD-REC.                                   00028200
           SKIP2                                                        00028300
700183 C-220-CLOSE-BACKUP.                                              00028400
700183     IF  IO-GFP-DDNAME = 'BKUPIN2'                                00028500
700183         CALL 'BABKPI2' USING SD-AREA                             00028600
700183                              IO-BKPI2-PARM                       00028700
700183                              IO-BKPI2-CLOSE                      00028800
700183                              GFP-REC                             00028900
700183     ELSE                                                         00029000
700183         CALL 'BABKPI' USING SD-AREA                              00029100
700183                             IO-BKPI-PARM                         00029200
700183                             IO-BKPI-CLOSE                        00029300
700183                             GFP-REC.                             00029400
           SKIP2                                                        00029500
700183*** Header stamp first - it is what a restore of an older copy or 00029600
700183*** a re-run dump changes - then the record count, then the hash, 00029700
700183*** which catches anything else.  The first difference is the     00029800
700183*** one reported.                                                 00029900
700183 C-300-COMPARE.                                                   00030000
700183     SET IO-GFP-VERIFIED TO TRUE.                                 00030100
700183     MOVE SPACES TO WGFP-GOT-STAMP WGFP-CAT-STAMP.                00030200
700183     STRING IO-GFP-GOT-HDR-DATE ' ' IO-GFP-GOT-HDR-TIME           00030300
700183         DELIMITED BY SIZE INTO WGFP-GOT-STAMP.                   00030400
700183     STRING IO-GFP-CAT-HDR-DATE ' ' IO-GFP-CAT-HDR-TIME           00030500
700183         DELIMITED BY SIZE INTO WGFP-CAT-STAMP.                   00030600
700183     MOVE IO-GFP-GOT-RECS TO WGFP-GOT-RECS-X.                     00030700
700183     MOVE IO-GFP-GOT-HASH TO WGFP-GOT-HASH-X.                     00030800
700183     IF  WGFP-GOT-STAMP NOT = WGFP-CAT-STAMP                      00030900
700183         SET IO-GFP-MISMATCH TO TRUE                              00031000
700183         STRING 'header date/time ' WGFP-GOT-STAMP                00031100
700183             ', cataloged ' WGFP-CAT-STAMP                        00031200
700183             DELIMITED BY SIZE INTO IO-GFP-REASON                 00031300
700183     ELSE IF  IO-GFP-CAT-RECS NOT = SPACES                        00031400
700183         AND WGFP-GOT-RECS-X NOT = IO-GFP-CAT-RECS                00031500
700183         SET IO-GFP-MISMATCH TO TRUE                              00031600
700183         STRING 'data records ' WGFP-GOT-RECS-X                   00031700
700183             ', cataloged ' IO-GFP-CAT-RECS                       00031800
700183             DELIMITED BY SIZE INTO IO-GFP-REASON                 00031900
700183     ELSE IF  WGFP-GOT-HASH-X NOT = IO-GFP-CAT-HASH               00032000
700183         SET IO-GFP-MISMATCH TO TRUE                              00032100
700183         STRING 'content hash ' WGFP-GOT-HASH-X                   00032200
700183             ', cataloged ' IO-GFP-CAT-HASH                       00032300
700183             DELIMITED BY SIZE INTO IO-GFP-REASON.                00032400
           SKIP2                                                        00032500
700183******************************                                    00032600
700183*** Fold one record                                               00032700
700183******************************                                    00032800
700183*** Every byte of every record, header and trailer included, in   00032900
700183*** file order, so a changed, dropped, added or reordered record  00033000
700183*** all move the hash.  The first header's date and time are the  00033100
700183*** header stamp; data records (neither header nor trailer) are   00033200
700183*** the count.                                                    00033300
700203*** A generation archived in the six-wide plan layout (header     00000000
700203*** type at column 7, as UTBKWID tells them) is read as such;     00000000
700203*** the hash is always of the bytes as they stand on file, so     00000000
700203*** it matches what BAGENCAT cataloged.                           00000000
700183 D-100-ADD-REC.                                                   00033400
700203     IF  GFP-TYPE-HDR-REC                                         00000000
700203         MOVE 'N' TO WGFP-OLD-FLG                                 00000000
700203     ELSE IF  GFP-OLD-TYPE-HDR-REC                                00000000
700203         SET WGFP-OLD-YES TO TRUE.                                00000000
700203     IF  WGFP-OLD-YES                                             00000000
700203         MOVE GFP-OLD-TYPE-CODE TO WGFP-TYPE                      00000000
700203     ELSE                                                         00000000
700203         MOVE GFP-TYPE-CODE     TO WGFP-TYPE.                     00000000
700203     IF  WGFP-TYPE-HDR                                            00000000
700203         IF  IO-GFP-GOT-HDR-DATE = ZERO                           00000000
700203             AND IO-GFP-GOT-HDR-TIME = ZERO                       00000000
700203             IF  WGFP-OLD-YES                                     00000000
700203                 MOVE GFP-OLD-DATA-REC TO HDR-REC                 00000000
700203             ELSE                                                 00000000
700203                 MOVE GFP-DATA-REC     TO HDR-REC                 00000000
700203             END-IF                                               00000000
700203             MOVE HDR-DATE     TO IO-GFP-GOT-HDR-DATE             00000000
700203             MOVE HDR-TIME     TO IO-GFP-GOT-HDR-TIME             00000000
700203         END-IF                                                   00000000
700203     ELSE IF  NOT WGFP-TYPE-TLR                                   00000000
700183         ADD 1 TO IO-GFP-GOT-RECS.                                00034300
700183     MOVE IO-GFP-REC-LENG TO WGFP-LENG.                           00034400
700183     IF  WGFP-LENG > WGFP-MAX-LENG                                00034500
700183         MOVE WGFP-MAX-LENG TO WGFP-LENG.                         00034600
700183     MOVE IO-GFP-GOT-HASH TO WGFP-FOLD.                           00034700
700183     PERFORM D-110-FOLD-CHAR                                      00034800
700183       VARYING SUB-GFP FROM 1 BY 1                                00034900
700183         UNTIL SUB-GFP > WGFP-LENG.                               00035000
700183     MOVE WGFP-FOLD TO IO-GFP-GOT-HASH.                           00035100
           SKIP2                                                        00035200
700183*** Fold one byte: times 31, plus the byte value plus one (so a   00035300
700183*** low-value byte still moves the fold), reduced by the prime.   00035400
700183 D-110-FOLD-CHAR.                                                 00035500
700183     MOVE GFP-REC (SUB-GFP:1) TO WGFP-CHAR.                       00035600
700183     COMPUTE WGFP-WORK = WGFP-FOLD * 31 + WGFP-CHAR-N + 1.        00035700
700183     DIVIDE WGFP-WORK BY WGFP-MODULUS                             00035800
700183         GIVING WGFP-QUOT REMAINDER WGFP-FOLD.                    00035900
