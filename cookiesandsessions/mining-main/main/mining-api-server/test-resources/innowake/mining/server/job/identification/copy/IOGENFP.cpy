#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700183******************************************************************00000100
700183**  COPYBOOK     IOGENFP                                          00000200
700183**  PURPOSE      Parameter block for UTGENFP, the generation      00000300
700183**               fingerprint routine.  LOOKUP finds the GENCAT    00000400
700183**               entry for the dataset behind IO-GFP-DDNAME       00000500
700183**               (BKUPIN or BKUPIN2) and returns its cataloged    00000600
700183**               fingerprint; VERIFY reads that dataset end to    00000700
700183**               end and proves it against the entry; ADD folds   00000800
700183**               one record the caller has just read into the     00000900
700183**               IO-GFP-GOT fields, so BAGENCAT builds the        00001000
700183**               fingerprint with exactly the fold VERIFY uses.   00001100
700183**               The operation literal is passed as a separate    00001200
700183**               CALL parameter, not through this block.          00001300
700183******************************************************************00001400
700183     05  IO-GFP-CALLING-PGM     PIC X(8)   VALUE 'PROGRAM'.       00001500
700183     05  IO-GFP-DDNAME          PIC X(8)   VALUE SPACES.          00001600
700183     05  IO-GFP-RESULT          PIC X      VALUE SPACE.           00001700
700183         88  IO-GFP-NO-CATALOG  VALUE 'N'.                        00001800
700183         88  IO-GFP-UNCATALOGED VALUE 'U'.                        00001900
700183         88  IO-GFP-NO-PRINT    VALUE 'O'.                        00002000
700183         88  IO-GFP-FOUND       VALUE 'C'.                        00002100
700183         88  IO-GFP-VERIFIED    VALUE 'V'.                        00002200
700183         88  IO-GFP-MISMATCH    VALUE 'M'.                        00002300
700183         88  IO-GFP-UNREADABLE  VALUE 'E'.                        00002400
700183     05  IO-GFP-PATH            PIC X(200) VALUE SPACES.          00002500
700183*** Fingerprint as cataloged by BAGENCAT.                         00002600
700183     05  IO-GFP-CAT-DATE        PIC X(8)   VALUE SPACES.          00002700
700183     05  IO-GFP-CAT-RECS        PIC X(9)   VALUE SPACES.          00002800
700183     05  IO-GFP-CAT-HASH        PIC X(10)  VALUE SPACES.          00002900
700183     05  IO-GFP-CAT-HDR-DATE    PIC X(6)   VALUE SPACES.          00003000
700183     05  IO-GFP-CAT-HDR-TIME    PIC X(6)   VALUE SPACES.          00003100
700183*** Fingerprint of the dataset as actually read.  Clear the       00003200
700183*** area before the first ADD of a new file.                      00003300
700183     05  IO-GFP-GOT-AREA.                                         00003400
700183         10  IO-GFP-GOT-RECS    PIC 9(9)   VALUE ZERO.            00003500
700183         10  IO-GFP-GOT-HASH    PIC 9(10)  VALUE ZERO.            00003600
700183         10  IO-GFP-GOT-HDR-DATE PIC 9(6)  VALUE ZERO.            00003700
700183         10  IO-GFP-GOT-HDR-TIME PIC 9(6)  VALUE ZERO.            00003800
700183     05  IO-GFP-REC-LENG        PIC S9(8)  BINARY VALUE ZERO.     00003900
700183     05  IO-GFP-REASON          PIC X(80)  VALUE SPACES.          00004000
700183*                                                                 00004100
700183 01  IO-GFP-LOOKUP              PIC X(8)   VALUE 'LOOKUP'.        00004200
700183 01  IO-GFP-VERIFY              PIC X(8)   VALUE 'VERIFY'.        00004300
700183 01  IO-GFP-ADD                 PIC X(8)   VALUE 'ADD'.           00004400
