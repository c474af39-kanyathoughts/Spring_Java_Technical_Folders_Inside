#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700170******************************************************************00000100
700170**  COPYBOOK     MANROW                                           00000200
700170**  PURPOSE      One row of the machine-readable backup manifest  00000300
700170**               BABKMAN writes to MANOUT alongside its printed   00000400
700170**               table of contents, and BAMANDLT reads back to    00000500
700170**               compare two manifests.  Rows are written in this 00000600
700170**               order:                                           00000700
700170**                 H - one header row: backup header date, time,  00000800
700170**                     system release, record count               00000900
700170**                 C - one count row per plan / RecordType, in    00001000
700170**                     file order, with its record count          00001100
700170**                 T - one trailer row: data records actually     00001200
700170**                     read and the trailer verdict               00001300
700170******************************************************************00001400
700170     05  MANR-KIND            PIC X.                              00001500
700170         88  MANR-KIND-HDR    VALUE 'H'.                          00001600
700170         88  MANR-KIND-CTR    VALUE 'C'.                          00001700
700170         88  MANR-KIND-TLR    VALUE 'T'.                          00001800
700170     05  FILLER               PIC X.                              00001900
700191     05  MANR-PLAN            PIC X(10).                          00002000
700170     05  FILLER               PIC X.                              00002100
700170     05  MANR-XXYY            PIC X(4).                           00002200
700170     05  FILLER               PIC X.                              00002300
700170*** Header row: header record count.  Count row: records of the   00002400
700170*** plan / RecordType.  Trailer row: data records read.           00002500
700170     05  MANR-CTR             PIC 9(9).                           00002600
700170     05  FILLER               PIC X.                              00002700
700170     05  MANR-HDR-DATE        PIC 9(6).                           00002800
700170     05  MANR-HDR-TIME        PIC 9(6).                           00002900
700170     05  MANR-HDR-RELEASE     PIC X(9).                           00003000
700170     05  FILLER               PIC X.                              00003100
700170*** Trailer row only: V - trailer verified, M - header/trailer    00003200
700170*** count mismatch, N - no trailer (backup incomplete).           00003300
700170     05  MANR-TLR-FLAG        PIC X.                              00003400
700170         88  MANR-TLR-VERIFIED VALUE 'V'.                         00003500
700170         88  MANR-TLR-MISMATCH VALUE 'M'.                         00003600
700170         88  MANR-TLR-MISSING  VALUE 'N'.                         00003700
700191     05  FILLER               PIC X(29).                          00003800
