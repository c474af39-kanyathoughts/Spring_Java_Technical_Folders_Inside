#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700186******************************************************************00000100
700186**  COPYBOOK     IOENVRES                                         00000200
700186**  PURPOSE      Parameter block for UTENVRES, the environment    00000300
700186**               resolver.  The caller names the environment in   00000400
700186**               IO-ENV-NAME.  LOOKUP reads the ENVREG registry   00000500
700186**               row and returns it; RESOLVE also reads that      00000600
700186**               environment's generation catalog and returns     00000700
700186**               the path of its newest generation, or of the     00000800
700186**               newest on or before IO-ENV-GEN-DATE when the     00000900
700186**               caller gives one.  An unknown or inactive name   00001000
700186**               is refused with the reason in IO-ENV-REASON.     00001100
700186**               The operation literal is passed as a separate    00001200
700186**               CALL parameter, not through this block.          00001300
700186******************************************************************00001400
700186     05  IO-ENV-CALLING-PGM     PIC X(8)   VALUE 'PROGRAM'.       00001500
700186     05  IO-ENV-NAME            PIC X(8)   VALUE SPACES.          00001600
700186     05  IO-ENV-GEN-DATE        PIC 9(8)   VALUE ZERO.            00001700
700186     05  IO-ENV-RESULT          PIC X      VALUE SPACE.           00001800
700186         88  IO-ENV-RESOLVED    VALUE 'F'.                        00001900
700186         88  IO-ENV-NO-REGISTRY VALUE 'R'.                        00002000
700186         88  IO-ENV-UNKNOWN     VALUE 'N'.                        00002100
700186         88  IO-ENV-INACTIVE    VALUE 'I'.                        00002200
700186         88  IO-ENV-NO-CATALOG  VALUE 'C'.                        00002300
700186         88  IO-ENV-NO-GEN      VALUE 'G'.                        00002400
700186*** The registry row.                                             00002500
700186     05  IO-ENV-STATUS          PIC X      VALUE SPACE.           00002600
700186     05  IO-ENV-PLATFORM        PIC X(8)   VALUE SPACES.          00002700
700186     05  IO-ENV-CODEPAGE        PIC X(6)   VALUE SPACES.          00002800
700186     05  IO-ENV-GENCAT          PIC X(71)  VALUE SPACES.          00002900
700186     05  IO-ENV-OT200-PFX       PIC X(44)  VALUE SPACES.          00003000
700186     05  IO-ENV-DESC            PIC X(30)  VALUE SPACES.          00003100
700186*** The generation RESOLVE chose.                                 00003200
700186     05  IO-ENV-PATH            PIC X(71)  VALUE SPACES.          00003300
700186     05  IO-ENV-PATH-DATE       PIC X(8)   VALUE SPACES.          00003400
700186     05  IO-ENV-REASON          PIC X(80)  VALUE SPACES.          00003500
700186*                                                                 00003600
700186 01  IO-ENV-LOOKUP              PIC X(8)   VALUE 'LOOKUP'.        00003700
700186 01  IO-ENV-RESOLVE             PIC X(8)   VALUE 'RESOLVE'.       00003800
