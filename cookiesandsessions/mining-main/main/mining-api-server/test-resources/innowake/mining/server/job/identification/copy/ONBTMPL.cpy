#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700198******************************************************************00000100
700198**  COPYBOOK     ONBTMPL                                          00000200
700198**  PURPOSE      Onboarding template row, kept by the conversion  00000300
700198**               team: what a newly converted plan of a plan type 00000400
700198**               must look like on the backup.  OBT-PLAN-TYPE of  00000500
700198**               '****' covers every plan type; a row for the     00000600
700198**               plan's own type replaces a '****' row of the same00000700
700198**               kind for the same record type (and DE).          00000800
700198**                 Kind R - record-type proportion.  The plan's   00000900
700198**                          count of OBT-XXYY records, per        00001000
700198**                          participant (basis T) or for the plan 00001100
700198**                          (basis P), must fall from OBT-MIN to  00001200
700198**                          OBT-MAX, both 999V99; a minimum above 00001300
700198**                          zero makes the type required, a       00001400
700198**                          maximum of 99999 leaves it open.      00001500
700198**                 Kind C - coded DE.  DE OBT-DENUM of every      00001600
700203**                          OBT-XXYY record must hold a value the 00001700
700203**                          reference code table (CODETBL) lists  00001800
700203**                          for that record type and DE.  Columns 00000000
700203**                          past OBT-DENUM are not read; code     00000000
700203**                          lists left on older rows are ignored. 00000000
700198**               The PL master and a PT header for every          00001900
700198**               participant are always required and need no row. 00002000
700198**               Rows with '*' in column 1 are comments.          00002100
700198******************************************************************00002200
700198     05  OBT-PLAN-TYPE        PIC X(4).                           00002300
700198     05  FILLER               PIC X.                              00002400
700198     05  OBT-KIND             PIC X.                              00002500
700198         88  OBT-KIND-RECTYPE   VALUE 'R'.                        00002600
700198         88  OBT-KIND-CODED     VALUE 'C'.                        00002700
700198     05  FILLER               PIC X.                              00002800
700198     05  OBT-XXYY             PIC X(4).                           00002900
700198     05  FILLER               PIC X.                              00003000
700198     05  OBT-RULE             PIC X(68).                          00003100
700198     05  OBT-RECTYPE-RULE REDEFINES OBT-RULE.                     00003200
700198         10  OBT-BASIS        PIC X.                              00003300
700198             88  OBT-BASIS-PART VALUE 'T'.                        00003400
700198             88  OBT-BASIS-PLAN VALUE 'P'.                        00003500
700198         10  FILLER           PIC X.                              00003600
700198         10  OBT-MIN          PIC 9(3)V99.                        00003700
700198         10  FILLER           PIC X.                              00003800
700198         10  OBT-MAX          PIC 9(3)V99.                        00003900
700198         10  FILLER           PIC X(55).                          00004000
700198     05  OBT-CODED-RULE REDEFINES OBT-RULE.                       00004100
700198         10  OBT-DENUM        PIC 9(3).                           00004200
700198         10  FILLER           PIC X.                              00004300
700203         10  FILLER           PIC X(64).                          00004400
