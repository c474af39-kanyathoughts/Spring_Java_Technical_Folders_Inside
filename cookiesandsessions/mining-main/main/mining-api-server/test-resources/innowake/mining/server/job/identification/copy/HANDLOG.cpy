#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700176******************************************************************00000100
700176**  COPYBOOK     HANDLOG                                          00000200
700176**  PURPOSE      Vendor-handoff log row, appended by BADEFPKG for 00000300
700176**               every member of a defect package it builds, and  00000400
700176**               one PACKAGE row closing each package: when it    00000500
700176**               was built and by whom, the defect, the member,   00000600
700176**               whether it went (SENT), was empty (EMPTY) or was 00000700
700176**               not supplied (MISSING), and its record count,    00000800
700176**               byte count and checksum.  The PACKAGE row counts 00000900
700176**               the exceptions the package went out with and     00001000
700176**               carries the fold of the member checksums.        00001100
700176******************************************************************00001200
700176     05  HLG-DATE             PIC 9(8).                           00001300
700176     05  FILLER               PIC X.                              00001400
700176     05  HLG-TIME             PIC 9(8).                           00001500
700176     05  FILLER               PIC X.                              00001600
700176     05  HLG-DEFECT           PIC X(8).                           00001700
700176     05  FILLER               PIC X.                              00001800
700176     05  HLG-OPERATOR         PIC X(8).                           00001900
700176     05  FILLER               PIC X.                              00002000
700176     05  HLG-MEMBER           PIC X(8).                           00002100
700176     05  FILLER               PIC X.                              00002200
700176     05  HLG-STATUS           PIC X(8).                           00002300
700176         88  HLG-STATUS-SENT    VALUE 'SENT'.                     00002400
700176         88  HLG-STATUS-EMPTY   VALUE 'EMPTY'.                    00002500
700176         88  HLG-STATUS-MISSING VALUE 'MISSING'.                  00002600
700176     05  FILLER               PIC X.                              00002700
700176     05  HLG-RECORDS          PIC 9(9).                           00002800
700176     05  FILLER               PIC X.                              00002900
700176     05  HLG-BYTES            PIC 9(11).                          00003000
700176     05  FILLER               PIC X.                              00003100
700176     05  HLG-CHECKSUM         PIC 9(10).                          00003200
700176     05  FILLER               PIC X.                              00003300
700176     05  HLG-EXCEPTIONS       PIC 9(5).                           00003400
700176     05  FILLER               PIC X(28).                          00003500
