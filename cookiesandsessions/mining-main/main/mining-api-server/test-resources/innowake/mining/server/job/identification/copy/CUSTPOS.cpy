#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700177******************************************************************00000100
700177**  COPYBOOK     CUSTPOS                                          00000200
700177**  PURPOSE      Daily custodian/trust position row, as trust     00000300
700177**               operations receives it from the custodian: the   00000400
700177**               plan, the position date, the custodian account   00000500
700177**               and the market value held, in the same internal  00000600
700177**               units as the plan's money DEs on the backup.  A  00000700
700177**               plan held in several accounts has a row for each.00000800
700177******************************************************************00000900
700203     05  CUP-PLAN-NUM         PIC X(10).                          00001000
700177     05  FILLER               PIC X.                              00001100
700177     05  CUP-POS-DATE         PIC 9(8).                           00001200
700177     05  FILLER               PIC X.                              00001300
700177     05  CUP-ACCOUNT          PIC X(12).                          00001400
700177     05  FILLER               PIC X.                              00001500
700177     05  CUP-AMOUNT           PIC S9(15) SIGN LEADING SEPARATE.   00001600
700203     05  FILLER               PIC X(31).                          00001700
