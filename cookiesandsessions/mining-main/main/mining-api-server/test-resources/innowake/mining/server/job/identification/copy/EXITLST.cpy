#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700199******************************************************************00000100
700199**  COPYBOOK     EXITLST                                          00000200
700199**  PURPOSE      Scheduled-exit list row, one per plan the        00000300
700199**               deconversion team expects to leave the platform. 00000400
700199**               Under the EXITS card BABKCMP reconciles every    00000500
700199**               plan that vanishes from File2 against this list: 00000600
700199**               a listed plan gone on or after its date is an    00000700
700199**               expected exit, reported with its final File1     00000800
700199**               totals; any other disappearance, and a listed    00000900
700199**               plan still on File2 past its date, is an         00001000
700199**               exception.                                       00001100
700199**                 EXL-EXIT-DATE   - deconversion date, yyyymmdd  00001200
700199**                 EXL-FINAL-REF   - final-distribution reference,00001300
700199**                                   echoed on the exit report    00001400
700199**               Rows with '*' in column 1 are comments.          00001500
700199******************************************************************00001600
700199     05  EXL-PLAN-NUM         PIC X(10).                          00001700
700199     05  FILLER               PIC X.                              00001800
700199     05  EXL-EXIT-DATE        PIC 9(8).                           00001900
700199     05  FILLER               PIC X.                              00002000
700199     05  EXL-FINAL-REF        PIC X(16).                          00002100
700199     05  FILLER               PIC X(44).                          00002200
