#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700153******************************************************************00000100
700153**  COPYBOOK     TXNHIST                                          00000200
700153**  PURPOSE      Record layout of the OmniPlus daily transaction- 00000300
700153**               history file, one row per posted maintenance or  00000400
700153**               money transaction and the RecordType/DE it       00000500
700153**               touched.  TXH-DENUM '***' marks a transaction    00000600
700153**               that rewrote the whole record; TXH-PART-NUM is   00000700
700153**               blank for plan-level transactions.  Posting      00000800
700153**               stamp is CCYYMMDD plus HHMMSS.                   00000900
700153******************************************************************00001000
700203     05  TXH-PLAN-NUM         PIC X(10).                          00001100
700153     05  TXH-PART-NUM         PIC X(11).                          00001200
700153     05  TXH-XXYY             PIC X(4).                           00001300
700153     05  TXH-DENUM            PIC X(3).                           00001400
700153     05  TXH-TXN-CODE         PIC X(4).                           00001500
700153     05  TXH-TXN-SEQ          PIC 9(9).                           00001600
700153     05  TXH-POST-DATE        PIC 9(8).                           00001700
700153     05  TXH-POST-TIME        PIC 9(6).                           00001800
700153     05  TXH-USER-ID          PIC X(8).                           00001900
700203     05  FILLER               PIC X(17).                          00002000
