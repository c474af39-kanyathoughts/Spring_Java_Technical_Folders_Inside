#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700153******************************************************************00000100
700153**  COPYBOOK     OTEXPL                                           00000200
700153**  PURPOSE      One OT200 DE difference as tagged by BAOTEXPL    00000300
700153**               against the transaction history: EXPLAINED-BY-   00000400
700153**               TXN with the transaction code and sequence that  00000500
700153**               touched the DE, or UNEXPLAINED.  Layout of the   00000600
700153**               UNXFEED and TAGFEED outputs.                     00000700
700153******************************************************************00000800
700191     05  OTX-PLAN-NUM         PIC X(10).                          00000900
700153     05  OTX-XXYY             PIC X(4).                           00001000
700153     05  OTX-PART-NUM         PIC X(11).                          00001100
700153     05  OTX-DENUM            PIC X(3).                           00001200
700153     05  OTX-DENAME           PIC X(20).                          00001300
700153     05  OTX-VAL1             PIC X(40).                          00001400
700153     05  OTX-VAL2             PIC X(40).                          00001500
700153     05  OTX-STATUS           PIC X(16).                          00001600
700153         88  OTX-STATUS-EXPLAINED   VALUE 'EXPLAINED-BY-TXN'.     00001700
700153         88  OTX-STATUS-UNEXPLAINED VALUE 'UNEXPLAINED'.          00001800
700153     05  OTX-TXN-CODE         PIC X(4).                           00001900
700153     05  OTX-TXN-SEQ          PIC 9(9).                           00002000
700153     05  OTX-RUN-DATE         PIC X(8).                           00002100
700191     05  FILLER               PIC X(35).                          00002200
