#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700175******************************************************************00000100
700175**  COPYBOOK     LIVSTAT                                          00000200
700175**  PURPOSE      One OT200 DE difference re-checked by BALIVCHK   00000300
700175**               against the current live OmniPlus master record  00000400
700175**               for its key.  STILL-DIFFERENT, or NOW-MATCHES-   00000500
700175**               FILE1 / NOW-MATCHES-FILE2 when the live value has00000600
700175**               since come into line with that backup's value.   00000700
700175**               Layout of the LIVESTAT output the BADSPWB        00000800
700175**               workbench shows under each plan's detail.        00000900
700175**               LVS-NOTE says why a row stayed STILL-DIFFERENT   00001000
700175**               when there was nothing live to compare.          00001100
700175******************************************************************00001200
700191     05  LVS-PLAN-NUM         PIC X(10).                          00001300
700175     05  LVS-XXYY             PIC X(4).                           00001400
700175     05  LVS-PART-NUM         PIC X(11).                          00001500
700175     05  LVS-DENUM            PIC X(3).                           00001600
700175     05  LVS-DENAME           PIC X(20).                          00001700
700175     05  LVS-VAL1             PIC X(40).                          00001800
700175     05  LVS-VAL2             PIC X(40).                          00001900
700175     05  LVS-LIVE-VAL         PIC X(40).                          00002000
700175     05  LVS-STATUS           PIC X(17).                          00002100
700175         88  LVS-STATUS-STILL       VALUE 'STILL-DIFFERENT'.      00002200
700175         88  LVS-STATUS-MATCH1      VALUE 'NOW-MATCHES-FILE1'.    00002300
700175         88  LVS-STATUS-MATCH2      VALUE 'NOW-MATCHES-FILE2'.    00002400
700175         88  LVS-STATUS-CLOSABLE    VALUE 'NOW-MATCHES-FILE1'     00002500
700175                                          'NOW-MATCHES-FILE2'.    00002600
700175     05  LVS-NOTE             PIC X(11).                          00002700
700175         88  LVS-NOTE-NO-REC        VALUE 'NO-LIVE-REC'.          00002800
700175         88  LVS-NOTE-NO-DE         VALUE 'NO-LIVE-DE'.           00002900
700175         88  LVS-NOTE-CHANGED       VALUE 'CHANGED'.              00003000
700175     05  LVS-RUN-DATE         PIC X(8).                           00003100
700175     05  LVS-CHECK-DATE       PIC X(8).                           00003200
700191     05  FILLER               PIC X(28).                          00003300
