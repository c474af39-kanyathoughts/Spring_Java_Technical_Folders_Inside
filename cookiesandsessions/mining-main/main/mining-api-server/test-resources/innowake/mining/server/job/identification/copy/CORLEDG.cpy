#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700167******************************************************************00000100
700167**  COPYBOOK     CORLEDG                                          00000200
700167**  PURPOSE      Record layout of the keyed correction ledger     00000300
700167**               BACORGEN keeps, one row per correction batch,    00000400
700167**               keyed CLG-KEY (the batch ID).  A generate run    00000500
700167**               adds the row with the batch's money totals and   00000600
700167**               the thresholds in force: a batch within them is  00000700
700167**               released on the spot (AUTO), one over them is    00000800
700167**               held PENDING until a second operator's RELEASE   00000900
700167**               run writes its transactions for apply.  Money    00001000
700167**               totals are the sum and largest of the absolute   00001100
700167**               changes to MONEYDE DEs, in dollars and cents.    00001200
700167******************************************************************00001300
700167     05  CLG-KEY.                                                 00001400
700167         10  CLG-BATCHID      PIC X(10).                          00001500
700167     05  CLG-STATUS           PIC X.                              00001600
700167         88  CLG-STATUS-PENDING  VALUE 'P'.                       00001700
700167         88  CLG-STATUS-RELEASED VALUE 'R'.                       00001800
700167         88  CLG-STATUS-AUTO     VALUE 'A'.                       00001900
700167     05  CLG-STAGED-BY        PIC X(8).                           00002000
700167     05  CLG-STAGED-ON        PIC 9(8).                           00002100
700167     05  CLG-RELEASED-BY      PIC X(8).                           00002200
700167     05  CLG-RELEASED-ON      PIC 9(8).                           00002300
700167     05  CLG-APPLYTO          PIC X.                              00002400
700167     05  CLG-TXN-COUNT        PIC 9(7).                           00002500
700167     05  CLG-MONEY-COUNT      PIC 9(7).                           00002600
700167     05  CLG-MONEY-TOTAL      PIC 9(13)V99.                       00002700
700167     05  CLG-MONEY-MAX        PIC 9(13)V99.                       00002800
700167     05  CLG-OVER-TXN         PIC 9(5).                           00002900
700167     05  CLG-TXN-LIMIT        PIC 9(9).                           00003000
700167     05  CLG-BATCH-LIMIT      PIC 9(9).                           00003100
700167     05  FILLER               PIC X(9).                           00003200
