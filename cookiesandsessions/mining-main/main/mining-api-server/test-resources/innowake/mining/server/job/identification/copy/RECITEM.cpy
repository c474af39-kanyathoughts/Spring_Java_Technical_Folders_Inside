#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700177******************************************************************00000100
700177**  COPYBOOK     RECITEM                                          00000200
700177**  PURPOSE      Known reconciling item between a plan's backup   00000300
700177**               money total and the custodian's position for it, 00000400
700177**               kept by trust operations: RCI-AMOUNT is how much 00000500
700177**               more the custodian holds than the recordkeeping  00000600
700177**               total for a known reason (pending trade, wire in 00000700
700177**               transit, ...), negative when it holds less.      00000800
700177**               BACUSREC carries OPEN items forward each day with00000900
700177**               the date it last saw them, and writes an item    00001000
700177**               CLEARED once its plan balances without it.       00001100
700177******************************************************************00001200
700191     05  RCI-PLAN-NUM         PIC X(10).                          00001300
700177     05  FILLER               PIC X.                              00001400
700177     05  RCI-ITEM-ID          PIC X(10).                          00001500
700177     05  FILLER               PIC X.                              00001600
700177     05  RCI-AMOUNT           PIC S9(15) SIGN LEADING SEPARATE.   00001700
700177     05  FILLER               PIC X.                              00001800
700177     05  RCI-OPEN-DATE        PIC 9(8).                           00001900
700177     05  FILLER               PIC X.                              00002000
700177     05  RCI-LAST-DATE        PIC 9(8).                           00002100
700177     05  FILLER               PIC X.                              00002200
700177     05  RCI-STATUS           PIC X(7).                           00002300
700177         88  RCI-STATUS-OPEN     VALUE 'OPEN' SPACES.             00002400
700177         88  RCI-STATUS-CLEARED  VALUE 'CLEARED'.                 00002500
700177     05  FILLER               PIC X.                              00002600
700177     05  RCI-DESC             PIC X(19).                          00002700
