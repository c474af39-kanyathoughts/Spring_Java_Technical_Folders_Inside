#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700200******************************************************************00000100
700200**  COPYBOOK     CHGRATE                                          00000200
700200**  PURPOSE      One chargeback rate row, kept by finance: the    00000300
700200**               item priced, the date the rate takes effect and  00000400
700200**               the rate in dollars and cents per unit.  Items:  00000500
700200**                 CPUHOUR  - per hour of compare CPU             00000600
700200**                 ELAPHOUR - per hour of compare elapsed time    00000700
700200**                 DISPOSE  - per disposition added, changed or   00000800
700200**                            removed on DISPMST                  00000900
700200**                 TICKET   - per ticket the compare raised       00001000
700200**               A new rate is a new row with a later effective   00001100
700200**               date; BACHGBCK prices a month at the rate in     00001200
700200**               force on the first of it.  Rows starting '*' are 00001300
700200**               comments.                                        00001400
700200******************************************************************00001500
700200     05  CHR-ITEM             PIC X(8).                           00001600
700200         88  CHR-ITEM-CPU       VALUE 'CPUHOUR'.                  00001700
700200         88  CHR-ITEM-ELAPSED   VALUE 'ELAPHOUR'.                 00001800
700200         88  CHR-ITEM-DISPOSE   VALUE 'DISPOSE'.                  00001900
700200         88  CHR-ITEM-TICKET    VALUE 'TICKET'.                   00002000
700200     05  FILLER               PIC X.                              00002100
700200     05  CHR-EFF-DATE         PIC 9(8).                           00002200
700200     05  FILLER               PIC X.                              00002300
700200     05  CHR-RATE             PIC 9(7)V99.                        00002400
700200     05  FILLER               PIC X.                              00002500
700200     05  CHR-DESC             PIC X(30).                          00002600
700200     05  FILLER               PIC X(22).                          00002700
