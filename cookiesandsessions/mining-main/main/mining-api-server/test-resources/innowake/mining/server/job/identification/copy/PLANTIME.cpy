#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700203******************************************************************00000100
700203**  COPYBOOK     PLANTIME                                         00000200
700203**  PURPOSE      Per-plan timing row BABKCMP writes under the     00000300
700203**               PLANSTAT card; read back by BAPRNPLN for split   00000400
700203**               points and by BACHGBCK for the chargeback.       00000500
700203**                 kind blank - a whole plan                      00000600
700203**                 kind R     - one task's range of a split plan, 00000700
700203**                              PLTM-FROM its first participant   00000800
700203**                 kind P     - a progress mark: seconds spent on 00000900
700203**                              the participants before PLTM-PART 00001000
700203**                              since the previous mark; a blank  00001100
700203**                              PLTM-PART closes the plan         00001200
700203**               Counts and run date are kept as characters with  00001300
700203**               numeric views, so a reader can test a row before 00001400
700203**               using it; the run date is blank on rows written  00001500
700203**               before BABKCMP stamped it.                       00001600
700203******************************************************************00001700
700203     05  PLTM-PLAN-NUM          PIC X(10).                        00001800
700203     05  FILLER                 PIC X(1).                         00001900
700203     05  PLTM-RECS              PIC X(9).                         00002000
700203     05  PLTM-RECS-N REDEFINES PLTM-RECS                          00002100
700203                                PIC 9(9).                         00002200
700203     05  FILLER                 PIC X(1).                         00002300
700203     05  PLTM-ELAPSED           PIC X(7).                         00002400
700203     05  PLTM-ELAPSED-N REDEFINES PLTM-ELAPSED                    00002500
700203                                PIC 9(7).                         00002600
700203     05  FILLER                 PIC X(1).                         00002700
700203     05  PLTM-KIND              PIC X(1).                         00002800
700203         88  PLTM-KIND-PLAN     VALUE ' '.                        00002900
700203         88  PLTM-KIND-RANGE    VALUE 'R'.                        00003000
700203         88  PLTM-KIND-MARK     VALUE 'P'.                        00003100
700203     05  FILLER                 PIC X(1).                         00003200
700203     05  PLTM-PART              PIC X(11).                        00003300
700203     05  FILLER                 PIC X(1).                         00003400
700203     05  PLTM-FROM              PIC X(11).                        00003500
700203     05  FILLER                 PIC X(1).                         00003600
700203     05  PLTM-RUN-DATE          PIC X(8).                         00003700
700203     05  PLTM-RUN-DATE-N REDEFINES PLTM-RUN-DATE                  00003800
700203                                PIC 9(8).                         00003900
700203     05  FILLER                 PIC X(17).                        00004000
