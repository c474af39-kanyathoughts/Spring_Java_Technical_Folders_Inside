#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700193******************************************************************00000100
700193**  COPYBOOK     PRNGRES                                          00000200
700193**  PURPOSE      One row of a split plan's partial result, written00000300
700193**               by BABKCMP to PARTRES for every plan it compared 00000400
700193**               under a PARTRANGE card, and read back by BAPRNMRG00000500
700193**               to merge the participant ranges of each plan into00000600
700193**               one plan result.  Rows for one range are written 00000700
700193**               in this order:                                   00000800
700193**                 P - the range's plan counters, money totals,   00000900
700203**                     participant counts and plan-missing side,  00001000
700203**                     and the FUNDCHK fund position totals       00000000
700193**                 D - one row per RecordType / DE that differed  00001100
700193**                     or was tolerated within the range          00001200
700193**               A range runs from its FROM participant (blank -  00001300
700193**               the start of the plan) up to but not including   00001400
700193**               its TO participant (blank - the end of the plan).00001500
700193******************************************************************00001600
700193     05  PRR-KIND             PIC X.                              00001700
700193         88  PRR-KIND-PLAN    VALUE 'P'.                          00001800
700193         88  PRR-KIND-DE      VALUE 'D'.                          00001900
700193     05  FILLER               PIC X.                              00002000
700193     05  PRR-RUN-DATE         PIC 9(8).                           00002100
700193     05  FILLER               PIC X.                              00002200
700193     05  PRR-PLAN-NUM         PIC X(10).                          00002300
700193     05  FILLER               PIC X.                              00002400
700193     05  PRR-FROM             PIC X(11).                          00002500
700193     05  FILLER               PIC X.                              00002600
700193     05  PRR-TO               PIC X(11).                          00002700
700193     05  FILLER               PIC X.                              00002800
700193     05  PRR-TASK             PIC 9(3).                           00002900
700193     05  FILLER               PIC X.                              00003000
700203     05  PRR-DETAIL           PIC X(170).                         00003100
700193*** P row: the counters as BABKCMP keeps them per plan.           00003200
700193     05  PRR-PLAN-DATA REDEFINES PRR-DETAIL.                      00003300
700193         10  PRR-BKPI             PIC 9(8).                       00003400
700193         10  PRR-BKPI2            PIC 9(8).                       00003500
700193         10  PRR-EXTRA-BKPI       PIC 9(8).                       00003600
700193         10  PRR-EXTRA-BKPI2      PIC 9(8).                       00003700
700193         10  PRR-MATCHED          PIC 9(8).                       00003800
700193         10  PRR-DIFF-RECS        PIC 9(8).                       00003900
700193         10  PRR-DIFF-DES         PIC 9(8).                       00004000
700193         10  PRR-DATA-SAME        PIC 9(8).                       00004100
700193         10  PRR-DATA-DIFF        PIC 9(8).                       00004200
700203         10  PRR-MONEY-BKPI       PIC S9(13)V99                   00004300
700193                                  SIGN LEADING SEPARATE.          00004400
700203         10  PRR-MONEY-BKPI2      PIC S9(13)V99                   00004500
700193                                  SIGN LEADING SEPARATE.          00004600
700193         10  PRR-PART-BKPI        PIC 9(8).                       00004700
700193         10  PRR-PART-BKPI2       PIC 9(8).                       00004800
700193         10  PRR-PART-IMPACT      PIC 9(8).                       00004900
700193*** Blank, or 1 / 2 - the plan was missing from File1 / File2     00005000
700193*** when the range started.                                       00005100
700193         10  PRR-PLANMISS         PIC X.                          00005200
700203*** Y when the range ran under FUNDCHK: its Fund Position market  00000000
700203*** value totals and the tolerance they reconcile to its money.   00000000
700203         10  PRR-FUNDCHK          PIC X.                          00000000
700203             88  PRR-FUNDCHK-YES  VALUE 'Y'.                      00000000
700203         10  PRR-FUND-BKPI        PIC S9(13)V99                   00000000
700203                                  SIGN LEADING SEPARATE.          00000000
700203         10  PRR-FUND-BKPI2       PIC S9(13)V99                   00000000
700203                                  SIGN LEADING SEPARATE.          00000000
700203         10  PRR-FUND-TOLER       PIC 9(3)V99.                    00000000
700203         10  FILLER               PIC X(3).                       00005300
700193*** D row: the range's share of the by-DE summary.                00005400
700193     05  PRR-DE-DATA REDEFINES PRR-DETAIL.                        00005500
700193         10  PRR-XXYY             PIC X(4).                       00005600
700193         10  PRR-DENUM            PIC 9(3).                       00005700
700193         10  PRR-DENAME           PIC X(20).                      00005800
700193         10  PRR-DE-DIFF          PIC 9(9).                       00005900
700193         10  PRR-DE-TOLER         PIC 9(9).                       00006000
700203         10  FILLER               PIC X(125).                     00006100
