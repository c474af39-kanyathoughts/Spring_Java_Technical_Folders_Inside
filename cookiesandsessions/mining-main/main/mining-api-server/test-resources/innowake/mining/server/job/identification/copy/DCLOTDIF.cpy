#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700163******************************************************************00000100
700163**  COPYBOOK     DCLOTDIF                                         00000200
700163**  PURPOSE      DB2 declaration and host structure for the       00000300
700163**               BABK.OT200_DIFF reporting table: one row per DE  00000400
700163**               difference BAOTLOAD loads out of a night's OT200 00000500
700163**               extract, keyed by run date, plan, RecordType, DE 00000600
700163**               and the difference's sequence within the run.    00000700
700163******************************************************************00000800
700163     EXEC SQL DECLARE BABK.OT200_DIFF TABLE                       00000900
700163     ( RUN_DATE                       CHAR(8) NOT NULL,           00001000
700191       PLAN_NUM                       CHAR(10) NOT NULL,          00001100
700163       REC_TYPE                       CHAR(4) NOT NULL,           00001200
700163       DE_NUM                         CHAR(3) NOT NULL,           00001300
700163       DIFF_SEQ                       INTEGER NOT NULL,           00001400
700163       PART_NUM                       CHAR(11) NOT NULL,          00001500
700163       DE_NAME                        CHAR(20) NOT NULL,          00001600
700163       FILE1_VALUE                    CHAR(40) NOT NULL,          00001700
700163       FILE2_VALUE                    CHAR(40) NOT NULL,          00001800
700163       SRC_PROC                       CHAR(13) NOT NULL,          00001900
700163       CRITICALITY                    CHAR(6) NOT NULL            00002000
700163     ) END-EXEC.                                                  00002100
700163 01  DCLOT200-DIFF.                                               00002200
700163     10  ODF-RUN-DATE         PIC X(8).                           00002300
700191     10  ODF-PLAN-NUM         PIC X(10).                          00002400
700163     10  ODF-REC-TYPE         PIC X(4).                           00002500
700163     10  ODF-DE-NUM           PIC X(3).                           00002600
700163     10  ODF-DIFF-SEQ         PIC S9(9) COMP.                     00002700
700163     10  ODF-PART-NUM         PIC X(11).                          00002800
700163     10  ODF-DE-NAME          PIC X(20).                          00002900
700163     10  ODF-FILE1-VALUE      PIC X(40).                          00003000
700163     10  ODF-FILE2-VALUE      PIC X(40).                          00003100
700163     10  ODF-SRC-PROC         PIC X(13).                          00003200
700163     10  ODF-CRITICALITY      PIC X(6).                           00003300
