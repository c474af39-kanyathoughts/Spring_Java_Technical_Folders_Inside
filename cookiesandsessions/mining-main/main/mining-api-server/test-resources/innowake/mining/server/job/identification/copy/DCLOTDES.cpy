#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700163******************************************************************00000100
700163**  COPYBOOK     DCLOTDES                                         00000200
700163**  PURPOSE      DB2 declaration and host structure for the       00000300
700163**               BABK.RUN_DE_STATS reporting table: the STATSOUT  00000400
700163**               STCO row, one per differing RecordType/DE per    00000500
700163**               run date.                                        00000600
700163******************************************************************00000700
700163     EXEC SQL DECLARE BABK.RUN_DE_STATS TABLE                     00000800
700163     ( RUN_DATE                       CHAR(8) NOT NULL,           00000900
700163       REC_TYPE                       CHAR(4) NOT NULL,           00001000
700163       DE_NUM                         CHAR(3) NOT NULL,           00001100
700163       DE_NAME                        CHAR(20) NOT NULL,          00001200
700163       DIFFERENT                      DECIMAL(9, 0) NOT NULL,     00001300
700163       TOLERATED                      DECIMAL(9, 0) NOT NULL,     00001400
700163       STATS_DATE                     CHAR(8) NOT NULL            00001500
700163     ) END-EXEC.                                                  00001600
700163 01  DCLRUN-DE-STATS.                                             00001700
700163     10  ODS-RUN-DATE         PIC X(8).                           00001800
700163     10  ODS-REC-TYPE         PIC X(4).                           00001900
700163     10  ODS-DE-NUM           PIC X(3).                           00002000
700163     10  ODS-DE-NAME          PIC X(20).                          00002100
700163     10  ODS-DIFFERENT        PIC S9(9) COMP-3.                   00002200
700163     10  ODS-TOLERATED        PIC S9(9) COMP-3.                   00002300
700163     10  ODS-STATS-DATE       PIC X(8).                           00002400
