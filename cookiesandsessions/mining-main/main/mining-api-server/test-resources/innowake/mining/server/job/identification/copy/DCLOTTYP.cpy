#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700163******************************************************************00000100
700163**  COPYBOOK     DCLOTTYP                                         00000200
700163**  PURPOSE      DB2 declaration and host structure for the       00000300
700163**               BABK.RUN_TYPE_STATS reporting table: the STATSOUT00000400
700163**               STRECS counter set, one row per RecordType per   00000500
700163**               run date.                                        00000600
700163******************************************************************00000700
700163     EXEC SQL DECLARE BABK.RUN_TYPE_STATS TABLE                   00000800
700163     ( RUN_DATE                       CHAR(8) NOT NULL,           00000900
700163       REC_TYPE                       CHAR(4) NOT NULL,           00001000
700163       REC_DESC                       CHAR(20) NOT NULL,          00001100
700163       BKPI_RECS                      DECIMAL(9, 0) NOT NULL,     00001200
700163       BKPI2_RECS                     DECIMAL(9, 0) NOT NULL,     00001300
700163       MATCHED                        DECIMAL(9, 0) NOT NULL,     00001400
700163       EXTRA1                         DECIMAL(9, 0) NOT NULL,     00001500
700163       EXTRA2                         DECIMAL(9, 0) NOT NULL,     00001600
700163       DIFFER                         DECIMAL(9, 0) NOT NULL,     00001700
700163       SAME                           DECIMAL(9, 0) NOT NULL,     00001800
700163       DIFF_DES                       DECIMAL(9, 0) NOT NULL,     00001900
700163       CORRUPT                        DECIMAL(9, 0) NOT NULL,     00002000
700163       STATS_DATE                     CHAR(8) NOT NULL            00002100
700163     ) END-EXEC.                                                  00002200
700163 01  DCLRUN-TYPE-STATS.                                           00002300
700163     10  OTS-RUN-DATE         PIC X(8).                           00002400
700163     10  OTS-REC-TYPE         PIC X(4).                           00002500
700163     10  OTS-REC-DESC         PIC X(20).                          00002600
700163     10  OTS-BKPI-RECS        PIC S9(9) COMP-3.                   00002700
700163     10  OTS-BKPI2-RECS       PIC S9(9) COMP-3.                   00002800
700163     10  OTS-MATCHED          PIC S9(9) COMP-3.                   00002900
700163     10  OTS-EXTRA1           PIC S9(9) COMP-3.                   00003000
700163     10  OTS-EXTRA2           PIC S9(9) COMP-3.                   00003100
700163     10  OTS-DIFFER           PIC S9(9) COMP-3.                   00003200
700163     10  OTS-SAME             PIC S9(9) COMP-3.                   00003300
700163     10  OTS-DIFF-DES         PIC S9(9) COMP-3.                   00003400
700163     10  OTS-CORRUPT          PIC S9(9) COMP-3.                   00003500
700163     10  OTS-STATS-DATE       PIC X(8).                           00003600
