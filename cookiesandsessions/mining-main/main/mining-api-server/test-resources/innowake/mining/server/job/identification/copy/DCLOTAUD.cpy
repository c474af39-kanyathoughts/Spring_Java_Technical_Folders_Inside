#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700163******************************************************************00000100
700163**  COPYBOOK     DCLOTAUD                                         00000200
700163**  PURPOSE      DB2 declaration and host structure for the       00000300
700163**               BABK.RUN_AUDIT reporting table: the compare's    00000400
700163**               AUDIT row - control cards, headline counts,      00000500
700163**               threshold breach, content hashes, volume and     00000600
700163**               elapsed time - one row per run date.             00000700
700163******************************************************************00000800
700163     EXEC SQL DECLARE BABK.RUN_AUDIT TABLE                        00000900
700163     ( RUN_DATE                       CHAR(8) NOT NULL,           00001000
700163       AUDIT_DATE                     CHAR(8) NOT NULL,           00001100
700163       AUDIT_TIME                     CHAR(11) NOT NULL,          00001200
700163       CONTROL_CARDS                  CHAR(60) NOT NULL,          00001300
700163       MATCHED                        DECIMAL(9, 0) NOT NULL,     00001400
700163       DIFFERENT                      DECIMAL(9, 0) NOT NULL,     00001500
700163       EXTRA1                         DECIMAL(9, 0) NOT NULL,     00001600
700163       EXTRA2                         DECIMAL(9, 0) NOT NULL,     00001700
700163       BREACH                         CHAR(3) NOT NULL,           00001800
700163       HASH1                          DECIMAL(10, 0) NOT NULL,    00001900
700163       HASH2                          DECIMAL(10, 0) NOT NULL,    00002000
700163       RECS                           DECIMAL(9, 0) NOT NULL,     00002100
700163       ELAPSED                        DECIMAL(7, 0) NOT NULL      00002200
700163     ) END-EXEC.                                                  00002300
700163 01  DCLRUN-AUDIT.                                                00002400
700163     10  OAU-RUN-DATE         PIC X(8).                           00002500
700163     10  OAU-AUDIT-DATE       PIC X(8).                           00002600
700163     10  OAU-AUDIT-TIME       PIC X(11).                          00002700
700163     10  OAU-CONTROL-CARDS    PIC X(60).                          00002800
700163     10  OAU-MATCHED          PIC S9(9) COMP-3.                   00002900
700163     10  OAU-DIFFERENT        PIC S9(9) COMP-3.                   00003000
700163     10  OAU-EXTRA1           PIC S9(9) COMP-3.                   00003100
700163     10  OAU-EXTRA2           PIC S9(9) COMP-3.                   00003200
700163     10  OAU-BREACH           PIC X(3).                           00003300
700163     10  OAU-HASH1            PIC S9(10) COMP-3.                  00003400
700163     10  OAU-HASH2            PIC S9(10) COMP-3.                  00003500
700163     10  OAU-RECS             PIC S9(9) COMP-3.                   00003600
700163     10  OAU-ELAPSED          PIC S9(7) COMP-3.                   00003700
