#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700189******************************************************************00000100
700189**  COPYBOOK     DELTAREC                                         00000200
700189**  PURPOSE      One row of the delta backup BABKCMP writes under 00000300
700189**               the DELTA card and BADLTAPL applies: the record- 00000400
700189**               level changes that turn File2 into File1, in     00000500
700189**               compare (key) order.  Positions count every      00000600
700189**               File2 record read, header first, so File2's      00000700
700189**               header is position 1 and its trailer the last.   00000800
700189**                 H  File1's header record, replaces File2's     00000900
700189**                 I  File1 record to insert ahead of File2       00001000
700189**                    record DLT-POS2                             00001100
700189**                 D  File2 record DLT-POS2 is dropped            00001200
700189**                 R  File2 record DLT-POS2 is replaced by the    00001300
700189**                    File1 record carried                        00001400
700189**                 T  run totals, then File1's trailer record,    00001500
700189**                    which replaces File2's                      00001600
700189**               D and R rows carry the byte total of the File2   00001700
700189**               record they remove, so an apply against any      00001800
700189**               other File2 stops at the first row that does     00001900
700189**               not fit.  Byte totals are the HASHTOT fold.      00002000
700189******************************************************************00002100
700189     05  DLT-KIND             PIC X.                              00002200
700189         88  DLT-KIND-HDR       VALUE 'H'.                        00002300
700189         88  DLT-KIND-INSERT    VALUE 'I'.                        00002400
700189         88  DLT-KIND-DELETE    VALUE 'D'.                        00002500
700189         88  DLT-KIND-REPLACE   VALUE 'R'.                        00002600
700189         88  DLT-KIND-TLR       VALUE 'T'.                        00002700
700189     05  DLT-POS2             PIC 9(9).                           00002800
700189*** File1's key for H, I, R and T rows; File2's for D rows.       00002900
700203     05  DLT-KEY              PIC X(24).                          00003000
700189     05  DLT-XXYY             PIC X(4).                           00003100
700189     05  DLT-HASH2            PIC 9(10).                          00003200
700189*** Length of the record image carried; zero on D rows.           00003300
700189     05  DLT-LENG             PIC 9(5).                           00003400
700189     05  DLT-DATA             PIC X(32760).                       00003500
700189     05  DLT-TOTALS REDEFINES DLT-DATA.                           00003600
700189         10  DLT-TOT-INSERTS  PIC 9(9).                           00003700
700189         10  DLT-TOT-DELETES  PIC 9(9).                           00003800
700189         10  DLT-TOT-REPLACES PIC 9(9).                           00003900
700189*** Records read, header and trailer included, and byte totals    00004000
700189*** of each whole file.                                           00004100
700189         10  DLT-TOT-RECS1    PIC 9(9).                           00004200
700189         10  DLT-TOT-RECS2    PIC 9(9).                           00004300
700189         10  DLT-TOT-HASH1    PIC 9(10).                          00004400
700189         10  DLT-TOT-HASH2    PIC 9(10).                          00004500
700189*** N when the compare did not see every record of both files -   00004600
700189*** a restart, plan selection, partition or cutoff, a skipped     00004700
700189*** or translated record - and the delta cannot rebuild File1.    00004800
700189         10  DLT-TOT-COMPLETE PIC X.                              00004900
700189             88  DLT-TOT-COMPLETE-YES VALUE 'Y'.                  00005000
700189         10  FILLER           PIC X(14).                          00005100
700189         10  DLT-TLR-IMAGE    PIC X(32680).                       00005200
