#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700184******************************************************************00000100
700184**  COPYBOOK     OWNTAB                                           00000200
700184**  PURPOSE      Analyst ownership table row, read by BAWKROUT to 00000300
700184**               route each open difference group (plan and       00000400
700184**               RecordType) to the analyst or team that works    00000500
700184**               it.  A row covers a sponsor, a plan range and a  00000600
700184**               RecordType; ALL or blank in the sponsor or       00000700
700184**               RecordType, or a blank plan range, covers all    00000800
700184**               (ALL as in the DISPMST plan).  Rows are taken    00000900
700184**               in file order, so specific rows go ahead of the  00001000
700184**               catch-alls.  OWN-ABSENT 'Y' (or an ABSENT card   00001100
700184**               on the routing run) sends the owner's items to   00001200
700184**               the backup owner; items left open past the       00001300
700184**               escalation age go to the team lead.  Rows with   00001400
700184**               '*' in column 1 are comments.                    00001500
700184******************************************************************00001600
700184     05  OWN-SPONSOR          PIC X(8).                           00001700
700184     05  FILLER               PIC X.                              00001800
700191     05  OWN-PLAN-LO          PIC X(10).                          00001900
700184     05  FILLER               PIC X.                              00002000
700191     05  OWN-PLAN-HI          PIC X(10).                          00002100
700184     05  FILLER               PIC X.                              00002200
700184     05  OWN-XXYY             PIC X(4).                           00002300
700184     05  FILLER               PIC X.                              00002400
700184     05  OWN-ANALYST          PIC X(8).                           00002500
700184     05  FILLER               PIC X.                              00002600
700184     05  OWN-BACKUP           PIC X(8).                           00002700
700184     05  FILLER               PIC X.                              00002800
700184     05  OWN-LEAD             PIC X(8).                           00002900
700184     05  FILLER               PIC X.                              00003000
700184     05  OWN-ABSENT           PIC X.                              00003100
700184         88  OWN-ABSENT-YES     VALUE 'Y'.                        00003200
700191     05  FILLER               PIC X(16).                          00003300
