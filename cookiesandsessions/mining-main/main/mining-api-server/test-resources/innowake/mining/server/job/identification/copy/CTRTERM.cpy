#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700194******************************************************************00000100
700194**  COPYBOOK     CTRTERM                                          00000200
700194**  PURPOSE      Contract-terms extract row, one per plan, as the 00000300
700194**               contract administration team sends it from the   00000400
700194**               signed sponsor contract: the plan type, the      00000500
700194**               effective date, the sponsor and up to six        00000600
700194**               provisions, each a provision code and the value  00000700
700194**               the contract sets for it.  Provision values are  00000800
700194**               in the form the plan's PL DE shows (left         00000900
700194**               justified); PROVDE control cards say which PL DE 00001000
700194**               holds each provision code.                       00001100
700194******************************************************************00001200
700194     05  CTT-PLAN-NUM         PIC X(10).                          00001300
700194     05  FILLER               PIC X.                              00001400
700194     05  CTT-PLAN-TYPE        PIC X(4).                           00001500
700194     05  FILLER               PIC X.                              00001600
700194     05  CTT-EFF-DATE         PIC 9(8).                           00001700
700194     05  FILLER               PIC X.                              00001800
700194     05  CTT-SPONSOR-NUM      PIC X(10).                          00001900
700194     05  FILLER               PIC X.                              00002000
700194     05  CTT-PROV-ENTRY OCCURS 6 TIMES.                           00002100
700194         10  CTT-PROV-CODE    PIC X(8).                           00002200
700194         10  FILLER           PIC X.                              00002300
700194         10  CTT-PROV-VALUE   PIC X(16).                          00002400
700194         10  FILLER           PIC X.                              00002500
700194     05  FILLER               PIC X(8).                           00002600
