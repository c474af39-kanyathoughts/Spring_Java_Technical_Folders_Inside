#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700159******************************************************************00000100
700159**  COPYBOOK     DEFHIST                                          00000200
700159**  PURPOSE      Defect-age history carried from night to night   00000300
700159**               by BADEFIMP: one row per defect named on the     00000400
700159**               disposition master, with the run date it was     00000500
700159**               first seen, the last run date it was seen and    00000600
700159**               the number of nights it has been open.  A        00000700
700159**               defect dropped from the master drops off the     00000800
700159**               next generation.                                 00000900
700159******************************************************************00001000
700159     05  DFH-DEFECT           PIC X(8).                           00001100
700159     05  DFH-FIRST-SEEN       PIC 9(8).                           00001200
700159     05  DFH-LAST-SEEN        PIC 9(8).                           00001300
700159     05  DFH-NIGHTS           PIC 9(5).                           00001400
700159     05  FILLER               PIC X(51).                          00001500
