#FIS******************************************************************* 
#FIS***                   COPYRIGHT 1993-2019                         * 
#FIS***      Fidelity National Information Services, Inc.             * 
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  *
#FIS******************************************************************* 
700201******************************************************************00000100
700201**  COPYBOOK     FPDEF2                                           00000200
700201**  PURPOSE      Participant Fund Position record, File2 side.    00000300
700201******************************************************************00000400
700201     05  FP2-FUND-ID           PIC X(3)       VALUE SPACES.       00000500
700201     05  FP2-UNITS             PIC S9(9)V9(6) COMP-3 VALUE ZERO.  00000600
700201     05  FP2-UNIT-PRICE        PIC S9(7)V9(6) COMP-3 VALUE ZERO.  00000700
700201     05  FP2-MARKET-VALUE      PIC S9(11)V99 COMP-3 VALUE ZERO.   00000800
700203     05  FILLER                PIC X(32721)   VALUE SPACES.       00000900
