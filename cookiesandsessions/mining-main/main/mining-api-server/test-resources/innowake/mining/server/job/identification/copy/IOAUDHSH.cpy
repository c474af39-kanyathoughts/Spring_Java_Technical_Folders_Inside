#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700171******************************************************************00000100
700171**  COPYBOOK     IOAUDHSH                                         00000200
700171**  PURPOSE      Parameter block for UTAUDHSH, the audit-trail    00000300
700171**               chain hash.  The caller passes the row content   00000400
700171**               (everything ahead of the chain column) and the   00000500
700171**               chain value of the row before it - zero for the  00000600
700171**               first chained row; UTAUDHSH returns the chain    00000700
700171**               value to store on, or check against, the row.    00000800
700171**               IO-AHS-KEYED tells whether the AUDKEY seed was   00000900
700171**               on hand, so a verifier can say which it proved.  00001000
700171******************************************************************00001100
700171     05  IO-AHS-CALLING-PGM     PIC X(8)   VALUE 'PROGRAM'.       00001200
700171     05  IO-AHS-KEYED           PIC X      VALUE 'N'.             00001300
700171         88  IO-AHS-KEYED-YES VALUE 'Y'.                          00001400
700171         88  IO-AHS-KEYED-NO  VALUE 'N'.                          00001500
700171     05  IO-AHS-PREV            PIC 9(10)  VALUE ZERO.            00001600
700171     05  IO-AHS-ROW             PIC X(161) VALUE SPACES.          00001700
700171     05  IO-AHS-CHAIN           PIC 9(10)  VALUE ZERO.            00001800
