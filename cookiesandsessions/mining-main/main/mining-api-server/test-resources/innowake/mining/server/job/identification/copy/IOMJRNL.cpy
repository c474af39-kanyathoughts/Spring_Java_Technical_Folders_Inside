#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700160******************************************************************00000100
700160**  COPYBOOK     IOMJRNL                                          00000200
700160**  PURPOSE      Parameter block for UTMJRNL, the change-journal  00000300
700160**               writer the DISPMST and DEPOLMST maintenance      00000400
700160**               programs call around every in-place update.      00000500
700160**               The caller fills the master name, action,        00000600
700160**               operator, key and the before and after images;   00000700
700160**               UTMJRNL stamps the date, time, program and job   00000800
700160**               and appends the MSTJRNL row.  OPEN/WRITE/CLOSE   00000900
700160**               operation literals are passed as separate CALL   00001000
700160**               parameters.                                      00001100
700160******************************************************************00001200
700160     05  IO-MJR-CALLING-PGM     PIC X(8)   VALUE 'PROGRAM'.       00001300
700160     05  IO-MJR-ERROR           PIC X      VALUE 'N'.             00001400
700160         88  IO-MJR-ERROR-YES VALUE 'Y'.                          00001500
700160         88  IO-MJR-ERROR-NO  VALUE 'N'.                          00001600
700160     05  IO-MJR-FILE-STATUS     PIC XX     VALUE '00'.            00001700
700160     05  IO-MJR-MASTER          PIC X(8)   VALUE SPACES.          00001800
700160     05  IO-MJR-ACTION          PIC X      VALUE SPACES.          00001900
700160         88  IO-MJR-ACTION-ADD     VALUE 'A'.                     00002000
700160         88  IO-MJR-ACTION-REPLACE VALUE 'R'.                     00002100
700160         88  IO-MJR-ACTION-DELETE  VALUE 'D'.                     00002200
700160     05  IO-MJR-OPERATOR        PIC X(8)   VALUE SPACES.          00002300
700191     05  IO-MJR-KEY             PIC X(17)  VALUE SPACES.          00002400
700160     05  IO-MJR-BEFORE          PIC X(80)  VALUE SPACES.          00002500
700160     05  IO-MJR-AFTER           PIC X(80)  VALUE SPACES.          00002600
700160     05  IO-MJR-WRITTEN         PIC 9(7)   VALUE ZERO.            00002700
700160*                                                                 00002800
700160 01  IO-MJR-OPEN                 PIC X(8)  VALUE 'OPEN'.          00002900
700160 01  IO-MJR-WRITE                PIC X(8)  VALUE 'WRITE'.         00003000
700160 01  IO-MJR-CLOSE                PIC X(8)  VALUE 'CLOSE'.         00003100
