#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700169******************************************************************00000100
700169**  COPYBOOK     IOACCLOG                                         00000200
700169**  PURPOSE      Parameter block for UTACCLOG, the access-log     00000300
700169**               writer the participant lookup programs call for  00000400
700169**               every lookup.  The caller fills the user ID,     00000500
700169**               plan, participant (or full key) and the stated   00000600
700169**               reason; UTACCLOG stamps the date, time, program  00000700
700169**               and job and appends the ACCLOG row.  OPEN/WRITE/ 00000800
700169**               CLOSE operation literals are passed as separate  00000900
700169**               CALL parameters.                                 00001000
700169******************************************************************00001100
700169     05  IO-ACL-CALLING-PGM     PIC X(8)   VALUE 'PROGRAM'.       00001200
700169     05  IO-ACL-ERROR           PIC X      VALUE 'N'.             00001300
700169         88  IO-ACL-ERROR-YES VALUE 'Y'.                          00001400
700169         88  IO-ACL-ERROR-NO  VALUE 'N'.                          00001500
700169     05  IO-ACL-FILE-STATUS     PIC XX     VALUE '00'.            00001600
700169     05  IO-ACL-USERID          PIC X(8)   VALUE SPACES.          00001700
700191     05  IO-ACL-PLAN            PIC X(10)  VALUE SPACES.          00001800
700169     05  IO-ACL-PART            PIC X(11)  VALUE SPACES.          00001900
700203     05  IO-ACL-KEY             PIC X(24)  VALUE SPACES.          00002000
700169     05  IO-ACL-REASON          PIC X(60)  VALUE SPACES.          00002100
700169     05  IO-ACL-WRITTEN         PIC 9(7)   VALUE ZERO.            00002200
700169*                                                                 00002300
700169 01  IO-ACL-OPEN                 PIC X(8)  VALUE 'OPEN'.          00002400
700169 01  IO-ACL-WRITE                PIC X(8)  VALUE 'WRITE'.         00002500
700169 01  IO-ACL-CLOSE                PIC X(8)  VALUE 'CLOSE'.         00002600
