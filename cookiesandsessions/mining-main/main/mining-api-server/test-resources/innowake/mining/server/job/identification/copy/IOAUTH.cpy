#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700161******************************************************************00000100
700161**  COPYBOOK     IOAUTH                                           00000200
700161**  PURPOSE      Parameter block for UTAUTH, the authorization    00000300
700161**               check the maintenance utilities make before      00000400
700161**               every change.  The caller fills the user ID,     00000500
700161**               card verb and, for plan-scoped changes, the plan 00000600
700161**               (and high plan of a range); CHECK answers        00000700
700161**               IO-AUTH-ALLOWED or IO-AUTH-DENIED with a reason, 00000800
700161**               and a refusal is logged to AUTHLOG.  The         00000900
700161**               utility checked is IO-AUTH-CALLING-PGM.          00001000
700161**               OPEN/CHECK/CLOSE operation literals are passed   00001100
700161**               as separate CALL parameters.                     00001200
700161******************************************************************00001300
700161     05  IO-AUTH-CALLING-PGM    PIC X(8)   VALUE 'PROGRAM'.       00001400
700161     05  IO-AUTH-ERROR          PIC X      VALUE 'N'.             00001500
700161         88  IO-AUTH-ERROR-YES VALUE 'Y'.                         00001600
700161         88  IO-AUTH-ERROR-NO  VALUE 'N'.                         00001700
700161     05  IO-AUTH-FILE-STATUS    PIC XX     VALUE '00'.            00001800
700161     05  IO-AUTH-USERID         PIC X(8)   VALUE SPACES.          00001900
700161     05  IO-AUTH-VERB           PIC X(8)   VALUE SPACES.          00002000
700191     05  IO-AUTH-PLAN           PIC X(10)  VALUE SPACES.          00002100
700191     05  IO-AUTH-PLAN-HI        PIC X(10)  VALUE SPACES.          00002200
700161     05  IO-AUTH-RESULT         PIC X      VALUE 'N'.             00002300
700161         88  IO-AUTH-ALLOWED   VALUE 'Y'.                         00002400
700161         88  IO-AUTH-DENIED    VALUE 'N'.                         00002500
700161     05  IO-AUTH-REASON         PIC X(20)  VALUE SPACES.          00002600
700161     05  IO-AUTH-DENIED-CNT     PIC 9(7)   VALUE ZERO.            00002700
700161*                                                                 00002800
700161 01  IO-AUTH-OPEN                PIC X(8)  VALUE 'OPEN'.          00002900
700161 01  IO-AUTH-CHECK               PIC X(8)  VALUE 'CHECK'.         00003000
700161 01  IO-AUTH-CLOSE               PIC X(8)  VALUE 'CLOSE'.         00003100
