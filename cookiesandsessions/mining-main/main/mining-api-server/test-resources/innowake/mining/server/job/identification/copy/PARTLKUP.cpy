#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700187******************************************************************00000100
700187**  COPYBOOK     PARTLKUP                                         00000200
700187**  PURPOSE      Record layout of the keyed participant-difference00000300
700187**               lookup file BAPARTLK rebuilds each night from the00000400
700187**               cycle's OT200 extract, for the call center's     00000500
700187**               online inquiry.  One row per open difference,    00000600
700187**               keyed plan, participant, RecordType, DE and an   00000700
700187**               occurrence number (a participant with several    00000800
700187**               records of one type can differ on the same DE    00000900
700187**               more than once), so the inquiry positions on     00001000
700187**               plan and participant and reads forward while the 00001100
700191**               first 21 bytes of the key still match.  A        00001200
700187**               participant with nothing open has no rows.       00001300
700187**               Values are masked as the compare masks them on   00001400
700187**               every report; the disposition status is the live 00001500
700187**               DISPMST row's, or UNDISPOSED; the ticket is the  00001600
700187**               last one the ticketing system acknowledged for   00001700
700187**               the plan and RecordType, else the disposition's  00001800
700187**               defect.  The first-seen date is carried forward  00001900
700187**               from the night the difference first appeared.    00002000
700187******************************************************************00002100
700187     05  PLK-KEY.                                                 00002200
700191         10  PLK-PLAN         PIC X(10).                          00002300
700187         10  PLK-PART         PIC X(11).                          00002400
700187         10  PLK-XXYY         PIC X(4).                           00002500
700187         10  PLK-DENUM        PIC X(3).                           00002600
700187         10  PLK-OCCUR        PIC 9(3).                           00002700
700187     05  PLK-DENAME           PIC X(20).                          00002800
700187     05  PLK-VAL1             PIC X(40).                          00002900
700187     05  PLK-VAL2             PIC X(40).                          00003000
700187     05  PLK-DISP-STATUS      PIC X(12).                          00003100
700187         88  PLK-UNDISPOSED     VALUE 'UNDISPOSED'.               00003200
700187     05  PLK-TICKET           PIC X(8).                           00003300
700187     05  PLK-CRIT             PIC X(6).                           00003400
700187     05  PLK-FIRST-SEEN       PIC 9(8).                           00003500
700187*** Date and time of the build that last carried the row; rows    00003600
700187*** a build did not carry are removed at its end.                 00003700
700187     05  PLK-BUILD-STAMP.                                         00003800
700187         10  PLK-BUILD-DATE   PIC 9(8).                           00003900
700187         10  PLK-BUILD-TIME   PIC 9(8).                           00004000
700191     05  FILLER               PIC X(19).                          00004100
