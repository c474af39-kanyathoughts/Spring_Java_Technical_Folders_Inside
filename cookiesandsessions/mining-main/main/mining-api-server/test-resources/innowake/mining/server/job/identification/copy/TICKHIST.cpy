#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700172******************************************************************00000100
700172**  COPYBOOK     TICKHIST                                         00000200
700172**  PURPOSE      One ticket-acknowledgment history row, appended  00000300
700172**               by BATICREC for every fed row it reconciles:     00000400
700172**               the run date and time, the plan/RecordType the   00000500
700172**               compare raised the ticket for, its difference    00000600
700172**               count, whether the ticketing system acknowledged 00000700
700172**               it and, when it did, the resolution and ticket   00000800
700172**               number.  BAEVIDPK reads it to tie each breach to 00000900
700172**               the tickets it raised.                           00001000
700172******************************************************************00001100
700172     05  TKH-DATE             PIC 9(8).                           00001200
700172     05  FILLER               PIC X.                              00001300
700172     05  TKH-TIME             PIC 9(8).                           00001400
700172     05  FILLER               PIC X.                              00001500
700191     05  TKH-PLAN             PIC X(10).                          00001600
700172     05  FILLER               PIC X.                              00001700
700172     05  TKH-XXYY             PIC X(4).                           00001800
700172     05  FILLER               PIC X.                              00001900
700172     05  TKH-DE-DIFFS         PIC X(9).                           00002000
700172     05  FILLER               PIC X.                              00002100
700172     05  TKH-STATUS           PIC X(8).                           00002200
700172         88  TKH-STATUS-ACKED   VALUE 'ACKED'.                    00002300
700172         88  TKH-STATUS-MISSING VALUE 'MISSING'.                  00002400
700172     05  FILLER               PIC X.                              00002500
700172     05  TKH-RESOLUTION       PIC X(12).                          00002600
700172     05  FILLER               PIC X.                              00002700
700172     05  TKH-TICKET           PIC X(8).                           00002800
700191     05  FILLER               PIC X(6).                           00002900
