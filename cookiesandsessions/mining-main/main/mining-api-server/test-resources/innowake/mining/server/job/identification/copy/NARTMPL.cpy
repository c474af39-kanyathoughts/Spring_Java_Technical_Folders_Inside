#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700196******************************************************************00000100
700196**  COPYBOOK     NARTMPL                                          00000200
700196**  PURPOSE      One row of the phrase-template table BANARRAT    00000300
700196**               renders each OT200 difference through, kept by   00000400
700196**               the relationship-management team.  A row is      00000500
700196**               keyed by RecordType and DE number; a DE of '***' 00000600
700196**               covers every DE of the type without a row of its 00000700
700196**               own.  The phrase is plain text with placeholders 00000800
700196**               in braces:                                       00000900
700196**                 {plan}  plan number     {part} participant     00001000
700196**                 {type}  RecordType, as TYPEREG describes it    00001100
700196**                 {de}    DE name         {v1}   File1 value     00001200
700196**                 {v2}    File2 value                            00001300
700196**                 {DE-NAME} any other word - the value of that   00001400
700196**                         key DE echoed for the record, e.g.     00001500
700196**                         {AH-EFF-DATE}                          00001600
700196**               Comment rows start with '*'.                     00001700
700196******************************************************************00001800
700196     05  NTP-XXYY             PIC X(4).                           00001900
700196     05  FILLER               PIC X.                              00002000
700196     05  NTP-DENUM            PIC X(3).                           00002100
700196     05  FILLER               PIC X.                              00002200
700196     05  NTP-PHRASE           PIC X(120).                         00002300
700196     05  FILLER               PIC X(3).                           00002400
