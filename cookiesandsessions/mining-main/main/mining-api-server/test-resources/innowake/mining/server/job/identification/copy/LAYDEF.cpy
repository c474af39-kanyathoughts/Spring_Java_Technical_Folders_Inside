#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700180******************************************************************00000100
700180**  COPYBOOK     LAYDEF                                           00000200
700180**  PURPOSE      One card image of a record-layout definition,    00000300
700180**               the LAYOUT file the layout-driven compare reads  00000400
700180**               to learn a file it has no DEMOD for.  Columns:   00000500
700180**                 1-8   keyword - TITLE, KEY, TYPE, GROUP, FIELD 00000600
700180**                 10-14 offset of the item, 1-based, 5 digits    00000700
700180**                 16-18 length in bytes, 3 digits                00000800
700180**                 20    data type (FIELD only) - C character,    00000900
700180**                       Z zoned, P packed, B binary, D date      00001000
700180**                 22    implied decimals, Z/P/B only, 0-9        00001100
700180**                 24-27 record type the FIELD belongs to, blank  00001200
700180**                       for every type (needs a TYPE card)       00001300
700180**                 29-48 name shown on the report and detail      00001400
700180**               TITLE carries free text in columns 10-59.  A *   00001500
700180**               in column 1 is a comment.                        00001600
700180******************************************************************00001700
700180     05  LDF-KEYWORD          PIC X(8).                           00001800
700180         88  LDF-KW-TITLE     VALUE 'TITLE'.                      00001900
700180         88  LDF-KW-KEY       VALUE 'KEY'.                        00002000
700180         88  LDF-KW-TYPE      VALUE 'TYPE'.                       00002100
700180         88  LDF-KW-GROUP     VALUE 'GROUP'.                      00002200
700180         88  LDF-KW-FIELD     VALUE 'FIELD'.                      00002300
700180     05  FILLER               PIC X.                              00002400
700180     05  LDF-BODY.                                                00002500
700180         10  LDF-OFFSET       PIC X(5).                           00002600
700180         10  FILLER           PIC X.                              00002700
700180         10  LDF-LENGTH       PIC X(3).                           00002800
700180         10  FILLER           PIC X.                              00002900
700180         10  LDF-DATA-TYPE    PIC X.                              00003000
700180             88  LDF-TYPE-CHAR    VALUE 'C'.                      00003100
700180             88  LDF-TYPE-ZONED   VALUE 'Z'.                      00003200
700180             88  LDF-TYPE-PACKED  VALUE 'P'.                      00003300
700180             88  LDF-TYPE-BINARY  VALUE 'B'.                      00003400
700180             88  LDF-TYPE-DATE    VALUE 'D'.                      00003500
700180         10  FILLER           PIC X.                              00003600
700180         10  LDF-DECIMALS     PIC X.                              00003700
700180         10  FILLER           PIC X.                              00003800
700180         10  LDF-RECTYPE      PIC X(4).                           00003900
700180         10  FILLER           PIC X.                              00004000
700180         10  LDF-NAME         PIC X(20).                          00004100
700180         10  FILLER           PIC X(32).                          00004200
700180     05  LDF-TITLE REDEFINES LDF-BODY                             00004300
700180                              PIC X(71).                          00004400
