#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700161******************************************************************00000100
700161**  COPYBOOK     AUTHMST                                          00000200
700161**  PURPOSE      Record layout of the keyed authorization master  00000300
700161**               the maintenance utilities check through UTAUTH   00000400
700161**               before applying a change, and BAAUTHUT           00000500
700161**               maintains.  One row grants (or, with ALLOW N,    00000600
700161**               explicitly refuses) one user ID one card verb of 00000700
700161**               one utility over one plan range; a verb of * is  00000800
700161**               every verb of the utility, a blank or ALL low    00000900
700161**               plan is every plan, and a blank high plan is     00001000
700161**               the low plan alone.  The sequence number lets a  00001100
700161**               user hold several ranges for the same verb.      00001200
700161**               Anything not granted is refused, and an explicit 00001300
700161**               refusal overlapping the range wins over a grant. 00001400
700161******************************************************************00001500
700161     05  AUTH-KEY.                                                00001600
700161         10  AUTH-USERID      PIC X(8).                           00001700
700161         10  AUTH-PROGRAM     PIC X(8).                           00001800
700161         10  AUTH-VERB        PIC X(8).                           00001900
700161         10  AUTH-SEQ         PIC X(2).                           00002000
700161     05  AUTH-ALLOW           PIC X.                              00002100
700161         88  AUTH-ALLOW-YES    VALUE 'Y'.                         00002200
700161         88  AUTH-ALLOW-NO     VALUE 'N'.                         00002300
700191     05  AUTH-PLAN-LO         PIC X(10).                          00002400
700191     05  AUTH-PLAN-HI         PIC X(10).                          00002500
700161     05  AUTH-UPDATED-BY      PIC X(8).                           00002600
700161     05  AUTH-UPDATED-DATE    PIC 9(8).                           00002700
700191     05  FILLER               PIC X(17).                          00002800
