#FIS*******************************************************************
#FIS***                                                               *
#FIS***                   COPYRIGHT 1993-2019                         *
#FIS***                                                               *
#FIS***      Fidelity National Information Services, Inc.             *
#FIS***      and/or its subsidiaries - All Rights Reserved            *
#FIS***      worldwide.                                               *
#FIS***                                                               *
#FIS***      This document is protected under the trade secret        *
#FIS***      and copyright laws as the property of Fidelity           *
#FIS***      National Information Services, Inc. and/or its           *
#FIS***      subsidiaries.                                            *
#FIS***                                                               *
#FIS***      Copying, reproduction or distribution should be          *
#FIS***      limited and only to employees with a "need to know"      *
#FIS***      to do their job. Any disclosure of this document to      *
#FIS***      third parties is strictly prohibited.                    *
#FIS***                                                               *
#FIS*******************************************************************
700192 IDENTIFICATION DIVISION.                                         00000100
700192 PROGRAM-ID. 'BADECKBL'.                                          00000200
700192******************************************************************00000300
700192**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700192******************************************************************00000500
700192**  AUTHOR       W. WHITE, Oct 2026                               00000600
700192**  PURPOSE      Interactive control-deck builder for BABKCMP.    00000700
700192**               A conversational ACCEPT/DISPLAY dialog, in the   00000800
700192**               BADSPWB manner, builds an IN110 card member from 00000900
700192**               menus instead of by hand: each card type is      00001000
700192**               offered with what it does and the values it      00001100
700192**               takes, every value is edited before the card is  00001200
700192**               made, and the card is written in the columns     00001300
700192**               BABKCMP reads it from.  Plan numbers are checked 00001400
700192**               against the BABKMAN manifest and RecordTypes and 00001500
700192**               DE numbers against a saved BADECAT catalog, when 00001600
700192**               those are supplied ('?' at a value prompt lists  00001700
700192**               them).  Combinations that conflict, that do      00001800
700192**               nothing without another card, or that a later    00001900
700192**               card overrides are warned of after every card    00002000
700192**               and again before the member is saved.            00002100
700192**               The deck is saved as a named INCLUDE member.  An 00002200
700192**               existing member is loaded first and edited; each 00002300
700192**               save adds a change-note comment card, dated and  00002400
700192**               signed with the operator id given at sign-on,    00002500
700192**               ahead of the notes already on the member.        00002600
700192**               Commands (entered at the prompt):                00002700
700192**                 L           - list the card types              00002800
700192**                 H nn        - what card type nn does           00002900
700192**                 A nn        - add a card of type nn (number    00003000
700192**                               or card verb)                    00003100
700192**                 D           - display the deck                 00003200
700192**                 X nn        - remove deck line nn              00003300
700192**                 C           - check the deck's combinations    00003400
700192**                 S           - save the member                  00003500
700192**                 Q           - quit                             00003600
700192******************************************************************00003700
700192**  REVISIONS:                                                    00003800
700192******************************************************************00003900
700192**  Input                                                         00004000
700192**   . Terminal - answers via ACCEPT                              00004100
700192**   . DECKMBR  - The member being edited, when it exists         00004200
700192**   . MANIFEST - BABKMAN machine-readable manifest (optional)    00004300
700192**   . DECAT    - BADECAT saved catalog, CATSAVE (optional)       00004400
700192******************************************************************00004500
700192**  Output                                                        00004600
700192**   . SYSOUT   - Dialog output via DISPLAY                       00004700
700192**   . DECKMBR  - The saved INCLUDE member                        00004800
700192******************************************************************00004900
700192 ENVIRONMENT DIVISION.                                            00005000
700192 CONFIGURATION SECTION.                                           00005100
700192 INPUT-OUTPUT SECTION.                                            00005200
           SKIP2                                                        00005300
700192 FILE-CONTROL.                                                    00005400
700192     SELECT MBRIN-FILE                                            00005500
700192         ASSIGN TO UT-S-DECKMBR                                   00005600
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00005700
700192         FILE STATUS WMBRIN-FS.                                   00005800
700192     SELECT MBROUT-FILE                                           00005900
700192         ASSIGN TO UT-S-DECKMBR                                   00006000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006100
700192         FILE STATUS WMBROUT-FS.                                  00006200
700192     SELECT MANIFEST-FILE                                         00006300
700192         ASSIGN TO UT-S-MANIFEST                                  00006400
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006500
700192         FILE STATUS WMANIFEST-FS.                                00006600
700192     SELECT DECAT-FILE                                            00006700
700192         ASSIGN TO UT-S-DECAT                                     00006800
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00006900
700192         FILE STATUS WDECAT-FS.                                   00007000
700192 DATA DIVISION.                                                   00007100
           SKIP2                                                        00007200
700192 FILE SECTION.                                                    00007300
           SKIP1                                                        00007400
700192*** The member, read and written through the same DECKMBR name,   00007500
700192*** re-pointed at the member before each open.                    00007600
700192 FD  MBRIN-FILE                                                   00007700
700192     BLOCK CONTAINS 0 RECORDS                                     00007800
700192     LABEL RECORDS ARE STANDARD.                                  00007900
           SKIP2                                                        00008000
700192 01  MBRIN-LINE               PIC X(80).                          00008100
           SKIP2                                                        00008200
700192 FD  MBROUT-FILE                                                  00008300
700192     BLOCK CONTAINS 0 RECORDS                                     00008400
700192     LABEL RECORDS ARE STANDARD.                                  00008500
           SKIP2                                                        00008600
700192 01  MBROUT-LINE              PIC X(80).                          00008700
           SKIP2                                                        00008800
700192 FD  MANIFEST-FILE                                                00008900
700192     BLOCK CONTAINS 0 RECORDS                                     00009000
700192     LABEL RECORDS ARE STANDARD.                                  00009100
           SKIP2                                                        00009200
700192 01  MANIFEST-REC. COPY MANROW.                                   00009300
           SKIP2                                                        00009400
700192*** Same row layout BADECAT writes to CATOUT under CATSAVE.       00009500
700192 FD  DECAT-FILE                                                   00009600
700192     BLOCK CONTAINS 0 RECORDS                                     00009700
700192     LABEL RECORDS ARE STANDARD.                                  00009800
           SKIP2                                                        00009900
700192 01  DECAT-LINE.                                                  00010000
700192     05  DECAT-XXYY           PIC X(4).                           00010100
700192     05  FILLER               PIC X.                              00010200
700192     05  DECAT-DENUM          PIC X(4).                           00010300
700192     05  FILLER               PIC X.                              00010400
700192     05  DECAT-NAME           PIC X(20).                          00010500
700192     05  FILLER               PIC X(50).                          00010600
700192 WORKING-STORAGE SECTION.                                         00010700
700192 77  WQUIT-FLG             PIC X        VALUE 'N'.                00010800
700192     88  WQUIT-FLG-YES     VALUE 'Y'.                             00010900
700192 77  WDIRTY-FLG            PIC X        VALUE 'N'.                00011000
700192     88  WDIRTY-FLG-YES    VALUE 'Y'.                             00011100
700192 77  WCTR-ADDED            PIC 9(5)     VALUE ZERO.               00011200
700192 77  WCTR-REMOVED          PIC 9(5)     VALUE ZERO.               00011300
700192 77  WCTR-SAVES            PIC 9(5)     VALUE ZERO.               00011400
700192 77  WCTR-WARN             PIC 9(5)     VALUE ZERO.               00011500
700192 77  SUB-CARD              PIC S9(4) BINARY VALUE ZERO.           00011600
700192 77  SUB-DECK              PIC S9(4) BINARY VALUE ZERO.           00011700
700192 77  SUB-DECK2             PIC S9(4) BINARY VALUE ZERO.           00011800
700192 77  SUB-RULE              PIC S9(4) BINARY VALUE ZERO.           00011900
700192 77  SUB-PLN               PIC S9(4) BINARY VALUE ZERO.           00012000
700192 77  SUB-DEC               PIC S9(4) BINARY VALUE ZERO.           00012100
700192 77  SUB-OPT               PIC S9(4) BINARY VALUE ZERO.           00012200
700192 77  WCUR-CARD             PIC S9(4) BINARY VALUE ZERO.           00012300
700192 77  WFIND-POS             PIC S9(4) BINARY VALUE ZERO.           00012400
700192 77  WPOS-A                PIC S9(4) BINARY VALUE ZERO.           00012500
700192 77  WPOS-B                PIC S9(4) BINARY VALUE ZERO.           00012600
700192 77  WLEN                  PIC S9(4) BINARY VALUE ZERO.           00012700
700192 77  WLEAD                 PIC S9(4) BINARY VALUE ZERO.           00012800
700192 77  WNUM-MAX              PIC S9(4) BINARY VALUE ZERO.           00012900
700192 77  WLIST-PTR             PIC S9(4) BINARY VALUE ZERO.           00013000
700192 77  WNUM-VAL              PIC 9(9)     VALUE ZERO.               00013100
700192 77  WDISP-NUM             PIC ZZ9      VALUE ZERO.               00013200
700192 77  WDISP-NUM2            PIC ZZ9      VALUE ZERO.               00013300
700192 77  WDISP-CNT             PIC ZZZZ9    VALUE ZERO.               00013400
700192 77  WFOUND-FLG            PIC X        VALUE 'N'.                00013500
700192     88  WFOUND-FLG-YES    VALUE 'Y'.                             00013600
700192 77  WSECTION-FLG          PIC X        VALUE 'N'.                00013700
700192     88  WSECTION-FLG-YES  VALUE 'Y'.                             00013800
700192 77  WCARD-FLG             PIC X        VALUE 'N'.                00013900
700192     88  WCARD-FLG-READY   VALUE 'Y'.                             00014000
700192     88  WCARD-FLG-DROPPED VALUE 'Q'.                             00014100
700192     88  WCARD-FLG-ASKING  VALUE 'N'.                             00014200
700192*** One value part: A - ask again, Y - taken, Q - abandoned (a    00014300
700192*** blank answer).                                                00014400
700192 77  WPART-FLG             PIC X        VALUE 'A'.                00014500
700192     88  WPART-FLG-AGAIN   VALUE 'A'.                             00014600
700192     88  WPART-FLG-OK      VALUE 'Y'.                             00014700
700192     88  WPART-FLG-QUIT    VALUE 'Q'.                             00014800
700192 77  WUPPER-FLG            PIC X        VALUE 'Y'.                00014900
700192     88  WUPPER-FLG-YES    VALUE 'Y'.                             00015000
700192 77  WSCAN-SECT-FLG        PIC X        VALUE 'N'.                00015100
700192     88  WSCAN-SECT-FLG-YES VALUE 'Y'.                            00015200
           SKIP2                                                        00015300
700192 01  WMBRIN-FS             PIC XX  VALUE '00'.                    00015400
700192     88  WMBRIN-FS-OK      VALUE '00'.                            00015500
700192 01  WMBROUT-FS            PIC XX  VALUE '00'.                    00015600
700192     88  WMBROUT-FS-OK     VALUE '00'.                            00015700
700192 01  WMANIFEST-FS          PIC XX  VALUE '00'.                    00015800
700192     88  WMANIFEST-FS-OK   VALUE '00'.                            00015900
700192 01  WDECAT-FS             PIC XX  VALUE '00'.                    00016000
700192     88  WDECAT-FS-OK      VALUE '00'.                            00016100
           SKIP2                                                        00016200
700192 01  WCMD-LINE             PIC X(80)  VALUE SPACES.               00016300
700192 01  WCMD-AREA.                                                   00016400
700192     05  WCMD-CODE            PIC X(8)   VALUE SPACES.            00016500
700192     05  WCMD-ARG             PIC X(20)  VALUE SPACES.            00016600
700192 01  WANSWER               PIC X(80)  VALUE SPACES.               00016700
700192 01  WANSWER-WORK          PIC X(80)  VALUE SPACES.               00016800
700192 01  WPROMPT               PIC X(60)  VALUE SPACES.               00016900
700192 01  WLOWER-CASE           PIC X(26)  VALUE                       00017000
700192       'abcdefghijklmnopqrstuvwxyz'.                              00017100
700192 01  WUPPER-CASE           PIC X(26)  VALUE                       00017200
700192       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                              00017300
           SKIP2                                                        00017400
700192*** Sign-on answers.                                              00017500
700192 01  WSESSION-AREA.                                               00017600
700192     05  WOPERATOR            PIC X(8)   VALUE SPACES.            00017700
700192     05  WMEMBER-NAME         PIC X(60)  VALUE SPACES.            00017800
700192     05  WCHG-NOTE            PIC X(60)  VALUE SPACES.            00017900
           SKIP2                                                        00018000
700192*** The value parts of the card being made.                       00018100
700192 01  WVAL-AREA.                                                   00018200
700192     05  WV-PLAN-WORK         PIC X(10)  VALUE SPACES.            00018300
700192     05  WV-PLAN              PIC X(10)  VALUE SPACES.            00018400
700192     05  WV-PLAN-HI           PIC X(10)  VALUE SPACES.            00018500
700192     05  WV-XXYY              PIC X(4)   VALUE SPACES.            00018600
700192     05  WV-DE4               PIC 9(4)   VALUE ZERO.              00018700
700192     05  WV-DE3               PIC 9(3)   VALUE ZERO.              00018800
700192     05  WV-WORD              PIC X(8)   VALUE SPACES.            00018900
700192     05  WV-NUM2              PIC 9(2)   VALUE ZERO.              00019000
700192     05  WV-NUM3              PIC 9(3)   VALUE ZERO.              00019100
700192     05  WV-NUM5              PIC 9(5)   VALUE ZERO.              00019200
700192     05  WV-DATE6             PIC 9(6)   VALUE ZERO.              00019300
700192     05  WV-DATE8             PIC 9(8)   VALUE ZERO.              00019400
700192     05  WV-LIMIT             PIC 9(9)   VALUE ZERO.              00019500
700192     05  WV-HH                PIC 9(2)   VALUE ZERO.              00019600
700192     05  WV-MM                PIC 9(2)   VALUE ZERO.              00019700
700192     05  WV-CODE              PIC X(8)   VALUE SPACES.            00019800
700192     05  WV-MEMBER            PIC X(60)  VALUE SPACES.            00019900
700192 01  WDE-DIGITS            PIC S9(4) BINARY VALUE 4.              00020000
700192 01  WOPT-LIST             PIC X(20)  VALUE SPACES.               00020100
700192 01  WOPT-AREA.                                                   00020200
700192     05  WOPT-ENTRY OCCURS 8 TIMES                                00020300
700192                              PIC X(8)   VALUE SPACES.            00020400
           SKIP2                                                        00020500
700192 01  WCARD-BUILD           PIC X(80)  VALUE SPACES.               00020600
700192 01  WFIND-VERB            PIC X(14)  VALUE SPACES.               00020700
700192 01  WLINE-VERB            PIC X(14)  VALUE SPACES.               00020800
700192 01  WLINE-VERB2           PIC X(14)  VALUE SPACES.               00020900
700192 01  WLIST-LINE            PIC X(80)  VALUE SPACES.               00021000
700192 01  WLAST-XXYY            PIC X(4)   VALUE SPACES.               00021100
700192 01  WLAST-PLAN            PIC X(10)  VALUE SPACES.               00021200
           SKIP2                                                        00021300
700192*** The card types offered, in menu order: card verb, value kind, 00021400
700192*** whether the card may repeat (Y) or a later one overrides (N), 00021500
700192*** the value's format or allowed values, and what it does.       00021600
700192***   Kinds: F no value      P plan        R plan range           00021700
700192***          T RecordType    E DE nnnn     Q RecordType + DE      00021800
700192***          L tolerance     K date DE     N number nnn           00021900
700192***          5 number nnnnn  6 yymmdd      8 yyyymmdd             00022000
700192***          W hh:mm         V one of      O blank or one of      00022100
700192***          C class + rc    S plan+code   M member name          00022200
700192 01  WCARD-VALUES.                                                00022300
700192     05  FILLER  PIC X(16)  VALUE 'SELPLAN       PN'.             00022400
700192     05  FILLER  PIC X(18)  VALUE 'plan number'.                  00022500
700192     05  FILLER  PIC X(48)  VALUE                                 00022600
700192           'Restrict the run to this one plan'.                   00022700
700192     05  FILLER  PIC X(16)  VALUE 'PLANRANGE     RN'.             00022800
700192     05  FILLER  PIC X(18)  VALUE 'low-high'.                     00022900
700192     05  FILLER  PIC X(48)  VALUE                                 00023000
700192           'Restrict the run to one slice of plans'.              00023100
700192     05  FILLER  PIC X(16)  VALUE 'RESTART       PN'.             00023200
700192     05  FILLER  PIC X(18)  VALUE 'plan number'.                  00023300
700192     05  FILLER  PIC X(48)  VALUE                                 00023400
700192           'Resume at this plan (from the last CHKPT row)'.       00023500
700192     05  FILLER  PIC X(16)  VALUE 'CHECKPOINT    NN'.             00023600
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00023700
700192     05  FILLER  PIC X(48)  VALUE                                 00023800
700192           'Write a restart checkpoint every nnn plans'.          00023900
700192     05  FILLER  PIC X(16)  VALUE 'RECTYPES      TY'.             00024000
700192     05  FILLER  PIC X(18)  VALUE 'XXYY'.                         00024100
700192     05  FILLER  PIC X(48)  VALUE                                 00024200
700192           'Limit the OT200 extract to these RecordTypes'.        00024300
700192     05  FILLER  PIC X(16)  VALUE 'NORUNDATE     FN'.             00024400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00024500
700192     05  FILLER  PIC X(48)  VALUE                                 00024600
700192           'Mask run-dependent DEs; turns on IGNOREDE'.           00024700
700192     05  FILLER  PIC X(16)  VALUE 'IGNOREDE      EY'.             00024800
700192     05  FILLER  PIC X(18)  VALUE 'nnnn'.                         00024900
700192     05  FILLER  PIC X(48)  VALUE                                 00025000
700192           'Leave this DE out of the compare (NORUNDATE)'.        00025100
700192     05  FILLER  PIC X(16)  VALUE 'ENVDIFF       FN'.             00025200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00025300
700192     05  FILLER  PIC X(48)  VALUE                                 00025400
700192           'Compare two environments, not day over day'.          00025500
700192     05  FILLER  PIC X(16)  VALUE 'ENVIGNDE      EY'.             00025600
700192     05  FILLER  PIC X(18)  VALUE 'nnnn'.                         00025700
700192     05  FILLER  PIC X(48)  VALUE                                 00025800
700192           'Leave this DE out of ENVDIFF compares only'.          00025900
700192     05  FILLER  PIC X(16)  VALUE 'QUIETDE       QY'.             00026000
700192     05  FILLER  PIC X(18)  VALUE 'XXYY nnn'.                     00026100
700192     05  FILLER  PIC X(48)  VALUE                                 00026200
700192           'Show an expected-volatile DE quietly'.                00026300
700192     05  FILLER  PIC X(16)  VALUE 'TOLERDE       LY'.             00026400
700192     05  FILLER  PIC X(18)  VALUE 'XXYYnnnAnnnnnnnnn'.            00026500
700192     05  FILLER  PIC X(48)  VALUE                                 00026600
700192           'Ignore a numeric DE change within a limit'.           00026700
700192     05  FILLER  PIC X(16)  VALUE 'DATEDE        KY'.             00026800
700192     05  FILLER  PIC X(18)  VALUE 'XXYYnnn'.                      00026900
700192     05  FILLER  PIC X(48)  VALUE                                 00027000
700192           'Compare this DE as a date, not raw bytes'.            00027100
700192     05  FILLER  PIC X(16)  VALUE 'DEDETAIL      FN'.             00027200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00027300
700192     05  FILLER  PIC X(48)  VALUE                                 00027400
700192           'Print DE-level detail for each difference'.           00027500
700192     05  FILLER  PIC X(16)  VALUE 'NODEDETAIL    FN'.             00027600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00027700
700192     05  FILLER  PIC X(48)  VALUE                                 00027800
700192           'Print record-level differences only'.                 00027900
700192     05  FILLER  PIC X(16)  VALUE 'SUMFIRST      FN'.             00028000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00028100
700192     05  FILLER  PIC X(48)  VALUE                                 00028200
700192           'Route the type/DE summary to SUMMARY-FILE'.           00028300
700192     05  FILLER  PIC X(16)  VALUE 'DIGESTFILE    FN'.             00028400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00028500
700192     05  FILLER  PIC X(48)  VALUE                                 00028600
700192           'Write the e-mail digest to DIGEST-FILE'.              00028700
700192     05  FILLER  PIC X(16)  VALUE 'BASELINE      FN'.             00028800
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00028900
700192     05  FILLER  PIC X(48)  VALUE                                 00029000
700192           'Suppress differences in the prior-run BASELINE'.      00029100
700192     05  FILLER  PIC X(16)  VALUE 'GOLDFILE      FN'.             00029200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00029300
700192     05  FILLER  PIC X(48)  VALUE                                 00029400
700192           'Compare against the golden baseline File3'.           00029500
700192     05  FILLER  PIC X(16)  VALUE 'TRENDHIST     FN'.             00029600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00029700
700192     05  FILLER  PIC X(48)  VALUE                                 00029800
700192           'Tag DE differences NEW or RECURRING'.                 00029900
700192     05  FILLER  PIC X(16)  VALUE 'HTMLOUT       FN'.             00030000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00030100
700192     05  FILLER  PIC X(48)  VALUE                                 00030200
700192           'Also render the differences to HTML-FILE'.            00030300
700192     05  FILLER  PIC X(16)  VALUE 'TXTXSIM       NN'.             00030400
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00030500
700192     05  FILLER  PIC X(48)  VALUE                                 00030600
700192           'Reworded-text threshold percent for TXTX'.            00030700
700192     05  FILLER  PIC X(16)  VALUE 'MAXDEPERRECORDNN'.             00030800
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00030900
700192     05  FILLER  PIC X(48)  VALUE                                 00031000
700192           'Most DE detail lines printed per record'.             00031100
700192     05  FILLER  PIC X(16)  VALUE 'MAXTYPEDIFF   5N'.             00031200
700192     05  FILLER  PIC X(18)  VALUE 'nnnnn'.                        00031300
700192     05  FILLER  PIC X(48)  VALUE                                 00031400
700192           'Most differing records detailed per type'.            00031500
700192     05  FILLER  PIC X(16)  VALUE 'TOPNPLANS     NN'.             00031600
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00031700
700192     05  FILLER  PIC X(48)  VALUE                                 00031800
700192           'Top-N most-changed plans report'.                     00031900
700192     05  FILLER  PIC X(16)  VALUE 'PREVIEW       FN'.             00032000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00032100
700192     05  FILLER  PIC X(48)  VALUE                                 00032200
700192           'Estimate the run only, no full compare'.              00032300
700192     05  FILLER  PIC X(16)  VALUE 'TLRCHECK      FN'.             00032400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00032500
700192     05  FILLER  PIC X(48)  VALUE                                 00032600
700192           'Verify both backups are complete first'.              00032700
700192     05  FILLER  PIC X(16)  VALUE 'CYCLEDATE     6N'.             00032800
700192     05  FILLER  PIC X(18)  VALUE 'yymmdd'.                       00032900
700192     05  FILLER  PIC X(48)  VALUE                                 00033000
700192           'Business cycle date; IFDAY sections need it'.         00033100
700192     05  FILLER  PIC X(16)  VALUE 'IFDAY         VY'.             00033200
700192     05  FILLER  PIC X(18)  VALUE 'D M Q Y'.                      00033300
700192     05  FILLER  PIC X(48)  VALUE                                 00033400
700192           'Start a section for one calendar day type'.           00033500
700192     05  FILLER  PIC X(16)  VALUE 'ENDDAY        FY'.             00033600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00033700
700192     05  FILLER  PIC X(48)  VALUE                                 00033800
700192           'End the IFDAY section'.                               00033900
700192     05  FILLER  PIC X(16)  VALUE 'PAIRLIST      FN'.             00034000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00034100
700192     05  FILLER  PIC X(48)  VALUE                                 00034200
700192           'Multi-pair driver, pairs from the PAIRLST dd'.        00034300
700192     05  FILLER  PIC X(16)  VALUE 'MATRIX        FN'.             00034400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00034500
700192     05  FILLER  PIC X(48)  VALUE                                 00034600
700192           'One reference against the MATRXLST list'.             00034700
700192     05  FILLER  PIC X(16)  VALUE 'PLANMISS      ON'.             00034800
700192     05  FILLER  PIC X(18)  VALUE 'SUPPRESS'.                     00034900
700192     05  FILLER  PIC X(48)  VALUE                                 00035000
700192           'Collapse missing plans to one exception'.             00035100
700192     05  FILLER  PIC X(16)  VALUE 'PLANXLAT      FN'.             00035200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00035300
700192     05  FILLER  PIC X(48)  VALUE                                 00035400
700192           'Translate File2 plan numbers via PLANXLT'.            00035500
700192     05  FILLER  PIC X(16)  VALUE 'DUPPAIR       FN'.             00035600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00035700
700192     05  FILLER  PIC X(48)  VALUE                                 00035800
700192           'Pair duplicate-key sets by position'.                 00035900
700192     05  FILLER  PIC X(16)  VALUE 'ASOF          8N'.             00036000
700192     05  FILLER  PIC X(18)  VALUE 'yyyymmdd'.                     00036100
700192     05  FILLER  PIC X(48)  VALUE                                 00036200
700192           'Compare dated history as of this date'.               00036300
700192     05  FILLER  PIC X(16)  VALUE 'QUARANTINE    FN'.             00036400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00036500
700192     05  FILLER  PIC X(48)  VALUE                                 00036600
700192           'Quarantine failing plans, run continues'.             00036700
700192     05  FILLER  PIC X(16)  VALUE 'PARTITION     5N'.             00036800
700192     05  FILLER  PIC X(18)  VALUE 'nnnnn'.                        00036900
700192     05  FILLER  PIC X(48)  VALUE                                 00037000
700192           'Partitioned cycle: most plans tonight'.               00037100
700192     05  FILLER  PIC X(16)  VALUE 'WINDOWEND     WN'.             00037200
700192     05  FILLER  PIC X(18)  VALUE 'hh:mm'.                        00037300
700192     05  FILLER  PIC X(48)  VALUE                                 00037400
700192           'Wall-clock deadline the run must meet'.               00037500
700192     05  FILLER  PIC X(16)  VALUE 'RCMAP         CY'.             00037600
700192     05  FILLER  PIC X(18)  VALUE 'M P L F C S I Z'.              00037700
700192     05  FILLER  PIC X(48)  VALUE                                 00037800
700192           'Override a class''s return code, e.g. M08'.           00037900
700192     05  FILLER  PIC X(16)  VALUE 'SAMPLE        NN'.             00038000
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00038100
700192     05  FILLER  PIC X(48)  VALUE                                 00038200
700192           'Compare every nnn-th key-matched record'.             00038300
700192     05  FILLER  PIC X(16)  VALUE 'PROGRESS      NN'.             00038400
700192     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00038500
700192     05  FILLER  PIC X(48)  VALUE                                 00038600
700192           'Progress heartbeat every nnn plans'.                  00038700
700192     05  FILLER  PIC X(16)  VALUE 'CRITALERT     FN'.             00038800
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00038900
700192     05  FILLER  PIC X(48)  VALUE                                 00039000
700192           'Alert HIGH-criticality differences'.                  00039100
700192     05  FILLER  PIC X(16)  VALUE 'PLANSLA       FN'.             00039200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00039300
700192     05  FILLER  PIC X(48)  VALUE                                 00039400
700192           'Load plan SLA thresholds from PLANSLA'.               00039500
700192     05  FILLER  PIC X(16)  VALUE 'HASHTOT       FN'.             00039600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00039700
700192     05  FILLER  PIC X(48)  VALUE                                 00039800
700192           'Accumulate input content hash totals'.                00039900
700192     05  FILLER  PIC X(16)  VALUE 'HASHSKIP      FN'.             00040000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00040100
700192     05  FILLER  PIC X(48)  VALUE                                 00040200
700192           'Fast-path byte-identical plans'.                      00040300
700192     05  FILLER  PIC X(16)  VALUE 'OT200HDR      FN'.             00040400
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00040500
700192     05  FILLER  PIC X(48)  VALUE                                 00040600
700192           'Write OT200 with header and plan markers'.            00040700
700192     05  FILLER  PIC X(16)  VALUE 'CORRFEED      FN'.             00040800
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00040900
700192     05  FILLER  PIC X(48)  VALUE                                 00041000
700192           'Write the correction feed for BACORGEN'.              00041100
700192     05  FILLER  PIC X(16)  VALUE 'DISPFILE      FN'.             00041200
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00041300
700192     05  FILLER  PIC X(48)  VALUE                                 00041400
700192           'Show analyst dispositions on differences'.            00041500
700192     05  FILLER  PIC X(16)  VALUE 'CODEPAGE1     VN'.             00041600
700192     05  FILLER  PIC X(18)  VALUE 'EBCDIC ASCII'.                 00041700
700192     05  FILLER  PIC X(48)  VALUE                                 00041800
700192           'Code page File1''s backup was written in'.            00041900
700192     05  FILLER  PIC X(16)  VALUE 'CODEPAGE2     VN'.             00042000
700192     05  FILLER  PIC X(18)  VALUE 'EBCDIC ASCII'.                 00042100
700192     05  FILLER  PIC X(48)  VALUE                                 00042200
700192           'Code page File2''s backup was written in'.            00042300
700192     05  FILLER  PIC X(16)  VALUE 'DATECHECK     ON'.             00042400
700192     05  FILLER  PIC X(18)  VALUE 'ABORT'.                        00042500
700192     05  FILLER  PIC X(48)  VALUE                                 00042600
700192           'Check header dates; ABORT stops on reversal'.         00042700
700192     05  FILLER  PIC X(16)  VALUE 'DEMODCHK      ON'.             00042800
700192     05  FILLER  PIC X(18)  VALUE 'ABORT'.                        00042900
700192     05  FILLER  PIC X(48)  VALUE                                 00043000
700192           'Check the DEMOD inventory before the run'.            00043100
700192     05  FILLER  PIC X(16)  VALUE 'PLANSPON      SY'.             00043200
700192     05  FILLER  PIC X(18)  VALUE 'plan sponsor'.                 00043300
700192     05  FILLER  PIC X(48)  VALUE                                 00043400
700192           'Map a plan to its 8-character sponsor code'.          00043500
700192     05  FILLER  PIC X(16)  VALUE 'DELTA         FN'.             00043600
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00043700
700192     05  FILLER  PIC X(48)  VALUE                                 00043800
700192           'Write the File2-to-File1 delta backup'.               00043900
700192     05  FILLER  PIC X(16)  VALUE 'FROZEN        FN'.             00044000
700192     05  FILLER  PIC X(18)  VALUE SPACES.                         00044100
700192     05  FILLER  PIC X(48)  VALUE                                 00044200
700192           'Alert any change on a frozen plan'.                   00044300
700193     05  FILLER  PIC X(16)  VALUE 'PARTTASK      NN'.             00044301
700193     05  FILLER  PIC X(18)  VALUE 'nnn'.                          00044302
700193     05  FILLER  PIC X(48)  VALUE                                 00044303
700193           'This task''s number for the PARTRANGE cards'.         00044304
700192     05  FILLER  PIC X(16)  VALUE 'INCLUDE       MY'.             00044400
700192     05  FILLER  PIC X(18)  VALUE 'member name'.                  00044500
700192     05  FILLER  PIC X(48)  VALUE                                 00044600
700192           'Pull in a shared card member here'.                   00044700
700192 01  WCARD-TABLE REDEFINES WCARD-VALUES.                          00044800
700193     05  WCARD-ENTRY OCCURS 57 TIMES.                             00044900
700192         10  WCARD-VERB       PIC X(14).                          00045000
700192         10  WCARD-KIND       PIC X.                              00045100
700192         10  WCARD-REPEAT     PIC X.                              00045200
700192             88  WCARD-REPEAT-YES VALUE 'Y'.                      00045300
700192         10  WCARD-HINT       PIC X(18).                          00045400
700192         10  WCARD-TEXT       PIC X(48).                          00045500
700193 77  WCARD-COUNT           PIC S9(4) BINARY VALUE 57.             00045600
           SKIP2                                                        00045700
700192*** Combinations warned of: X - the two cards together, R - the   00045800
700192*** first card without the second anywhere in the deck, O - the   00045900
700192*** first card without the second somewhere ahead of it.          00046000
700192 01  WRULE-VALUES.                                                00046100
700192     05  FILLER  PIC X(29)  VALUE 'SELPLAN       PLANRANGE     X'.00046200
700192     05  FILLER  PIC X(50)  VALUE                                 00046300
700192           'SELPLAN and PLANRANGE both restrict the plans'.       00046400
700192     05  FILLER  PIC X(29)  VALUE 'DEDETAIL      NODEDETAIL    X'.00046500
700192     05  FILLER  PIC X(50)  VALUE                                 00046600
700192           'DEDETAIL and NODEDETAIL - the later card wins'.       00046700
700192     05  FILLER  PIC X(29)  VALUE 'PAIRLIST      MATRIX        X'.00046800
700192     05  FILLER  PIC X(50)  VALUE                                 00046900
700192           'PAIRLIST and MATRIX are both driver modes'.           00047000
700192     05  FILLER  PIC X(29)  VALUE 'IGNOREDE      NORUNDATE     R'.00047100
700192     05  FILLER  PIC X(50)  VALUE                                 00047200
700192           'IGNOREDE has no effect without NORUNDATE'.            00047300
700192     05  FILLER  PIC X(29)  VALUE 'ENVIGNDE      ENVDIFF       R'.00047400
700192     05  FILLER  PIC X(50)  VALUE                                 00047500
700192           'ENVIGNDE has no effect without ENVDIFF'.              00047600
700192     05  FILLER  PIC X(29)  VALUE 'IFDAY         CYCLEDATE     O'.00047700
700192     05  FILLER  PIC X(50)  VALUE                                 00047800
700192           'IFDAY needs a CYCLEDATE card ahead of it'.            00047900
700192     05  FILLER  PIC X(29)  VALUE 'FROZEN        ENVDIFF       X'.00048000
700192     05  FILLER  PIC X(50)  VALUE                                 00048100
700192           'the FROZEN watch stands down on an ENVDIFF run'.      00048200
700192     05  FILLER  PIC X(29)  VALUE 'FROZEN        MATRIX        X'.00048300
700192     05  FILLER  PIC X(50)  VALUE                                 00048400
700192           'the FROZEN watch stands down on a MATRIX run'.        00048500
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         SELPLAN       X'.00048600
700192     05  FILLER  PIC X(50)  VALUE                                 00048700
700192           'a DELTA cut from one plan cannot rebuild File1'.      00048800
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         PLANRANGE     X'.00048900
700192     05  FILLER  PIC X(50)  VALUE                                 00049000
700192           'a DELTA cut from a plan slice cannot rebuild'.        00049100
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         PARTITION     X'.00049200
700192     05  FILLER  PIC X(50)  VALUE                                 00049300
700192           'a DELTA cut from a partition cannot rebuild'.         00049400
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         WINDOWEND     X'.00049500
700192     05  FILLER  PIC X(50)  VALUE                                 00049600
700192           'a DELTA cut short at the deadline cannot rebuild'.    00049700
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         CODEPAGE1     X'.00049800
700192     05  FILLER  PIC X(50)  VALUE                                 00049900
700192           'a DELTA of a translated backup cannot rebuild'.       00050000
700192     05  FILLER  PIC X(29)  VALUE 'DELTA         CODEPAGE2     X'.00050100
700192     05  FILLER  PIC X(50)  VALUE                                 00050200
700192           'a DELTA of a translated backup cannot rebuild'.       00050300
700192     05  FILLER  PIC X(29)  VALUE 'PREVIEW       DELTA         X'.00050400
700192     05  FILLER  PIC X(50)  VALUE                                 00050500
700192           'PREVIEW only estimates - no DELTA is written'.        00050600
700192 01  WRULE-TABLE REDEFINES WRULE-VALUES.                          00050700
700192     05  WRULE-ENTRY OCCURS 15 TIMES.                             00050800
700192         10  WRULE-VERB-A     PIC X(14).                          00050900
700192         10  WRULE-VERB-B     PIC X(14).                          00051000
700192         10  WRULE-KIND       PIC X.                              00051100
700192             88  WRULE-KIND-BOTH    VALUE 'X'.                    00051200
700192             88  WRULE-KIND-NEEDS   VALUE 'R'.                    00051300
700192             88  WRULE-KIND-AHEAD   VALUE 'O'.                    00051400
700192         10  WRULE-TEXT       PIC X(50).                          00051500
700192 77  WRULE-COUNT           PIC S9(4) BINARY VALUE 15.             00051600
           SKIP2                                                        00051700
700192*** The deck being built, one 80-column card per entry.           00051800
700192 01  WDECK-AREA.                                                  00051900
700192     05  WDECK-COUNT           PIC S9(4) BINARY VALUE ZERO.       00052000
700192     05  WDECK-MAX-ENTRIES     PIC S9(4) BINARY VALUE 300.        00052100
700192     05  WDECK-ENTRY OCCURS 300 TIMES                             00052200
700192                               PIC X(80) VALUE SPACES.            00052300
           SKIP2                                                        00052400
700192*** Plans on the manifest, once each, in file order.              00052500
700192 01  WPLN-AREA.                                                   00052600
700192     05  WPLN-COUNT            PIC S9(4) BINARY VALUE ZERO.       00052700
700192     05  WPLN-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5000.       00052800
700192     05  WPLN-LOADED-FLG       PIC X     VALUE 'N'.               00052900
700192         88  WPLN-LOADED-YES   VALUE 'Y'.                         00053000
700192     05  WPLN-ENTRY OCCURS 5000 TIMES                             00053100
700192                               PIC X(10) VALUE SPACES.            00053200
           SKIP2                                                        00053300
700192*** RecordType / DE pairs of the saved catalog.                   00053400
700192 01  WDEC-AREA.                                                   00053500
700192     05  WDEC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00053600
700192     05  WDEC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 6000.       00053700
700192     05  WDEC-LOADED-FLG       PIC X     VALUE 'N'.               00053800
700192         88  WDEC-LOADED-YES   VALUE 'Y'.                         00053900
700192     05  WDEC-ENTRY OCCURS 6000 TIMES.                            00054000
700192         10  WDEC-XXYY         PIC X(4).                          00054100
700192         10  WDEC-DENUM        PIC 9(4).                          00054200
700192         10  WDEC-NAME         PIC X(20).                         00054300
           SKIP3                                                        00054400
           EJECT                                                        00054500
700192 01  SD-AREA IS GLOBAL. COPY PRMSD.                               00054600
           EJECT                                                        00054700
700192 PROCEDURE DIVISION.                                              00054800
           SKIP2                                                        00054900
700192 A-100-BODY.                                                      00055000
700192     PERFORM A-105-INIT.                                          00055100
700192     PERFORM A-200-INIT-OPEN.                                     00055200
700192     PERFORM B-100-PROC-CMD                                       00055300
700192       UNTIL WQUIT-FLG-YES.                                       00055400
700192     PERFORM A-900-FINI-CLOSE.                                    00055500
700192     GOBACK.                                                      00055600
           SKIP2                                                        00055700
700192 A-105-INIT.                                                      00055800
700192     CALL 'BASDIN' USING SD-AREA.                                 00055900
           SKIP2                                                        00056000
700192 A-200-INIT-OPEN.                                                 00056100
700192     DISPLAY 'BaDeckBl-998 Control Deck Builder Starting'.        00056200
700192     DISPLAY 'BaDeckBl> Operator id:'.                            00056300
700192     MOVE SPACES TO WOPERATOR.                                    00056400
700192     ACCEPT WOPERATOR.                                            00056500
700192     IF  WOPERATOR = SPACES                                       00056600
700192         MOVE SD-JOBNAME TO WOPERATOR.                            00056700
700192     PERFORM A-230-LOAD-MANIFEST.                                 00056800
700192     PERFORM A-240-LOAD-DECAT.                                    00056900
700192     MOVE SPACES TO WMEMBER-NAME.                                 00057000
700192     PERFORM A-205-ASK-MEMBER                                     00057100
700192       UNTIL WMEMBER-NAME NOT = SPACES                            00057200
700192          OR WQUIT-FLG-YES.                                       00057300
700192     IF  NOT WQUIT-FLG-YES                                        00057400
700192         PERFORM A-210-LOAD-MEMBER.                               00057500
           SKIP2                                                        00057600
700192 A-205-ASK-MEMBER.                                                00057700
700192     MOVE 'INCLUDE member to build or edit (blank quits):'        00057800
700192         TO WPROMPT.                                              00057900
700192     MOVE 'N' TO WUPPER-FLG.                                      00058000
700192     PERFORM R-010-ASK.                                           00058100
700192     IF  WANSWER = SPACES                                         00058200
700192         SET WQUIT-FLG-YES TO TRUE                                00058300
700192     ELSE                                                         00058400
700192         MOVE WANSWER TO WMEMBER-NAME.                            00058500
           SKIP2                                                        00058600
700192*** An existing member is edited in place: its cards, change      00058700
700192*** notes included, become the deck.  One that will not open is   00058800
700192*** taken to be new.                                              00058900
700192 A-210-LOAD-MEMBER.                                               00059000
700192     MOVE ZERO TO WDECK-COUNT.                                    00059100
&MFCY      DISPLAY 'DECKMBR'   UPON  ENVIRONMENT-NAME.                  00059200
&MFCY      DISPLAY WMEMBER-NAME UPON  ENVIRONMENT-VALUE.                00059300
700192     MOVE '00' TO WMBRIN-FS.                                      00059400
700192     OPEN INPUT MBRIN-FILE.                                       00059500
700192     IF  NOT WMBRIN-FS-OK                                         00059600
700192         DISPLAY ' New member ' WMEMBER-NAME                      00059700
700192     ELSE                                                         00059800
700192         PERFORM N1-100-READ-MEMBER                               00059900
700192           WITH TEST AFTER                                        00060000
700192           UNTIL NOT WMBRIN-FS-OK                                 00060100
700192         CLOSE MBRIN-FILE                                         00060200
700192         MOVE WDECK-COUNT TO WDISP-CNT                            00060300
700192         DISPLAY ' Member loaded, cards: ' WDISP-CNT              00060400
700192         PERFORM C-300-SHOW-DECK                                  00060500
700192         PERFORM C-500-CHECK-DECK.                                00060600
           SKIP2                                                        00060700
700192*** Plans once each; the manifest's count rows run plan by plan.  00060800
700192 A-230-LOAD-MANIFEST.                                             00060900
700192     OPEN INPUT MANIFEST-FILE.                                    00061000
700192     IF  NOT WMANIFEST-FS-OK                                      00061100
700192         DISPLAY 'BaDeckBl-306 No MANIFEST, plan numbers are '    00061200
700192             'not checked'                                        00061300
700192     ELSE                                                         00061400
700192         SET WPLN-LOADED-YES TO TRUE                              00061500
700192         MOVE SPACES TO WLAST-PLAN                                00061600
700192         PERFORM N2-100-READ-MANIFEST                             00061700
700192           WITH TEST AFTER                                        00061800
700192           UNTIL NOT WMANIFEST-FS-OK                              00061900
700192         CLOSE MANIFEST-FILE                                      00062000
700192         MOVE WPLN-COUNT TO WDISP-CNT                             00062100
700192         DISPLAY ' Manifest plans: ' WDISP-CNT.                   00062200
           SKIP2                                                        00062300
700192 A-240-LOAD-DECAT.                                                00062400
700192     OPEN INPUT DECAT-FILE.                                       00062500
700192     IF  NOT WDECAT-FS-OK                                         00062600
700192         DISPLAY 'BaDeckBl-307 No DECAT, RecordTypes and DE '     00062700
700192             'numbers are not checked'                            00062800
700192     ELSE                                                         00062900
700192         SET WDEC-LOADED-YES TO TRUE                              00063000
700192         PERFORM N3-100-READ-DECAT                                00063100
700192           WITH TEST AFTER                                        00063200
700192           UNTIL NOT WDECAT-FS-OK                                 00063300
700192         CLOSE DECAT-FILE                                         00063400
700192         MOVE WDEC-COUNT TO WDISP-CNT                             00063500
700192         DISPLAY ' Catalog DEs: ' WDISP-CNT.                      00063600
           SKIP2                                                        00063700
700192 A-900-FINI-CLOSE.                                                00063800
700192     DISPLAY 'BaDeckBl-444 Cards Added:' WCTR-ADDED               00063900
700192       ', Removed:' WCTR-REMOVED                                  00064000
700192       ', Saves:' WCTR-SAVES.                                     00064100
700192     DISPLAY 'BaDeckBl-998 Control Deck Builder Ending'.          00064200
           SKIP2                                                        00064300
700192***************************                                       00064400
700192*** Command dialog                                                00064500
700192***************************                                       00064600
700192 B-100-PROC-CMD.                                                  00064700
700192     DISPLAY ' '.                                                 00064800
700192     DISPLAY 'BaDeckBl> L=list H=help A=add D=deck X=remove '     00064900
700192         'C=check S=save Q=quit'.                                 00065000
700192     MOVE SPACES TO WCMD-LINE WCMD-CODE WCMD-ARG.                 00065100
700192     ACCEPT WCMD-LINE.                                            00065200
700192     INSPECT WCMD-LINE CONVERTING WLOWER-CASE TO WUPPER-CASE.     00065300
700192     UNSTRING WCMD-LINE DELIMITED BY ALL SPACE                    00065400
700192         INTO WCMD-CODE WCMD-ARG.                                 00065500
700192     EVALUATE WCMD-CODE                                           00065600
700192       WHEN 'L'                                                   00065700
700192         PERFORM C-100-LIST-CARDS                                 00065800
700192       WHEN 'H'                                                   00065900
700192         PERFORM R-100-FIND-CARD                                  00066000
700192         IF  WCUR-CARD > ZERO                                     00066100
700192             PERFORM C-150-HELP-CARD                              00066200
700192         END-IF                                                   00066300
700192       WHEN 'A'                                                   00066400
700192         PERFORM R-100-FIND-CARD                                  00066500
700192         IF  WCUR-CARD > ZERO                                     00066600
700192             PERFORM C-200-ADD-CARD                               00066700
700192         END-IF                                                   00066800
700192       WHEN 'D'                                                   00066900
700192         PERFORM C-300-SHOW-DECK                                  00067000
700192       WHEN 'X'                                                   00067100
700192         PERFORM C-400-REMOVE-CARD                                00067200
700192       WHEN 'C'                                                   00067300
700192         PERFORM C-500-CHECK-DECK                                 00067400
700192       WHEN 'S'                                                   00067500
700192         PERFORM C-600-SAVE-MEMBER                                00067600
700192       WHEN 'Q'                                                   00067700
700192         PERFORM C-700-QUIT                                       00067800
700192       WHEN OTHER                                                 00067900
700192         DISPLAY 'BaDeckBl-501 Unknown command: '                 00068000
700192             WCMD-LINE (1:20)                                     00068100
700192     END-EVALUATE.                                                00068200
           SKIP2                                                        00068300
700192***************************                                       00068400
700192*** L / H - the card types                                        00068500
700192***************************                                       00068600
700192 C-100-LIST-CARDS.                                                00068700
700192     PERFORM C-110-LIST-ONE                                       00068800
700192       VARYING SUB-CARD FROM 1 BY 1                               00068900
700192         UNTIL SUB-CARD > WCARD-COUNT.                            00069000
           SKIP2                                                        00069100
700192 C-110-LIST-ONE.                                                  00069200
700192     MOVE SUB-CARD TO WDISP-NUM.                                  00069300
700192     DISPLAY ' ' WDISP-NUM ' ' WCARD-VERB (SUB-CARD)              00069400
700192         ' ' WCARD-TEXT (SUB-CARD).                               00069500
           SKIP2                                                        00069600
700192 C-150-HELP-CARD.                                                 00069700
700192     DISPLAY ' ' WCARD-VERB (WCUR-CARD) ' - '                     00069800
700192         WCARD-TEXT (WCUR-CARD).                                  00069900
700192     IF  WCARD-KIND (WCUR-CARD) = 'F'                             00070000
700192         DISPLAY ' Takes no value.'                               00070100
700192     ELSE IF  WCARD-KIND (WCUR-CARD) = 'V'                        00070200
700192         DISPLAY ' Value, one of: ' WCARD-HINT (WCUR-CARD)        00070300
700192     ELSE IF  WCARD-KIND (WCUR-CARD) = 'O'                        00070400
700192         DISPLAY ' Value, blank or: ' WCARD-HINT (WCUR-CARD)      00070500
700192     ELSE                                                         00070600
700192         DISPLAY ' Value: ' WCARD-HINT (WCUR-CARD).               00070700
700192     IF  WCARD-REPEAT-YES (WCUR-CARD)                             00070800
700192         DISPLAY ' May be given more than once.'                  00070900
700192     ELSE                                                         00071000
700192         DISPLAY ' Given more than once, the later card '         00071100
700192             'overrides.'.                                        00071200
700192     MOVE ZERO TO WCTR-WARN.                                      00071300
700192     PERFORM C-160-HELP-RULE                                      00071400
700192       VARYING SUB-RULE FROM 1 BY 1                               00071500
700192         UNTIL SUB-RULE > WRULE-COUNT.                            00071600
           SKIP2                                                        00071700
700192 C-160-HELP-RULE.                                                 00071800
700192     IF  WRULE-VERB-A (SUB-RULE) = WCARD-VERB (WCUR-CARD)         00071900
700192         OR WRULE-VERB-B (SUB-RULE) = WCARD-VERB (WCUR-CARD)      00072000
700192         DISPLAY ' Note: ' WRULE-TEXT (SUB-RULE).                 00072100
           SKIP2                                                        00072200
700192***************************                                       00072300
700192*** A - add a card                                                00072400
700192***************************                                       00072500
700192*** The value is asked for part by part until every part is       00072600
700192*** taken; a blank answer to any part drops the card.             00072700
700192 C-200-ADD-CARD.                                                  00072800
700192     IF  WDECK-COUNT >= WDECK-MAX-ENTRIES                         00072900
700192         MOVE WDECK-MAX-ENTRIES TO WDISP-CNT                      00073000
700192         DISPLAY 'BaDeckBl-502 Deck is full at '                  00073100
700192             WDISP-CNT ' cards'                                   00073200
700192     ELSE                                                         00073300
700192         DISPLAY ' ' WCARD-VERB (WCUR-CARD) ' - '                 00073400
700192             WCARD-TEXT (WCUR-CARD)                               00073500
700192         IF  WCARD-HINT (WCUR-CARD) NOT = SPACES                  00073600
700192             DISPLAY ' Value: ' WCARD-HINT (WCUR-CARD)            00073700
700192                 '   (blank drops the card)'                      00073800
700192         END-IF                                                   00073900
700192         INITIALIZE WVAL-AREA                                     00074000
700192         SET WCARD-FLG-ASKING TO TRUE                             00074100
700192         PERFORM D-100-GET-VALUE                                  00074200
700192         IF  WCARD-FLG-READY                                      00074300
700192             PERFORM D-900-BUILD-CARD                             00074400
700192             ADD 1 TO WDECK-COUNT                                 00074500
700192             MOVE WCARD-BUILD TO WDECK-ENTRY (WDECK-COUNT)        00074600
700192             ADD 1 TO WCTR-ADDED                                  00074700
700192             SET WDIRTY-FLG-YES TO TRUE                           00074800
700192             MOVE WDECK-COUNT TO WDISP-NUM                        00074900
700192             DISPLAY ' Added ' WDISP-NUM ': ' WCARD-BUILD (1:60)  00075000
700192             PERFORM C-500-CHECK-DECK                             00075100
700192         ELSE                                                     00075200
700192             DISPLAY ' Card dropped'.                             00075300
           SKIP2                                                        00075400
700192 D-100-GET-VALUE.                                                 00075500
700192     EVALUATE WCARD-KIND (WCUR-CARD)                              00075600
700192       WHEN 'F'                                                   00075700
700192         SET WCARD-FLG-READY TO TRUE                              00075800
700192       WHEN 'P'                                                   00075900
700192         PERFORM E-100-ASK-PLAN                                   00076000
700192         MOVE WV-PLAN-WORK TO WV-PLAN                             00076100
700192       WHEN 'R'                                                   00076200
700192         PERFORM D-110-GET-RANGE                                  00076300
700192       WHEN 'T'                                                   00076400
700192         PERFORM E-200-ASK-TYPE                                   00076500
700192       WHEN 'E'                                                   00076600
700192         MOVE SPACES TO WV-XXYY                                   00076700
700192         MOVE 4 TO WDE-DIGITS                                     00076800
700192         PERFORM E-300-ASK-DE                                     00076900
700192       WHEN 'Q'                                                   00077000
700192       WHEN 'K'                                                   00077100
700192         PERFORM E-200-ASK-TYPE                                   00077200
700192         IF  WCARD-FLG-READY                                      00077300
700192             MOVE 3 TO WDE-DIGITS                                 00077400
700192             PERFORM E-300-ASK-DE                                 00077500
700192         END-IF                                                   00077600
700192       WHEN 'L'                                                   00077700
700192         PERFORM D-120-GET-TOLERANCE                              00077800
700192       WHEN 'N'                                                   00077900
700192         MOVE 'Number, up to 3 digits:' TO WPROMPT                00078000
700192         MOVE 3 TO WNUM-MAX                                       00078100
700192         PERFORM E-400-ASK-NUMBER                                 00078200
700192         MOVE WNUM-VAL TO WV-NUM3                                 00078300
700192       WHEN '5'                                                   00078400
700192         MOVE 'Number, up to 5 digits:' TO WPROMPT                00078500
700192         MOVE 5 TO WNUM-MAX                                       00078600
700192         PERFORM E-400-ASK-NUMBER                                 00078700
700192         MOVE WNUM-VAL TO WV-NUM5                                 00078800
700192       WHEN '6'                                                   00078900
700192         PERFORM D-130-GET-DATE6                                  00079000
700192       WHEN '8'                                                   00079100
700192         PERFORM D-140-GET-DATE8                                  00079200
700192       WHEN 'W'                                                   00079300
700192         PERFORM E-600-ASK-TIME                                   00079400
700192       WHEN 'V'                                                   00079500
700192       WHEN 'O'                                                   00079600
700192         MOVE WCARD-HINT (WCUR-CARD) TO WOPT-LIST                 00079700
700192         PERFORM E-500-ASK-OPTION                                 00079800
700192       WHEN 'C'                                                   00079900
700192         PERFORM D-150-GET-RCMAP                                  00080000
700192       WHEN 'S'                                                   00080100
700192         PERFORM D-160-GET-SPONSOR                                00080200
700192       WHEN 'M'                                                   00080300
700192         PERFORM E-700-ASK-MEMBER                                 00080400
700192       WHEN OTHER                                                 00080500
700192         SET WCARD-FLG-DROPPED TO TRUE                            00080600
700192     END-EVALUATE.                                                00080700
           SKIP2                                                        00080800
700192*** Both ends of the range, the low not above the high.           00080900
700192 D-110-GET-RANGE.                                                 00081000
700192     MOVE 'N' TO WFOUND-FLG.                                      00081100
700192     PERFORM D-115-GET-RANGE-ENDS                                 00081200
700192       UNTIL WFOUND-FLG-YES                                       00081300
700192          OR WCARD-FLG-DROPPED.                                   00081400
           SKIP2                                                        00081500
700192 D-115-GET-RANGE-ENDS.                                            00081600
700192     DISPLAY ' Low end of the range:'.                            00081700
700192     PERFORM E-100-ASK-PLAN.                                      00081800
700192     MOVE WV-PLAN-WORK TO WV-PLAN.                                00081900
700192     IF  WCARD-FLG-READY                                          00082000
700192         DISPLAY ' High end of the range:'                        00082100
700192         PERFORM E-100-ASK-PLAN                                   00082200
700192         MOVE WV-PLAN-WORK TO WV-PLAN-HI.                         00082300
700192     IF  WCARD-FLG-READY                                          00082400
700192         IF  WV-PLAN > WV-PLAN-HI                                 00082500
700192             DISPLAY 'BaDeckBl-503 Low end is above the high end' 00082600
700192             SET WCARD-FLG-ASKING TO TRUE                         00082700
700192         ELSE                                                     00082800
700192             SET WFOUND-FLG-YES TO TRUE.                          00082900
           SKIP2                                                        00083000
700192*** XXYY, DE, A(bsolute) or P(ercent), and the nine-digit limit,  00083100
700192*** made into the one token the card carries.                     00083200
700192 D-120-GET-TOLERANCE.                                             00083300
700192     PERFORM E-200-ASK-TYPE.                                      00083400
700192     IF  WCARD-FLG-READY                                          00083500
700192         MOVE 3 TO WDE-DIGITS                                     00083600
700192         PERFORM E-300-ASK-DE.                                    00083700
700192     IF  WCARD-FLG-READY                                          00083800
700192         MOVE 'A P' TO WOPT-LIST                                  00083900
700192         DISPLAY ' A - absolute units, P - percent'               00084000
700192         PERFORM E-500-ASK-OPTION.                                00084100
700192     IF  WCARD-FLG-READY                                          00084200
700192         MOVE 'Limit, up to 9 digits:' TO WPROMPT                 00084300
700192         MOVE 9 TO WNUM-MAX                                       00084400
700192         PERFORM E-400-ASK-NUMBER                                 00084500
700192         MOVE WNUM-VAL TO WV-LIMIT.                               00084600
           SKIP2                                                        00084700
700192 D-130-GET-DATE6.                                                 00084800
700192     MOVE 'N' TO WFOUND-FLG.                                      00084900
700192     PERFORM D-135-GET-DATE6-ONCE                                 00085000
700192       UNTIL WFOUND-FLG-YES                                       00085100
700192          OR WCARD-FLG-DROPPED.                                   00085200
           SKIP2                                                        00085300
700192 D-135-GET-DATE6-ONCE.                                            00085400
700192     MOVE 'Date, yymmdd:' TO WPROMPT.                             00085500
700192     MOVE 6 TO WNUM-MAX.                                          00085600
700192     PERFORM E-400-ASK-NUMBER.                                    00085700
700192     IF  WCARD-FLG-READY                                          00085800
700192         MOVE WNUM-VAL TO WV-DATE6                                00085900
700192         IF  WLEN NOT = 6                                         00086000
700192             OR WV-DATE6 (3:2) < '01' OR WV-DATE6 (3:2) > '12'    00086100
700192             OR WV-DATE6 (5:2) < '01' OR WV-DATE6 (5:2) > '31'    00086200
700192             DISPLAY 'BaDeckBl-504 Not a yymmdd date'             00086300
700192             SET WCARD-FLG-ASKING TO TRUE                         00086400
700192         ELSE                                                     00086500
700192             SET WFOUND-FLG-YES TO TRUE.                          00086600
           SKIP2                                                        00086700
700192 D-140-GET-DATE8.                                                 00086800
700192     MOVE 'N' TO WFOUND-FLG.                                      00086900
700192     PERFORM D-145-GET-DATE8-ONCE                                 00087000
700192       UNTIL WFOUND-FLG-YES                                       00087100
700192          OR WCARD-FLG-DROPPED.                                   00087200
           SKIP2                                                        00087300
700192 D-145-GET-DATE8-ONCE.                                            00087400
700192     MOVE 'Date, yyyymmdd:' TO WPROMPT.                           00087500
700192     MOVE 8 TO WNUM-MAX.                                          00087600
700192     PERFORM E-400-ASK-NUMBER.                                    00087700
700192     IF  WCARD-FLG-READY                                          00087800
700192         MOVE WNUM-VAL TO WV-DATE8                                00087900
700192         IF  WLEN NOT = 8                                         00088000
700192             OR WV-DATE8 (5:2) < '01' OR WV-DATE8 (5:2) > '12'    00088100
700192             OR WV-DATE8 (7:2) < '01' OR WV-DATE8 (7:2) > '31'    00088200
700192             DISPLAY 'BaDeckBl-504 Not a yyyymmdd date'           00088300
700192             SET WCARD-FLG-ASKING TO TRUE                         00088400
700192         ELSE                                                     00088500
700192             SET WFOUND-FLG-YES TO TRUE.                          00088600
           SKIP2                                                        00088700
700192*** Class letter, then the two-digit return code it is to give.   00088800
700192 D-150-GET-RCMAP.                                                 00088900
700192     DISPLAY ' M money  P participant  L length  F fuzzy  '       00089000
700192         'C control card'.                                        00089100
700192     DISPLAY ' S severity  I identity  Z frozen plan'.            00089200
700192     MOVE WCARD-HINT (WCUR-CARD) TO WOPT-LIST.                    00089300
700192     PERFORM E-500-ASK-OPTION.                                    00089400
700192     IF  WCARD-FLG-READY                                          00089500
700192         MOVE 'Return code, 2 digits:' TO WPROMPT                 00089600
700192         MOVE 2 TO WNUM-MAX                                       00089700
700192         PERFORM E-400-ASK-NUMBER                                 00089800
700192         MOVE WNUM-VAL TO WV-NUM2.                                00089900
           SKIP2                                                        00090000
700192 D-160-GET-SPONSOR.                                               00090100
700192     PERFORM E-100-ASK-PLAN.                                      00090200
700192     MOVE WV-PLAN-WORK TO WV-PLAN.                                00090300
700192     IF  WCARD-FLG-READY                                          00090400
700192         MOVE 'N' TO WFOUND-FLG                                   00090500
700192         PERFORM D-165-GET-CODE                                   00090600
700192           UNTIL WFOUND-FLG-YES                                   00090700
700192              OR WCARD-FLG-DROPPED.                               00090800
           SKIP2                                                        00090900
700192 D-165-GET-CODE.                                                  00091000
700192     MOVE 'Sponsor code, up to 8 characters:' TO WPROMPT.         00091100
700192     PERFORM R-010-ASK.                                           00091200
700192     PERFORM R-050-ONE-WORD.                                      00091300
700192     IF  WANSWER = SPACES                                         00091400
700192         SET WCARD-FLG-DROPPED TO TRUE                            00091500
700192     ELSE IF  WLEN > 8                                            00091600
700192         DISPLAY 'BaDeckBl-505 One word of up to 8 characters'    00091700
700192     ELSE                                                         00091800
700192         MOVE WANSWER (1:8) TO WV-CODE                            00091900
700192         SET WFOUND-FLG-YES TO TRUE.                              00092000
           SKIP2                                                        00092100
700192***************************                                       00092200
700192*** Card images, in the columns BABKCMP reads                     00092300
700192***************************                                       00092400
700192 D-900-BUILD-CARD.                                                00092500
700192     MOVE SPACES TO WCARD-BUILD.                                  00092600
700192     MOVE 1 TO WLIST-PTR.                                         00092700
700192     STRING WCARD-VERB (WCUR-CARD) DELIMITED BY SPACE             00092800
700192         INTO WCARD-BUILD WITH POINTER WLIST-PTR.                 00092900
700192     IF  WCARD-KIND (WCUR-CARD) NOT = 'F'                         00093000
700192         ADD 1 TO WLIST-PTR.                                      00093100
700192     EVALUATE WCARD-KIND (WCUR-CARD)                              00093200
700192       WHEN 'P'                                                   00093300
700192         STRING WV-PLAN DELIMITED BY SPACE                        00093400
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00093500
700192       WHEN 'R'                                                   00093600
700192         STRING WV-PLAN DELIMITED BY SPACE                        00093700
700192             '-' DELIMITED BY SIZE                                00093800
700192             WV-PLAN-HI DELIMITED BY SPACE                        00093900
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00094000
700192       WHEN 'T'                                                   00094100
700192         MOVE WV-XXYY TO WCARD-BUILD (WLIST-PTR:4)                00094200
700192       WHEN 'E'                                                   00094300
700192         MOVE WV-DE4 TO WCARD-BUILD (WLIST-PTR:4)                 00094400
700192       WHEN 'Q'                                                   00094500
700192         MOVE WV-XXYY TO WCARD-BUILD (WLIST-PTR:4)                00094600
700192         ADD 5 TO WLIST-PTR                                       00094700
700192         MOVE WV-DE3 TO WCARD-BUILD (WLIST-PTR:3)                 00094800
700192       WHEN 'K'                                                   00094900
700192         MOVE WV-XXYY TO WCARD-BUILD (WLIST-PTR:4)                00095000
700192         ADD 4 TO WLIST-PTR                                       00095100
700192         MOVE WV-DE3 TO WCARD-BUILD (WLIST-PTR:3)                 00095200
700192       WHEN 'L'                                                   00095300
700192         STRING WV-XXYY WV-DE3 WV-WORD (1:1) WV-LIMIT             00095400
700192             DELIMITED BY SIZE                                    00095500
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00095600
700192       WHEN 'N'                                                   00095700
700192         MOVE WV-NUM3 TO WCARD-BUILD (WLIST-PTR:3)                00095800
700192       WHEN '5'                                                   00095900
700192         MOVE WV-NUM5 TO WCARD-BUILD (WLIST-PTR:5)                00096000
700192       WHEN '6'                                                   00096100
700192         MOVE WV-DATE6 TO WCARD-BUILD (WLIST-PTR:6)               00096200
700192       WHEN '8'                                                   00096300
700192         MOVE WV-DATE8 TO WCARD-BUILD (WLIST-PTR:8)               00096400
700192       WHEN 'W'                                                   00096500
700192         STRING WV-HH ':' WV-MM DELIMITED BY SIZE                 00096600
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00096700
700192       WHEN 'V'                                                   00096800
700192       WHEN 'O'                                                   00096900
700192         MOVE WV-WORD TO WCARD-BUILD (WLIST-PTR:8)                00097000
700192       WHEN 'C'                                                   00097100
700192         STRING WV-WORD (1:1) WV-NUM2 DELIMITED BY SIZE           00097200
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00097300
700192       WHEN 'S'                                                   00097400
700192         STRING WV-PLAN DELIMITED BY SPACE                        00097500
700192             ' ' DELIMITED BY SIZE                                00097600
700192             WV-CODE DELIMITED BY SIZE                            00097700
700192             INTO WCARD-BUILD WITH POINTER WLIST-PTR              00097800
700192       WHEN 'M'                                                   00097900
700192         MOVE WV-MEMBER TO WCARD-BUILD (WLIST-PTR:60)             00098000
700192     END-EVALUATE.                                                00098100
           SKIP2                                                        00098200
700192***************************                                       00098300
700192*** Value parts                                                   00098400
700192***************************                                       00098500
700192*** Each part is asked until it is taken or a blank answer drops  00098600
700192*** the card.  '?' lists what the part can be.                    00098700
700192 E-100-ASK-PLAN.                                                  00098800
700192     MOVE 'A' TO WPART-FLG.                                       00098900
700192     PERFORM E-110-ASK-PLAN-ONCE                                  00099000
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00099100
700192     PERFORM R-020-PART-DONE.                                     00099200
           SKIP2                                                        00099300
700192 E-110-ASK-PLAN-ONCE.                                             00099400
700192     MOVE 'Plan number (? lists the manifest):' TO WPROMPT.       00099500
700192     PERFORM R-010-ASK.                                           00099600
700192     PERFORM R-050-ONE-WORD.                                      00099700
700192     IF  WANSWER = SPACES                                         00099800
700192         SET WPART-FLG-QUIT TO TRUE                               00099900
700192     ELSE IF  WANSWER (1:1) = '?'                                 00100000
700192         PERFORM E-120-LIST-PLANS                                 00100100
700192     ELSE IF  WLEN > 10                                           00100200
700192         DISPLAY 'BaDeckBl-506 A plan number is one word of up '  00100300
700192             'to 10 characters'                                   00100400
700192     ELSE                                                         00100500
700192         MOVE WANSWER (1:10) TO WV-PLAN-WORK                      00100600
700192         MOVE 'N' TO WFOUND-FLG                                   00100700
700192         IF  WPLN-LOADED-YES                                      00100800
700192             PERFORM E-130-SCAN-PLAN                              00100900
700192               VARYING SUB-PLN FROM 1 BY 1                        00101000
700192                 UNTIL SUB-PLN > WPLN-COUNT                       00101100
700192                    OR WFOUND-FLG-YES                             00101200
700192         END-IF                                                   00101300
700192         IF  WPLN-LOADED-YES                                      00101400
700192             AND NOT WFOUND-FLG-YES                               00101500
700192             DISPLAY 'BaDeckBl-401 Plan ' WV-PLAN-WORK            00101600
700192                 ' is not on the manifest'                        00101700
700192             PERFORM R-030-CONFIRM                                00101800
700192         ELSE                                                     00101900
700192             SET WPART-FLG-OK TO TRUE.                            00102000
           SKIP2                                                        00102100
700192 E-120-LIST-PLANS.                                                00102200
700192     IF  NOT WPLN-LOADED-YES                                      00102300
700192         DISPLAY ' No manifest supplied'                          00102400
700192     ELSE                                                         00102500
700192         MOVE SPACES TO WLIST-LINE                                00102600
700192         MOVE 2 TO WLIST-PTR                                      00102700
700192         PERFORM E-125-LIST-ONE-PLAN                              00102800
700192           VARYING SUB-PLN FROM 1 BY 1                            00102900
700192             UNTIL SUB-PLN > WPLN-COUNT                           00103000
700192         IF  WLIST-LINE NOT = SPACES                              00103100
700192             DISPLAY WLIST-LINE                                   00103200
700192         END-IF                                                   00103300
700192         MOVE WPLN-COUNT TO WDISP-CNT                             00103400
700192         DISPLAY ' Plans on the manifest: ' WDISP-CNT.            00103500
           SKIP2                                                        00103600
700192 E-125-LIST-ONE-PLAN.                                             00103700
700192     STRING WPLN-ENTRY (SUB-PLN) ' ' DELIMITED BY SIZE            00103800
700192         INTO WLIST-LINE WITH POINTER WLIST-PTR.                  00103900
700192     IF  WLIST-PTR > 66                                           00104000
700192         DISPLAY WLIST-LINE                                       00104100
700192         MOVE SPACES TO WLIST-LINE                                00104200
700192         MOVE 2 TO WLIST-PTR.                                     00104300
           SKIP2                                                        00104400
700192 E-130-SCAN-PLAN.                                                 00104500
700192     IF  WPLN-ENTRY (SUB-PLN) = WV-PLAN-WORK                      00104600
700192         SET WFOUND-FLG-YES TO TRUE.                              00104700
           SKIP2                                                        00104800
700192 E-200-ASK-TYPE.                                                  00104900
700192     MOVE 'A' TO WPART-FLG.                                       00105000
700192     PERFORM E-210-ASK-TYPE-ONCE                                  00105100
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00105200
700192     PERFORM R-020-PART-DONE.                                     00105300
           SKIP2                                                        00105400
700192 E-210-ASK-TYPE-ONCE.                                             00105500
700192     MOVE 'RecordType XXYY (? lists the catalog):' TO WPROMPT.    00105600
700192     PERFORM R-010-ASK.                                           00105700
700192     PERFORM R-050-ONE-WORD.                                      00105800
700192     IF  WANSWER = SPACES                                         00105900
700192         SET WPART-FLG-QUIT TO TRUE                               00106000
700192     ELSE IF  WANSWER (1:1) = '?'                                 00106100
700192         PERFORM E-220-LIST-TYPES                                 00106200
700192     ELSE IF  WLEN > 4                                            00106300
700192         DISPLAY 'BaDeckBl-507 A RecordType is up to 4 characters'00106400
700192     ELSE                                                         00106500
700192         MOVE WANSWER (1:4) TO WV-XXYY                            00106600
700192         MOVE 'N' TO WFOUND-FLG                                   00106700
700192         IF  WDEC-LOADED-YES                                      00106800
700192             PERFORM E-230-SCAN-TYPE                              00106900
700192               VARYING SUB-DEC FROM 1 BY 1                        00107000
700192                 UNTIL SUB-DEC > WDEC-COUNT                       00107100
700192                    OR WFOUND-FLG-YES                             00107200
700192         END-IF                                                   00107300
700192         IF  WDEC-LOADED-YES                                      00107400
700192             AND NOT WFOUND-FLG-YES                               00107500
700192             DISPLAY 'BaDeckBl-402 RecordType ' WV-XXYY           00107600
700192                 ' is not in the catalog'                         00107700
700192             PERFORM R-030-CONFIRM                                00107800
700192         ELSE                                                     00107900
700192             SET WPART-FLG-OK TO TRUE.                            00108000
           SKIP2                                                        00108100
700192*** The catalog runs type by type, so each type is listed once.   00108200
700192 E-220-LIST-TYPES.                                                00108300
700192     IF  NOT WDEC-LOADED-YES                                      00108400
700192         DISPLAY ' No catalog supplied'                           00108500
700192     ELSE                                                         00108600
700192         MOVE SPACES TO WLIST-LINE WLAST-XXYY                     00108700
700192         MOVE 2 TO WLIST-PTR                                      00108800
700192         PERFORM E-225-LIST-ONE-TYPE                              00108900
700192           VARYING SUB-DEC FROM 1 BY 1                            00109000
700192             UNTIL SUB-DEC > WDEC-COUNT                           00109100
700192         IF  WLIST-LINE NOT = SPACES                              00109200
700192             DISPLAY WLIST-LINE.                                  00109300
           SKIP2                                                        00109400
700192 E-225-LIST-ONE-TYPE.                                             00109500
700192     IF  WDEC-XXYY (SUB-DEC) NOT = WLAST-XXYY                     00109600
700192         MOVE WDEC-XXYY (SUB-DEC) TO WLAST-XXYY                   00109700
700192         STRING WLAST-XXYY ' ' DELIMITED BY SIZE                  00109800
700192             INTO WLIST-LINE WITH POINTER WLIST-PTR               00109900
700192         IF  WLIST-PTR > 70                                       00110000
700192             DISPLAY WLIST-LINE                                   00110100
700192             MOVE SPACES TO WLIST-LINE                            00110200
700192             MOVE 2 TO WLIST-PTR.                                 00110300
           SKIP2                                                        00110400
700192 E-230-SCAN-TYPE.                                                 00110500
700192     IF  WDEC-XXYY (SUB-DEC) = WV-XXYY                            00110600
700192         SET WFOUND-FLG-YES TO TRUE.                              00110700
           SKIP2                                                        00110800
700192*** WDE-DIGITS says how wide the card carries the DE: four for    00110900
700192*** IGNOREDE and ENVIGNDE, three after a RecordType.              00111000
700192 E-300-ASK-DE.                                                    00111100
700192     MOVE 'A' TO WPART-FLG.                                       00111200
700192     PERFORM E-310-ASK-DE-ONCE                                    00111300
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00111400
700192     PERFORM R-020-PART-DONE.                                     00111500
           SKIP2                                                        00111600
700192 E-310-ASK-DE-ONCE.                                               00111700
700192     MOVE 'DE number (? lists a RecordType''s DEs):' TO WPROMPT.  00111800
700192     PERFORM R-010-ASK.                                           00111900
700192     MOVE WDE-DIGITS TO WNUM-MAX.                                 00112000
700192     PERFORM R-060-EDIT-NUM.                                      00112100
700192     IF  WANSWER = SPACES                                         00112200
700192         SET WPART-FLG-QUIT TO TRUE                               00112300
700192     ELSE IF  WANSWER (1:1) = '?'                                 00112400
700192         PERFORM E-320-LIST-DES                                   00112500
700192         MOVE 'A' TO WPART-FLG                                    00112600
700192     ELSE IF  WPART-FLG-QUIT                                      00112700
700192         MOVE WDE-DIGITS TO WDISP-NUM                             00112800
700192         DISPLAY 'BaDeckBl-508 A DE number is up to '             00112900
700192             WDISP-NUM ' digits'                                  00113000
700192         MOVE 'A' TO WPART-FLG                                    00113100
700192     ELSE                                                         00113200
700192         MOVE WNUM-VAL TO WV-DE4                                  00113300
700192         MOVE WNUM-VAL TO WV-DE3                                  00113400
700192         MOVE 'N' TO WFOUND-FLG                                   00113500
700192         IF  WDEC-LOADED-YES                                      00113600
700192             PERFORM E-330-SCAN-DE                                00113700
700192               VARYING SUB-DEC FROM 1 BY 1                        00113800
700192                 UNTIL SUB-DEC > WDEC-COUNT                       00113900
700192                    OR WFOUND-FLG-YES                             00114000
700192         END-IF                                                   00114100
700192         IF  WDEC-LOADED-YES                                      00114200
700192             AND NOT WFOUND-FLG-YES                               00114300
700192             DISPLAY 'BaDeckBl-403 DE ' WV-DE4 ' is not in the '  00114400
700192                 'catalog for ' WV-XXYY                           00114500
700192             PERFORM R-030-CONFIRM                                00114600
700192         ELSE                                                     00114700
700192             SET WPART-FLG-OK TO TRUE.                            00114800
           SKIP2                                                        00114900
700192*** The DEs of the RecordType already given, or of one asked for. 00115000
700192 E-320-LIST-DES.                                                  00115100
700192     IF  NOT WDEC-LOADED-YES                                      00115200
700192         DISPLAY ' No catalog supplied'                           00115300
700192     ELSE                                                         00115400
700192         MOVE WV-XXYY TO WLAST-XXYY                               00115500
700192         IF  WLAST-XXYY = SPACES                                  00115600
700192             MOVE 'RecordType to list:' TO WPROMPT                00115700
700192             PERFORM R-010-ASK                                    00115800
700192             MOVE WANSWER (1:4) TO WLAST-XXYY                     00115900
700192         END-IF                                                   00116000
700192         PERFORM E-325-LIST-ONE-DE                                00116100
700192           VARYING SUB-DEC FROM 1 BY 1                            00116200
700192             UNTIL SUB-DEC > WDEC-COUNT.                          00116300
           SKIP2                                                        00116400
700192 E-325-LIST-ONE-DE.                                               00116500
700192     IF  WDEC-XXYY (SUB-DEC) = WLAST-XXYY                         00116600
700192         DISPLAY ' ' WDEC-XXYY (SUB-DEC) ' ' WDEC-DENUM (SUB-DEC) 00116700
700192             ' ' WDEC-NAME (SUB-DEC).                             00116800
           SKIP2                                                        00116900
700192*** With no RecordType (IGNOREDE, ENVIGNDE) the DE may be any     00117000
700192*** type's.                                                       00117100
700192 E-330-SCAN-DE.                                                   00117200
700192     IF  WDEC-DENUM (SUB-DEC) = WV-DE4                            00117300
700192         AND (WV-XXYY = SPACES                                    00117400
700192              OR WDEC-XXYY (SUB-DEC) = WV-XXYY)                   00117500
700192         SET WFOUND-FLG-YES TO TRUE.                              00117600
           SKIP2                                                        00117700
700192*** Digits only, up to WNUM-MAX of them; WLEN says how many.      00117800
700192 E-400-ASK-NUMBER.                                                00117900
700192     MOVE 'A' TO WPART-FLG.                                       00118000
700192     PERFORM E-410-ASK-NUMBER-ONCE                                00118100
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00118200
700192     PERFORM R-020-PART-DONE.                                     00118300
           SKIP2                                                        00118400
700192 E-410-ASK-NUMBER-ONCE.                                           00118500
700192     PERFORM R-010-ASK.                                           00118600
700192     PERFORM R-060-EDIT-NUM.                                      00118700
700192     IF  WANSWER = SPACES                                         00118800
700192         SET WPART-FLG-QUIT TO TRUE                               00118900
700192     ELSE IF  WPART-FLG-QUIT                                      00119000
700192         MOVE WNUM-MAX TO WDISP-NUM                               00119100
700192         DISPLAY 'BaDeckBl-509 Digits only, up to ' WDISP-NUM     00119200
700192         MOVE 'A' TO WPART-FLG                                    00119300
700192     ELSE                                                         00119400
700192         SET WPART-FLG-OK TO TRUE.                                00119500
           SKIP2                                                        00119600
700192*** One of the words in WOPT-LIST; a blank answer is taken as     00119700
700192*** no value where the card's value is optional.                  00119800
700192 E-500-ASK-OPTION.                                                00119900
700192     MOVE SPACES TO WOPT-AREA.                                    00120000
700192     UNSTRING WOPT-LIST DELIMITED BY ALL SPACE                    00120100
700192         INTO WOPT-ENTRY (1) WOPT-ENTRY (2) WOPT-ENTRY (3)        00120200
700192              WOPT-ENTRY (4) WOPT-ENTRY (5) WOPT-ENTRY (6)        00120300
700192              WOPT-ENTRY (7) WOPT-ENTRY (8).                      00120400
700192     MOVE 'A' TO WPART-FLG.                                       00120500
700192     PERFORM E-510-ASK-OPTION-ONCE                                00120600
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00120700
700192     PERFORM R-020-PART-DONE.                                     00120800
           SKIP2                                                        00120900
700192 E-510-ASK-OPTION-ONCE.                                           00121000
700192     MOVE SPACES TO WPROMPT.                                      00121100
700192     STRING 'One of ' DELIMITED BY SIZE                           00121200
700192         WOPT-LIST DELIMITED BY '  '                              00121300
700192         ':' DELIMITED BY SIZE                                    00121400
700192         INTO WPROMPT.                                            00121500
700192     PERFORM R-010-ASK.                                           00121600
700192     PERFORM R-050-ONE-WORD.                                      00121700
700192     IF  WANSWER = SPACES                                         00121800
700192         AND WCARD-KIND (WCUR-CARD) = 'O'                         00121900
700192         MOVE SPACES TO WV-WORD                                   00122000
700192         SET WPART-FLG-OK TO TRUE                                 00122100
700192     ELSE IF  WANSWER = SPACES                                    00122200
700192         SET WPART-FLG-QUIT TO TRUE                               00122300
700192     ELSE                                                         00122400
700192         MOVE 'N' TO WFOUND-FLG                                   00122500
700192         PERFORM E-520-SCAN-OPTION                                00122600
700192           VARYING SUB-OPT FROM 1 BY 1                            00122700
700192             UNTIL SUB-OPT > 8                                    00122800
700192                OR WFOUND-FLG-YES                                 00122900
700192         IF  WFOUND-FLG-YES                                       00123000
700192             AND WLEN NOT > 8                                     00123100
700192             MOVE WANSWER (1:8) TO WV-WORD                        00123200
700192             SET WPART-FLG-OK TO TRUE                             00123300
700192         ELSE                                                     00123400
700192             DISPLAY 'BaDeckBl-510 Not one of the values allowed'.00123500
           SKIP2                                                        00123600
700192 E-520-SCAN-OPTION.                                               00123700
700192     IF  WOPT-ENTRY (SUB-OPT) NOT = SPACES                        00123800
700192         AND WOPT-ENTRY (SUB-OPT) = WANSWER (1:8)                 00123900
700192         SET WFOUND-FLG-YES TO TRUE.                              00124000
           SKIP2                                                        00124100
700192*** hh:mm or hhmm, a time of day.                                 00124200
700192 E-600-ASK-TIME.                                                  00124300
700192     MOVE 'A' TO WPART-FLG.                                       00124400
700192     PERFORM E-610-ASK-TIME-ONCE                                  00124500
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00124600
700192     PERFORM R-020-PART-DONE.                                     00124700
           SKIP2                                                        00124800
700192 E-610-ASK-TIME-ONCE.                                             00124900
700192     MOVE 'Time of day, hh:mm:' TO WPROMPT.                       00125000
700192     PERFORM R-010-ASK.                                           00125100
700192     IF  WANSWER = SPACES                                         00125200
700192         SET WPART-FLG-QUIT TO TRUE                               00125300
700192     ELSE IF  WANSWER (1:2) IS NUMERIC                            00125400
700192         AND WANSWER (3:1) = ':'                                  00125500
700192         AND WANSWER (4:2) IS NUMERIC                             00125600
700192         AND WANSWER (6:75) = SPACES                              00125700
700192         MOVE WANSWER (1:2) TO WV-HH                              00125800
700192         MOVE WANSWER (4:2) TO WV-MM                              00125900
700192         PERFORM E-620-CHECK-TIME                                 00126000
700192     ELSE IF  WANSWER (1:4) IS NUMERIC                            00126100
700192         AND WANSWER (5:76) = SPACES                              00126200
700192         MOVE WANSWER (1:2) TO WV-HH                              00126300
700192         MOVE WANSWER (3:2) TO WV-MM                              00126400
700192         PERFORM E-620-CHECK-TIME                                 00126500
700192     ELSE                                                         00126600
700192         DISPLAY 'BaDeckBl-511 Not an hh:mm time'.                00126700
           SKIP2                                                        00126800
700192 E-620-CHECK-TIME.                                                00126900
700192     IF  WV-HH > 23 OR WV-MM > 59                                 00127000
700192         DISPLAY 'BaDeckBl-511 Not an hh:mm time'                 00127100
700192     ELSE                                                         00127200
700192         SET WPART-FLG-OK TO TRUE.                                00127300
           SKIP2                                                        00127400
700192*** INCLUDE inside a member is the second level; BABKCMP does not 00127500
700192*** follow a third, so the named member must not INCLUDE again.   00127600
700192 E-700-ASK-MEMBER.                                                00127700
700192     MOVE 'A' TO WPART-FLG.                                       00127800
700192     PERFORM E-710-ASK-MEMBER-ONCE                                00127900
700192       UNTIL NOT WPART-FLG-AGAIN.                                 00128000
700192     PERFORM R-020-PART-DONE.                                     00128100
           SKIP2                                                        00128200
700192 E-710-ASK-MEMBER-ONCE.                                           00128300
700192     MOVE 'Member name:' TO WPROMPT.                              00128400
700192     MOVE 'N' TO WUPPER-FLG.                                      00128500
700192     PERFORM R-010-ASK.                                           00128600
700192     PERFORM R-050-ONE-WORD.                                      00128700
700192     IF  WANSWER = SPACES                                         00128800
700192         SET WPART-FLG-QUIT TO TRUE                               00128900
700192     ELSE IF  WLEN > 60                                           00129000
700192         DISPLAY 'BaDeckBl-512 One word of up to 60 characters'   00129100
700192     ELSE IF  WANSWER (1:60) = WMEMBER-NAME                       00129200
700192         DISPLAY 'BaDeckBl-513 A member cannot INCLUDE itself'    00129300
700192     ELSE                                                         00129400
700192         MOVE WANSWER (1:60) TO WV-MEMBER                         00129500
700192         DISPLAY ' Note: that member must not hold an INCLUDE '   00129600
700192             'card of its own'                                    00129700
700192         SET WPART-FLG-OK TO TRUE.                                00129800
           SKIP2                                                        00129900
700192***************************                                       00130000
700192*** D / X - the deck                                              00130100
700192***************************                                       00130200
700192 C-300-SHOW-DECK.                                                 00130300
700192     IF  WDECK-COUNT = ZERO                                       00130400
700192         DISPLAY ' Deck is empty'                                 00130500
700192     ELSE                                                         00130600
700192         DISPLAY ' Member ' WMEMBER-NAME                          00130700
700192         PERFORM C-310-SHOW-LINE                                  00130800
700192           VARYING SUB-DECK FROM 1 BY 1                           00130900
700192             UNTIL SUB-DECK > WDECK-COUNT.                        00131000
           SKIP2                                                        00131100
700192 C-310-SHOW-LINE.                                                 00131200
700192     MOVE SUB-DECK TO WDISP-NUM.                                  00131300
700192     DISPLAY ' ' WDISP-NUM ' ' WDECK-ENTRY (SUB-DECK) (1:72).     00131400
           SKIP2                                                        00131500
700192 C-400-REMOVE-CARD.                                               00131600
700192     MOVE ZERO TO WLEN.                                           00131700
700192     INSPECT WCMD-ARG TALLYING WLEN                               00131800
700192         FOR CHARACTERS BEFORE INITIAL SPACE.                     00131900
700192     IF  WLEN = ZERO OR WLEN > 3                                  00132000
700192         DISPLAY 'BaDeckBl-514 Give the deck line number: X nn'   00132100
700192     ELSE IF  WCMD-ARG (1:WLEN) NOT NUMERIC                       00132200
700192         DISPLAY 'BaDeckBl-514 Give the deck line number: X nn'   00132300
700192     ELSE                                                         00132400
700192         MOVE WCMD-ARG (1:WLEN) TO WNUM-VAL                       00132500
700192         IF  WNUM-VAL < 1 OR WNUM-VAL > WDECK-COUNT               00132600
700192             DISPLAY 'BaDeckBl-515 No such deck line'             00132700
700192         ELSE                                                     00132800
700192             MOVE WNUM-VAL TO SUB-DECK                            00132900
700192             DISPLAY ' Removed: ' WDECK-ENTRY (SUB-DECK) (1:60)   00133000
700192             PERFORM C-410-CLOSE-GAP                              00133100
700192               VARYING SUB-DECK FROM SUB-DECK BY 1                00133200
700192                 UNTIL SUB-DECK >= WDECK-COUNT                    00133300
700192             MOVE SPACES TO WDECK-ENTRY (WDECK-COUNT)             00133400
700192             SUBTRACT 1 FROM WDECK-COUNT                          00133500
700192             ADD 1 TO WCTR-REMOVED                                00133600
700192             SET WDIRTY-FLG-YES TO TRUE.                          00133700
           SKIP2                                                        00133800
700192 C-410-CLOSE-GAP.                                                 00133900
700192     COMPUTE SUB-DECK2 = SUB-DECK + 1.                            00134000
700192     MOVE WDECK-ENTRY (SUB-DECK2) TO WDECK-ENTRY (SUB-DECK).      00134100
           SKIP2                                                        00134200
700192***************************                                       00134300
700192*** C - combinations                                              00134400
700192***************************                                       00134500
700192*** Three passes over the deck: the combination rules, IFDAY and  00134600
700192*** ENDDAY pairing, and a card the deck gives twice where the     00134700
700192*** later one overrides (outside IFDAY sections, where one card   00134800
700192*** per day type is the point).                                   00134900
700192 C-500-CHECK-DECK.                                                00135000
700192     MOVE ZERO TO WCTR-WARN.                                      00135100
700192     PERFORM C-510-CHECK-RULE                                     00135200
700192       VARYING SUB-RULE FROM 1 BY 1                               00135300
700192         UNTIL SUB-RULE > WRULE-COUNT.                            00135400
700192     MOVE 'N' TO WSECTION-FLG.                                    00135500
700192     PERFORM C-520-CHECK-SECTION                                  00135600
700192       VARYING SUB-DECK FROM 1 BY 1                               00135700
700192         UNTIL SUB-DECK > WDECK-COUNT.                            00135800
700192     IF  WSECTION-FLG-YES                                         00135900
700192         ADD 1 TO WCTR-WARN                                       00136000
700192         DISPLAY 'BaDeckBl-404 Warning: the last IFDAY section '  00136100
700192             'has no ENDDAY'.                                     00136200
700192     MOVE 'N' TO WSECTION-FLG.                                    00136300
700192     PERFORM C-530-CHECK-REPEAT                                   00136400
700192       VARYING SUB-DECK FROM 1 BY 1                               00136500
700192         UNTIL SUB-DECK > WDECK-COUNT.                            00136600
700192     IF  WCTR-WARN = ZERO                                         00136700
700192         DISPLAY ' No conflicting combinations'                   00136800
700192     ELSE                                                         00136900
700192         MOVE WCTR-WARN TO WDISP-CNT                              00137000
700192         DISPLAY ' Warnings: ' WDISP-CNT.                         00137100
           SKIP2                                                        00137200
700192 C-510-CHECK-RULE.                                                00137300
700192     MOVE WRULE-VERB-A (SUB-RULE) TO WFIND-VERB.                  00137400
700192     PERFORM R-700-FIND-VERB.                                     00137500
700192     MOVE WFIND-POS TO WPOS-A.                                    00137600
700192     MOVE WRULE-VERB-B (SUB-RULE) TO WFIND-VERB.                  00137700
700192     PERFORM R-700-FIND-VERB.                                     00137800
700192     MOVE WFIND-POS TO WPOS-B.                                    00137900
700192     IF  WPOS-A = ZERO                                            00138000
700192         NEXT SENTENCE                                            00138100
700192     ELSE IF  WRULE-KIND-BOTH (SUB-RULE)                          00138200
700192         AND WPOS-B > ZERO                                        00138300
700192         PERFORM C-515-SHOW-RULE                                  00138400
700192     ELSE IF  WRULE-KIND-NEEDS (SUB-RULE)                         00138500
700192         AND WPOS-B = ZERO                                        00138600
700192         PERFORM C-515-SHOW-RULE                                  00138700
700192     ELSE IF  WRULE-KIND-AHEAD (SUB-RULE)                         00138800
700192         AND (WPOS-B = ZERO OR WPOS-B > WPOS-A)                   00138900
700192         PERFORM C-515-SHOW-RULE.                                 00139000
           SKIP2                                                        00139100
700192 C-515-SHOW-RULE.                                                 00139200
700192     ADD 1 TO WCTR-WARN.                                          00139300
700192     MOVE WPOS-A TO WDISP-NUM.                                    00139400
700192     DISPLAY 'BaDeckBl-405 Warning (line ' WDISP-NUM '): '        00139500
700192         WRULE-TEXT (SUB-RULE).                                   00139600
           SKIP2                                                        00139700
700192 C-520-CHECK-SECTION.                                             00139800
700192     PERFORM R-710-LINE-VERB.                                     00139900
700192     MOVE SUB-DECK TO WDISP-NUM.                                  00140000
700192     IF  WLINE-VERB = 'IFDAY'                                     00140100
700192         IF  WSECTION-FLG-YES                                     00140200
700192             ADD 1 TO WCTR-WARN                                   00140300
700192             DISPLAY 'BaDeckBl-406 Warning (line ' WDISP-NUM      00140400
700192                 '): IFDAY inside an open IFDAY section'          00140500
700192         ELSE                                                     00140600
700192             SET WSECTION-FLG-YES TO TRUE                         00140700
700192         END-IF                                                   00140800
700192     ELSE IF  WLINE-VERB = 'ENDDAY'                               00140900
700192         IF  WSECTION-FLG-YES                                     00141000
700192             MOVE 'N' TO WSECTION-FLG                             00141100
700192         ELSE                                                     00141200
700192             ADD 1 TO WCTR-WARN                                   00141300
700192             DISPLAY 'BaDeckBl-407 Warning (line ' WDISP-NUM      00141400
700192                 '): ENDDAY with no IFDAY open'.                  00141500
           SKIP2                                                        00141600
700192 C-530-CHECK-REPEAT.                                              00141700
700192     PERFORM R-710-LINE-VERB.                                     00141800
700192     IF  WLINE-VERB = 'IFDAY'                                     00141900
700192         SET WSECTION-FLG-YES TO TRUE                             00142000
700192     ELSE IF  WLINE-VERB = 'ENDDAY'                               00142100
700192         MOVE 'N' TO WSECTION-FLG                                 00142200
700192     ELSE IF  NOT WSECTION-FLG-YES                                00142300
700192         AND WLINE-VERB NOT = SPACES                              00142400
700192         MOVE WLINE-VERB TO WFIND-VERB                            00142500
700192         PERFORM R-100-FIND-VERB-CARD                             00142600
700192         IF  SUB-CARD > ZERO                                      00142700
700192             AND NOT WCARD-REPEAT-YES (SUB-CARD)                  00142800
700192             PERFORM C-535-LATER-REPEAT.                          00142900
           SKIP2                                                        00143000
700192*** Only the first of the cards is reported, against the next     00143100
700192*** one given outside a section.                                  00143200
700192 C-535-LATER-REPEAT.                                              00143300
700192     MOVE 'N' TO WFOUND-FLG.                                      00143400
700192     MOVE 'N' TO WSCAN-SECT-FLG.                                  00143500
700192     PERFORM C-540-SCAN-LATER                                     00143600
700192       VARYING SUB-DECK2 FROM 1 BY 1                              00143700
700192         UNTIL SUB-DECK2 > WDECK-COUNT                            00143800
700192            OR WFOUND-FLG-YES.                                    00143900
           SKIP2                                                        00144000
700192 C-540-SCAN-LATER.                                                00144100
700192     UNSTRING WDECK-ENTRY (SUB-DECK2) DELIMITED BY SPACE          00144200
700192         INTO WLINE-VERB2.                                        00144300
700192     IF  WLINE-VERB2 = 'IFDAY'                                    00144400
700192         SET WSCAN-SECT-FLG-YES TO TRUE                           00144500
700192     ELSE IF  WLINE-VERB2 = 'ENDDAY'                              00144600
700192         MOVE 'N' TO WSCAN-SECT-FLG                               00144700
700192     ELSE IF  SUB-DECK2 < SUB-DECK                                00144800
700192         AND WLINE-VERB2 = WLINE-VERB                             00144900
700192         AND NOT WSCAN-SECT-FLG-YES                               00145000
700192         SET WFOUND-FLG-YES TO TRUE                               00145100
700192     ELSE IF  SUB-DECK2 > SUB-DECK                                00145200
700192         AND WLINE-VERB2 = WLINE-VERB                             00145300
700192         AND NOT WSCAN-SECT-FLG-YES                               00145400
700192         SET WFOUND-FLG-YES TO TRUE                               00145500
700192         ADD 1 TO WCTR-WARN                                       00145600
700192         MOVE SUB-DECK  TO WDISP-NUM                              00145700
700192         MOVE SUB-DECK2 TO WDISP-NUM2                             00145800
700192         DISPLAY 'BaDeckBl-408 Warning (lines ' WDISP-NUM ' and ' 00145900
700192             WDISP-NUM2 '): ' WLINE-VERB ' given twice, the '     00146000
700192             'later card overrides'.                              00146100
           SKIP2                                                        00146200
700192***************************                                       00146300
700192*** S / Q - save and quit                                         00146400
700192***************************                                       00146500
700192*** The change note goes on the member as a comment card ahead of 00146600
700192*** the deck, so the member carries its own history.              00146700
700192 C-600-SAVE-MEMBER.                                               00146800
700192     IF  WDECK-COUNT = ZERO                                       00146900
700192         DISPLAY 'BaDeckBl-516 Nothing to save'                   00147000
700192     ELSE                                                         00147100
700192         PERFORM C-500-CHECK-DECK                                 00147200
700192         SET WPART-FLG-OK TO TRUE                                 00147300
700192         IF  WCTR-WARN > ZERO                                     00147400
700192             DISPLAY ' Save with these warnings?'                 00147500
700192             PERFORM R-030-CONFIRM                                00147600
700192         END-IF                                                   00147700
700192         IF  WPART-FLG-OK                                         00147800
700192             PERFORM C-610-ASK-NOTE                               00147900
700192         END-IF                                                   00148000
700192         IF  NOT WPART-FLG-OK                                     00148100
700192             DISPLAY ' Member not saved'                          00148200
700192         ELSE IF  WDECK-COUNT >= WDECK-MAX-ENTRIES                00148300
700192             DISPLAY 'BaDeckBl-502 Deck is full, no room for the '00148400
700192                 'change note - member not saved'                 00148500
700192         ELSE                                                     00148600
700192             PERFORM C-620-WRITE-MEMBER.                          00148700
           SKIP2                                                        00148800
700192 C-610-ASK-NOTE.                                                  00148900
700192     MOVE 'Change note (blank cancels the save):' TO WPROMPT.     00149000
700192     MOVE 'N' TO WUPPER-FLG.                                      00149100
700192     PERFORM R-010-ASK.                                           00149200
700192     IF  WANSWER = SPACES                                         00149300
700192         SET WPART-FLG-QUIT TO TRUE                               00149400
700192     ELSE                                                         00149500
700192         MOVE WANSWER TO WCHG-NOTE.                               00149600
           SKIP2                                                        00149700
700192 C-620-WRITE-MEMBER.                                              00149800
&MFCY      DISPLAY 'DECKMBR'   UPON  ENVIRONMENT-NAME.                  00149900
&MFCY      DISPLAY WMEMBER-NAME UPON  ENVIRONMENT-VALUE.                00150000
700192     OPEN OUTPUT MBROUT-FILE.                                     00150100
700192     IF  NOT WMBROUT-FS-OK                                        00150200
700192         DISPLAY 'BaDeckBl-301 Member OPEN failed:' WMBROUT-FS    00150300
700192             ' ' WMEMBER-NAME                                     00150400
700192     ELSE                                                         00150500
700192         PERFORM C-630-OPEN-GAP                                   00150600
700192           VARYING SUB-DECK FROM WDECK-COUNT BY -1                00150700
700192             UNTIL SUB-DECK < 1                                   00150800
700192         ADD 1 TO WDECK-COUNT                                     00150900
700192         MOVE SPACES TO WDECK-ENTRY (1)                           00151000
700192         STRING '* ' SD-RUN-DATE ' ' WOPERATOR ' '                00151100
700192             DELIMITED BY SIZE                                    00151200
700192             WCHG-NOTE DELIMITED BY SIZE                          00151300
700192             INTO WDECK-ENTRY (1)                                 00151400
700192         PERFORM C-640-WRITE-LINE                                 00151500
700192           VARYING SUB-DECK FROM 1 BY 1                           00151600
700192             UNTIL SUB-DECK > WDECK-COUNT                         00151700
700192                OR NOT WMBROUT-FS-OK                              00151800
700192         CLOSE MBROUT-FILE                                        00151900
700192         IF  SUB-DECK > WDECK-COUNT                               00152000
700192             ADD 1 TO WCTR-SAVES                                  00152100
700192             MOVE 'N' TO WDIRTY-FLG                               00152200
700192             MOVE WDECK-COUNT TO WDISP-CNT                        00152300
700192             DISPLAY ' Member ' WMEMBER-NAME ' saved, cards: '    00152400
700192                 WDISP-CNT                                        00152500
700192         ELSE                                                     00152600
700192             DISPLAY 'BaDeckBl-302 Member WRITE failed:'          00152700
700192                 WMBROUT-FS.                                      00152800
           SKIP2                                                        00152900
700192 C-630-OPEN-GAP.                                                  00153000
700192     COMPUTE SUB-DECK2 = SUB-DECK + 1.                            00153100
700192     MOVE WDECK-ENTRY (SUB-DECK) TO WDECK-ENTRY (SUB-DECK2).      00153200
           SKIP2                                                        00153300
700192 C-640-WRITE-LINE.                                                00153400
700192     MOVE WDECK-ENTRY (SUB-DECK) TO MBROUT-LINE.                  00153500
700192     WRITE MBROUT-LINE.                                           00153600
           SKIP2                                                        00153700
700192 C-700-QUIT.                                                      00153800
700192     IF  WDIRTY-FLG-YES                                           00153900
700192         DISPLAY ' The deck has changes not saved - quit anyway?' 00154000
700192         PERFORM R-030-CONFIRM                                    00154100
700192         IF  WPART-FLG-OK                                         00154200
700192             SET WQUIT-FLG-YES TO TRUE                            00154300
700192         END-IF                                                   00154400
700192     ELSE                                                         00154500
700192         SET WQUIT-FLG-YES TO TRUE.                               00154600
           SKIP2                                                        00154700
700192***************************                                       00154800
700192*** Shared routines                                               00154900
700192***************************                                       00155000
700192*** Prompt and answer, left-justified and, unless WUPPER-FLG has  00155100
700192*** been turned off for this one answer, upper-cased.             00155200
700192 R-010-ASK.                                                       00155300
700192     DISPLAY 'BaDeckBl> ' WPROMPT.                                00155400
700192     MOVE SPACES TO WANSWER.                                      00155500
700192     ACCEPT WANSWER.                                              00155600
700192     IF  WANSWER NOT = SPACES                                     00155700
700192         MOVE ZERO TO WLEAD                                       00155800
700192         INSPECT WANSWER TALLYING WLEAD FOR LEADING SPACE         00155900
700192         IF  WLEAD > ZERO                                         00156000
700192             MOVE WANSWER (WLEAD + 1:) TO WANSWER-WORK            00156100
700192             MOVE WANSWER-WORK TO WANSWER                         00156200
700192         END-IF                                                   00156300
700192     END-IF.                                                      00156400
700192     IF  WUPPER-FLG-YES                                           00156500
700192         INSPECT WANSWER CONVERTING WLOWER-CASE TO WUPPER-CASE.   00156600
700192     SET WUPPER-FLG-YES TO TRUE.                                  00156700
           SKIP2                                                        00156800
700192*** A part ended: a blank answer drops the whole card.            00156900
700192 R-020-PART-DONE.                                                 00157000
700192     IF  WPART-FLG-QUIT                                           00157100
700192         SET WCARD-FLG-DROPPED TO TRUE                            00157200
700192     ELSE                                                         00157300
700192         SET WCARD-FLG-READY TO TRUE.                             00157400
           SKIP2                                                        00157500
700192*** Y takes the value as given; anything else asks again.         00157600
700192 R-030-CONFIRM.                                                   00157700
700192     MOVE 'Use it anyway (Y/N)?' TO WPROMPT.                      00157800
700192     PERFORM R-010-ASK.                                           00157900
700192     IF  WANSWER (1:1) = 'Y'                                      00158000
700192         SET WPART-FLG-OK TO TRUE                                 00158100
700192     ELSE                                                         00158200
700192         MOVE 'A' TO WPART-FLG.                                   00158300
           SKIP2                                                        00158400
700192*** WLEN is the first word's length; zero when more than one      00158500
700192*** word was given.                                               00158600
700192 R-050-ONE-WORD.                                                  00158700
700192     MOVE ZERO TO WLEN.                                           00158800
700192     INSPECT WANSWER TALLYING WLEN                                00158900
700192         FOR CHARACTERS BEFORE INITIAL SPACE.                     00159000
700192     IF  WLEN < 80                                                00159100
700192         IF  WANSWER (WLEN + 1:) NOT = SPACES                     00159200
700192             MOVE 99 TO WLEN.                                     00159300
           SKIP2                                                        00159400
700192*** Digits only, up to WNUM-MAX; WPART-FLG is left at Q when the  00159500
700192*** answer is not such a number, and WNUM-VAL holds it when it is.00159600
700192 R-060-EDIT-NUM.                                                  00159700
700192     MOVE 'A' TO WPART-FLG.                                       00159800
700192     MOVE ZERO TO WNUM-VAL.                                       00159900
700192     PERFORM R-050-ONE-WORD.                                      00160000
700192     IF  WLEN = ZERO OR WLEN > WNUM-MAX                           00160100
700192         SET WPART-FLG-QUIT TO TRUE                               00160200
700192     ELSE IF  WANSWER (1:WLEN) NOT NUMERIC                        00160300
700192         SET WPART-FLG-QUIT TO TRUE                               00160400
700192     ELSE                                                         00160500
700192         MOVE WANSWER (1:WLEN) TO WNUM-VAL.                       00160600
           SKIP2                                                        00160700
700192*** H and A take the card type by menu number or by verb.         00160800
700192 R-100-FIND-CARD.                                                 00160900
700192     MOVE ZERO TO WCUR-CARD.                                      00161000
700192     MOVE ZERO TO WLEN.                                           00161100
700192     INSPECT WCMD-ARG TALLYING WLEN                               00161200
700192         FOR CHARACTERS BEFORE INITIAL SPACE.                     00161300
700192     IF  WLEN = ZERO                                              00161400
700192         DISPLAY 'BaDeckBl-517 Give the card type: number or verb'00161500
700192     ELSE IF  WLEN < 3                                            00161600
700192         AND WCMD-ARG (1:WLEN) IS NUMERIC                         00161700
700192         MOVE WCMD-ARG (1:WLEN) TO WNUM-VAL                       00161800
700192         IF  WNUM-VAL > ZERO                                      00161900
700192             AND WNUM-VAL NOT > WCARD-COUNT                       00162000
700192             MOVE WNUM-VAL TO WCUR-CARD                           00162100
700192         END-IF                                                   00162200
700192     ELSE                                                         00162300
700192         MOVE WCMD-ARG TO WFIND-VERB                              00162400
700192         PERFORM R-100-FIND-VERB-CARD                             00162500
700192         MOVE SUB-CARD TO WCUR-CARD.                              00162600
700192     IF  WLEN > ZERO                                              00162700
700192         AND WCUR-CARD = ZERO                                     00162800
700192         DISPLAY 'BaDeckBl-518 No such card type: ' WCMD-ARG      00162900
700192             ' (L lists them)'.                                   00163000
           SKIP2                                                        00163100
700192*** SUB-CARD is the catalog row for WFIND-VERB, zero when none.   00163200
700192 R-100-FIND-VERB-CARD.                                            00163300
700192     MOVE 'N' TO WFOUND-FLG.                                      00163400
700192     PERFORM R-110-SCAN-CARD                                      00163500
700192       VARYING SUB-CARD FROM 1 BY 1                               00163600
700192         UNTIL SUB-CARD > WCARD-COUNT                             00163700
700192            OR WFOUND-FLG-YES.                                    00163800
700192     IF  WFOUND-FLG-YES                                           00163900
700192         SUBTRACT 1 FROM SUB-CARD                                 00164000
700192     ELSE                                                         00164100
700192         MOVE ZERO TO SUB-CARD.                                   00164200
           SKIP2                                                        00164300
700192 R-110-SCAN-CARD.                                                 00164400
700192     IF  WCARD-VERB (SUB-CARD) = WFIND-VERB                       00164500
700192         SET WFOUND-FLG-YES TO TRUE.                              00164600
           SKIP2                                                        00164700
700192*** WFIND-POS is the first deck line given as WFIND-VERB.         00164800
700192 R-700-FIND-VERB.                                                 00164900
700192     MOVE ZERO TO WFIND-POS.                                      00165000
700192     PERFORM R-705-SCAN-VERB                                      00165100
700192       VARYING SUB-DECK FROM 1 BY 1                               00165200
700192         UNTIL SUB-DECK > WDECK-COUNT                             00165300
700192            OR WFIND-POS > ZERO.                                  00165400
           SKIP2                                                        00165500
700192 R-705-SCAN-VERB.                                                 00165600
700192     PERFORM R-710-LINE-VERB.                                     00165700
700192     IF  WLINE-VERB = WFIND-VERB                                  00165800
700192         MOVE SUB-DECK TO WFIND-POS.                              00165900
           SKIP2                                                        00166000
700192*** The card verb of deck line SUB-DECK; spaces for a comment.    00166100
700192 R-710-LINE-VERB.                                                 00166200
700192     MOVE SPACES TO WLINE-VERB.                                   00166300
700192     IF  WDECK-ENTRY (SUB-DECK) (1:1) NOT = '*'                   00166400
700192         UNSTRING WDECK-ENTRY (SUB-DECK) DELIMITED BY SPACE       00166500
700192             INTO WLINE-VERB.                                     00166600
           SKIP2                                                        00166700
700192***************************                                       00166800
700192*** Readers                                                       00166900
700192***************************                                       00167000
700192 N1-100-READ-MEMBER.                                              00167100
700192     READ MBRIN-FILE                                              00167200
700192         AT END                                                   00167300
700192             NEXT SENTENCE.                                       00167400
700192     IF  WMBRIN-FS-OK                                             00167500
700192         IF  WDECK-COUNT < WDECK-MAX-ENTRIES                      00167600
700192             ADD 1 TO WDECK-COUNT                                 00167700
700192             MOVE MBRIN-LINE TO WDECK-ENTRY (WDECK-COUNT)         00167800
700192         ELSE                                                     00167900
700192             MOVE WDECK-MAX-ENTRIES TO WDISP-CNT                  00168000
700192             DISPLAY 'BaDeckBl-303 Member longer than '           00168100
700192                 WDISP-CNT ' cards, the rest not loaded'          00168200
700192             MOVE '10' TO WMBRIN-FS.                              00168300
           SKIP2                                                        00168400
700192 N2-100-READ-MANIFEST.                                            00168500
700192     READ MANIFEST-FILE                                           00168600
700192         AT END                                                   00168700
700192             NEXT SENTENCE.                                       00168800
700192     IF  WMANIFEST-FS-OK                                          00168900
700192         AND MANR-KIND-CTR                                        00169000
700192         AND MANR-PLAN NOT = WLAST-PLAN                           00169100
700192         AND WPLN-COUNT < WPLN-MAX-ENTRIES                        00169200
700192         MOVE MANR-PLAN TO WLAST-PLAN                             00169300
700192         ADD 1 TO WPLN-COUNT                                      00169400
700192         MOVE MANR-PLAN TO WPLN-ENTRY (WPLN-COUNT).               00169500
           SKIP2                                                        00169600
700192 N3-100-READ-DECAT.                                               00169700
700192     READ DECAT-FILE                                              00169800
700192         AT END                                                   00169900
700192             NEXT SENTENCE.                                       00170000
700192     IF  WDECAT-FS-OK                                             00170100
700192         AND DECAT-DENUM IS NUMERIC                               00170200
700192         AND WDEC-COUNT < WDEC-MAX-ENTRIES                        00170300
700192         ADD 1 TO WDEC-COUNT                                      00170400
700192         MOVE DECAT-XXYY  TO WDEC-XXYY  (WDEC-COUNT)              00170500
700192         MOVE DECAT-DENUM TO WDEC-DENUM (WDEC-COUNT)              00170600
700192         MOVE DECAT-NAME  TO WDEC-NAME  (WDEC-COUNT).             00170700
