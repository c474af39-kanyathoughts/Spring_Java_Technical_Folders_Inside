700148**  AUTHOR       R. NOLAN, Sep 2026                               00000600
700148**  PURPOSE      The official OT200-extract reader.  Owns the     00000700
700148**               OT200IN dataset, classifies every line - HDR1    00000800
700191**               control record, PLN1/PLN2 plan marker, <RECORD   00000900
700148**               header, fixed-column or pipe-delimited DE        00001000
700148**               detail, TLR1 trailer - and hands the caller      00001100
700148**               both the raw line and the parsed fields in the   00001200
700148         88  IO-O2R-KIND-OTHER  VALUE 'OTHER'.                    00008300
700148     05  IO-O2R-VERSION         PIC X(2).                         00008400
700148     05  IO-O2R-RUN-DATE        PIC X(8).                         00008500
700191     05  IO-O2R-PLAN            PIC X(10).                        00008600
700148     05  IO-O2R-PLAN-DIFFS      PIC X(9).                         00008700
700148     05  IO-O2R-XXYY            PIC X(4).                         00008800
700148     05  IO-O2R-DENUM           PIC X(3).                         00008900
700148             MOVE OT200IN-LINE (19:9) TO IO-O2R-PLAN-DIFFS        00017300
700148         END-IF                                                   00017400
700148     ELSE                                                         00017500
700191     IF  OT200IN-LINE (1:5) = 'PLN2 '                             00017501
700191         SET IO-O2R-KIND-PLN TO TRUE                              00017502
700191         MOVE OT200IN-LINE (6:10) TO IO-O2R-PLAN                  00017503
700191         IF  OT200IN-LINE (16:7) = ' DIFFS='                      00017504
700191             MOVE OT200IN-LINE (23:9) TO IO-O2R-PLAN-DIFFS        00017505
700191         END-IF                                                   00017506
700191     ELSE                                                         00017507
700148     IF  OT200IN-LINE (1:11) = 'TLR1 LINES='                      00017600
700148         SET IO-O2R-KIND-TLR TO TRUE                              00017700
700148         MOVE OT200IN-LINE (12:9) TO IO-O2R-TLR-LINES             00017800
