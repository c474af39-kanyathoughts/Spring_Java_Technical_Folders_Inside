700123**               current record values from both backups          00001800
700123**               through the same positioning the single-key      00001900
700123**               dump uses (PLAN card required for that part).    00002000
700169**               Every dossier must carry a REASON card and is    00002001
700169**               written to the ACCLOG access log (UTACCLOG) with 00002002
700169**               the OPERATOR, participant, plan and reason before00002003
700169**               any generation is read; with no REASON, or with  00002004
700169**               a log that cannot be written, the dossier is     00002005
700169**               refused with RC 8.                               00002006
700123******************************************************************00002100
700123**  REVISIONS:                                                    00002200
700123******************************************************************00002300
700123**  Input                                                         00002400
700123**   . IN110   - Control File (PART, PLAN)                        00002500
700169**   . IN110   - REASON (required) and OPERATOR cards             00002501
700123**   . GENLIST - One archived OT200 extract path per line,        00002600
700123**               oldest first                                     00002700
700123**   . OT200IN - Re-pointed at each listed generation in turn     00002800
700123**  Output                                                        00003200
700123**   . SYSOUT  - Displayed Information                            00003300
700123**   . REPORT  - Chronological dossier                            00003400
700169**   . ACCLOG  - Access-log row per dossier, via UTACCLOG         00003401
700123******************************************************************00003500
700123 ENVIRONMENT DIVISION.                                            00003600
700123 CONFIGURATION SECTION.                                           00003700
700123 77  WBUF-HIT-FLG          PIC X        VALUE 'N'.                00008300
700123     88  WBUF-HIT-FLG-YES  VALUE 'Y'.                             00008400
700123 77  WGEN-RUN-DATE         PIC X(8)     VALUE SPACES.             00008500
700203 77  WTARGET-KEY           PIC X(24)    VALUE SPACES.             00008600
700123 77  WFOUND1-FLG           PIC X        VALUE 'N'.                00008700
700123     88  WFOUND1-FLG-YES   VALUE 'Y'.                             00008800
700123 77  WFOUND2-FLG           PIC X        VALUE 'N'.                00008900
700123     88  WFOUND2-FLG-YES   VALUE 'Y'.                             00009000
700169 77  WACL-OPEN-FLG         PIC X        VALUE 'N'.                00009001
700169     88  WACL-OPEN-YES     VALUE 'Y'.                             00009002
700169 77  WACL-REFUSE-MSG       PIC X(60)    VALUE SPACES.             00009003
           SKIP2                                                        00009100
700123 01  WPRINT-AREA.                                                 00009200
700123     05  WPRINT-FS                 PIC XX  VALUE '00'.            00009300
700123     05  WCTL-CMD                PIC X(20) VALUE SPACES.          00014200
700123         88  WCTL-CMD-PART       VALUE 'PART'.                    00014300
700123         88  WCTL-CMD-PLAN       VALUE 'PLAN'.                    00014400
700169         88  WCTL-CMD-REASON     VALUE 'REASON'.                  00014401
700169         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00014402
700123     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00014500
700123     05  WCTL-PART               PIC X(11) VALUE SPACES.          00014600
700191     05  WCTL-PLAN               PIC X(10) VALUE SPACES.          00014700
700169*** Stated purpose of the lookup and who is making it, both       00014701
700169*** carried onto the access-log row.                              00014702
700169     05  WCTL-REASON             PIC X(60) VALUE SPACES.          00014703
700169     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00014704
           SKIP2                                                        00014800
700123 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00014900
           SKIP2                                                        00015000
           SKIP2                                                        00000000
700148 01  IO-O2R-PARM.                                                 00000000
700148       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAPARTDS'.           00000000
           SKIP2                                                        00000001
700169 01  IO-ACL-PARM.                                                 00000002
700169       COPY IOACCLOG REPLACING 'PROGRAM' BY 'BAPARTDS'.           00000003
           SKIP3                                                        00016500
700123 01  DE-AREA.  COPY PRMDE.                                        00016600
           SKIP3                                                        00016700
700123            '  Plan: ' WCTL-PLAN                                  00021800
700123         DELIMITED BY SIZE INTO WPRINT-LINE.                      00021900
700123     PERFORM V-100-PRINT-LINE.                                    00022000
700169     IF  WCTL-OPERATOR = SPACES                                   00022001
700169         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00022002
700169     IF  WCTL-PART NOT = SPACES                                   00022003
700169         PERFORM A-240-ACCESS-CHECK.                              00022004
           SKIP2                                                        00022100
700169*** Every dossier is logged before anything is pulled.  No        00022101
700169*** REASON card, or an access-log row that cannot be written,     00022102
700169*** refuses it.                                                   00022103
700169 A-240-ACCESS-CHECK.                                              00022104
700169     IF  WCTL-REASON = SPACES                                     00022105
700169         MOVE ' No REASON card - participant lookup refused'      00022106
700169             TO WACL-REFUSE-MSG                                   00022107
700169         DISPLAY 'BaPartDs-305 No REASON card, lookup refused'    00022108
700169         PERFORM A-260-REFUSE                                     00022109
700169     ELSE                                                         00022110
700169         CALL 'UTACCLOG' USING SD-AREA                            00022111
700169                               IO-ACL-PARM                        00022112
700169                               IO-ACL-OPEN                        00022113
700169         IF  IO-ACL-ERROR-YES                                     00022114
700169             MOVE ' Access log cannot be written - lookup refused'00022115
700169                 TO WACL-REFUSE-MSG                               00022116
700169             DISPLAY 'BaPartDs-306 Access log OPEN failed, '      00022117
700169                 'lookup refused'                                 00022118
700169             PERFORM A-260-REFUSE                                 00022119
700169         ELSE                                                     00022120
700169             SET WACL-OPEN-YES TO TRUE                            00022121
700169             PERFORM A-250-LOG-LOOKUP.                            00022122
           SKIP2                                                        00022123
700169 A-250-LOG-LOOKUP.                                                00022124
700169     MOVE WCTL-OPERATOR TO IO-ACL-USERID.                         00022125
700169     MOVE WCTL-REASON   TO IO-ACL-REASON.                         00022126
700169     MOVE WCTL-PLAN     TO IO-ACL-PLAN.                           00022127
700169     MOVE WCTL-PART     TO IO-ACL-PART.                           00022128
700169     MOVE SPACES        TO IO-ACL-KEY.                            00022129
700169     CALL 'UTACCLOG' USING SD-AREA                                00022130
700169                           IO-ACL-PARM                            00022131
700169                           IO-ACL-WRITE.                          00022132
700169     IF  IO-ACL-ERROR-YES                                         00022133
700169         MOVE ' Access log write failed - lookup refused'         00022134
700169             TO WACL-REFUSE-MSG                                   00022135
700169         DISPLAY 'BaPartDs-307 Access-log row not written, '      00022136
700169             'lookup refused'                                     00022137
700169         PERFORM A-260-REFUSE.                                    00022138
           SKIP2                                                        00022139
700169 A-260-REFUSE.                                                    00022140
700169     MOVE SPACES TO WCTL-PART.                                    00022141
700169     MOVE 8      TO RETURN-CODE.                                  00022142
700169     MOVE WACL-REFUSE-MSG TO WPRINT-LINE.                         00022143
700169     PERFORM V-100-PRINT-LINE.                                    00022144
           SKIP2                                                        00022145
700123 A-900-FINI-CLOSE.                                                00022200
700123     CALL 'UT110IN'  USING SD-AREA                                00022300
700123               IO-IN110-PARM                                      00022400
700123               CTL-REC.                                           00022600
700123     DISPLAY 'BaPartDs-444 Generations Scanned:' WCTR-GENS        00022700
700123       ', Sections Pulled:' WCTR-SECTIONS.                        00022800
700169     IF  WACL-OPEN-YES                                            00022801
700169         CALL 'UTACCLOG' USING SD-AREA                            00022802
700169                               IO-ACL-PARM                        00022803
700169                               IO-ACL-CLOSE.                      00022804
700123     CLOSE PRINT-FILE.                                            00022900
700123     DISPLAY 'BaPartDs-998 Program Ending'.                       00023000
           SKIP2                                                        00023100
700123     IF  WCTL-CMD-PART                                            00024700
700123         MOVE WCTL-VAL (1:11) TO WCTL-PART                        00024800
700123     ELSE IF  WCTL-CMD-PLAN                                       00024900
700191         MOVE WCTL-VAL (1:10) TO WCTL-PLAN                        00025000
700169     ELSE IF  WCTL-CMD-REASON                                     00025001
700169         MOVE CTL-REC (8:60) TO WCTL-REASON                       00025002
700169     ELSE IF  WCTL-CMD-OPERATOR                                   00025003
700169         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00025004
700123     ELSE                                                         00025100
700123         DISPLAY 'BaPartDs-501 Invalid Control Card:'             00025200
700123             CTL-REC (1:50).                                      00025300
