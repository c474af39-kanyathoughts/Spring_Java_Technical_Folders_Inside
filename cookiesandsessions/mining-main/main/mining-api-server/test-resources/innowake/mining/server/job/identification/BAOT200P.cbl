700019**               BABKCMP compare, keeping the most recent cycles  00001100
700019**               of a generation data group and purging (or       00001200
700019**               archiving) the rest.                             00001300
700161**               The purge or archive, and the archive-index      00001301
700161**               build, are each first checked against the AUTHMST00001302
700161**               authorization master through UTAUTH (verbs PURGE 00001303
700161**               or ARCHIVE, and INDEX) under the user ID on the  00001304
700161**               OPERATOR card - the job name when none is given; 00001305
700161**               a refused step is skipped and logged to AUTHLOG. 00001306
700019******************************************************************00001400
700019**  REVISIONS:                                                    00001500
700019******************************************************************00001600
700019**  Input                                                         00001700
700019**   . IN110   - Control File (OT200DSN, KEEPCYCLES, ARCHIVE)     00001800
700161**   . AUTHMST - Authorization master, via UTAUTH                 00001801
700019******************************************************************00001900
700019**  Output                                                        00002000
700019**   . SYSOUT  - Displayed Information                            00002100
700019**   . REPORT  - Retention summary, one line per dataset purged   00002200
700161**   . AUTHLOG - Refused-step log, via UTAUTH                     00002201
700019******************************************************************00002300
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
700090     05  FILLER               PIC X.                              00000000
700090     05  IDX-KIND             PIC X(4).                           00000000
700090     05  FILLER               PIC X.                              00000000
700191     05  IDX-VALUE            PIC X(10).                          00000000
700191     05  FILLER               PIC X(64).                          00000000
       WORKING-STORAGE SECTION.                                         00004200
700019 77  WCTL-KEEPCYC-EDIT    PIC 9(4)     VALUE ZERO.                00004300
700089 77  WSEVFLAG-FS           PIC XX       VALUE '00'.               00000000
700090 77  WIDX-RUN-DATE         PIC X(8)     VALUE SPACES.             00000000
700090 77  WCTR-IDX-ROWS         PIC 9(5)     VALUE ZERO.               00000000
700090 77  WCTR-LKP-HITS         PIC 9(5)     VALUE ZERO.               00000000
700161 77  WCTR-REFUSED          PIC 9(5)     VALUE ZERO.               00000001
700090*** RecordTypes seen while indexing one generation.               00000000
700090 01  WIDXTYP-AREA.                                                00000000
700090     05  WIDXTYP-COUNT         PIC S9(4) BINARY VALUE ZERO.       00000000
700089         88  WCTL-CMD-KEEPHIGH   VALUE 'KEEPHIGH'.                00000000
700090         88  WCTL-CMD-INDEXDSN   VALUE 'INDEXDSN'.                00000000
700090         88  WCTL-CMD-LOOKUP     VALUE 'LOOKUP'.                  00000000
700161         88  WCTL-CMD-OPERATOR   VALUE 'OPERATOR'.                00000001
700019     05  WCTL-VAL                PIC X(44) VALUE SPACES.          00009700
700019     05  WCTL-OT200DSN           PIC X(44) VALUE SPACES.          00009800
700019     05  WCTL-KEEP-CYCLES        PIC S9(4) BINARY VALUE ZERO.     00009900
700019         88  WCTL-ARCHIVE-FLG-YES VALUE 'Y'.                      00010100
700089     05  WCTL-KEEP-HIGH          PIC S9(4) BINARY VALUE ZERO.     00000000
700090     05  WCTL-INDEX-DSN          PIC X(44) VALUE SPACES.          00000000
700191     05  WCTL-LOOKUP-PLAN        PIC X(10) VALUE SPACES.          00000000
700161     05  WCTL-OPERATOR           PIC X(8)  VALUE SPACES.          00000001
700019     SKIP2                                                        00010200
700019 01  IO-GDGPRG-PARM.                                              00010300
700019       COPY IOGDGPRG REPLACING 'PROGRAM' BY 'BAOT200P'.           00010400
700019     SKIP2                                                        00010710
700148 01  IO-O2R-PARM.                                                 00010720
700148       COPY IOOT200R REPLACING 'PROGRAM' BY 'BAOT200P'.           00010730
700161     SKIP2                                                        00010731
700161 01  IO-AUTH-PARM.                                                00010732
700161       COPY IOAUTH REPLACING 'PROGRAM' BY 'BAOT200P'.             00010733
700019     SKIP3                                                        00010800
       01  SD-AREA IS GLOBAL. COPY PRMSD.                               00010900
           EJECT                                                        00011000
700019     PERFORM A-105-INIT.                                          00011400
700019     PERFORM A-200-INIT-OPEN.                                     00011500
700019     IF  WCTL-OT200DSN NOT = SPACES                               00011510
700161         PERFORM B-090-AUTH-PURGE                                 00011511
700019     END-IF.                                                      00011530
700090     IF  WCTL-INDEX-DSN NOT = SPACES                              00000000
700161         PERFORM B-390-AUTH-INDEX                                 00000001
700090     END-IF.                                                      00000000
700090     IF  WCTL-LOOKUP-PLAN NOT = SPACES                            00000000
700090         PERFORM B-500-LOOKUP-INDEX                               00000000
700019         MOVE 10 TO WCTL-KEEP-CYCLES.                             00015300
700089     IF  WCTL-KEEP-HIGH > ZERO                                    00000000
700089         PERFORM A-210-CHECK-SEVFLAG.                             00000000
700161*** With no authorization master every step is refused.           00000001
700161     IF  WCTL-OPERATOR = SPACES                                   00000002
700161         MOVE SD-JOBNAME TO WCTL-OPERATOR.                        00000003
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-OPEN.       00000004
           SKIP2                                                        00000000
700089*** Generations whose extract carried HIGH-criticality            00000000
700089*** content are held for the longer KEEPHIGH retention -          00000000
700019     DISPLAY 'BaOt200P-444 Generations Purged:'                   00016000
700019         IO-GDGPRG-PURGED-CNT                                     00016100
700019       ', Archived:' IO-GDGPRG-ARCHIVED-CNT.                      00016200
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CLOSE.      00016201
700161     IF  WCTR-REFUSED > ZERO                                      00016202
700161     AND RETURN-CODE < 4                                          00016203
700161         MOVE 4 TO RETURN-CODE.                                   00016204
700019     CLOSE PRINT-FILE.                                            00016300
700019     DISPLAY 'BaOt200P-998 Program Ending'.                       00016400
700019     SKIP2                                                        00016500
700090     ELSE IF  WCTL-CMD-INDEXDSN                                   00000000
700090         MOVE WCTL-VAL TO WCTL-INDEX-DSN                          00000000
700090     ELSE IF  WCTL-CMD-LOOKUP                                     00000000
700191         MOVE WCTL-VAL (1:10) TO WCTL-LOOKUP-PLAN                 00000000
700161     ELSE IF  WCTL-CMD-OPERATOR                                   00000001
700161         MOVE WCTL-VAL (1:8) TO WCTL-OPERATOR                     00000002
700019     ELSE                                                         00018800
700019         DISPLAY 'BaOt200P-501 Invalid Control Card:'             00018900
700019             CTL-REC (1:50).                                      00019000
700019         MOVE RPDAT1-LINE        TO WPRINT-LINE                   00021900
700019         PERFORM V-100-PRINT-LINE.                                00022000
700019     SKIP2                                                        00022100
700161*** Retiring generations is PURGE, or ARCHIVE when the ARCHIVE    00022101
700161*** card asks for them to be kept offline; the index build is     00022102
700161*** INDEX.  None of them is plan-scoped.                          00022103
700161 B-090-AUTH-PURGE.                                                00022104
700161     IF  WCTL-ARCHIVE-FLG-YES                                     00022105
700161         MOVE 'ARCHIVE' TO IO-AUTH-VERB                           00022106
700161     ELSE                                                         00022107
700161         MOVE 'PURGE'   TO IO-AUTH-VERB.                          00022108
700161     PERFORM R-920-AUTH-CHECK.                                    00022109
700161     IF  IO-AUTH-ALLOWED                                          00022110
700161         PERFORM B-100-PURGE-OT200                                00022111
700161     ELSE                                                         00022112
700161         DISPLAY 'BaOt200P-311 ' IO-AUTH-VERB ' refused for '     00022113
700161             'operator ' IO-AUTH-USERID ', generations kept:'     00022114
700161             WCTL-OT200DSN                                        00022115
700161         ADD 1 TO WCTR-REFUSED.                                   00022116
700161     SKIP2                                                        00022116
700161 B-390-AUTH-INDEX.                                                00022117
700161     MOVE 'INDEX' TO IO-AUTH-VERB.                                00022118
700161     PERFORM R-920-AUTH-CHECK.                                    00022119
700161     IF  IO-AUTH-ALLOWED                                          00022120
700161         PERFORM B-400-BUILD-INDEX                                00022121
700161     ELSE                                                         00022122
700161         DISPLAY 'BaOt200P-312 INDEX refused for operator '       00022123
700161             IO-AUTH-USERID ', index not built'                   00022124
700161         ADD 1 TO WCTR-REFUSED.                                   00022125
700161     SKIP2                                                        00022125
700090*** Index build: read the OT200 generation being archived (its    00000000
700090*** OT200HDR control records carry the run date; PLN1 markers     00000000
700090*** the plans; <RECORD type= headers the RecordTypes) and         00000000
700019                'available'                                       00023100
700019            SET IO-GDGPRG-ERROR-YES TO TRUE                       00023200
700019     END-CALL.                                                    00023300
700161     SKIP2                                                        00023301
700161*** Authorization check under the OPERATOR card's user ID; the    00023302
700161*** caller has set the verb.                                      00023303
700161 R-920-AUTH-CHECK.                                                00023304
700161     MOVE WCTL-OPERATOR TO IO-AUTH-USERID.                        00023305
700161     MOVE SPACES TO IO-AUTH-PLAN IO-AUTH-PLAN-HI.                 00023306
700161     CALL 'UTAUTH' USING SD-AREA IO-AUTH-PARM IO-AUTH-CHECK.      00023307
700019     SKIP2                                                        00023400
700019***************************                                       00023500
700019*** Print-line routines                                           00023600
