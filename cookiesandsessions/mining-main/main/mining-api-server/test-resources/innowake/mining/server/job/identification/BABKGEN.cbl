700100**               BKUPO2, preserving the real record mix, key      00002092
700100**               distributions and oversize records the           00002093
700100**               fabricated population never reproduces.          00002094
700203**               PLANCHG writes a planned-change register row     00000000
700203**               (PLANCHGO) for the last plan, effective the day  00000000
700203**               before the header date, under change reference   00000000
700203**               ZPLANCHG.  A compare run with the PLANCHG card   00000000
700203**               over that register lists ZPLANCHG in its Planned 00000000
700203**               Change Completion report only when it judged the 00000000
700203**               row effective as of the File2 header date.       00000000
700094******************************************************************00002100
700094**  REVISIONS:                                                    00002200
700094******************************************************************00002300
700094**   . IN110   - Control File (PLANS, RECSPER, defect cards)      00002500
700100**   . BKUPI   - Production backup (BKUPIN), via BABKPIS,         00002510
700100**               CLONE mode only                                  00002520
700173**               LONGREC seeds one TXTX record in the last plan   00002521
700173**               carried at the full 32760 bytes on both sides,   00002522
700173**               differing only in text past byte 30000, so the   00002523
700173**               compare is proven to read and report the whole   00002524
700173**               of a spanned record and not just its first 2000. 00002525
700094******************************************************************00002600
700094**  Output                                                        00002700
700094**   . SYSOUT  - Displayed Information                            00002800
700094**   . BKUPO1  - Fabricated backup, File1 side                    00002900
700094**   . BKUPO2  - Fabricated backup, File2 side                    00003000
700094**   . REPORT  - Expected-results listing, one line per defect    00003100
700203**   . PLANCHGO- Planned-change register row, PLANCHG only        00000000
700094******************************************************************00003200
700094 ENVIRONMENT DIVISION.                                            00003300
700094 CONFIGURATION SECTION.                                           00003400
700094         ASSIGN TO UT-S-BKUPO2                                    00004700
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00004800
700094         FILE STATUS WBKUPO2-FS.                                  00004900
700203     SELECT PLANCHGO-FILE                                         00000000
700203         ASSIGN TO UT-S-PLANCHGO                                  00000000
&MFCY  ORGANIZATION IS LINE SEQUENTIAL                                  00000000
700203         FILE STATUS WPLANCHGO-FS.                                00000000
700094 DATA DIVISION.                                                   00005000
           SKIP2                                                        00005100
700094 FILE SECTION.                                                    00005200
           SKIP2                                                        00005900
700094 FD  BKUPO1-FILE                                                  00006000
700094     BLOCK CONTAINS 0 RECORDS                                     00006100
700173     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00006101
700173         DEPENDING ON WGEN-LENG                                   00006102
700094     LABEL RECORDS ARE STANDARD.                                  00006200
           SKIP2                                                        00006300
700173 01  BKUPO1-REC               PIC X(32760).                       00006400
           SKIP2                                                        00006500
700094 FD  BKUPO2-FILE                                                  00006600
700094     BLOCK CONTAINS 0 RECORDS                                     00006700
700173     RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS         00006701
700173         DEPENDING ON WGEN-LENG                                   00006702
700094     LABEL RECORDS ARE STANDARD.                                  00006800
           SKIP2                                                        00006900
700173 01  BKUPO2-REC               PIC X(32760).                       00007000
           SKIP2                                                        00000000
700203 FD  PLANCHGO-FILE                                                00000000
700203     BLOCK CONTAINS 0 RECORDS                                     00000000
700203     LABEL RECORDS ARE STANDARD.                                  00000000
           SKIP2                                                        00000000
700203 01  PLANCHGO-LINE             PIC X(80).                         00000000
700094 WORKING-STORAGE SECTION.                                         00007100
700094 77  SUB-PLAN              PIC 9(4)     VALUE ZERO.               00007200
700094 77  SUB-REC               PIC 9(4)     VALUE ZERO.               00007300
700094 77  WLAST-PLAN-FLG        PIC X        VALUE 'N'.                00007600
700094     88  WLAST-PLAN-FLG-YES VALUE 'Y'.                            00008000
700094 77  WNOTE-LABEL           PIC X(8)     VALUE SPACES.             00007700
700173 77  WGEN-LENG             PIC S9(8) BINARY VALUE 2000.           00007701
700094 77  WEXP-RECS1            PIC 9(9)     VALUE ZERO.               00007800
700094 77  WEXP-RECS2            PIC 9(9)     VALUE ZERO.               00007900
700100 77  WCTR-CLONED           PIC 9(9)     VALUE ZERO.               00008000
700094     88  WBKUPO1-FS-OK     VALUE '00'.                            00009300
700094 01  WBKUPO2-FS            PIC XX  VALUE '00'.                    00009400
700094     88  WBKUPO2-FS-OK     VALUE '00'.                            00009500
700203 01  WPLANCHGO-FS          PIC XX  VALUE '00'.                    00000000
700203     88  WPLANCHGO-FS-OK    VALUE '00'.                           00000000
           SKIP2                                                        00000000
700203*** PLANCHG register row, in the compare's PLANCHG layout.  The   00000000
700203*** backups' header date is 21 Aug 2022 (B-050-WRITE-HEADERS);    00000000
700203*** the row is effective the day before.                          00000000
700203 77  WREG-DAY-BEFORE       PIC 9(8)     VALUE 20220820.           00000000
700203 01  WREG-ROW.                                                    00000000
700203     05  WREG-PLAN-FROM      PIC X(10)    VALUE SPACES.           00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-PLAN-TO        PIC X(10)    VALUE SPACES.           00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-XXYY           PIC X(4)     VALUE SPACES.           00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-DENUM          PIC 9(3)     VALUE ZERO.             00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-NEW-VAL        PIC X(20)    VALUE SPACES.           00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-EFF-DATE       PIC 9(8)     VALUE ZERO.             00000000
700203     05  FILLER              PIC X(1)     VALUE SPACES.           00000000
700203     05  WREG-REF            PIC X(12)    VALUE SPACES.           00000000
700203     05  FILLER              PIC X(7)     VALUE SPACES.           00000000
           SKIP2                                                        00009600
700094*** Work image of the record being fabricated.                    00009700
700203*** Generated plans are six digits, blank-padded to the ten-wide  00000000
700203*** plan field.                                                   00000000
700094 01  WGEN-REC.                                                    00009800
700094     05  WGEN-PLAN-NUM       PIC 9(6)    VALUE ZERO.              00009900
700203     05  FILLER              PIC X(4)    VALUE SPACES.            00000000
700094     05  WGEN-TYPE-CODE      PIC X(4)    VALUE SPACES.            00010000
700094     05  WGEN-DATA.                                               00010100
700094         10  WGEN-NAME       PIC X(11)   VALUE SPACES.            00010200
700094         10  WGEN-NAME-REST  PIC X(39)   VALUE SPACES.            00010300
700203         10  WGEN-TEXT       PIC X(32696) VALUE SPACES.           00010400
           SKIP2                                                        00010500
700094 01  RPTHDR-LINE.                                                 00010600
700094         05   FILLER     PIC X(02) VALUE                          00010700
700094         88  WCTL-CMD-MISSPLAN   VALUE 'MISSPLAN'.                00012600
700094         88  WCTL-CMD-MONEY      VALUE 'MONEY'.                   00012700
700100         88  WCTL-CMD-CLONE      VALUE 'CLONE'.                   00012710
700173         88  WCTL-CMD-LONGREC    VALUE 'LONGREC'.                 00012711
700203         88  WCTL-CMD-PLANCHG    VALUE 'PLANCHG'.                 00000000
700094     05  WCTL-VAL                PIC X(20) VALUE SPACES.          00012800
700094     05  WCTL-PLANS              PIC 9(4)  VALUE 2.               00012900
700094     05  WCTL-RECSPER            PIC 9(4)  VALUE 3.               00013000
700094         88  WCTL-MONEY-YES      VALUE 'Y'.                       00014200
700100     05  WCTL-CLONE              PIC X     VALUE SPACES.          00014210
700100         88  WCTL-CLONE-YES      VALUE 'Y'.                       00014220
700173     05  WCTL-LONGREC            PIC X     VALUE SPACES.          00014221
700173         88  WCTL-LONGREC-YES    VALUE 'Y'.                       00014222
700203     05  WCTL-PLANCHG            PIC X     VALUE SPACES.          00000000
700203         88  WCTL-PLANCHG-YES    VALUE 'Y'.                       00000000
           SKIP2                                                        00014300
700100 01  BKFIL-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==BKFIL==.   00014310
           SKIP2                                                        00014320
700094             WBKUPO2-FS                                           00019700
700094         MOVE 16 TO RETURN-CODE                                   00019800
700094         STOP RUN.                                                00019900
700203     IF  WCTL-PLANCHG-YES                                         00000000
700203         OPEN OUTPUT PLANCHGO-FILE                                00000000
700203         IF  NOT WPLANCHGO-FS-OK                                  00000000
700203             DISPLAY 'BaBkGen-304 PLANCHGO dd OPEN failed:'       00000000
700203                 WPLANCHGO-FS                                     00000000
700203             MOVE 16 TO RETURN-CODE                               00000000
700203             STOP RUN.                                            00000000
           SKIP2                                                        00020000
700094 A-900-FINI-CLOSE.                                                00020100
700094     CALL 'UT110IN'  USING SD-AREA                                00020200
700094               CTL-REC.                                           00020500
700094     CLOSE BKUPO1-FILE                                            00020600
700094           BKUPO2-FILE.                                           00020700
700203     IF  WCTL-PLANCHG-YES                                         00000000
700203         CLOSE PLANCHGO-FILE.                                     00000000
700094     DISPLAY 'BaBkGen-444 File1 Data Records:' WCTR-RECS1         00020800
700094       ', File2:' WCTR-RECS2.                                     00020900
700094     CLOSE PRINT-FILE.                                            00021000
700100     ELSE IF  WCTL-CMD-CLONE                                      00024710
700100         MOVE 'Y' TO WCTL-CLONE                                   00024720
700100         DISPLAY ' CLONE mode - anonymized copy of BKUPIN'        00024730
700173     ELSE IF  WCTL-CMD-LONGREC                                    00024731
700173         MOVE 'Y' TO WCTL-LONGREC                                 00024732
700203     ELSE IF  WCTL-CMD-PLANCHG                                    00000000
700203         MOVE 'Y' TO WCTL-PLANCHG                                 00000000
700094     ELSE                                                         00024800
700094         DISPLAY 'BaBkGen-501 Invalid Control Card:'              00024900
700094             CTL-REC (1:50).                                      00025000
700094         PERFORM W-200-PUT-FILE1                                  00037800
700094         PERFORM W-400-NOTE                                       00037900
700094     END-IF.                                                      00038000
700173     IF  WCTL-LONGREC-YES                                         00038001
700173         MOVE 'LONGREC' TO WNOTE-LABEL                            00038002
700173         MOVE SPACES TO WGEN-REC                                  00038003
700173         MOVE SUB-PLAN TO WGEN-PLAN-NUM                           00038004
700173         MOVE 'TXTX' TO WGEN-TYPE-CODE                            00038005
700173         MOVE 'ZLONG      ' TO WGEN-NAME                          00038006
700173         MOVE 'long record shared text' TO WGEN-TEXT              00038007
700173         MOVE 32760 TO WGEN-LENG                                  00038008
700173         MOVE 'tail on file one' TO WGEN-TEXT (30001:16)          00038009
700173         PERFORM W-200-PUT-FILE1                                  00038010
700173         MOVE 'tail on file TWO' TO WGEN-TEXT (30001:16)          00038011
700173         PERFORM W-300-PUT-FILE2                                  00038012
700173         MOVE 2000 TO WGEN-LENG                                   00038013
700173         PERFORM W-400-NOTE                                       00038014
700173     END-IF.                                                      00038015
700203     IF  WCTL-PLANCHG-YES                                         00000000
700203         MOVE 'PLANCHG' TO WNOTE-LABEL                            00000000
700203         MOVE SPACES TO WGEN-REC                                  00000000
700203         MOVE SUB-PLAN TO WGEN-PLAN-NUM                           00000000
700203         MOVE 'TXTX' TO WGEN-TYPE-CODE                            00000000
700203         MOVE 'ZPLANCHG   ' TO WGEN-NAME                          00000000
700203         PERFORM W-500-PUT-PLANCHG                                00000000
700203         PERFORM W-400-NOTE                                       00000000
700203     END-IF.                                                      00000000
           SKIP2                                                        00038100
700094***************************                                       00038200
700094*** Writers                                                       00038300
700094 W-400-NOTE.                                                      00039900
700094     MOVE SPACES TO WPRINT-LINE.                                  00040000
700094     STRING ' EXPECT ' WNOTE-LABEL                                00040100
700203            ' plan ' WGEN-REC (1:10)                              00040200
700094            ' marker ' WGEN-NAME                                  00040300
700094         DELIMITED BY SIZE INTO WPRINT-LINE.                      00040400
700094     PERFORM V-100-PRINT-LINE.                                    00040500
           SKIP2                                                        00040600
700203*** The planned-change register row PLANCHG seeds: the last plan, 00000000
700203*** its TXTX DE 001 set to the File2 value, effective the day     00000000
700203*** before the header date and reported under the marker name.    00000000
700203 W-500-PUT-PLANCHG.                                               00000000
700203     MOVE SPACES TO WREG-ROW.                                     00000000
700203     MOVE WGEN-REC (1:10)     TO WREG-PLAN-FROM.                  00000000
700203     MOVE WGEN-TYPE-CODE      TO WREG-XXYY.                       00000000
700203     MOVE 1                   TO WREG-DENUM.                      00000000
700203     MOVE 'value on file TWO' TO WREG-NEW-VAL.                    00000000
700203     MOVE WREG-DAY-BEFORE     TO WREG-EFF-DATE.                   00000000
700203     MOVE WGEN-NAME           TO WREG-REF.                        00000000
700203     WRITE PLANCHGO-LINE FROM WREG-ROW.                           00000000
700203     IF  NOT WPLANCHGO-FS-OK                                      00000000
700203         DISPLAY 'BaBkGen-305 PLANCHGO WRITE failed:'             00000000
700203             WPLANCHGO-FS                                         00000000
700203         MOVE 16 TO RETURN-CODE.                                  00000000
           SKIP2                                                        00000000
700094 B-900-WRITE-TRAILERS.                                            00040700
700094     MOVE SPACES TO WGEN-REC.                                     00040800
700094     MOVE 999999 TO WGEN-PLAN-NUM.                                00040900
700100         AND NOT BWA-TYPE-TLR-REC                                 00041824
700100         PERFORM C-300-SCRAMBLE-PII.                              00041825
700100     MOVE BWA-REC  TO WGEN-REC.                                   00041826
700173     MOVE IO-BKPI-REC-LENG TO WGEN-LENG.                          00041827
700100     PERFORM W-100-PUT-BOTH.                                      00041827
700100     ADD 1 TO WCTR-CLONED.                                        00041827
700100     PERFORM C-110-READ-PIS.                                      00041828
