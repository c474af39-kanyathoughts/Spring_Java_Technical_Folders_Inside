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
700201 IDENTIFICATION DIVISION.                                         00000100
700201 PROGRAM-ID. 'BAFPDE'.                                            00000200
700201******************************************************************00000300
700201**  APPLICATION  SUNGARD EBS OMNIPLUS                             00000400
700201******************************************************************00000500
700201**  AUTHOR       W. WHITE, Oct 2026                               00000600
700201**  PURPOSE      DE module for the FP (Fund Position) RecordType. 00000700
700201**               Answers the same requests the other RecordTypes' 00000800
700201**               DE modules do, for the FPDEF layout:             00000900
700201**                 GET    - name, type and internal value of one  00001000
700201**                          DE of the record passed               00001100
700201**                 LAYOUT - where the DE sits in the record data  00001200
700201**                          area, its length and its storage      00001300
700201**                 LEVEL  - not answered; the FP layout is the    00001400
700201**                          same in every system release, so the  00001500
700201**                          inventory lists the module present    00001600
700201**                          with no level                         00001700
700201**               The DEs are, in order:                           00001800
700201**                 1 FP-FUND-ID       key - the fund within the   00001900
700201**                                    participant                 00002000
700201**                 2 FP-UNITS         units held, 6 decimals      00002100
700201**                 3 FP-UNIT-PRICE    unit price, 6 decimals      00002200
700201**                 4 FP-MARKET-VALUE  market value, 2 decimals    00002300
700201**               Numeric DEs are handed back as their unsigned    00002400
700201**               digits in internal units (decimals implied), as  00002500
700201**               every DE module does.  A packed field that fails 00002600
700201**               the numeric test is handed back as its raw bytes,00002700
700201**               so the caller reports it CORRUPT-DATA.           00002800
700201**                                                                00002900
700201**               The module is reached through the TYPEREG row    00003000
700201**                 FP   Fund Position        20 BAFPDE            00003100
700201**               (the participant key group closes with the       00003200
700201**               3-byte fund ID).                                 00003300
700201******************************************************************00003400
700201**  REVISIONS:                                                    00003500
700201******************************************************************00003600
700201**  Input                                                         00003700
700201**   . SD-AREA, DE-AREA and the record data area from the caller  00003800
700201******************************************************************00003900
700201**  Output                                                        00004000
700201**   . DE-AREA                                                    00004100
700201******************************************************************00004200
700201 ENVIRONMENT DIVISION.                                            00004300
700201 CONFIGURATION SECTION.                                           00004400
700201 DATA DIVISION.                                                   00004500
700201 WORKING-STORAGE SECTION.                                         00004600
700201 77  WFP-LAST-DE           PIC S9(4) BINARY VALUE 4.              00004700
           SKIP2                                                        00004800
700201*** Unsigned display images of the numeric DEs, lined up on the   00004900
700201*** right-hand end of DE-VAL-INTERNAL.                            00005000
700201 01  WFP-UNITS-DSP         PIC 9(9)V9(6)  VALUE ZERO.             00005100
700201 01  FILLER REDEFINES WFP-UNITS-DSP.                              00005200
700201     05  WFP-UNITS-X       PIC X(15).                             00005300
700201 01  WFP-PRICE-DSP         PIC 9(7)V9(6)  VALUE ZERO.             00005400
700201 01  FILLER REDEFINES WFP-PRICE-DSP.                              00005500
700201     05  WFP-PRICE-X       PIC X(13).                             00005600
700201 01  WFP-VALUE-DSP         PIC 9(11)V99   VALUE ZERO.             00005700
700201 01  FILLER REDEFINES WFP-VALUE-DSP.                              00005800
700201     05  WFP-VALUE-X       PIC X(13).                             00005900
           EJECT                                                        00006000
700201 LINKAGE SECTION.                                                 00006100
700201 01  SD-AREA. COPY PRMSD.                                         00006200
700201 01  DE-AREA. COPY PRMDE.                                         00006300
700201 01  FP-REC. COPY FPDEF.                                          00006400
           SKIP2                                                        00006500
700201 PROCEDURE DIVISION USING SD-AREA                                 00006600
700201                          DE-AREA                                 00006700
700201                          FP-REC.                                 00006800
700201 A-100-BODY.                                                      00006900
700201     IF  DE-PROCESS-LEVEL                                         00007000
700201         GOBACK.                                                  00007100
700201     MOVE SPACES TO DE-NAME DE-VAL-NAME DE-VAL-TYPE DE-PIC-TYPE   00007200
700201                    DE-LAY-USAGE.                                 00007300
700201     MOVE ZERO TO DE-LAY-POS DE-LAY-LEN.                          00007400
700201     IF  DE-DENUM < 1                                             00007500
700201         MOVE 1 TO DE-NEXT-DE                                     00007600
700201     ELSE IF  DE-DENUM < WFP-LAST-DE                              00007700
700201         COMPUTE DE-NEXT-DE = DE-DENUM + 1                        00007800
700201     ELSE                                                         00007900
700201         MOVE 1000 TO DE-NEXT-DE.                                 00008000
700201     IF  DE-DENUM = 1                                             00008100
700201         PERFORM B-110-FUND-ID                                    00008200
700201     ELSE IF  DE-DENUM = 2                                        00008300
700201         PERFORM B-120-UNITS                                      00008400
700201     ELSE IF  DE-DENUM = 3                                        00008500
700201         PERFORM B-130-UNIT-PRICE                                 00008600
700201     ELSE IF  DE-DENUM = 4                                        00008700
700201         PERFORM B-140-MARKET-VALUE.                              00008800
700201     GOBACK.                                                      00008900
           SKIP2                                                        00009000
700201******************************                                    00009100
700201*** One paragraph per DE                                          00009200
700201******************************                                    00009300
700201*** LAYOUT positions are relative to the record data area and     00009400
700201*** the record is not looked at, so a LAYOUT walk with any        00009500
700201*** record in hand answers the same.                              00009600
700201 B-110-FUND-ID.                                                   00009700
700201     MOVE 'FP-FUND-ID'   TO DE-NAME.                              00009800
700201     MOVE 'Fund ID'      TO DE-VAL-NAME.                          00009900
700201     SET DE-VAL-TYPE-KEY TO TRUE.                                 00010000
700201     SET DE-PIC-TYPE-X   TO TRUE.                                 00010100
700201     MOVE 1   TO DE-LAY-POS.                                      00010200
700201     MOVE 3   TO DE-LAY-LEN.                                      00010300
700201     MOVE 'D' TO DE-LAY-USAGE.                                    00010400
700201     IF  DE-PROCESS-GET                                           00010500
700201         MOVE FP-FUND-ID TO DE-VAL-INTERNAL.                      00010600
           SKIP2                                                        00010700
700201 B-120-UNITS.                                                     00010800
700201     MOVE 'FP-UNITS'     TO DE-NAME.                              00010900
700201     MOVE 'Units held'   TO DE-VAL-NAME.                          00011000
700201     SET DE-PIC-TYPE-9   TO TRUE.                                 00011100
700201     MOVE 4   TO DE-LAY-POS.                                      00011200
700201     MOVE 8   TO DE-LAY-LEN.                                      00011300
700201     SET DE-LAY-USAGE-PACKED TO TRUE.                             00011400
700201     IF  DE-PROCESS-GET                                           00011500
700201         MOVE ZERO TO DE-VAL-INTERNAL-N                           00011600
700201         IF  FP-UNITS IS NUMERIC                                  00011700
700201             MOVE FP-UNITS    TO WFP-UNITS-DSP                    00011800
700201             MOVE WFP-UNITS-X TO DE-VAL-INTERNAL (24:15)          00011900
700201         ELSE                                                     00012000
700201             MOVE FP-REC (4:8) TO DE-VAL-INTERNAL (31:8)          00012100
700201         END-IF.                                                  00012200
           SKIP2                                                        00012300
700201 B-130-UNIT-PRICE.                                                00012400
700201     MOVE 'FP-UNIT-PRICE' TO DE-NAME.                             00012500
700201     MOVE 'Unit price'    TO DE-VAL-NAME.                         00012600
700201     SET DE-PIC-TYPE-9    TO TRUE.                                00012700
700201     MOVE 12  TO DE-LAY-POS.                                      00012800
700201     MOVE 7   TO DE-LAY-LEN.                                      00012900
700201     SET DE-LAY-USAGE-PACKED TO TRUE.                             00013000
700201     IF  DE-PROCESS-GET                                           00013100
700201         MOVE ZERO TO DE-VAL-INTERNAL-N                           00013200
700201         IF  FP-UNIT-PRICE IS NUMERIC                             00013300
700201             MOVE FP-UNIT-PRICE TO WFP-PRICE-DSP                  00013400
700201             MOVE WFP-PRICE-X   TO DE-VAL-INTERNAL (26:13)        00013500
700201         ELSE                                                     00013600
700201             MOVE FP-REC (12:7) TO DE-VAL-INTERNAL (32:7)         00013700
700201         END-IF.                                                  00013800
           SKIP2                                                        00013900
700201 B-140-MARKET-VALUE.                                              00014000
700201     MOVE 'FP-MARKET-VALUE' TO DE-NAME.                           00014100
700201     MOVE 'Market value'    TO DE-VAL-NAME.                       00014200
700201     SET DE-PIC-TYPE-9      TO TRUE.                              00014300
700201     MOVE 19  TO DE-LAY-POS.                                      00014400
700201     MOVE 7   TO DE-LAY-LEN.                                      00014500
700201     SET DE-LAY-USAGE-PACKED TO TRUE.                             00014600
700201     IF  DE-PROCESS-GET                                           00014700
700201         MOVE ZERO TO DE-VAL-INTERNAL-N                           00014800
700201         IF  FP-MARKET-VALUE IS NUMERIC                           00014900
700201             MOVE FP-MARKET-VALUE TO WFP-VALUE-DSP                00015000
700201             MOVE WFP-VALUE-X     TO DE-VAL-INTERNAL (26:13)      00015100
700201         ELSE                                                     00015200
700201             MOVE FP-REC (19:7)   TO DE-VAL-INTERNAL (32:7)       00015300
700201         END-IF.                                                  00015400
