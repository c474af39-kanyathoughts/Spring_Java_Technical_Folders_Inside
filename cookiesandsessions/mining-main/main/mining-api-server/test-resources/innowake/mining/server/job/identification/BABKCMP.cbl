      **   . BKUPI   - Reference Backup File                            00001200
      **   . BKUPI2  - Referant  Backup File                            00001300
660014**   . IN110   - Control File                                     00001301
700183**   . GENCAT  - Generation catalog, for the fingerprint check    00001302
700186**   . ENVREG  - Environment registry, via UTENVRES (PAIRLIST and 00001303
700186**               MATRIX lines that name environments)             00001304
700190**   . FROZEN  - Frozen-plan watch list (FROZEN card)             00001305
700198**   . ONBLIST - Plans onboarding tonight (ONBOARD card)          00001306
700199**   . EXITLST - Scheduled plan exits (EXITS card)                00001307
      ******************************************************************00001500
      **  Output                                                        00001600
      **   . SYSOUT  - Displayed Information                            00001700
      **   . OT200   - File of differences                              00001800
      **   . REPORT  - Report summarizing processing                    00001900
700190**   . FRZRPT  - Frozen-plan exception report (FROZEN card)       00001901
700193**   . PARTRES - Split-plan partial results (PARTRANGE cards)     00001902
      ******************************************************************00002000
       ENVIRONMENT DIVISION.                                            00002100
       CONFIGURATION SECTION.                                           00002200
700144         ASSIGN TO UT-S-SALVAGE                                   00002954
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002955
700144         FILE STATUS WSALV-FS.                                    00002956
700188     SELECT HEARTBT-FILE                                          00002957
700188         ASSIGN TO UT-S-HEARTBT                                   00002958
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002959
700188         FILE STATUS WHEARTBT-FS.                                 00002960
700189     SELECT DELTA-FILE                                            00002961
700189         ASSIGN TO UT-S-DELTA                                     00002962
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002963
700189         FILE STATUS WDELTA-FS.                                   00002964
700190     SELECT FROZEN-FILE                                           00002965
700190         ASSIGN TO UT-S-FROZEN                                    00002966
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002967
700190         FILE STATUS WFROZEN-FS.                                  00002968
700190     SELECT FRZRPT-FILE                                           00002969
700190         ASSIGN TO UT-S-FRZRPT                                    00002970
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002971
700190         FILE STATUS WFRZRPT-FS.                                  00002972
700198     SELECT ONBLIST-FILE                                          00002973
700198         ASSIGN TO UT-S-ONBLIST                                   00002974
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002975
700198         FILE STATUS WONBLIST-FS.                                 00002976
700199     SELECT EXITLST-FILE                                          00002977
700199         ASSIGN TO UT-S-EXITLST                                   00002978
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002979
700199         FILE STATUS WEXITLST-FS.                                 00002980
700193     SELECT PARTRES-FILE                                          00002973
700193         ASSIGN TO UT-S-PARTRES                                   00002974
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002975
700193         FILE STATUS WPARTRES-FS.                                 00002976
700146     SELECT RULEHIST-FILE                                         00002957
700146         ASSIGN TO UT-S-RULEHIST                                  00002958
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002959
700055         ASSIGN TO UT-S-PLANXLT                                   00002942
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002943
700055         FILE STATUS WPLANXLAT-FS.                                00002944
700157     SELECT DEXWALK-FILE                                          00002945
700157         ASSIGN TO UT-S-DEXWALK                                   00002946
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002947
700157         FILE STATUS WDEXWALK-FS.                                 00002948
700158     SELECT PLANCHG-FILE                                          00002949
700158         ASSIGN TO UT-S-PLANCHG                                   00002950
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002951
700158         FILE STATUS WPLANCHG-FS.                                 00002952
700164     SELECT CODETBL-FILE                                          00002953
700164         ASSIGN TO UT-S-CODETBL                                   00002954
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002955
700164         FILE STATUS WCODETBL-FS.                                 00002956
700164     SELECT CODEHIST-FILE                                         00002957
700164         ASSIGN TO UT-S-CODEHIST                                  00002958
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002959
700164         FILE STATUS WCODEHIST-FS.                                00002960
700112     SELECT TYPEREG-FILE                                          00002945
700112         ASSIGN TO UT-S-TYPEREG                                   00002946
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002947
700128         ASSIGN TO UT-S-INCLFILE                                  00002962
&MFCY          ORGANIZATION IS LINE SEQUENTIAL                          00002963
700128         FILE STATUS WINCL-FS.                                    00002964
700174     SELECT XSORT-FILE                                            00002965
700174         ASSIGN TO UT-S-SORTWK01.                                 00002966
700174     SELECT XLAT1-FILE                                            00002967
700174         ASSIGN TO UT-S-BKXLAT1                                   00002968
700174         FILE STATUS WXLAT1-FS.                                   00002969
700174     SELECT XLAT2-FILE                                            00002970
700174         ASSIGN TO UT-S-BKXLAT2                                   00002971
700174         FILE STATUS WXLAT2-FS.                                   00002972
700174     SELECT XLAT3-FILE                                            00002973
700174         ASSIGN TO UT-S-BKXLAT3                                   00002974
700174         FILE STATUS WXLAT3-FS.                                   00002975
       DATA DIVISION.                                                   00003000
           SKIP2                                                        00003100
       FILE SECTION.                                                    00003200
700110     05  AUDIT-RECS            PIC 9(9)   VALUE ZERO.             00003844
700110     05  FILLER                PIC X      VALUE SPACE.            00003845
700110     05  AUDIT-ELAPSED         PIC 9(7)   VALUE ZERO.             00003846
700171*** Chain value over this row's content and the previous row's    00003847
700171*** value (UTAUDHSH); rows from before the chain existed read as  00003848
700171*** spaces here.  BAAUDCHK walks the trail and proves it.         00003849
700171     05  FILLER                PIC X      VALUE SPACE.            00003850
700171     05  AUDIT-CHAIN           PIC 9(10)  VALUE ZERO.             00003851
700030     SKIP2                                                        00003834
700030*** Prior-run OT200 extract, read in at startup by A-239-SETUP-   00003835
700030*** BASELINE when the BASELINE control card is present.           00003836
700045 01  IFACE-PLAN-LINE REDEFINES IFACE-LINE.                        00003904
700045     05  IFACE-PLAN-TYPE        PIC X(4)   VALUE 'PLAN'.          00003905
700045     05  FILLER                 PIC X      VALUE SPACE.           00003906
700191     05  IFACE-PLAN-NUM         PIC X(10)  VALUE SPACES.          00003907
700045     05  FILLER                 PIC X      VALUE SPACE.           00003908
700045     05  IFACE-PLAN-DIFFER      PIC Z(7)9  VALUE ZERO.            00003909
700136     05  FILLER                 PIC X      VALUE SPACE.           00003909
700053*** Driver list for multi-region runs: one BKPI/BKPI2 dataset     00003922
700053*** pair per line, read by A-150-PROC-PAIRLIST when the           00003923
700053*** PAIRLIST control card is present.                             00003924
700186*** A line may instead name two environments on the ENVREG        00003925
700186*** registry, "PROD vs UAT"; each is resolved to its newest       00003926
700186*** cataloged generation, platform code page and catalog.         00003927
700053 FD  PAIRLIST-FILE                                                00003925
700053     BLOCK CONTAINS 0 RECORDS                                     00003926
700053     LABEL RECORDS ARE STANDARD.                                  00003927
700071     05  PART-STATUS            PIC X(8).                         00003963
700071         88  PART-STATUS-INFLIGHT VALUE 'INFLIGHT'.               00003964
700071     05  FILLER                 PIC X(1).                         00003965
700191     05  PART-LAST-PLAN         PIC X(10).                        00003966
700188     05  FILLER                 PIC X(1).                         00003967
700188     05  PART-NIGHT             PIC 9(3).                         00003967
700191     05  FILLER                 PIC X(57).                        00003967
700144     SKIP2                                                        00003968
700144*** Abend-salvage state under the ABENDSAFE card: rewritten       00003969
700144*** INFLIGHT with the running counts after every plan and         00003970
700144     05  SALV-STATUS            PIC X(8).                         00003980
700144         88  SALV-STATUS-INFLIGHT VALUE 'INFLIGHT'.               00003981
700144     05  FILLER                 PIC X(1).                         00003982
700191     05  SALV-LAST-PLAN         PIC X(10).                        00003983
700144     05  FILLER                 PIC X(1).                         00003984
700144     05  SALV-MATCHED           PIC 9(9).                         00003985
700144     05  FILLER                 PIC X(1).                         00003986
700144     05  SALV-DIFF              PIC 9(9).                         00003987
700144     05  FILLER                 PIC X(1).                         00003988
700144     05  SALV-RECS              PIC 9(9).                         00003989
700191     05  FILLER                 PIC X(40).                        00003990
           SKIP2                                                        00003991
700188*** Progress heartbeat state, rewritten whole by B-481 at every   00003992
700188*** PROGRESS interval; an unallocated dd just means no heartbeat. 00003993
700188 FD  HEARTBT-FILE                                                 00003994
700188     BLOCK CONTAINS 0 RECORDS                                     00003995
700188     LABEL RECORDS ARE STANDARD.                                  00003996
           SKIP2                                                        00003997
700188 01  HEARTBT-LINE. COPY HEARTBT.                                  00003998
           SKIP2                                                        00003999
700189*** Delta backup rows (DELTA card) - see the DELTAREC copybook and00004000
700189*** B-510-DELTA-INSERT.  BADLTAPL applies them to File2.          00004001
700189 FD  DELTA-FILE                                                   00004002
700189     BLOCK CONTAINS 0 RECORDS                                     00004003
700203     RECORD IS VARYING IN SIZE FROM 53 TO 32813 CHARACTERS        00004004
700189         DEPENDING ON WDLT-RLEN                                   00004005
700189     LABEL RECORDS ARE STANDARD.                                  00004006
           SKIP2                                                        00004007
700189 01  DELTA-REC. COPY DELTAREC.                                    00004008
           SKIP2                                                        00004009
700190*** Frozen-plan watch list (FROZEN card), loaded by               00004010
700190*** A-239-SETUP-FROZEN - see the FROZLST copybook.                00004011
700190 FD  FROZEN-FILE                                                  00004012
700190     BLOCK CONTAINS 0 RECORDS                                     00004013
700190     LABEL RECORDS ARE STANDARD.                                  00004014
           SKIP2                                                        00004015
700190 01  FROZEN-LINE. COPY FROZLST.                                   00004016
           SKIP2                                                        00004017
700190*** Frozen-plan exception report: every change on a frozen plan,  00004018
700190*** one line per record, with the plan's totals as it finishes.   00004019
700190 FD  FRZRPT-FILE                                                  00004020
700190     BLOCK CONTAINS 0 RECORDS                                     00004021
700190     LABEL RECORDS ARE STANDARD.                                  00004022
           SKIP2                                                        00004023
700190 01  FRZRPT-LINE              PIC X(133).                         00004024
           SKIP2                                                        00004025
700198*** Onboarding list (ONBOARD card), loaded by A-239-SETUP-ONBOARD 00004026
700198*** - see the ONBLIST copybook.                                   00004027
700198 FD  ONBLIST-FILE                                                 00004028
700198     BLOCK CONTAINS 0 RECORDS                                     00004029
700198     LABEL RECORDS ARE STANDARD.                                  00004030
           SKIP2                                                        00004031
700198 01  ONBLIST-REC. COPY ONBLIST.                                   00004032
           SKIP2                                                        00004033
700199*** Scheduled-exit list (EXITS card), loaded by A-239-SETUP-EXITS 00004034
700199*** - see the EXITLST copybook.                                   00004035
700199 FD  EXITLST-FILE                                                 00004036
700199     BLOCK CONTAINS 0 RECORDS                                     00004037
700199     LABEL RECORDS ARE STANDARD.                                  00004038
           SKIP2                                                        00004039
700199 01  EXITLST-REC. COPY EXITLST.                                   00004040
           SKIP2                                                        00004025
700193*** Partial result of each plan compared under a PARTRANGE card - 00004026
700193*** the counters of this task's participant range, for BAPRNMRG to00004027
700193*** merge with the other tasks' ranges of the same plan.          00004028
700193 FD  PARTRES-FILE                                                 00004029
700193     BLOCK CONTAINS 0 RECORDS                                     00004030
700193     LABEL RECORDS ARE STANDARD.                                  00004031
           SKIP2                                                        00004032
700193 01  PARTRES-LINE. COPY PRNGRES.                                  00004033
700146     SKIP2                                                        00003991
700146*** Rule-by-rule consecutive-zero-hit streaks carried between     00003992
700146*** runs under the RULEHITS card; rewritten whole each run.       00003993
700164*** Reference code table for the coded DEs: one line per valid    00003994
700164*** value of a RecordType / DE, as the DE prints on the detail    00003995
700164*** report, left-justified.  Every RecordType / DE named here is  00003996
700164*** treated as coded; loaded by A-239-SETUP-CODEDOM under the     00003997
700164*** CODEDOM control card and applied by P-300/P-400 to both files.00003998
700164 FD  CODETBL-FILE                                                 00003999
700164     BLOCK CONTAINS 0 RECORDS                                     00004000
700164     LABEL RECORDS ARE STANDARD.                                  00004001
           SKIP2                                                        00004002
700164 01  CODETBL-LINE.                                                00004003
700164     05  CDTB-XXYY              PIC X(4).                         00004004
700164     05  FILLER                 PIC X(1).                         00004005
700164     05  CDTB-DENUM             PIC 9(3).                         00004006
700164     05  FILLER                 PIC X(1).                         00004007
700164     05  CDTB-VALUE             PIC X(20).                        00004008
700164     05  FILLER                 PIC X(1).                         00004009
700164     05  CDTB-DESC              PIC X(30).                        00004010
700164     05  FILLER                 PIC X(20).                        00004011
           SKIP2                                                        00004012
700164*** Unknown coded values already reported on earlier CODEDOM runs,00004013
700164*** with the date each was first seen.  Read at startup so a value00004014
700164*** turning up for the first time tonight can be told apart;      00004015
700164*** rewritten whole at A-979 with tonight's newcomers added.      00004016
700164 FD  CODEHIST-FILE                                                00004017
700164     BLOCK CONTAINS 0 RECORDS                                     00004018
700164     LABEL RECORDS ARE STANDARD.                                  00004019
           SKIP2                                                        00004020
700164 01  CODEHIST-LINE.                                               00004021
700164     05  CDHS-XXYY              PIC X(4).                         00004022
700164     05  FILLER                 PIC X(1).                         00004023
700164     05  CDHS-DENUM             PIC 9(3).                         00004024
700164     05  FILLER                 PIC X(1).                         00004025
700164     05  CDHS-VALUE             PIC X(20).                        00004026
700164     05  FILLER                 PIC X(1).                         00004027
700164     05  CDHS-FIRST-SEEN        PIC 9(8).                         00004028
700164     05  FILLER                 PIC X(42).                        00004029
           SKIP2                                                        00004030
700146 FD  RULEHIST-FILE                                                00003994
700146     BLOCK CONTAINS 0 RECORDS                                     00003995
700146     LABEL RECORDS ARE STANDARD.                                  00003996
700074     LABEL RECORDS ARE STANDARD.                                  00003974
700074     SKIP2                                                        00003975
700074 01  PLANSLA-LINE.                                                00003976
700191     05  SLA-PLAN-NUM           PIC X(10).                        00003977
700074     05  FILLER                 PIC X(1).                         00003978
700074     05  SLA-MAX-DIFFS          PIC 9(8).                         00003979
700191     05  FILLER                 PIC X(61).                        00003980
700082     SKIP2                                                        00003981
700082*** Correction feed (CORRFEED card): one delimited row per real   00003982
700082*** DE difference - plan, RecordType, DE number, File1 value,     00003983
700082*** File2 value - for the BACORGEN maintenance-transaction        00003984
700166*** The record's key group follows as a sixth field, so a batch   00003985
700166*** and its backout can be released for a single participant.     00003986
700082*** generator to turn into OmniPlus corrections after sign-off.   00003985
700082 FD  CORR-FILE                                                    00003986
700082     BLOCK CONTAINS 0 RECORDS                                     00003987
700055     LABEL RECORDS ARE STANDARD.                                  00003940
700055     SKIP2                                                        00003941
700055 01  PLANXLAT-LINE.                                               00003942
700191     05  XLAT-OLD-PLAN          PIC X(10).                        00003943
700055     05  FILLER                 PIC X(1).                         00003944
700191     05  XLAT-NEW-PLAN          PIC X(10).                        00003945
700191     05  FILLER                 PIC X(59).                        00003946
700112     SKIP2                                                        00003947
700157*** Expected coded-value conversions (RecordType, DE, old value,  00003948
700157*** new value), loaded by A-239-SETUP-DEXWALK when the DEXWALK    00003949
700157*** control card is present and applied to each File1 value by    00003950
700157*** R-765-CHECK-DEXWALK.  Values are as the DE prints on the      00003951
700157*** detail report, left-justified.                                00003952
700157 FD  DEXWALK-FILE                                                 00003953
700157     BLOCK CONTAINS 0 RECORDS                                     00003954
700157     LABEL RECORDS ARE STANDARD.                                  00003955
           SKIP2                                                        00003956
700157 01  DEXWALK-LINE.                                                00003957
700157     05  DXWL-XXYY              PIC X(4).                         00003958
700157     05  FILLER                 PIC X(1).                         00003959
700157     05  DXWL-DENUM             PIC 9(3).                         00003960
700157     05  FILLER                 PIC X(1).                         00003961
700157     05  DXWL-OLD-VAL           PIC X(20).                        00003962
700157     05  FILLER                 PIC X(1).                         00003963
700157     05  DXWL-NEW-VAL           PIC X(20).                        00003964
700157     05  FILLER                 PIC X(30).                        00003965
           SKIP2                                                        00003966
700158*** Planned-change register: a plan or plan range, RecordType, DE,00003967
700158*** the value File2 must carry once the change is effective, the  00003968
700158*** effective date and the change reference it reports under.     00003969
700158*** Loaded by A-239-SETUP-PLANCHG when the PLANCHG control card is00003970
700158*** present; applied by R-766-CHECK-PLANCHG.  A blank PLAN-TO     00003971
700158*** means the single plan in PLAN-FROM.                           00003972
700158 FD  PLANCHG-FILE                                                 00003973
700158     BLOCK CONTAINS 0 RECORDS                                     00003974
700158     LABEL RECORDS ARE STANDARD.                                  00003975
           SKIP2                                                        00003976
700158 01  PLANCHG-LINE.                                                00003977
700191     05  PCHG-PLAN-FROM         PIC X(10).                        00003978
700158     05  FILLER                 PIC X(1).                         00003979
700191     05  PCHG-PLAN-TO           PIC X(10).                        00003980
700158     05  FILLER                 PIC X(1).                         00003981
700158     05  PCHG-XXYY              PIC X(4).                         00003982
700158     05  FILLER                 PIC X(1).                         00003983
700158     05  PCHG-DENUM             PIC 9(3).                         00003984
700158     05  FILLER                 PIC X(1).                         00003985
700158     05  PCHG-NEW-VAL           PIC X(20).                        00003986
700158     05  FILLER                 PIC X(1).                         00003987
700158     05  PCHG-EFF-DATE          PIC 9(8).                         00003988
700158     05  FILLER                 PIC X(1).                         00003989
700158     05  PCHG-REF               PIC X(12).                        00003990
700191     05  FILLER                 PIC X(7).                         00003991
           SKIP2                                                        00003992
700112*** Record-type registry rows - see the TYPEREG copybook for      00003948
700112*** the column layout and what the registry drives.               00003949
700112 FD  TYPEREG-FILE                                                 00003950
700119*** prior night's copy read back under PARTTIME so partition      00003958
700119*** boundaries come from accumulated timings instead of a raw     00003959
700119*** plan count.                                                   00003960
700193*** Under PLANSTAT a split plan's row is kind R with the first    00003960
700193*** participant of its range, and kind P progress rows give the   00003960
700193*** seconds spent on the participants before PLTM-PART - the      00003960
700193*** history BAPRNPLN picks participant split points from.  Only   00003960
700193*** plain and R rows are read back for PARTTIME.                  00003960
700200*** Every row carries the date the run started, so a month of     00003960
700200*** nights can be concatenated and still told apart (BACHGBCK).   00003960
700119 FD  PLANTIME-FILE                                                00003961
700119     BLOCK CONTAINS 0 RECORDS                                     00003962
700119     LABEL RECORDS ARE STANDARD.                                  00003963
700119     SKIP2                                                        00003964
700203 01  PLANTIME-LINE. COPY PLANTIME.                                00003965
700119     SKIP2                                                        00003972
700119 FD  PLANTIMI-FILE                                                00003973
700119     BLOCK CONTAINS 0 RECORDS                                     00003974
700119     LABEL RECORDS ARE STANDARD.                                  00003975
700119     SKIP2                                                        00003976
700119 01  PLANTIMI-LINE.                                               00003977
700191     05  PLTI-PLAN-NUM          PIC X(10).                        00003978
700119     05  FILLER                 PIC X(1).                         00003979
700119     05  PLTI-RECS              PIC X(9).                         00003980
700119     05  FILLER                 PIC X(1).                         00003981
700119     05  PLTI-ELAPSED           PIC X(7).                         00003982
700193     05  FILLER                 PIC X(1).                         00003983
700193     05  PLTI-KIND              PIC X(1).                         00003983
700193     05  FILLER                 PIC X(50).                        00003983
700126     SKIP2                                                        00003984
700126*** Candidate-environment list for MATRIX mode: one referant      00003985
700126*** backup path per line, all compared against the one BKPI       00003986
700186*** A line may instead name environments, "PROD vs UAT", resolved 00003987
700186*** through the ENVREG registry the way PAIRLIST lines are.       00003988
700126*** reference, up to eight columns on the grid.                   00003987
700126 FD  MATRIX-FILE                                                  00003988
700126     BLOCK CONTAINS 0 RECORDS                                     00003989
700128     LABEL RECORDS ARE STANDARD.                                  00003999
700128     SKIP2                                                        00004000
700128 01  INCL-LINE                PIC X(80).                          00004001
           SKIP2                                                        00004002
700174*** CODEPAGE work files: a backup in the other code page is       00004003
700174*** translated and resequenced once at open through XSORT-FILE    00004004
700174*** into its XLATn work file, which then stands in for the BKPIn  00004005
700174*** reader for the rest of the pair.  Record sequential, not line 00004006
700174*** - packed and binary DEs pass through with bytes untouched.    00004007
700174 SD  XSORT-FILE.                                                  00004008
700174 01  XSORT-REC.                                                   00004009
700174     05  XSORT-CLASS          PIC X.                              00004010
700203     05  XSORT-PLAN           PIC X(10).                          00004011
700203     05  XSORT-KEY            PIC X(24).                          00004012
700174     05  XSORT-LENG           PIC 9(5).                           00004013
700174     05  XSORT-DATA           PIC X(32760).                       00004014
           SKIP2                                                        00004015
700174 FD  XLAT1-FILE                                                   00004016
700174     BLOCK CONTAINS 0 RECORDS                                     00004017
700203     RECORD IS VARYING IN SIZE FROM 40 TO 32800 CHARACTERS        00004018
700174         DEPENDING ON WXLAT1-RLEN                                 00004019
700174     LABEL RECORDS ARE STANDARD.                                  00004020
700174 01  XLAT1-REC.                                                   00004021
700174     05  XLAT1-CLASS          PIC X.                              00004022
700203     05  XLAT1-PLAN           PIC X(10).                          00004023
700203     05  XLAT1-KEY            PIC X(24).                          00004024
700174     05  XLAT1-LENG           PIC 9(5).                           00004025
700174     05  XLAT1-DATA           PIC X(32760).                       00004026
           SKIP2                                                        00004027
700174 FD  XLAT2-FILE                                                   00004028
700174     BLOCK CONTAINS 0 RECORDS                                     00004029
700203     RECORD IS VARYING IN SIZE FROM 40 TO 32800 CHARACTERS        00004030
700174         DEPENDING ON WXLAT2-RLEN                                 00004031
700174     LABEL RECORDS ARE STANDARD.                                  00004032
700174 01  XLAT2-REC.                                                   00004033
700174     05  XLAT2-CLASS          PIC X.                              00004034
700203     05  XLAT2-PLAN           PIC X(10).                          00004035
700203     05  XLAT2-KEY            PIC X(24).                          00004036
700174     05  XLAT2-LENG           PIC 9(5).                           00004037
700174     05  XLAT2-DATA           PIC X(32760).                       00004038
           SKIP2                                                        00004039
700174 FD  XLAT3-FILE                                                   00004040
700174     BLOCK CONTAINS 0 RECORDS                                     00004041
700203     RECORD IS VARYING IN SIZE FROM 40 TO 32800 CHARACTERS        00004042
700174         DEPENDING ON WXLAT3-RLEN                                 00004043
700174     LABEL RECORDS ARE STANDARD.                                  00004044
700174 01  XLAT3-REC.                                                   00004045
700174     05  XLAT3-CLASS          PIC X.                              00004046
700203     05  XLAT3-PLAN           PIC X(10).                          00004047
700203     05  XLAT3-KEY            PIC X(24).                          00004048
700174     05  XLAT3-LENG           PIC 9(5).                           00004049
700174     05  XLAT3-DATA           PIC X(32760).                       00004050
       WORKING-STORAGE SECTION.                                         00003900
       77  WQUIT-FLG             PIC X            VALUE 'N'.            00004000
           88  WQUIT-FLG-YES VALUE 'Y'.                                 00004100
700057*** most recently flagged for a duplicate-set occurrence-count    00004130
700057*** mismatch, so each mismatched set is flagged once rather       00004131
700057*** than once per leftover occurrence.                            00004132
700203 77  WDUP-LAST-MATCH-KEY      PIC X(24) VALUE SPACES.             00004133
700203 77  WDUP-LAST-FLAGGED-KEY    PIC X(24) VALUE SPACES.             00004134
700057 77  WDUP-SUPPRESS-FLG        PIC X     VALUE 'N'.                00004135
700057     88  WDUP-SUPPRESS-FLG-YES VALUE 'Y'.                         00004136
700058 77  SUB-TOLERDE              PIC S9(4) BINARY VALUE ZERO.        00004136
700059 77  SUB-DATEDE               PIC S9(4) BINARY VALUE ZERO.        00004145
700059 77  WDE-DATE-EQUAL-FLG       PIC X     VALUE 'N'.                00004146
700059     88  WDE-DATE-EQUAL-FLG-YES VALUE 'Y'.                        00004147
700157*** DEXWALK outcome for the DE in hand: ABSORB when File2 carries 00004148
700157*** exactly the converted value, BAD when File1's value is in the 00004149
700157*** crosswalk but File2 carries anything else.                    00004150
700157 77  WDE-XWALK-FLG            PIC X     VALUE 'N'.                00004151
700157     88  WDE-XWALK-FLG-ABSORB VALUE 'A'.                          00004152
700157     88  WDE-XWALK-FLG-BAD    VALUE 'B'.                          00004153
700158*** PLANCHG outcome for the DE in hand: PLANNED when File2 carries00004154
700158*** the registered value and File1 did not, NOTAPPL when the DE is00004155
700158*** in scope of an effective change but File2 lacks the value.    00004156
700158 77  WDE-PCHG-FLG             PIC X     VALUE 'N'.                00004157
700158     88  WDE-PCHG-FLG-PLANNED VALUE 'P'.                          00004158
700158     88  WDE-PCHG-FLG-NOTAPPL VALUE 'X'.                          00004159
700158 77  SUB-PCHG                 PIC S9(4) BINARY VALUE ZERO.        00004160
700158 77  SUB-PCREF                PIC S9(4) BINARY VALUE ZERO.        00004161
700158 77  WPCHG-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004162
700158 77  WPCHG-RUN-DATE           PIC 9(8)  VALUE ZERO.               00004163
700158 77  WPCHG-PCT-N              PIC 9(3)V9 VALUE ZERO.              00004164
700158 77  WPCHG-PCT                PIC ZZ9.9.                          00004165
700059 77  WDATE9-A                 PIC 9(8)  VALUE ZERO.               00004148
700059 77  WDATE9-B                 PIC 9(8)  VALUE ZERO.               00004149
700059 77  WDATE9-YY                PIC 99    VALUE ZERO.               00004150
700136 77  SUB-TRENDH2              PIC S9(4) BINARY VALUE ZERO.        00004164
700136 77  WNEWDE-FOUND-FLG         PIC X     VALUE 'N'.                00004164
700136     88  WNEWDE-FOUND-YES     VALUE 'Y'.                          00004164
700173 77  SUB-HASH                 PIC S9(8) BINARY VALUE ZERO.        00004165
700083 77  SUB-DISP                 PIC S9(4) BINARY VALUE ZERO.        00004166
700083 77  WDISP-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004167
700087 77  SUB-BURST                PIC S9(4) BINARY VALUE ZERO.        00004168
700109 77  SUB-EKS1                 PIC S9(4) BINARY VALUE ZERO.        00004193
700109 77  SUB-EKS2                 PIC S9(4) BINARY VALUE ZERO.        00004194
700109 77  WEKS2-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004195
700203 77  WEKSET-KEY               PIC X(24) VALUE SPACES.             00004196
700109 77  WCTR-EK-ADDED            PIC 9(5) COMP-3 VALUE ZERO.         00004197
700109 77  WCTR-EK-DROPPED          PIC 9(5) COMP-3 VALUE ZERO.         00004198
700115 77  WCTR-TRANSFERS           PIC 9(5) COMP-3 VALUE ZERO.         00004199
700119     05  WPLTIME-COUNT         PIC S9(4) BINARY VALUE ZERO.       00004216
700119     05  WPLTIME-MAX-ENTRIES   PIC S9(4) BINARY VALUE 9999.       00004217
700119     05  WPLTIME-ENTRY OCCURS 9999 TIMES.                         00004218
700191         10  WPLTIME-PLAN      PIC X(10) VALUE SPACES.            00004219
700119         10  WPLTIME-RECS      PIC 9(9)  VALUE ZERO.              00004220
700119         10  WPLTIME-ELAPSED   PIC 9(7)  VALUE ZERO.              00004221
700119         10  WPLTIME-PRINTED   PIC X     VALUE 'N'.               00004222
700119     05  WPLPRIOR-COUNT        PIC S9(4) BINARY VALUE ZERO.       00004225
700119     05  WPLPRIOR-MAX-ENTRIES  PIC S9(4) BINARY VALUE 9999.       00004226
700119     05  WPLPRIOR-ENTRY OCCURS 9999 TIMES.                        00004227
700191         10  WPLPRIOR-PLAN     PIC X(10) VALUE SPACES.            00004228
700119         10  WPLPRIOR-ELAPSED  PIC 9(7)  VALUE ZERO.              00004229
           SKIP2                                                        00004230
700126 77  WMATRIX-FS               PIC XX    VALUE '00'.               00004231
700127 77  WHEX-OUT                 PIC X(16) VALUE SPACES.             00004240
700128 77  WINCL-FS                 PIC XX    VALUE '00'.               00004241
700128     88  WINCL-FS-OK          VALUE '00'.                         00004242
700174 77  WXLAT1-FS                PIC XX    VALUE '00'.               00004243
700174 77  WXLAT2-FS                PIC XX    VALUE '00'.               00004244
700174 77  WXLAT3-FS                PIC XX    VALUE '00'.               00004245
700174 77  WXLAT1-RLEN              PIC S9(8) BINARY VALUE ZERO.        00004246
700174 77  WXLAT2-RLEN              PIC S9(8) BINARY VALUE ZERO.        00004247
700174 77  WXLAT3-RLEN              PIC S9(8) BINARY VALUE ZERO.        00004248
700174*** CODEPAGE state.  WXLAT-NATIVE is the page this load module    00004249
700174*** runs in, found from how it stores the letter A; a side whose  00004250
700174*** card names the other page gets WXLATn-FLG and is translated.  00004251
700174 77  WXLAT-NATIVE             PIC X(6)  VALUE SPACES.             00004252
700174 77  WXLAT-PROBE              PIC X     VALUE 'A'.                00004253
700174 77  WXLAT1-FLG               PIC X     VALUE 'N'.                00004254
700174     88  WXLAT1-YES           VALUE 'Y'.                          00004255
700174 77  WXLAT2-FLG               PIC X     VALUE 'N'.                00004256
700174     88  WXLAT2-YES           VALUE 'Y'.                          00004257
700174 77  WXLAT3-FLG               PIC X     VALUE 'N'.                00004258
700174     88  WXLAT3-YES           VALUE 'Y'.                          00004259
700174 77  WXLAT1-OPEN-FLG          PIC X     VALUE 'N'.                00004260
700174     88  WXLAT1-OPEN-YES      VALUE 'Y'.                          00004261
700174 77  WXLAT2-OPEN-FLG          PIC X     VALUE 'N'.                00004262
700174     88  WXLAT2-OPEN-YES      VALUE 'Y'.                          00004263
700174 77  WXLAT3-OPEN-FLG          PIC X     VALUE 'N'.                00004264
700174     88  WXLAT3-OPEN-YES      VALUE 'Y'.                          00004265
700174 77  WXLAT-EOF-FLG            PIC X     VALUE 'N'.                00004266
700174     88  WXLAT-EOF-YES        VALUE 'Y'.                          00004267
700174 77  WXLAT-ERR-FLG            PIC X     VALUE 'N'.                00004268
700174     88  WXLAT-ERR-YES        VALUE 'Y'.                          00004269
700174 77  WXLAT-MISS-FLG           PIC X     VALUE 'N'.                00004270
700174     88  WXLAT-MISS-YES       VALUE 'Y'.                          00004271
700174 77  WXLAT-HDRTLR-FLG         PIC X     VALUE 'N'.                00004272
700174     88  WXLAT-HDRTLR-YES     VALUE 'Y'.                          00004273
700174 77  WXLAT-XXYY               PIC X(4)  VALUE SPACES.             00004274
700174 77  WXLAT-RLEN               PIC S9(8) BINARY VALUE ZERO.        00004275
700174 77  WXLAT-POS                PIC S9(8) BINARY VALUE ZERO.        00004276
700174 77  WXLAT-LEN                PIC S9(8) BINARY VALUE ZERO.        00004277
700203 77  WXLAT-PREFIX             PIC S9(8) BINARY VALUE ZERO.        00000000
700203 77  WXLAT-SHIFT              PIC S9(8) BINARY VALUE ZERO.        00000000
700174 77  SUB-XLSEG                PIC S9(4) BINARY VALUE ZERO.        00004278
700174 77  SUB-XLDE                 PIC S9(4) BINARY VALUE ZERO.        00004279
700174 77  SUB-XLTYPE               PIC S9(4) BINARY VALUE ZERO.        00004280
700174 77  WXLAYOUT-HIT-SUB         PIC S9(4) BINARY VALUE ZERO.        00004281
700174 77  WCTR-XLAT1               PIC 9(9)  VALUE ZERO.               00004282
700174 77  WCTR-XLAT2               PIC 9(9)  VALUE ZERO.               00004283
700174 77  WCTR-XLAT3               PIC 9(9)  VALUE ZERO.               00004284
700174 77  WCTR-XLAT-NOLAY          PIC 9(9)  VALUE ZERO.               00004285
           SKIP2                                                        00004286
700174*** Byte-for-byte code page tables: WXLAT-IDENT lists every byte  00004287
700174*** value in order, WXLAT-A2E/WXLAT-E2A give its counterpart in   00004288
700174*** EBCDIC (CP037) and ISO-8859-1 ASCII.  WXLAT-TO is whichever of00004289
700174*** the two carries a foreign side into the native page.          00004290
700174 01  WXLAT-TABLES.                                                00004291
700174     05  WXLAT-IDENT-DEF.                                         00004292
700174         10  FILLER  PIC X(16) VALUE                              00004293
700174                 X'000102030405060708090A0B0C0D0E0F'.             00004294
700174         10  FILLER  PIC X(16) VALUE                              00004295
700174                 X'101112131415161718191A1B1C1D1E1F'.             00004296
700174         10  FILLER  PIC X(16) VALUE                              00004297
700174                 X'202122232425262728292A2B2C2D2E2F'.             00004298
700174         10  FILLER  PIC X(16) VALUE                              00004299
700174                 X'303132333435363738393A3B3C3D3E3F'.             00004300
700174         10  FILLER  PIC X(16) VALUE                              00004301
700174                 X'404142434445464748494A4B4C4D4E4F'.             00004302
700174         10  FILLER  PIC X(16) VALUE                              00004303
700174                 X'505152535455565758595A5B5C5D5E5F'.             00004304
700174         10  FILLER  PIC X(16) VALUE                              00004305
700174                 X'606162636465666768696A6B6C6D6E6F'.             00004306
700174         10  FILLER  PIC X(16) VALUE                              00004307
700174                 X'707172737475767778797A7B7C7D7E7F'.             00004308
700174         10  FILLER  PIC X(16) VALUE                              00004309
700174                 X'808182838485868788898A8B8C8D8E8F'.             00004310
700174         10  FILLER  PIC X(16) VALUE                              00004311
700174                 X'909192939495969798999A9B9C9D9E9F'.             00004312
700174         10  FILLER  PIC X(16) VALUE                              00004313
700174                 X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.             00004314
700174         10  FILLER  PIC X(16) VALUE                              00004315
700174                 X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.             00004316
700174         10  FILLER  PIC X(16) VALUE                              00004317
700174                 X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.             00004318
700174         10  FILLER  PIC X(16) VALUE                              00004319
700174                 X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.             00004320
700174         10  FILLER  PIC X(16) VALUE                              00004321
700174                 X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.             00004322
700174         10  FILLER  PIC X(16) VALUE                              00004323
700174                 X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.             00004324
700174     05  WXLAT-IDENT REDEFINES WXLAT-IDENT-DEF                    00004325
700174                             PIC X(256).                          00004326
700174     05  WXLAT-A2E-DEF.                                           00004327
700174         10  FILLER  PIC X(16) VALUE                              00004328
700174                 X'00010203372D2E2F1605250B0C0D0E0F'.             00004329
700174         10  FILLER  PIC X(16) VALUE                              00004330
700174                 X'101112133C3D322618193F271C1D1E1F'.             00004331
700174         10  FILLER  PIC X(16) VALUE                              00004332
700174                 X'405A7F7B5B6C507D4D5D5C4E6B604B61'.             00004333
700174         10  FILLER  PIC X(16) VALUE                              00004334
700174                 X'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F'.             00004335
700174         10  FILLER  PIC X(16) VALUE                              00004336
700174                 X'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6'.             00004337
700174         10  FILLER  PIC X(16) VALUE                              00004338
700174                 X'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D'.             00004339
700174         10  FILLER  PIC X(16) VALUE                              00004340
700174                 X'79818283848586878889919293949596'.             00004341
700174         10  FILLER  PIC X(16) VALUE                              00004342
700174                 X'979899A2A3A4A5A6A7A8A9C04FD0A107'.             00004343
700174         10  FILLER  PIC X(16) VALUE                              00004344
700174                 X'202122232415061728292A2B2C090A1B'.             00004345
700174         10  FILLER  PIC X(16) VALUE                              00004346
700174                 X'30311A333435360838393A3B04143EFF'.             00004347
700174         10  FILLER  PIC X(16) VALUE                              00004348
700174                 X'41AA4AB19FB26AB5BDB49A8A5FCAAFBC'.             00004349
700174         10  FILLER  PIC X(16) VALUE                              00004350
700174                 X'908FEAFABEA0B6B39DDA9B8BB7B8B9AB'.             00004351
700174         10  FILLER  PIC X(16) VALUE                              00004352
700174                 X'6465626663679E687471727378757677'.             00004353
700174         10  FILLER  PIC X(16) VALUE                              00004354
700174                 X'AC69EDEEEBEFECBF80FDFEFBFCADAE59'.             00004355
700174         10  FILLER  PIC X(16) VALUE                              00004356
700174                 X'4445424643479C485451525358555657'.             00004357
700174         10  FILLER  PIC X(16) VALUE                              00004358
700174                 X'8C49CDCECBCFCCE170DDDEDBDC8D8EDF'.             00004359
700174     05  WXLAT-A2E REDEFINES WXLAT-A2E-DEF                        00004360
700174                             PIC X(256).                          00004361
700174     05  WXLAT-E2A-DEF.                                           00004362
700174         10  FILLER  PIC X(16) VALUE                              00004363
700174                 X'000102039C09867F978D8E0B0C0D0E0F'.             00004364
700174         10  FILLER  PIC X(16) VALUE                              00004365
700174                 X'101112139D8508871819928F1C1D1E1F'.             00004366
700174         10  FILLER  PIC X(16) VALUE                              00004367
700174                 X'80818283840A171B88898A8B8C050607'.             00004368
700174         10  FILLER  PIC X(16) VALUE                              00004369
700174                 X'909116939495960498999A9B14159E1A'.             00004370
700174         10  FILLER  PIC X(16) VALUE                              00004371
700174                 X'20A0E2E4E0E1E3E5E7F1A22E3C282B7C'.             00004372
700174         10  FILLER  PIC X(16) VALUE                              00004373
700174                 X'26E9EAEBE8EDEEEFECDF21242A293BAC'.             00004374
700174         10  FILLER  PIC X(16) VALUE                              00004375
700174                 X'2D2FC2C4C0C1C3C5C7D1A62C255F3E3F'.             00004376
700174         10  FILLER  PIC X(16) VALUE                              00004377
700174                 X'F8C9CACBC8CDCECFCC603A2340273D22'.             00004378
700174         10  FILLER  PIC X(16) VALUE                              00004379
700174                 X'D8616263646566676869ABBBF0FDFEB1'.             00004380
700174         10  FILLER  PIC X(16) VALUE                              00004381
700174                 X'B06A6B6C6D6E6F707172AABAE6B8C6A4'.             00004382
700174         10  FILLER  PIC X(16) VALUE                              00004383
700174                 X'B57E737475767778797AA1BFD0DDDEAE'.             00004384
700174         10  FILLER  PIC X(16) VALUE                              00004385
700174                 X'5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7'.             00004386
700174         10  FILLER  PIC X(16) VALUE                              00004387
700174                 X'7B414243444546474849ADF4F6F2F3F5'.             00004388
700174         10  FILLER  PIC X(16) VALUE                              00004389
700174                 X'7D4A4B4C4D4E4F505152B9FBFCF9FAFF'.             00004390
700174         10  FILLER  PIC X(16) VALUE                              00004391
700174                 X'5CF7535455565758595AB2D4D6D2D3D5'.             00004392
700174         10  FILLER  PIC X(16) VALUE                              00004393
700174                 X'30313233343536373839B3DBDCD9DA9F'.             00004394
700174     05  WXLAT-E2A REDEFINES WXLAT-E2A-DEF                        00004395
700174                             PIC X(256).                          00004396
700174     05  WXLAT-TO                 PIC X(256) VALUE SPACES.        00004397
           SKIP2                                                        00004398
700174 01  WXLAT-REC                    PIC X(32760) VALUE SPACES.      00004399
700174 01  WXLAT-SAVE                   PIC X(32760) VALUE SPACES.      00004400
           SKIP2                                                        00004401
700174*** Packed and binary DE positions per RecordType, as the DEMOD   00004402
700174*** reports them under the LAYOUT request; filled the first time a00004403
700174*** translated side meets the type.  A type whose module gives no 00004404
700174*** layout is translated as all-character data.                   00004405
700174 01  WXLAYOUT-AREA.                                               00004406
700174     05  WXLAYOUT-COUNT           PIC S9(4) BINARY VALUE ZERO.    00004407
700174     05  WXLAYOUT-MAX-ENTRIES     PIC S9(4) BINARY VALUE 50.      00004408
700174     05  WXLAYOUT-MAX-SEGS        PIC S9(4) BINARY VALUE 100.     00004409
700174     05  WXLAYOUT-ENTRY OCCURS 50 TIMES.                          00004410
700174         10  WXLAYOUT-XXYY        PIC X(4)  VALUE SPACES.         00004411
700174         10  WXLAYOUT-KNOWN       PIC X     VALUE 'N'.            00004412
700174             88  WXLAYOUT-KNOWN-YES VALUE 'Y'.                    00004413
700174         10  WXLAYOUT-SEG-COUNT   PIC S9(4) BINARY VALUE ZERO.    00004414
700174         10  WXLAYOUT-SEG OCCURS 100 TIMES.                       00004415
700174             15  WXLAYOUT-SEG-POS PIC S9(8) BINARY VALUE ZERO.    00004416
700174             15  WXLAYOUT-SEG-LEN PIC S9(8) BINARY VALUE ZERO.    00004417
700128 77  SUB-INCL1                PIC S9(4) BINARY VALUE ZERO.        00004243
700128 77  SUB-INCL2                PIC S9(4) BINARY VALUE ZERO.        00004244
700128 77  WINCL-NAME               PIC X(60) VALUE SPACES.             00004245
700109     05  WEKSET1-MAX-ENTRIES   PIC S9(4) BINARY VALUE 50.         00004205
700109     05  WEKSET1-ENTRY OCCURS 50 TIMES.                           00004206
700109         10  WEKSET1-ELNUM     PIC X(6)  VALUE SPACES.            00004207
700173         10  WEKSET1-LENG      PIC S9(8) BINARY VALUE ZERO.       00004208
700109         10  WEKSET1-MATCHED   PIC X     VALUE 'N'.               00004209
700173         10  WEKSET1-REC       PIC X(32760) VALUE SPACES.         00004210
           SKIP2                                                        00004211
700109 01  WEKSET2-AREA.                                                00004212
700109     05  WEKSET2-COUNT         PIC S9(4) BINARY VALUE ZERO.       00004213
700109     05  WEKSET2-MAX-ENTRIES   PIC S9(4) BINARY VALUE 50.         00004214
700109     05  WEKSET2-ENTRY OCCURS 50 TIMES.                           00004215
700109         10  WEKSET2-ELNUM     PIC X(6)  VALUE SPACES.            00004216
700173         10  WEKSET2-LENG      PIC S9(8) BINARY VALUE ZERO.       00004217
700109         10  WEKSET2-MATCHED   PIC X     VALUE 'N'.               00004218
700173         10  WEKSET2-REC       PIC X(32760) VALUE SPACES.         00004219
           SKIP2                                                        00004220
700150*** Look-ahead hold for the election-set matcher: the gather      00004221
700150*** loops leave each reader one record past the set, and the      00004222
           SKIP2                                                        00004229
700150 01  WEKLA2-AREA. COPY BKFIL REPLACING ==:BKFIL:== BY ==WEKLA2==. 00004230
           SKIP2                                                        00004231
700173 01  WEKLA1-BWA            PIC X(32760)                           00004232
700173                           VALUE SPACES.                          00004232
700173 01  WEKLA2-BWA            PIC X(32760)                           00004233
700173                           VALUE SPACES.                          00004233
           SKIP2                                                        00004234
700152*** The set's own record type, captured at B-117 entry while      00004235
700152*** the descriptors still carry it: the gather loops end by       00004236
700103     05  WPLHASH-COUNT         PIC S9(4) BINARY VALUE ZERO.       00004195
700103     05  WPLHASH-MAX-ENTRIES   PIC S9(4) BINARY VALUE 9999.       00004196
700103     05  WPLHASH-ENTRY OCCURS 9999 TIMES.                         00004197
700191         10  WPLHASH-PLAN      PIC X(10) VALUE SPACES.            00004198
700103         10  WPLHASH-CNT1      PIC 9(8)  VALUE ZERO.              00004199
700103         10  WPLHASH-HASH1     PIC 9(13) COMP-3 VALUE ZERO.       00004200
700103         10  WPLHASH-CNT2      PIC 9(8)  VALUE ZERO.              00004201
700070 77  WPLAN-ERROR-FLG          PIC X     VALUE 'N'.                00004186
700070     88  WPLAN-ERROR-FLG-YES  VALUE 'Y'.                          00004187
700070 77  WQUAR-DIAG               PIC X(80) VALUE SPACES.             00004188
700191 77  WPART-START-PLAN         PIC X(10) VALUE SPACES.             00004189
700191 77  WPART-STOP-PLAN          PIC X(10) VALUE SPACES.             00004190
700071 77  WPART-DONE-CTR           PIC 9(5)  VALUE ZERO.               00004191
700071 77  WPART-PARTIAL-FLG        PIC X     VALUE 'N'.                00004192
700071     88  WPART-PARTIAL-FLG-YES VALUE 'Y'.                         00004193
700188*** Night of a split cycle: the prior night's, from PARTSTAT.     00004194
700188 77  WPART-NIGHT              PIC 9(3)  VALUE ZERO.               00004195
700188 77  WHRTB-STATUS             PIC X(8)  VALUE 'RUNNING'.          00004196
700189*** DELTA bookkeeping.  File2 positions count every File2 record  00004197
700189*** read, header first; WDLT-IMAGE1/2 hold the current records as 00004198
700189*** read, ahead of NORUNDATE or any other working-record change.  00004199
700189 77  WDLT-ACTIVE-FLG          PIC X     VALUE 'N'.                00004200
700189     88  WDLT-ACTIVE-YES      VALUE 'Y'.                          00004201
700189 77  WDLT-BROKEN-FLG          PIC X     VALUE 'N'.                00004202
700189     88  WDLT-BROKEN-YES      VALUE 'Y'.                          00004203
700189 77  WDLT-TLR1-FLG            PIC X     VALUE 'N'.                00004204
700189     88  WDLT-TLR1-YES        VALUE 'Y'.                          00004205
700189 77  WDLT-TLR2-FLG            PIC X     VALUE 'N'.                00004206
700189     88  WDLT-TLR2-YES        VALUE 'Y'.                          00004207
700189 77  WDLT-POS2                PIC 9(9)  VALUE ZERO.               00004208
700189 77  WDLT-RECS1               PIC 9(9)  VALUE ZERO.               00004209
700189 77  WDLT-CTR-INS             PIC 9(9)  VALUE ZERO.               00004210
700189 77  WDLT-CTR-DEL             PIC 9(9)  VALUE ZERO.               00004211
700189 77  WDLT-CTR-REP             PIC 9(9)  VALUE ZERO.               00004212
700189 77  WDLT-RECHASH1            PIC 9(10) VALUE ZERO.               00004213
700189 77  WDLT-RECHASH2            PIC 9(10) VALUE ZERO.               00004214
700189 77  WDLT-TLR2-HASH           PIC 9(10) VALUE ZERO.               00004215
700189 77  WDLT-HASH1               PIC 9(13) COMP-3 VALUE ZERO.        00004216
700189 77  WDLT-HASH2               PIC 9(13) COMP-3 VALUE ZERO.        00004217
700189 77  WDLT-LENG1               PIC S9(8) BINARY VALUE ZERO.        00004218
700189 77  WDLT-LENG2               PIC S9(8) BINARY VALUE ZERO.        00004219
700189 77  WDLT-TLR1-LENG           PIC S9(8) BINARY VALUE ZERO.        00004220
700189 77  WDLT-RLEN                PIC S9(8) BINARY VALUE ZERO.        00004221
700189 77  SUB-DLT                  PIC S9(8) BINARY VALUE ZERO.        00004222
700189 01  WDLT-IMAGE1              PIC X(32760) VALUE SPACES.          00004223
700189 01  WDLT-IMAGE2              PIC X(32760) VALUE SPACES.          00004224
700189 01  WDLT-TLR1-IMAGE          PIC X(32680) VALUE SPACES.          00004225
700190*** FROZEN bookkeeping.  WFRZ-HIT-SUB is the watch-list row of the00004226
700190*** plan in hand, zero when the plan is not frozen today or the   00004227
700190*** compare is not day-over-day; the plan counters restart with   00004228
700190*** each plan.                                                    00004229
700190 77  WFRZ-HIT-SUB             PIC S9(4) BINARY VALUE ZERO.        00004230
700190 77  SUB-FRZ                  PIC S9(4) BINARY VALUE ZERO.        00004231
700190 77  WFRZ-TODAY               PIC 9(8)  VALUE ZERO.               00004232
700190 77  WFRZ-REJECTED            PIC 9(5)  VALUE ZERO.               00004233
700190 77  WFRZ-MAX-DETAIL          PIC 9(4)  VALUE 50.                 00004234
700190 77  WFRZ-PLAN-EVENTS         PIC 9(8)  VALUE ZERO.               00004235
700190 77  WFRZ-PLAN-CHG            PIC 9(8)  VALUE ZERO.               00004236
700190 77  WFRZ-PLAN-F1             PIC 9(8)  VALUE ZERO.               00004237
700190 77  WFRZ-PLAN-F2             PIC 9(8)  VALUE ZERO.               00004238
700190 77  WCTR-FRZ-PLANS           PIC 9(7)  VALUE ZERO.               00004239
700190 77  WCTR-FRZ-EVENTS          PIC 9(9)  VALUE ZERO.               00004240
700190 77  WCTR-FRZ-UNVERIFIED      PIC 9(7)  VALUE ZERO.               00004241
700190 77  WFRZ-EVENT               PIC X(8)  VALUE SPACES.             00004242
700190 77  WFRZ-XXYY                PIC X(4)  VALUE SPACES.             00004243
700203 77  WFRZ-KEY                 PIC X(24) VALUE SPACES.             00004244
700190 77  WFRZ-DISP1               PIC Z(7)9 VALUE ZERO.               00004245
700190 77  WFRZ-DISP2               PIC Z(7)9 VALUE ZERO.               00004246
700190 77  WFRZ-DISP3               PIC Z(7)9 VALUE ZERO.               00004247
700203 77  WFRZ-MAX-ED              PIC ZZZ9  VALUE ZERO.               00000000
700190 77  WFRZ-STOOD-DOWN-FLG      PIC X     VALUE 'N'.                00004248
700190     88  WFRZ-STOOD-DOWN-YES  VALUE 'Y'.                          00004249
700197*** SKIPCHK bookkeeping.  WSKC-CYCLE-DATE is File2's header date, 00004250
700197*** widened, and WSKC-DAYTYPE its day type on the business        00004251
700197*** calendar; the check stands down (WSKC-ACTIVE off) for a pair  00004252
700197*** it cannot judge.                                              00004253
700197 77  SUB-SKC                  PIC S9(4) BINARY VALUE ZERO.        00004254
700197 77  WSKC-CYCLE-DATE          PIC 9(8)  VALUE ZERO.               00004255
700197 77  WSKC-DAYTYPE             PIC X     VALUE SPACE.              00004256
700197 77  WSKC-TALLY               PIC S9(4) BINARY VALUE ZERO.        00004257
700197 77  WSKC-PLAN-HITS           PIC S9(4) BINARY VALUE ZERO.        00004258
700197 77  WSKC-ACTIVE-FLG          PIC X     VALUE 'N'.                00004259
700197     88  WSKC-ACTIVE-YES      VALUE 'Y'.                          00004260
700197 77  WCTR-SKC-CHECKED         PIC 9(7)  VALUE ZERO.               00004261
700197 77  WCTR-SKC-PLANS           PIC 9(7)  VALUE ZERO.               00004262
700197 77  WCTR-SKC-UNREADABLE      PIC 9(7)  VALUE ZERO.               00004263
700197 77  WSKC-DENUM-WORK          PIC X(3)  VALUE SPACES.             00004264
700197 77  WSKC-DTYPES-WORK         PIC X(4)  VALUE SPACES.             00004265
700198*** ONBOARD bookkeeping.  WONB-PLAN-FLG is set for a plan on the  00004266
700198*** onboarding list that is on File2 only.                        00004267
700198 77  SUB-ONB                  PIC S9(4) BINARY VALUE ZERO.        00004268
700198 77  WONB-PLAN-FLG            PIC X     VALUE 'N'.                00004269
700198     88  WONB-PLAN-YES        VALUE 'Y'.                          00004270
700198 77  WCTR-ONB-PLANS           PIC 9(7)  VALUE ZERO.               00004271
700199*** EXITS bookkeeping.  WEXIT-RUN-DATE is File2's header date,    00004272
700199*** widened; WEXIT-EVENT classifies the plan in hand against the  00004273
700199*** scheduled-exit list, WEXIT-HIT-SUB its list entry.            00004274
700199 77  SUB-EXL                  PIC S9(4) BINARY VALUE ZERO.        00004275
700199 77  WEXIT-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004276
700199 77  WEXIT-RUN-DATE           PIC 9(8)  VALUE ZERO.               00004277
700199 77  WEXIT-EVENT              PIC X     VALUE SPACE.              00004278
700199     88  WEXIT-NONE           VALUE ' '.                          00004279
700199     88  WEXIT-EXPECTED       VALUE 'E'.                          00004280
700199     88  WEXIT-UNPLANNED      VALUE 'U'.                          00004281
700199     88  WEXIT-EARLY          VALUE 'A'.                          00004282
700199     88  WEXIT-OVERDUE        VALUE 'O'.                          00004283
700199 77  WEXIT-SKIP-FLG           PIC X     VALUE 'N'.                00004284
700199     88  WEXIT-SKIP-FLG-YES   VALUE 'Y'.                          00004285
700199 77  WCTR-EXIT-EXPECTED       PIC 9(7)  VALUE ZERO.               00004286
700199 77  WCTR-EXIT-UNPLANNED      PIC 9(7)  VALUE ZERO.               00004287
700199 77  WCTR-EXIT-OVERDUE        PIC 9(7)  VALUE ZERO.               00004288
700203 77  WEXIT-MONEY-ED           PIC -(13)9.99.                      00004289
700199 77  WEXIT-PARTS-ED           PIC Z(7)9.                          00004290
700193*** PARTRANGE bookkeeping.  WPRNG-HIT-SUB and WPRNG-LAST-SUB are  00004250
700193*** the first and last table rows giving this task a range of the 00004251
700193*** plan in hand, zero when the plan is not split or is not this  00004252
700193*** task's.  WPRNG-LAST-PLAN is the highest plan this task holds  00004253
700193*** a range of, so a PLANRANGE end does not stop the run short of 00004254
700193*** it.                                                           00004255
700193 77  WPRNG-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004256
700193 77  WPRNG-LAST-SUB           PIC S9(4) BINARY VALUE ZERO.        00004257
700193 77  SUB-PRNG                 PIC S9(4) BINARY VALUE ZERO.        00004258
700193 77  WPRNG-LAST-PLAN          PIC X(10) VALUE SPACES.             00004259
700193 77  WPRNG-PART               PIC X(11) VALUE SPACES.             00004260
700193 77  WPRNG-PLAN-SKIP1         PIC 9(8)  VALUE ZERO.               00004261
700193 77  WPRNG-PLAN-SKIP2         PIC 9(8)  VALUE ZERO.               00004262
700193 77  WPRNG-OTHER-FLG          PIC X     VALUE 'N'.                00004263
700193     88  WPRNG-OTHER-FLG-YES  VALUE 'Y'.                          00004264
700193 77  WPRNG-IN-FLG             PIC X     VALUE 'N'.                00004265
700193     88  WPRNG-IN-FLG-YES     VALUE 'Y'.                          00004266
700193 77  WPRNG-CARD-PLAN          PIC X(10) VALUE SPACES.             00004267
700193 77  WPRNG-CARD-RANGE         PIC X(24) VALUE SPACES.             00004268
700193 77  WPRNG-CARD-TASK          PIC X(3)  VALUE SPACES.             00004269
700193 77  WPRNG-CARD-FROM          PIC X(11) VALUE SPACES.             00004270
700193 77  WPRNG-CARD-TO            PIC X(11) VALUE SPACES.             00004271
700193 77  WPRNG-FROM-ED            PIC X(11) VALUE SPACES.             00004272
700193 77  WPRNG-TO-ED              PIC X(11) VALUE SPACES.             00004273
700193 77  SUB-PRDE                 PIC S9(4) BINARY VALUE ZERO.        00004274
700193 77  WPRDE-HIT-SUB            PIC S9(4) BINARY VALUE ZERO.        00004275
700193 77  WPRDE-BUCKET             PIC X     VALUE 'D'.                00004276
700193     88  WPRDE-BUCKET-DIFF    VALUE 'D'.                          00004277
700193     88  WPRDE-BUCKET-TOLER   VALUE 'T'.                          00004278
700193 77  WPRDE-OVERFLOW-FLG       PIC X     VALUE 'N'.                00004279
700193     88  WPRDE-OVERFLOW-YES   VALUE 'Y'.                          00004280
700203 77  WPRNG-BROKEN-FLG         PIC X     VALUE 'N'.                00000000
700203     88  WPRNG-BROKEN-YES     VALUE 'Y'.                          00000000
700193*** PLANSTAT progress marks: every WPLTM-MARK-EVERY File1 records 00004281
700193*** of a plan, a P row gives the seconds spent since the previous 00004282
700193*** mark and the participant the compare had reached, which is    00004283
700193*** what BAPRNPLN cuts a plan into participant ranges by.         00004284
700193 77  WPLTM-MARK-EVERY         PIC 9(8)  VALUE 25000.              00004285
700193 77  WPLTM-NEXT-MARK          PIC 9(8)  VALUE ZERO.               00004286
700193 77  WPLTM-MARK-SECS          PIC 9(7)  VALUE ZERO.               00004287
700193 77  WPLTM-MARKS              PIC 9(5)  VALUE ZERO.               00004288
700193 77  WPLTM-SEG                PIC S9(7) VALUE ZERO.               00004289
700193 77  WPLTM-PART               PIC X(11) VALUE SPACES.             00004290
700200 77  WPLTM-RUN-DATE           PIC 9(8)  VALUE ZERO.               00004290
700201*** FUNDCHK work fields: one FP record's units times price and its00004290
700201*** distance from the market value the record carries.            00004290
700201 77  WFUND-VALUE              PIC S9(16)V99 COMP-3 VALUE ZERO.    00004290
700201 77  WFUND-DIFF               PIC S9(16)V99 COMP-3 VALUE ZERO.    00004290
700201 77  WFUND-VALUE-ED           PIC -(15)9.99.                      00004290
700201 77  WFUND-MV-ED              PIC -(15)9.99.                      00004290
700201 77  WFUND-TOLER-CENTS        PIC 9(5)  VALUE ZERO.               00004290
700203*** The plan-boundary reconciliation, one file at a time.         00000000
700203 77  WFUND-SIDE               PIC X(5)  VALUE SPACES.             00000000
700203 77  WFUND-PLAN-FUND          PIC S9(13)V99 COMP-3 VALUE ZERO.    00000000
700203 77  WFUND-PLAN-MONEY         PIC S9(13)V99 COMP-3 VALUE ZERO.    00000000
700072*** Per-class return-code overrides from RCMAP control cards;     00004194
700072*** 99 means "no override coded" and leaves the stock             00004195
700072*** behavior for that class untouched.                            00004196
700072     05  WRCMAP-CTLERR         PIC 9(2)  VALUE 99.                00004202
700121     05  WRCMAP-SYSTEMIC       PIC 9(2)  VALUE 99.                00004203
700137     05  WRCMAP-IDENT          PIC 9(2)  VALUE 99.                00004203
700190     05  WRCMAP-FROZEN         PIC 9(2)  VALUE 99.                00004204
700197     05  WRCMAP-SKIPPED        PIC 9(2)  VALUE 99.                00004205
700199     05  WRCMAP-UNPLANNED      PIC 9(2)  VALUE 99.                00004206
700199     05  WRCMAP-OVERDUE        PIC 9(2)  VALUE 99.                00004207
700137*** Identity-change bookkeeping for the IDRPT surveillance        00004203
700137*** report - identity diffs carry their own return-code class     00004203
700137*** (stock severity 10, RCMAP class I to override).               00004203
700142 77  WDCHK-DATE1              PIC 9(8)  VALUE ZERO.               00004203
700142 77  WDCHK-DATE2              PIC 9(8)  VALUE ZERO.               00004203
700142 77  WDCHK-PIVOT-YY           PIC 99    VALUE 70.                 00004203
700179*** HISTONLY: File1's header date widened through the DATECHECK   00004204
700179*** pivot, the stamp the trend output carries; the quiet switch   00004205
700179*** stops the printed report once the control cards are echoed.   00004206
700179 77  WHIST-DATE               PIC 9(8)  VALUE ZERO.               00004207
700179 77  WPRINT-QUIET-FLG         PIC X     VALUE 'N'.                00004208
700179     88  WPRINT-QUIET-YES     VALUE 'Y'.                          00004209
700144 77  WSALV-FS                 PIC XX    VALUE '00'.               00004203
700144     88  WSALV-FS-OK          VALUE '00'.                         00004203
700144     88  WSALV-FS-NOFILE      VALUE '35' '30'.                    00004203
700121 77  WTYPECAP-TRIP-FLG        PIC X     VALUE 'N'.                00004204
700121     88  WTYPECAP-TRIP-FLG-YES VALUE 'Y'.                         00004205
700121 77  WCTR-SYSTEMIC-TYPES      PIC 9(3)  VALUE ZERO.               00004206
700154 77  WCTR-VCLU-SHOWN          PIC 9(7)  VALUE ZERO.               00004207
700154 77  WCTR-VCLU-SMALL          PIC 9(7)  VALUE ZERO.               00004208
700154 77  SUB-VCLU                 PIC S9(4) BINARY VALUE ZERO.        00004209
700164 77  SUB-CDOM                 PIC S9(4) BINARY VALUE ZERO.        00004210
700164*** CODEDOM working fields for the DE in hand: the file it came   00004211
700164*** from, its plan and name, and tonight's date for new entries.  00004212
700164 77  WCDOM-SIDE               PIC X     VALUE SPACE.              00004213
700191 77  WCDOM-PLAN               PIC X(10) VALUE SPACES.             00004214
700164 77  WCDOM-DENAME             PIC X(20) VALUE SPACES.             00004215
700164 77  WCDOM-RUN-DATE           PIC 9(8)  VALUE ZERO.               00004216
700164 77  WCDOM-FOUND-FLG          PIC X     VALUE 'N'.                00004217
700164     88  WCDOM-FOUND-YES      VALUE 'Y'.                          00004218
700156*** ROLLFWD window: an AH adjustment dated after the File1        00004210
700156*** backup and on or before the File2 backup is activity that     00004211
700156*** belongs between the two generations.                          00004212
700156 77  WROLL-FROM               PIC 9(8)  VALUE ZERO.               00004213
700156 77  WROLL-TO                 PIC 9(8)  VALUE ZERO.               00004214
700156 77  WROLL-DIFF               PIC S9(13)V99 COMP-3 VALUE ZERO.    00004215
700156 77  WROLL-PLAN-PRIOR         PIC S9(13)V99 COMP-3 VALUE ZERO.    00004216
700156 77  WROLL-PLAN-WINADJ        PIC S9(13)V99 COMP-3 VALUE ZERO.    00004217
700156 77  WROLL-PLAN-CURR          PIC S9(13)V99 COMP-3 VALUE ZERO.    00004218
700156 77  WROLL-PLAN-PARTS         PIC 9(7)  COMP-3 VALUE ZERO.        00004219
700156 77  WROLL-EDIT-1             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00004220
700156 77  WROLL-EDIT-2             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00004221
700156 77  WROLL-EDIT-3             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00004222
700156 77  WROLL-EDIT-4             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.          00004223
700121*** Per-RecordType data-different counters for the MAXTYPEDIFF    00004207
700121*** circuit breaker, indexed by the same BKFIL-XXYY-SUB that      00004208
700121*** drives STRECS.  Past the cap a type keeps counting but        00004209
700075 77  WAUDIT-PREV-FOUND-FLG    PIC X     VALUE 'N'.                00004124
700075     88  WAUDIT-PREV-FOUND-YES VALUE 'Y'.                         00004125
700075 77  WAUDIT-CNT-ED            PIC 99    VALUE ZERO.               00004126
700171*** Chain value of the last row on the trail, the predecessor     00004127
700171*** of the next row appended.                                     00004128
700171 77  WAUDIT-CHAIN-PREV        PIC 9(10) VALUE ZERO.               00004129
700030 77  SUB-BASE                 PIC S9(4) BINARY VALUE ZERO.        00004123
700030 77  WDE-BASE-KNOWN-FLG       PIC X     VALUE 'N'.                00004124
700030     88  WDE-BASE-KNOWN-FLG-YES VALUE 'Y'.                        00004125
       77  WK-PGM-NAME           PIC X(8)     VALUE SPACES.             00004300
       77  WK-LAB                PIC XX       VALUE SPACES.             00004400
       77  SUB-STRECS            PIC S9(4)    VALUE ZERO.               00004500
700173 77  SUB-CHAR              PIC S9(5)    VALUE ZERO.               00004600
700173 77  SUB-START             PIC S9(5)    VALUE ZERO.               00004700
700173 77  WCMP-LENG             PIC S9(8) BINARY VALUE ZERO.           00004701
700173 77  WDISP-TAIL            PIC ZZZZ9    VALUE ZERO.               00004702
       77  WDUMP-FLG             PIC X        VALUE SPACES.             00004800
           88  WDUMP-FLG-REC VALUE ' '.                                 00004900
           88  WDUMP-FLG-REC2 VALUE '2'.                                00005000
700053         88  WPAIRLIST-FS-OK VALUE '00'.                          00005727
700055     05  WPLANXLAT-FS              PIC XX  VALUE '00'.            00005728
700055         88  WPLANXLAT-FS-OK VALUE '00'.                          00005729
700157     05  WDEXWALK-FS               PIC XX  VALUE '00'.            00005730
700157         88  WDEXWALK-FS-OK VALUE '00'.                           00005731
700158     05  WPLANCHG-FS               PIC XX  VALUE '00'.            00005732
700158         88  WPLANCHG-FS-OK VALUE '00'.                           00005733
700164     05  WCODETBL-FS               PIC XX  VALUE '00'.            00005734
700164         88  WCODETBL-FS-OK VALUE '00'.                           00005735
700164     05  WCODEHIST-FS              PIC XX  VALUE '00'.            00005736
700164         88  WCODEHIST-FS-OK VALUE '00'.                          00005737
700069     05  WOPERCMD-FS               PIC XX  VALUE '00'.            00005730
700069         88  WOPERCMD-FS-OK VALUE '00'.                           00005731
700070     05  WQUAR-FS                  PIC XX  VALUE '00'.            00005732
700070         88  WQUAR-FS-OK VALUE '00'.                              00005733
700071     05  WPARTSTAT-FS              PIC XX  VALUE '00'.            00005734
700071         88  WPARTSTAT-FS-OK VALUE '00'.                          00005735
700188     05  WHEARTBT-FS               PIC XX  VALUE '00'.            00005736
700188         88  WHEARTBT-FS-OK VALUE '00'.                           00005737
700189     05  WDELTA-FS                 PIC XX  VALUE '00'.            00005738
700189         88  WDELTA-FS-OK VALUE '00'.                             00005739
700190     05  WFROZEN-FS                PIC XX  VALUE '00'.            00005740
700190         88  WFROZEN-FS-OK VALUE '00'.                            00005741
700190     05  WFRZRPT-FS                PIC XX  VALUE '00'.            00005742
700190         88  WFRZRPT-FS-OK VALUE '00'.                            00005743
700198     05  WONBLIST-FS               PIC XX  VALUE '00'.            00005744
700198         88  WONBLIST-FS-OK VALUE '00'.                           00005745
700199     05  WEXITLST-FS               PIC XX  VALUE '00'.            00005746
700199         88  WEXITLST-FS-OK VALUE '00'.                           00005747
700193     05  WPARTRES-FS               PIC XX  VALUE '00'.            00005744
700193         88  WPARTRES-FS-OK VALUE '00'.                           00005745
700074     05  WPLANSLA-FS               PIC XX  VALUE '00'.            00005736
700074         88  WPLANSLA-FS-OK VALUE '00'.                           00005737
700082     05  WCORR-FS                  PIC XX  VALUE '00'.            00005738
           05  WDISP-6            PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.          00007300
           05  WDISP-7            PIC ZZZ,ZZZ,ZZ9  VALUE ZERO.          00007400
           05  WDISP-A-1          PIC ZZ,ZZ9  VALUE ZERO.               00007500
700173     05  WDISP-POS          PIC ZZZZ9    VALUE ZERO.              00007600
           SKIP2                                                        00007700
       01  WCTR-AREA.                                                   00007800
           05  WCTR-CYCLE         PIC 9(9) COMP-3 VALUE ZERO.           00007900
700059     05  WCTR-DATE-NORM-SAME PIC 9(7) COMP-3 VALUE ZERO.          00008414
700060     05  WCTR-ASOF-SKIP1    PIC 9(9) COMP-3 VALUE ZERO.           00008415
700060     05  WCTR-ASOF-SKIP2    PIC 9(9) COMP-3 VALUE ZERO.           00008416
700193     05  WCTR-PRNG-SKIP1    PIC 9(9) COMP-3 VALUE ZERO.           00008417
700193     05  WCTR-PRNG-SKIP2    PIC 9(9) COMP-3 VALUE ZERO.           00008418
700193     05  WCTR-PRNG-PLANS    PIC 9(7) COMP-3 VALUE ZERO.           00008419
700064     05  WCTR-ELECT-OOB1    PIC 9(5) COMP-3 VALUE ZERO.           00008417
700064     05  WCTR-ELECT-OOB2    PIC 9(5) COMP-3 VALUE ZERO.           00008418
700064     05  WCTR-ELECT-CNT-MISMATCH PIC 9(5) COMP-3 VALUE ZERO.      00008419
700113     05  WCTR-ALLOC-OOB2    PIC 9(5) COMP-3 VALUE ZERO.           00008421
700124     05  WCTR-LOAN-JUMP     PIC 9(5) COMP-3 VALUE ZERO.           00008422
700124     05  WCTR-LOAN-GONE     PIC 9(5) COMP-3 VALUE ZERO.           00008423
700201     05  WCTR-FUNDVAL-BAD1  PIC 9(5) COMP-3 VALUE ZERO.           00008423
700201     05  WCTR-FUNDVAL-BAD2  PIC 9(5) COMP-3 VALUE ZERO.           00008423
700201     05  WCTR-FUND-MISMATCH PIC 9(5) COMP-3 VALUE ZERO.           00008423
700125     05  WCTR-ADJNET-MISMATCH PIC 9(7) COMP-3 VALUE ZERO.         00008424
700156     05  WCTR-ROLLFWD-PARTS PIC 9(7) COMP-3 VALUE ZERO.           00008425
700156     05  WCTR-ROLLFWD-PLANS PIC 9(5) COMP-3 VALUE ZERO.           00008426
700157     05  WCTR-XWALK-ABSORB  PIC 9(7) COMP-3 VALUE ZERO.           00008427
700157     05  WCTR-XWALK-BAD     PIC 9(7) COMP-3 VALUE ZERO.           00008428
700157     05  WCTR-XWALK-LOADED  PIC 9(7) COMP-3 VALUE ZERO.           00008429
700158     05  WCTR-PCHG-PLANNED  PIC 9(7) COMP-3 VALUE ZERO.           00008430
700158     05  WCTR-PCHG-NOTAPPL  PIC 9(7) COMP-3 VALUE ZERO.           00008431
700158     05  WCTR-PCHG-FUTURE   PIC 9(5) COMP-3 VALUE ZERO.           00008432
700164     05  WCTR-CDOM-VALID    PIC 9(7) COMP-3 VALUE ZERO.           00008433
700164     05  WCTR-CDOM-HIST     PIC 9(7) COMP-3 VALUE ZERO.           00008434
700164     05  WCTR-CDOM-UNKNOWN  PIC 9(9) COMP-3 VALUE ZERO.           00008435
700164     05  WCTR-CDOM-NEW      PIC 9(7) COMP-3 VALUE ZERO.           00008436
700164     05  WCTR-CDOM-LISTED   PIC 9(7) COMP-3 VALUE ZERO.           00008437
700164     05  WCTR-CDOM-KEPT     PIC 9(7) COMP-3 VALUE ZERO.           00008438
700127     05  WCTR-CORRUPT       PIC 9(7) COMP-3 VALUE ZERO.           00008425
700070     05  WCTR-QUAR-PLANS    PIC 9(5) COMP-3 VALUE ZERO.           00008420
700079     05  WCTR-OT200-LINES   PIC 9(9) COMP-3 VALUE ZERO.           00008421
700034         88  WTXTXSIM-REWORD-YES VALUE 'Y'.                       00009511
           SKIP2                                                        00009600
700008 01  WPREVKEY-AREA.                                               00009601
700203     05  WPREVKEY-BKPI         PIC X(24) VALUE SPACES.            00009602
700203     05  WPREVKEY-BKPI2        PIC X(24) VALUE SPACES.            00009603
700008     SKIP2                                                        00009604
       01  FILLER.                                                      00009700
           05  SUB-DE                PIC S9(4) BINARY VALUE ZERO.       00009800
700122         88  WCTL-CMD-IFDAY      VALUE 'IFDAY'.                   00014147
700122         88  WCTL-CMD-ENDDAY     VALUE 'ENDDAY'.                  00014147
700124         88  WCTL-CMD-LOANCHK    VALUE 'LOANCHK'.                 00014147
700201         88  WCTL-CMD-FUNDCHK    VALUE 'FUNDCHK'.                 00014147
700125         88  WCTL-CMD-ADJNET     VALUE 'ADJNET'.                  00014147
700126         88  WCTL-CMD-MATRIX     VALUE 'MATRIX'.                  00014147
700131         88  WCTL-CMD-RELAWARE   VALUE 'RELAWARE'.                00014147
700096         88  WCTL-CMD-DEPOLICY   VALUE 'DEPOLICY'.                00014167
700097         88  WCTL-CMD-PROFILE    VALUE 'PROFILE'.                 00014168
700098         88  WCTL-CMD-SUPPRESS   VALUE 'SUPPRESS'.                00014169
700154         88  WCTL-CMD-VALCLUSTER VALUE 'VALCLUSTER'.              00014170
700156         88  WCTL-CMD-ROLLFWD    VALUE 'ROLLFWD'.                 00014171
700157         88  WCTL-CMD-DEXWALK    VALUE 'DEXWALK'.                 00014172
700158         88  WCTL-CMD-PLANCHG    VALUE 'PLANCHG'.                 00014173
700164         88  WCTL-CMD-CODEDOM    VALUE 'CODEDOM'.                 00014174
700174         88  WCTL-CMD-CODEPAGE1  VALUE 'CODEPAGE1'.               00014175
700174         88  WCTL-CMD-CODEPAGE2  VALUE 'CODEPAGE2'.               00014176
700174         88  WCTL-CMD-CODEPAGE3  VALUE 'CODEPAGE3'.               00014177
700179         88  WCTL-CMD-HISTONLY   VALUE 'HISTONLY'.                00014178
700189         88  WCTL-CMD-DELTA      VALUE 'DELTA'.                   00014179
700190         88  WCTL-CMD-FROZEN     VALUE 'FROZEN'.                  00014180
700197         88  WCTL-CMD-SKIPCHK    VALUE 'SKIPCHK'.                 00014181
700198         88  WCTL-CMD-ONBOARD    VALUE 'ONBOARD'.                 00014182
700199         88  WCTL-CMD-EXITS      VALUE 'EXITS'.                   00014183
700193         88  WCTL-CMD-PARTRANGE  VALUE 'PARTRANGE'.               00014181
700193         88  WCTL-CMD-PARTTASK   VALUE 'PARTTASK'.                00014182
700191     05  WCTL-VAL                PIC X(24) VALUE SPACES.          00014200
           05  WCTL-SHOW-EXTRA-REC-DES PIC X VALUE SPACES.              00014300
               88  WCTL-SHOW-EXTRA-REC-DES-YES VALUE 'Y' 'y'.           00014400
           05  WCTL-MAX-DIFFS          PIC 9(8) VALUE ZERO.             00014500
700191     05  WCTL-SEL-PLAN           PIC X(10) VALUE SPACES.          00014600
700191     05  WCTL-RESTART-PLAN       PIC X(10) VALUE SPACES.          00014601
700004     05  WCTL-CHECKPOINT-FILE    PIC X    VALUE SPACES.           00014601
700004         88  WCTL-CHECKPOINT-YES VALUE 'Y' 'y'.                   00014601
700004     05  WCTL-CHECKPOINT-EVERY   PIC 9(3) VALUE ZERO.             00014601
700011         88  WCTL-GOLDFILE-YES   VALUE 'Y' 'y'.                   00014609
700013     05  WCTL-TREND-FILE         PIC X    VALUE SPACES.           00014610
700013         88  WCTL-TREND-FILE-YES VALUE 'Y' 'y'.                   00014611
700191     05  WCTL-PLANRANGE-LOW      PIC X(10) VALUE SPACES.          00014612
700191     05  WCTL-PLANRANGE-HIGH     PIC X(10) VALUE SPACES.          00014613
700020     05  WCTL-TICKET-FEED        PIC X    VALUE SPACES.           00014614
700020         88  WCTL-TICKET-FEED-YES VALUE 'Y' 'y'.                  00014615
700021     05  WCTL-ENVDIFF            PIC X    VALUE SPACES.           00014616
700025     05  WCTL-OPEN-RETRY-SECS    PIC 9(3) VALUE ZERO.             00014621
700026     05  WCTL-DIGEST-FILE        PIC X    VALUE SPACES.           00014622
700026         88  WCTL-DIGEST-FILE-YES VALUE 'Y' 'y'.                  00014623
700203     05  WCTL-BRSTART-KEY        PIC X(24) VALUE SPACES.          00014624
700203     05  WCTL-BREND-KEY          PIC X(24) VALUE HIGH-VALUES.     00014625
700030     05  WCTL-BASELINE-FILE      PIC X    VALUE SPACES.           00014626
700030         88  WCTL-BASELINE-FILE-YES VALUE 'Y' 'y'.                00014627
700032     05  WCTL-OT200-GZIP         PIC X    VALUE SPACES.           00014628
700045         88  WCTL-IFACE-FILE-YES VALUE 'Y' 'y'.                   00014644
700047     05  WCTL-PREVIEW            PIC X    VALUE SPACES.           00014645
700047         88  WCTL-PREVIEW-YES    VALUE 'Y' 'y'.                   00014646
700203     05  WCTL-FUZZYKEY-LEN       PIC 99   VALUE 24.               00014647
700051     05  WCTL-TLRCHECK           PIC X    VALUE SPACES.           00014648
700051         88  WCTL-TLRCHECK-YES   VALUE 'Y' 'y'.                   00014649
700052     05  WCTL-CYCLE-DATE         PIC 9(6) VALUE ZERO.             00014650
700121     05  WCTL-MAXTYPE-DIFF       PIC 9(5) VALUE ZERO.             00014663
700124     05  WCTL-LOANCHK            PIC X    VALUE SPACES.           00014663
700124         88  WCTL-LOANCHK-YES    VALUE 'Y' 'y'.                   00014663
700201     05  WCTL-FUNDCHK            PIC X    VALUE SPACES.           00014663
700201         88  WCTL-FUNDCHK-YES    VALUE 'Y' 'y'.                   00014663
700201*** FUNDCHK valuation tolerance, a penny unless the card says.    00014663
700201     05  WCTL-FUND-TOLER         PIC 9(3)V99 VALUE 0.01.          00014663
700125     05  WCTL-ADJNET             PIC X    VALUE SPACES.           00014663
700125         88  WCTL-ADJNET-YES     VALUE 'Y' 'y'.                   00014663
700126     05  WCTL-MATRIX             PIC X    VALUE SPACES.           00014663
700097         88  WCTL-PROFILE-YES    VALUE 'Y' 'y'.                   00014703
700098     05  WCTL-SUPPRESS           PIC X    VALUE SPACES.           00014704
700098         88  WCTL-SUPPRESS-YES   VALUE 'Y' 'y'.                   00014705
700154     05  WCTL-VALCLUSTER         PIC X    VALUE SPACES.           00014706
700154         88  WCTL-VALCLUSTER-YES VALUE 'Y' 'y'.                   00014707
700154*** Smallest cluster printed on the Value-Transition Clusters     00014708
700154*** section; smaller clusters are counted but not listed.         00014709
700154     05  WCTL-VALCLUSTER-MIN     PIC 9(3) VALUE 2.                00014710
700156     05  WCTL-ROLLFWD            PIC X    VALUE SPACES.           00014711
700156         88  WCTL-ROLLFWD-YES    VALUE 'Y' 'y'.                   00014712
700157     05  WCTL-DEXWALK            PIC X    VALUE SPACES.           00014713
700157         88  WCTL-DEXWALK-YES    VALUE 'Y' 'y'.                   00014714
700158     05  WCTL-PLANCHG            PIC X    VALUE SPACES.           00014715
700158         88  WCTL-PLANCHG-YES    VALUE 'Y' 'y'.                   00014716
700164     05  WCTL-CODEDOM            PIC X    VALUE SPACES.           00014717
700164         88  WCTL-CODEDOM-YES    VALUE 'Y' 'y'.                   00014718
700174     05  WCTL-CODEPAGE1          PIC X(6) VALUE SPACES.           00014719
700174     05  WCTL-CODEPAGE2          PIC X(6) VALUE SPACES.           00014720
700174     05  WCTL-CODEPAGE3          PIC X(6) VALUE SPACES.           00014721
700179     05  WCTL-HISTONLY           PIC X    VALUE SPACES.           00014722
700179         88  WCTL-HISTONLY-YES   VALUE 'Y' 'y'.                   00014723
700189     05  WCTL-DELTA              PIC X    VALUE SPACES.           00014724
700189         88  WCTL-DELTA-YES      VALUE 'Y' 'y'.                   00014725
700190     05  WCTL-FROZEN             PIC X    VALUE SPACES.           00014726
700190         88  WCTL-FROZEN-YES     VALUE 'Y' 'y'.                   00014727
700198     05  WCTL-ONBOARD            PIC X    VALUE SPACES.           00014728
700198         88  WCTL-ONBOARD-YES    VALUE 'Y' 'y'.                   00014729
700199     05  WCTL-EXITS              PIC X    VALUE SPACES.           00014730
700199         88  WCTL-EXITS-YES      VALUE 'Y' 'y'.                   00014731
700193     05  WCTL-PARTTASK           PIC 9(3) VALUE ZERO.             00014728
700025     05  WCTL-NUM-RAW            PIC X(3) VALUE SPACES.           00014648
700025     05  WCTL-NUM-EDIT           PIC X(3) VALUE SPACES            00014649
700025                                 JUSTIFIED RIGHT.                 00014650
700056         10  WTYPEMAP-F1XXYY   PIC X(4) VALUE SPACES.             00016113
700056         10  WTYPEMAP-F2XXYY   PIC X(4) VALUE SPACES.             00016114
           SKIP2                                                        00016115
700158*** Planned changes from PLANCHG-FILE that are effective on or    00016116
700158*** before the File2 backup date, each pointing at its change     00016117
700158*** reference in WPCREF-AREA, which holds the completion counts.  00016118
700158 01  WPCHG-AREA.                                                  00016119
700158     05  WPCHG-COUNT           PIC S9(4) BINARY VALUE ZERO.       00016120
700158     05  WPCHG-MAX-ENTRIES     PIC S9(4) BINARY VALUE 200.        00016121
700158     05  WPCHG-ENTRY OCCURS 200 TIMES.                            00016122
700191         10  WPCHG-PLAN-FROM   PIC X(10) VALUE SPACES.            00016123
700191         10  WPCHG-PLAN-TO     PIC X(10) VALUE SPACES.            00016124
700158         10  WPCHG-XXYY        PIC X(4)  VALUE SPACES.            00016125
700158         10  WPCHG-DENUM       PIC 9(3)  VALUE ZERO.              00016126
700158         10  WPCHG-NEW         PIC X(20) VALUE SPACES.            00016127
700158         10  WPCHG-REF-SUB     PIC S9(4) BINARY VALUE ZERO.       00016128
700158 01  WPCREF-AREA.                                                 00016129
700158     05  WPCREF-COUNT          PIC S9(4) BINARY VALUE ZERO.       00016130
700158     05  WPCREF-ENTRY OCCURS 200 TIMES.                           00016131
700158         10  WPCREF-REF        PIC X(12) VALUE SPACES.            00016132
700158         10  WPCREF-INSCOPE    PIC S9(9) COMP-3 VALUE ZERO.       00016133
700158         10  WPCREF-APPLIED    PIC S9(9) COMP-3 VALUE ZERO.       00016134
700158         10  WPCREF-NOTAPPL    PIC S9(9) COMP-3 VALUE ZERO.       00016135
           SKIP2                                                        00016136
700055*** Old-to-new plan-number pairs from PLANXLAT-FILE.  The File2   00016103
700055*** side of a converted environment carries the new numbers, so   00016104
700055*** N2-140-XLAT-PLAN looks its plan number up in the NEW column   00016105
700055     05  WPLANXLAT-COUNT       PIC S9(4) BINARY VALUE ZERO.       00016108
700055     05  WPLANXLAT-MAX-ENTRIES PIC S9(4) BINARY VALUE 2000.       00016109
700055     05  WPLANXLAT-ENTRY OCCURS 2000 TIMES.                       00016110
700191         10  WPLANXLAT-OLD     PIC X(10) VALUE SPACES.            00016111
700191         10  WPLANXLAT-NEW     PIC X(10) VALUE SPACES.            00016112
           SKIP2                                                        00016113
700053*** Snapshot of the run counters taken at each pair start so the  00016102
700053*** per-pair section can be reported as a delta while the run     00016103
700087     05  WBURST-COUNT          PIC S9(4) BINARY VALUE ZERO.       00016127
700087     05  WBURST-MAX-ENTRIES    PIC S9(4) BINARY VALUE 2000.       00016128
700087     05  WBURST-ENTRY OCCURS 2000 TIMES.                          00016129
700191         10  WBURST-PLAN-NUM   PIC X(10) VALUE SPACES.            00016130
700087         10  WBURST-SPONSOR    PIC X(8) VALUE SPACES.             00016131
700087         10  WBURST-MATCHED    PIC 9(8) VALUE ZERO.               00016132
700087         10  WBURST-DIFFER     PIC 9(8) VALUE ZERO.               00016133
700083     05  WDISPTAB-COUNT        PIC S9(4) BINARY VALUE ZERO.       00016124
700083     05  WDISPTAB-MAX-ENTRIES  PIC S9(4) BINARY VALUE 2000.       00016125
700083     05  WDISPTAB-ENTRY OCCURS 2000 TIMES.                        00016126
700191         10  WDISPTAB-PLAN     PIC X(10) VALUE SPACES.            00016127
700083         10  WDISPTAB-XXYY     PIC X(4)  VALUE SPACES.            00016128
700083         10  WDISPTAB-DENUM    PIC X(3)  VALUE SPACES.            00016129
700083         10  WDISPTAB-STATUS   PIC X(12) VALUE SPACES.            00016130
700104         10  WDISPTAB-REOPENED PIC X     VALUE 'N'.               00016135
700104             88  WDISPTAB-REOPENED-YES VALUE 'Y'.                 00016136
700141*** High bound of a plan-range row; spaces on ordinary rows.      00016137
700191         10  WDISPTAB-PLAN-HI  PIC X(10) VALUE SPACES.            00016138
           SKIP2                                                        00016131
700095*** RecordTypes probed by the DEMODCHK upfront inventory when     00016122
700095*** no RECTYPES cards narrow the list: the types this program     00016123
700095*** carries record layouts for.                                   00016124
700095 01  WPROBE-AREA.                                                 00016125
700201     05  WPROBE-COUNT          PIC S9(4) BINARY VALUE 8.          00016126
700095     05  FILLER                PIC X(4) VALUE 'PL  '.             00016127
700095     05  FILLER                PIC X(4) VALUE 'PT  '.             00016128
700095     05  FILLER                PIC X(4) VALUE 'AH  '.             00016129
700095     05  FILLER                PIC X(4) VALUE 'EK  '.             00016130
700095     05  FILLER                PIC X(4) VALUE 'LN  '.             00016131
700113     05  FILLER                PIC X(4) VALUE 'BN  '.             00016132
700201     05  FILLER                PIC X(4) VALUE 'FP  '.             00016132
700095     05  FILLER                PIC X(4) VALUE 'TXTX'.             00016133
700095 01  FILLER REDEFINES WPROBE-AREA.                                00016134
700095     05  FILLER                PIC XX.                            00016135
700201     05  WPROBE-ENTRY OCCURS 8 TIMES                              00016136
700095                               PIC X(4).                          00016137
           SKIP2                                                        00016137
700098*** Erased participants from SUPPR-FILE.                          00016122
700074     05  WPLANSLA-COUNT        PIC S9(4) BINARY VALUE ZERO.       00016124
700074     05  WPLANSLA-MAX-ENTRIES  PIC S9(4) BINARY VALUE 2000.       00016125
700074     05  WPLANSLA-ENTRY OCCURS 2000 TIMES.                        00016126
700191         10  WPLANSLA-PLAN-NUM PIC X(10) VALUE SPACES.            00016127
700074         10  WPLANSLA-LIMIT    PIC 9(8) VALUE ZERO.               00016128
           SKIP2                                                        00016129
700074 01  WSLAOVER-AREA.                                               00016130
700074     05  WSLAOVER-COUNT        PIC S9(4) BINARY VALUE ZERO.       00016131
700074     05  WSLAOVER-MAX-ENTRIES  PIC S9(4) BINARY VALUE 500.        00016132
700074     05  WSLAOVER-ENTRY OCCURS 500 TIMES.                         00016133
700191         10  WSLAOVER-PLAN-NUM PIC X(10) VALUE SPACES.            00016134
700074         10  WSLAOVER-DIFFS    PIC 9(8) VALUE ZERO.               00016135
700074         10  WSLAOVER-LIMIT    PIC 9(8) VALUE ZERO.               00016136
           SKIP2                                                        00016137
700074 01  SLTITLE1-LINE.                                               00016138
700191     05   FILLER     PIC X(12) VALUE                              00016139
700074       '  Plan# '.                                                00016140
700074     05   FILLER     PIC X(14) VALUE                              00016141
700074       '   Data-Diffs'.                                           00016142
           SKIP2                                                        00016145
700074 01  SLDAT1-LINE.                                                 00016146
700074     05  FILLER               PIC X(1) VALUE SPACES.              00016147
700191     05  SLDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.             00016148
700074     05  FILLER               PIC X(1) VALUE SPACES.              00016149
700074     05  SLDAT1-DIFFS         PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00016150
700074     05  FILLER               PIC X(1) VALUE SPACES.              00016151
700074     05  SLDAT1-LIMIT         PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.        00016152
           SKIP2                                                        00016153
700190*** Frozen-plan watch list from FROZEN-FILE.                      00016154
700190 01  WFRZ-AREA.                                                   00016155
700190     05  WFRZ-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016156
700190     05  WFRZ-MAX-ENTRIES      PIC S9(4) BINARY VALUE 2000.       00016157
700190     05  WFRZ-ENTRY OCCURS 2000 TIMES.                            00016158
700191         10  WFRZ-PLAN-NUM     PIC X(10) VALUE SPACES.            00016159
700190         10  WFRZ-REASON       PIC X(8) VALUE SPACES.             00016160
700190         10  WFRZ-START-DATE   PIC 9(8) VALUE ZERO.               00016161
700190         10  WFRZ-END-DATE     PIC 9(8) VALUE ZERO.               00016162
700190         10  WFRZ-OWNER        PIC X(8) VALUE SPACES.             00016163
           SKIP2                                                        00016164
700197*** PL date DEs the nightly cycle must advance (SKIPCHK cards),   00016165
700197*** each with the calendar day types on which it must move.       00016166
700197 01  WSKC-AREA.                                                   00016167
700197     05  WSKC-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016168
700197     05  WSKC-MAX-ENTRIES      PIC S9(4) BINARY VALUE 5.          00016169
700197     05  WSKC-ENTRY OCCURS 5 TIMES.                               00016170
700197         10  WSKC-DENUM        PIC 9(3) VALUE ZERO.               00016171
700197         10  WSKC-DTYPES       PIC X(4) VALUE SPACES.             00016172
           SKIP2                                                        00016173
700198*** Plans expected to onboard tonight, from ONBLIST-FILE.         00016174
700198 01  WONB-AREA.                                                   00016175
700198     05  WONB-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016176
700198     05  WONB-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00016177
700198     05  WONB-PLAN-NUM         PIC X(10) VALUE SPACES             00016178
700198                               OCCURS 500 TIMES.                  00016179
           SKIP2                                                        00016180
700199*** Plans scheduled to leave the platform, from EXITLST-FILE.     00016181
700199*** WEXL-STATUS records what the run found: E expected exit,      00016182
700199*** A gone ahead of its date, O still present past its date.      00016183
700199 01  WEXL-AREA.                                                   00016184
700199     05  WEXL-COUNT            PIC S9(4) BINARY VALUE ZERO.       00016185
700199     05  WEXL-MAX-ENTRIES      PIC S9(4) BINARY VALUE 500.        00016186
700199     05  WEXL-ENTRY OCCURS 500 TIMES.                             00016187
700199         10  WEXL-PLAN-NUM     PIC X(10) VALUE SPACES.            00016188
700199         10  WEXL-EXIT-DATE    PIC 9(8)  VALUE ZERO.              00016189
700199         10  WEXL-FINAL-REF    PIC X(16) VALUE SPACES.            00016190
700199         10  WEXL-STATUS       PIC X     VALUE SPACE.             00016191
700203         10  WEXL-MONEY        PIC S9(13)V99 COMP-3 VALUE ZERO.   00016192
700199         10  WEXL-PARTS        PIC 9(8)  VALUE ZERO.              00016193
           SKIP2                                                        00016164
700193*** Participant ranges from PARTRANGE cards: plan, first          00016165
700193*** participant (blank - start of plan), participant the range    00016166
700193*** stops short of (blank - end of plan) and the task (PARTTASK   00016167
700193*** card) that compares it, zero for whichever task runs.         00016168
700193 01  WPRNG-AREA.                                                  00016169
700193     05  WPRNG-COUNT           PIC S9(4) BINARY VALUE ZERO.       00016170
700193     05  WPRNG-MAX-ENTRIES     PIC S9(4) BINARY VALUE 200.        00016171
700193     05  WPRNG-ENTRY OCCURS 200 TIMES.                            00016172
700193         10  WPRNG-PLAN        PIC X(10) VALUE SPACES.            00016173
700193         10  WPRNG-FROM        PIC X(11) VALUE SPACES.            00016174
700193         10  WPRNG-TO          PIC X(11) VALUE SPACES.            00016175
700193         10  WPRNG-TASK        PIC 9(3)  VALUE ZERO.              00016176
           SKIP2                                                        00016177
700193*** By-DE differences of the split plan in hand, written to       00016178
700193*** PARTRES as D rows when the plan ends and then cleared.        00016179
700193 01  WPRDE-AREA.                                                  00016180
700193     05  WPRDE-COUNT           PIC S9(4) BINARY VALUE ZERO.       00016181
700193     05  WPRDE-MAX-ENTRIES     PIC S9(4) BINARY VALUE 500.        00016182
700193     05  WPRDE-ENTRY OCCURS 500 TIMES.                            00016183
700193         10  WPRDE-XXYY        PIC X(4)  VALUE SPACES.            00016184
700193         10  WPRDE-DENUM       PIC 9(3)  VALUE ZERO.              00016185
700193         10  WPRDE-DENAME      PIC X(20) VALUE SPACES.            00016186
700193         10  WPRDE-DIFF        PIC 9(9)  VALUE ZERO.              00016187
700193         10  WPRDE-TOLER       PIC 9(9)  VALUE ZERO.              00016188
           SKIP2                                                        00016153
700136*** One entry per plan under the HEALTH card, scored as the       00016154
700136*** plan finishes and selection-sorted into a league table at     00016155
700136*** report time.  The weights make one HIGH-criticality hit       00016156
700136     05  WHEALTH-MAX-ENTRIES   PIC S9(4) BINARY VALUE 2000.       00016162
700136     05  WHEALTH-FULL-WARNED   PIC X VALUE 'N'.                   00016163
700136     05  WHEALTH-ENTRY OCCURS 2000 TIMES.                         00016164
700191         10  WHEALTH-PLAN-NUM  PIC X(10) VALUE SPACES.            00016165
700136         10  WHEALTH-SCORE     PIC 9(9)  VALUE ZERO.              00016166
700136         10  WHEALTH-DIFFS     PIC 9(8)  VALUE ZERO.              00016167
700136         10  WHEALTH-HIGH      PIC 9(8)  VALUE ZERO.              00016168
700136             88  WHEALTH-PRINTED-YES VALUE 'Y'.                   00016172
           SKIP2                                                        00016173
700136 01  HLTITLE1-LINE.                                               00016174
700191     05   FILLER     PIC X(12) VALUE                              00016175
700136       '  Plan# '.                                                00016176
700136     05   FILLER     PIC X(12) VALUE                              00016177
700136       '      Score'.                                             00016178
           SKIP2                                                        00016187
700136 01  HLDAT1-LINE.                                                 00016188
700136     05  FILLER               PIC X(1) VALUE SPACES.              00016189
700191     05  HLDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.             00016190
700136     05  FILLER               PIC X(1) VALUE SPACES.              00016191
700136     05  HLDAT1-SCORE         PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.         00016192
700136     05  FILLER               PIC X(1) VALUE SPACES.              00016193
700114*** runs.                                                         00016125
           SKIP2                                                        00016126
700063 01  PTTITLE1-LINE.                                               00016141
700191     05   FILLER     PIC X(12) VALUE                              00016142
700063       '  Plan# '.                                                00016143
700063     05   FILLER     PIC X(10) VALUE                              00016144
700063       'From  To'.                                                00016145
           SKIP2                                                        00016148
700063 01  PTDAT1-LINE.                                                 00016149
700063     05  FILLER               PIC X(1) VALUE SPACES.              00016150
700191     05  PTDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.             00016151
700063     05  FILLER               PIC X(2) VALUE SPACES.              00016152
700063     05  PTDAT1-FROM          PIC X(2) VALUE SPACES.              00016153
700063     05  FILLER               PIC X(4) VALUE SPACES.              00016154
700114*** truncated conversion-weekend runs.                            00016124
           SKIP2                                                        00016125
700062 01  PPTITLE1-LINE.                                               00016134
700191     05   FILLER     PIC X(12) VALUE                              00016135
700062       '  Plan# '.                                                00016136
700062     05   FILLER     PIC X(13) VALUE                              00016137
700062       'Attribute'.                                               00016138
           SKIP2                                                        00016143
700062 01  PPDAT1-LINE.                                                 00016144
700062     05  FILLER               PIC X(1) VALUE SPACES.              00016145
700191     05  PPDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.             00016146
700062     05  FILLER               PIC X(1) VALUE SPACES.              00016147
700062     05  PPDAT1-ATTR          PIC X(12) VALUE SPACES.             00016148
700062     05  FILLER               PIC X(1) VALUE SPACES.              00016149
700122         10  WCALNDR-DAYTYPE   PIC X    VALUE SPACE.              00016106
           SKIP2                                                        00016106
       01  WPLAN-AREA.                                                  00016100
700191     05  WPLAN-PLAN-NUM    PIC X(10) VALUE SPACES.                00016200
           05  WPLAN-CTR-AREA.                                          00016300
               10  WPLAN-CTR-BKPI        PIC 9(8)  VALUE ZERO.          00016400
               10  WPLAN-CTR-BKPI2       PIC 9(8)  VALUE ZERO.          00016500
               10  WPLAN-CTR-DATA-SAME   PIC 9(8)  VALUE ZERO.          00017100
               10  WPLAN-CTR-DATA-DIFF   PIC 9(8)  VALUE ZERO.          00017200
700015     05  WPLAN-MONEY-AREA.                                        00017201
700203         10  WPLAN-MONEY-BKPI  PIC S9(13)V99 COMP-3 VALUE ZERO.   00017202
700203         10  WPLAN-MONEY-BKPI2 PIC S9(13)V99 COMP-3 VALUE ZERO.   00017203
700203*** Fund Position market value totals (FUNDCHK), as wide as the   00017203
700203*** money totals they are reconciled to.                          00017203
700201     05  WPLAN-FUND-AREA.                                         00017203
700201         10  WPLAN-FUND-BKPI   PIC S9(13)V99 COMP-3 VALUE ZERO.   00017203
700201         10  WPLAN-FUND-BKPI2  PIC S9(13)V99 COMP-3 VALUE ZERO.   00017203
700044     05  WPLAN-PART-AREA.                                         00017210
700044*** Counts of PT (Participant Header) records seen for this plan, 00017211
700044*** independent of whether each one also matched/differed at the  00017212
700127*** validation and were reported CORRUPT-DATA instead of          00020102
700127*** abending the run.                                             00020103
700127         10  STRECS-CORRUPT     PIC S9(9) COMP-3  VALUE ZERO.     00020104
700157*** DE differences the DEXWALK crosswalk accounted for, and DEs   00020105
700157*** whose File2 value missed the crosswalk's expected value.      00020106
700157         10  STRECS-XWALK-ABSORB PIC S9(9) COMP-3 VALUE ZERO.     00020107
700157         10  STRECS-XWALK-BAD   PIC S9(9) COMP-3  VALUE ZERO.     00020108
           SKIP2                                                        00020101
700134*** Display renderings of the packed counters for the STATSOUT    00020102
700134*** rows - STRING wants USAGE DISPLAY operands.                   00020103
700042     05  WPLANHIST-MAX-ENTRIES  PIC S9(4) BINARY VALUE 9999.      00020178
700042     05  WPLANHIST-FULL-WARNED  PIC X    VALUE 'N'.               00020179
700042     05  WPLANHIST-ENTRY OCCURS 9999 TIMES.                       00020180
700191         10  WPLANHIST-PLAN-NUM  PIC X(10) VALUE SPACES.          00020181
700042         10  WPLANHIST-DIFFER    PIC 9(8) VALUE ZERO.             00020182
700042         10  WPLANHIST-PRINTED   PIC X    VALUE 'N'.              00020183
700042             88  WPLANHIST-PRINTED-YES  VALUE 'Y'.                00020184
               05   RPTHDR-PAGE PIC ZZZ9  VALUE ZERO.                   00021200
           SKIP3                                                        00021300
20992S 01  RPTITLE1-LINE.                                               00021301
700191         05   FILLER     PIC X(14) VALUE                          00021500
                 '  Plan# '.                                            00021600
     ***            XXXXXX                                              00021700
               05   FILLER     PIC X(28) VALUE                          00021800
                 '...BackupFile2.....'.                                 00022300
                                                                        00022400
20992S 01  RPTITLE2-LINE.                                               00022401
700191         05   FILLER     PIC X(14) VALUE                          00022600
                 '       '.                                             00022700
               05   FILLER     PIC X(25) VALUE                          00022800
                 '       '.                                             00022900
                                                                        00023800
20992S 01  RPDAT1-LINE.                                                 00023801
               05  FILLER               PIC X(1) VALUE SPACES.          00024000
700191         05  RPDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.         00024100
               05  FILLER               PIC X(1) VALUE SPACES.          00024200
               05  RPDAT1-MATCHED       PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00024300
               05  RPDAT1-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00024400
               05  RTDAT1-EXTRA2        PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.    00028700
700127         05  FILLER               PIC X(1) VALUE SPACES.          00028710
700127         05  RTDAT1-CORRUPT       PIC ZZZ,ZZ9 VALUE ZERO.         00028720
700157         05  FILLER               PIC X(1) VALUE SPACES.          00028721
700157         05  RTDAT1-XWALK-ABSORB  PIC ZZZ,ZZ9 VALUE ZERO.         00028722
700157         05  FILLER               PIC X(1) VALUE SPACES.          00028723
700157         05  RTDAT1-XWALK-BAD     PIC ZZZ,ZZ9 VALUE ZERO.         00028724
           SKIP3                                                        00028800
700031 01  RSTITLE1-LINE.                                               00028701
700031     05   FILLER     PIC X(10) VALUE                              00028702
700042*** mini-report (TOPNPLANS control card), printed by A-970-RPT-   00028739
700042*** TOPN right after the by-sponsor summary.                      00028740
700042 01  TOPTITLE1-LINE.                                              00028741
700191     05   FILLER     PIC X(14) VALUE                              00028742
700042         '  Plan# '.                                              00028743
700042     05   FILLER     PIC X(15) VALUE                              00028744
700042         '    Different'.                                         00028745
           SKIP2                                                        00028746
700042 01  TOPTITLE2-LINE.                                              00028747
700191     05   FILLER     PIC X(14) VALUE                              00028748
700042         '       '.                                               00028749
700042     05   FILLER     PIC X(15) VALUE                              00028750
700042         '       '.                                               00028751
           SKIP3                                                        00028752
700042 01  TOPDAT1-LINE.                                                00028753
700042     05   FILLER               PIC X(1) VALUE SPACES.             00028754
700191     05  TOPDAT1-PLAN-NUM      PIC X(10) VALUE SPACES.            00028755
700042     05   FILLER               PIC X(3) VALUE SPACES.             00028756
700042     05  TOPDAT1-DIFFERENT     PIC ZZZZ,ZZZ,ZZ9 VALUE ZERO.       00028757
           SKIP3                                                        00028737
700003       02  EK-REC REDEFINES BWA-DATA-REC. COPY EKDEF.             00033400
700061       02  LN-REC REDEFINES BWA-DATA-REC. COPY LNDEF.             00033401
700113       02  BN-REC REDEFINES BWA-DATA-REC. COPY BNDEF.             00033402
700201       02  FP-REC REDEFINES BWA-DATA-REC. COPY FPDEF.             00033402
           SKIP2                                                        00033500
       01  BWA2-REC.  COPY BKUPREC2.                                    00033600
             02  TXTX2-REC REDEFINES BWA2-DATA-REC. COPY MSTTXTX2.      00033700
700003       02  EK2-REC REDEFINES BWA2-DATA-REC. COPY EKDEF2.          00034000
700061       02  LN2-REC REDEFINES BWA2-DATA-REC. COPY LNDEF2.          00034001
700113       02  BN2-REC REDEFINES BWA2-DATA-REC. COPY BNDEF2.          00034002
700201       02  FP2-REC REDEFINES BWA2-DATA-REC. COPY FPDEF2.          00034002
700062       02  PL2-REC REDEFINES BWA2-DATA-REC. COPY MSTRPL2.         00034002
           SKIP2                                                        00034001
700011 01  BWA3-REC.  COPY BKUPREC3.                                    00034002
700004*** reached at the time of the write; the relative position of    00035203
700004*** the next un-checkpointed record on a restart.                 00035203
700004 01  CHKPT-REC.                                                   00035203
700191     05  CHKPT-PLAN-NUM         PIC X(10) VALUE SPACES.           00035203
700004     05  FILLER                 PIC X     VALUE SPACE.            00035203
700004     05  CHKPT-BKPI-RRN         PIC 9(8)  VALUE ZERO.             00035203
700004     05  FILLER                 PIC X     VALUE SPACE.            00035203
700004     05  CHKPT-BKPI2-RRN        PIC 9(8)  VALUE ZERO.             00035203
700191     05  FILLER                 PIC X(52) VALUE SPACES.           00035203
           SKIP3                                                        00035300
      **   COPY LITCR.                                                  00035400
           SKIP3                                                        00035500
           SKIP3                                                        00036001
700011 01  IO-BKPI3-PARM.                                               00036002
700011       COPY IOBKPI3 REPLACING 'PROGRAM' BY 'BABKCMP'.             00036003
700162*** Golden-baseline identity BABKSEL exports with BKPI3:          00036004
700162*** generation date, promoted by, promoted on.                    00036005
700162 01  WGOLD-ID                 PIC X(26)   VALUE SPACES.           00036006
           SKIP3                                                        00036100
660014 01  IO-IN110-PARM.                                               00036101
660014       COPY IOIN110 REPLACING 'PROGRAM' BY 'BABKCMP'.             00036102
           SKIP3                                                        00036709
700040 01  IO-STAGE-PARM.                                               00036710
700040       COPY IOSTAGE REPLACING 'PROGRAM' BY 'BABKCMP'.             00036711
700203*** Each backup file's plan layout, six or ten wide, as UTBKWID   00000000
700203*** last found it on a header record.                             00000000
700203 01  IO-BKW1-PARM.                                                00000000
700203       COPY IOBKWID REPLACING ==:BKW:== BY ==IO-BKW1==.           00000000
700203 01  IO-BKW2-PARM.                                                00000000
700203       COPY IOBKWID REPLACING ==:BKW:== BY ==IO-BKW2==.           00000000
700203 01  IO-BKW3-PARM.                                                00000000
700203       COPY IOBKWID REPLACING ==:BKW:== BY ==IO-BKW3==.           00000000
           SKIP2                                                        00036712
           SKIP2                                                        00000000
700183 01  IO-GFP-PARM.                                                 00036713
700183       COPY IOGENFP REPLACING 'PROGRAM' BY 'BABKCMP'.             00036714
700183*** Each file's LOOKUP result, held across STAGEBKPI until its    00036715
700183*** VERIFY; wide enough for the whole IOGENFP block.              00036716
700183 01  WGFP-SAVE-AREA.                                              00036717
700183     05  WGFP-SAVE1           PIC X(400) VALUE SPACES.            00036718
700183     05  WGFP-SAVE2           PIC X(400) VALUE SPACES.            00036719
700183     05  WGFP-FILE-LABEL      PIC X(5)   VALUE SPACES.            00036720
           SKIP3                                                        00036721
700186 01  IO-ENV-PARM.                                                 00036722
700186       COPY IOENVRES REPLACING 'PROGRAM' BY 'BABKCMP'.            00036723
700186*** A PAIRLIST or MATRIX line written as environment names: the   00036724
700186*** line is split here, each name resolved through UTENVRES, and  00036725
700186*** the pair's paths, catalogs and code pages held for the pass.  00036726
700186*** The CODEPAGE card values are kept aside once, so a path line  00036727
700186*** after an environment line gets the cards back.                00036728
700186 01  WPENV-AREA.                                                  00036729
700186     05  WPENV-LINE           PIC X(100) VALUE SPACES.            00036730
700186     05  WPENV-NAME1          PIC X(20)  VALUE SPACES.            00036731
700186     05  WPENV-VS             PIC X(20)  VALUE SPACES.            00036732
700186     05  WPENV-NAME2          PIC X(20)  VALUE SPACES.            00036733
700186     05  WPENV-REST           PIC X(20)  VALUE SPACES.            00036734
700186     05  WPENV-PATH1          PIC X(71)  VALUE SPACES.            00036735
700186     05  WPENV-PATH2          PIC X(71)  VALUE SPACES.            00036736
700186     05  WPENV-GENCAT1        PIC X(71)  VALUE SPACES.            00036737
700186     05  WPENV-GENCAT2        PIC X(71)  VALUE SPACES.            00036738
700186     05  WPENV-GENCAT-USE     PIC X(71)  VALUE SPACES.            00036739
700186     05  WPENV-GENCAT-DD      PIC X(100) VALUE SPACES.            00036740
700186     05  WPENV-CP1            PIC X(6)   VALUE SPACES.            00036741
700186     05  WPENV-CP2            PIC X(6)   VALUE SPACES.            00036742
700186     05  WPENV-CARD-CP1       PIC X(6)   VALUE SPACES.            00036743
700186     05  WPENV-CARD-CP2       PIC X(6)   VALUE SPACES.            00036744
700186     05  WPENV-ODD-CNT        PIC S9(4)  BINARY VALUE ZERO.       00036745
700186     05  WPENV-REFUSED-CTR    PIC 9(5)   VALUE ZERO.              00036746
700186     05  WPENV-FORM-FLG       PIC X      VALUE 'N'.               00036747
700186         88  WPENV-FORM-YES   VALUE 'Y'.                          00036748
700186     05  WPENV-OK-FLG         PIC X      VALUE 'N'.               00036749
700186         88  WPENV-OK-YES     VALUE 'Y'.                          00036750
700186     05  WPENV-CP-SAVED-FLG   PIC X      VALUE 'N'.               00036751
700186         88  WPENV-CP-SAVED-YES VALUE 'Y'.                        00036752
700186     05  WPENV-DD-SAVED-FLG   PIC X      VALUE 'N'.               00036753
700186         88  WPENV-DD-SAVED-YES VALUE 'Y'.                        00036754
700186     05  WPENV-REPOINT-FLG    PIC X      VALUE 'N'.               00036755
700186         88  WPENV-REPOINT-YES VALUE 'Y'.                         00036756
           SKIP3                                                        00036712
700132 01  IO-ENQ-PARM.                                                 00036710
700132       COPY IOENQ REPLACING 'PROGRAM' BY 'BABKCMP'.               00036711
           SKIP3                                                        00036712
700171 01  IO-AHS-PARM.                                                 00036713
700171       COPY IOAUDHSH REPLACING 'PROGRAM' BY 'BABKCMP'.            00036714
           SKIP3                                                        00036712
700077 01  IO-SMF-PARM.                                                 00036713
700077       COPY IOSMF REPLACING 'PROGRAM' BY 'BABKCMP'.               00036714
700077*** User-type SMF accounting payload cut by A-905-WRITE-SMF at    00036801
700114 01  PTTRHDR-AREA. COPY UTCOHDR                                   00039156
700114       REPLACING ==:UTCOHDR:== BY ==PTTRHDR==.                    00039157
700114 01  PTTRKEY-AREA.                                                00039158
700191     05  PTTRKEY-PLAN       PIC X(10) VALUE SPACES.               00039159
700114     05  PTTRKEY-FROM       PIC X(2)  VALUE SPACES.               00039160
700114     05  PTTRKEY-TO         PIC X(2)  VALUE SPACES.               00039161
700114 01  PTTRDAT-AREA.                                                00039162
700114 01  SPONHDR-AREA. COPY UTCOHDR                                   00039198
700114       REPLACING ==:UTCOHDR:== BY ==SPONHDR==.                    00039199
700114 01  SPONKEY-AREA.                                                00039200
700191     05  SPONKEY-PLAN       PIC X(10) VALUE SPACES.               00039201
700114 01  SPONDAT-AREA.                                                00039202
700114     05  SPONDAT-CODE       PIC X(8)  VALUE SPACES.               00039203
           SKIP2                                                        00039204
700114 01  PLPRHDR-AREA. COPY UTCOHDR                                   00039207
700114       REPLACING ==:UTCOHDR:== BY ==PLPRHDR==.                    00039208
700114 01  PLPRKEY-AREA.                                                00039209
700191     05  PLPRKEY-PLAN       PIC X(10) VALUE SPACES.               00039210
700114     05  PLPRKEY-ATTR       PIC X(12) VALUE SPACES.               00039211
700114 01  PLPRDAT-AREA.                                                00039212
700114     05  PLPRDAT-OLD        PIC X(30) VALUE SPACES.               00039213
700115 01  XFR1KEY-AREA.                                                00039245
700115     05  XFR1KEY-PART       PIC X(11) VALUE SPACES.               00039246
700115 01  XFR1DAT-AREA.                                                00039247
700191     05  XFR1DAT-PLAN       PIC X(10) VALUE SPACES.               00039248
700115     05  XFR1DAT-RECS       PIC 9(5)  VALUE ZERO.                 00039249
           SKIP2                                                        00039250
700115 01  XFR2IA-AREA. COPY UTCOIA                                     00039251
700115 01  XFR2KEY-AREA.                                                00039255
700115     05  XFR2KEY-PART       PIC X(11) VALUE SPACES.               00039256
700115 01  XFR2DAT-AREA.                                                00039257
700191     05  XFR2DAT-PLAN       PIC X(10) VALUE SPACES.               00039258
700115     05  XFR2DAT-RECS       PIC 9(5)  VALUE ZERO.                 00039259
           SKIP2                                                        00039260
700125*** Per-participant AH adjustment nets under ADJNET, one          00039261
700125 01  ADJNDAT-AREA.                                                00039273
700125     05  ADJNDAT-NET1       PIC S9(11)V99 COMP-3 VALUE ZERO.      00039274
700125     05  ADJNDAT-NET2       PIC S9(11)V99 COMP-3 VALUE ZERO.      00039275
           SKIP2                                                        00039276
700156*** Per-participant roll-forward under ROLLFWD, for two           00039277
700156*** consecutive generations of one environment (GENCAT -1 on      00039278
700156*** File1, 0 on File2).  PRIOR is the File1 money total (AH       00039279
700156*** adjustments plus loan principal), CURR the same on File2,     00039280
700156*** WINADJ the File2 AH adjustments dated inside the window.      00039281
700156*** PRIOR + WINADJ must equal CURR within a penny.  Emptied at    00039282
700156*** each plan boundary by B-481-CHECK-ROLLFWD.                    00039283
700156 01  ROLFIA-AREA. COPY UTCOIA                                     00039284
700156       REPLACING ==:UTCOIA:== BY ==ROLFIA==.                      00039285
700156 01  ROLFHDR-AREA. COPY UTCOHDR                                   00039286
700156       REPLACING ==:UTCOHDR:== BY ==ROLFHDR==.                    00039287
700156 01  ROLFKEY-AREA.                                                00039288
700156     05  ROLFKEY-PART       PIC X(11) VALUE SPACES.               00039289
700156 01  ROLFDAT-AREA.                                                00039290
700156     05  ROLFDAT-PRIOR      PIC S9(11)V99 COMP-3 VALUE ZERO.      00039291
700156     05  ROLFDAT-WINADJ     PIC S9(11)V99 COMP-3 VALUE ZERO.      00039292
700156     05  ROLFDAT-CURR       PIC S9(11)V99 COMP-3 VALUE ZERO.      00039293
           SKIP2                                                        00039294
700157*** DEXWALK crosswalk, one entry per RecordType / DE / File1      00039295
700157*** value, giving the value File2 is expected to carry after the  00039296
700157*** conversion.                                                   00039297
700157 01  DXWKIA-AREA. COPY UTCOIA                                     00039298
700157       REPLACING ==:UTCOIA:== BY ==DXWKIA==.                      00039299
700157 01  DXWKHDR-AREA. COPY UTCOHDR                                   00039300
700157       REPLACING ==:UTCOHDR:== BY ==DXWKHDR==.                    00039301
700157 01  DXWKKEY-AREA.                                                00039302
700157     05  DXWKKEY-XXYY       PIC X(4)  VALUE SPACES.               00039303
700157     05  DXWKKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00039304
700157     05  DXWKKEY-OLD        PIC X(20) VALUE SPACES.               00039305
700157 01  DXWKDAT-AREA.                                                00039306
700157     05  DXWKDAT-NEW        PIC X(20) VALUE SPACES.               00039307
700164*** CODEDOM code domain, one entry per RecordType / DE / value:   00039308
700164*** 'V' a valid value from CODETBL, 'S' an unknown value seen on  00039309
700164*** an earlier run (from CODEHIST), 'N' an unknown value first    00039310
700164*** seen tonight.                                                 00039311
700164 01  CDOMIA-AREA. COPY UTCOIA                                     00039312
700164       REPLACING ==:UTCOIA:== BY ==CDOMIA==.                      00039313
700164 01  CDOMHDR-AREA. COPY UTCOHDR                                   00039314
700164       REPLACING ==:UTCOHDR:== BY ==CDOMHDR==.                    00039315
700164 01  CDOMKEY-AREA.                                                00039316
700164     05  CDOMKEY-XXYY       PIC X(4)  VALUE SPACES.               00039317
700164     05  CDOMKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00039318
700164     05  CDOMKEY-VALUE      PIC X(20) VALUE SPACES.               00039319
700164 01  CDOMDAT-AREA.                                                00039320
700164     05  CDOMDAT-KIND       PIC X     VALUE SPACE.                00039321
700164         88  CDOMDAT-KIND-VALID VALUE 'V'.                        00039322
700164         88  CDOMDAT-KIND-SEEN  VALUE 'S'.                        00039323
700164         88  CDOMDAT-KIND-NEW   VALUE 'N'.                        00039324
700164     05  CDOMDAT-FIRST-SEEN PIC 9(8)  VALUE ZERO.                 00039325
700164*** The RecordType / DE pairs CODETBL names, so each record only  00039326
700164*** walks the DEs that are coded for its RecordType.              00039327
700164 01  WCDOM-AREA.                                                  00039328
700164     05  WCDOM-COUNT          PIC S9(4) BINARY VALUE ZERO.        00039329
700164     05  WCDOM-MAX-ENTRIES    PIC S9(4) BINARY VALUE 500.         00039330
700164     05  WCDOM-ENTRY OCCURS 500 TIMES.                            00039331
700164         10  WCDOM-XXYY       PIC X(4)  VALUE SPACES.             00039332
700164         10  WCDOM-DENUM      PIC 9(3)  VALUE ZERO.               00039333
700164*** Unknown coded values by plan, in plan order, with how many    00039334
700164*** File1 and File2 records carried each.                         00039335
700164 01  CDUKIA-AREA. COPY UTCOIA                                     00039336
700164       REPLACING ==:UTCOIA:== BY ==CDUKIA==.                      00039337
700164 01  CDUKHDR-AREA. COPY UTCOHDR                                   00039338
700164       REPLACING ==:UTCOHDR:== BY ==CDUKHDR==.                    00039339
700164 01  CDUKKEY-AREA.                                                00039340
700191     05  CDUKKEY-PLAN       PIC X(10) VALUE SPACES.               00039341
700164     05  CDUKKEY-XXYY       PIC X(4)  VALUE SPACES.               00039342
700164     05  CDUKKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00039343
700164     05  CDUKKEY-VALUE      PIC X(20) VALUE SPACES.               00039344
700164 01  CDUKDAT-AREA.                                                00039345
700164     05  CDUKDAT-DENAME     PIC X(20) VALUE SPACES.               00039346
700164     05  CDUKDAT-CNT1       PIC S9(9) COMP-3 VALUE ZERO.          00039347
700164     05  CDUKDAT-CNT2       PIC S9(9) COMP-3 VALUE ZERO.          00039348
700164 01  CDDAT1-LINE.                                                 00039349
700164     05  FILLER             PIC X     VALUE SPACE.                00039350
700191     05  CDDAT1-PLAN        PIC X(10) VALUE SPACES.               00039351
700164     05  FILLER             PIC X     VALUE SPACE.                00039352
700164     05  CDDAT1-XXYY        PIC X(4)  VALUE SPACES.               00039353
700164     05  FILLER             PIC X     VALUE SPACE.                00039354
700164     05  CDDAT1-DENUM       PIC 9(3)  VALUE ZERO.                 00039355
700164     05  FILLER             PIC X     VALUE SPACE.                00039356
700164     05  CDDAT1-DENAME      PIC X(20) VALUE SPACES.               00039357
700164     05  FILLER             PIC X     VALUE SPACE.                00039358
700164     05  CDDAT1-VALUE       PIC X(20) VALUE SPACES.               00039359
700164     05  FILLER             PIC X     VALUE SPACE.                00039360
700164     05  CDDAT1-CNT1        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00039361
700164     05  FILLER             PIC X     VALUE SPACE.                00039362
700164     05  CDDAT1-CNT2        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00039363
700164     05  FILLER             PIC X(2)  VALUE SPACES.               00039364
700164     05  CDDAT1-NEW         PIC X(9)  VALUE SPACES.               00039365
700191     05  FILLER             PIC X(36) VALUE SPACES.               00039366
700154*** Value-transition clusters under VALCLUSTER: one container     00039276
700154*** entry per RecordType / DE / exact File1-to-File2 value pair,  00039277
700154*** so a conversion that remapped one code everywhere shows as    00039278
700154*** one line with its record count, the plans it touched and a    00039279
700154*** few sample keys, not one detail line per record.  Plans       00039280
700154*** arrive in order, so a change of VCLUDAT-LAST-PLAN is a new    00039281
700154*** plan.                                                         00039282
700154 01  VCLUIA-AREA. COPY UTCOIA                                     00039283
700154       REPLACING ==:UTCOIA:== BY ==VCLUIA==.                      00039284
700154 01  VCLUHDR-AREA. COPY UTCOHDR                                   00039285
700154       REPLACING ==:UTCOHDR:== BY ==VCLUHDR==.                    00039286
700154 01  VCLUKEY-AREA.                                                00039287
700154     05  VCLUKEY-XXYY       PIC X(4)  VALUE SPACES.               00039288
700154     05  VCLUKEY-DENUM      PIC 9(3)  VALUE ZERO.                 00039289
700154     05  VCLUKEY-VAL1       PIC X(40) VALUE SPACES.               00039290
700154     05  VCLUKEY-VAL2       PIC X(40) VALUE SPACES.               00039291
700154 01  VCLUDAT-AREA.                                                00039292
700154     05  VCLUDAT-DENAME     PIC X(20) VALUE SPACES.               00039293
700154     05  VCLUDAT-RECS       PIC S9(9) COMP-3 VALUE ZERO.          00039294
700154     05  VCLUDAT-PLANS      PIC S9(7) COMP-3 VALUE ZERO.          00039295
700191     05  VCLUDAT-LAST-PLAN  PIC X(10) VALUE SPACES.               00039296
700154     05  VCLUDAT-SAMPLE-CNT PIC 9     VALUE ZERO.                 00039297
700154     05  VCLUDAT-SAMPLE     OCCURS 3 TIMES.                       00039298
700191         10  VCLUDAT-SAMPLE-PLAN PIC X(10) VALUE SPACES.          00039299
700203         10  VCLUDAT-SAMPLE-KEY  PIC X(24) VALUE SPACES.          00039300
700154 01  VCDAT1-LINE.                                                 00039301
700154     05  FILLER             PIC X(9)  VALUE ' CLUSTER '.          00039302
700154     05  VCDAT1-XXYY        PIC X(4)  VALUE SPACES.               00039303
700154     05  FILLER             PIC X(4)  VALUE ' DE '.               00039304
700154     05  VCDAT1-DENUM       PIC 9(3)  VALUE ZERO.                 00039305
700154     05  FILLER             PIC X     VALUE SPACE.                00039306
700154     05  VCDAT1-DENAME      PIC X(20) VALUE SPACES.               00039307
700154     05  FILLER             PIC X(7)  VALUE ' Recs: '.            00039308
700154     05  VCDAT1-RECS        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.           00039309
700154     05  FILLER             PIC X(8)  VALUE ' Plans: '.           00039310
700154     05  VCDAT1-PLANS       PIC Z,ZZZ,ZZ9 VALUE ZERO.             00039311
700154     05  FILLER             PIC X(57) VALUE SPACES.               00039312
700154 01  VCDAT2-LINE.                                                 00039313
700154     05  FILLER             PIC X(12) VALUE '    File1: '.        00039314
700154     05  VCDAT2-VAL1        PIC X(40) VALUE SPACES.               00039315
700154     05  FILLER             PIC X(11) VALUE ' -> File2: '.        00039316
700154     05  VCDAT2-VAL2        PIC X(40) VALUE SPACES.               00039317
700154     05  FILLER             PIC X(30) VALUE SPACES.               00039318
700154 01  VCDAT3-LINE.                                                 00039319
700154     05  FILLER             PIC X(14) VALUE '    Samples: '.      00039320
700154     05  VCDAT3-SAMPLE      OCCURS 3 TIMES.                       00039321
700191         10  VCDAT3-PLAN    PIC X(10) VALUE SPACES.               00039322
700154         10  FILLER         PIC X     VALUE '/'.                  00039323
700203         10  VCDAT3-KEY     PIC X(24) VALUE SPACES.               00039324
700154         10  FILLER         PIC XX    VALUE SPACES.               00039325
700203     05  FILLER             PIC X(8)  VALUE SPACES.               00039326
700013*** One line per RecordType/DE that differed this run, tagged     00039101
700013*** with the run's year-month, for the TRENDFILE output used to   00039102
700013*** track which DEs keep differing from one month's run to the   00039103
700020*** ticketing intake job once WRUN-CTR-DATA-DIFF has crossed      00039116
700020*** WCTL-MAX-DIFFS, for the TICKETFEED output.                    00039117
700020 01  WTICKET-LINE.                                                00039118
700191     05  WTICKET-PLAN-NUM    PIC X(10) VALUE SPACES.              00039119
700020     05  FILLER              PIC X     VALUE SPACE.               00039120
700020     05  WTICKET-XXYY        PIC X(4)  VALUE SPACES.              00039121
700020     05  FILLER              PIC X     VALUE SPACE.               00039122
700053 A-112-SETUP-PAIR.                                                00000000
           MOVE HDTITLE1-LINE  TO WPRINT-LINE.                          00043000
           PERFORM V-100-PRINT-LINE.                                    00043100
700183     PERFORM A-212-LOOKUP-GENPRINT.                               00043101
700040     PERFORM A-205-STAGE-BKPI.                                    00043150
700051     PERFORM A-206-VERIFY-COMPLETE.                               00043151
700183     PERFORM A-217-PROVE-GENPRINT.                                00043152
700103     IF  WCTL-HASHSKIP-YES                                        00043152
700103         PERFORM A-260-PRESCAN-HASH.                              00043153
700174     PERFORM A-209-SETUP-CODEPAGE.                                00043154
           PERFORM A-210-SETUP-BKPI.                                    00043200
           PERFORM A-220-SETUP-BKPI2.                                   00043300
700052     PERFORM A-213-CHECK-CYCLE-DATE.                              00043301
700041     PERFORM A-223-CHECK-RELEASE.                                 00043302
700142     PERFORM A-224-CHECK-DATES.                                   00043302
700197     IF  WSKC-COUNT > ZERO                                        00043303
700197         PERFORM A-234-SETUP-SKIPCHK.                             00043304
700203     PERFORM A-236-SET-RUN-DATES.                                 00000000
700203     PERFORM A-239-SETUP-PLANCHG.                                 00000000
700156     IF  WCTL-ROLLFWD-YES                                         00043303
700156         PERFORM A-232-SET-ROLL-WINDOW.                           00043304
700095     PERFORM A-226-CHECK-DEMODS.                                  00043303
700011     PERFORM A-225-SETUP-BKPI3.                                   00043301
           MOVE RPTITLE1-LINE  TO WPRINT-TITLE1.                        00043700
700009             WCTR-CTL-ERRORS ' Error(s) Found - Run Terminated'   00042903
700009         MOVE 16 TO RETURN-CODE                                   00042904
700009         GOBACK.                                                  00042905
700179     IF  WCTL-HISTONLY-YES                                        00042906
700179         PERFORM A-233-SETUP-HISTONLY.                            00042907
           PERFORM A-230-SETUP-OT200.                                   00043400
700007     PERFORM A-235-SETUP-EXTRA.                                   00043401
700013     PERFORM A-237-SETUP-TREND.                                   00043402
700039     PERFORM A-239-SETUP-TRENDHIST.                               00043409
700045     PERFORM A-239-SETUP-IFACE.                                   00043410
700055     PERFORM A-239-SETUP-PLANXLAT.                                00043411
700157     PERFORM A-239-SETUP-DEXWALK.                                 00043412
700164     PERFORM A-239-SETUP-CODEDOM.                                 00043414
700189     PERFORM A-239-SETUP-DELTA.                                   00043415
700190     PERFORM A-239-SETUP-FROZEN.                                  00043416
700198     PERFORM A-239-SETUP-ONBOARD.                                 00043417
700199     PERFORM A-239-SETUP-EXITS.                                   00043418
700144*** ABENDSAFE needs a recoverable file position, so it turns      00043405
700144*** the existing every-N checkpoint machinery on at every plan    00043406
700144*** when no CHECKPOINT card chose its own interval.               00043407
700071     PERFORM A-239-SETUP-PARTITION.                               00043413
700074     PERFORM A-239-SETUP-PLANSLA.                                 00043414
700119     PERFORM A-239-SETUP-PLANTIME.                                00043415
700193     PERFORM A-257-SETUP-PARTRANGE.                               00043416
W          IF  WCTL-DEDETAIL-YES                                        00043500
               PERFORM T-800-SETUP-STCO.                                00043600
700067     IF  WCTL-DEMAP-YES                                           00043601
700067         PERFORM T-810-SETUP-DEMAP.                               00043602
700097     IF  WCTL-PROFILE-YES                                         00043603
700097         PERFORM T-820-SETUP-PROF.                                00043604
700154     IF  WCTL-VALCLUSTER-YES                                      00043605
700154         PERFORM T-840-SETUP-VCLU.                                00043606
           SKIP2                                                        00044200
       A-205-INIT-STRECS.                                               00044300
654920     MOVE STRECS-ENTRY (1)       TO STRECS-ENTRY (SUB-STRECS).    00044301
700029     END-IF                                                       00044527
700029     IF  NOT WAUDIT-FS-OK                                         00044528
700029         DISPLAY 'BABKCMP-310 AUDIT dd OPEN failed, skipped:'     00044529
700171             WAUDIT-FS                                            00044530
700171     ELSE                                                         00044531
700171         PERFORM A-204-LOAD-CHAIN-HEAD.                           00044532
           SKIP2                                                        00044533
700171*** Picks up the chain value of the last row already on the trail 00044534
700171*** so the rows this run appends chain on from it.  Done here at  00044535
700171*** open, ahead of the ABENDSAFE salvage row, and the file is left00044536
700171*** open for append exactly as above.  A legacy row with no chain 00044537
700171*** value counts as zero, the start of a chain.                   00044538
700171 A-204-LOAD-CHAIN-HEAD.                                           00044539
700171     MOVE ZERO TO WAUDIT-CHAIN-PREV.                              00044540
700171     CLOSE AUDIT-FILE.                                            00044541
700171     OPEN INPUT AUDIT-FILE.                                       00044542
700171     IF  WAUDIT-FS-OK                                             00044543
700171         PERFORM A-204-READ-CHAIN-ROW                             00044544
700171           WITH TEST AFTER                                        00044545
700171           UNTIL WAUDIT-FS NOT = '00'                             00044546
700171         CLOSE AUDIT-FILE                                         00044547
700171     END-IF.                                                      00044548
700171     OPEN EXTEND AUDIT-FILE.                                      00044549
700171     IF  NOT WAUDIT-FS-OK                                         00044550
700171         OPEN OUTPUT AUDIT-FILE                                   00044551
700171     END-IF.                                                      00044552
700171     IF  NOT WAUDIT-FS-OK                                         00044553
700171         DISPLAY 'BABKCMP-310 AUDIT dd OPEN failed, skipped:'     00044554
700171             WAUDIT-FS.                                           00044555
           SKIP2                                                        00044556
700171 A-204-READ-CHAIN-ROW.                                            00044557
700171     READ AUDIT-FILE                                              00044558
700171         AT END                                                   00044559
700171             NEXT SENTENCE.                                       00044560
700171     IF  WAUDIT-FS-OK                                             00044561
700171         IF  AUDIT-CHAIN IS NUMERIC                               00044562
700171             MOVE AUDIT-CHAIN TO WAUDIT-CHAIN-PREV                00044563
700171         ELSE                                                     00044564
700171             MOVE ZERO TO WAUDIT-CHAIN-PREV.                      00044565
           SKIP2                                                        00044531
700132 R-905-ENQ-RESOURCE.                                              00044532
700132     SET IO-ENQ-ERROR-NO TO TRUE.                                 00044533
700112     IF  WTYPEREG-XXYY (SUB-TYPEREG) = WTYPEREG-XXYY-WORK         00044584
700112         MOVE SUB-TYPEREG TO WTYPEREG-HIT-SUB.                    00044585
           SKIP2                                                        00044500
700183*** A backup restored or re-dumped over a cataloged dataset reads 00044501
700183*** cleanly and compares cleanly, so each side is proved against  00044502
700183*** the content fingerprint BAGENCAT cataloged for it before the  00044503
700183*** compare opens it: UTGENFP reads the file end to end and checks00044504
700183*** its header date/time, data-record count and content hash.  A  00044505
700183*** mismatch stops the run.  The entry is looked up by the        00044506
700183*** BKUPIN/BKUPIN2 path as given, ahead of any STAGEBKPI restage, 00044507
700183*** and the restaged local copy is what gets proved.  No GENCAT   00044508
700183*** dd, a dataset not on the catalog, or an entry cataloged       00044509
700183*** before fingerprints were kept is reported and the compare     00044510
700183*** carries on unproved.                                          00044511
700183 A-212-LOOKUP-GENPRINT.                                           00044512
700186     MOVE WPENV-GENCAT1 TO WPENV-GENCAT-USE.                      00044513
700186     PERFORM A-218-POINT-GENCAT.                                  00044514
700183     MOVE 'BKUPIN'  TO IO-GFP-DDNAME.                             00044513
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00044514
700183                          IO-GFP-LOOKUP                           00044515
700183                          BWA-REC.                                00044516
700183     MOVE IO-GFP-PARM TO WGFP-SAVE1.                              00044517
700186     MOVE WPENV-GENCAT2 TO WPENV-GENCAT-USE.                      00044518
700186     PERFORM A-218-POINT-GENCAT.                                  00044519
700183     MOVE 'BKUPIN2' TO IO-GFP-DDNAME.                             00044518
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00044519
700183                          IO-GFP-LOOKUP                           00044520
700183                          BWA2-REC.                               00044521
700183     MOVE IO-GFP-PARM TO WGFP-SAVE2.                              00044522
700186     PERFORM A-225-RESTORE-GENCAT.                                00044523
           SKIP2                                                        00044523
700186*** A side resolved from an environment is looked up on that      00044524
700186*** environment's own catalog; the GENCAT dd as supplied is put   00044525
700186*** back for the next side or pair.                               00044526
700186 A-218-POINT-GENCAT.                                              00044527
700186     IF  WPENV-GENCAT-USE = SPACES                                00044528
700186         PERFORM A-225-RESTORE-GENCAT                             00044529
700186     ELSE                                                         00044530
700186         IF  NOT WPENV-DD-SAVED-YES                               00044531
&MFCY              DISPLAY 'GENCAT' UPON  ENVIRONMENT-NAME              00044532
&MFCY              ACCEPT  WPENV-GENCAT-DD FROM  ENVIRONMENT-VALUE      00044533
700186             SET WPENV-DD-SAVED-YES TO TRUE                       00044534
700186         END-IF                                                   00044535
&MFCY          DISPLAY 'GENCAT' UPON  ENVIRONMENT-NAME                  00044536
&MFCY          DISPLAY WPENV-GENCAT-USE UPON  ENVIRONMENT-VALUE         00044537
700186         SET WPENV-REPOINT-YES TO TRUE.                           00044538
           SKIP2                                                        00044539
700186 A-225-RESTORE-GENCAT.                                            00044540
700186     IF  WPENV-REPOINT-YES                                        00044541
&MFCY          DISPLAY 'GENCAT' UPON  ENVIRONMENT-NAME                  00044542
&MFCY          DISPLAY WPENV-GENCAT-DD UPON  ENVIRONMENT-VALUE          00044543
700186         MOVE 'N' TO WPENV-REPOINT-FLG.                           00044544
           SKIP2                                                        00044545
700183 A-217-PROVE-GENPRINT.                                            00044524
700183     MOVE WGFP-SAVE1 TO IO-GFP-PARM.                              00044525
700183     MOVE 'File1'    TO WGFP-FILE-LABEL.                          00044526
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00044527
700183                          IO-GFP-VERIFY                           00044528
700183                          BWA-REC.                                00044529
700183     PERFORM A-222-REPORT-GENPRINT.                               00044530
700183     MOVE WGFP-SAVE2 TO IO-GFP-PARM.                              00044531
700183     MOVE 'File2'    TO WGFP-FILE-LABEL.                          00044532
700183     CALL 'UTGENFP' USING IO-GFP-PARM                             00044533
700183                          IO-GFP-VERIFY                           00044534
700183                          BWA2-REC.                               00044535
700183     PERFORM A-222-REPORT-GENPRINT.                               00044536
           SKIP2                                                        00044537
700183 A-222-REPORT-GENPRINT.                                           00044538
700183     IF  IO-GFP-VERIFIED                                          00044539
700183         DISPLAY 'BABKCMP-425 ' WGFP-FILE-LABEL                   00044540
700183             ' proved against GENCAT generation '                 00044541
700183             IO-GFP-CAT-DATE                                      00044542
700183     ELSE IF  IO-GFP-MISMATCH                                     00044543
700183         DISPLAY 'BABKCMP-426 *** ' WGFP-FILE-LABEL               00044544
700183             ' IS NOT THE CATALOGED GENERATION - '                00044545
700183             IO-GFP-REASON                                        00044546
700183         DISPLAY 'BABKCMP-426 *** Path: ' IO-GFP-PATH (1:71)      00044547
700183         DISPLAY 'BABKCMP-426 *** GENCAT generation '             00044548
700183             IO-GFP-CAT-DATE ' was restored or re-dumped over, '  00044549
700183             'run terminated'                                     00044550
700183         MOVE SPACES TO WPRINT-LINE                               00044551
700183         STRING ' *** ' WGFP-FILE-LABEL                           00044552
700183             ' IS NOT THE CATALOGED GENERATION - '                00044553
700183             IO-GFP-REASON                                        00044554
700183             DELIMITED BY SIZE INTO WPRINT-LINE                   00044555
700183         PERFORM V-100-PRINT-LINE                                 00044556
700183         MOVE 16 TO RETURN-CODE                                   00044557
700183         GOBACK                                                   00044558
700183     ELSE IF  IO-GFP-UNREADABLE                                   00044559
700183         DISPLAY 'BABKCMP-427 ' WGFP-FILE-LABEL                   00044560
700183             ' fingerprint not proved, ' IO-GFP-REASON            00044561
700183     ELSE                                                         00044562
700183         DISPLAY 'BABKCMP-428 ' WGFP-FILE-LABEL                   00044563
700183             ' fingerprint not proved, ' IO-GFP-REASON.           00044564
           SKIP2                                                        00044565
700040*** STAGEBKPI restages BKUPIN/BKUPIN2 through the BABKPIX helper  00044550
700040*** before BABKPI/BABKPI2 open them, for backups that have moved  00044551
700040*** off-platform to a compressed or cloud-staged archive.  BABKPIX00044552
700051                           IO-BKPI-PARM                           00044666
700051                           IO-BKPI-READ                           00044667
700051                           BWA-REC.                               00044668
700203     PERFORM N1-112-WIDEN-BKPI.                                   00000000
700051     IF  IO-BKPI-ERROR-YES OR IO-BKPI-EOF-YES                     00044669
700051         NEXT SENTENCE                                            00044670
700051     ELSE IF  BWA-TYPE-HDR-REC                                    00044671
700051                           IO-BKPI2-PARM                          00044711
700051                           IO-BKPI2-READ                          00044712
700051                           BWA2-REC.                              00044713
700203     PERFORM N2-112-WIDEN-BKPI2.                                  00000000
700051     IF  IO-BKPI2-ERROR-YES OR IO-BKPI2-EOF-YES                   00044714
700051         NEXT SENTENCE                                            00044715
700051     ELSE IF  BWA2-TYPE-HDR-REC                                   00044716
700103                           IO-BKPI-PARM                           00044782
700103                           IO-BKPI-READ                           00044783
700103                           BWA-REC.                               00044784
700203     PERFORM N1-112-WIDEN-BKPI.                                   00000000
700103     IF  IO-BKPI-ERROR-YES OR IO-BKPI-EOF-YES                     00044785
700103         NEXT SENTENCE                                            00044786
700103     ELSE IF  BWA-TYPE-HDR-REC OR BWA-TYPE-TLR-REC                00044787
700103                           IO-BKPI2-PARM                          00044798
700103                           IO-BKPI2-READ                          00044799
700103                           BWA2-REC.                              00044800
700203     PERFORM N2-112-WIDEN-BKPI2.                                  00000000
700103     IF  IO-BKPI2-ERROR-YES OR IO-BKPI2-EOF-YES                   00044801
700103         NEXT SENTENCE                                            00044802
700103     ELSE IF  BWA2-TYPE-HDR-REC OR BWA2-TYPE-TLR-REC              00044803
               DISPLAY 'BABKCMP-102 BKPI file failed to open:'          00045200
                 IO-BKPI-FILE-STATUS                                    00045300
                 GOBACK.                                                00045400
700174     IF  WXLAT1-YES                                               00045401
700174         PERFORM X-100-SORT-BKPI1.                                00045402
           PERFORM N1-100-READ-BKPI.                                    00045500
           IF  IO-BKPI-ERROR-YES                                        00045600
               DISPLAY 'BABKCMP-103 BKPI file initial Read Failed:'     00045700
               DISPLAY 'BABKCMP-202 BKPI2 file failed to open:'         00048900
                 IO-BKPI2-FILE-STATUS                                   00049000
                 GOBACK.                                                00049100
700174     IF  WXLAT2-YES                                               00049101
700174         PERFORM X-200-SORT-BKPI2.                                00049102
           PERFORM N2-100-READ-BKPI2.                                   00049200
           IF  IO-BKPI2-ERROR-YES                                       00049300
               DISPLAY 'BABKCMP-203 BKPI2 file initial Read Failed:'    00049400
700142             IF  RETURN-CODE < 4                                  00051938
700142                 MOVE 4 TO RETURN-CODE.                           00051939
           SKIP2                                                        00051940
700156*** ROLLFWD window from the two header dates, widened through     00051941
700156*** the same century pivot as DATECHECK.  A File2 that does not   00051942
700156*** postdate File1 leaves an empty window, which is reported -    00051943
700156*** every participant whose balance moved will then fail.         00051944
700156 A-232-SET-ROLL-WINDOW.                                           00051945
700156     MOVE HDR-DATE TO WROLL-FROM (3:6).                           00051946
700156     IF  HDR-DATE (1:2) > WDCHK-PIVOT-YY                          00051947
700156         MOVE 19 TO WROLL-FROM (1:2)                              00051948
700156     ELSE                                                         00051949
700156         MOVE 20 TO WROLL-FROM (1:2)                              00051950
700156     END-IF.                                                      00051951
700156     MOVE HDR2-DATE TO WROLL-TO (3:6).                            00051952
700156     IF  HDR2-DATE (1:2) > WDCHK-PIVOT-YY                         00051953
700156         MOVE 19 TO WROLL-TO (1:2)                                00051954
700156     ELSE                                                         00051955
700156         MOVE 20 TO WROLL-TO (1:2)                                00051956
700156     END-IF.                                                      00051957
700156     DISPLAY 'BaBkCmp-259 Roll-forward window after '             00051958
700156         WROLL-FROM ' through ' WROLL-TO.                         00051959
700156     IF  WROLL-TO NOT > WROLL-FROM                                00051960
700156         DISPLAY 'BaBkCmp-259 *** File2 does not postdate File1, '00051961
700156             'roll-forward window is empty ***'                   00051962
700156         IF  RETURN-CODE < 4                                      00051963
700156             MOVE 4 TO RETURN-CODE.                               00051964
           SKIP2                                                        00051965
700203*** The dates the PLANCHG, CODEDOM, FROZEN and EXITS decks are    00000000
700203*** judged against are File2's header date, set once that header  00000000
700203*** has been read and again for each PAIRLIST pair.  Going by the 00000000
700203*** backup rather than the clock, a backfill or a re-run of an    00000000
700203*** old cycle sees that cycle's changes, freezes and exits.       00000000
700203 A-236-SET-RUN-DATES.                                             00000000
700203     MOVE HDR2-DATE TO WDATE9-B.                                  00000000
700203     PERFORM R-749-WIDEN-DATE-B.                                  00000000
700203     MOVE WDATE9-B TO WPCHG-RUN-DATE WCDOM-RUN-DATE               00000000
700203                      WFRZ-TODAY WEXIT-RUN-DATE.                  00000000
700203     IF  WCTL-EXITS-YES                                           00000000
700203         DISPLAY 'BABKCMP-485 Scheduled exits judged as of '      00000000
700203             WEXIT-RUN-DATE.                                      00000000
700203     IF  WCTL-FROZEN-YES                                          00000000
700203         MOVE SPACES TO FRZRPT-LINE                               00000000
700203         STRING ' Judged as of File2 date ' WFRZ-TODAY            00000000
700203             DELIMITED BY SIZE INTO FRZRPT-LINE                   00000000
700203         WRITE FRZRPT-LINE.                                       00000000
           SKIP2                                                        00000000
700197*** SKIPCHK needs a day-over-day pair it can judge: the same      00051966
700197*** environment on both sides, File2 dated on a business day of   00051967
700197*** the CALNDR calendar, and File2 postdating File1.  Anything    00051968
700197*** else stands the check down for the pair with a message - a    00051969
700197*** cross-environment or reversed pair says nothing about         00051970
700197*** whether tonight's cycle ran.                                  00051971
700197 A-234-SETUP-SKIPCHK.                                             00051972
700197     MOVE 'N' TO WSKC-ACTIVE-FLG.                                 00051973
700197     MOVE SPACE TO WSKC-DAYTYPE.                                  00051974
700197     IF  WCTL-ENVDIFF-YES                                         00051975
700197         OR WCTL-MATRIX-YES                                       00051976
700197         OR (WPENV-FORM-YES                                       00051977
700197             AND WPENV-NAME1 NOT = WPENV-NAME2)                   00051978
700197         DISPLAY 'BABKCMP-466 SKIPCHK not applied - '             00051979
700197             'cross-environment compare'                          00051980
700197     ELSE                                                         00051981
700197         IF  NOT WCALNDR-LOADED-YES                               00051982
700197             PERFORM A-214-LOAD-CALNDR                            00051983
700197         END-IF                                                   00051984
700197         PERFORM A-236-SCAN-SKC-CALNDR                            00051985
700197           VARYING SUB-CALNDR FROM 1 BY 1                         00051986
700197             UNTIL SUB-CALNDR > WCALNDR-COUNT                     00051987
700197               OR WSKC-DAYTYPE NOT = SPACE                        00051988
700197         MOVE HDR-DATE  TO WDATE9-A                               00051989
700197         MOVE HDR2-DATE TO WDATE9-B                               00051990
700197         PERFORM R-748-WIDEN-DATE-A                               00051991
700197         PERFORM R-749-WIDEN-DATE-B                               00051992
700197         IF  WSKC-DAYTYPE = SPACE                                 00051993
700197             DISPLAY 'BABKCMP-467 File2 date ' HDR2-DATE          00051994
700197                 ' is not a business date, SKIPCHK not applied'   00051995
700197         ELSE IF  WDATE9-B NOT > WDATE9-A                         00051996
700197             DISPLAY 'BABKCMP-467 File2 does not postdate File1, '00051997
700197                 'SKIPCHK not applied'                            00051998
700197         ELSE                                                     00051999
700197             SET WSKC-ACTIVE-YES TO TRUE                          00052000
700197             MOVE WDATE9-B TO WSKC-CYCLE-DATE                     00052001
700197             DISPLAY 'BABKCMP-468 Skipped-plan check for '        00052002
700197                 'business date ' WSKC-CYCLE-DATE                 00052003
700197                 ', day type ' WSKC-DAYTYPE.                      00052004
           SKIP2                                                        00052005
700197 A-236-SCAN-SKC-CALNDR.                                           00052006
700197     IF  WCALNDR-DATE (SUB-CALNDR) = HDR2-DATE                    00052007
700197         MOVE WCALNDR-DAYTYPE (SUB-CALNDR) TO WSKC-DAYTYPE.       00052008
           SKIP2                                                        00052009
700095*** DEMODCHK upfront inventory: every registered RecordType's     00051902
700095*** DE module is called for an identification/level response      00051903
700095*** (DE-PROCESS LEVEL; a module that honors it answers with       00051904
700011*** control card since File1/File2 are mandatory but this is not.00051903
700011 A-225-SETUP-BKPI3.                                               00051904
700011     IF  WCTL-GOLDFILE-YES                                        00051905
&MFCY          DISPLAY 'BKGOLDID' UPON ENVIRONMENT-NAME                 00051906
&MFCY          ACCEPT  WGOLD-ID FROM ENVIRONMENT-VALUE                  00051907
700162         IF  WGOLD-ID = SPACES                                    00051908
700162             DISPLAY 'BABKCMP-411 BKPI3 golden baseline not '     00051909
700162                 'identified by the GENCAT catalog'               00051910
700162         ELSE                                                     00051911
700162             DISPLAY 'BABKCMP-410 BKPI3 golden baseline '         00051912
700162                 'generation/promoted by/on: ' WGOLD-ID           00051913
700162         END-IF                                                   00051914
700011         CALL 'BABKPI3' USING SD-AREA                             00051906
700011                               IO-BKPI3-PARM                      00051907
700011                               IO-BKPI3-OPEN                      00051908
700011               IO-BKPI3-FILE-STATUS                               00051912
700011             GOBACK                                               00051913
700011         END-IF                                                   00051914
700174         IF  WXLAT3-YES                                           00051915
700174             PERFORM X-300-SORT-BKPI3                             00051916
700174         END-IF                                                   00051917
700011         PERFORM N3-100-READ-BKPI3                                00051915
700011         IF  IO-BKPI3-ERROR-YES                                   00051916
700011             DISPLAY 'BABKCMP-403 BKPI3 file initial Read Failed:'00051917
700007               IO-EXTRA-FILE-STATUS                               00053012
700007             GOBACK.                                              00053013
700007     SKIP2                                                        00053014
700179*** History-only run, for rebuilding past nights' history from    00053015
700179*** cataloged generations (BAHISTBF): the history outputs are     00053016
700179*** written as usual, but the live feeds would re-fire a past     00053017
700179*** night's tickets, notices and interface rows, and the report   00053018
700179*** and its renderings are of no use to anyone - all are turned   00053019
700179*** off here, ahead of their setups, and the printed report goes  00053020
700179*** quiet once the control cards have been echoed.                00053021
700179 A-233-SETUP-HISTONLY.                                            00053022
700179     MOVE 'History-only run - report and live feeds suppressed'   00053023
700179         TO WPRINT-LINE.                                          00053024
700179     PERFORM V-100-PRINT-LINE.                                    00053025
700179     DISPLAY 'BABKCMP-398 History-only run, suppressed:'.         00053026
700179     IF  WCTL-TICKET-FEED-YES                                     00053027
700179         MOVE 'N' TO WCTL-TICKET-FEED                             00053028
700179         DISPLAY '      TICKETFEED'.                              00053029
700179     IF  WCTL-NOTIFY-YES                                          00053030
700179         MOVE 'N' TO WCTL-NOTIFY                                  00053031
700179         DISPLAY '      NOTIFY'.                                  00053032
700179     IF  WCTL-IFACE-FILE-YES                                      00053033
700179         MOVE 'N' TO WCTL-IFACE-FILE                              00053034
700179         DISPLAY '      IFACEFEED'.                               00053035
700179     IF  WCTL-CORR-FEED-YES                                       00053036
700179         MOVE 'N' TO WCTL-CORR-FEED                               00053037
700179         DISPLAY '      CORRFEED'.                                00053038
700179     IF  WCTL-CRITALERT-YES                                       00053039
700179         MOVE 'N' TO WCTL-CRITALERT                               00053040
700179         DISPLAY '      CRITALERT'.                               00053041
700179     IF  WCTL-SUMFIRST-YES                                        00053042
700179         MOVE 'N' TO WCTL-SUMFIRST                                00053043
700179         DISPLAY '      SUMFIRST'.                                00053044
700179     IF  WCTL-HTMLOUT-YES                                         00053045
700179         MOVE 'N' TO WCTL-HTMLOUT                                 00053046
700179         DISPLAY '      HTMLOUT'.                                 00053047
700179     IF  WCTL-SPONBURST-YES                                       00053048
700179         MOVE 'N' TO WCTL-SPONBURST                               00053049
700179         DISPLAY '      SPONBURST'.                               00053050
700179     DISPLAY '      printed report'.                              00053051
700179     SET WPRINT-QUIET-YES TO TRUE.                                00053052
           SKIP2                                                        00053053
700013*** DE trend-history output, opened only when the TRENDFILE       00053015
700013*** control card is present, fed from the STCO diff summary at    00053016
700013*** T-210-REPORT-STCO-ENTRY.                                      00053017
700055         DISPLAY 'BABKCMP-344 Plan translations loaded:'          00053126
700055             WPLANXLAT-COUNT.                                     00053127
           SKIP2                                                        00053128
700203*** PLANCHG loads the planned-change register.  Changes not yet   00000000
700203*** effective at the File2 backup date are set aside and counted; 00000000
700203*** they neither suppress nor assert anything on this run.  The   00000000
700203*** register is loaded once the File2 header has been read, and   00000000
700203*** afresh for each PAIRLIST pair.                                00000000
700158 A-239-SETUP-PLANCHG.                                             00053132
700158     IF  WCTL-PLANCHG-YES                                         00053133
700203         MOVE ZERO TO WPCHG-COUNT WCTR-PCHG-FUTURE                00000000
700158         OPEN INPUT PLANCHG-FILE                                  00053140
700158         IF  NOT WPLANCHG-FS-OK                                   00053141
700158             DISPLAY 'BABKCMP-407 PLANCHG dd OPEN failed:'        00053142
700158                 WPLANCHG-FS                                      00053143
700158             MOVE 16 TO RETURN-CODE                               00053144
700158             GOBACK                                               00053145
700158         END-IF                                                   00053146
700158         PERFORM A-250-READ-PLANCHG                               00053147
700158           WITH TEST AFTER                                        00053148
700158           UNTIL WPLANCHG-FS NOT = '00'                           00053149
700158              OR WPCHG-COUNT >= WPCHG-MAX-ENTRIES                 00053150
700158         CLOSE PLANCHG-FILE                                       00053151
700158         IF  WPLANCHG-FS = '00'                                   00053152
700158             DISPLAY 'BABKCMP-408 PLANCHG table full, '           00053153
700158                 'truncated at:' WPCHG-COUNT                      00053154
700158         END-IF                                                   00053155
700158         DISPLAY 'BABKCMP-409 Planned changes loaded:' WPCHG-COUNT00053156
700158             ' Not yet effective:' WCTR-PCHG-FUTURE.              00053157
           SKIP2                                                        00053158
700158 A-250-READ-PLANCHG.                                              00053159
700158     READ PLANCHG-FILE INTO PLANCHG-LINE                          00053160
700158         AT END                                                   00053161
700158             NEXT SENTENCE.                                       00053162
700158     IF  WPLANCHG-FS-OK                                           00053163
700158         AND PCHG-PLAN-FROM NOT = SPACES                          00053164
700158         AND PCHG-XXYY NOT = SPACES                               00053165
700158         AND PCHG-DENUM IS NUMERIC                                00053166
700158         AND PCHG-EFF-DATE IS NUMERIC                             00053167
700158         IF  PCHG-EFF-DATE > WPCHG-RUN-DATE                       00053168
700158             ADD 1 TO WCTR-PCHG-FUTURE                            00053169
700158         ELSE                                                     00053170
700158             PERFORM A-251-ADD-PLANCHG.                           00053171
           SKIP2                                                        00053172
700158 A-251-ADD-PLANCHG.                                               00053173
700158     ADD 1 TO WPCHG-COUNT.                                        00053174
700158     MOVE PCHG-PLAN-FROM TO WPCHG-PLAN-FROM (WPCHG-COUNT).        00053175
700158     IF  PCHG-PLAN-TO = SPACES                                    00053176
700158         MOVE PCHG-PLAN-FROM TO WPCHG-PLAN-TO (WPCHG-COUNT)       00053177
700158     ELSE                                                         00053178
700158         MOVE PCHG-PLAN-TO TO WPCHG-PLAN-TO (WPCHG-COUNT).        00053179
700158     MOVE PCHG-XXYY      TO WPCHG-XXYY (WPCHG-COUNT).             00053180
700158     MOVE PCHG-DENUM     TO WPCHG-DENUM (WPCHG-COUNT).            00053181
700158     MOVE PCHG-NEW-VAL   TO WPCHG-NEW (WPCHG-COUNT).              00053182
700158     MOVE ZERO TO WPCHG-HIT-SUB.                                  00053183
700158     PERFORM A-252-FIND-PCREF                                     00053184
700158       VARYING SUB-PCREF FROM 1 BY 1                              00053185
700158         UNTIL SUB-PCREF > WPCREF-COUNT                           00053186
700158            OR WPCHG-HIT-SUB > ZERO.                              00053187
700158     IF  WPCHG-HIT-SUB = ZERO                                     00053188
700158         ADD 1 TO WPCREF-COUNT                                    00053189
700158         MOVE WPCREF-COUNT TO WPCHG-HIT-SUB                       00053190
700158         MOVE PCHG-REF TO WPCREF-REF (WPCREF-COUNT).              00053191
700158     MOVE WPCHG-HIT-SUB TO WPCHG-REF-SUB (WPCHG-COUNT).           00053192
           SKIP2                                                        00053193
700158 A-252-FIND-PCREF.                                                00053194
700158     IF  WPCREF-REF (SUB-PCREF) = PCHG-REF                        00053195
700158         MOVE SUB-PCREF TO WPCHG-HIT-SUB.                         00053196
           SKIP2                                                        00053197
700157*** DEXWALK loads the expected code conversions into the DXWK     00053129
700157*** container.  Like PLANXLAT, a crosswalk asked for but not      00053130
700157*** usable stops the run: compared without it, every remapped     00053131
700157*** code would come back as a difference.                         00053132
700157 A-239-SETUP-DEXWALK.                                             00053133
700157     IF  WCTL-DEXWALK-YES                                         00053134
700157         PERFORM T-845-SETUP-DXWK                                 00053135
700157         OPEN INPUT DEXWALK-FILE                                  00053136
700157         IF  NOT WDEXWALK-FS-OK                                   00053137
700157             DISPLAY 'BABKCMP-405 DEXWALK dd OPEN failed:'        00053138
700157                 WDEXWALK-FS                                      00053139
700157             MOVE 16 TO RETURN-CODE                               00053140
700157             GOBACK                                               00053141
700157         END-IF                                                   00053142
700157         PERFORM A-243-READ-DEXWALK                               00053143
700157           WITH TEST AFTER                                        00053144
700157           UNTIL WDEXWALK-FS NOT = '00'                           00053145
700157         CLOSE DEXWALK-FILE                                       00053146
700157         DISPLAY 'BABKCMP-406 DE value crosswalk entries loaded:' 00053147
700157             WCTR-XWALK-LOADED.                                   00053148
           SKIP2                                                        00053149
700157 A-243-READ-DEXWALK.                                              00053150
700157     READ DEXWALK-FILE INTO DEXWALK-LINE                          00053151
700157         AT END                                                   00053152
700157             NEXT SENTENCE.                                       00053153
700157     IF  WDEXWALK-FS-OK                                           00053154
700157         AND DXWL-XXYY NOT = SPACES                               00053155
700157         AND DXWL-DENUM IS NUMERIC                                00053156
700157         MOVE DXWL-XXYY    TO DXWKKEY-XXYY                        00053157
700157         MOVE DXWL-DENUM   TO DXWKKEY-DENUM                       00053158
700157         MOVE DXWL-OLD-VAL TO DXWKKEY-OLD                         00053159
700157         MOVE DXWL-NEW-VAL TO DXWKDAT-NEW                         00053160
700157         SET DXWKIA-OPER-UPDATE TO TRUE                           00053161
700157         PERFORM T-945-CALL-DXWK                                  00053162
700157         ADD 1 TO WCTR-XWALK-LOADED.                              00053163
           SKIP2                                                        00053164
700055 A-242-READ-PLANXLAT.                                             00053129
700055     READ PLANXLAT-FILE INTO PLANXLAT-LINE                        00053130
700055         AT END                                                   00053131
700045               WIFACE-FS                                          00053113
700045             GOBACK.                                              00053114
           SKIP2                                                        00053068
700189*** DELTA writes the rows that rebuild File1 from File2 - see     00053069
700189*** B-510-DELTA-INSERT.  Positions are File2's physical order and 00053070
700189*** images are the records as read, so a card that reorders File2 00053071
700189*** or rewrites its records before the compare sees them leaves   00053072
700189*** nothing a delta could be built from, and DELTA yields.        00053073
700189 A-239-SETUP-DELTA.                                               00053074
700189     IF  WCTL-DELTA-YES                                           00053075
700189         IF  WCTL-BRSEQ-YES                                       00053076
700189             OR WCTL-PLANXLAT-YES                                 00053077
700189             OR WTYPEMAP-COUNT > ZERO                             00053078
700189             OR WCTL-ELECTSET-YES                                 00053079
700189             MOVE 'N' TO WCTL-DELTA                               00053080
700189             DISPLAY 'BABKCMP-440 DELTA not written - BRSEQ, '    00053081
700189                 'PLANXLAT, TYPEMAP or ELECTSET is in the deck'   00053082
700189             MOVE ' DELTA not written - deck reshapes File2'      00053083
700189                 TO WPRINT-LINE                                   00053084
700189             PERFORM V-100-PRINT-LINE                             00053085
700189         ELSE                                                     00053086
700189             OPEN OUTPUT DELTA-FILE                               00053087
700189             IF  NOT WDELTA-FS-OK                                 00053088
700189                 DISPLAY 'BABKCMP-439 DELTA dd OPEN failed:'      00053089
700189                   WDELTA-FS                                      00053090
700203                 MOVE 16 TO RETURN-CODE                           00000000
700189                 GOBACK                                           00053091
700189             END-IF                                               00053092
700189             SET WDLT-ACTIVE-YES TO TRUE.                         00053093
           SKIP2                                                        00053093
700190*** The frozen-plan watch list, and the exception report its      00053094
700190*** hits go to.  A watch asked for but unreadable stops the run,  00053095
700190*** same as PLANSLA - a frozen plan must never go unwatched       00053096
700190*** because a dd was missing.  Bad rows are refused onto the      00053097
700190*** report so the owner sees the plan is not being watched.       00053098
700190 A-239-SETUP-FROZEN.                                              00053099
700190     IF  WCTL-FROZEN-YES                                          00053100
700190         OPEN OUTPUT FRZRPT-FILE                                  00053102
700190         IF  NOT WFRZRPT-FS-OK                                    00053103
700190             DISPLAY 'BABKCMP-456 FRZRPT dd OPEN failed:'         00053104
700190                 WFRZRPT-FS                                       00053105
700190             MOVE 16 TO RETURN-CODE                               00053106
700190             GOBACK                                               00053107
700190         END-IF                                                   00053108
700190         OPEN INPUT FROZEN-FILE                                   00053109
700190         IF  NOT WFROZEN-FS-OK                                    00053110
700190             DISPLAY 'BABKCMP-454 FROZEN dd OPEN failed:'         00053111
700190                 WFROZEN-FS                                       00053112
700190             MOVE 16 TO RETURN-CODE                               00053113
700190             GOBACK                                               00053114
700190         END-IF                                                   00053115
700190         PERFORM A-256-FRZRPT-TITLE                               00053116
700190         PERFORM A-255-READ-FROZEN                                00053117
700190           WITH TEST AFTER                                        00053118
700190           UNTIL WFROZEN-FS NOT = '00'                            00053119
700190             OR WFRZ-COUNT >= WFRZ-MAX-ENTRIES                    00053120
700190         CLOSE FROZEN-FILE                                        00053121
700190         DISPLAY 'BABKCMP-455 Frozen plans on the watch list:'    00053122
700190             WFRZ-COUNT ', rows refused:' WFRZ-REJECTED.          00053123
           SKIP2                                                        00053124
700190 A-255-READ-FROZEN.                                               00053125
700190     READ FROZEN-FILE                                             00053126
700190         AT END                                                   00053127
700190             NEXT SENTENCE.                                       00053128
700190     IF  WFROZEN-FS-OK                                            00053129
700190         AND FROZEN-LINE NOT = SPACES                             00053130
700190         AND FROZEN-LINE (1:1) NOT = '*'                          00053131
700190         IF  FRZ-PLAN-NUM = SPACES                                00053132
700190             OR NOT FRZ-REASON-VALID                              00053133
700190             OR FRZ-START-DATE NOT NUMERIC                        00053134
700190             OR FRZ-END-DATE NOT NUMERIC                          00053135
700190             OR (FRZ-END-DATE NOT = ZERO                          00053136
700190                 AND FRZ-END-DATE < FRZ-START-DATE)               00053137
700190             ADD 1 TO WFRZ-REJECTED                               00053138
700190             MOVE SPACES TO FRZRPT-LINE                           00053139
700190             STRING ' Row refused, plan not watched: '            00053140
700190                 FROZEN-LINE (1:42)                               00053141
700190                 DELIMITED BY SIZE INTO FRZRPT-LINE               00053142
700190             WRITE FRZRPT-LINE                                    00053143
700190         ELSE                                                     00053144
700190             ADD 1 TO WFRZ-COUNT                                  00053145
700190             MOVE FRZ-PLAN-NUM   TO WFRZ-PLAN-NUM (WFRZ-COUNT)    00053146
700190             MOVE FRZ-REASON     TO WFRZ-REASON (WFRZ-COUNT)      00053147
700190             MOVE FRZ-START-DATE TO WFRZ-START-DATE (WFRZ-COUNT)  00053148
700190             MOVE FRZ-END-DATE   TO WFRZ-END-DATE (WFRZ-COUNT)    00053149
700190             MOVE FRZ-OWNER      TO WFRZ-OWNER (WFRZ-COUNT).      00053150
           SKIP2                                                        00053151
700190 A-256-FRZRPT-TITLE.                                              00053152
700190     MOVE SPACES TO FRZRPT-LINE.                                  00053153
700203     MOVE 'BABKCMP  Frozen-plan exceptions' TO FRZRPT-LINE.       00000000
700190     WRITE FRZRPT-LINE.                                           00053157
700190     MOVE SPACES TO FRZRPT-LINE.                                  00053158
700190     WRITE FRZRPT-LINE.                                           00053159
700191     MOVE ' Plan#      Reason   Owner    Event    Type Key'       00053160
700190         TO FRZRPT-LINE.                                          00053161
700190     WRITE FRZRPT-LINE.                                           00053162
           SKIP2                                                        00053163
700198*** ONBOARD: the plans the conversion team expects to land on the 00053164
700198*** platform tonight.  BAONBCRT certifies them from the same list.00053165
700198 A-239-SETUP-ONBOARD.                                             00053166
700198     IF  WCTL-ONBOARD-YES                                         00053167
700198         OPEN INPUT ONBLIST-FILE                                  00053168
700198         IF  NOT WONBLIST-FS-OK                                   00053169
700198             DISPLAY 'BABKCMP-471 ONBLIST dd OPEN failed:'        00053170
700198                 WONBLIST-FS                                      00053171
700198             MOVE 16 TO RETURN-CODE                               00053172
700198             GOBACK                                               00053173
700198         END-IF                                                   00053174
700198         PERFORM A-259-READ-ONBLIST                               00053175
700198           WITH TEST AFTER                                        00053176
700198           UNTIL WONBLIST-FS NOT = '00'                           00053177
700198             OR WONB-COUNT >= WONB-MAX-ENTRIES                    00053178
700198         CLOSE ONBLIST-FILE                                       00053179
700198         DISPLAY 'BABKCMP-472 Onboarding plans on the list:'      00053180
700198             WONB-COUNT.                                          00053181
           SKIP2                                                        00053182
700198 A-259-READ-ONBLIST.                                              00053183
700198     READ ONBLIST-FILE                                            00053184
700198         AT END                                                   00053185
700198             NEXT SENTENCE.                                       00053186
700198     IF  WONBLIST-FS-OK                                           00053187
700198         AND ONB-PLAN-NUM NOT = SPACES                            00053188
700198         AND ONB-PLAN-NUM (1:1) NOT = '*'                         00053189
700198         ADD 1 TO WONB-COUNT                                      00053190
700198         MOVE ONB-PLAN-NUM TO WONB-PLAN-NUM (WONB-COUNT).         00053191
           SKIP2                                                        00053192
700199*** EXITS: the plans the deconversion team has scheduled to leave 00053193
700199*** the platform.  The cycle date they are judged against is      00053194
700203*** File2's header date - see A-236-SET-RUN-DATES.                00000000
700199 A-239-SETUP-EXITS.                                               00053196
700199     IF  WCTL-EXITS-YES                                           00053197
700199         OPEN INPUT EXITLST-FILE                                  00053198
700199         IF  NOT WEXITLST-FS-OK                                   00053199
700199             DISPLAY 'BABKCMP-474 EXITLST dd OPEN failed:'        00053200
700199                 WEXITLST-FS                                      00053201
700199             MOVE 16 TO RETURN-CODE                               00053202
700199             GOBACK                                               00053203
700199         END-IF                                                   00053204
700199         PERFORM A-259-READ-EXITLST                               00053205
700199           WITH TEST AFTER                                        00053206
700199           UNTIL WEXITLST-FS NOT = '00'                           00053207
700199             OR WEXL-COUNT >= WEXL-MAX-ENTRIES                    00053208
700199         CLOSE EXITLST-FILE                                       00053209
700199         DISPLAY 'BABKCMP-475 Scheduled exits on the list:'       00053213
700203             WEXL-COUNT.                                          00000000
           SKIP2                                                        00053215
700199 A-259-READ-EXITLST.                                              00053216
700199     READ EXITLST-FILE                                            00053217
700199         AT END                                                   00053218
700199             NEXT SENTENCE.                                       00053219
700199     IF  WEXITLST-FS-OK                                           00053220
700199         AND EXL-PLAN-NUM NOT = SPACES                            00053221
700199         AND EXL-PLAN-NUM (1:1) NOT = '*'                         00053222
700199         ADD 1 TO WEXL-COUNT                                      00053223
700199         MOVE EXL-PLAN-NUM  TO WEXL-PLAN-NUM (WEXL-COUNT)         00053224
700199         MOVE EXL-EXIT-DATE TO WEXL-EXIT-DATE (WEXL-COUNT)        00053225
700199         MOVE EXL-FINAL-REF TO WEXL-FINAL-REF (WEXL-COUNT).       00053226
700004*** Periodic checkpoint-record output, opened only when the      00053069
700004*** CHECKPOINT control card is present.  See B-100-PROC-PLAN's   00053070
700004*** PERFORM B-955-WRITE-CHECKPOINT for the every-N-plans write.   00053071
700144             DISPLAY 'BABKCMP-397 No prior salvage state:'        00053107
700144                 WSALV-FS.                                        00053108
           SKIP2                                                        00053109
700164*** CODEDOM loads the reference code table as the valid entries   00053110
700164*** of the CDOM container and the coded RecordType / DE list,     00053111
700164*** then last run's CODEHIST as the already-seen unknowns.  Like  00053112
700164*** DEXWALK, a code table asked for but not usable stops the run; 00053113
700164*** a missing CODEHIST is the first CODEDOM run and every unknown 00053114
700164*** is new.                                                       00053115
700164 A-239-SETUP-CODEDOM.                                             00053116
700164     IF  WCTL-CODEDOM-YES                                         00053117
700164         PERFORM T-850-SETUP-CDOM                                 00053124
700164         PERFORM T-855-SETUP-CDUK                                 00053125
700164         OPEN INPUT CODETBL-FILE                                  00053126
700164         IF  NOT WCODETBL-FS-OK                                   00053127
700164             DISPLAY 'BABKCMP-412 CODETBL dd OPEN failed:'        00053128
700164                 WCODETBL-FS                                      00053129
700164             MOVE 16 TO RETURN-CODE                               00053130
700164             GOBACK                                               00053131
700164         END-IF                                                   00053132
700164         PERFORM A-244-READ-CODETBL                               00053133
700164           WITH TEST AFTER                                        00053134
700164           UNTIL WCODETBL-FS NOT = '00'                           00053135
700164         CLOSE CODETBL-FILE                                       00053136
700164         DISPLAY 'BABKCMP-413 Valid codes loaded:' WCTR-CDOM-VALID00053137
700164             ' Coded DEs:' WCDOM-COUNT                            00053138
700164         OPEN INPUT CODEHIST-FILE                                 00053139
700164         IF  WCODEHIST-FS-OK                                      00053140
700164             PERFORM A-244-READ-CODEHIST                          00053141
700164               WITH TEST AFTER                                    00053142
700164               UNTIL WCODEHIST-FS NOT = '00'                      00053143
700164             CLOSE CODEHIST-FILE                                  00053144
700164             DISPLAY 'BABKCMP-414 Unknown codes seen before:'     00053145
700164                 WCTR-CDOM-HIST                                   00053146
700164         ELSE                                                     00053147
700164             DISPLAY 'BABKCMP-414 No prior CODEHIST, every '      00053148
700164                 'unknown code is new:' WCODEHIST-FS.             00053149
           SKIP2                                                        00053150
700164 A-244-READ-CODETBL.                                              00053151
700164     READ CODETBL-FILE INTO CODETBL-LINE                          00053152
700164         AT END                                                   00053153
700164             NEXT SENTENCE.                                       00053154
700164     IF  WCODETBL-FS-OK                                           00053155
700164         AND CDTB-XXYY NOT = SPACES                               00053156
700164         AND CDTB-DENUM IS NUMERIC                                00053157
700164         MOVE CDTB-XXYY    TO CDOMKEY-XXYY                        00053158
700164         MOVE CDTB-DENUM   TO CDOMKEY-DENUM                       00053159
700164         MOVE CDTB-VALUE   TO CDOMKEY-VALUE                       00053160
700164         SET CDOMDAT-KIND-VALID TO TRUE                           00053161
700164         MOVE ZERO         TO CDOMDAT-FIRST-SEEN                  00053162
700164         SET CDOMIA-OPER-UPDATE TO TRUE                           00053163
700164         PERFORM T-950-CALL-CDOM                                  00053164
700164         ADD 1 TO WCTR-CDOM-VALID                                 00053165
700164         MOVE 'N' TO WCDOM-FOUND-FLG                              00053166
700164         PERFORM A-244-FIND-CODED-DE                              00053167
700164           VARYING SUB-CDOM FROM 1 BY 1                           00053168
700164             UNTIL SUB-CDOM > WCDOM-COUNT                         00053169
700164                OR WCDOM-FOUND-YES                                00053170
700164         IF  NOT WCDOM-FOUND-YES                                  00053171
700164             PERFORM A-244-ADD-CODED-DE.                          00053172
           SKIP2                                                        00053173
700164 A-244-FIND-CODED-DE.                                             00053174
700164     IF  WCDOM-XXYY (SUB-CDOM) = CDTB-XXYY                        00053175
700164         AND WCDOM-DENUM (SUB-CDOM) = CDTB-DENUM                  00053176
700164         SET WCDOM-FOUND-YES TO TRUE.                             00053177
           SKIP2                                                        00053178
700164 A-244-ADD-CODED-DE.                                              00053179
700164     IF  WCDOM-COUNT < WCDOM-MAX-ENTRIES                          00053180
700164         ADD 1 TO WCDOM-COUNT                                     00053181
700164         MOVE CDTB-XXYY  TO WCDOM-XXYY (WCDOM-COUNT)              00053182
700164         MOVE CDTB-DENUM TO WCDOM-DENUM (WCDOM-COUNT)             00053183
700164     ELSE                                                         00053184
700164         DISPLAY 'BABKCMP-415 CODETBL coded DE list full, not '   00053185
700164             'validated:' CDTB-XXYY ' DE ' CDTB-DENUM.            00053186
           SKIP2                                                        00053187
700164*** A value CODETBL now lists is valid again and drops out of the 00053188
700164*** history.                                                      00053189
700164 A-244-READ-CODEHIST.                                             00053190
700164     READ CODEHIST-FILE INTO CODEHIST-LINE                        00053191
700164         AT END                                                   00053192
700164             NEXT SENTENCE.                                       00053193
700164     IF  WCODEHIST-FS-OK                                          00053194
700164         AND CDHS-XXYY NOT = SPACES                               00053195
700164         AND CDHS-DENUM IS NUMERIC                                00053196
700164         MOVE CDHS-XXYY    TO CDOMKEY-XXYY                        00053197
700164         MOVE CDHS-DENUM   TO CDOMKEY-DENUM                       00053198
700164         MOVE CDHS-VALUE   TO CDOMKEY-VALUE                       00053199
700164         SET CDOMIA-OPER-GET TO TRUE                              00053200
700164         PERFORM T-950-CALL-CDOM                                  00053201
700164         IF  CDOMIA-RC-ERROR                                      00053202
700164             SET CDOMDAT-KIND-SEEN TO TRUE                        00053203
700164             MOVE CDHS-FIRST-SEEN TO CDOMDAT-FIRST-SEEN           00053204
700164             SET CDOMIA-OPER-UPDATE TO TRUE                       00053205
700164             PERFORM T-950-CALL-CDOM                              00053206
700164             ADD 1 TO WCTR-CDOM-HIST.                             00053207
           SKIP2                                                        00053208
700146*** Prior streaks in, this run's streaks out at A-982.  A         00053104
700146*** missing history file is the first RULEHITS run.               00053105
700146 A-239-SETUP-RULEHIST.                                            00053106
700144         MOVE SALV-MATCHED   TO AUDIT-MATCHED                     00053121
700144         MOVE SALV-DIFF      TO AUDIT-DIFFERENT                   00053122
700144         MOVE SALV-RECS      TO AUDIT-RECS                        00053123
700171         PERFORM R-909-CHAIN-AUDIT-ROW                            00053124
700144         WRITE AUDIT-LINE.                                        00053124
           SKIP2                                                        00053125
700074*** Loads the plan-threshold file; thresholds explicitly asked    00053004
700119*** missing prior file just leaves the cutoff on plan counts.     00053002
700119 A-239-SETUP-PLANTIME.                                            00053003
700119     IF  WCTL-PLANSTAT-YES                                        00053004
700200         ACCEPT WPLTM-RUN-DATE FROM DATE YYYYMMDD                 00053005
700119         OPEN OUTPUT PLANTIME-FILE                                00053005
700119         IF  NOT WPLANTIME-FS-OK                                  00053006
700119             DISPLAY 'BABKCMP-378 PLANTIME dd OPEN failed:'       00053007
700119     IF  WPLANTIMI-FS-OK                                          00053032
700119         AND PLTI-PLAN-NUM NOT = SPACES                           00053033
700119         AND PLTI-ELAPSED IS NUMERIC                              00053034
700193         AND PLTI-KIND NOT = 'P'                                  00053035
700119         ADD 1 TO WPLPRIOR-COUNT                                  00053035
700119         MOVE PLTI-PLAN-NUM TO WPLPRIOR-PLAN (WPLPRIOR-COUNT)     00053036
700119         MOVE PLTI-ELAPSED  TO WPLPRIOR-ELAPSED (WPLPRIOR-COUNT). 00053037
           SKIP2                                                        00053038
700193*** PARTRANGE cards loaded: find the last plan this task holds a  00053039
700193*** range of and open the partial-result file the ranges go to.   00053040
700193 A-257-SETUP-PARTRANGE.                                           00053041
700193     IF  WPRNG-COUNT > ZERO                                       00053042
700193         PERFORM A-258-SCAN-PRNG-LAST                             00053043
700193           VARYING SUB-PRNG FROM 1 BY 1                           00053044
700193             UNTIL SUB-PRNG > WPRNG-COUNT                         00053045
700193         OPEN OUTPUT PARTRES-FILE                                 00053046
700193         IF  NOT WPARTRES-FS-OK                                   00053047
700193             DISPLAY 'BABKCMP-459 PARTRES dd OPEN failed:'        00053048
700193                 WPARTRES-FS                                      00053049
700193             MOVE 16 TO RETURN-CODE                               00053050
700193             GOBACK                                               00053051
700193         END-IF                                                   00053052
700193         DISPLAY 'BABKCMP-460 Participant ranges loaded:'         00053053
700193             WPRNG-COUNT ' Task:' WCTL-PARTTASK                   00053054
700193     END-IF.                                                      00053055
           SKIP2                                                        00053056
700193 A-258-SCAN-PRNG-LAST.                                            00053057
700193     IF  (WPRNG-TASK (SUB-PRNG) = ZERO                            00053058
700193           OR WPRNG-TASK (SUB-PRNG) = WCTL-PARTTASK)              00053059
700193         AND WPRNG-PLAN (SUB-PRNG) > WPRNG-LAST-PLAN              00053060
700193         MOVE WPRNG-PLAN (SUB-PRNG) TO WPRNG-LAST-PLAN.           00053061
           SKIP2                                                        00053062
700074 A-239-SETUP-PLANSLA.                                             00053039
700074     IF  WCTL-PLANSLA-YES                                         00053040
700074         OPEN INPUT PLANSLA-FILE                                  00053041
700071             CLOSE PARTSTAT-FILE                                  00053016
700071             IF  PART-STATUS-INFLIGHT                             00053017
700071                 MOVE PART-LAST-PLAN TO WPART-START-PLAN          00053018
700188                 IF  PART-NIGHT IS NUMERIC                        00053019
700188                     MOVE PART-NIGHT TO WPART-NIGHT               00053020
700188                 END-IF                                           00053021
700071                 DISPLAY 'BABKCMP-349 Partitioned cycle resumes ' 00053019
700071                     'after plan ' WPART-START-PLAN               00053020
700071             ELSE                                                 00053021
700104         ELSE                                                     00053037
700104             MOVE ZERO TO WDISPTAB-EXPIRY (WDISPTAB-COUNT)        00053038
700141         END-IF                                                   00053039
700191         IF  DSPM-PLAN-HI NOT = SPACES AND LOW-VALUES             00053040
700141             MOVE DSPM-PLAN-HI                                    00053041
700141                 TO WDISPTAB-PLAN-HI (WDISPTAB-COUNT).            00053042
           SKIP2                                                        00053033
700053       WITH TEST AFTER                                            00054315
700053       UNTIL WPAIRLIST-FS NOT = '00'.                             00054316
700053     CLOSE PAIRLIST-FILE.                                         00054317
700186     IF  WPENV-REFUSED-CTR > ZERO                                 00054318
700186         DISPLAY 'BABKCMP-431 PAIRLST lines refused by the '      00054319
700186             'environment registry: ' WPENV-REFUSED-CTR           00054320
700186         IF  RETURN-CODE < 8                                      00054321
700186             MOVE 8 TO RETURN-CODE.                               00054322
700053     IF  WPAIR-CTR = ZERO                                         00054318
700053         DISPLAY 'BABKCMP-338 PAIRLST dd is empty, nothing '      00054319
700053             'compared'                                           00054320
700053             NEXT SENTENCE.                                       00054328
700053     IF  WPAIRLIST-FS-OK                                          00054329
700053         AND PAIR-PATH1 NOT = SPACES                              00054330
700186         PERFORM A-153-PAIR-FORM.                                 00054331
           SKIP2                                                        00054333
700186*** A line naming two environments runs the pair their newest     00054334
700186*** generations make, under the registry's code pages; a path     00054335
700186*** pair runs as written, under the CODEPAGE cards.  A refused    00054336
700186*** environment skips the line and is counted.                    00054337
700186 A-153-PAIR-FORM.                                                 00054338
700186     MOVE PAIR-PATH1 TO WPENV-LINE.                               00054339
700186     PERFORM A-157-PARSE-ENV-FORM.                                00054340
700186     IF  WPENV-FORM-YES                                           00054341
700186         AND PAIR-PATH2 = SPACES                                  00054342
700186         PERFORM A-158-RESOLVE-ENV-FORM                           00054343
700186         IF  WPENV-OK-YES                                         00054344
700186             MOVE WPENV-PATH1 TO PAIR-PATH1                       00054345
700186             MOVE WPENV-PATH2 TO PAIR-PATH2                       00054346
700186             PERFORM A-159-SET-PAIR-CODEPAGE                      00054347
700186             PERFORM A-155-RUN-PAIR                               00054348
700186         END-IF                                                   00054349
700186     ELSE IF  PAIR-PATH2 NOT = SPACES                             00054350
700186         MOVE 'N' TO WPENV-FORM-FLG                               00054351
700186         MOVE SPACES TO WPENV-GENCAT1 WPENV-GENCAT2               00054352
700186         PERFORM A-159-SET-PAIR-CODEPAGE                          00054353
700186         PERFORM A-155-RUN-PAIR.                                  00054354
           SKIP2                                                        00054355
700186*** Environment form is exactly three words, NAME vs NAME, each   00054356
700186*** name one to eight characters with nothing path-like in the    00054357
700186*** line; anything else is taken as dataset paths.                00054358
700186 A-157-PARSE-ENV-FORM.                                            00054359
700186     MOVE 'N' TO WPENV-FORM-FLG.                                  00054360
700186     MOVE SPACES TO WPENV-NAME1 WPENV-VS WPENV-NAME2              00054361
700186                    WPENV-REST.                                   00054362
700186     UNSTRING WPENV-LINE DELIMITED BY ALL SPACE                   00054363
700186         INTO WPENV-NAME1 WPENV-VS WPENV-NAME2 WPENV-REST         00054364
700186         ON OVERFLOW                                              00054365
700186             MOVE 'X' TO WPENV-REST                               00054366
700186     END-UNSTRING.                                                00054367
700186     MOVE ZERO TO WPENV-ODD-CNT.                                  00054368
700186     INSPECT WPENV-LINE TALLYING WPENV-ODD-CNT                    00054369
700186         FOR ALL '/' ALL '.' ALL '\'.                             00054370
700186     IF  (WPENV-VS = 'vs' OR 'VS' OR 'Vs')                        00054371
700186         AND WPENV-NAME1 NOT = SPACES                             00054372
700186         AND WPENV-NAME1 (9:12) = SPACES                          00054373
700186         AND WPENV-NAME2 NOT = SPACES                             00054374
700186         AND WPENV-NAME2 (9:12) = SPACES                          00054375
700186         AND WPENV-REST = SPACES                                  00054376
700186         AND WPENV-ODD-CNT = ZERO                                 00054377
700186         SET WPENV-FORM-YES TO TRUE.                              00054378
           SKIP2                                                        00054379
700186*** Both names are resolved to their newest cataloged generation. 00054380
700186 A-158-RESOLVE-ENV-FORM.                                          00054381
700186     MOVE 'N' TO WPENV-OK-FLG.                                    00054382
700186     MOVE WPENV-NAME1 TO IO-ENV-NAME.                             00054383
700186     MOVE ZERO TO IO-ENV-GEN-DATE.                                00054384
700186     CALL 'UTENVRES' USING IO-ENV-PARM IO-ENV-RESOLVE.            00054385
700186     IF  IO-ENV-RESOLVED                                          00054386
700186         MOVE IO-ENV-PATH     TO WPENV-PATH1                      00054387
700186         MOVE IO-ENV-GENCAT   TO WPENV-GENCAT1                    00054388
700186         MOVE IO-ENV-CODEPAGE TO WPENV-CP1                        00054389
700186         PERFORM A-156-SHOW-ENV                                   00054390
700186         MOVE WPENV-NAME2 TO IO-ENV-NAME                          00054391
700186         CALL 'UTENVRES' USING IO-ENV-PARM IO-ENV-RESOLVE         00054392
700186         IF  IO-ENV-RESOLVED                                      00054393
700186             MOVE IO-ENV-PATH     TO WPENV-PATH2                  00054394
700186             MOVE IO-ENV-GENCAT   TO WPENV-GENCAT2                00054395
700186             MOVE IO-ENV-CODEPAGE TO WPENV-CP2                    00054396
700186             PERFORM A-156-SHOW-ENV                               00054397
700186             SET WPENV-OK-YES TO TRUE                             00054398
700186         END-IF                                                   00054399
700186     END-IF.                                                      00054400
700186     IF  NOT WPENV-OK-YES                                         00054401
700186         ADD 1 TO WPENV-REFUSED-CTR                               00054402
700186         DISPLAY 'BABKCMP-430 *** ' WPENV-LINE (1:30)             00054403
700186             ' not compared: ' IO-ENV-REASON.                     00054404
           SKIP2                                                        00054405
700186 A-156-SHOW-ENV.                                                  00054406
700186     DISPLAY 'BABKCMP-429 ' IO-ENV-NAME ' generation '            00054407
700186         IO-ENV-PATH-DATE ' (' IO-ENV-PLATFORM ', '               00054408
700186         IO-ENV-CODEPAGE '): ' IO-ENV-PATH (1:50).                00054409
           SKIP2                                                        00054410
700186*** Code pages are settled once per load by A-209, so the native  00054411
700186*** page and the translate flags are cleared for it to settle     00054412
700186*** them again for this pass's sides.                             00054413
700186 A-159-SET-PAIR-CODEPAGE.                                         00054414
700186     IF  NOT WPENV-CP-SAVED-YES                                   00054415
700186         MOVE WCTL-CODEPAGE1 TO WPENV-CARD-CP1                    00054416
700186         MOVE WCTL-CODEPAGE2 TO WPENV-CARD-CP2                    00054417
700186         SET WPENV-CP-SAVED-YES TO TRUE.                          00054418
700186     IF  WPENV-FORM-YES                                           00054419
700186         MOVE WPENV-CP1 TO WCTL-CODEPAGE1                         00054420
700186         MOVE WPENV-CP2 TO WCTL-CODEPAGE2                         00054421
700186     ELSE                                                         00054422
700186         MOVE WPENV-CARD-CP1 TO WCTL-CODEPAGE1                    00054423
700186         MOVE WPENV-CARD-CP2 TO WCTL-CODEPAGE2.                   00054424
700186     MOVE SPACES TO WXLAT-NATIVE.                                 00054425
700186     MOVE 'N' TO WXLAT1-FLG WXLAT2-FLG WXLAT3-FLG.                00054426
           SKIP2                                                        00054427
700053 A-155-RUN-PAIR.                                                  00054334
700053     ADD 1 TO WPAIR-CTR.                                          00054335
700053     DISPLAY 'BABKCMP-339 Pair ' WPAIR-CTR ' File1: '             00054336
700126       UNTIL WMATRIX-FS NOT = '00'                                00054446
700126         OR WMATRIX-ENV-CTR NOT < WMATRIX-MAX-ENVS.               00054447
700126     CLOSE MATRIX-FILE.                                           00054448
700186     IF  WPENV-REFUSED-CTR > ZERO                                 00054449
700186         DISPLAY 'BABKCMP-431 MATRXLST lines refused by the '     00054450
700186             'environment registry: ' WPENV-REFUSED-CTR           00054451
700186         IF  RETURN-CODE < 8                                      00054452
700186             MOVE 8 TO RETURN-CODE.                               00054453
700126     IF  WMATRIX-ENV-CTR = ZERO                                   00054449
700126         DISPLAY 'BABKCMP-383 MATRXLST dd is empty, nothing '     00054450
700126             'compared'                                           00054451
700126             NEXT SENTENCE.                                       00054459
700126     IF  WMATRIX-FS-OK                                            00054460
700126         AND MATRIX-LINE NOT = SPACES                             00054461
700186         PERFORM A-183-MATRIX-FORM.                               00054462
           SKIP2                                                        00054463
700186*** A line naming environments points File1 at the left-hand      00054464
700186*** environment's newest generation and runs the pass against     00054465
700186*** the right-hand one's; the grid column is labelled with the    00054466
700186*** environment.  A list is written one way or the other.         00054467
700186 A-183-MATRIX-FORM.                                               00054469
700186     MOVE MATRIX-LINE TO WPENV-LINE.                              00054470
700186     PERFORM A-157-PARSE-ENV-FORM.                                00054471
700186     IF  WPENV-FORM-YES                                           00054472
700186         PERFORM A-158-RESOLVE-ENV-FORM                           00054473
700186         IF  WPENV-OK-YES                                         00054474
&MFCY              DISPLAY 'BKUPIN'    UPON  ENVIRONMENT-NAME           00054475
&MFCY              DISPLAY WPENV-PATH1 UPON  ENVIRONMENT-VALUE          00054476
700186             MOVE WPENV-PATH2 TO MATRIX-LINE                      00054477
700186             PERFORM A-159-SET-PAIR-CODEPAGE                      00054478
700186             PERFORM A-185-RUN-ENV                                00054479
700186             MOVE SPACES TO WMATRIX-PATH (WMATRIX-ENV-CTR)        00054480
700186             STRING WPENV-NAME2 DELIMITED BY SPACE                00054481
700186                 ' (' IO-ENV-PATH-DATE ') ' WPENV-PATH2           00054482
700186                 DELIMITED BY SIZE                                00054483
700186                 INTO WMATRIX-PATH (WMATRIX-ENV-CTR)              00054484
700186         END-IF                                                   00054485
700186     ELSE                                                         00054486
700186         MOVE SPACES TO WPENV-GENCAT1 WPENV-GENCAT2               00054487
700186         PERFORM A-159-SET-PAIR-CODEPAGE                          00054488
700186         PERFORM A-185-RUN-ENV.                                   00054489
           SKIP2                                                        00054490
700126 A-185-RUN-ENV.                                                   00054464
700126     ADD 1 TO WMATRIX-ENV-CTR.                                    00054465
700126     MOVE MATRIX-LINE (1:80)                                      00054466
700126         TO RMXDAT1-COL (SUB-MTXENV).                             00054539
           SKIP2                                                        00054540
       A-900-FINI-CLOSE.                                                00054300
700174     IF  WXLAT1-OPEN-YES                                          00054301
700174         CLOSE XLAT1-FILE.                                        00054302
700174     IF  WXLAT2-OPEN-YES                                          00054303
700174         CLOSE XLAT2-FILE.                                        00054304
700174     IF  WXLAT3-OPEN-YES                                          00054305
700174         CLOSE XLAT3-FILE.                                        00054306
700174     IF  WXLAT1-YES OR WXLAT2-YES OR WXLAT3-YES                   00054307
700174         DISPLAY 'BABKCMP-421 Translated File1/File2/Gold:'       00054308
700174             ' ' WCTR-XLAT1 '/' WCTR-XLAT2 '/' WCTR-XLAT3         00054309
700174         DISPLAY 'BABKCMP-422 Of those, translated as all-'       00054310
700174             'character (no DE layout): ' WCTR-XLAT-NOLAY.        00054311
           DISPLAY ' '.                                                 00054400
                                                                        00054500
700053*** Under PAIRLIST the readers were already closed at the end     00000000
700124         DISPLAY 'BaBkCmp-249 Loan Balance Jumps:'                00056133
700124             WCTR-LOAN-JUMP                                       00056133
700124             ' Loans Gone On File2:' WCTR-LOAN-GONE.              00056133
700201     IF  WCTL-FUNDCHK-YES                                         00056133
700201         DISPLAY 'BaBkCmp-484 Fund Valuation Errors File1:'       00056133
700201             WCTR-FUNDVAL-BAD1                                    00056133
700201             ' File2:' WCTR-FUNDVAL-BAD2                          00056133
700201             ' Plan Fund Total Mismatches:' WCTR-FUND-MISMATCH.   00056133
700125     IF  WCTL-ADJNET-YES                                          00056133
700125         DISPLAY 'BaBkCmp-251 Participant Adjustment Net '        00056133
700125             'Mismatches:' WCTR-ADJNET-MISMATCH.                  00056133
700156     IF  WCTL-ROLLFWD-YES                                         00056134
700156         DISPLAY 'BaBkCmp-262 Roll-Forward Exceptions, Parts:'    00056135
700156             WCTR-ROLLFWD-PARTS ' Plans:' WCTR-ROLLFWD-PLANS.     00056136
700157     IF  WCTL-DEXWALK-YES                                         00056137
700157         DISPLAY 'BaBkCmp-263 Crosswalk-Absorbed DE Diffs:'       00056138
700157             WCTR-XWALK-ABSORB ' Missed Expected Value:'          00056139
700157             WCTR-XWALK-BAD.                                      00056140
700158     IF  WCTL-PLANCHG-YES                                         00056141
700158         DISPLAY 'BaBkCmp-264 Planned DE Changes:'                00056142
700158             WCTR-PCHG-PLANNED ' Planned-Not-Applied:'            00056143
700158             WCTR-PCHG-NOTAPPL.                                   00056144
700164     IF  WCTL-CODEDOM-YES                                         00056145
700164         DISPLAY 'BaBkCmp-265 Unknown Coded Values:'              00056146
700164             WCTR-CDOM-UNKNOWN ' First Seen Tonight:'             00056147
700164             WCTR-CDOM-NEW.                                       00056148
700127     DISPLAY 'BaBkCmp-255 Corrupt Packed/Binary Fields '          00056133
700127         'Survived:' WCTR-CORRUPT.                                00056133
700131     IF  WCTL-RELAWARE-YES                                        00056133
700071             DELIMITED BY SIZE INTO WPRINT-LINE                   00056207
700071         PERFORM V-100-PRINT-LINE                                 00056208
700071     END-IF.                                                      00056209
700188     IF  WCTL-PROGRESS-EVERY > ZERO                               00056210
700188         MOVE 'ENDED' TO WHRTB-STATUS                             00056211
700188         PERFORM B-480-RPT-PROGRESS.                              00056212
           PERFORM A-920-STATS.                                         00056200
700066     IF  WCTL-SAMPLE-EVERY > 1                                    00056201
700066         PERFORM A-918-RPT-SAMPLE.                                00056202
700144         PERFORM A-941-WRITE-SALVAGE-DONE.                        00056204
700119     IF  WCTL-PLANSTAT-YES                                        00056204
700119         CLOSE PLANTIME-FILE.                                     00056204
700193     IF  WPRNG-COUNT > ZERO                                       00056205
700193         CLOSE PARTRES-FILE                                       00056206
700193         DISPLAY 'BaBkCmp-461 Split-Plan Ranges Written:'         00056207
700193             WCTR-PRNG-PLANS                                      00056208
700193             ' Out-Of-Range Records Passed, File1:'               00056209
700193             WCTR-PRNG-SKIP1 ' File2:' WCTR-PRNG-SKIP2.           00056210
700024     IF  WCTL-SUMFIRST-YES                                        00056117
700024         CLOSE SUMMARY-FILE.                                      00056117
700001     IF  WCTL-MAX-DIFFS GREATER THAN ZERO                         00056201
700149     IF  WCTR-SHADOW-RAWDIFF > ZERO                               00056212
700149         AND RETURN-CODE < 2                                      00056213
700149         MOVE 2 TO RETURN-CODE.                                   00056214
700189     IF  WCTL-DELTA-YES                                           00056215
700189         PERFORM A-926-WRITE-DELTA-TLR                            00056216
700189         CLOSE DELTA-FILE.                                        00056217
700190     IF  WCTL-FROZEN-YES                                          00056218
700190         PERFORM A-927-FINISH-FROZEN.                             00056219
700197     IF  WSKC-COUNT > ZERO                                        00056220
700197         PERFORM A-928-FINISH-SKIPCHK.                            00056221
700198     IF  WCTL-ONBOARD-YES                                         00056222
700198         PERFORM A-929-FINISH-ONBOARD.                            00056223
700199     IF  WCTL-EXITS-YES                                           00056224
700199         PERFORM A-924-FINISH-EXITS.                              00056225
700072     PERFORM A-945-APPLY-RCMAP.                                   00056207
700077     IF  WCTL-SMFREC-YES                                          00056208
700077         PERFORM A-905-WRITE-SMF.                                 00056209
700121         PERFORM A-989-RPT-SYSTEMIC                               00061553
700121           VARYING SUB-STRECS FROM 1 BY 1                         00061554
700121             UNTIL SUB-STRECS > STRECS-MAX-ENTRIES.               00061555
700154     IF  WCTL-VALCLUSTER-YES                                      00061556
700154         AND VCLUHDR-NUM-ITEMS > ZERO                             00061557
700154         PERFORM A-991-RPT-VALCLUST.                              00061558
700164     IF  WCTL-CODEDOM-YES                                         00061559
700164         PERFORM A-979-RPT-CODEDOM.                               00061560
700158     IF  WPCHG-COUNT > ZERO                                       00061559
700158         PERFORM A-983-RPT-PLANCHG.                               00061560
700036     IF  WMISSDEMOD-COUNT > ZERO                                  00061509
700036         DISPLAY ' '                                              00061509
700036         DISPLAY 'BaBkCmp-207 RecordTypes with no DE module'      00061509
           MOVE STRECS-MATCHED (SUB-STRECS)  TO RTDAT1-MATCHED.         00065000
           MOVE STRECS-DIFFER (SUB-STRECS)   TO RTDAT1-DIFFERENT.       00065100
700127     MOVE STRECS-CORRUPT (SUB-STRECS)  TO RTDAT1-CORRUPT.         00065150
700157     MOVE STRECS-XWALK-ABSORB (SUB-STRECS) TO RTDAT1-XWALK-ABSORB.00065151
700157     MOVE STRECS-XWALK-BAD (SUB-STRECS) TO RTDAT1-XWALK-BAD.      00065152
           MOVE RTDAT1-LINE   TO WPRINT-LINE.                           00065200
           PERFORM V-100-PRINT-LINE.                                    00065300
700134     IF  WCTL-STATSOUT-YES                                        00065310
700121             DELIMITED BY SIZE INTO WPRINT-LINE                   00065392
700121         PERFORM V-100-PRINT-LINE.                                00065393
           SKIP2                                                        00065394
700164*** Code-Domain Exceptions: every unknown coded value by plan,    00065395
700164*** with its File1 and File2 record counts; NEW TODAY marks a     00065396
700164*** value no earlier run has reported.  The seen-before values    00065397
700164*** plus tonight's newcomers are then written back to CODEHIST.   00065398
700164*** A value first seen tonight makes the run a warning.           00065399
700164 A-979-RPT-CODEDOM.                                               00065400
700164     MOVE SPACES         TO WPRINT-TITLE1                         00065401
700164                            WPRINT-TITLE2.                        00065402
700164     MOVE ' Code-Domain Exceptions'                               00065403
700164       TO RPTHDR-SUBTITLE.                                        00065404
700164     PERFORM V-300-RPT-BREAK.                                     00065405
700164     MOVE SPACES TO WPRINT-LINE.                                  00065406
700191     STRING ' Plan       Type  DE Name                 Value'     00065407
700164         '                    File1 Recs  File2 Recs'             00065408
700164         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065409
700164     PERFORM V-100-PRINT-LINE.                                    00065410
700164     SET CDUKIA-OPER-FIRST TO TRUE.                               00065411
700164     PERFORM T-955-CALL-CDUK.                                     00065412
700164     PERFORM A-979-RPT-CODEDOM-ROW                                00065413
700164       UNTIL CDUKIA-RC-ERROR.                                     00065414
700164     MOVE WCTR-CDOM-LISTED TO WDISP-1.                            00065415
700164     MOVE WCTR-CDOM-NEW    TO WDISP-2.                            00065416
700164     MOVE SPACES TO WPRINT-LINE.                                  00065417
700164     STRING ' Unknown codes listed: ' WDISP-1                     00065418
700164            '  First seen tonight: ' WDISP-2                      00065419
700164         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065420
700164     PERFORM V-100-PRINT-LINE.                                    00065421
700164     PERFORM A-979-PUT-CODEHIST.                                  00065422
700164     IF  WCTR-CDOM-NEW > ZERO                                     00065423
700164         AND RETURN-CODE < 4                                      00065424
700164         MOVE 4 TO RETURN-CODE.                                   00065425
           SKIP2                                                        00065426
700164 A-979-RPT-CODEDOM-ROW.                                           00065427
700164     ADD 1 TO WCTR-CDOM-LISTED.                                   00065428
700164     MOVE CDUKKEY-PLAN    TO CDDAT1-PLAN.                         00065429
700164     MOVE CDUKKEY-XXYY    TO CDDAT1-XXYY.                         00065430
700164     MOVE CDUKKEY-DENUM   TO CDDAT1-DENUM.                        00065431
700164     MOVE CDUKDAT-DENAME  TO CDDAT1-DENAME.                       00065432
700164     MOVE CDUKKEY-VALUE   TO CDDAT1-VALUE.                        00065433
700164     MOVE CDUKDAT-CNT1    TO CDDAT1-CNT1.                         00065434
700164     MOVE CDUKDAT-CNT2    TO CDDAT1-CNT2.                         00065435
700164     MOVE CDUKKEY-XXYY    TO CDOMKEY-XXYY.                        00065436
700164     MOVE CDUKKEY-DENUM   TO CDOMKEY-DENUM.                       00065437
700164     MOVE CDUKKEY-VALUE   TO CDOMKEY-VALUE.                       00065438
700164     SET CDOMIA-OPER-GET TO TRUE.                                 00065439
700164     PERFORM T-950-CALL-CDOM.                                     00065440
700164     IF  NOT CDOMIA-RC-ERROR                                      00065441
700164         AND CDOMDAT-KIND-NEW                                     00065442
700164         MOVE 'NEW TODAY' TO CDDAT1-NEW                           00065443
700164     ELSE                                                         00065444
700164         MOVE SPACES      TO CDDAT1-NEW.                          00065445
700164     MOVE CDDAT1-LINE     TO WPRINT-LINE.                         00065446
700164     PERFORM V-100-PRINT-LINE.                                    00065447
700164     SET CDUKIA-OPER-NEXT TO TRUE.                                00065448
700164     PERFORM T-955-CALL-CDUK.                                     00065449
           SKIP2                                                        00065450
700164*** CODEHIST rewritten whole: every unknown value from earlier    00065451
700164*** runs still not in CODETBL, plus tonight's, each with its      00065452
700164*** first-seen date.  A failed rewrite leaves last run's history  00065453
700164*** in place.                                                     00065454
700164 A-979-PUT-CODEHIST.                                              00065455
700164     OPEN OUTPUT CODEHIST-FILE.                                   00065456
700164     IF  NOT WCODEHIST-FS-OK                                      00065457
700164         DISPLAY 'BABKCMP-416 CODEHIST dd OPEN failed, history '  00065458
700164             'not kept:' WCODEHIST-FS                             00065459
700164     ELSE                                                         00065460
700164         SET CDOMIA-OPER-FIRST TO TRUE                            00065461
700164         PERFORM T-950-CALL-CDOM                                  00065462
700164         PERFORM A-979-PUT-CODEHIST-ROW                           00065463
700164           UNTIL CDOMIA-RC-ERROR                                  00065464
700164         CLOSE CODEHIST-FILE                                      00065465
700164         DISPLAY 'BABKCMP-417 CODEHIST unknown codes kept:'       00065466
700164             WCTR-CDOM-KEPT.                                      00065467
           SKIP2                                                        00065468
700164 A-979-PUT-CODEHIST-ROW.                                          00065469
700164     IF  NOT CDOMDAT-KIND-VALID                                   00065470
700164         MOVE SPACES             TO CODEHIST-LINE                 00065471
700164         MOVE CDOMKEY-XXYY       TO CDHS-XXYY                     00065472
700164         MOVE CDOMKEY-DENUM      TO CDHS-DENUM                    00065473
700164         MOVE CDOMKEY-VALUE      TO CDHS-VALUE                    00065474
700164         MOVE CDOMDAT-FIRST-SEEN TO CDHS-FIRST-SEEN               00065475
700164         WRITE CODEHIST-LINE                                      00065476
700164         ADD 1 TO WCTR-CDOM-KEPT.                                 00065477
700164     SET CDOMIA-OPER-NEXT TO TRUE.                                00065478
700164     PERFORM T-950-CALL-CDOM.                                     00065479
           SKIP2                                                        00065480
700154*** Value-Transition Clusters: every RecordType / DE / value pair 00065395
700154*** seen at least WCTL-VALCLUSTER-MIN times, in key order, with   00065396
700154*** its record count, plans affected and up to three sample keys. 00065397
700154 A-991-RPT-VALCLUST.                                              00065398
700154     MOVE SPACES         TO WPRINT-TITLE1                         00065399
700154                            WPRINT-TITLE2.                        00065400
700154     MOVE ' Value-Transition Clusters'                            00065401
700154       TO RPTHDR-SUBTITLE.                                        00065402
700154     PERFORM V-300-RPT-BREAK.                                     00065403
700154     SET VCLUIA-OPER-FIRST TO TRUE.                               00065404
700154     PERFORM T-940-CALL-VCLU.                                     00065405
700154     PERFORM A-992-RPT-VALCLUST-ROW                               00065406
700154       UNTIL VCLUIA-RC-ERROR.                                     00065407
700154     MOVE WCTR-VCLU-SHOWN TO WDISP-1.                             00065408
700154     MOVE WCTR-VCLU-SMALL TO WDISP-2.                             00065409
700154     MOVE SPACES TO WPRINT-LINE.                                  00065410
700154     STRING ' Clusters listed: ' WDISP-1                          00065411
700154            '  Below minimum of ' WCTL-VALCLUSTER-MIN ': ' WDISP-200065412
700154         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065413
700154     PERFORM V-100-PRINT-LINE.                                    00065414
700154     DISPLAY 'BaBkCmp-258 Value-Transition Clusters:' WDISP-1.    00065415
           SKIP2                                                        00065416
700154 A-992-RPT-VALCLUST-ROW.                                          00065417
700154     IF  VCLUDAT-RECS < WCTL-VALCLUSTER-MIN                       00065418
700154         ADD 1 TO WCTR-VCLU-SMALL                                 00065419
700154     ELSE                                                         00065420
700154         ADD 1 TO WCTR-VCLU-SHOWN                                 00065421
700154         MOVE VCLUKEY-XXYY    TO VCDAT1-XXYY                      00065422
700154         MOVE VCLUKEY-DENUM   TO VCDAT1-DENUM                     00065423
700154         MOVE VCLUDAT-DENAME  TO VCDAT1-DENAME                    00065424
700154         MOVE VCLUDAT-RECS    TO VCDAT1-RECS                      00065425
700154         MOVE VCLUDAT-PLANS   TO VCDAT1-PLANS                     00065426
700154         MOVE VCDAT1-LINE     TO WPRINT-LINE                      00065427
700154         PERFORM V-100-PRINT-LINE                                 00065428
700154         MOVE VCLUKEY-VAL1    TO VCDAT2-VAL1                      00065429
700154         MOVE VCLUKEY-VAL2    TO VCDAT2-VAL2                      00065430
700154         MOVE VCDAT2-LINE     TO WPRINT-LINE                      00065431
700154         PERFORM V-100-PRINT-LINE                                 00065432
700154         PERFORM A-994-FMT-VALCLUST-SAMPLE                        00065433
700154           VARYING SUB-VCLU FROM 1 BY 1                           00065434
700154             UNTIL SUB-VCLU > 3                                   00065435
700154         MOVE VCDAT3-LINE     TO WPRINT-LINE                      00065436
700154         PERFORM V-100-PRINT-LINE.                                00065437
700154     SET VCLUIA-OPER-NEXT TO TRUE.                                00065438
700154     PERFORM T-940-CALL-VCLU.                                     00065439
           SKIP2                                                        00065440
700154 A-994-FMT-VALCLUST-SAMPLE.                                       00065441
700154     MOVE VCLUDAT-SAMPLE-PLAN (SUB-VCLU)                          00065442
700154       TO VCDAT3-PLAN (SUB-VCLU).                                 00065443
700154     MOVE VCLUDAT-SAMPLE-KEY (SUB-VCLU)                           00065444
700154       TO VCDAT3-KEY (SUB-VCLU).                                  00065445
           SKIP2                                                        00065446
700158*** Completion per change reference: in-scope records, how many   00065447
700158*** carry the registered value on File2, and the percentage.  Any 00065448
700158*** PLANNED-NOT-APPLIED record makes the run a warning.           00065449
700158 A-983-RPT-PLANCHG.                                               00065450
700158     MOVE SPACES         TO WPRINT-TITLE1                         00065451
700158                            WPRINT-TITLE2.                        00065452
700158     MOVE ' Planned Change Completion'                            00065453
700158       TO RPTHDR-SUBTITLE.                                        00065454
700158     PERFORM V-300-RPT-BREAK.                                     00065455
700158     MOVE SPACES TO WPRINT-LINE.                                  00065456
700158     STRING ' Change Ref       In Scope     Applied Not Applied'  00065457
700158         '  Complete'                                             00065458
700158         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065459
700158     PERFORM V-100-PRINT-LINE.                                    00065460
700158     PERFORM A-983-RPT-PLANCHG-ROW                                00065461
700158       VARYING SUB-PCREF FROM 1 BY 1                              00065462
700158         UNTIL SUB-PCREF > WPCREF-COUNT.                          00065463
700158     IF  WCTR-PCHG-NOTAPPL > ZERO                                 00065464
700158         AND RETURN-CODE < 4                                      00065465
700158         MOVE 4 TO RETURN-CODE.                                   00065466
           SKIP2                                                        00065467
700158 A-983-RPT-PLANCHG-ROW.                                           00065468
700158     MOVE WPCREF-INSCOPE (SUB-PCREF) TO WDISP-1.                  00065469
700158     MOVE WPCREF-APPLIED (SUB-PCREF) TO WDISP-2.                  00065470
700158     MOVE WPCREF-NOTAPPL (SUB-PCREF) TO WDISP-3.                  00065471
700158     MOVE SPACES TO WPRINT-LINE.                                  00065472
700158     IF  WPCREF-INSCOPE (SUB-PCREF) > ZERO                        00065473
700158         COMPUTE WPCHG-PCT-N ROUNDED =                            00065474
700158             WPCREF-APPLIED (SUB-PCREF) * 100                     00065475
700158           / WPCREF-INSCOPE (SUB-PCREF)                           00065476
700158         MOVE WPCHG-PCT-N TO WPCHG-PCT                            00065477
700158         STRING ' ' WPCREF-REF (SUB-PCREF) ' ' WDISP-1 ' ' WDISP-200065478
700158             ' ' WDISP-3 '     ' WPCHG-PCT '%'                    00065479
700158             DELIMITED BY SIZE INTO WPRINT-LINE                   00065480
700158     ELSE                                                         00065481
700158         STRING ' ' WPCREF-REF (SUB-PCREF) ' ' WDISP-1 ' ' WDISP-200065482
700158             ' ' WDISP-3 '   no records in scope'                 00065483
700158             DELIMITED BY SIZE INTO WPRINT-LINE.                  00065484
700158     PERFORM V-100-PRINT-LINE.                                    00065485
           SKIP2                                                        00065486
700119*** Slowest-plans mini-report: the top 20 by elapsed time,        00065390
700119*** selection-sorted the same way the Top-N difference report     00065391
700119*** is.                                                           00065392
700072*** with activity this run raises RETURN-CODE to its mapped       00065485
700072*** severity (never lowers another class's result).               00065486
700072 A-945-APPLY-RCMAP.                                               00065487
700201     IF  (WCTR-MONEY-MISMATCH > ZERO                              00065488
700201       OR WCTR-FUND-MISMATCH > ZERO)                              00065488
700072         AND WRCMAP-MONEY NOT = 99                                00065489
700072         AND WRCMAP-MONEY > RETURN-CODE                           00065490
700072         MOVE WRCMAP-MONEY TO RETURN-CODE.                        00065491
700137         ELSE                                                     00065519
700137         IF  RETURN-CODE < 10                                     00065520
700137             MOVE 10 TO RETURN-CODE.                              00065521
700190*** A frozen plan that changed, or could not be verified, is the  00065522
700190*** night's most serious finding: stock 12, RCMAP class Z.        00065523
700190     IF  WCTR-FRZ-PLANS > ZERO                                    00065524
700190         OR WCTR-FRZ-UNVERIFIED > ZERO                            00065525
700190         IF  WRCMAP-FROZEN NOT = 99                               00065526
700190             IF  WRCMAP-FROZEN > RETURN-CODE                      00065527
700190                 MOVE WRCMAP-FROZEN TO RETURN-CODE                00065528
700190             END-IF                                               00065529
700190         ELSE                                                     00065530
700190         IF  RETURN-CODE < 12                                     00065531
700190             MOVE 12 TO RETURN-CODE.                              00065532
700197*** A plan the nightly cycle skipped is its own exception class:  00065533
700197*** stock 10, RCMAP class K.                                      00065534
700197     IF  WCTR-SKC-PLANS > ZERO                                    00065535
700197         IF  WRCMAP-SKIPPED NOT = 99                              00065536
700197             IF  WRCMAP-SKIPPED > RETURN-CODE                     00065537
700197                 MOVE WRCMAP-SKIPPED TO RETURN-CODE               00065538
700197             END-IF                                               00065539
700197         ELSE                                                     00065540
700197         IF  RETURN-CODE < 10                                     00065541
700197             MOVE 10 TO RETURN-CODE.                              00065542
700199*** A plan gone from File2 that was not scheduled to go (or went  00065543
700199*** ahead of its date) is a severity-one event: stock 16, RCMAP   00065544
700199*** class U.  A scheduled plan still present past its date is     00065545
700199*** stock 8, RCMAP class D.                                       00065546
700199     IF  WCTR-EXIT-UNPLANNED > ZERO                               00065547
700199         IF  WRCMAP-UNPLANNED NOT = 99                            00065548
700199             IF  WRCMAP-UNPLANNED > RETURN-CODE                   00065549
700199                 MOVE WRCMAP-UNPLANNED TO RETURN-CODE             00065550
700199             END-IF                                               00065551
700199         ELSE                                                     00065552
700199         IF  RETURN-CODE < 16                                     00065553
700199             MOVE 16 TO RETURN-CODE.                              00065554
700199     IF  WCTR-EXIT-OVERDUE > ZERO                                 00065555
700199         IF  WRCMAP-OVERDUE NOT = 99                              00065556
700199             IF  WRCMAP-OVERDUE > RETURN-CODE                     00065557
700199                 MOVE WRCMAP-OVERDUE TO RETURN-CODE               00065558
700199             END-IF                                               00065559
700199         ELSE                                                     00065560
700199         IF  RETURN-CODE < 8                                      00065561
700199             MOVE 8 TO RETURN-CODE.                               00065562
700203*** Split-plan results PARTRES would not take leave the merge     00000000
700203*** short of a range: 12, whatever RCMAP says.                    00000000
700203     IF  WPRNG-BROKEN-YES                                         00000000
700203         AND RETURN-CODE < 12                                     00000000
700203         MOVE 12 TO RETURN-CODE.                                  00000000
           SKIP2                                                        00065508
700071*** Records where the partitioned cycle stands for tomorrow's     00065482
700071*** run: INFLIGHT plus the last completed plan when the cutoff    00065483
700071         ELSE                                                     00065496
700071             MOVE 'COMPLETE' TO PART-STATUS                       00065497
700071         END-IF                                                   00065498
700188         COMPUTE PART-NIGHT = WPART-NIGHT + 1                     00065499
700071         WRITE PARTSTAT-LINE                                      00065499
700071         CLOSE PARTSTAT-FILE.                                     00065500
           SKIP2                                                        00065501
700110     PERFORM A-906-CALC-ELAPSED.                                  00065496
700110     COMPUTE AUDIT-RECS = WCTR-BKPI + WCTR-BKPI2.                 00065497
700110     MOVE WPROG-ELAPSED        TO AUDIT-ELAPSED.                  00065498
700171     PERFORM R-909-CHAIN-AUDIT-ROW.                               00065499
700029     WRITE AUDIT-LINE.                                            00065499
           SKIP2                                                        00065495
700171*** Chains the row about to be appended onto the one before it    00065496
700171*** and carries the new value forward for the next row.           00065497
700171 R-909-CHAIN-AUDIT-ROW.                                           00065498
700171     MOVE WAUDIT-CHAIN-PREV   TO IO-AHS-PREV.                     00065499
700171     MOVE AUDIT-LINE (1:161)  TO IO-AHS-ROW.                      00065500
700171     CALL 'UTAUDHSH' USING IO-AHS-PARM.                           00065501
700171     MOVE IO-AHS-CHAIN        TO AUDIT-CHAIN.                     00065502
700171     MOVE IO-AHS-CHAIN        TO WAUDIT-CHAIN-PREV.               00065503
           SKIP2                                                        00065504
700029*** Space-separated list of the control cards that actually       00065496
700029*** change run behavior, for the AUDIT-FILE trail row.            00065497
700029 R-900-BUILD-AUDIT-CARDS.                                         00065498
700075         STRING 'QDE:' WAUDIT-CNT-ED ' ' DELIMITED BY SIZE        00065528
700075             INTO WAUDIT-CARDS WITH POINTER WAUDIT-PTR.           00065529
           SKIP2                                                        00065480
700189*** The delta trailer: run totals and File1's own trailer record. 00065481
700189*** Only a pass that read both files through to their trailers,   00065482
700189*** untranslated and without a lost row, can rebuild File1; any   00065483
700189*** other is marked incomplete and BADLTAPL will not apply it.    00065484
700189 A-926-WRITE-DELTA-TLR.                                           00065485
700189     IF  NOT WDLT-TLR1-YES                                        00065486
700189         OR NOT WDLT-TLR2-YES                                     00065487
700189         OR WDLT-BROKEN-YES                                       00065488
700189         OR WXLAT1-YES                                            00065489
700189         OR WXLAT2-YES                                            00065490
700189         MOVE 'N' TO DLT-TOT-COMPLETE                             00065491
700189         DISPLAY 'BaBkCmp-442 DELTA incomplete - this pass did '  00065492
700189             'not see every record of both backups as written'    00065493
700189         IF  RETURN-CODE < 4                                      00065494
700189             MOVE 4 TO RETURN-CODE                                00065495
700189         END-IF                                                   00065496
700189     ELSE                                                         00065497
700189         SET DLT-TOT-COMPLETE-YES TO TRUE.                        00065498
700189     MOVE 'T'            TO DLT-KIND.                             00065499
700189     MOVE WDLT-POS2      TO DLT-POS2.                             00065500
700189     MOVE SPACES         TO DLT-KEY                               00065501
700189                            DLT-XXYY.                             00065502
700189     MOVE WDLT-TLR2-HASH TO DLT-HASH2.                            00065503
700189     MOVE WDLT-TLR1-LENG TO DLT-LENG.                             00065504
700189     MOVE WDLT-CTR-INS   TO DLT-TOT-INSERTS.                      00065505
700189     MOVE WDLT-CTR-DEL   TO DLT-TOT-DELETES.                      00065506
700189     MOVE WDLT-CTR-REP   TO DLT-TOT-REPLACES.                     00065507
700189     MOVE WDLT-RECS1     TO DLT-TOT-RECS1.                        00065508
700189     MOVE WDLT-POS2      TO DLT-TOT-RECS2.                        00065509
700189     MOVE WDLT-HASH1     TO DLT-TOT-HASH1.                        00065510
700189     MOVE WDLT-HASH2     TO DLT-TOT-HASH2.                        00065511
700189     IF  WDLT-TLR1-LENG > ZERO                                    00065512
700189         MOVE WDLT-TLR1-IMAGE (1:WDLT-TLR1-LENG)                  00065513
700189             TO DLT-TLR-IMAGE.                                    00065514
700203     COMPUTE WDLT-RLEN = 133 + WDLT-TLR1-LENG.                    00065515
700189     WRITE DELTA-REC.                                             00065516
700189     DISPLAY 'BaBkCmp-441 DELTA Inserts:' WDLT-CTR-INS            00065517
700189         ', Deletes:' WDLT-CTR-DEL                                00065518
700189         ', Replaces:' WDLT-CTR-REP.                              00065519
           SKIP2                                                        00065520
700190*** Frozen-plan run totals close the exception report; an empty   00065521
700190*** report still says the watch ran.                              00065522
700190 A-927-FINISH-FROZEN.                                             00065523
700190     MOVE SPACES TO FRZRPT-LINE.                                  00065524
700190     WRITE FRZRPT-LINE.                                           00065525
700190     IF  WCTR-FRZ-PLANS = ZERO                                    00065526
700190         AND WCTR-FRZ-UNVERIFIED = ZERO                           00065527
700190         MOVE ' No frozen plan changed' TO FRZRPT-LINE            00065528
700190     ELSE                                                         00065529
700190         MOVE WCTR-FRZ-PLANS      TO WFRZ-DISP1                   00065530
700190         MOVE WCTR-FRZ-EVENTS     TO WFRZ-DISP2                   00065531
700190         MOVE WCTR-FRZ-UNVERIFIED TO WFRZ-DISP3                   00065532
700190         STRING ' Frozen plans changed: ' WFRZ-DISP1              00065533
700190             '  Records: ' WFRZ-DISP2                             00065534
700190             '  Plans not verified: ' WFRZ-DISP3                  00065535
700190             DELIMITED BY SIZE INTO FRZRPT-LINE.                  00065536
700190     WRITE FRZRPT-LINE.                                           00065537
700190     CLOSE FRZRPT-FILE.                                           00065538
700190     DISPLAY 'BABKCMP-457 Frozen plans changed:' WCTR-FRZ-PLANS   00065539
700190         ', Records:' WCTR-FRZ-EVENTS                             00065540
700190         ', Not verified:' WCTR-FRZ-UNVERIFIED.                   00065541
           SKIP2                                                        00065542
700197*** Skipped-plan run totals, on the console and the report.       00065543
700197 A-928-FINISH-SKIPCHK.                                            00065544
700197     DISPLAY 'BABKCMP-469 Skipped-plan check - plans checked:'    00065545
700197         WCTR-SKC-CHECKED ', not advanced:' WCTR-SKC-PLANS        00065546
700197         ', date DE unreadable:' WCTR-SKC-UNREADABLE.             00065547
700197     MOVE SPACES TO WPRINT-LINE.                                  00065548
700197     STRING ' SKIPCHK plans checked: ' WCTR-SKC-CHECKED           00065549
700197         '  Not advanced by the cycle: ' WCTR-SKC-PLANS           00065550
700197         '  Date DE unreadable: ' WCTR-SKC-UNREADABLE             00065551
700197         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065552
700197     PERFORM V-100-PRINT-LINE.                                    00065553
           SKIP2                                                        00065554
700198 A-929-FINISH-ONBOARD.                                            00065555
700198     DISPLAY 'BABKCMP-473 Onboarding plans on File2 only, left '  00065556
700198         'to their certificates:' WCTR-ONB-PLANS.                 00065557
700198     MOVE SPACES TO WPRINT-LINE.                                  00065558
700198     STRING ' ONBOARD plans on File2 only, not compared (see '    00065559
700198         'the onboarding certificates): ' WCTR-ONB-PLANS          00065560
700198         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065561
700198     PERFORM V-100-PRINT-LINE.                                    00065562
           SKIP2                                                        00065563
700199*** Scheduled-exit run totals.  Expected exits get a section of   00065564
700199*** their own, one line per plan with the final File1 totals, so  00065565
700199*** a routine deconversion is never read alongside the unplanned  00065566
700199*** disappearances and overdue plans reported as exceptions.      00065567
700199 A-924-FINISH-EXITS.                                              00065568
700199     DISPLAY 'BABKCMP-478 Expected exits:' WCTR-EXIT-EXPECTED     00065569
700199         ', Unplanned exits:' WCTR-EXIT-UNPLANNED                 00065570
700199         ', Overdue scheduled exits:' WCTR-EXIT-OVERDUE.          00065571
700199     MOVE SPACES TO WPRINT-LINE.                                  00065572
700199     PERFORM V-100-PRINT-LINE.                                    00065573
700199     MOVE ' EXPECTED-EXIT plans (scheduled, gone from File2)'     00065574
700199         TO WPRINT-LINE.                                          00065575
700199     PERFORM V-100-PRINT-LINE.                                    00065576
700199     IF  WCTR-EXIT-EXPECTED = ZERO                                00065577
700199         MOVE '   None' TO WPRINT-LINE                            00065578
700199         PERFORM V-100-PRINT-LINE                                 00065579
700199     ELSE                                                         00065580
700199         PERFORM A-924-PRINT-EXPECTED                             00065581
700199           VARYING SUB-EXL FROM 1 BY 1                            00065582
700199             UNTIL SUB-EXL > WEXL-COUNT                           00065583
700199     END-IF.                                                      00065584
700199     MOVE SPACES TO WPRINT-LINE.                                  00065585
700199     STRING ' EXITS exceptions - unplanned exits (severity 1): '  00065586
700199         WCTR-EXIT-UNPLANNED                                      00065587
700199         '  Scheduled plans present past their date: '            00065588
700199         WCTR-EXIT-OVERDUE                                        00065589
700199         DELIMITED BY SIZE INTO WPRINT-LINE.                      00065590
700199     PERFORM V-100-PRINT-LINE.                                    00065591
           SKIP2                                                        00065592
700199 A-924-PRINT-EXPECTED.                                            00065593
700199     IF  WEXL-STATUS (SUB-EXL) = 'E'                              00065594
700199         MOVE WEXL-MONEY (SUB-EXL) TO WEXIT-MONEY-ED              00065595
700199         MOVE WEXL-PARTS (SUB-EXL) TO WEXIT-PARTS-ED              00065596
700199         MOVE SPACES TO WPRINT-LINE                               00065597
700199         STRING '   EXPECTED-EXIT ' WEXL-PLAN-NUM (SUB-EXL)       00065598
700199             ' Exit date ' WEXL-EXIT-DATE (SUB-EXL)               00065599
700199             ' Ref ' WEXL-FINAL-REF (SUB-EXL)                     00065600
700199             ' Money ' WEXIT-MONEY-ED                             00065601
700199             ' Participants ' WEXIT-PARTS-ED                      00065602
700199             DELIMITED BY SIZE INTO WPRINT-LINE                   00065603
700199         PERFORM V-100-PRINT-LINE.                                00065604
           SKIP2                                                        00065605
700045*** Writes the single trailing IFACE-SUMM-LINE row once the run   00065522
700045*** totals are final -- the per-plan IFACE-PLAN-LINE rows were    00065523
700045*** already written as each plan finished, by                     00065524
700119         OR WCTL-PARTTIME-SECS > ZERO                             00065820
700119         PERFORM A-906-CALC-ELAPSED                               00065830
700119         MOVE WPROG-NOW-SECS TO WPLAN-START-SECS.                 00065840
700193     MOVE WPLAN-START-SECS TO WPLTM-MARK-SECS.                    00065841
700193     MOVE WPLTM-MARK-EVERY TO WPLTM-NEXT-MARK.                    00065842
700193     MOVE ZERO TO WPLTM-MARKS.                                    00065843
700070     MOVE 'N' TO WPLAN-ERROR-FLG.                                 00000000
           IF  BWA-PLAN-NUM < BWA2-PLAN-NUM                             00065900
               MOVE BWA-PLAN-NUM  TO WPLAN-PLAN-NUM                     00066000
700054             AND NOT IO-BKPI2-ERROR-YES                           00066414
700054             AND BWA2-PLAN-NUM = WPLAN-PLAN-NUM                   00066415
700054             SET WPLANMISS-SIDE-F1 TO TRUE.                       00066416
700190     IF  WCTL-FROZEN-YES                                          00066417
700190         PERFORM B-520-CHECK-FROZEN.                              00066418
700193     MOVE ZERO TO WPRNG-HIT-SUB WPRNG-LAST-SUB                    00066419
700193                  WPRNG-PLAN-SKIP1 WPRNG-PLAN-SKIP2.              00066420
700193     MOVE 'N' TO WPRNG-OTHER-FLG.                                 00066421
700193     IF  WPRNG-COUNT > ZERO                                       00066422
700193         PERFORM B-530-FIND-PARTRANGE.                            00066423
700198     MOVE 'N' TO WONB-PLAN-FLG.                                   00066424
700198     IF  WCTL-ONBOARD-YES                                         00066425
700198         AND (IO-BKPI-ERROR-YES                                   00066426
700198           OR BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM)                  00066427
700198         PERFORM B-546-CHECK-ONBOARD.                             00066428
700199     MOVE SPACE TO WEXIT-EVENT.                                   00066429
700199     MOVE 'N' TO WEXIT-SKIP-FLG.                                  00066430
700199     IF  WCTL-EXITS-YES                                           00066431
700199         AND WPRNG-HIT-SUB = ZERO                                 00066432
700199         PERFORM B-548-CHECK-EXITS.                               00066433
700103     MOVE 'N' TO WPLHASH-SKIP-FLG.                                00066409
700103     IF  WCTL-HASHSKIP-YES                                        00066409
700103         PERFORM B-108-CHECK-PLHASH.                              00066409
700004     MOVE 'N' TO WSKIP-PLAN-FLG                                   00066410
700017     IF  WCTL-PLANRANGE-HIGH NOT = SPACES                         00066411
700017         AND WPLAN-PLAN-NUM > WCTL-PLANRANGE-HIGH                 00066412
700193         AND WPLAN-PLAN-NUM > WPRNG-LAST-PLAN                     00066413
700017         SET WQUIT-FLG-YES TO TRUE                                00066413
700017         SET WSKIP-PLAN-FLG-YES TO TRUE                           00066414
700193     ELSE IF  WPRNG-HIT-SUB = ZERO                                00066415
700193         AND (WPRNG-OTHER-FLG-YES                                 00066416
700193           OR (WCTL-PLANRANGE-HIGH NOT = SPACES                   00066417
700193             AND WPLAN-PLAN-NUM > WCTL-PLANRANGE-HIGH))           00066418
700193         SET WSKIP-PLAN-FLG-YES TO TRUE                           00066419
700193         SET WPRNG-OTHER-FLG-YES TO TRUE                          00066420
700193         PERFORM B-105-SKIP-PLAN                                  00066421
700193           UNTIL WQUIT-FLG-YES                                    00066422
700193             OR ((IO-BKPI-ERROR-YES                               00066423
700193                OR BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM)             00066424
700193               AND (IO-BKPI2-ERROR-YES                            00066425
700193                OR BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM))           00066426
700017     ELSE IF  (WCTL-RESTART-PLAN NOT = SPACES                     00066420
700017         AND WPLAN-PLAN-NUM < WCTL-RESTART-PLAN)                  00066430
700071         OR (WPART-START-PLAN NOT = SPACES                        00000000
700071         AND WPLAN-PLAN-NUM NOT > WPART-START-PLAN)               00000000
700017         OR (WCTL-PLANRANGE-LOW NOT = SPACES                      00066431
700193         AND WPLAN-PLAN-NUM < WCTL-PLANRANGE-LOW                  00066432
700193         AND WPRNG-HIT-SUB = ZERO)                                00066433
700004         SET WSKIP-PLAN-FLG-YES TO TRUE                           00066440
700004         PERFORM B-105-SKIP-PLAN                                  00066450
700004           UNTIL WQUIT-FLG-YES                                    00066460
700004                OR BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM)             00066480
700004               AND (IO-BKPI2-ERROR-YES                            00066485
700004                OR BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM))           00066490
700198     ELSE IF  WONB-PLAN-YES                                       00066491
700198         SET WSKIP-PLAN-FLG-YES TO TRUE                           00066492
700198         ADD 1 TO WCTR-ONB-PLANS                                  00066493
700198         PERFORM B-105-SKIP-PLAN                                  00066494
700198           UNTIL WQUIT-FLG-YES                                    00066495
700198             OR ((IO-BKPI-ERROR-YES                               00066496
700198                OR BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM)             00066497
700198               AND (IO-BKPI2-ERROR-YES                            00066498
700198                OR BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM))           00066499
700199     ELSE IF  WEXIT-EXPECTED                                      00066500
700199         SET WSKIP-PLAN-FLG-YES TO TRUE                           00066501
700199         SET WEXIT-SKIP-FLG-YES TO TRUE                           00066502
700199         PERFORM B-550-SKIP-EXIT                                  00066503
700199           UNTIL WQUIT-FLG-YES                                    00066504
700199             OR IO-BKPI-ERROR-YES                                 00066505
700199             OR BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM                 00066506
700103     ELSE IF  WPLHASH-SKIP-FLG-YES                                00066495
700193         AND WPRNG-HIT-SUB = ZERO                                 00066496
700103         PERFORM B-109-FASTPATH-PLAN                              00066496
700004     ELSE                                                         00066497
           PERFORM B-110-PROC-RECS                                      00066500
700017             DISPLAY 'BaBkCmp-447 Plan Range End, Stopping at: '  00067012
700017                 WPLAN-PLAN-NUM                                   00067013
700017         ELSE                                                     00067014
700193         IF  WPRNG-OTHER-FLG-YES                                  00067015
700193             DISPLAY 'BaBkCmp-462 Plan outside this task''s '     00067016
700193                 'participant ranges, skipped: ' WPLAN-PLAN-NUM   00067017
700199         ELSE IF  WEXIT-SKIP-FLG-YES                              00067018
700199             DISPLAY 'BABKCMP-480 Scheduled exit, not compared, ' 00067019
700199                 'plan: ' WPLAN-PLAN-NUM                          00067020
700198         ELSE IF  WONB-PLAN-YES                                   00067018
700198             DISPLAY 'BABKCMP-470 Onboarding plan on File2 only, '00067019
700198                 'left to its certificate: ' WPLAN-PLAN-NUM       00067020
700193         ELSE                                                     00067018
700004             DISPLAY 'BaBkCmp-446 Restart Skip Plan: '            00067018
700004                 WPLAN-PLAN-NUM                                   00067019
700193         END-IF                                                   00067020
700198         END-IF                                                   00067021
700199         END-IF                                                   00067022
700004         END-IF                                                   00067020
700004     ELSE                                                         00067030
700193     IF  WPRNG-HIT-SUB > ZERO                                     00067031
700193         SUBTRACT WPRNG-PLAN-SKIP1 FROM WPLAN-CTR-BKPI            00067032
700193         SUBTRACT WPRNG-PLAN-SKIP2 FROM WPLAN-CTR-BKPI2           00067033
700193     END-IF                                                       00067034
           MOVE WPLAN-PLAN-NUM      TO RPDAT1-PLAN-NUM                  00067100
           MOVE WPLAN-CTR-MATCHED   TO RPDAT1-MATCHED                   00067200
           MOVE WPLAN-CTR-DATA-DIFF TO RPDAT1-DIFFERENT                 00067300
           MOVE WPLAN-CTR-BKPI2     TO RPDAT1-BKP2                      00067600
           MOVE WPLAN-CTR-EXTRA-BKPI2 TO RPDAT1-EXTRA2                  00067700
700015     IF  WPLAN-MONEY-BKPI NOT = WPLAN-MONEY-BKPI2                 00067701
700193         AND WPRNG-HIT-SUB = ZERO                                 00067702
700015         DISPLAY 'BaBkCmp-449 Plan ' WPLAN-PLAN-NUM               00067702
700015           ' Adj-History Total Mismatch, File1:' WPLAN-MONEY-BKPI 00067703
700015           ' File2:' WPLAN-MONEY-BKPI2                            00067704
700015         ADD 1 TO WCTR-MONEY-MISMATCH                             00067705
700004     END-IF                                                       00067705
700044     IF  WPLAN-CTR-PART-BKPI NOT = WPLAN-CTR-PART-BKPI2           00067706
700193         AND WPRNG-HIT-SUB = ZERO                                 00067707
700044         DISPLAY 'BABKCMP-322 Plan ' WPLAN-PLAN-NUM               00067707
700044           ' Participant Headcount Mismatch, File1:'              00067708
700044           WPLAN-CTR-PART-BKPI ' File2:' WPLAN-CTR-PART-BKPI2     00067709
700113     IF  WCTL-ALLOCCHK-YES                                        00067714
700113         PERFORM B-478-CHECK-ALLOC                                00067715
700113     END-IF                                                       00067716
700201     IF  WCTL-FUNDCHK-YES                                         00067716
700201         AND WPRNG-HIT-SUB = ZERO                                 00067716
700201         PERFORM B-558-CHECK-FUNDS                                00067716
700201     END-IF                                                       00067716
700125     IF  WCTL-ADJNET-YES                                          00067717
700125         PERFORM B-488-CHECK-ADJNET                               00067718
700156     END-IF                                                       00067719
700156     IF  WCTL-ROLLFWD-YES                                         00067720
700156         PERFORM B-481-CHECK-ROLLFWD                              00067721
700125     END-IF                                                       00067719
700065     IF  WCTL-IMPACT-YES                                          00067714
700065         AND WPLAN-CTR-PART-IMPACT > ZERO                         00067715
700193         AND WPRNG-HIT-SUB = ZERO                                 00067716
700065         MOVE WPLAN-CTR-PART-IMPACT TO WDISP-A-1                  00067716
700065         MOVE SPACES TO WPRINT-LINE                               00067717
700065         STRING '        Participants impacted: ' WDISP-A-1       00067718
700065     END-IF                                                       00067721
           MOVE RPDAT1-LINE   TO WPRINT-LINE                            00067800
           PERFORM V-100-PRINT-LINE                                     00067900
700193     IF  WPRNG-HIT-SUB > ZERO                                     00067901
700193         PERFORM B-532-PARTRANGE-RESULT                           00067902
700193     END-IF                                                       00067903
700054     IF  WPLANMISS-SIDE-F2                                        00067901
700193         AND WPRNG-HIT-SUB = ZERO                                 00067902
700054         ADD 1 TO WCTR-PLANS-MISS2                                00067902
700054         MOVE WPLAN-CTR-EXTRA-BKPI TO WDISP-A-1                   00067903
700054         MOVE SPACES TO WPRINT-LINE                               00067904
700054             ' missing on File2, records:' WPLAN-CTR-EXTRA-BKPI   00067910
700054     END-IF                                                       00067911
700054     IF  WPLANMISS-SIDE-F1                                        00067912
700193         AND WPRNG-HIT-SUB = ZERO                                 00067913
700054         ADD 1 TO WCTR-PLANS-MISS1                                00067913
700054         MOVE WPLAN-CTR-EXTRA-BKPI2 TO WDISP-A-1                  00067914
700054         MOVE SPACES TO WPRINT-LINE                               00067915
     ***     ', Extra:' WPLAN-CTR-EXTRA-BKPI.                           00068600
     ***   DISPLAY '   Bkpi2: Recs:' WPLAN-CTR-BKPI2                    00068700
     ***     ', Extra:' WPLAN-CTR-EXTRA-BKPI2.                          00068800
700199     IF  NOT WEXIT-NONE                                           00068801
700199         AND (NOT WSKIP-PLAN-FLG-YES                              00068802
700199           OR WEXIT-SKIP-FLG-YES)                                 00068803
700199         PERFORM B-551-REPORT-EXIT.                               00068804
           ADD WPLAN-CTR-BKPI       TO WRUN-CTR-BKPI.                   00068900
           ADD WPLAN-CTR-BKPI2      TO WRUN-CTR-BKPI2.                  00069000
           ADD WPLAN-CTR-EXTRA-BKPI TO WRUN-CTR-EXTRA-BKPI.             00069100
700074     IF  WCTL-PLANSLA-YES                                         00000000
700074         AND NOT WSKIP-PLAN-FLG-YES                               00000000
700074         PERFORM B-490-CHECK-PLANSLA.                             00000000
700190     IF  WFRZ-HIT-SUB > ZERO                                      00000001
700190         PERFORM B-523-FROZEN-PLAN-END.                           00000002
700136     IF  WCTL-HEALTH-YES                                          00000000
700136         AND NOT WSKIP-PLAN-FLG-YES                               00000000
700136         PERFORM B-499-TRACK-HEALTH.                              00000000
700079           OR WPLAN-CTR-EXTRA-BKPI > ZERO                         00000000
700079           OR WPLAN-CTR-EXTRA-BKPI2 > ZERO)                       00000000
700079         MOVE SPACES TO OT200-REC                                 00000000
700191         IF  WPLAN-PLAN-NUM (7:4) = SPACES                        00000000
700191             STRING 'PLN1 ' WPLAN-PLAN-NUM (1:6)                  00000000
700191                 ' DIFFS=' WPLAN-CTR-DATA-DIFF                    00000000
700191                 DELIMITED BY SIZE INTO OT200-REC                 00000000
700191         ELSE                                                     00000000
700191             STRING 'PLN2 ' WPLAN-PLAN-NUM                        00000000
700191                 ' DIFFS=' WPLAN-CTR-DATA-DIFF                    00000000
700191                 DELIMITED BY SIZE INTO OT200-REC                 00000000
700191         END-IF                                                   00000000
700079         PERFORM B-496-PUT-OT200-CTL.                             00000000
           SKIP2                                                        00069800
700069*** Heartbeat: plans done, records read, diff count so far and    00069802
700069         ' Recs:' WPROG-RECS-READ                                 00069826
700069         ' Diffs:' WRUN-CTR-DATA-DIFF                             00069827
700069         ' ETA-Secs:' WPROG-ETA-SECS.                             00069828
700188     PERFORM B-481-WRITE-HEARTBT.                                 00069829
           SKIP2                                                        00069830
700188*** The heartbeat line for the operator status board.  Opened,    00069831
700188*** written and closed each time so the dataset always holds the  00069832
700188*** latest picture, even when the run dies before end of job.     00069833
700188 B-481-WRITE-HEARTBT.                                             00069834
700188     OPEN OUTPUT HEARTBT-FILE.                                    00069835
700188     IF  WHEARTBT-FS-OK                                           00069836
700188         MOVE SPACES TO HEARTBT-LINE                              00069837
700188         MOVE WHRTB-STATUS       TO HRTB-STATUS                   00069838
700188         ACCEPT HRTB-DATE FROM DATE                               00069839
700188         MOVE WPROG-TIME-RAW (1:6) TO HRTB-TIME                   00069840
700188         MOVE WPLAN-PLAN-NUM     TO HRTB-LAST-PLAN                00069841
700188         MOVE WCTR-PLANS         TO HRTB-PLANS                    00069842
700188         MOVE WPROG-RECS-READ    TO HRTB-RECS                     00069843
700188         MOVE WRUN-CTR-DATA-DIFF TO HRTB-DIFFS                    00069844
700188         MOVE WPROG-ETA-SECS     TO HRTB-ETA-SECS                 00069845
700188         MOVE WPROG-START-SECS   TO HRTB-START-SECS               00069846
700188         MOVE WCTL-WINDOWEND-SECS TO HRTB-WINDOWEND-SECS          00069847
700188         MOVE WCTR-QUAR-PLANS    TO HRTB-QUAR-PLANS               00069848
700188         WRITE HEARTBT-LINE                                       00069849
700188         CLOSE HEARTBT-FILE.                                      00069850
           SKIP2                                                        00069829
700069*** One-shot poll of the operator command dataset.  A missing     00069830
700069*** or empty OPERCMD dd just means no command is pending.         00069831
700119     IF  WCTL-PLANSTAT-YES                                        00069809
700119         MOVE SPACES TO PLANTIME-LINE                             00069810
700119         MOVE WPLAN-PLAN-NUM TO PLTM-PLAN-NUM                     00069811
700203         COMPUTE PLTM-RECS-N =                                    00069812
700119             WPLAN-CTR-BKPI + WPLAN-CTR-BKPI2                     00069813
700203         MOVE WPLAN-ELAPSED TO PLTM-ELAPSED-N                     00069814
700203         MOVE WPLTM-RUN-DATE TO PLTM-RUN-DATE-N                   00069814
700193         IF  WPRNG-HIT-SUB > ZERO                                 00069815
700193             SET PLTM-KIND-RANGE TO TRUE                          00069816
700193             MOVE WPRNG-FROM (WPRNG-HIT-SUB) TO PLTM-FROM         00069817
700193         END-IF                                                   00069818
700119         WRITE PLANTIME-LINE.                                     00069815
700193     IF  WCTL-PLANSTAT-YES                                        00069816
700193         AND (WPLTM-MARKS > ZERO OR WPRNG-HIT-SUB > ZERO)         00069817
700193         MOVE SPACES TO WPLTM-PART                                00069818
700193         IF  WPRNG-HIT-SUB > ZERO                                 00069819
700193             MOVE WPRNG-TO (WPRNG-LAST-SUB) TO WPLTM-PART         00069820
700193         END-IF                                                   00069821
700193         PERFORM B-484-WRITE-PLTM-MARK.                           00069822
700119     IF  WCTL-PARTTIME-SECS > ZERO                                00069816
700119         PERFORM B-494-CHARGE-PARTTIME.                           00069817
           SKIP2                                                        00069818
700147         END-IF                                                   00069838
700147     END-IF.                                                      00069839
           SKIP2                                                        00069840
700193*** PLANSTAT progress mark, taken between record pairs once the   00069841
700193*** plan's File1 records (less those passed as out of range) reach00069842
700193*** the next WPLTM-MARK-EVERY.  The participant is the one the    00069843
700193*** File1 side stands on; a mark is not taken once File1 has run  00069844
700193*** out of the plan.                                              00069845
700193 B-486-PLANTIME-MARK.                                             00069846
700193     ADD WPLTM-MARK-EVERY TO WPLTM-NEXT-MARK.                     00069847
700193     IF  NOT IO-BKPI-ERROR-YES                                    00069848
700193         AND BWA-PLAN-NUM = WPLAN-PLAN-NUM                        00069849
700203         MOVE BKFIL-KEY-GROUP (11:11) TO WPLTM-PART               00069850
700193         PERFORM B-484-WRITE-PLTM-MARK.                           00069851
           SKIP2                                                        00069852
700193*** One P row: seconds since the previous mark (or the plan start)00069853
700193*** spent on the participants before WPLTM-PART.  The closing row 00069854
700193*** of a plan carries the participant the range stops short of,   00069855
700193*** blank at the end of the plan.                                 00069856
700193 B-484-WRITE-PLTM-MARK.                                           00069857
700193     PERFORM A-906-CALC-ELAPSED.                                  00069858
700193     COMPUTE WPLTM-SEG = WPROG-NOW-SECS - WPLTM-MARK-SECS.        00069859
700193     IF  WPLTM-SEG < ZERO                                         00069860
700193         ADD 86400 TO WPLTM-SEG.                                  00069861
700193     MOVE WPROG-NOW-SECS TO WPLTM-MARK-SECS.                      00069862
700193     ADD 1 TO WPLTM-MARKS.                                        00069863
700193     MOVE SPACES TO PLANTIME-LINE.                                00069864
700193     MOVE WPLAN-PLAN-NUM TO PLTM-PLAN-NUM.                        00069865
700203     COMPUTE PLTM-RECS-N = WPLAN-CTR-BKPI + WPLAN-CTR-BKPI2       00069866
700193         - WPRNG-PLAN-SKIP1 - WPRNG-PLAN-SKIP2.                   00069867
700203     MOVE WPLTM-SEG TO PLTM-ELAPSED-N.                            00069868
700193     SET PLTM-KIND-MARK TO TRUE.                                  00069869
700203     MOVE WPLTM-RUN-DATE TO PLTM-RUN-DATE-N.                      00069869
700193     MOVE WPLTM-PART TO PLTM-PART.                                00069870
700193     IF  WPRNG-HIT-SUB > ZERO                                     00069871
700193         MOVE WPRNG-FROM (WPRNG-HIT-SUB) TO PLTM-FROM.            00069872
700193     WRITE PLANTIME-LINE.                                         00069873
           SKIP2                                                        00069874
700119 B-494-CHARGE-PARTTIME.                                           00069819
700119     MOVE ZERO TO WPLTM-HIT-SUB.                                  00069820
700119     PERFORM B-498-SCAN-PLPRIOR                                   00069821
700070         WQUAR-DIAG                                               00069819
700070         DELIMITED BY SIZE INTO QUAR-LINE.                        00069820
700070     WRITE QUAR-LINE.                                             00069821
700190     IF  WFRZ-HIT-SUB > ZERO                                      00069822
700190         PERFORM B-524-FROZEN-UNVERIFIED.                         00069823
700070     MOVE 'N' TO WPLAN-ERROR-FLG.                                 00069822
700070     MOVE SPACES TO WQUAR-DIAG.                                   00069823
           SKIP2                                                        00069824
700004*** Code to fast-forward past a plan already processed by a prior00069801
700004*** run being resumed via the RESTART control card.              00069802
700004 B-105-SKIP-PLAN.                                                 00069803
700189     IF  WDLT-ACTIVE-YES                                          00069804
700189         PERFORM B-513-DELTA-SKIPPED.                             00069805
700004     IF  BKFIL-KEY-GROUP < BKFIL2-KEY-GROUP                       00069804
700004         OR  IO-BKPI2-ERROR-YES                                   00069805
700004         OR  BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM                   00069806
700152*** night.  B-105 itself stays credit-free - RESTART and          00069820
700152*** quarantine skips are not matches.                             00069821
700152 B-106-SKIP-PLAN-FAST.                                            00069822
700189     IF  WDLT-ACTIVE-YES                                          00069823
700189         PERFORM B-513-DELTA-SKIPPED.                             00069824
700152     IF  BKFIL-KEY-GROUP < BKFIL2-KEY-GROUP                       00069823
700152         OR  IO-BKPI2-ERROR-YES                                   00069824
700152         OR  BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM                   00069825
700152     ELSE                                                         00069833
700152         ADD 1 TO STRECS-MATCHED (BKFIL-XXYY-SUB)                 00069834
700152         ADD 1 TO STRECS-SAME (BKFIL-XXYY-SUB)                    00069835
700197         IF  BKFIL-XXYY = 'PL  '                                  00069836
700197             AND WSKC-ACTIVE-YES                                  00069837
700197             PERFORM B-540-CHECK-SKIPPED                          00069838
700197         END-IF                                                   00069839
700152         PERFORM N1-100-READ-BKPI                                 00069836
700152         PERFORM N2-100-READ-BKPI2.                               00069837
           SKIP2                                                        00069838
700079*** Self-describing OT200 under the OT200HDR card: provenance     00069901
700079*** header records (run stamp, both header dates, both dataset    00069902
700079*** names, active control cards) ahead of the detail, per-plan    00069903
700191*** PLN1/PLN2 markers as plans finish, and a TLR1 trailer carrying00069904
700079*** the detail line count, so a downstream loader can tell a      00069905
700079*** truncated extract from a genuinely quiet night.  Written      00069906
700079*** straight through the OT200 writer, outside the plan and       00069907
700079     MOVE SPACES TO OT200-REC.                                    00069911
700148*** VER= names the extract layout version for UTOT200R; bump      00069911
700148*** it whenever a row shape changes.                              00069912
700191*** 02 added the PLN2 marker for plan numbers longer than six     00069913
700191*** characters; a plan that fits six still gets a PLN1 marker.    00069914
700079     STRING 'HDR1 RUN=' RPTHDR-DATE                               00069913
700191            ' VER=02'                                             00069914
700079            ' F1DATE=' HDR-DATE                                   00069915
700079            ' F2DATE=' HDR2-DATE                                  00069916
700079         DELIMITED BY SIZE INTO OT200-REC.                        00069917
700060     MOVE 'N' TO WASOF-SKIP-FLG.                                  00000000
700060     IF  WCTL-ASOF-DATE > ZERO                                    00000000
700060         PERFORM B-112-CHECK-ASOF.                                00000000
700193     IF  WPRNG-HIT-SUB > ZERO                                     00000001
700193         AND NOT WASOF-SKIP-FLG-YES                               00000002
700193         PERFORM B-114-CHECK-PARTRANGE.                           00000003
700060     IF  WASOF-SKIP-FLG-YES                                       00000000
700060         NEXT SENTENCE                                            00000000
700060     ELSE                                                         00000000
700060         PERFORM B-113-PAIR-RECS.                                 00000000
           ADD 1 TO WCTR-CYCLE.                                         00000000
700193     IF  WCTL-PLANSTAT-YES                                        00000001
700193         AND NOT WASOF-SKIP-FLG-YES                               00000002
700193         AND WPLAN-CTR-BKPI - WPRNG-PLAN-SKIP1                    00000003
700193               NOT < WPLTM-NEXT-MARK                              00000004
700193         PERFORM B-486-PLANTIME-MARK.                             00000005
           SKIP2                                                        00000000
700060*** ASOF excludes dated history activity stamped after the        00000000
700060*** cutoff from the compare on both sides (AH records by          00000000
700060           OR (BKFIL-XXYY = 'EK  '                                00000000
700060             AND EK-ELECTION-DATE > WCTL-ASOF-DATE))              00000000
700060         ADD 1 TO WCTR-ASOF-SKIP1                                 00000000
700189         IF  WDLT-ACTIVE-YES                                      00000001
700189             PERFORM B-510-DELTA-INSERT                           00000002
700189         END-IF                                                   00000003
700060         SET WASOF-SKIP-FLG-YES TO TRUE                           00000000
700060         PERFORM N1-100-READ-BKPI                                 00000000
700060     END-IF.                                                      00000000
700060           OR (BKFIL2-XXYY = 'EK  '                               00000000
700060             AND EK2-ELECTION-DATE > WCTL-ASOF-DATE))             00000000
700060         ADD 1 TO WCTR-ASOF-SKIP2                                 00000000
700189         IF  WDLT-ACTIVE-YES                                      00000001
700189             PERFORM B-511-DELTA-DELETE                           00000002
700189         END-IF                                                   00000003
700060         SET WASOF-SKIP-FLG-YES TO TRUE                           00000000
700060         PERFORM N2-100-READ-BKPI2                                00000000
700060     END-IF.                                                      00000000
           SKIP2                                                        00000000
700193*** PARTRANGE: a record of a split plan whose participant is not  00000001
700193*** in one of this task's ranges belongs to another task and is   00000002
700193*** passed over unpaired, one per side per pass like ASOF (the    00000003
700193*** ASOF skip flag then keeps the pass from pairing).  Plan-level 00000004
700193*** records, with no participant, go with the range starting at   00000005
700193*** the start of the plan.                                        00000006
700193 B-114-CHECK-PARTRANGE.                                           00000007
700193     IF  NOT IO-BKPI-ERROR-YES                                    00000008
700193         AND BWA-PLAN-NUM = WPLAN-PLAN-NUM                        00000009
700203         MOVE BKFIL-KEY-GROUP (11:11) TO WPRNG-PART               00000010
700193         PERFORM B-116-TEST-PARTRANGE                             00000011
700193         IF  NOT WPRNG-IN-FLG-YES                                 00000012
700193             ADD 1 TO WCTR-PRNG-SKIP1 WPRNG-PLAN-SKIP1            00000013
700193             SET WASOF-SKIP-FLG-YES TO TRUE                       00000014
700193             PERFORM N1-100-READ-BKPI                             00000015
700193         END-IF                                                   00000016
700193     END-IF.                                                      00000017
700193     IF  NOT IO-BKPI2-ERROR-YES                                   00000018
700193         AND BWA2-PLAN-NUM = WPLAN-PLAN-NUM                       00000019
700203         MOVE BKFIL2-KEY-GROUP (11:11) TO WPRNG-PART              00000020
700193         PERFORM B-116-TEST-PARTRANGE                             00000021
700193         IF  NOT WPRNG-IN-FLG-YES                                 00000022
700193             ADD 1 TO WCTR-PRNG-SKIP2 WPRNG-PLAN-SKIP2            00000023
700193             SET WASOF-SKIP-FLG-YES TO TRUE                       00000024
700193             PERFORM N2-100-READ-BKPI2                            00000025
700193         END-IF                                                   00000026
700193     END-IF.                                                      00000027
           SKIP2                                                        00000028
700193 B-116-TEST-PARTRANGE.                                            00000029
700193     MOVE 'N' TO WPRNG-IN-FLG.                                    00000030
700193     PERFORM B-119-SCAN-PARTRANGE                                 00000031
700193       VARYING SUB-PRNG FROM WPRNG-HIT-SUB BY 1                   00000032
700193         UNTIL SUB-PRNG > WPRNG-LAST-SUB                          00000033
700193           OR WPRNG-IN-FLG-YES.                                   00000034
           SKIP2                                                        00000035
700193 B-119-SCAN-PARTRANGE.                                            00000036
700193     IF  WPRNG-PLAN (SUB-PRNG) = WPLAN-PLAN-NUM                   00000037
700193         AND (WPRNG-TASK (SUB-PRNG) = ZERO                        00000038
700193           OR WPRNG-TASK (SUB-PRNG) = WCTL-PARTTASK)              00000039
700193         AND (WPRNG-FROM (SUB-PRNG) = SPACES                      00000040
700193           OR WPRNG-PART NOT < WPRNG-FROM (SUB-PRNG))             00000041
700193         AND (WPRNG-TO (SUB-PRNG) = SPACES                        00000042
700193           OR WPRNG-PART < WPRNG-TO (SUB-PRNG))                   00000043
700193         SET WPRNG-IN-FLG-YES TO TRUE.                            00000044
           SKIP2                                                        00000045
700060 B-113-PAIR-RECS.                                                 00000000
700049     IF  BKFIL-KEY-GROUP (1:WCTL-FUZZYKEY-LEN)                    00069950
700049           < BKFIL2-KEY-GROUP (1:WCTL-FUZZYKEY-LEN)               00069960
700109         AND BKFIL2-XXYY = 'EK  '                                 00070830
700109         PERFORM B-117-MATCH-ELECT-SET                            00070840
700109     ELSE                                                         00070850
700203         IF  WCTL-FUZZYKEY-LEN < 24                               00070860
700049             AND BKFIL-KEY-GROUP NOT = BKFIL2-KEY-GROUP           00070870
700049             PERFORM B-115-FLAG-FUZZY-COLLISION                   00070880
700049         END-IF                                                   00070890
700109         PERFORM B-125-COMPARE-EK-PAIR                            00071267
700109     ELSE                                                         00071264
700109         ADD 1 TO WCTR-EK-DROPPED                                 00071265
700190         IF  WFRZ-HIT-SUB > ZERO                                  00071266
700190             MOVE 'F1 ONLY'  TO WFRZ-EVENT                        00071267
700190             MOVE BKFIL-XXYY TO WFRZ-XXYY                         00071268
700190             MOVE WEKSET-KEY TO WFRZ-KEY                          00071269
700190             ADD 1 TO WFRZ-PLAN-F1                                00071270
700190             PERFORM B-522-FROZEN-HIT                             00071271
700190         END-IF                                                   00071272
700109         ADD 1 TO STRECS-EXTRA1 (BKFIL-XXYY-SUB)                  00071266
700109         ADD 1 TO WPLAN-CTR-EXTRA-BKPI                            00071267
700109         IF  WCTL-ELECTCHK-YES                                    00071268
700109*** The matched pair runs through the same byte compare and       00071283
700109*** DE-diff path B-400-REC-KEYS-MATCH gives an ordinary pair.     00071284
700109 B-125-COMPARE-EK-PAIR.                                           00071285
700190     IF  WFRZ-HIT-SUB > ZERO                                      00071286
700190         PERFORM B-525-FROZEN-PAIR.                               00071287
700109     ADD 1 TO STRECS-MATCHED (BKFIL-XXYY-SUB).                    00071286
700109     ADD 1 TO WPLAN-CTR-MATCHED.                                  00071287
700109     IF  WCTL-ELECTCHK-YES                                        00071288
700109 B-126-RPT-EK2-ADDED.                                             00071298
700109     IF  WEKSET2-MATCHED (SUB-EKS2) = 'N'                         00071299
700109         ADD 1 TO WCTR-EK-ADDED                                   00071300
700190         IF  WFRZ-HIT-SUB > ZERO                                  00071301
700190             MOVE 'F2 ONLY'   TO WFRZ-EVENT                       00071302
700190             MOVE BKFIL2-XXYY TO WFRZ-XXYY                        00071303
700190             MOVE WEKSET-KEY  TO WFRZ-KEY                         00071304
700190             ADD 1 TO WFRZ-PLAN-F2                                00071305
700190             PERFORM B-522-FROZEN-HIT                             00071306
700190         END-IF                                                   00071307
700109         ADD 1 TO STRECS-EXTRA2 (BKFIL-XXYY-SUB)                  00071301
700109         ADD 1 TO WPLAN-CTR-EXTRA-BKPI2                           00071302
700109         MOVE WEKSET2-REC (SUB-EKS2)  TO BWA2-REC                 00071303
700049         BKFIL-KEY-GROUP ' File2:' BKFIL2-KEY-GROUP.              00071320
           SKIP2                                                        00071200
       B-200-EXTRA-BKPI.                                                00071300
700189     IF  WDLT-ACTIVE-YES                                          00071301
700189         PERFORM B-510-DELTA-INSERT.                              00071302
700190     IF  WFRZ-HIT-SUB > ZERO                                      00071303
700190         MOVE 'F1 ONLY'       TO WFRZ-EVENT                       00071304
700190         MOVE BKFIL-XXYY      TO WFRZ-XXYY                        00071305
700190         MOVE BKFIL-KEY-GROUP TO WFRZ-KEY                         00071306
700190         ADD 1 TO WFRZ-PLAN-F1                                    00071307
700190         PERFORM B-522-FROZEN-HIT.                                00071308
700098     MOVE '1' TO WSUPPR-SIDE.                                     00000000
           ADD 1  TO STRECS-EXTRA1 (BKFIL-XXYY-SUB).                    00071400
700057     MOVE 'N' TO WDUP-SUPPRESS-FLG.                               00071401
700125         AND BKFIL-XXYY = 'AH  '                                  00071411
700127         AND AH-ADJ-AMOUNT IS NUMERIC                             00071412
700125         PERFORM B-221-NET-ADJ1.                                  00071413
700156     IF  WCTL-ROLLFWD-YES                                         00071414
700156         AND (BKFIL-XXYY = 'AH  ' OR 'LN  ')                      00071415
700156         PERFORM B-223-ROLL-ACC1.                                 00071415
700127     IF  BKFIL-XXYY = 'LN  '                                      00071403
700127         IF  LN-PRINCIPAL-BALANCE IS NUMERIC                      00071404
700061             ADD LN-PRINCIPAL-BALANCE TO WPLAN-MONEY-BKPI         00071405
700124             BKFIL-KEY-GROUP                                      00071413
700124             DELIMITED BY SIZE INTO WPRINT-LINE                   00071414
700124         PERFORM V-100-PRINT-LINE.                                00071415
700201     IF  WCTL-FUNDCHK-YES                                         00071415
700201         AND BKFIL-XXYY = 'FP  '                                  00071415
700201         PERFORM B-556-FUND-CHECK1.                               00071415
700064     IF  WCTL-ELECTCHK-YES                                        00000000
700064         AND BKFIL-XXYY = 'EK  '                                  00000000
700127         AND EK-ELECTION-PCT IS NUMERIC                           00000000
700007     MOVE 'N' TO WEXTRA-ROUTE-FLG.                                00073601
           SKIP2                                                        00073700
       B-300-EXTRA-BKPI2.                                               00073800
700189     IF  WDLT-ACTIVE-YES                                          00073801
700189         PERFORM B-511-DELTA-DELETE.                              00073802
700190     IF  WFRZ-HIT-SUB > ZERO                                      00073803
700190         MOVE 'F2 ONLY'        TO WFRZ-EVENT                      00073804
700190         MOVE BKFIL2-XXYY      TO WFRZ-XXYY                       00073805
700190         MOVE BKFIL2-KEY-GROUP TO WFRZ-KEY                        00073806
700190         ADD 1 TO WFRZ-PLAN-F2                                    00073807
700190         PERFORM B-522-FROZEN-HIT.                                00073808
700098     MOVE '2' TO WSUPPR-SIDE.                                     00000000
           ADD 1  TO STRECS-EXTRA2 (BKFIL2-XXYY-SUB).                   00073900
700057     MOVE 'N' TO WDUP-SUPPRESS-FLG.                               00073901
700125         AND BKFIL2-XXYY = 'AH  '                                 00073909
700127         AND AH2-ADJ-AMOUNT IS NUMERIC                            00073910
700125         PERFORM B-222-NET-ADJ2.                                  00073911
700156     IF  WCTL-ROLLFWD-YES                                         00073912
700156         AND (BKFIL2-XXYY = 'AH  ' OR 'LN  ')                     00073913
700156         PERFORM B-224-ROLL-ACC2.                                 00073913
700127     IF  BKFIL2-XXYY = 'LN  '                                     00000000
700127         IF  LN2-PRINCIPAL-BALANCE IS NUMERIC                     00000000
700061             ADD LN2-PRINCIPAL-BALANCE TO WPLAN-MONEY-BKPI2       00000000
700127             PERFORM Q-233-NOTE-CORRUPT-AMT2                      00000000
700127         END-IF                                                   00000000
700127     END-IF.                                                      00000000
700201     IF  WCTL-FUNDCHK-YES                                         00000000
700201         AND BKFIL2-XXYY = 'FP  '                                 00000000
700201         PERFORM B-557-FUND-CHECK2.                               00000000
700064     IF  WCTL-ELECTCHK-YES                                        00000000
700064         AND BKFIL2-XXYY = 'EK  '                                 00000000
700127         AND EK2-ELECTION-PCT IS NUMERIC                          00000000
700007     MOVE 'N' TO WEXTRA-ROUTE-FLG.                                00076001
           SKIP2                                                        00076100
       B-400-REC-KEYS-MATCH.                                            00076200
700189     IF  WDLT-ACTIVE-YES                                          00076201
700189         PERFORM B-512-DELTA-REPLACE.                             00076202
700190     IF  WFRZ-HIT-SUB > ZERO                                      00076203
700190         PERFORM B-525-FROZEN-PAIR.                               00076204
700098     MOVE 'B' TO WSUPPR-SIDE.                                     00000000
           ADD 1  TO STRECS-MATCHED (BKFIL-XXYY-SUB).                   00076300
700057     IF  WCTL-DUPPAIR-YES                                         00076301
700127         AND AH2-ADJ-AMOUNT IS NUMERIC                            00076416
700125         PERFORM B-221-NET-ADJ1                                   00076417
700125         PERFORM B-222-NET-ADJ2.                                  00076418
700156     IF  WCTL-ROLLFWD-YES                                         00076419
700156         AND (BKFIL-XXYY = 'AH  ' OR 'LN  ')                      00076420
700156         PERFORM B-223-ROLL-ACC1                                  00076420
700156         PERFORM B-224-ROLL-ACC2.                                 00076421
700127     IF  BKFIL-XXYY = 'LN  '                                      00000000
700127         IF  LN-PRINCIPAL-BALANCE IS NUMERIC                      00000000
700061             ADD LN-PRINCIPAL-BALANCE  TO WPLAN-MONEY-BKPI        00000000
700124             BKFIL-KEY-GROUP                                      00000000
700124             DELIMITED BY SIZE INTO WPRINT-LINE                   00000000
700124         PERFORM V-100-PRINT-LINE.                                00000000
700201     IF  WCTL-FUNDCHK-YES                                         00000000
700201         AND BKFIL-XXYY = 'FP  '                                  00000000
700201         PERFORM B-556-FUND-CHECK1                                00000000
700201         PERFORM B-557-FUND-CHECK2.                               00000000
700064     IF  WCTL-ELECTCHK-YES                                        00000000
700064         AND BKFIL-XXYY = 'EK  '                                  00000000
700127         AND EK-ELECTION-PCT IS NUMERIC                           00000000
700066     END-IF.                                                      00000000
700011     IF  WCTL-GOLDFILE-YES                                        00077001
700011         PERFORM B-420-GOLD-COMPARE.                              00077002
700197     IF  BKFIL-XXYY = 'PL  '                                      00077003
700197         AND WSKC-ACTIVE-YES                                      00077004
700197         PERFORM B-540-CHECK-SKIPPED.                             00077005
           PERFORM N1-100-READ-BKPI.                                    00077100
           PERFORM N2-100-READ-BKPI2.                                   00077200
           SKIP2                                                        00077300
700149                     DELIMITED BY SIZE INTO WPRINT-LINE           00077327
700149                 PERFORM V-100-PRINT-LINE.                        00077328
           SKIP2                                                        00077329
700189*** DELTA rows, emitted as the pairing consumes each record so    00077330
700189*** they come out in key order.  A File1-only record is inserted  00077331
700189*** ahead of the File2 record in hand, a File2-only record is     00077332
700189*** deleted, and a pair is replaced whenever the records as read  00077333
700189*** differ in any byte - ignored DEs, zapped run dates and        00077334
700189*** sampled-out pairs included - since the apply must rebuild     00077335
700189*** File1 byte for byte, whatever the compare made of the change. 00077336
700189 B-510-DELTA-INSERT.                                              00077337
700189     IF  NOT IO-BKPI-ERROR-YES                                    00077338
700189         MOVE 'I'  TO DLT-KIND                                    00077339
700189         MOVE WDLT-POS2 TO DLT-POS2                               00077340
700189         MOVE ZERO TO DLT-HASH2                                   00077341
700189         ADD 1 TO WDLT-CTR-INS                                    00077342
700189         PERFORM B-515-DELTA-PUT1.                                00077343
           SKIP2                                                        00077344
700189 B-511-DELTA-DELETE.                                              00077345
700189     IF  NOT IO-BKPI2-ERROR-YES                                   00077346
700189         MOVE 'D'  TO DLT-KIND                                    00077347
700189         MOVE WDLT-POS2 TO DLT-POS2                               00077348
700189         MOVE BKFIL2-KEY-GROUP TO DLT-KEY                         00077349
700189         MOVE BKFIL2-XXYY      TO DLT-XXYY                        00077350
700189         MOVE WDLT-RECHASH2    TO DLT-HASH2                       00077351
700189         MOVE ZERO TO DLT-LENG                                    00077352
700203         MOVE 53   TO WDLT-RLEN                                   00077353
700189         ADD 1 TO WDLT-CTR-DEL                                    00077354
700189         PERFORM B-516-DELTA-WRITE.                               00077355
           SKIP2                                                        00077356
700189 B-512-DELTA-REPLACE.                                             00077357
700189     IF  NOT IO-BKPI-ERROR-YES                                    00077358
700189         AND NOT IO-BKPI2-ERROR-YES                               00077359
700189         IF  WDLT-LENG1 NOT = WDLT-LENG2                          00077360
700189             OR WDLT-IMAGE1 (1:WDLT-LENG1)                        00077361
700189                 NOT = WDLT-IMAGE2 (1:WDLT-LENG2)                 00077362
700189             MOVE 'R'  TO DLT-KIND                                00077363
700189             MOVE WDLT-POS2     TO DLT-POS2                       00077364
700189             MOVE WDLT-RECHASH2 TO DLT-HASH2                      00077365
700189             ADD 1 TO WDLT-CTR-REP                                00077366
700189             PERFORM B-515-DELTA-PUT1.                            00077367
           SKIP2                                                        00077368
700190*** FROZEN watch.  A plan on the watch list, frozen on the run    00077369
700190*** date, is held to "no change at all" on a day-over-day compare 00077370
700190*** of one environment: every pair whose records as read differ   00077371
700190*** in any byte and every extra record is a hit, taken before the 00077372
700190*** sampling, ignore, quiet, tolerance and disposition rules see  00077373
700190*** it.  ENVDIFF, MATRIX and a PAIRLIST line naming two different 00077374
700190*** environments compare across environments, where the watch     00077375
700190*** does not apply.                                               00077376
700190 B-520-CHECK-FROZEN.                                              00077377
700190     MOVE ZERO TO WFRZ-HIT-SUB                                    00077378
700190                  WFRZ-PLAN-EVENTS                                00077379
700190                  WFRZ-PLAN-CHG                                   00077380
700190                  WFRZ-PLAN-F1                                    00077381
700190                  WFRZ-PLAN-F2.                                   00077382
700190     IF  WCTL-ENVDIFF-YES                                         00077383
700190         OR WCTL-MATRIX-YES                                       00077384
700190         OR (WPENV-FORM-YES                                       00077385
700190             AND WPENV-NAME1 NOT = WPENV-NAME2)                   00077386
700190         IF  NOT WFRZ-STOOD-DOWN-YES                              00077387
700190             SET WFRZ-STOOD-DOWN-YES TO TRUE                      00077388
700190             DISPLAY 'BABKCMP-458 FROZEN watch not applied - '    00077389
700190                 'cross-environment compare'                      00077390
700190             MOVE ' FROZEN watch not applied - cross-environment' 00077391
700190                 TO FRZRPT-LINE                                   00077392
700190             WRITE FRZRPT-LINE                                    00077393
700190         END-IF                                                   00077394
700190     ELSE                                                         00077395
700190         PERFORM B-521-SCAN-FROZEN                                00077396
700190           VARYING SUB-FRZ FROM 1 BY 1                            00077397
700190             UNTIL SUB-FRZ > WFRZ-COUNT                           00077398
700190               OR WFRZ-HIT-SUB > ZERO.                            00077399
           SKIP2                                                        00077400
700190 B-521-SCAN-FROZEN.                                               00077401
700190     IF  WFRZ-PLAN-NUM (SUB-FRZ) = WPLAN-PLAN-NUM                 00077402
700190         AND WFRZ-START-DATE (SUB-FRZ) NOT > WFRZ-TODAY           00077403
700190         AND (WFRZ-END-DATE (SUB-FRZ) = ZERO                      00077404
700190           OR WFRZ-END-DATE (SUB-FRZ) NOT < WFRZ-TODAY)           00077405
700190         MOVE SUB-FRZ TO WFRZ-HIT-SUB.                            00077406
           SKIP2                                                        00077407
700190*** One hit on a frozen plan.  The plan's first hit goes to the   00077408
700190*** operator console at once; every hit is itemized on the        00077409
700190*** exception report up to WFRZ-MAX-DETAIL per plan.              00077410
700190 B-522-FROZEN-HIT.                                                00077411
700190     ADD 1 TO WFRZ-PLAN-EVENTS                                    00077412
700190              WCTR-FRZ-EVENTS.                                    00077413
700190     IF  WFRZ-PLAN-EVENTS = 1                                     00077414
700190         ADD 1 TO WCTR-FRZ-PLANS                                  00077415
700190         DISPLAY 'BABKCMP266I FROZEN PLAN ' WPLAN-PLAN-NUM        00077416
700190             ' CHANGED - ' WFRZ-REASON (WFRZ-HIT-SUB)             00077417
700190             ' OWNER ' WFRZ-OWNER (WFRZ-HIT-SUB)                  00077418
700190             UPON CONSOLE.                                        00077419
700190     IF  WFRZ-PLAN-EVENTS NOT > WFRZ-MAX-DETAIL                   00077420
700190         MOVE SPACES TO FRZRPT-LINE                               00077421
700190         STRING ' ' WPLAN-PLAN-NUM                                00077422
700190             ' ' WFRZ-REASON (WFRZ-HIT-SUB)                       00077423
700190             ' ' WFRZ-OWNER (WFRZ-HIT-SUB)                        00077424
700190             ' ' WFRZ-EVENT ' ' WFRZ-XXYY ' ' WFRZ-KEY            00077425
700190             DELIMITED BY SIZE INTO FRZRPT-LINE                   00077426
700190         WRITE FRZRPT-LINE.                                       00077427
           SKIP2                                                        00077428
700190*** The frozen plan has finished: its totals close its entry.     00077429
700190 B-523-FROZEN-PLAN-END.                                           00077430
700190     IF  WFRZ-PLAN-EVENTS > ZERO                                  00077431
700190         DISPLAY 'BaBkCmp-268 Frozen plan ' WPLAN-PLAN-NUM        00077432
700190             ' changed:' WFRZ-PLAN-CHG                            00077433
700190             ' File1 only:' WFRZ-PLAN-F1                          00077434
700190             ' File2 only:' WFRZ-PLAN-F2                          00077435
700190         MOVE WFRZ-PLAN-CHG TO WFRZ-DISP1                         00077436
700190         MOVE WFRZ-PLAN-F1  TO WFRZ-DISP2                         00077437
700190         MOVE WFRZ-PLAN-F2  TO WFRZ-DISP3                         00077438
700190         MOVE SPACES TO FRZRPT-LINE                               00077439
700190         STRING ' Plan ' WPLAN-PLAN-NUM ' frozen '                00077440
700190             WFRZ-START-DATE (WFRZ-HIT-SUB) '-'                   00077441
700190             WFRZ-END-DATE (WFRZ-HIT-SUB)                         00077442
700190             '  Changed:' WFRZ-DISP1                              00077443
700190             '  File1 only:' WFRZ-DISP2                           00077444
700190             '  File2 only:' WFRZ-DISP3                           00077445
700190             DELIMITED BY SIZE INTO FRZRPT-LINE                   00077446
700190         WRITE FRZRPT-LINE                                        00077447
700190         IF  WFRZ-PLAN-EVENTS > WFRZ-MAX-DETAIL                   00077448
700203             MOVE WFRZ-MAX-DETAIL TO WFRZ-MAX-ED                  00077449
700203             MOVE SPACES TO FRZRPT-LINE                           00077450
700203             STRING '   Records past the first' WFRZ-MAX-ED       00000000
700203                 ' not itemized'                                  00000000
700203                 DELIMITED BY SIZE INTO FRZRPT-LINE               00000000
700190             WRITE FRZRPT-LINE.                                   00077451
           SKIP2                                                        00077452
700190*** A quarantined frozen plan was never seen whole, so the freeze 00077453
700190*** cannot be vouched for - raised the same way as a change.      00077454
700190 B-524-FROZEN-UNVERIFIED.                                         00077455
700190     ADD 1 TO WCTR-FRZ-UNVERIFIED.                                00077456
700190     DISPLAY 'BABKCMP267I FROZEN PLAN ' WPLAN-PLAN-NUM            00077457
700190         ' NOT VERIFIED - QUARANTINED'                            00077458
700190         UPON CONSOLE.                                            00077459
700190     MOVE SPACES TO FRZRPT-LINE.                                  00077460
700190     STRING ' ' WPLAN-PLAN-NUM                                    00077461
700190         ' ' WFRZ-REASON (WFRZ-HIT-SUB)                           00077462
700190         ' ' WFRZ-OWNER (WFRZ-HIT-SUB)                            00077463
700190         ' Quarantined, freeze not verified: ' WQUAR-DIAG         00077464
700190         DELIMITED BY SIZE INTO FRZRPT-LINE.                      00077465
700190     WRITE FRZRPT-LINE.                                           00077466
           SKIP2                                                        00077467
700190*** A matched pair on a frozen plan, judged on the raw bytes the  00077468
700190*** readers banked, before any zap or normalization.              00077469
700190 B-525-FROZEN-PAIR.                                               00077470
700190     IF  BKFIL-LENG NOT = BKFIL2-LENG                             00077471
700190         OR BKFIL-SAVE-DATA (1:BKFIL-LENG)                        00077472
700190            NOT = BKFIL2-SAVE-DATA (1:BKFIL2-LENG)                00077473
700190         MOVE 'CHANGED'       TO WFRZ-EVENT                       00077474
700190         MOVE BKFIL-XXYY      TO WFRZ-XXYY                        00077475
700190         MOVE BKFIL-KEY-GROUP TO WFRZ-KEY                         00077476
700190         ADD 1 TO WFRZ-PLAN-CHG                                   00077477
700190         PERFORM B-522-FROZEN-HIT.                                00077478
           SKIP2                                                        00077479
700197*** A plan the nightly cycle skipped is byte-for-byte unchanged,  00077480
700197*** so the compare alone calls it clean.  Its PL record is        00077481
700197*** judged instead on the SKIPCHK date DEs: one that should have  00077482
700197*** moved on tonight's day type, that did not advance past        00077483
700197*** File1's value and is still short of File2's business date,    00077484
700197*** says the cycle never touched the plan.  Run dates are put     00077485
700197*** back first - a NORUNDATE zap would hide exactly these DEs.    00077486
700197 B-540-CHECK-SKIPPED.                                             00077487
700197     IF  WCTL-NORUNDATE-YES                                       00077488
700197         PERFORM N1-500-RUN-RESTORE                               00077489
700197         PERFORM N2-500-RUN-RESTORE.                              00077490
700197     ADD 1 TO WCTR-SKC-CHECKED.                                   00077491
700197     MOVE ZERO TO WSKC-PLAN-HITS.                                 00077492
700197     PERFORM B-541-SKIPCHK-DE                                     00077493
700197       VARYING SUB-SKC FROM 1 BY 1                                00077494
700197         UNTIL SUB-SKC > WSKC-COUNT.                              00077495
700197     IF  WSKC-PLAN-HITS > ZERO                                    00077496
700197         ADD 1 TO WCTR-SKC-PLANS                                  00077497
700197         DISPLAY 'BABKCMP269I PLAN ' WPLAN-PLAN-NUM               00077498
700197             ' NOT PROCESSED BY THE CYCLE OF ' WSKC-CYCLE-DATE    00077499
700197             UPON CONSOLE.                                        00077500
           SKIP2                                                        00077501
700197 B-541-SKIPCHK-DE.                                                00077502
700197     MOVE ZERO TO WSKC-TALLY.                                     00077503
700197     INSPECT WSKC-DTYPES (SUB-SKC)                                00077504
700197         TALLYING WSKC-TALLY FOR ALL WSKC-DAYTYPE.                00077505
700197     IF  WSKC-TALLY > ZERO                                        00077506
700197         MOVE WSKC-DENUM (SUB-SKC) TO DE-DENUM DE2-DENUM          00077507
700197         PERFORM R-100-FETCH-DE-DEF                               00077508
700197         PERFORM S-100-FETCH-DE2-DEF                              00077509
700197         IF  DE-NAME = SPACES                                     00077510
700197             OR DE-VAL-INTERNAL-N NOT NUMERIC                     00077511
700197             OR DE2-VAL-INTERNAL-N NOT NUMERIC                    00077512
700197             ADD 1 TO WCTR-SKC-UNREADABLE                         00077513
700197             IF  WCTR-SKC-UNREADABLE = 1                          00077514
700197                 DISPLAY 'BaBkCmp-270 SKIPCHK DE '                00077515
700197                     WSKC-DENUM (SUB-SKC)                         00077516
700197                     ' has no date value on PL, Plan '            00077517
700197                     WPLAN-PLAN-NUM                               00077518
700197             END-IF                                               00077519
700197         ELSE                                                     00077520
700197             MOVE DE-VAL-INTERNAL-N  TO WDATE9-A                  00077521
700197             MOVE DE2-VAL-INTERNAL-N TO WDATE9-B                  00077522
700197             PERFORM R-748-WIDEN-DATE-A                           00077523
700197             PERFORM R-749-WIDEN-DATE-B                           00077524
700197             IF  WDATE9-B NOT > WDATE9-A                          00077525
700197                 AND WDATE9-B < WSKC-CYCLE-DATE                   00077526
700197                 PERFORM B-542-RPT-SKIPPED.                       00077527
           SKIP2                                                        00077528
700197 B-542-RPT-SKIPPED.                                               00077529
700197     ADD 1 TO WSKC-PLAN-HITS.                                     00077530
700197     DISPLAY 'BaBkCmp-269 Plan ' WPLAN-PLAN-NUM                   00077531
700197         ' not advanced by the cycle, ' DE-NAME                   00077532
700197         ' File1:' WDATE9-A ' File2:' WDATE9-B                    00077533
700197         ' Expected:' WSKC-CYCLE-DATE.                            00077534
700197     MOVE SPACES TO WPRINT-LINE.                                  00077535
700197     STRING ' SKIPPED BY CYCLE  Plan ' WPLAN-PLAN-NUM             00077536
700197         ' ' DE-NAME ' File1:' WDATE9-A ' File2:' WDATE9-B        00077537
700197         ' Business date:' WSKC-CYCLE-DATE                        00077538
700197         ' Day type:' WSKC-DAYTYPE                                00077539
700197         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077540
700197     PERFORM V-100-PRINT-LINE.                                    00077541
           SKIP2                                                        00077542
700198*** ONBOARD: a plan on the onboarding list that is on File2 only  00077543
700198*** is new to the platform tonight.  BAONBCRT certifies it, so the00077544
700198*** compare passes over it rather than report every record as an  00077545
700198*** extra; a listed plan already on File1 is compared as usual.   00077546
700198 B-546-CHECK-ONBOARD.                                             00077547
700198     PERFORM B-547-SCAN-ONBOARD                                   00077548
700198       VARYING SUB-ONB FROM 1 BY 1                                00077549
700198         UNTIL SUB-ONB > WONB-COUNT                               00077550
700198           OR WONB-PLAN-YES.                                      00077551
           SKIP2                                                        00077552
700198 B-547-SCAN-ONBOARD.                                              00077553
700198     IF  WONB-PLAN-NUM (SUB-ONB) = WPLAN-PLAN-NUM                 00077554
700198         SET WONB-PLAN-YES TO TRUE.                               00077555
           SKIP2                                                        00077556
700199*** EXITS: a plan on File1 only has left the platform.  It is an  00077557
700199*** expected exit if the list schedules it on or before tonight's 00077558
700199*** cycle date; unscheduled, or gone ahead of its date, it is an  00077559
700199*** unplanned exit.  A listed plan still on File2 after its date  00077560
700199*** is overdue.                                                   00077561
700199 B-548-CHECK-EXITS.                                               00077562
700199     MOVE ZERO TO WEXIT-HIT-SUB.                                  00077563
700199     PERFORM B-549-SCAN-EXITS                                     00077564
700199       VARYING SUB-EXL FROM 1 BY 1                                00077565
700199         UNTIL SUB-EXL > WEXL-COUNT                               00077566
700199           OR WEXIT-HIT-SUB > ZERO.                               00077567
700199     IF  (IO-BKPI2-ERROR-YES                                      00077568
700199           OR BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM)                 00077569
700199         AND NOT IO-BKPI-ERROR-YES                                00077570
700199         AND BWA-PLAN-NUM = WPLAN-PLAN-NUM                        00077571
700199         IF  WEXIT-HIT-SUB = ZERO                                 00077572
700199             SET WEXIT-UNPLANNED TO TRUE                          00077573
700199         ELSE IF  WEXL-EXIT-DATE (WEXIT-HIT-SUB) > WEXIT-RUN-DATE 00077574
700199             SET WEXIT-EARLY TO TRUE                              00077575
700199         ELSE                                                     00077576
700199             SET WEXIT-EXPECTED TO TRUE                           00077577
700199         END-IF                                                   00077578
700199         END-IF                                                   00077579
700199     ELSE IF  WEXIT-HIT-SUB > ZERO                                00077580
700199         AND NOT IO-BKPI2-ERROR-YES                               00077581
700199         AND BWA2-PLAN-NUM = WPLAN-PLAN-NUM                       00077582
700199         AND WEXL-EXIT-DATE (WEXIT-HIT-SUB) < WEXIT-RUN-DATE      00077583
700199         SET WEXIT-OVERDUE TO TRUE.                               00077584
           SKIP2                                                        00077585
700199 B-549-SCAN-EXITS.                                                00077586
700199     IF  WEXL-PLAN-NUM (SUB-EXL) = WPLAN-PLAN-NUM                 00077587
700199         MOVE SUB-EXL TO WEXIT-HIT-SUB.                           00077588
           SKIP2                                                        00077589
700199*** An expected exit is not compared record by record - its       00077590
700199*** records would all be File1 extras.  The skip keeps the same   00077591
700199*** money and participant totals the compare would, so the exit   00077592
700199*** report carries the plan's final figures from File1.           00077593
700199 B-550-SKIP-EXIT.                                                 00077594
700199     IF  WDLT-ACTIVE-YES                                          00077595
700199         PERFORM B-513-DELTA-SKIPPED.                             00077596
700199     IF  BKFIL-XXYY = 'AH  '                                      00077597
700199         IF  AH-ADJ-AMOUNT IS NUMERIC                             00077598
700199             ADD AH-ADJ-AMOUNT TO WPLAN-MONEY-BKPI                00077599
700199         ELSE                                                     00077600
700199             PERFORM Q-232-NOTE-CORRUPT-AMT                       00077601
700199         END-IF                                                   00077602
700199     END-IF.                                                      00077603
700199     IF  BKFIL-XXYY = 'LN  '                                      00077604
700199         IF  LN-PRINCIPAL-BALANCE IS NUMERIC                      00077605
700199             ADD LN-PRINCIPAL-BALANCE TO WPLAN-MONEY-BKPI         00077606
700199         ELSE                                                     00077607
700199             PERFORM Q-232-NOTE-CORRUPT-AMT                       00077608
700199         END-IF                                                   00077609
700199     END-IF.                                                      00077610
700199     IF  BKFIL-XXYY = 'PT  '                                      00077611
700199         ADD 1 TO WPLAN-CTR-PART-BKPI.                            00077612
700199     PERFORM N1-100-READ-BKPI.                                    00077613
           SKIP2                                                        00077614
700199 B-551-REPORT-EXIT.                                               00077615
700199     EVALUATE TRUE                                                00077616
700199       WHEN WEXIT-EXPECTED                                        00077617
700199         PERFORM B-552-EXPECTED-EXIT                              00077618
700199       WHEN WEXIT-OVERDUE                                         00077619
700199         PERFORM B-553-OVERDUE-EXIT                               00077620
700199       WHEN OTHER                                                 00077621
700199         PERFORM B-554-UNPLANNED-EXIT                             00077622
700199     END-EVALUATE.                                                00077623
           SKIP2                                                        00077624
700199*** The plan's final totals are kept for the EXPECTED-EXIT section00077625
700199*** A-924-FINISH-EXITS prints at the end of the run.              00077626
700199 B-552-EXPECTED-EXIT.                                             00077627
700199     ADD 1 TO WCTR-EXIT-EXPECTED.                                 00077628
700199     MOVE 'E' TO WEXL-STATUS (WEXIT-HIT-SUB).                     00077629
700199     MOVE WPLAN-MONEY-BKPI    TO WEXL-MONEY (WEXIT-HIT-SUB).      00077630
700199     MOVE WPLAN-CTR-PART-BKPI TO WEXL-PARTS (WEXIT-HIT-SUB).      00077631
700199     MOVE WPLAN-MONEY-BKPI    TO WEXIT-MONEY-ED.                  00077632
700199     DISPLAY 'BABKCMP-476 EXPECTED-EXIT ' WPLAN-PLAN-NUM          00077633
700199         ' Ref ' WEXL-FINAL-REF (WEXIT-HIT-SUB)                   00077634
700199         ' Money ' WEXIT-MONEY-ED                                 00077635
700199         ' Participants ' WPLAN-CTR-PART-BKPI.                    00077636
           SKIP2                                                        00077637
700199 B-553-OVERDUE-EXIT.                                              00077638
700199     ADD 1 TO WCTR-EXIT-OVERDUE.                                  00077639
700199     MOVE 'O' TO WEXL-STATUS (WEXIT-HIT-SUB).                     00077640
700199     MOVE SPACES TO WPRINT-LINE.                                  00077641
700199     STRING ' EXITS exception: plan ' WPLAN-PLAN-NUM              00077642
700199         ' scheduled to exit ' WEXL-EXIT-DATE (WEXIT-HIT-SUB)     00077643
700199         ' (Ref ' WEXL-FINAL-REF (WEXIT-HIT-SUB)                  00077644
700199         ') is still on File2'                                    00077645
700199         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077646
700199     PERFORM V-100-PRINT-LINE.                                    00077647
700199     DISPLAY 'BABKCMP-477 Scheduled exit overdue, plan '          00077648
700199         WPLAN-PLAN-NUM ' still on File2, exit date '             00077649
700199         WEXL-EXIT-DATE (WEXIT-HIT-SUB).                          00077650
           SKIP2                                                        00077651
700199*** Unplanned disappearance: severity one, on the console as well 00077652
700199*** as the report, and never folded into the expected exits.      00077653
700199 B-554-UNPLANNED-EXIT.                                            00077654
700199     ADD 1 TO WCTR-EXIT-UNPLANNED.                                00077655
700199     MOVE WPLAN-MONEY-BKPI    TO WEXIT-MONEY-ED.                  00077656
700199     MOVE WPLAN-CTR-PART-BKPI TO WEXIT-PARTS-ED.                  00077657
700199     DISPLAY 'BABKCMP270I UNPLANNED EXIT PLAN ' WPLAN-PLAN-NUM    00077658
700199         ' GONE FROM FILE2 - SEVERITY 1'                          00077659
700199         UPON CONSOLE.                                            00077660
700199     MOVE SPACES TO WPRINT-LINE.                                  00077661
700199     IF  WEXIT-EARLY                                              00077662
700199         MOVE 'A' TO WEXL-STATUS (WEXIT-HIT-SUB)                  00077663
700199         STRING ' *** UNPLANNED EXIT (SEVERITY 1) *** plan '      00077664
700199             WPLAN-PLAN-NUM ' gone from File2 ahead of its '      00077665
700199             'scheduled date ' WEXL-EXIT-DATE (WEXIT-HIT-SUB)     00077666
700199             DELIMITED BY SIZE INTO WPRINT-LINE                   00077667
700199     ELSE                                                         00077668
700199         STRING ' *** UNPLANNED EXIT (SEVERITY 1) *** plan '      00077669
700199             WPLAN-PLAN-NUM ' gone from File2, not on the '       00077670
700199             'scheduled-exit list'                                00077671
700199             DELIMITED BY SIZE INTO WPRINT-LINE                   00077672
700199     END-IF.                                                      00077673
700199     PERFORM V-100-PRINT-LINE.                                    00077674
700199     MOVE SPACES TO WPRINT-LINE.                                  00077675
700199     STRING '     Last seen on File1 - Money ' WEXIT-MONEY-ED     00077676
700199         ' Participants ' WEXIT-PARTS-ED                          00077677
700199         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077678
700199     PERFORM V-100-PRINT-LINE.                                    00077679
700199     DISPLAY 'BABKCMP-479 Unplanned exit, plan ' WPLAN-PLAN-NUM   00077680
700199         ' gone from File2, Money ' WEXIT-MONEY-ED                00077681
700199         ' Participants ' WPLAN-CTR-PART-BKPI.                    00077682
           SKIP2                                                        00077682
700201*** FUNDCHK: each FP record must value out - units times unit     00077682
700201*** price, to the penny, within WCTL-FUND-TOLER of the market     00077682
700201*** value it carries - and its market value goes to the plan's    00077682
700201*** fund total for that file.  A pricing or unit-posting error    00077682
700201*** is the difference participants notice first.                  00077682
700201 B-556-FUND-CHECK1.                                               00077682
700201     IF  FP-UNITS IS NUMERIC                                      00077682
700201         AND FP-UNIT-PRICE IS NUMERIC                             00077682
700201         AND FP-MARKET-VALUE IS NUMERIC                           00077682
700201         ADD FP-MARKET-VALUE TO WPLAN-FUND-BKPI                   00077682
700201         COMPUTE WFUND-VALUE ROUNDED = FP-UNITS * FP-UNIT-PRICE   00077682
700201         COMPUTE WFUND-DIFF = WFUND-VALUE - FP-MARKET-VALUE       00077682
700201         IF  WFUND-DIFF < ZERO                                    00077682
700201             COMPUTE WFUND-DIFF = ZERO - WFUND-DIFF               00077682
700201         END-IF                                                   00077682
700201         IF  WFUND-DIFF > WCTL-FUND-TOLER                         00077682
700201             ADD 1 TO WCTR-FUNDVAL-BAD1                           00077682
700201             MOVE WFUND-VALUE     TO WFUND-VALUE-ED               00077682
700201             MOVE FP-MARKET-VALUE TO WFUND-MV-ED                  00077682
700201             DISPLAY 'BaBkCmp-481 Fund valuation off on File1, '  00077682
700201                 'Key: ' BKFIL-KEY-GROUP                          00077682
700201                 ' Units x Price:' WFUND-VALUE-ED                 00077682
700201                 ' Market Value:' WFUND-MV-ED                     00077682
700201             MOVE SPACES TO WPRINT-LINE                           00077682
700201             STRING ' FUNDCHK File1 valuation off, Key: '         00077682
700201                 BKFIL-KEY-GROUP                                  00077682
700201                 ' Units x Price:' WFUND-VALUE-ED                 00077682
700201                 ' Market Value:' WFUND-MV-ED                     00077682
700201                 DELIMITED BY SIZE INTO WPRINT-LINE               00077682
700201             PERFORM V-100-PRINT-LINE                             00077682
700201         END-IF                                                   00077682
700201     ELSE                                                         00077682
700201         PERFORM Q-232-NOTE-CORRUPT-AMT.                          00077682
           SKIP2                                                        00077682
700201 B-557-FUND-CHECK2.                                               00077682
700201     IF  FP2-UNITS IS NUMERIC                                     00077682
700201         AND FP2-UNIT-PRICE IS NUMERIC                            00077682
700201         AND FP2-MARKET-VALUE IS NUMERIC                          00077682
700201         ADD FP2-MARKET-VALUE TO WPLAN-FUND-BKPI2                 00077682
700201         COMPUTE WFUND-VALUE ROUNDED = FP2-UNITS * FP2-UNIT-PRICE 00077682
700201         COMPUTE WFUND-DIFF = WFUND-VALUE - FP2-MARKET-VALUE      00077682
700201         IF  WFUND-DIFF < ZERO                                    00077682
700201             COMPUTE WFUND-DIFF = ZERO - WFUND-DIFF               00077682
700201         END-IF                                                   00077682
700201         IF  WFUND-DIFF > WCTL-FUND-TOLER                         00077682
700201             ADD 1 TO WCTR-FUNDVAL-BAD2                           00077682
700201             MOVE WFUND-VALUE      TO WFUND-VALUE-ED              00077682
700201             MOVE FP2-MARKET-VALUE TO WFUND-MV-ED                 00077682
700201             DISPLAY 'BaBkCmp-482 Fund valuation off on File2, '  00077682
700201                 'Key: ' BKFIL2-KEY-GROUP                         00077682
700201                 ' Units x Price:' WFUND-VALUE-ED                 00077682
700201                 ' Market Value:' WFUND-MV-ED                     00077682
700201             MOVE SPACES TO WPRINT-LINE                           00077682
700201             STRING ' FUNDCHK File2 valuation off, Key: '         00077682
700201                 BKFIL2-KEY-GROUP                                 00077682
700201                 ' Units x Price:' WFUND-VALUE-ED                 00077682
700201                 ' Market Value:' WFUND-MV-ED                     00077682
700201                 DELIMITED BY SIZE INTO WPRINT-LINE               00077682
700201             PERFORM V-100-PRINT-LINE                             00077682
700201         END-IF                                                   00077682
700201     ELSE                                                         00077682
700201         PERFORM Q-233-NOTE-CORRUPT-AMT2.                         00077682
           SKIP2                                                        00077682
700203*** Plan-boundary fund reconciliation: on each file the plan's    00000000
700203*** Fund Position total must come to its money total (adjustment  00000000
700203*** history and loan balances) within WCTL-FUND-TOLER.  A plan    00000000
700203*** out on either side is counted with the money mismatches for   00000000
700203*** RCMAP.  A split plan's range holds only part of the plan; its 00000000
700203*** totals go to PARTRES and BAPRNMRG reconciles the whole plan.  00000000
700203 B-558-CHECK-FUNDS.                                               00000000
700203     MOVE 'File1'           TO WFUND-SIDE.                        00000000
700203     MOVE WPLAN-FUND-BKPI   TO WFUND-PLAN-FUND.                   00000000
700203     MOVE WPLAN-MONEY-BKPI  TO WFUND-PLAN-MONEY.                  00000000
700203     PERFORM B-559-FUND-TO-MONEY.                                 00000000
700203     MOVE 'File2'           TO WFUND-SIDE.                        00000000
700203     MOVE WPLAN-FUND-BKPI2  TO WFUND-PLAN-FUND.                   00000000
700203     MOVE WPLAN-MONEY-BKPI2 TO WFUND-PLAN-MONEY.                  00000000
700203     PERFORM B-559-FUND-TO-MONEY.                                 00000000
           SKIP2                                                        00000000
700203 B-559-FUND-TO-MONEY.                                             00000000
700203     COMPUTE WFUND-DIFF = WFUND-PLAN-FUND - WFUND-PLAN-MONEY.     00000000
700203     IF  WFUND-DIFF < ZERO                                        00000000
700203         COMPUTE WFUND-DIFF = ZERO - WFUND-DIFF.                  00000000
700203     IF  WFUND-DIFF > WCTL-FUND-TOLER                             00000000
700203         ADD 1 TO WCTR-FUND-MISMATCH                              00000000
700203         MOVE WFUND-PLAN-FUND  TO WFUND-VALUE-ED                  00000000
700203         MOVE WFUND-PLAN-MONEY TO WFUND-MV-ED                     00000000
700203         DISPLAY 'BaBkCmp-483 Plan ' WPLAN-PLAN-NUM ' ' WFUND-SIDE00000000
700203           ' Fund Position Total off the money total, Funds:'     00000000
700203           WFUND-VALUE-ED ' Money:' WFUND-MV-ED                   00000000
700203         MOVE SPACES TO WPRINT-LINE                               00000000
700203         STRING ' FUNDCHK ' WFUND-SIDE ' fund total off money '   00000000
700203             'total, Funds:' WFUND-VALUE-ED ' Money:' WFUND-MV-ED 00000000
700203             DELIMITED BY SIZE INTO WPRINT-LINE                   00000000
700203         PERFORM V-100-PRINT-LINE.                                00000000
           SKIP2                                                        00077682
700193*** Is the plan in hand split by PARTRANGE cards, and is any of it00077480
700193*** this task's?  A plan split only among other tasks is skipped. 00077481
700193 B-530-FIND-PARTRANGE.                                            00077482
700193     PERFORM B-531-SCAN-PARTRANGE                                 00077483
700193       VARYING SUB-PRNG FROM 1 BY 1                               00077484
700193         UNTIL SUB-PRNG > WPRNG-COUNT.                            00077485
700193     IF  WPRNG-HIT-SUB > ZERO                                     00077486
700193         MOVE WPRNG-FROM (WPRNG-HIT-SUB) TO WPRNG-FROM-ED         00077487
700193         MOVE WPRNG-TO (WPRNG-LAST-SUB)  TO WPRNG-TO-ED           00077488
700193         PERFORM B-537-EDIT-PRNG-ENDS                             00077489
700193         DISPLAY 'BaBkCmp-463 Split plan ' WPLAN-PLAN-NUM         00077490
700193             ' participants ' WPRNG-FROM-ED ' up to ' WPRNG-TO-ED.00077491
           SKIP2                                                        00077492
700193 B-531-SCAN-PARTRANGE.                                            00077493
700193     IF  WPRNG-PLAN (SUB-PRNG) = WPLAN-PLAN-NUM                   00077494
700193         IF  WPRNG-TASK (SUB-PRNG) = ZERO                         00077495
700193             OR WPRNG-TASK (SUB-PRNG) = WCTL-PARTTASK             00077496
700193             IF  WPRNG-HIT-SUB = ZERO                             00077497
700193                 MOVE SUB-PRNG TO WPRNG-HIT-SUB                   00077498
700193             END-IF                                               00077499
700193             MOVE SUB-PRNG TO WPRNG-LAST-SUB                      00077500
700193         ELSE                                                     00077501
700193             SET WPRNG-OTHER-FLG-YES TO TRUE.                     00077502
           SKIP2                                                        00077503
700193*** End of this task's range of a split plan: its counters, money,00077504
700193*** participant counts and by-DE differences go to PARTRES for    00077505
700193*** BAPRNMRG, and the plan line is noted as a partial result.  The00077506
700193*** plan-level money, headcount, impact and missing-plan verdicts 00077507
700193*** wait for the merge - one range cannot judge the whole plan.   00077508
700193 B-532-PARTRANGE-RESULT.                                          00077509
700193     MOVE SPACES TO PARTRES-LINE.                                 00077510
700193     SET PRR-KIND-PLAN TO TRUE.                                   00077511
700193     PERFORM B-533-PARTRES-KEY.                                   00077512
700193     MOVE WPLAN-CTR-BKPI        TO PRR-BKPI.                      00077513
700193     MOVE WPLAN-CTR-BKPI2       TO PRR-BKPI2.                     00077514
700193     MOVE WPLAN-CTR-EXTRA-BKPI  TO PRR-EXTRA-BKPI.                00077515
700193     MOVE WPLAN-CTR-EXTRA-BKPI2 TO PRR-EXTRA-BKPI2.               00077516
700193     MOVE WPLAN-CTR-MATCHED     TO PRR-MATCHED.                   00077517
700193     MOVE WPLAN-CTR-DIFF-RECS   TO PRR-DIFF-RECS.                 00077518
700193     MOVE WPLAN-CTR-DIFF-DES    TO PRR-DIFF-DES.                  00077519
700193     MOVE WPLAN-CTR-DATA-SAME   TO PRR-DATA-SAME.                 00077520
700193     MOVE WPLAN-CTR-DATA-DIFF   TO PRR-DATA-DIFF.                 00077521
700193     MOVE WPLAN-MONEY-BKPI      TO PRR-MONEY-BKPI.                00077522
700193     MOVE WPLAN-MONEY-BKPI2     TO PRR-MONEY-BKPI2.               00077523
700193     MOVE WPLAN-CTR-PART-BKPI   TO PRR-PART-BKPI.                 00077524
700193     MOVE WPLAN-CTR-PART-BKPI2  TO PRR-PART-BKPI2.                00077525
700193     MOVE WPLAN-CTR-PART-IMPACT TO PRR-PART-IMPACT.               00077526
700193     MOVE WPLANMISS-SIDE        TO PRR-PLANMISS.                  00077527
700203     IF  WCTL-FUNDCHK-YES                                         00000000
700203         SET PRR-FUNDCHK-YES TO TRUE                              00000000
700203         MOVE WPLAN-FUND-BKPI  TO PRR-FUND-BKPI                   00000000
700203         MOVE WPLAN-FUND-BKPI2 TO PRR-FUND-BKPI2                  00000000
700203         MOVE WCTL-FUND-TOLER  TO PRR-FUND-TOLER.                 00000000
700203     PERFORM B-538-WRITE-PARTRES.                                 00077528
700193     ADD 1 TO WCTR-PRNG-PLANS.                                    00077529
700193     PERFORM B-534-WRITE-PRNG-DE                                  00077530
700193       VARYING SUB-PRDE FROM 1 BY 1                               00077531
700193         UNTIL SUB-PRDE > WPRDE-COUNT.                            00077532
700193     IF  WPRDE-OVERFLOW-YES                                       00077533
700193         DISPLAY 'BaBkCmp-464 Plan ' WPLAN-PLAN-NUM               00077534
700193             ' split-plan DE table full, by-DE result incomplete'.00077535
700193     MOVE ZERO TO WPRDE-COUNT.                                    00077536
700193     MOVE 'N' TO WPRDE-OVERFLOW-FLG.                              00077537
700193     MOVE WPRNG-FROM (WPRNG-HIT-SUB) TO WPRNG-FROM-ED.            00077538
700193     MOVE WPRNG-TO (WPRNG-LAST-SUB)  TO WPRNG-TO-ED.              00077539
700193     PERFORM B-537-EDIT-PRNG-ENDS.                                00077540
700193     MOVE SPACES TO WPRINT-LINE.                                  00077541
700193     STRING '        Split plan, participants ' WPRNG-FROM-ED     00077542
700193         ' up to ' WPRNG-TO-ED ' only - merged result by BAPRNMRG'00077543
700193         DELIMITED BY SIZE INTO WPRINT-LINE.                      00077544
700193     PERFORM V-100-PRINT-LINE.                                    00077545
           SKIP2                                                        00077546
700193 B-533-PARTRES-KEY.                                               00077547
700193     MOVE SD-RUN-DATE                TO PRR-RUN-DATE.             00077548
700193     MOVE WPLAN-PLAN-NUM             TO PRR-PLAN-NUM.             00077549
700193     MOVE WPRNG-FROM (WPRNG-HIT-SUB) TO PRR-FROM.                 00077550
700193     MOVE WPRNG-TO (WPRNG-LAST-SUB)  TO PRR-TO.                   00077551
700193     MOVE WCTL-PARTTASK              TO PRR-TASK.                 00077552
           SKIP2                                                        00077553
700193 B-534-WRITE-PRNG-DE.                                             00077554
700193     MOVE SPACES TO PARTRES-LINE.                                 00077555
700193     SET PRR-KIND-DE TO TRUE.                                     00077556
700193     PERFORM B-533-PARTRES-KEY.                                   00077557
700193     MOVE WPRDE-XXYY (SUB-PRDE)   TO PRR-XXYY.                    00077558
700193     MOVE WPRDE-DENUM (SUB-PRDE)  TO PRR-DENUM.                   00077559
700193     MOVE WPRDE-DENAME (SUB-PRDE) TO PRR-DENAME.                  00077560
700193     MOVE WPRDE-DIFF (SUB-PRDE)   TO PRR-DE-DIFF.                 00077561
700193     MOVE WPRDE-TOLER (SUB-PRDE)  TO PRR-DE-TOLER.                00077562
700203     PERFORM B-538-WRITE-PARTRES.                                 00077563
           SKIP2                                                        00077564
700203*** A row PARTRES will not take leaves BAPRNMRG short of a range; 00000000
700203*** no further rows are written and the run ends 12.              00000000
700203 B-538-WRITE-PARTRES.                                             00000000
700203     IF  NOT WPRNG-BROKEN-YES                                     00000000
700203         WRITE PARTRES-LINE                                       00000000
700203         IF  NOT WPARTRES-FS-OK                                   00000000
700203             DISPLAY 'BaBkCmp-489 PARTRES WRITE failed, '         00000000
700203                 'split-plan results abandoned:' WPARTRES-FS      00000000
700203             SET WPRNG-BROKEN-YES TO TRUE.                        00000000
           SKIP2                                                        00000000
700193*** The by-DE count for the split plan, alongside the STCO one:   00077565
700193*** find-or-add the RecordType / DE, then bump the WPRDE-BUCKET   00077566
700193*** side.                                                         00077567
700193 B-535-TALLY-PRNG-DE.                                             00077568
700193     MOVE ZERO TO WPRDE-HIT-SUB.                                  00077569
700193     PERFORM B-536-SCAN-PRNG-DE                                   00077570
700193       VARYING SUB-PRDE FROM 1 BY 1                               00077571
700193         UNTIL SUB-PRDE > WPRDE-COUNT                             00077572
700193           OR WPRDE-HIT-SUB > ZERO.                               00077573
700193     IF  WPRDE-HIT-SUB = ZERO                                     00077574
700193         AND WPRDE-COUNT < WPRDE-MAX-ENTRIES                      00077575
700193         ADD 1 TO WPRDE-COUNT                                     00077576
700193         MOVE WPRDE-COUNT     TO WPRDE-HIT-SUB                    00077577
700193         MOVE BKFIL-XXYY      TO WPRDE-XXYY (WPRDE-HIT-SUB)       00077578
700193         MOVE WSTKEY-DENUM-ED TO WPRDE-DENUM (WPRDE-HIT-SUB)      00077579
700193         MOVE DE-NAME         TO WPRDE-DENAME (WPRDE-HIT-SUB)     00077580
700193         MOVE ZERO TO WPRDE-DIFF (WPRDE-HIT-SUB)                  00077581
700193                      WPRDE-TOLER (WPRDE-HIT-SUB)                 00077582
700193     ELSE IF  WPRDE-HIT-SUB = ZERO                                00077583
700193         SET WPRDE-OVERFLOW-YES TO TRUE.                          00077584
700193     IF  WPRDE-HIT-SUB > ZERO                                     00077585
700193         IF  WPRDE-BUCKET-TOLER                                   00077586
700193             ADD 1 TO WPRDE-TOLER (WPRDE-HIT-SUB)                 00077587
700193         ELSE                                                     00077588
700193             ADD 1 TO WPRDE-DIFF (WPRDE-HIT-SUB).                 00077589
           SKIP2                                                        00077590
700193 B-536-SCAN-PRNG-DE.                                              00077591
700193     IF  WPRDE-XXYY (SUB-PRDE) = BKFIL-XXYY                       00077592
700193         AND WPRDE-DENUM (SUB-PRDE) = WSTKEY-DENUM-ED             00077593
700193         MOVE SUB-PRDE TO WPRDE-HIT-SUB.                          00077594
           SKIP2                                                        00077595
700193 B-537-EDIT-PRNG-ENDS.                                            00077596
700193     IF  WPRNG-FROM-ED = SPACES                                   00077597
700193         MOVE '(start)' TO WPRNG-FROM-ED.                         00077598
700193     IF  WPRNG-TO-ED = SPACES                                     00077599
700193         MOVE '(end)' TO WPRNG-TO-ED.                             00077600
           SKIP2                                                        00077601
700189*** RESTART, quarantine and HASHSKIP advance without pairing; the 00077369
700189*** same advance rules decide the row, so a skipped plan's records00077370
700189*** still reach the delta.                                        00077371
700189 B-513-DELTA-SKIPPED.                                             00077372
700189     IF  BKFIL-KEY-GROUP < BKFIL2-KEY-GROUP                       00077373
700189         OR  IO-BKPI2-ERROR-YES                                   00077374
700189         OR  BWA2-PLAN-NUM NOT = WPLAN-PLAN-NUM                   00077375
700189         PERFORM B-510-DELTA-INSERT                               00077376
700189     ELSE IF  BKFIL2-KEY-GROUP < BKFIL-KEY-GROUP                  00077377
700189         OR  IO-BKPI-ERROR-YES                                    00077378
700189         OR  BWA-PLAN-NUM NOT = WPLAN-PLAN-NUM                    00077379
700189         PERFORM B-511-DELTA-DELETE                               00077380
700189     ELSE                                                         00077381
700189         PERFORM B-512-DELTA-REPLACE.                             00077382
           SKIP2                                                        00077383
700189*** A row carrying File1's record in hand.                        00077384
700189 B-515-DELTA-PUT1.                                                00077385
700189     MOVE BKFIL-KEY-GROUP TO DLT-KEY.                             00077386
700189     MOVE BKFIL-XXYY      TO DLT-XXYY.                            00077387
700189     MOVE WDLT-LENG1      TO DLT-LENG.                            00077388
700189     MOVE WDLT-IMAGE1 (1:WDLT-LENG1) TO DLT-DATA.                 00077389
700203     COMPUTE WDLT-RLEN = 53 + WDLT-LENG1.                         00077390
700189     PERFORM B-516-DELTA-WRITE.                                   00077391
           SKIP2                                                        00077392
700189 B-516-DELTA-WRITE.                                               00077393
700189     WRITE DELTA-REC.                                             00077394
700189     IF  NOT WDELTA-FS-OK                                         00077395
700189         DISPLAY 'BaBkCmp-443 DELTA abandoned, WRITE failed:'     00077396
700189             WDELTA-FS                                            00077397
700189         SET WDLT-BROKEN-YES TO TRUE                              00077398
700189         MOVE 'N' TO WDLT-ACTIVE-FLG.                             00077399
           SKIP2                                                        00077400
700066*** SAMPLE nnn runs every nnn-th key-matched record through the   00077311
700066*** full compare and leaves the rest uncompared (still counted    00077312
700066*** as matched), so a midday health check projects the whole      00077313
700048     MOVE 'File2 Len:  ' TO WRECHDR-HDG2.                         00077450
700048     MOVE BKFIL2-LENG           TO WRECHDR-RECNUM2.               00077460
700048     PERFORM Q-905-WRITE-RECHDR.                                  00077470
700173     PERFORM B-409-RPT-LENGTH-DETAIL.                             00077471
           SKIP2                                                        00077472
700173*** With records now carried up to 32760 bytes, a length change   00077473
700173*** no longer means the tail was cut off.  Walk the bytes both    00077474
700173*** sides share, then report how many extra bytes the longer side 00077475
700173*** carries and where they start, so the whole record is covered. 00077476
700173 B-409-RPT-LENGTH-DETAIL.                                         00077477
700173     IF  BKFIL-LENG < BKFIL2-LENG                                 00077478
700173         MOVE BKFIL-LENG     TO WCMP-LENG                         00077479
700173     ELSE                                                         00077480
700173         MOVE BKFIL2-LENG    TO WCMP-LENG.                        00077481
700173     MOVE ZERO  TO WMAXDE-PRINTED.                                00077482
700173     MOVE ZERO  TO WMAXDE-SUPPRESSED.                             00077483
700173     IF  BWA-REC (1:WCMP-LENG) NOT = BWA2-REC (1:WCMP-LENG)       00077484
700173         PERFORM Q-300-RPT-DATA-DIFF.                             00077485
700173     PERFORM Q-895-RPT-MAXDE-SUPPRESSED.                          00077486
700173     MOVE SPACES TO WSHOW-LINE.                                   00077487
700173     COMPUTE WDISP-POS = WCMP-LENG + 1.                           00077488
700173     IF  BKFIL-LENG > BKFIL2-LENG                                 00077489
700173         COMPUTE WDISP-TAIL = BKFIL-LENG - WCMP-LENG              00077490
700173         STRING '*  File1 carries ' WDISP-TAIL                    00077491
700173            ' more byte(s) from Pos:' WDISP-POS                   00077492
700173            DELIMITED BY SIZE                                     00077493
700173           INTO WSHOW-LINE                                        00077494
700173     ELSE                                                         00077495
700173         COMPUTE WDISP-TAIL = BKFIL2-LENG - WCMP-LENG             00077496
700173         STRING '*  File2 carries ' WDISP-TAIL                    00077497
700173            ' more byte(s) from Pos:' WDISP-POS                   00077498
700173            DELIMITED BY SIZE                                     00077499
700173           INTO WSHOW-LINE.                                       00077500
700173     PERFORM Q-900-WRITE-WSHOW.                                   00077501
           SKIP2                                                        00077480
700011*** With File1/File2 keys matched, advance the Golden baseline    00077301
700011*** stream up to that same key (it may be ahead if a key was      00077302
700115*** post-pass: first plan seen wins, the record count rides       00079297
700115*** along for the report line.                                    00079298
700115 B-219-TRACK-XFR1.                                                00079299
700203     MOVE BKFIL-KEY-GROUP (11:11) TO XFR1KEY-PART.                00079300
700115     SET XFR1IA-OPER-GET TO TRUE.                                 00079301
700115     PERFORM T-929-CALL-XFR1.                                     00079302
700115     IF  XFR1IA-RC-ERROR                                          00079303
700115     PERFORM T-929-CALL-XFR1.                                     00079308
           SKIP2                                                        00079309
700115 B-220-TRACK-XFR2.                                                00079310
700203     MOVE BKFIL2-KEY-GROUP (11:11) TO XFR2KEY-PART.               00079311
700115     SET XFR2IA-OPER-GET TO TRUE.                                 00079312
700115     PERFORM T-931-CALL-XFR2.                                     00079313
700115     IF  XFR2IA-RC-ERROR                                          00079314
700125*** Roll this AH record's adjustment into its participant's       00079321
700125*** net, one side or the other.                                   00079322
700125 B-221-NET-ADJ1.                                                  00079323
700203     MOVE BKFIL-KEY-GROUP (11:11) TO ADJNKEY-PART.                00079324
700125     SET ADJNIA-OPER-GET TO TRUE.                                 00079325
700125     PERFORM T-932-CALL-ADJN.                                     00079326
700125     IF  ADJNIA-RC-ERROR                                          00079327
700125     PERFORM T-932-CALL-ADJN.                                     00079331
           SKIP2                                                        00079332
700125 B-222-NET-ADJ2.                                                  00079333
700203     MOVE BKFIL2-KEY-GROUP (11:11) TO ADJNKEY-PART.               00079334
700125     SET ADJNIA-OPER-GET TO TRUE.                                 00079335
700125     PERFORM T-932-CALL-ADJN.                                     00079336
700125     IF  ADJNIA-RC-ERROR                                          00079337
700125     SET ADJNIA-OPER-UPDATE TO TRUE.                              00079340
700125     PERFORM T-932-CALL-ADJN.                                     00079341
           SKIP2                                                        00079342
700156*** Roll one record's money into its participant's roll-forward   00079343
700156*** entry.  Corrupt amounts were already counted by the caller    00079344
700156*** and are left out here, as they are from the plan totals.      00079345
700156 B-223-ROLL-ACC1.                                                 00079346
700203     MOVE BKFIL-KEY-GROUP (11:11) TO ROLFKEY-PART.                00079350
700156     SET ROLFIA-OPER-GET TO TRUE.                                 00079351
700156     PERFORM T-933-CALL-ROLF.                                     00079352
700156     IF  ROLFIA-RC-ERROR                                          00079353
700156         INITIALIZE ROLFDAT-AREA.                                 00079354
700156     IF  BKFIL-XXYY = 'AH  '                                      00079355
700156         AND AH-ADJ-AMOUNT IS NUMERIC                             00079356
700156         ADD AH-ADJ-AMOUNT TO ROLFDAT-PRIOR.                      00079357
700156     IF  BKFIL-XXYY = 'LN  '                                      00079358
700156         AND LN-PRINCIPAL-BALANCE IS NUMERIC                      00079359
700156         ADD LN-PRINCIPAL-BALANCE TO ROLFDAT-PRIOR.               00079360
700156     SET ROLFIA-OPER-UPDATE TO TRUE.                              00079361
700156     PERFORM T-933-CALL-ROLF.                                     00079362
           SKIP2                                                        00079365
700156 B-224-ROLL-ACC2.                                                 00079366
700203     MOVE BKFIL2-KEY-GROUP (11:11) TO ROLFKEY-PART.               00079370
700156     SET ROLFIA-OPER-GET TO TRUE.                                 00079371
700156     PERFORM T-933-CALL-ROLF.                                     00079372
700156     IF  ROLFIA-RC-ERROR                                          00079373
700156         INITIALIZE ROLFDAT-AREA.                                 00079374
700156     IF  BKFIL2-XXYY = 'AH  '                                     00079375
700156         AND AH2-ADJ-AMOUNT IS NUMERIC                            00079376
700156         ADD AH2-ADJ-AMOUNT TO ROLFDAT-CURR                       00079377
700156         IF  AH2-ADJ-DATE > WROLL-FROM                            00079378
700156             AND AH2-ADJ-DATE NOT > WROLL-TO                      00079379
700156             ADD AH2-ADJ-AMOUNT TO ROLFDAT-WINADJ.                00079380
700156     IF  BKFIL2-XXYY = 'LN  '                                     00079381
700156         AND LN2-PRINCIPAL-BALANCE IS NUMERIC                     00079382
700156         ADD LN2-PRINCIPAL-BALANCE TO ROLFDAT-CURR.               00079383
700156     SET ROLFIA-OPER-UPDATE TO TRUE.                              00079384
700156     PERFORM T-933-CALL-ROLF.                                     00079385
           SKIP2                                                        00079388
700156*** Plan-boundary roll-forward proof: each participant, then      00079389
700156*** the plan as a whole, must satisfy PRIOR + WINADJ = CURR       00079390
700156*** within a penny.  A plan can fail with every participant       00079391
700156*** passing only through rounding, so it is tested on its own.    00079392
700156 B-481-CHECK-ROLLFWD.                                             00079393
700156     MOVE ZERO TO WROLL-PLAN-PRIOR WROLL-PLAN-WINADJ              00079394
700156                  WROLL-PLAN-CURR  WROLL-PLAN-PARTS.              00079395
700156     SET ROLFIA-OPER-FIRST TO TRUE.                               00079396
700156     PERFORM T-933-CALL-ROLF.                                     00079397
700156     PERFORM B-482-CHECK-ROLLFWD-ENTRY                            00079398
700156       UNTIL ROLFIA-RC-ERROR.                                     00079399
700156     SET ROLFIA-OPER-CO-EMPTY TO TRUE.                            00079400
700156     PERFORM T-933-CALL-ROLF.                                     00079401
700156     COMPUTE WROLL-DIFF = WROLL-PLAN-PRIOR + WROLL-PLAN-WINADJ    00079402
700156                        - WROLL-PLAN-CURR.                        00079403
700156     IF  WROLL-DIFF > 0.01                                        00079404
700156         OR WROLL-DIFF < -0.01                                    00079405
700156         OR WROLL-PLAN-PARTS > ZERO                               00079406
700156         ADD 1 TO WCTR-ROLLFWD-PLANS                              00079407
700156         MOVE WROLL-PLAN-PRIOR  TO WROLL-EDIT-1                   00079408
700156         MOVE WROLL-PLAN-WINADJ TO WROLL-EDIT-2                   00079409
700156         MOVE WROLL-PLAN-CURR   TO WROLL-EDIT-3                   00079410
700156         MOVE WROLL-DIFF        TO WROLL-EDIT-4                   00079411
700156         DISPLAY 'BaBkCmp-261 Plan does not roll forward, Plan '  00079412
700156             WPLAN-PLAN-NUM ' Participants failing:'              00079413
700156             WROLL-PLAN-PARTS ' Off by:' WROLL-EDIT-4             00079414
700156         MOVE SPACES TO WPRINT-LINE                               00079415
700156         STRING ' ROLLFWD plan  Prior:' WROLL-EDIT-1              00079416
700156             ' Window adj:' WROLL-EDIT-2                          00079417
700156             DELIMITED BY SIZE INTO WPRINT-LINE                   00079418
700156         PERFORM V-100-PRINT-LINE                                 00079419
700156         MOVE SPACES TO WPRINT-LINE                               00079420
700156         STRING '               Current:' WROLL-EDIT-3            00079421
700156             ' Off by:' WROLL-EDIT-4                              00079422
700156             DELIMITED BY SIZE INTO WPRINT-LINE                   00079423
700156         PERFORM V-100-PRINT-LINE.                                00079424
           SKIP2                                                        00079425
700156 B-482-CHECK-ROLLFWD-ENTRY.                                       00079426
700156     ADD ROLFDAT-PRIOR  TO WROLL-PLAN-PRIOR.                      00079427
700156     ADD ROLFDAT-WINADJ TO WROLL-PLAN-WINADJ.                     00079428
700156     ADD ROLFDAT-CURR   TO WROLL-PLAN-CURR.                       00079429
700156     COMPUTE WROLL-DIFF = ROLFDAT-PRIOR + ROLFDAT-WINADJ          00079430
700156                        - ROLFDAT-CURR.                           00079431
700156     IF  WROLL-DIFF > 0.01                                        00079432
700156         OR WROLL-DIFF < -0.01                                    00079433
700156         ADD 1 TO WCTR-ROLLFWD-PARTS                              00079434
700156         ADD 1 TO WROLL-PLAN-PARTS                                00079435
700156         MOVE ROLFDAT-PRIOR  TO WROLL-EDIT-1                      00079436
700156         MOVE ROLFDAT-WINADJ TO WROLL-EDIT-2                      00079437
700156         MOVE ROLFDAT-CURR   TO WROLL-EDIT-3                      00079438
700156         MOVE WROLL-DIFF     TO WROLL-EDIT-4                      00079439
700156         DISPLAY 'BaBkCmp-260 Part does not roll forward, '       00079440
700156             'Plan ' WPLAN-PLAN-NUM ' Part ' ROLFKEY-PART         00079441
700156             ' Off by:' WROLL-EDIT-4                              00079442
700156         MOVE SPACES TO WPRINT-LINE                               00079443
700156         STRING ' ROLLFWD Part ' ROLFKEY-PART                     00079444
700156             ' Prior:' WROLL-EDIT-1 ' Window adj:' WROLL-EDIT-2   00079445
700156             DELIMITED BY SIZE INTO WPRINT-LINE                   00079446
700156         PERFORM V-100-PRINT-LINE                                 00079447
700156         MOVE SPACES TO WPRINT-LINE                               00079448
700156         STRING '                         Current:' WROLL-EDIT-3  00079449
700156             ' Off by:' WROLL-EDIT-4                              00079450
700156             DELIMITED BY SIZE INTO WPRINT-LINE                   00079451
700156         PERFORM V-100-PRINT-LINE.                                00079452
700156     SET ROLFIA-OPER-NEXT TO TRUE.                                00079453
700156     PERFORM T-933-CALL-ROLF.                                     00079454
           SKIP2                                                        00079455
700125*** Plan-boundary netting check: the per-participant nets must    00079343
700125*** agree between the files even when the individual records      00079344
700125*** paired off as extras or duplicate sets.                       00079345
700065*** Counts a participant once per plan the first time one of      00079304
700065*** its records differs or appears on only one file.              00079305
700065 B-465-TRACK-IMPACT.                                              00079306
700203     IF  BKFIL-KEY-GROUP (11:11) NOT = WPLAN-IMPACT-LAST-PART     00079307
700203         MOVE BKFIL-KEY-GROUP (11:11) TO WPLAN-IMPACT-LAST-PART   00079308
700065         ADD 1 TO WPLAN-CTR-PART-IMPACT.                          00079309
           SKIP2                                                        00079310
700065 B-466-TRACK-IMPACT2.                                             00079311
700203     IF  BKFIL2-KEY-GROUP (11:11) NOT = WPLAN-IMPACT-LAST-PART    00079312
700203         MOVE BKFIL2-KEY-GROUP (11:11) TO WPLAN-IMPACT-LAST-PART  00079313
700065         ADD 1 TO WPLAN-CTR-PART-IMPACT.                          00079314
           SKIP2                                                        00079315
700064*** Roll this EK record's percentage and record count into its    00079303
700064*** identifier is the portion of the record key after the plan    00079305
700064*** number.                                                       00079306
700064 B-450-TRACK-ELECT1.                                              00079307
700203     MOVE BKFIL-KEY-GROUP (11:11) TO ELC1KEY-PART.                00079308
700114     SET ELC1IA-OPER-GET TO TRUE.                                 00079309
700114     PERFORM T-923-CALL-ELC1.                                     00079310
700114     IF  ELC1IA-RC-ERROR                                          00079311
700114     PERFORM T-923-CALL-ELC1.                                     00079316
           SKIP2                                                        00079317
700064 B-455-TRACK-ELECT2.                                              00079318
700203     MOVE BKFIL2-KEY-GROUP (11:11) TO ELC2KEY-PART.               00079319
700114     SET ELC2IA-OPER-GET TO TRUE.                                 00079320
700114     PERFORM T-924-CALL-ELC2.                                     00079321
700114     IF  ELC2IA-RC-ERROR                                          00079322
700113*** Roll this BN record's percentage into its participant's       00079418
700114*** BAL1 container entry, the B-450-TRACK-ELECT1 shape.           00079419
700113 B-475-TRACK-ALLOC1.                                              00079420
700203     MOVE BKFIL-KEY-GROUP (11:11) TO BAL1KEY-PART.                00079421
700114     SET BAL1IA-OPER-GET TO TRUE.                                 00079422
700114     PERFORM T-927-CALL-BAL1.                                     00079423
700114     IF  BAL1IA-RC-ERROR                                          00079424
700114     PERFORM T-927-CALL-BAL1.                                     00079428
           SKIP2                                                        00079429
700113 B-476-TRACK-ALLOC2.                                              00079430
700203     MOVE BKFIL2-KEY-GROUP (11:11) TO BAL2KEY-PART.               00079431
700114     SET BAL2IA-OPER-GET TO TRUE.                                 00079432
700114     PERFORM T-928-CALL-BAL2.                                     00079433
700114     IF  BAL2IA-RC-ERROR                                          00079434
W          ELSE IF  WCTL-CMD-NODEDETAIL                                 00082600
W              SET WCTL-DEDETAIL-NO  TO TRUE                            00082700
700000     ELSE IF  WCTL-CMD-SELPLAN                                    00082701
700191         MOVE WCTL-VAL (1:10) TO WCTL-SEL-PLAN                    00082702
700000         DISPLAY ' Run restricted to Plan: ' WCTL-SEL-PLAN        00082703
700002     ELSE IF  WCTL-CMD-SHOWEXDES                                  00082704
700002         SET WCTL-SHOW-EXTRA-REC-DES-YES TO TRUE                  00082705
700004     ELSE IF  WCTL-CMD-RESTART                                    00082706
700191         MOVE WCTL-VAL (1:10) TO WCTL-RESTART-PLAN                00082707
700004         DISPLAY ' Run restarting at Plan: ' WCTL-RESTART-PLAN    00082708
700004     ELSE IF  WCTL-CMD-CHECKPOINT                                 00082708
700004         PERFORM F-165-SET-CHECKPOINT                             00082708
700124     ELSE IF  WCTL-CMD-LOANCHK                                    00082835
700124         SET WCTL-LOANCHK-YES TO TRUE                             00082835
700124         DISPLAY ' Loan balances sanity-checked per record'       00082835
700201     ELSE IF  WCTL-CMD-FUNDCHK                                    00082835
700201         SET WCTL-FUNDCHK-YES TO TRUE                             00082835
700201         IF  WCTL-VAL (1:5) IS NUMERIC                            00082835
700201             MOVE WCTL-VAL (1:5) TO WFUND-TOLER-CENTS             00082835
700201             COMPUTE WCTL-FUND-TOLER = WFUND-TOLER-CENTS / 100    00082835
700201         END-IF                                                   00082835
700201         DISPLAY ' Fund positions valued per record, tolerance '  00082835
700201             WCTL-FUND-TOLER                                      00082835
700125     ELSE IF  WCTL-CMD-ADJNET                                     00082835
700125         SET WCTL-ADJNET-YES TO TRUE                              00082835
700125         DISPLAY ' AH adjustments netted per participant'         00082835
700156     ELSE IF  WCTL-CMD-ROLLFWD                                    00082836
700156         SET WCTL-ROLLFWD-YES TO TRUE                             00082837
700156         DISPLAY ' Roll-forward proof, File1 prior generation '   00082838
700156             'to File2 current'                                   00082839
700157     ELSE IF  WCTL-CMD-DEXWALK                                    00082840
700157         SET WCTL-DEXWALK-YES TO TRUE                             00082841
700157         DISPLAY ' DE value crosswalk applied to File1 values'    00082842
700158     ELSE IF  WCTL-CMD-PLANCHG                                    00082843
700158         SET WCTL-PLANCHG-YES TO TRUE                             00082844
700158         DISPLAY ' Planned-change register applied'               00082845
700164     ELSE IF  WCTL-CMD-CODEDOM                                    00082846
700164         SET WCTL-CODEDOM-YES TO TRUE                             00082847
700164         DISPLAY ' Coded DE values validated against CODETBL'     00082848
700174     ELSE IF  WCTL-CMD-CODEPAGE1                                  00082849
700174         OR WCTL-CMD-CODEPAGE2                                    00082850
700174         OR WCTL-CMD-CODEPAGE3                                    00082851
700174         PERFORM F-196-SET-CODEPAGE                               00082852
700179     ELSE IF  WCTL-CMD-HISTONLY                                   00082853
700179         SET WCTL-HISTONLY-YES TO TRUE                            00082854
700179         DISPLAY ' History-only run: history outputs, stamped '   00082855
700179             'with the backup''s own date'                        00082856
700189     ELSE IF  WCTL-CMD-DELTA                                      00082857
700189         SET WCTL-DELTA-YES TO TRUE                               00082858
700189         DISPLAY ' File2-to-File1 delta backup written to DELTA'  00082859
700190     ELSE IF  WCTL-CMD-FROZEN                                     00082860
700190         SET WCTL-FROZEN-YES TO TRUE                              00082861
700190         DISPLAY ' Frozen-plan watch list loaded from FROZEN dd'  00082862
700197     ELSE IF  WCTL-CMD-SKIPCHK                                    00082863
700197         PERFORM F-133-ADD-SKIPCHK                                00082864
700198     ELSE IF  WCTL-CMD-ONBOARD                                    00082865
700198         SET WCTL-ONBOARD-YES TO TRUE                             00082866
700198         DISPLAY ' File2-only plans on ONBLIST left to BAONBCRT'  00082867
700199     ELSE IF  WCTL-CMD-EXITS                                      00082868
700199         SET WCTL-EXITS-YES TO TRUE                               00082869
700199         DISPLAY ' Plans gone from File2 reconciled to EXITLST'   00082870
700193     ELSE IF  WCTL-CMD-PARTRANGE                                  00082863
700193         PERFORM F-131-ADD-PARTRANGE                              00082864
700193     ELSE IF  WCTL-CMD-PARTTASK                                   00082865
700193         PERFORM F-132-SET-PARTTASK                               00082866
700126     ELSE IF  WCTL-CMD-MATRIX                                     00082835
700126         SET WCTL-MATRIX-YES TO TRUE                              00082835
700126         DISPLAY ' Matrix mode, one reference vs the MATRXLST '   00082835
700149         END-IF                                                   00000030
700149         DISPLAY ' Shadow raw verification of every '             00000030
700149             WCTL-SHADOW-EVERY 'th matched record'                00000030
700154     ELSE IF  WCTL-CMD-VALCLUSTER                                 00000031
700154         PERFORM F-146-SET-VALCLUSTER                             00000032
700146     ELSE IF  WCTL-CMD-RULEHITS                                   00000030
700146         SET WCTL-RULEHITS-YES TO TRUE                            00000030
700146         IF  WCTL-VAL (1:3) IS NUMERIC                            00000030
700096         MOVE CTL-REC (13:3) TO WCALCDE-DENUM (WCALCDE-COUNT)     00000000
700096         DISPLAY ' Added to Calculated-DE List:' CTL-REC (8:8).   00000000
           SKIP2                                                        00083800
700191*** PLANSPON planno sponsor maps a plan number to an 8-char       00083848
700031*** sponsor/client code, consulted once per plan by R-870-ROLLUP- 00083849
700031*** SPONSOR so A-920-STATS can print a by-sponsor rollup above the00083850
700031*** by-plan and by-type summaries already there.                  00083851
700087*** token, which left the sponsor code of this two-value card     00083854
700087*** unfilled.  The map lives in the SPON container, so there      00083855
700114*** is no table to fill up.                                       00083856
700191*** The plan and sponsor are the card's two words after the verb, 00083857
700191*** so plan numbers of any width up to ten line up.               00083858
700031 F-130-ADD-PLANSPON.                                              00083857
700191     MOVE SPACES TO SPONKEY-PLAN SPONDAT-CODE.                    00083858
700191     UNSTRING CTL-REC (10:71) DELIMITED BY ALL SPACE              00083859
700191         INTO SPONKEY-PLAN SPONDAT-CODE.                          00083860
700114     SET SPONIA-OPER-UPDATE TO TRUE.                              00083860
700114     PERFORM T-925-CALL-SPON.                                     00083861
700191     DISPLAY ' Added to Plan-Sponsor Map:' CTL-REC (10:19).       00083862
           SKIP2                                                        00083800
700193*** PARTRANGE plan from-to [task] gives one participant range of a00083801
700193*** split plan: participants from FROM up to but not including TO,00083802
700193*** either end blank for the start / end of the plan, compared by 00083803
700193*** the task named (see PARTTASK), any task when omitted.         00083804
700193 F-131-ADD-PARTRANGE.                                             00083805
700193     MOVE SPACES TO WPRNG-CARD-PLAN WPRNG-CARD-RANGE              00083806
700193                    WPRNG-CARD-TASK WPRNG-CARD-FROM WPRNG-CARD-TO.00083807
700193     UNSTRING CTL-REC (11:70) DELIMITED BY ALL SPACE              00083808
700193         INTO WPRNG-CARD-PLAN WPRNG-CARD-RANGE WPRNG-CARD-TASK.   00083809
700193     UNSTRING WPRNG-CARD-RANGE DELIMITED BY '-'                   00083810
700193         INTO WPRNG-CARD-FROM WPRNG-CARD-TO.                      00083811
700193     MOVE WPRNG-CARD-TASK TO WCTL-NUM-RAW.                        00083812
700193     PERFORM F-160-EDIT-CTL-NUM3.                                 00083813
700193     IF  WPRNG-CARD-PLAN = SPACES                                 00083814
700193         OR WPRNG-CARD-RANGE = SPACES                             00083815
700193         OR WCTL-NUM-EDIT NOT NUMERIC                             00083816
700193         OR (WPRNG-CARD-FROM NOT = SPACES                         00083817
700193           AND WPRNG-CARD-TO NOT = SPACES                         00083818
700193           AND WPRNG-CARD-FROM NOT < WPRNG-CARD-TO)               00083819
700193         DISPLAY ' Invalid PARTRANGE card:' CTL-REC (11:40)       00083820
700193         ADD 1 TO WCTR-CTL-ERRORS                                 00083821
700193     ELSE IF  WPRNG-COUNT >= WPRNG-MAX-ENTRIES                    00083822
700193         DISPLAY 'BaBkCmp-465 PARTRANGE table full, ignoring:'    00083823
700193             CTL-REC (11:40)                                      00083824
700193         ADD 1 TO WCTR-CTL-ERRORS                                 00083825
700193     ELSE                                                         00083826
700193         ADD 1 TO WPRNG-COUNT                                     00083827
700193         MOVE WPRNG-CARD-PLAN TO WPRNG-PLAN (WPRNG-COUNT)         00083828
700193         MOVE WPRNG-CARD-FROM TO WPRNG-FROM (WPRNG-COUNT)         00083829
700193         MOVE WPRNG-CARD-TO   TO WPRNG-TO (WPRNG-COUNT)           00083830
700193         MOVE WCTL-NUM-EDIT   TO WPRNG-TASK (WPRNG-COUNT)         00083831
700193         DISPLAY ' Added Participant Range:' CTL-REC (11:40).     00083832
           SKIP2                                                        00083833
700193*** PARTTASK nnn - which task of a split run this is; PARTRANGE   00083834
700193*** cards naming another task are that task's.                    00083835
700193 F-132-SET-PARTTASK.                                              00083836
700193     MOVE WCTL-VAL (1:3) TO WCTL-NUM-RAW.                         00083837
700193     PERFORM F-160-EDIT-CTL-NUM3.                                 00083838
700193     IF  WCTL-NUM-EDIT NOT NUMERIC                                00083839
700193         OR WCTL-NUM-EDIT = '000'                                 00083840
700193         DISPLAY ' Invalid PARTTASK value:' WCTL-VAL              00083841
700193         ADD 1 TO WCTR-CTL-ERRORS                                 00083842
700193     ELSE                                                         00083843
700193         MOVE WCTL-NUM-EDIT TO WCTL-PARTTASK                      00083844
700193         DISPLAY ' Split-plan task number ' WCTL-PARTTASK.        00083845
           SKIP2                                                        00083846
700035*** Card is a single token, no embedded spaces: XXYY (4), DE      00083861
700035*** number (3), then the source-process label (remainder).        00083862
700035 F-135-ADD-SRCPROC.                                               00083863
700042     DISPLAY ' Top ' WCTL-TOPN-PLANS                              00083891
700042         ' plans by difference count will be reported'.           00083892
           SKIP2                                                        00083800
700154*** VALCLUSTER [nnn] turns on the Value-Transition Clusters       00083801
700154*** section; nnn is the smallest cluster listed (default 2).      00083802
700154 F-146-SET-VALCLUSTER.                                            00083803
700154     SET WCTL-VALCLUSTER-YES TO TRUE.                             00083804
700154     IF  WCTL-VAL NOT = SPACES                                    00083805
700154         MOVE WCTL-VAL (1:3) TO WCTL-NUM-RAW                      00083806
700154         PERFORM F-160-EDIT-CTL-NUM3                              00083807
700154         IF  WCTL-NUM-EDIT IS NUMERIC                             00083808
700154             AND WCTL-NUM-EDIT NOT = '000'                        00083809
700154             MOVE WCTL-NUM-EDIT TO WCTL-VALCLUSTER-MIN.           00083810
700154     DISPLAY ' Value-transition clusters of '                     00083811
700154         WCTL-VALCLUSTER-MIN ' or more records will be reported'. 00083812
           SKIP2                                                        00083813
700046*** DECRIT XXYY NNN L assigns a business-criticality level (H/M/L)00083893
700046*** to one RecordType/DE pair; a DE not listed defaults to MEDIUM 00083894
700046*** wherever R-725-CHECK-DECRIT/T-217-CHECK-DECRIT look it up.    00083895
700049*** down to the leftmost nn bytes, so a record whose key shifted  00083908
700049*** slightly (a renumbering, a padding change) still matches and  00083909
700049*** gets DE-diffed instead of showing up as an extra on each      00083910
700203*** side.  With no card on file the full 24-byte key is used,     00083911
700049*** same as before this card existed.                             00083912
700049 F-155-SET-FUZZYKEY.                                              00083913
700049     MOVE WCTL-VAL (1:2) TO WCTL-FUZZY-RAW.                       00083914
700049     INSPECT WCTL-FUZZY-EDIT REPLACING LEADING SPACE BY '0'.      00083914
700049     MOVE WCTL-FUZZY-EDIT TO WCTL-FUZZYKEY-LEN.                   00083914
700049     IF  WCTL-FUZZYKEY-LEN = ZERO                                 00083915
700203         OR WCTL-FUZZYKEY-LEN > 24                                00083916
700203         MOVE 24 TO WCTL-FUZZYKEY-LEN.                            00083917
700049     DISPLAY ' Secondary key compare limited to first '           00083918
700049         WCTL-FUZZYKEY-LEN ' byte(s) of the record key'.          00083919
           SKIP2                                                        00083800
700121         MOVE WCTL-VAL (2:2) TO WRCMAP-SYSTEMIC                   00083945
700137       WHEN 'I'                                                   00083945
700137         MOVE WCTL-VAL (2:2) TO WRCMAP-IDENT                      00083945
700190       WHEN 'Z'                                                   00083946
700190         MOVE WCTL-VAL (2:2) TO WRCMAP-FROZEN                     00083947
700197       WHEN 'K'                                                   00083948
700197         MOVE WCTL-VAL (2:2) TO WRCMAP-SKIPPED                    00083949
700199       WHEN 'U'                                                   00083950
700199         MOVE WCTL-VAL (2:2) TO WRCMAP-UNPLANNED                  00083951
700199       WHEN 'D'                                                   00083952
700199         MOVE WCTL-VAL (2:2) TO WRCMAP-OVERDUE                    00083953
700072       WHEN OTHER                                                 00083946
700072         DISPLAY ' Invalid RCMAP class:' WCTL-VAL                 00083945
700072         ADD 1 TO WCTR-CTL-ERRORS                                 00083946
700072     END-EVALUATE                                                 00083947
700072     DISPLAY ' Return-code override:' WCTL-VAL (1:3).             00083948
           SKIP2                                                        00083949
700197*** SKIPCHK nnn [types] names a PL date DE - last processed,      00083950
700197*** valuation - that each nightly cycle must advance, and the     00083951
700197*** CALNDR day types (D M Q Y) on which it must; every business   00083952
700197*** day when omitted, e.g. SKIPCHK 045 MQY for a valuation date   00083953
700197*** only struck at month-end.                                     00083954
700197 F-133-ADD-SKIPCHK.                                               00083955
700197     MOVE SPACES TO WSKC-DENUM-WORK WSKC-DTYPES-WORK.             00083956
700197     UNSTRING CTL-REC (9:72) DELIMITED BY ALL SPACE               00083957
700197         INTO WSKC-DENUM-WORK WSKC-DTYPES-WORK.                   00083958
700197     IF  WSKC-COUNT >= WSKC-MAX-ENTRIES                           00083959
700197         DISPLAY ' SKIPCHK table full, ignoring:' CTL-REC (1:30)  00083960
700197         ADD 1 TO WCTR-CTL-ERRORS                                 00083961
700197     ELSE IF  WSKC-DENUM-WORK NOT NUMERIC                         00083962
700197         DISPLAY ' Invalid SKIPCHK DE number:' WSKC-DENUM-WORK    00083963
700197         ADD 1 TO WCTR-CTL-ERRORS                                 00083964
700197     ELSE                                                         00083965
700197         ADD 1 TO WSKC-COUNT                                      00083966
700197         MOVE WSKC-DENUM-WORK TO WSKC-DENUM (WSKC-COUNT)          00083967
700197         IF  WSKC-DTYPES-WORK = SPACES                            00083968
700197             MOVE 'DMQY' TO WSKC-DTYPES (WSKC-COUNT)              00083969
700197         ELSE                                                     00083970
700197             MOVE WSKC-DTYPES-WORK TO WSKC-DTYPES (WSKC-COUNT)    00083971
700197         END-IF                                                   00083972
700197         DISPLAY ' Skipped-plan date DE ' WSKC-DENUM-WORK         00083973
700197             ' must advance on day types '                        00083974
700197             WSKC-DTYPES (WSKC-COUNT).                            00083975
           SKIP2                                                        00083976
700128*** INCLUDE member pulls a shared card member into the deck at    00083900
700128*** this point, so the forty standard cards every region          00083901
700128*** repeats live in one place.  The member's cards are fully      00083902
700016         MOVE WCTL-VAL (1:4) TO WRECTYPES-ENTRY (WRECTYPES-COUNT) 00083910
700016         DISPLAY ' RecordType Added to RECTYPES:' WCTL-VAL (1:4). 00083911
           SKIP2                                                        00083800
700191*** PLANRANGE low-high limits this execution to one slice of      00083912
700191*** the plan population (plan numbers of up to ten characters),   00083913
700191*** letting several BABKCMP runs split the                        00083913
700017*** full population across concurrent executions.                 00083914
700147*** WINDOWEND hh:mm (hhmm also accepted) - the wall-clock         00083905
700147*** deadline the online day cannot wait past.                     00083906
700147         ADD 1 TO WCTR-CTL-ERRORS.                                00083925
           SKIP2                                                        00083926
700017 F-119-SET-PLANRANGE.                                             00083915
700191     MOVE SPACES TO WCTL-PLANRANGE-LOW WCTL-PLANRANGE-HIGH.       00083916
700191     UNSTRING WCTL-VAL DELIMITED BY '-'                           00083917
700191         INTO WCTL-PLANRANGE-LOW WCTL-PLANRANGE-HIGH              00083918
700017     DISPLAY ' Run restricted to Plan Range: ' WCTL-PLANRANGE-LOW 00083918
700017         ' - ' WCTL-PLANRANGE-HIGH.                               00083919
           SKIP2                                                        00083920
700174*** CODEPAGE1/CODEPAGE2/CODEPAGE3 EBCDIC|ASCII - the code page the00083921
700174*** BKPI/BKPI2/BKPI3 backup was written in.  Omitted means the    00083922
700174*** side is already in the page this run executes in.             00083923
700174 F-196-SET-CODEPAGE.                                              00083924
700174     IF  WCTL-VAL (1:6) NOT = 'EBCDIC'                            00083925
700174         AND WCTL-VAL (1:6) NOT = 'ASCII '                        00083926
700174         DISPLAY ' Invalid CODEPAGE value:' WCTL-VAL              00083927
700174         ADD 1 TO WCTR-CTL-ERRORS                                 00083928
700174     ELSE                                                         00083929
700174     IF  WCTL-CMD-CODEPAGE1                                       00083930
700174         MOVE WCTL-VAL (1:6) TO WCTL-CODEPAGE1                    00083931
700174         DISPLAY ' BKPI code page: ' WCTL-CODEPAGE1               00083932
700174     ELSE                                                         00083933
700174     IF  WCTL-CMD-CODEPAGE2                                       00083934
700174         MOVE WCTL-VAL (1:6) TO WCTL-CODEPAGE2                    00083935
700174         DISPLAY ' BKPI2 code page: ' WCTL-CODEPAGE2              00083936
700174     ELSE                                                         00083937
700174         MOVE WCTL-VAL (1:6) TO WCTL-CODEPAGE3                    00083938
700174         DISPLAY ' BKPI3 code page: ' WCTL-CODEPAGE3.             00083939
           SKIP2                                                        00083800
     ** Various BKPI file/rec dependant routines                        00083900
       N1-100-READ-BKPI.                                                00084000
           INITIALIZE BKFIL-REC-AREA.                                   00084100
700174     IF  WXLAT1-YES                                               00084101
700174         PERFORM N1-115-READ-XLAT1                                00084102
700174     ELSE                                                         00084103
           IF  WCTL-BRSEQ-YES                                           00084200
               PERFORM N1-120-READ-PIS                                  00084300
           ELSE                                                         00084400
       N1-105-SETUP-REC.                                                00085300
           MOVE IO-BKPI-REC-LENG  TO BKFIL-LENG                         00085400
700070     IF  WCTL-QUARANTINE-YES                                      00085401
700173         AND (BKFIL-LENG < 1 OR BKFIL-LENG > 32760)               00085402
700070         SET WPLAN-ERROR-FLG-YES TO TRUE                          00085403
700070         MOVE SPACES TO WQUAR-DIAG                                00085404
700070         STRING 'File1 record length out of range'                00085405
700070             DELIMITED BY SIZE INTO WQUAR-DIAG                    00085406
700070     END-IF                                                       00085407
700189     IF  WDLT-ACTIVE-YES                                          00085408
700189         PERFORM N1-160-DELTA-KEEP1                               00085409
700189     END-IF                                                       00085410
           PERFORM N1-130-GET-XXYY.                                     00085500
700008     IF  WCTL-BRSEQ-YES                                           00085501
700008         AND WCTL-DUPKEY-DTL-YES                                  00085502
                                 IO-BKPI-PARM                           00087200
                                 IO-BKPI-READ                           00087300
                                 BWA-REC.                               00087400
700203     IF  NOT WXLAT1-YES                                           00000000
700203         PERFORM N1-112-WIDEN-BKPI.                               00000000
           SKIP2                                                        00000000
700203*** A six-wide archived generation is widened as it is read.      00000000
700203 N1-112-WIDEN-BKPI.                                               00000000
700203     IF  IO-BKPI-ERROR-NO                                         00000000
700203         AND IO-BKPI-EOF-NO                                       00000000
700203         MOVE IO-BKPI-REC-LENG TO IO-BKW1-REC-LENG                00000000
700203         CALL 'UTBKWID' USING IO-BKW1-PARM                        00000000
700203                              BWA-REC                             00000000
700203         MOVE IO-BKW1-REC-LENG TO IO-BKPI-REC-LENG                00000000
700203         IF  IO-BKW1-WIDENED                                      00000000
700203             AND IO-BKW1-CTR-WIDENED = 1                          00000000
700203             DISPLAY 'BABKCMP-486 File1 is in the six-wide plan ' 00000000
700203                 'layout, widened as read'                        00000000
700203         END-IF                                                   00000000
700203         IF  IO-BKW1-TOO-LONG                                     00000000
700203             DISPLAY 'BABKCMP-487 File1 record too long for the ' 00000000
700203                 'six-wide layout, length:' IO-BKPI-REC-LENG      00000000
700203             SET IO-BKPI-ERROR-YES TO TRUE                        00000000
700203         END-IF.                                                  00000000
           SKIP2                                                        00087500
700028*** BRSTART/BREND control cards bound the keys BRSEQ mode will    00087601
700028*** process; N1-121-READ-PIS-REC is looped to skip ahead to       00087602
700028                           IO-BKPI-PARM                           00087720
700028                           BKFIL-AREA                             00087730
700028                           BWA-REC.                               00087740
700203     PERFORM N1-112-WIDEN-BKPI.                                   00000000
700203     IF  IO-BKW1-LAYOUT-OLD                                       00000000
700203         DISPLAY 'BABKCMP-488 File1 is in the six-wide plan '     00000000
700203             'layout; BRSEQ cannot resequence it - convert it '   00000000
700203             'with BAPLNWID (LAYOUT BKUP)'                        00000000
700203         MOVE 16 TO RETURN-CODE                                   00000000
700203         GOBACK.                                                  00000000
           SKIP2                                                        00088100
       N1-130-GET-XXYY.                                                 00088200
           SET BKFIL-OPER-GET-XXYY TO TRUE                              00088300
700097         AND NOT BWA-TYPE-HDR-REC                                 00089404
700097         AND NOT BWA-TYPE-TLR-REC                                 00089405
700097         PERFORM P-100-PROFILE-REC1.                              00089406
700164     IF  WCTL-CODEDOM-YES                                         00089407
700164         AND NOT BWA-TYPE-HDR-REC                                 00089408
700164         AND NOT BWA-TYPE-TLR-REC                                 00089409
700164         PERFORM P-300-CODE-CHECK1.                               00089410
           SKIP2                                                        00089500
700078*** Content checksum: every byte of the record, folded into a     00089601
700078*** per-file and a per-RecordType running total, so a compare     00089602
700078         SUBTRACT 9999999999                                      00089618
700078             FROM WHASH-TYPE1 (BKFIL-XXYY-SUB).                   00089619
           SKIP2                                                        00089620
700189*** DELTA: File1's record exactly as read is kept for the rows the00089621
700189*** pairing emits, and every File1 record goes into the byte total00089622
700189*** the apply proves its rebuilt file against.  File1's header is 00089623
700189*** the delta's first row; its trailer is held for the last.      00089624
700189 N1-160-DELTA-KEEP1.                                              00089625
700189     IF  BKFIL-LENG < 1 OR BKFIL-LENG > 32760                     00089626
700189         DISPLAY 'BaBkCmp-443 DELTA abandoned, File1 record '     00089627
700189             'length out of range after record ' WDLT-RECS1       00089628
700189         SET WDLT-BROKEN-YES TO TRUE                              00089629
700189         MOVE 'N' TO WDLT-ACTIVE-FLG                              00089630
700189     ELSE                                                         00089631
700189         MOVE BKFIL-LENG TO WDLT-LENG1                            00089632
700189         MOVE BWA-REC (1:WDLT-LENG1) TO WDLT-IMAGE1               00089633
700189         ADD 1 TO WDLT-RECS1                                      00089634
700189         MOVE ZERO TO WDLT-RECHASH1                               00089635
700189         PERFORM N1-165-DELTA-BYTE1                               00089636
700189           VARYING SUB-DLT FROM 1 BY 1                            00089637
700189             UNTIL SUB-DLT > WDLT-LENG1                           00089638
700189         ADD WDLT-RECHASH1 TO WDLT-HASH1                          00089639
700189         IF  WDLT-HASH1 > 9999999999                              00089640
700189             SUBTRACT 9999999999 FROM WDLT-HASH1                  00089641
700189         END-IF                                                   00089642
700189         IF  BWA-TYPE-HDR-REC                                     00089643
700189             MOVE 'H' TO DLT-KIND                                 00089644
700189             MOVE 1   TO DLT-POS2                                 00089645
700189             MOVE ZERO TO DLT-HASH2                               00089646
700189             PERFORM B-515-DELTA-PUT1                             00089647
700189         ELSE                                                     00089648
700189         IF  BWA-TYPE-TLR-REC                                     00089649
700189             AND WDLT-LENG1 NOT > 32680                           00089650
700189             SET WDLT-TLR1-YES TO TRUE                            00089651
700189             MOVE WDLT-LENG1 TO WDLT-TLR1-LENG                    00089652
700189             MOVE WDLT-IMAGE1 (1:WDLT-LENG1) TO WDLT-TLR1-IMAGE.  00089653
           SKIP2                                                        00089654
700189 N1-165-DELTA-BYTE1.                                              00089655
700189     MOVE WDLT-IMAGE1 (SUB-DLT:1) TO WHASH-CHAR.                  00089656
700189     ADD WHASH-CHAR-N TO WDLT-RECHASH1.                           00089657
           SKIP2                                                        00089658
700189*** File2's side of the same: the record as read, its own byte    00089659
700189*** total for the D and R rows that remove it, and the position   00089660
700189*** every row is pinned to.                                       00089661
700189 N2-160-DELTA-KEEP2.                                              00089662
700189     IF  BKFIL2-LENG < 1 OR BKFIL2-LENG > 32760                   00089663
700189         DISPLAY 'BaBkCmp-443 DELTA abandoned, File2 record '     00089664
700189             'length out of range after record ' WDLT-POS2        00089665
700189         SET WDLT-BROKEN-YES TO TRUE                              00089666
700189         MOVE 'N' TO WDLT-ACTIVE-FLG                              00089667
700189     ELSE                                                         00089668
700189         MOVE BKFIL2-LENG TO WDLT-LENG2                           00089669
700189         MOVE BWA2-REC (1:WDLT-LENG2) TO WDLT-IMAGE2              00089670
700189         ADD 1 TO WDLT-POS2                                       00089671
700189         MOVE ZERO TO WDLT-RECHASH2                               00089672
700189         PERFORM N2-165-DELTA-BYTE2                               00089673
700189           VARYING SUB-DLT FROM 1 BY 1                            00089674
700189             UNTIL SUB-DLT > WDLT-LENG2                           00089675
700189         ADD WDLT-RECHASH2 TO WDLT-HASH2                          00089676
700189         IF  WDLT-HASH2 > 9999999999                              00089677
700189             SUBTRACT 9999999999 FROM WDLT-HASH2                  00089678
700189         END-IF                                                   00089679
700189         IF  BWA2-TYPE-TLR-REC                                    00089680
700189             SET WDLT-TLR2-YES TO TRUE                            00089681
700189             MOVE WDLT-RECHASH2 TO WDLT-TLR2-HASH.                00089682
           SKIP2                                                        00089683
700189 N2-165-DELTA-BYTE2.                                              00089684
700189     MOVE WDLT-IMAGE2 (SUB-DLT:1) TO WHASH-CHAR.                  00089685
700189     ADD WHASH-CHAR-N TO WDLT-RECHASH2.                           00089686
           SKIP2                                                        00089687
700097*** Walks this record's DE chain and counts each DE carrying a    00089601
700097*** value, using the same populated test Q-110-EACH-DE dumps      00089602
700097*** with.  PROFILE only - a full chain walk per record read is    00089603
     ** Various BKPI2 file/rec dependant routines                       00091000
       N2-100-READ-BKPI2.                                               00091100
           INITIALIZE BKFIL2-REC-AREA.                                  00091200
700174     IF  WXLAT2-YES                                               00091201
700174         PERFORM N2-115-READ-XLAT2                                00091202
700174     ELSE                                                         00091203
           IF  WCTL-BRSEQ-YES                                           00091300
               PERFORM N2-120-READ-PIS                                  00091400
           ELSE                                                         00091500
700056         PERFORM N2-141-MAP-XXYY.                                 00092404
           MOVE IO-BKPI2-REC-LENG TO BKFIL2-LENG                        00092500
700070     IF  WCTL-QUARANTINE-YES                                      00092501
700173         AND (BKFIL2-LENG < 1 OR BKFIL2-LENG > 32760)             00092502
700070         SET WPLAN-ERROR-FLG-YES TO TRUE                          00092503
700070         MOVE SPACES TO WQUAR-DIAG                                00092504
700070         STRING 'File2 record length out of range'                00092505
700070             DELIMITED BY SIZE INTO WQUAR-DIAG                    00092506
700070     END-IF                                                       00092507
700189     IF  WDLT-ACTIVE-YES                                          00092508
700189         PERFORM N2-160-DELTA-KEEP2                               00092509
700189     END-IF                                                       00092510
           IF  BKFIL2-XXYY = SPACES                                     00092600
               PERFORM N2-130-GET-XXYY.                                 00092700
700078     IF  WCTL-HASHTOT-YES                                         00000000
700097         AND NOT BWA2-TYPE-HDR-REC                                00000002
700097         AND NOT BWA2-TYPE-TLR-REC                                00000003
700097         PERFORM P-200-PROFILE-REC2.                              00000004
700164     IF  WCTL-CODEDOM-YES                                         00000005
700164         AND NOT BWA2-TYPE-HDR-REC                                00000006
700164         AND NOT BWA2-TYPE-TLR-REC                                00000007
700164         PERFORM P-400-CODE-CHECK2.                               00000008
700008     IF  WCTL-BRSEQ-YES                                           00092701
700008         AND WCTL-DUPKEY-DTL-YES                                  00092702
700008         AND BKFIL2-KEY-GROUP NOT = SPACES                        00092703
                                 IO-BKPI2-PARM                          00094400
                                 IO-BKPI2-READ                          00094500
                                 BWA2-REC.                              00094600
700203     IF  NOT WXLAT2-YES                                           00000000
700203         PERFORM N2-112-WIDEN-BKPI2.                              00000000
           SKIP2                                                        00000000
700203*** A six-wide archived generation is widened as it is read.      00000000
700203 N2-112-WIDEN-BKPI2.                                              00000000
700203     IF  IO-BKPI2-ERROR-NO                                        00000000
700203         AND IO-BKPI2-EOF-NO                                      00000000
700203         MOVE IO-BKPI2-REC-LENG TO IO-BKW2-REC-LENG               00000000
700203         CALL 'UTBKWID' USING IO-BKW2-PARM                        00000000
700203                              BWA2-REC                            00000000
700203         MOVE IO-BKW2-REC-LENG TO IO-BKPI2-REC-LENG               00000000
700203         IF  IO-BKW2-WIDENED                                      00000000
700203             AND IO-BKW2-CTR-WIDENED = 1                          00000000
700203             DISPLAY 'BABKCMP-486 File2 is in the six-wide plan ' 00000000
700203                 'layout, widened as read'                        00000000
700203         END-IF                                                   00000000
700203         IF  IO-BKW2-TOO-LONG                                     00000000
700203             DISPLAY 'BABKCMP-487 File2 record too long for the ' 00000000
700203                 'six-wide layout, length:' IO-BKPI2-REC-LENG     00000000
700203             SET IO-BKPI2-ERROR-YES TO TRUE                       00000000
700203         END-IF.                                                  00000000
           SKIP2                                                        00094700
700028*** Same BRSTART/BREND skip-ahead/early-EOF handling as           00094801
700028*** N1-120-READ-PIS, applied to the File2 side.                   00094802
700028                           IO-BKPI2-PARM                          00094920
700028                           BKFIL2-AREA                            00094930
700028                           BWA2-REC.                              00094940
700203     PERFORM N2-112-WIDEN-BKPI2.                                  00000000
700203     IF  IO-BKW2-LAYOUT-OLD                                       00000000
700203         DISPLAY 'BABKCMP-488 File2 is in the six-wide plan '     00000000
700203             'layout; BRSEQ cannot resequence it - convert it '   00000000
700203             'with BAPLNWID (LAYOUT BKUP)'                        00000000
700203         MOVE 16 TO RETURN-CODE                                   00000000
700203         GOBACK.                                                  00000000
           SKIP2                                                        00095300
700056*** Folds a renamed File2 RecordType code back to its File1       00095402
700056*** equivalent before the XXYY identification, so both files'     00095403
700055           OR WXLAT-HIT-SUB > ZERO.                               00095412
700055     IF  WXLAT-HIT-SUB > ZERO                                     00095413
700055         MOVE WPLANXLAT-OLD (WXLAT-HIT-SUB) TO BWA2-PLAN-NUM      00095414
700203         MOVE BWA2-PLAN-NUM TO BKFIL2-KEY-GROUP (1:10).           00095415
           SKIP2                                                        00095416
700055 N2-145-SCAN-XLAT.                                                00095417
700055     IF  BWA2-PLAN-NUM = WPLANXLAT-NEW (SUB-XLAT)                 00095418
700097     SET PROFIA-OPER-UPDATE TO TRUE.                              00096833
700097     PERFORM T-920-CALL-PROF.                                     00096834
           SKIP2                                                        00096835
700164*** CODEDOM: every DE CODETBL names for this record's RecordType  00096836
700164*** is run through BADEINDP and its printed value looked up in the00096837
700164*** code domain.  A blank value is a DE not carried, not a code.  00096838
700164 P-300-CODE-CHECK1.                                               00096839
700164     MOVE '1'           TO WCDOM-SIDE.                            00096840
700164     MOVE BWA-PLAN-NUM  TO WCDOM-PLAN.                            00096841
700164     PERFORM P-310-CODE-DE1                                       00096842
700164       VARYING SUB-CDOM FROM 1 BY 1                               00096843
700164         UNTIL SUB-CDOM > WCDOM-COUNT.                            00096844
           SKIP2                                                        00096845
700164 P-310-CODE-DE1.                                                  00096846
700164     IF  WCDOM-XXYY (SUB-CDOM) = BKFIL-XXYY                       00096847
700164         MOVE WCDOM-DENUM (SUB-CDOM) TO DE-DENUM                  00096848
700164         PERFORM R-100-FETCH-DE-DEF                               00096849
700164         IF  DE-NAME NOT = SPACES                                 00096850
700164             CALL 'BADEINDP' USING SD-AREA                        00096851
700164                                   DE-AREA                        00096852
700164             IF  DE-VAL-DISPLAY (1:20) NOT = SPACES               00096853
700164                 MOVE BKFIL-XXYY  TO CDOMKEY-XXYY                 00096854
700164                 MOVE DE-DENUM    TO CDOMKEY-DENUM                00096855
700164                 MOVE DE-VAL-DISPLAY (1:20) TO CDOMKEY-VALUE      00096856
700164                 MOVE DE-NAME     TO WCDOM-DENAME                 00096857
700164                 PERFORM P-500-CODE-LOOKUP.                       00096858
           SKIP2                                                        00096859
700164 P-400-CODE-CHECK2.                                               00096860
700164     MOVE '2'           TO WCDOM-SIDE.                            00096861
700164     MOVE BWA2-PLAN-NUM TO WCDOM-PLAN.                            00096862
700164     PERFORM P-410-CODE-DE2                                       00096863
700164       VARYING SUB-CDOM FROM 1 BY 1                               00096864
700164         UNTIL SUB-CDOM > WCDOM-COUNT.                            00096865
           SKIP2                                                        00096866
700164 P-410-CODE-DE2.                                                  00096867
700164     IF  WCDOM-XXYY (SUB-CDOM) = BKFIL2-XXYY                      00096868
700164         MOVE WCDOM-DENUM (SUB-CDOM) TO DE2-DENUM                 00096869
700164         PERFORM S-100-FETCH-DE2-DEF                              00096870
700164         IF  DE2-NAME NOT = SPACES                                00096871
700164             CALL 'BADEINDP' USING SD-AREA                        00096872
700164                                   DE2-AREA                       00096873
700164             IF  DE2-VAL-DISPLAY (1:20) NOT = SPACES              00096874
700164                 MOVE BKFIL2-XXYY TO CDOMKEY-XXYY                 00096875
700164                 MOVE DE2-DENUM   TO CDOMKEY-DENUM                00096876
700164                 MOVE DE2-VAL-DISPLAY (1:20) TO CDOMKEY-VALUE     00096877
700164                 MOVE DE2-NAME    TO WCDOM-DENAME                 00096878
700164                 PERFORM P-500-CODE-LOOKUP.                       00096879
           SKIP2                                                        00096880
700164*** A value in neither CODETBL nor CODEHIST is new tonight and is 00096881
700164*** added to the domain as such, so later records carrying it are 00096882
700164*** counted but not re-flagged.                                   00096883
700164 P-500-CODE-LOOKUP.                                               00096884
700164     SET CDOMIA-OPER-GET TO TRUE.                                 00096885
700164     PERFORM T-950-CALL-CDOM.                                     00096886
700164     IF  CDOMIA-RC-ERROR                                          00096887
700164         SET CDOMDAT-KIND-NEW TO TRUE                             00096888
700164         MOVE WCDOM-RUN-DATE TO CDOMDAT-FIRST-SEEN                00096889
700164         SET CDOMIA-OPER-UPDATE TO TRUE                           00096890
700164         PERFORM T-950-CALL-CDOM                                  00096891
700164         ADD 1 TO WCTR-CDOM-NEW                                   00096892
700164         PERFORM P-510-COUNT-UNKNOWN                              00096893
700164     ELSE IF  NOT CDOMDAT-KIND-VALID                              00096894
700164         PERFORM P-510-COUNT-UNKNOWN.                             00096895
           SKIP2                                                        00096896
700164 P-510-COUNT-UNKNOWN.                                             00096897
700164     MOVE WCDOM-PLAN     TO CDUKKEY-PLAN.                         00096898
700164     MOVE CDOMKEY-XXYY   TO CDUKKEY-XXYY.                         00096899
700164     MOVE CDOMKEY-DENUM  TO CDUKKEY-DENUM.                        00096900
700164     MOVE CDOMKEY-VALUE  TO CDUKKEY-VALUE.                        00096901
700164     SET CDUKIA-OPER-GET TO TRUE.                                 00096902
700164     PERFORM T-955-CALL-CDUK.                                     00096903
700164     IF  CDUKIA-RC-ERROR                                          00096904
700164         INITIALIZE CDUKDAT-AREA                                  00096905
700164         MOVE WCDOM-DENAME TO CDUKDAT-DENAME.                     00096906
700164     IF  WCDOM-SIDE = '1'                                         00096907
700164         ADD 1 TO CDUKDAT-CNT1                                    00096908
700164     ELSE                                                         00096909
700164         ADD 1 TO CDUKDAT-CNT2.                                   00096910
700164     SET CDUKIA-OPER-UPDATE TO TRUE.                              00096911
700164     PERFORM T-955-CALL-CDUK.                                     00096912
700164     ADD 1 TO WCTR-CDOM-UNKNOWN.                                  00096913
           SKIP2                                                        00096914
       N2-500-RUN-RESTORE.                                              00096800
           IF  WCTL-NORUNDATE-YES                                       00096900
               SET BKFIL2-OPER-RUN-RESTORE TO TRUE                      00097000
700011*** the golden file only ever serves as a read-only reference.   00098104
700011 N3-100-READ-BKPI3.                                               00098105
700011     INITIALIZE BKFIL3-REC-AREA.                                  00098106
700174     IF  WXLAT3-YES                                               00098107
700174         PERFORM N3-115-READ-XLAT3                                00098108
700174     ELSE                                                         00098109
700174         PERFORM N3-110-READ-BKPI3.                               00098107
700011     IF  IO-BKPI3-ERROR-NO                                        00098108
700011         AND IO-BKPI3-EOF-NO                                      00098109
700011         PERFORM N3-105-SETUP-REC                                 00098110
700011                           IO-BKPI3-PARM                          00098125
700011                           IO-BKPI3-READ                          00098126
700011                           BWA3-REC.                              00098127
700203     IF  NOT WXLAT3-YES                                           00000000
700203         PERFORM N3-112-WIDEN-BKPI3.                              00000000
           SKIP2                                                        00000000
700203*** A six-wide archived generation is widened as it is read.      00000000
700203 N3-112-WIDEN-BKPI3.                                              00000000
700203     IF  IO-BKPI3-ERROR-NO                                        00000000
700203         AND IO-BKPI3-EOF-NO                                      00000000
700203         MOVE IO-BKPI3-REC-LENG TO IO-BKW3-REC-LENG               00000000
700203         CALL 'UTBKWID' USING IO-BKW3-PARM                        00000000
700203                              BWA3-REC                            00000000
700203         MOVE IO-BKW3-REC-LENG TO IO-BKPI3-REC-LENG               00000000
700203         IF  IO-BKW3-WIDENED                                      00000000
700203             AND IO-BKW3-CTR-WIDENED = 1                          00000000
700203             DISPLAY 'BABKCMP-486 BKPI3 is in the six-wide plan ' 00000000
700203                 'layout, widened as read'                        00000000
700203         END-IF                                                   00000000
700203         IF  IO-BKW3-TOO-LONG                                     00000000
700203             DISPLAY 'BABKCMP-487 BKPI3 record too long for the ' 00000000
700203                 'six-wide layout, length:' IO-BKPI3-REC-LENG     00000000
700203             SET IO-BKPI3-ERROR-YES TO TRUE                       00000000
700203         END-IF.                                                  00000000
           SKIP2                                                        00098128
700011 N3-130-GET-XXYY.                                                 00098129
700011     SET BKFIL3-OPER-GET-XXYY TO TRUE                             00098130
700011         IO-BKPI3-EOF-YES                                         00098137
700011           TO TRUE.                                               00098138
           SKIP2                                                        00098139
700174***************************                                       00098140
700174*** CODEPAGE translation                                          00098141
700174***************************                                       00098142
700174*** Code page is fixed per load module, so it is found once, from 00098143
700174*** how the letter A is stored, and only a side carded with the   00098144
700174*** other page is translated.  The golden side counts only under  00098145
700174*** GOLDFILE.                                                     00098146
700174 A-209-SETUP-CODEPAGE.                                            00098147
700174     IF  WXLAT-NATIVE = SPACES                                    00098148
700174         IF  WXLAT-PROBE = X'C1'                                  00098149
700174             MOVE 'EBCDIC' TO WXLAT-NATIVE                        00098150
700174             MOVE WXLAT-A2E TO WXLAT-TO                           00098151
700174         ELSE                                                     00098152
700174             MOVE 'ASCII ' TO WXLAT-NATIVE                        00098153
700174             MOVE WXLAT-E2A TO WXLAT-TO                           00098154
700174         END-IF                                                   00098155
700174         IF  WCTL-CODEPAGE1 NOT = SPACES                          00098156
700174             AND WCTL-CODEPAGE1 NOT = WXLAT-NATIVE                00098157
700174             SET WXLAT1-YES TO TRUE                               00098158
700174             DISPLAY 'BABKCMP-418 BKPI translated from '          00098159
700174                 WCTL-CODEPAGE1 ' to ' WXLAT-NATIVE               00098160
700174         END-IF                                                   00098161
700174         IF  WCTL-CODEPAGE2 NOT = SPACES                          00098162
700174             AND WCTL-CODEPAGE2 NOT = WXLAT-NATIVE                00098163
700174             SET WXLAT2-YES TO TRUE                               00098164
700174             DISPLAY 'BABKCMP-418 BKPI2 translated from '         00098165
700174                 WCTL-CODEPAGE2 ' to ' WXLAT-NATIVE               00098166
700174         END-IF                                                   00098167
700174         IF  WCTL-GOLDFILE-YES                                    00098168
700174             AND WCTL-CODEPAGE3 NOT = SPACES                      00098169
700174             AND WCTL-CODEPAGE3 NOT = WXLAT-NATIVE                00098170
700174             SET WXLAT3-YES TO TRUE                               00098171
700174             DISPLAY 'BABKCMP-418 BKPI3 translated from '         00098172
700174                 WCTL-CODEPAGE3 ' to ' WXLAT-NATIVE               00098173
700174         END-IF.                                                  00098174
           SKIP2                                                        00098175
700174*** A translated side no longer sorts the way its own platform    00098176
700174*** wrote it, so the whole file is read once through the reader,  00098177
700174*** translated, and sorted into the native collating order on     00098178
700174*** plan and key - header first, trailer last - into its XLAT     00098179
700174*** work file.  The reader is left at EOF; N1-115 serves the rest.00098180
700174 X-100-SORT-BKPI1.                                                00098181
700174     IF  WXLAT1-OPEN-YES                                          00098182
700174         CLOSE XLAT1-FILE                                         00098183
700174         MOVE 'N' TO WXLAT1-OPEN-FLG.                             00098184
700174     MOVE 'N' TO WXLAT-ERR-FLG.                                   00098185
700174     SORT XSORT-FILE                                              00098186
700174         ON ASCENDING KEY XSORT-CLASS XSORT-PLAN XSORT-KEY        00098187
700174         WITH DUPLICATES IN ORDER                                 00098188
700174         INPUT PROCEDURE IS X-110-IN-BKPI1                        00098189
700174         OUTPUT PROCEDURE IS X-150-OUT-XLAT1.                     00098190
700174     IF  SORT-RETURN NOT = ZERO                                   00098191
700174         OR WXLAT-ERR-YES                                         00098192
700174         DISPLAY 'BABKCMP-419 BKPI code page translation'         00098193
700174             ' failed, '                                          00098194
700174             'sort return:' SORT-RETURN ' status:'                00098195
700174             IO-BKPI-FILE-STATUS '/' WXLAT1-FS                    00098196
700174         MOVE 16 TO RETURN-CODE                                   00098197
700174         GOBACK.                                                  00098198
700174     OPEN INPUT XLAT1-FILE.                                       00098199
700174     IF  WXLAT1-FS NOT = '00'                                     00098200
700174         DISPLAY 'BABKCMP-420 BKXLAT1 work file failed to open:'  00098201
700174             WXLAT1-FS                                            00098202
700174         MOVE 16 TO RETURN-CODE                                   00098203
700174         GOBACK.                                                  00098204
700174     SET WXLAT1-OPEN-YES TO TRUE.                                 00098205
700174     DISPLAY 'BABKCMP-418 BKPI records translated and'            00098206
700174         ' resequenced:'                                          00098207
700174         WCTR-XLAT1.                                              00098208
           SKIP2                                                        00098209
700174 X-110-IN-BKPI1.                                                  00098210
700174     PERFORM N1-110-READ-BKPI.                                    00098211
700174     PERFORM X-120-REL-BKPI1                                      00098212
700174       UNTIL IO-BKPI-ERROR-YES                                    00098213
700174          OR IO-BKPI-EOF-YES.                                     00098214
700174     IF  IO-BKPI-EOF-YES                                          00098215
700174         SET IO-BKPI-ERROR-NO TO TRUE                             00098216
700174         SET IO-BKPI-EOF-NO TO TRUE                               00098217
700174     ELSE                                                         00098218
700174         SET WXLAT-ERR-YES TO TRUE.                               00098219
           SKIP2                                                        00098220
700203*** Translated first, then widened: a six-wide generation only    00000000
700203*** shows its header once it is in the native code page.          00000000
700174 X-120-REL-BKPI1.                                                 00098221
700174     MOVE IO-BKPI-REC-LENG TO WXLAT-RLEN.                         00098222
700174     MOVE BWA-REC TO WXLAT-REC.                                   00098227
700174     PERFORM X-700-XLATE-CHARS.                                   00098228
700174     MOVE WXLAT-REC TO BWA-REC.                                   00098229
700203     PERFORM N1-112-WIDEN-BKPI.                                   00000000
700203     MOVE ZERO TO WXLAT-SHIFT.                                    00000000
700203     IF  IO-BKW1-WIDENED                                          00000000
700203         MOVE 4 TO WXLAT-SHIFT.                                   00000000
700203     MOVE IO-BKPI-REC-LENG TO WXLAT-RLEN.                         00000000
700203     IF  IO-BKPI-ERROR-NO                                         00000000
700203         PERFORM X-125-REL-XLATED1.                               00000000
           SKIP2                                                        00000000
700203 X-125-REL-XLATED1.                                               00000000
700174     MOVE 'N' TO WXLAT-HDRTLR-FLG.                                00098223
700174     IF  BWA-TYPE-HDR-REC                                         00098224
700174         OR BWA-TYPE-TLR-REC                                      00098225
700174         SET WXLAT-HDRTLR-YES TO TRUE.                            00098226
700203     MOVE BWA-REC TO WXLAT-REC.                                   00000000
700174     SET BKFIL-OPER-GET-XXYY TO TRUE.                             00098230
700174     CALL 'BABKREU' USING BKFIL-AREA                              00098231
700174                          BWA-REC.                                00098232
700174     MOVE BKFIL-XXYY TO WXLAT-XXYY.                               00098233
700174     PERFORM X-720-RESTORE-BINARY.                                00098234
700174     MOVE WXLAT-REC TO BWA-REC.                                   00098235
700174     SET BKFIL-OPER-GET-XXYY TO TRUE.                             00098236
700174     CALL 'BABKREU' USING BKFIL-AREA                              00098237
700174                          BWA-REC.                                00098238
700174     IF  BWA-TYPE-HDR-REC                                         00098239
700174         MOVE '0' TO XSORT-CLASS                                  00098240
700174     ELSE IF  BWA-TYPE-TLR-REC                                    00098241
700174         MOVE '2' TO XSORT-CLASS                                  00098242
700174     ELSE                                                         00098243
700174         MOVE '1' TO XSORT-CLASS.                                 00098244
700174     MOVE BWA-PLAN-NUM    TO XSORT-PLAN.                          00098245
700174     MOVE BKFIL-KEY-GROUP TO XSORT-KEY.                           00098246
700174     MOVE WXLAT-RLEN      TO XSORT-LENG.                          00098247
700174     MOVE BWA-REC         TO XSORT-DATA.                          00098248
700174     RELEASE XSORT-REC.                                           00098249
700174     ADD 1 TO WCTR-XLAT1.                                         00098250
700174     PERFORM N1-110-READ-BKPI.                                    00098251
           SKIP2                                                        00098252
700174 X-150-OUT-XLAT1.                                                 00098253
700174     OPEN OUTPUT XLAT1-FILE.                                      00098254
700174     IF  WXLAT1-FS NOT = '00'                                     00098255
700174         SET WXLAT-ERR-YES TO TRUE                                00098256
700174     ELSE                                                         00098257
700174         MOVE 'N' TO WXLAT-EOF-FLG                                00098258
700174         PERFORM X-160-RETURN-SORT                                00098259
700174         PERFORM X-170-PUT-XLAT1                                  00098260
700174           UNTIL WXLAT-EOF-YES                                    00098261
700174         CLOSE XLAT1-FILE.                                        00098262
           SKIP2                                                        00098263
700174 X-160-RETURN-SORT.                                               00098264
700174     RETURN XSORT-FILE                                            00098265
700174         AT END                                                   00098266
700174             SET WXLAT-EOF-YES TO TRUE.                           00098267
           SKIP2                                                        00098268
700174 X-170-PUT-XLAT1.                                                 00098269
700174     MOVE XSORT-REC TO XLAT1-REC.                                 00098270
700203     COMPUTE WXLAT1-RLEN = XSORT-LENG + 40.                       00098271
700174     WRITE XLAT1-REC.                                             00098272
700174     IF  WXLAT1-FS NOT = '00'                                     00098273
700174         SET WXLAT-ERR-YES TO TRUE.                               00098274
700174     PERFORM X-160-RETURN-SORT.                                   00098275
           SKIP2                                                        00098276
700174*** File2 side - same steps as X-100 through X-170.               00098277
700174 X-200-SORT-BKPI2.                                                00098278
700174     IF  WXLAT2-OPEN-YES                                          00098279
700174         CLOSE XLAT2-FILE                                         00098280
700174         MOVE 'N' TO WXLAT2-OPEN-FLG.                             00098281
700174     MOVE 'N' TO WXLAT-ERR-FLG.                                   00098282
700174     SORT XSORT-FILE                                              00098283
700174         ON ASCENDING KEY XSORT-CLASS XSORT-PLAN XSORT-KEY        00098284
700174         WITH DUPLICATES IN ORDER                                 00098285
700174         INPUT PROCEDURE IS X-210-IN-BKPI2                        00098286
700174         OUTPUT PROCEDURE IS X-250-OUT-XLAT2.                     00098287
700174     IF  SORT-RETURN NOT = ZERO                                   00098288
700174         OR WXLAT-ERR-YES                                         00098289
700174         DISPLAY 'BABKCMP-419 BKPI2 code page translation'        00098290
700174             ' failed, '                                          00098291
700174             'sort return:' SORT-RETURN ' status:'                00098292
700174             IO-BKPI2-FILE-STATUS '/' WXLAT2-FS                   00098293
700174         MOVE 16 TO RETURN-CODE                                   00098294
700174         GOBACK.                                                  00098295
700174     OPEN INPUT XLAT2-FILE.                                       00098296
700174     IF  WXLAT2-FS NOT = '00'                                     00098297
700174         DISPLAY 'BABKCMP-420 BKXLAT2 work file failed to open:'  00098298
700174             WXLAT2-FS                                            00098299
700174         MOVE 16 TO RETURN-CODE                                   00098300
700174         GOBACK.                                                  00098301
700174     SET WXLAT2-OPEN-YES TO TRUE.                                 00098302
700174     DISPLAY 'BABKCMP-418 BKPI2 records translated and'           00098303
700174         ' resequenced:'                                          00098304
700174         WCTR-XLAT2.                                              00098305
           SKIP2                                                        00098306
700174 X-210-IN-BKPI2.                                                  00098307
700174     PERFORM N2-110-READ-BKPI2.                                   00098308
700174     PERFORM X-220-REL-BKPI2                                      00098309
700174       UNTIL IO-BKPI2-ERROR-YES                                   00098310
700174          OR IO-BKPI2-EOF-YES.                                    00098311
700174     IF  IO-BKPI2-EOF-YES                                         00098312
700174         SET IO-BKPI2-ERROR-NO TO TRUE                            00098313
700174         SET IO-BKPI2-EOF-NO TO TRUE                              00098314
700174     ELSE                                                         00098315
700174         SET WXLAT-ERR-YES TO TRUE.                               00098316
           SKIP2                                                        00098317
700203*** Translated first, then widened: a six-wide generation only    00000000
700203*** shows its header once it is in the native code page.          00000000
700174 X-220-REL-BKPI2.                                                 00098318
700174     MOVE IO-BKPI2-REC-LENG TO WXLAT-RLEN.                        00098319
700174     MOVE BWA2-REC TO WXLAT-REC.                                  00098324
700174     PERFORM X-700-XLATE-CHARS.                                   00098325
700174     MOVE WXLAT-REC TO BWA2-REC.                                  00098326
700203     PERFORM N2-112-WIDEN-BKPI2.                                  00000000
700203     MOVE ZERO TO WXLAT-SHIFT.                                    00000000
700203     IF  IO-BKW2-WIDENED                                          00000000
700203         MOVE 4 TO WXLAT-SHIFT.                                   00000000
700203     MOVE IO-BKPI2-REC-LENG TO WXLAT-RLEN.                        00000000
700203     IF  IO-BKPI2-ERROR-NO                                        00000000
700203         PERFORM X-225-REL-XLATED2.                               00000000
           SKIP2                                                        00000000
700203 X-225-REL-XLATED2.                                               00000000
700174     MOVE 'N' TO WXLAT-HDRTLR-FLG.                                00098320
700174     IF  BWA2-TYPE-HDR-REC                                        00098321
700174         OR BWA2-TYPE-TLR-REC                                     00098322
700174         SET WXLAT-HDRTLR-YES TO TRUE.                            00098323
700203     MOVE BWA2-REC TO WXLAT-REC.                                  00000000
700174     SET BKFIL2-OPER-GET-XXYY TO TRUE.                            00098327
700174     CALL 'BABKREU' USING BKFIL2-AREA                             00098328
700174                          BWA2-REC.                               00098329
700174     MOVE BKFIL2-XXYY TO WXLAT-XXYY.                              00098330
700174     PERFORM X-720-RESTORE-BINARY.                                00098331
700174     MOVE WXLAT-REC TO BWA2-REC.                                  00098332
700174     SET BKFIL2-OPER-GET-XXYY TO TRUE.                            00098333
700174     CALL 'BABKREU' USING BKFIL2-AREA                             00098334
700174                          BWA2-REC.                               00098335
700174     IF  BWA2-TYPE-HDR-REC                                        00098336
700174         MOVE '0' TO XSORT-CLASS                                  00098337
700174     ELSE IF  BWA2-TYPE-TLR-REC                                   00098338
700174         MOVE '2' TO XSORT-CLASS                                  00098339
700174     ELSE                                                         00098340
700174         MOVE '1' TO XSORT-CLASS.                                 00098341
700174     MOVE BWA2-PLAN-NUM    TO XSORT-PLAN.                         00098342
700174     MOVE BKFIL2-KEY-GROUP TO XSORT-KEY.                          00098343
700174     MOVE WXLAT-RLEN       TO XSORT-LENG.                         00098344
700174     MOVE BWA2-REC         TO XSORT-DATA.                         00098345
700174     RELEASE XSORT-REC.                                           00098346
700174     ADD 1 TO WCTR-XLAT2.                                         00098347
700174     PERFORM N2-110-READ-BKPI2.                                   00098348
           SKIP2                                                        00098349
700174 X-250-OUT-XLAT2.                                                 00098350
700174     OPEN OUTPUT XLAT2-FILE.                                      00098351
700174     IF  WXLAT2-FS NOT = '00'                                     00098352
700174         SET WXLAT-ERR-YES TO TRUE                                00098353
700174     ELSE                                                         00098354
700174         MOVE 'N' TO WXLAT-EOF-FLG                                00098355
700174         PERFORM X-160-RETURN-SORT                                00098356
700174         PERFORM X-270-PUT-XLAT2                                  00098357
700174           UNTIL WXLAT-EOF-YES                                    00098358
700174         CLOSE XLAT2-FILE.                                        00098359
           SKIP2                                                        00098360
700174 X-270-PUT-XLAT2.                                                 00098361
700174     MOVE XSORT-REC TO XLAT2-REC.                                 00098362
700203     COMPUTE WXLAT2-RLEN = XSORT-LENG + 40.                       00098363
700174     WRITE XLAT2-REC.                                             00098364
700174     IF  WXLAT2-FS NOT = '00'                                     00098365
700174         SET WXLAT-ERR-YES TO TRUE.                               00098366
700174     PERFORM X-160-RETURN-SORT.                                   00098367
           SKIP2                                                        00098368
700174*** Golden side - same steps again.                               00098369
700174 X-300-SORT-BKPI3.                                                00098370
700174     IF  WXLAT3-OPEN-YES                                          00098371
700174         CLOSE XLAT3-FILE                                         00098372
700174         MOVE 'N' TO WXLAT3-OPEN-FLG.                             00098373
700174     MOVE 'N' TO WXLAT-ERR-FLG.                                   00098374
700174     SORT XSORT-FILE                                              00098375
700174         ON ASCENDING KEY XSORT-CLASS XSORT-PLAN XSORT-KEY        00098376
700174         WITH DUPLICATES IN ORDER                                 00098377
700174         INPUT PROCEDURE IS X-310-IN-BKPI3                        00098378
700174         OUTPUT PROCEDURE IS X-350-OUT-XLAT3.                     00098379
700174     IF  SORT-RETURN NOT = ZERO                                   00098380
700174         OR WXLAT-ERR-YES                                         00098381
700174         DISPLAY 'BABKCMP-419 BKPI3 code page translation'        00098382
700174             ' failed, '                                          00098383
700174             'sort return:' SORT-RETURN ' status:'                00098384
700174             IO-BKPI3-FILE-STATUS '/' WXLAT3-FS                   00098385
700174         MOVE 16 TO RETURN-CODE                                   00098386
700174         GOBACK.                                                  00098387
700174     OPEN INPUT XLAT3-FILE.                                       00098388
700174     IF  WXLAT3-FS NOT = '00'                                     00098389
700174         DISPLAY 'BABKCMP-420 BKXLAT3 work file failed to open:'  00098390
700174             WXLAT3-FS                                            00098391
700174         MOVE 16 TO RETURN-CODE                                   00098392
700174         GOBACK.                                                  00098393
700174     SET WXLAT3-OPEN-YES TO TRUE.                                 00098394
700174     DISPLAY 'BABKCMP-418 BKPI3 records translated and'           00098395
700174         ' resequenced:'                                          00098396
700174         WCTR-XLAT3.                                              00098397
           SKIP2                                                        00098398
700174 X-310-IN-BKPI3.                                                  00098399
700174     PERFORM N3-110-READ-BKPI3.                                   00098400
700174     PERFORM X-320-REL-BKPI3                                      00098401
700174       UNTIL IO-BKPI3-ERROR-YES                                   00098402
700174          OR IO-BKPI3-EOF-YES.                                    00098403
700174     IF  IO-BKPI3-EOF-YES                                         00098404
700174         SET IO-BKPI3-ERROR-NO TO TRUE                            00098405
700174         SET IO-BKPI3-EOF-NO TO TRUE                              00098406
700174     ELSE                                                         00098407
700174         SET WXLAT-ERR-YES TO TRUE.                               00098408
           SKIP2                                                        00098409
700203*** Translated first, then widened: a six-wide generation only    00000000
700203*** shows its header once it is in the native code page.          00000000
700174 X-320-REL-BKPI3.                                                 00098410
700174     MOVE IO-BKPI3-REC-LENG TO WXLAT-RLEN.                        00098411
700174     MOVE BWA3-REC TO WXLAT-REC.                                  00098416
700174     PERFORM X-700-XLATE-CHARS.                                   00098417
700174     MOVE WXLAT-REC TO BWA3-REC.                                  00098418
700203     PERFORM N3-112-WIDEN-BKPI3.                                  00000000
700203     MOVE ZERO TO WXLAT-SHIFT.                                    00000000
700203     IF  IO-BKW3-WIDENED                                          00000000
700203         MOVE 4 TO WXLAT-SHIFT.                                   00000000
700203     MOVE IO-BKPI3-REC-LENG TO WXLAT-RLEN.                        00000000
700203     IF  IO-BKPI3-ERROR-NO                                        00000000
700203         PERFORM X-325-REL-XLATED3.                               00000000
           SKIP2                                                        00000000
700203 X-325-REL-XLATED3.                                               00000000
700174     MOVE 'N' TO WXLAT-HDRTLR-FLG.                                00098412
700174     IF  BWA3-TYPE-HDR-REC                                        00098413
700174         OR BWA3-TYPE-TLR-REC                                     00098414
700174         SET WXLAT-HDRTLR-YES TO TRUE.                            00098415
700203     MOVE BWA3-REC TO WXLAT-REC.                                  00000000
700174     SET BKFIL3-OPER-GET-XXYY TO TRUE.                            00098419
700174     CALL 'BABKREU' USING BKFIL3-AREA                             00098420
700174                          BWA3-REC.                               00098421
700174     MOVE BKFIL3-XXYY TO WXLAT-XXYY.                              00098422
700174     PERFORM X-720-RESTORE-BINARY.                                00098423
700174     MOVE WXLAT-REC TO BWA3-REC.                                  00098424
700174     SET BKFIL3-OPER-GET-XXYY TO TRUE.                            00098425
700174     CALL 'BABKREU' USING BKFIL3-AREA                             00098426
700174                          BWA3-REC.                               00098427
700174     IF  BWA3-TYPE-HDR-REC                                        00098428
700174         MOVE '0' TO XSORT-CLASS                                  00098429
700174     ELSE IF  BWA3-TYPE-TLR-REC                                   00098430
700174         MOVE '2' TO XSORT-CLASS                                  00098431
700174     ELSE                                                         00098432
700174         MOVE '1' TO XSORT-CLASS.                                 00098433
700174     MOVE BWA3-PLAN-NUM    TO XSORT-PLAN.                         00098434
700174     MOVE BKFIL3-KEY-GROUP TO XSORT-KEY.                          00098435
700174     MOVE WXLAT-RLEN       TO XSORT-LENG.                         00098436
700174     MOVE BWA3-REC         TO XSORT-DATA.                         00098437
700174     RELEASE XSORT-REC.                                           00098438
700174     ADD 1 TO WCTR-XLAT3.                                         00098439
700174     PERFORM N3-110-READ-BKPI3.                                   00098440
           SKIP2                                                        00098441
700174 X-350-OUT-XLAT3.                                                 00098442
700174     OPEN OUTPUT XLAT3-FILE.                                      00098443
700174     IF  WXLAT3-FS NOT = '00'                                     00098444
700174         SET WXLAT-ERR-YES TO TRUE                                00098445
700174     ELSE                                                         00098446
700174         MOVE 'N' TO WXLAT-EOF-FLG                                00098447
700174         PERFORM X-160-RETURN-SORT                                00098448
700174         PERFORM X-370-PUT-XLAT3                                  00098449
700174           UNTIL WXLAT-EOF-YES                                    00098450
700174         CLOSE XLAT3-FILE.                                        00098451
           SKIP2                                                        00098452
700174 X-370-PUT-XLAT3.                                                 00098453
700174     MOVE XSORT-REC TO XLAT3-REC.                                 00098454
700203     COMPUTE WXLAT3-RLEN = XSORT-LENG + 40.                       00098455
700174     WRITE XLAT3-REC.                                             00098456
700174     IF  WXLAT3-FS NOT = '00'                                     00098457
700174         SET WXLAT-ERR-YES TO TRUE.                               00098458
700174     PERFORM X-160-RETURN-SORT.                                   00098459
           SKIP2                                                        00098460
700174*** Every byte of the record goes through the table; the original 00098461
700174*** is kept in WXLAT-SAVE so X-720 can put the packed and binary  00098462
700174*** DEs back.  A length outside 1-32760 is clamped for the        00098463
700174*** translation only - the record keeps its own length.           00098464
700174 X-700-XLATE-CHARS.                                               00098465
700174     IF  WXLAT-RLEN < ZERO                                        00098466
700174         MOVE ZERO TO WXLAT-RLEN.                                 00098467
700174     IF  WXLAT-RLEN > 32760                                       00098468
700174         MOVE 32760 TO WXLAT-RLEN.                                00098469
700174     MOVE WXLAT-REC TO WXLAT-SAVE.                                00098470
700174     IF  WXLAT-RLEN > ZERO                                        00098471
700174         INSPECT WXLAT-REC (1:WXLAT-RLEN)                         00098472
700174             CONVERTING WXLAT-IDENT TO WXLAT-TO.                  00098473
           SKIP2                                                        00098474
700174*** Headers and trailers are all character.  A data record puts   00098475
700174*** back, from the untranslated copy, every DE its DEMOD reports  00098476
700174*** as packed or binary; the LAYOUT position is relative to the   00098477
700203*** data area, which starts after the plan/type prefix.           00098478
700203*** The untranslated copy is still in the layout as read, so a    00000000
700203*** six-wide generation widened after translation takes its       00000000
700203*** fields from WXLAT-SHIFT bytes further left.                   00000000
700174 X-720-RESTORE-BINARY.                                            00098479
700174     IF  NOT WXLAT-HDRTLR-YES                                     00098480
700174         PERFORM X-730-FIND-LAYOUT                                00098481
700174         IF  WXLAYOUT-HIT-SUB > ZERO                              00098482
700174             AND WXLAYOUT-KNOWN-YES (WXLAYOUT-HIT-SUB)            00098483
700174             PERFORM X-740-RESTORE-SEG                            00098484
700174               VARYING SUB-XLSEG FROM 1 BY 1                      00098485
700174                 UNTIL SUB-XLSEG >                                00098486
700174                       WXLAYOUT-SEG-COUNT (WXLAYOUT-HIT-SUB)      00098487
700174         ELSE                                                     00098488
700174             ADD 1 TO WCTR-XLAT-NOLAY                             00098489
700174         END-IF.                                                  00098490
           SKIP2                                                        00098491
700174 X-730-FIND-LAYOUT.                                               00098492
700174     MOVE ZERO TO WXLAYOUT-HIT-SUB.                               00098493
700174     PERFORM X-735-SCAN-LAYOUT                                    00098494
700174       VARYING SUB-XLTYPE FROM 1 BY 1                             00098495
700174         UNTIL SUB-XLTYPE > WXLAYOUT-COUNT                        00098496
700174            OR WXLAYOUT-HIT-SUB > ZERO.                           00098497
700174     IF  WXLAYOUT-HIT-SUB = ZERO                                  00098498
700174         AND WXLAYOUT-COUNT < WXLAYOUT-MAX-ENTRIES                00098499
700174         PERFORM X-750-LOAD-LAYOUT.                               00098500
           SKIP2                                                        00098501
700174 X-735-SCAN-LAYOUT.                                               00098502
700174     IF  WXLAYOUT-XXYY (SUB-XLTYPE) = WXLAT-XXYY                  00098503
700174         MOVE SUB-XLTYPE TO WXLAYOUT-HIT-SUB.                     00098504
           SKIP2                                                        00098505
700174 X-740-RESTORE-SEG.                                               00098506
700203     COMPUTE WXLAT-PREFIX = LENGTH OF BWA-PLAN-NUM                00098507
700203                            + LENGTH OF BWA-TYPE-CODE.            00098508
700203     COMPUTE WXLAT-POS = WXLAT-PREFIX                             00000000
700203         + WXLAYOUT-SEG-POS (WXLAYOUT-HIT-SUB, SUB-XLSEG).        00000000
700174     MOVE WXLAYOUT-SEG-LEN (WXLAYOUT-HIT-SUB, SUB-XLSEG)          00098509
700174         TO WXLAT-LEN.                                            00098510
700203     IF  WXLAT-POS > WXLAT-PREFIX                                 00098511
700174         AND WXLAT-LEN > ZERO                                     00098512
700174         AND WXLAT-POS + WXLAT-LEN - 1 NOT > WXLAT-RLEN           00098513
700203         MOVE WXLAT-SAVE (WXLAT-POS - WXLAT-SHIFT:WXLAT-LEN)      00000000
700174           TO WXLAT-REC (WXLAT-POS:WXLAT-LEN).                    00098515
           SKIP2                                                        00098516
700174*** First sight of a RecordType on a translated side: walk its DE 00098517
700174*** chain once with the LAYOUT request and keep the packed and    00098518
700174*** binary positions.  A missing module, or one that predates     00098519
700174*** LAYOUT, leaves the type unknown - translated whole, and said  00098520
700174*** so.                                                           00098521
700174 X-750-LOAD-LAYOUT.                                               00098522
700174     ADD 1 TO WXLAYOUT-COUNT.                                     00098523
700174     MOVE WXLAYOUT-COUNT TO WXLAYOUT-HIT-SUB.                     00098524
700174     MOVE WXLAT-XXYY TO WXLAYOUT-XXYY (WXLAYOUT-HIT-SUB).         00098525
700174     MOVE WXLAT-XXYY TO WTYPEREG-XXYY-WORK.                       00098526
700174     PERFORM R-950-RESOLVE-DEMOD.                                 00098527
700174     MOVE 'N' TO WXLAT-MISS-FLG.                                  00098528
700174     MOVE 1 TO SUB-XLDE.                                          00098529
700174     PERFORM X-760-LAYOUT-DE                                      00098530
700174       UNTIL SUB-XLDE > 999.                                      00098531
700174     SET DE-PROCESS-GET TO TRUE.                                  00098532
700174     IF  WXLAYOUT-KNOWN-YES (WXLAYOUT-HIT-SUB)                    00098533
700174         DISPLAY 'BABKCMP-423 Type ' WXLAT-XXYY                   00098534
700174             ' packed/binary DEs kept untranslated: '             00098535
700174             WXLAYOUT-SEG-COUNT (WXLAYOUT-HIT-SUB)                00098536
700174     ELSE                                                         00098537
700174         DISPLAY 'BABKCMP-424 No DE layout from ' WK-PGM-NAME     00098538
700174             ' for type ' WXLAT-XXYY                              00098539
700174             ', translated as all-character data'.                00098540
           SKIP2                                                        00098541
700174 X-760-LAYOUT-DE.                                                 00098542
700174     MOVE SUB-XLDE TO DE-DENUM.                                   00098543
700174     MOVE SPACES TO DE-NAME DE-LAY-USAGE.                         00098544
700174     MOVE ZERO TO DE-NEXT-DE DE-LAY-POS DE-LAY-LEN.               00098545
700174     SET DE-BYPASS-DED-YES TO TRUE.                               00098546
700174     SET DE-PROCESS-LAYOUT TO TRUE.                               00098547
700174     CALL WK-PGM-NAME USING SD-AREA                               00098548
700174                            DE-AREA                               00098549
700174                            BWA-DATA-REC                          00098550
700174          ON EXCEPTION                                            00098551
700174            SET WXLAT-MISS-YES TO TRUE                            00098552
700174     END-CALL.                                                    00098553
700174     IF  WXLAT-MISS-YES                                           00098554
700174         MOVE 1000 TO SUB-XLDE                                    00098555
700174     ELSE                                                         00098556
700174         IF  DE-NAME NOT = SPACES                                 00098557
700174             AND DE-LAY-LEN > ZERO                                00098558
700174             PERFORM X-770-KEEP-LAYOUT-DE                         00098559
700174         END-IF                                                   00098560
700174         IF  DE-NEXT-DE > SUB-XLDE                                00098561
700174             MOVE DE-NEXT-DE TO SUB-XLDE                          00098562
700174         ELSE                                                     00098563
700174             ADD 1 TO SUB-XLDE                                    00098564
700174         END-IF.                                                  00098565
           SKIP2                                                        00098566
700174 X-770-KEEP-LAYOUT-DE.                                            00098567
700174     MOVE 'Y' TO WXLAYOUT-KNOWN (WXLAYOUT-HIT-SUB).               00098568
700174     IF  (DE-LAY-USAGE-PACKED OR DE-LAY-USAGE-BINARY)             00098569
700174         AND WXLAYOUT-SEG-COUNT (WXLAYOUT-HIT-SUB)                00098570
700174             < WXLAYOUT-MAX-SEGS                                  00098571
700174         ADD 1 TO WXLAYOUT-SEG-COUNT (WXLAYOUT-HIT-SUB)           00098572
700174         MOVE WXLAYOUT-SEG-COUNT (WXLAYOUT-HIT-SUB)               00098573
700174             TO SUB-XLSEG                                         00098574
700174         MOVE DE-LAY-POS                                          00098575
700174             TO WXLAYOUT-SEG-POS (WXLAYOUT-HIT-SUB, SUB-XLSEG)    00098576
700174         MOVE DE-LAY-LEN                                          00098577
700174             TO WXLAYOUT-SEG-LEN (WXLAYOUT-HIT-SUB, SUB-XLSEG).   00098578
           SKIP2                                                        00098579
700174*** Translated-side readers: the XLAT work file in place of the   00098580
700174*** BKPIn reader, with the BRSTART/BREND range applied to data    00098581
700174*** records under BRSEQ the same as N1-120/N2-120 apply it.       00098582
700174 N1-115-READ-XLAT1.                                               00098583
700174     PERFORM N1-116-READ-XLAT1-REC                                00098584
700174       WITH TEST AFTER                                            00098585
700174       UNTIL IO-BKPI-ERROR-YES                                    00098586
700174          OR IO-BKPI-EOF-YES                                      00098587
700174          OR NOT WCTL-BRSEQ-YES                                   00098588
700174          OR XLAT1-CLASS NOT = '1'                                00098589
700174          OR XLAT1-KEY NOT < WCTL-BRSTART-KEY.                    00098590
700174     IF  IO-BKPI-ERROR-NO                                         00098591
700174         AND IO-BKPI-EOF-NO                                       00098592
700174         AND WCTL-BRSEQ-YES                                       00098593
700174         AND XLAT1-CLASS = '1'                                    00098594
700174         AND XLAT1-KEY > WCTL-BREND-KEY                           00098595
700174         SET IO-BKPI-EOF-YES TO TRUE.                             00098596
           SKIP2                                                        00098597
700174 N1-116-READ-XLAT1-REC.                                           00098598
700174     READ XLAT1-FILE                                              00098599
700174         AT END                                                   00098600
700174             SET IO-BKPI-EOF-YES TO TRUE.                         00098601
700174     IF  IO-BKPI-EOF-NO                                           00098602
700174         IF  WXLAT1-FS = '00'                                     00098603
700174             MOVE XLAT1-LENG TO IO-BKPI-REC-LENG                  00098604
700174             MOVE XLAT1-DATA TO BWA-REC                           00098605
700174             IF  XLAT1-LENG < 32760                               00098606
700174                 MOVE SPACES TO BWA-REC (XLAT1-LENG + 1:)         00098607
700174             END-IF                                               00098608
700174         ELSE                                                     00098609
700174             MOVE WXLAT1-FS TO IO-BKPI-FILE-STATUS                00098610
700174             SET IO-BKPI-ERROR-YES TO TRUE                        00098611
700174         END-IF.                                                  00098612
           SKIP2                                                        00098613
700174 N2-115-READ-XLAT2.                                               00098614
700174     PERFORM N2-116-READ-XLAT2-REC                                00098615
700174       WITH TEST AFTER                                            00098616
700174       UNTIL IO-BKPI2-ERROR-YES                                   00098617
700174          OR IO-BKPI2-EOF-YES                                     00098618
700174          OR NOT WCTL-BRSEQ-YES                                   00098619
700174          OR XLAT2-CLASS NOT = '1'                                00098620
700174          OR XLAT2-KEY NOT < WCTL-BRSTART-KEY.                    00098621
700174     IF  IO-BKPI2-ERROR-NO                                        00098622
700174         AND IO-BKPI2-EOF-NO                                      00098623
700174         AND WCTL-BRSEQ-YES                                       00098624
700174         AND XLAT2-CLASS = '1'                                    00098625
700174         AND XLAT2-KEY > WCTL-BREND-KEY                           00098626
700174         SET IO-BKPI2-EOF-YES TO TRUE.                            00098627
700174     MOVE SPACES TO BKFIL2-XXYY.                                  00098628
           SKIP2                                                        00098629
700174 N2-116-READ-XLAT2-REC.                                           00098630
700174     READ XLAT2-FILE                                              00098631
700174         AT END                                                   00098632
700174             SET IO-BKPI2-EOF-YES TO TRUE.                        00098633
700174     IF  IO-BKPI2-EOF-NO                                          00098634
700174         IF  WXLAT2-FS = '00'                                     00098635
700174             MOVE XLAT2-LENG TO IO-BKPI2-REC-LENG                 00098636
700174             MOVE XLAT2-DATA TO BWA2-REC                          00098637
700174             IF  XLAT2-LENG < 32760                               00098638
700174                 MOVE SPACES TO BWA2-REC (XLAT2-LENG + 1:)        00098639
700174             END-IF                                               00098640
700174         ELSE                                                     00098641
700174             MOVE WXLAT2-FS TO IO-BKPI2-FILE-STATUS               00098642
700174             SET IO-BKPI2-ERROR-YES TO TRUE                       00098643
700174         END-IF.                                                  00098644
           SKIP2                                                        00098645
700174 N3-115-READ-XLAT3.                                               00098646
700174     READ XLAT3-FILE                                              00098647
700174         AT END                                                   00098648
700174             SET IO-BKPI3-EOF-YES TO TRUE.                        00098649
700174     IF  IO-BKPI3-EOF-NO                                          00098650
700174         IF  WXLAT3-FS = '00'                                     00098651
700174             MOVE XLAT3-LENG TO IO-BKPI3-REC-LENG                 00098652
700174             MOVE XLAT3-DATA TO BWA3-REC                          00098653
700174             IF  XLAT3-LENG < 32760                               00098654
700174                 MOVE SPACES TO BWA3-REC (XLAT3-LENG + 1:)        00098655
700174             END-IF                                               00098656
700174         ELSE                                                     00098657
700174             MOVE WXLAT3-FS TO IO-BKPI3-FILE-STATUS               00098658
700174             SET IO-BKPI3-ERROR-YES TO TRUE                       00098659
700174         END-IF.                                                  00098660
700174     MOVE SPACES TO BKFIL3-XXYY.                                  00098661
           SKIP2                                                        00098139
     ***************************                                        00098200
     *** Routines to dump a record, or record differences               00098300
     ***************************                                        00098400
700038     PERFORM Q-895-RPT-MAXDE-SUPPRESSED.                          00102610
WFIX       IF  WCTR-DEDIFFS = ZERO                                      00102700
700058         AND WCTR-TOLER-THISREC = ZERO                            00102710
700173     MOVE BKFIL-LENG TO WCMP-LENG                                 00102711
WFIX           PERFORM Q-300-RPT-DATA-DIFF.                             00102800
           SKIP3                                                        00102900
     ***   DE-AREA   - File1                                            00103000
700059         AND DE-PIC-TYPE-9                                        00103611
700059         AND DE-VAL-INTERNAL NOT = DE2-VAL-INTERNAL               00103612
700059         PERFORM R-745-CHECK-DATEDE.                              00103613
700157     MOVE 'N' TO WDE-XWALK-FLG.                                   00103614
700158     MOVE 'N' TO WDE-PCHG-FLG.                                    00103615
700158     IF  (WCTL-DEXWALK-YES OR WPCHG-COUNT > ZERO)                 00103615
700157         AND DE-NAME NOT = SPACES                                 00103616
700157         AND NOT DE-VAL-TYPE-READONLY                             00103617
700157         AND NOT DE-VAL-TYPE-KEY                                  00103618
700157         AND (DE-PIC-TYPE-X                                       00103619
700157           OR (DE-VAL-INTERNAL-N IS NUMERIC                       00103620
700157           AND DE2-VAL-INTERNAL-N IS NUMERIC))                    00103621
700158         PERFORM R-764-CHECK-EXPECTED.                            00103622
700131*** Across releases, a DE defined on only one side is a layout    00103690
700131*** change, not a value difference: reported once as ADDED or     00103691
700131*** DROPPED instead of decoding as garbage against the other      00103692
700027         PERFORM Q-225-SHOW-CALC-DIFF                             00104230
700027     ELSE IF  DE-VAL-TYPE-CALCULATED                              00104240
700027         NEXT SENTENCE                                            00104250
700158     ELSE IF  WDE-PCHG-FLG-PLANNED                                00104251
700158         PERFORM Q-234-COUNT-PLANNED                              00104252
700158     ELSE IF  WDE-PCHG-FLG-NOTAPPL                                00104253
700158         PERFORM Q-235-SHOW-NOT-APPLIED                           00104254
700157     ELSE IF  WDE-XWALK-FLG-ABSORB                                00104251
700157         PERFORM Q-238-COUNT-XWALK-SAME                           00104252
700157     ELSE IF  WDE-XWALK-FLG-BAD                                   00104253
700157         PERFORM Q-239-SHOW-XWALK-BAD                             00104254
700059     ELSE IF  WDE-DATE-EQUAL-FLG-YES                              00104302
700059         PERFORM Q-228-COUNT-DATE-SAME                            00104303
700058     ELSE IF  DE-PIC-TYPE-9                                       00104301
700023     IF  NOT WDE-QUIET-FLG-YES                                    00107402
700030         PERFORM R-600-FMT-DE                                     00107500
700030         PERFORM S-600-FMT-DE2                                    00107600
700154         IF  WCTL-VALCLUSTER-YES                                  00107601
700154             PERFORM T-140-UPDATE-VCLU                            00107602
700154         END-IF                                                   00107603
700073         IF  WCTL-CRITALERT-YES                                   00107601
700073             AND WSHOW-CRIT = 'HIGH'                              00107602
700073             PERFORM R-728-WTO-DECRIT                             00107603
700059     ADD 1 TO WCTR-DATE-NORM-SAME.                                00107909
700059     ADD 1 TO WCTR-TOLER-THISREC.                                 00107910
           SKIP2                                                        00107911
700158*** File2 carries the value a planned change registered: counted  00107912
700158*** as PLANNED, no detail line, not a STRECS-DIFF-DES difference. 00107913
700158 Q-234-COUNT-PLANNED.                                             00107914
700158     ADD 1 TO WCTR-PCHG-PLANNED.                                  00107915
700158     ADD 1 TO WCTR-TOLER-THISREC.                                 00107916
           SKIP2                                                        00107917
700158*** In scope of an effective planned change but File2 does not    00107918
700158*** carry the registered value: PLANNED-NOT-APPLIED, shown as a   00107919
700158*** difference with the change reference and expected value.      00107920
700158 Q-235-SHOW-NOT-APPLIED.                                          00107921
700158     ADD 1 TO WCTR-PCHG-NOTAPPL.                                  00107922
700158     PERFORM Q-220-SHOW-DIFF.                                     00107923
700158     IF  NOT WDE-QUIET-FLG-YES                                    00107924
700158         MOVE SPACES TO WPRINT-LINE                               00107925
700158         STRING '        *** PLANNED-NOT-APPLIED Ref '            00107926
700158             WPCREF-REF (SUB-PCREF) ' expected File2 value: '     00107927
700158             WPCHG-NEW (WPCHG-HIT-SUB)                            00107928
700158             DELIMITED BY SIZE INTO WPRINT-LINE                   00107929
700158         PERFORM V-100-PRINT-LINE.                                00107930
           SKIP2                                                        00107931
700157*** File2 carries exactly the value the crosswalk converts File1's00107912
700157*** value to: counted as absorbed, no detail line, not a          00107913
700157*** STRECS-DIFF-DES difference.  Shares the per-record suppressed 00107914
700157*** counter with DATEDE so the raw-byte fallback dump stays off.  00107915
700157 Q-238-COUNT-XWALK-SAME.                                          00107916
700157     ADD 1 TO STRECS-XWALK-ABSORB (BKFIL-XXYY-SUB).               00107917
700157     ADD 1 TO WCTR-XWALK-ABSORB.                                  00107918
700157     ADD 1 TO WCTR-TOLER-THISREC.                                 00107919
           SKIP2                                                        00107920
700157*** File1's value is in the crosswalk but File2 does not carry the00107921
700157*** converted value - the conversion went wrong for this record,  00107922
700157*** even where File2 still equals File1.  A real difference, with 00107923
700157*** the expected value printed under the detail line.             00107924
700157 Q-239-SHOW-XWALK-BAD.                                            00107925
700157     ADD 1 TO STRECS-XWALK-BAD (BKFIL-XXYY-SUB).                  00107926
700157     ADD 1 TO WCTR-XWALK-BAD.                                     00107927
700157     PERFORM Q-220-SHOW-DIFF.                                     00107928
700157     IF  NOT WDE-QUIET-FLG-YES                                    00107929
700157         MOVE SPACES TO WPRINT-LINE                               00107930
700157         STRING '        *** Crosswalk expected File2 value: '    00107931
700157             DXWKDAT-NEW                                          00107932
700157             DELIMITED BY SIZE INTO WPRINT-LINE                   00107933
700157         PERFORM V-100-PRINT-LINE.                                00107934
           SKIP2                                                        00107935
700131*** DE present on File1's release only: one detail line, no       00107900
700131*** STRECS-DIFF-DES difference.  The per-record suppressed        00107901
700131*** counter keeps the raw-byte fallback dump off.                 00107902
700082            DE-VAL-INTERNAL  DELIMITED BY SIZE                    00000000
700082            '|'              DELIMITED BY SIZE                    00000000
700082            DE2-VAL-INTERNAL DELIMITED BY SIZE                    00000000
700166            '|'              DELIMITED BY SIZE                    00000001
700166            BKFIL-KEY-GROUP  DELIMITED BY SIZE                    00000002
700082         INTO CORR-LINE.                                          00000000
700082     WRITE CORR-LINE.                                             00000000
           SKIP2                                                        00107918
700139     STRING 'NOTIFY|'              DELIMITED BY SIZE              00107963
700139            WPLAN-PLAN-NUM         DELIMITED BY SIZE              00107964
700139            '|*******'             DELIMITED BY SIZE              00107965
700203            BKFIL-KEY-GROUP (18:4) DELIMITED BY SIZE              00107966
700139            '|'                    DELIMITED BY SIZE              00107967
700139            BKFIL-XXYY             DELIMITED BY SPACE             00107968
700139            '|'                    DELIMITED BY SIZE              00107969
WFIX       MOVE 1  TO SUB-CHAR.                                         00108200
WFIX       PERFORM Q-310-PERCHAR                                        00108300
WFIX         VARYING SUB-CHAR FROM 1 BY 1                               00108400
700173       UNTIL SUB-CHAR > WCMP-LENG.                                00108500
WFIX   Q-310-PERCHAR.                                                   00108600
WFIX       IF  BWA-REC (SUB-CHAR:1)                                     00108700
WFIX             = BWA2-REC (SUB-CHAR:1)                                00108800
WFIX       MOVE 1          TO WCTR-DIFF-CHARS.                          00109400
WFIX       ADD 1           TO SUB-CHAR.                                 00109500
WFIX       PERFORM Q-390-COUNT-DIFF                                     00109600
700173     UNTIL SUB-CHAR >= WCMP-LENG                                  00109700
WFIX           OR  WCTR-DIFF-CHARS > 20                                 00109800
WFIX           OR  BWA-REC (SUB-CHAR:1)                                 00109900
WFIX             = BWA2-REC (SUB-CHAR:1).                               00110000
700098 R-756-SCAN-SUPPR.                                                00000000
700098     IF  (WSUPPR-SIDE-F1                                          00000000
700098         AND WSUPPR-ENTRY (SUB-SUPPR)                             00000000
700203             = BKFIL-KEY-GROUP (11:11))                           00000000
700098         OR (WSUPPR-SIDE-F2                                       00000000
700098         AND WSUPPR-ENTRY (SUB-SUPPR)                             00000000
700203             = BKFIL2-KEY-GROUP (11:11))                          00000000
700098         SET WSUPPR-HIT-FLG-YES TO TRUE.                          00000000
           SKIP2                                                        00114032
700073*** First HIGH-criticality difference for a RecordType/DE this    00114014
700021         UNTIL SUB-ENVIGNDE > WENVIGNDE-COUNT                     00114020
700021           OR WDE-ENVIGNORE-FLG-YES.                              00114021
           SKIP2                                                        00114013
700158*** Expected-value checks for the DE in hand: the PLANCHG         00114014
700158*** register first, the DEXWALK crosswalk only where no planned   00114015
700158*** change covers it.  Both compare values in printed form, so    00114016
700158*** both sides are run through BADEINDP here; R-605/S-600 redo    00114017
700158*** it for the detail line.                                       00114018
700158 R-764-CHECK-EXPECTED.                                            00114019
700158     CALL 'BADEINDP' USING SD-AREA                                00114020
700158                           DE-AREA.                               00114021
700158     CALL 'BADEINDP' USING SD-AREA                                00114022
700158                           DE2-AREA.                              00114023
700158     IF  WPCHG-COUNT > ZERO                                       00114024
700158         PERFORM R-766-CHECK-PLANCHG.                             00114025
700158     IF  WCTL-DEXWALK-YES                                         00114026
700158         AND WDE-PCHG-FLG = 'N'                                   00114027
700158         PERFORM R-765-CHECK-DEXWALK.                             00114028
           SKIP2                                                        00114029
700158*** First effective planned change covering this plan, RecordType 00114030
700158*** and DE decides it; every hit is an in-scope record for that   00114031
700158*** change reference, applied or not.                             00114032
700158 R-766-CHECK-PLANCHG.                                             00114033
700158     MOVE ZERO TO WPCHG-HIT-SUB.                                  00114034
700158     PERFORM R-767-SCAN-PLANCHG                                   00114035
700158       VARYING SUB-PCHG FROM 1 BY 1                               00114036
700158         UNTIL SUB-PCHG > WPCHG-COUNT                             00114037
700158            OR WPCHG-HIT-SUB > ZERO.                              00114038
700158     IF  WPCHG-HIT-SUB > ZERO                                     00114039
700158         MOVE WPCHG-REF-SUB (WPCHG-HIT-SUB) TO SUB-PCREF          00114040
700158         ADD 1 TO WPCREF-INSCOPE (SUB-PCREF)                      00114041
700158         IF  DE2-VAL-DISPLAY (1:20) = WPCHG-NEW (WPCHG-HIT-SUB)   00114042
700158             ADD 1 TO WPCREF-APPLIED (SUB-PCREF)                  00114043
700158             IF  DE-VAL-INTERNAL NOT = DE2-VAL-INTERNAL           00114044
700158                 SET WDE-PCHG-FLG-PLANNED TO TRUE                 00114045
700158             END-IF                                               00114046
700158         ELSE                                                     00114047
700158             ADD 1 TO WPCREF-NOTAPPL (SUB-PCREF)                  00114048
700158             SET WDE-PCHG-FLG-NOTAPPL TO TRUE.                    00114049
           SKIP2                                                        00114050
700158 R-767-SCAN-PLANCHG.                                              00114051
700158     IF  BKFIL-XXYY = WPCHG-XXYY (SUB-PCHG)                       00114052
700158         AND DE-DENUM = WPCHG-DENUM (SUB-PCHG)                    00114053
700203         AND BKFIL-KEY-GROUP (1:10)                               00114054
700158               NOT < WPCHG-PLAN-FROM (SUB-PCHG)                   00114055
700203         AND BKFIL-KEY-GROUP (1:10)                               00114056
700158               NOT > WPCHG-PLAN-TO (SUB-PCHG)                     00114057
700158         MOVE SUB-PCHG TO WPCHG-HIT-SUB.                          00114058
           SKIP2                                                        00114059
700158*** Looks this DE's File1 value up in the DEXWALK crosswalk.      00114060
700157 R-765-CHECK-DEXWALK.                                             00114017
700157     MOVE BKFIL-XXYY           TO DXWKKEY-XXYY.                   00114022
700157     MOVE DE-DENUM             TO DXWKKEY-DENUM.                  00114023
700157     MOVE DE-VAL-DISPLAY (1:20) TO DXWKKEY-OLD.                   00114024
700157     SET DXWKIA-OPER-GET TO TRUE.                                 00114025
700157     PERFORM T-945-CALL-DXWK.                                     00114026
700157     IF  NOT DXWKIA-RC-ERROR                                      00114027
700157         IF  DE2-VAL-DISPLAY (1:20) = DXWKDAT-NEW                 00114028
700157             IF  DE-VAL-INTERNAL NOT = DE2-VAL-INTERNAL           00114029
700157                 SET WDE-XWALK-FLG-ABSORB TO TRUE                 00114030
700157             END-IF                                               00114031
700157         ELSE                                                     00114032
700157             SET WDE-XWALK-FLG-BAD TO TRUE.                       00114033
           SKIP2                                                        00114034
700021 R-760-SCAN-ENVIGNDE.                                             00114022
700021     IF  DE-DENUM = WENVIGNDE-ENTRY (SUB-ENVIGNDE)                00114023
700021         SET WDE-ENVIGNORE-FLG-YES TO TRUE                        00114024
           ADD 1                  TO STDATA-DIFFERENT.                  00121600
           SET STCOIA-OPER-UPDATE TO TRUE.                              00121700
           PERFORM T-900-CALL-STCO.                                     00121800
700193     IF  WPRNG-HIT-SUB > ZERO                                     00121801
700193         SET WPRDE-BUCKET-DIFF TO TRUE                            00121802
700193         PERFORM B-535-TALLY-PRNG-DE.                             00121803
           SKIP3                                                        00121900
700058*** Same find-or-add flow as T-100-UPDATE-STCO, bumping the       00122001
700058*** Tolerated bucket instead of Different.                        00122002
700058     ADD 1                  TO STDATA-TOLERATED.                  00122011
700058     SET STCOIA-OPER-UPDATE TO TRUE.                              00122012
700058     PERFORM T-900-CALL-STCO.                                     00122013
700193     IF  WPRNG-HIT-SUB > ZERO                                     00122014
700193         SET WPRDE-BUCKET-TOLER TO TRUE                           00122015
700193         PERFORM B-535-TALLY-PRNG-DE.                             00122016
           SKIP3                                                        00122014
700154*** Adds the current differing DE to its value-transition cluster.00122015
700154*** The first three records into a cluster become its samples.    00122016
700154 T-140-UPDATE-VCLU.                                               00122017
700154     MOVE BKFIL-XXYY   TO VCLUKEY-XXYY.                           00122018
700154     MOVE DE-DENUM     TO VCLUKEY-DENUM.                          00122019
700154     MOVE WSHOW-VAL1   TO VCLUKEY-VAL1.                           00122020
700154     MOVE WSHOW-VAL2   TO VCLUKEY-VAL2.                           00122021
700154     SET VCLUIA-OPER-GET TO TRUE.                                 00122022
700154     PERFORM T-940-CALL-VCLU.                                     00122023
700154     IF  VCLUIA-RC-ERROR                                          00122024
700154         INITIALIZE VCLUDAT-AREA                                  00122025
700154         MOVE DE-NAME  TO VCLUDAT-DENAME.                         00122026
700154     ADD 1 TO VCLUDAT-RECS.                                       00122027
700154     IF  VCLUDAT-LAST-PLAN NOT = WPLAN-PLAN-NUM                   00122028
700154         ADD 1 TO VCLUDAT-PLANS                                   00122029
700154         MOVE WPLAN-PLAN-NUM TO VCLUDAT-LAST-PLAN.                00122030
700154     IF  VCLUDAT-SAMPLE-CNT < 3                                   00122031
700154         ADD 1 TO VCLUDAT-SAMPLE-CNT                              00122032
700154         MOVE WPLAN-PLAN-NUM                                      00122033
700154           TO VCLUDAT-SAMPLE-PLAN (VCLUDAT-SAMPLE-CNT)            00122034
700154         MOVE BKFIL-KEY-GROUP                                     00122035
700154           TO VCLUDAT-SAMPLE-KEY (VCLUDAT-SAMPLE-CNT).            00122036
700154     SET VCLUIA-OPER-UPDATE TO TRUE.                              00122037
700154     PERFORM T-940-CALL-VCLU.                                     00122038
           SKIP2                                                        00122039
       T-200-REPORT-STCO.                                               00122000
           MOVE RDTITLE1-LINE  TO WPRINT-TITLE1.                        00122100
           MOVE RDTITLE2-LINE  TO WPRINT-TITLE2.                        00122200
700013*** the TRENDFILE output across months and chart how each DE's   00126103
700013*** diff count is moving.                                         00126104
700013 T-220-WRITE-TREND.                                               00126105
700179     IF  WCTL-HISTONLY-YES                                        00126106
700179         MOVE HDR-DATE TO WHIST-DATE (3:6)                        00126107
700179         IF  HDR-DATE (1:2) > WDCHK-PIVOT-YY                      00126108
700179             MOVE 19 TO WHIST-DATE (1:2)                          00126109
700179         ELSE                                                     00126110
700179             MOVE 20 TO WHIST-DATE (1:2)                          00126111
700179         END-IF                                                   00126112
700179         MOVE WHIST-DATE (1:6) TO WTREND-YYYYMM                   00126113
700179     ELSE                                                         00126114
700179         MOVE SD-RUN-DATE (1:6) TO WTREND-YYYYMM.                 00126106
700013     MOVE STKEY-XXYY          TO WTREND-XXYY.                     00126107
700013     MOVE STKEY-DENUM         TO WTREND-DENUM.                    00126108
700013     MOVE STDATA-DENAME       TO WTREND-DENAME.                   00126109
700097                      PROFHDR-AREA                                00127419
700097                      PROFIA-AREA.                                00127420
           SKIP2                                                        00127421
700154 T-840-SETUP-VCLU.                                                00127422
700154     MOVE 'ValClu'          TO VCLUHDR-NAME.                      00127423
700154     SET VCLUHDR-TYPE-ORDERED     TO TRUE.                        00127424
700154     SET VCLUIA-MODE-MOVE         TO TRUE.                        00127425
700154     SET VCLUIA-OPER-CO-SETUP     TO TRUE.                        00127426
700154     PERFORM T-940-CALL-VCLU.                                     00127427
700154     IF  VCLUIA-RC-ERROR                                          00127428
700154         DISPLAY 'BaBkCmp-436 VALCLUSTER setup failed, off'       00127429
700154         MOVE 'N' TO WCTL-VALCLUSTER                              00127430
700154     ELSE                                                         00127431
700154         DISPLAY 'BaBkCmp-302 Value-transition clustering active'.00127432
           SKIP2                                                        00127433
700154 T-940-CALL-VCLU.                                                 00127434
700154     SET VCLUIA-KEY-ADDR      TO ADDRESS OF VCLUKEY-AREA.         00127435
700154     SET VCLUIA-DATA-ADDR     TO ADDRESS OF VCLUDAT-AREA.         00127436
700154     MOVE LENGTH OF VCLUKEY-AREA  TO VCLUHDR-KEY-LENG.            00127437
700154     MOVE LENGTH OF VCLUDAT-AREA  TO VCLUHDR-DATA-LENG.           00127438
700154     CALL 'UTCOINDX' USING SD-AREA                                00127439
700154                      VCLUHDR-AREA                                00127440
700154                      VCLUIA-AREA.                                00127441
           SKIP2                                                        00127442
700114*** Sets up the eight accumulator containers that replaced the    00127422
700114*** bounded WPTTRAN/WELECT/WSPONSOR/WPLPROF tables.  A setup      00127423
700114*** failure stops the run the same as T-800-SETUP-STCO - a run    00127424
700125     SET ADJNIA-MODE-MOVE         TO TRUE.                        00127484
700125     SET ADJNIA-OPER-CO-SETUP     TO TRUE.                        00127485
700125     PERFORM T-932-CALL-ADJN.                                     00127486
700156     MOVE 'RollFwd'         TO ROLFHDR-NAME.                      00127487
700156     SET ROLFHDR-TYPE-ORDERED     TO TRUE.                        00127488
700156     SET ROLFIA-MODE-MOVE         TO TRUE.                        00127489
700156     SET ROLFIA-OPER-CO-SETUP     TO TRUE.                        00127490
700156     PERFORM T-933-CALL-ROLF.                                     00127491
           SKIP2                                                        00127487
700114 T-921-CALL-PTTR.                                                 00127473
700114     SET PTTRIA-KEY-ADDR      TO ADDRESS OF PTTRKEY-AREA.         00127474
700125                      ADJNHDR-AREA                                00127569
700125                      ADJNIA-AREA.                                00127570
           SKIP2                                                        00127571
700156 T-933-CALL-ROLF.                                                 00127572
700156     SET ROLFIA-KEY-ADDR      TO ADDRESS OF ROLFKEY-AREA.         00127573
700156     SET ROLFIA-DATA-ADDR     TO ADDRESS OF ROLFDAT-AREA.         00127574
700156     MOVE LENGTH OF ROLFKEY-AREA  TO ROLFHDR-KEY-LENG.            00127575
700156     MOVE LENGTH OF ROLFDAT-AREA  TO ROLFHDR-DATA-LENG.           00127576
700156     CALL 'UTCOINDX' USING SD-AREA                                00127577
700156                      ROLFHDR-AREA                                00127578
700156                      ROLFIA-AREA.                                00127579
           SKIP2                                                        00127580
700157*** Container for the DEXWALK crosswalk.  A crosswalk that cannot 00127581
700157*** be held stops the run for the same reason a missing file does.00127582
700157 T-845-SETUP-DXWK.                                                00127583
700157     MOVE 'DeXwalk'         TO DXWKHDR-NAME.                      00127584
700157     SET DXWKHDR-TYPE-ORDERED     TO TRUE.                        00127585
700157     SET DXWKIA-MODE-MOVE         TO TRUE.                        00127586
700157     SET DXWKIA-OPER-CO-SETUP     TO TRUE.                        00127587
700157     PERFORM T-945-CALL-DXWK.                                     00127588
700157     IF  DXWKIA-RC-ERROR                                          00127589
700157         DISPLAY 'BaBkCmp-437 DEXWALK setup failed'               00127590
700157         MOVE 16 TO RETURN-CODE                                   00127591
700157         GOBACK.                                                  00127592
           SKIP2                                                        00127593
700157 T-945-CALL-DXWK.                                                 00127594
700157     SET DXWKIA-KEY-ADDR      TO ADDRESS OF DXWKKEY-AREA.         00127595
700157     SET DXWKIA-DATA-ADDR     TO ADDRESS OF DXWKDAT-AREA.         00127596
700157     MOVE LENGTH OF DXWKKEY-AREA  TO DXWKHDR-KEY-LENG.            00127597
700157     MOVE LENGTH OF DXWKDAT-AREA  TO DXWKHDR-DATA-LENG.           00127598
700157     CALL 'UTCOINDX' USING SD-AREA                                00127599
700157                      DXWKHDR-AREA                                00127600
700157                      DXWKIA-AREA.                                00127601
           SKIP2                                                        00127602
700164*** Containers for CODEDOM.  A code domain that cannot be held    00127603
700164*** stops the run, as DEXWALK's crosswalk does.                   00127604
700164 T-850-SETUP-CDOM.                                                00127605
700164     MOVE 'CodeDom'         TO CDOMHDR-NAME.                      00127606
700164     SET CDOMHDR-TYPE-ORDERED     TO TRUE.                        00127607
700164     SET CDOMIA-MODE-MOVE         TO TRUE.                        00127608
700164     SET CDOMIA-OPER-CO-SETUP     TO TRUE.                        00127609
700164     PERFORM T-950-CALL-CDOM.                                     00127610
700164     IF  CDOMIA-RC-ERROR                                          00127611
700164         DISPLAY 'BaBkCmp-438 CODEDOM setup failed'               00127612
700164         MOVE 16 TO RETURN-CODE                                   00127613
700164         GOBACK.                                                  00127614
           SKIP2                                                        00127615
700164 T-855-SETUP-CDUK.                                                00127616
700164     MOVE 'CodeUnk'         TO CDUKHDR-NAME.                      00127617
700164     SET CDUKHDR-TYPE-ORDERED     TO TRUE.                        00127618
700164     SET CDUKIA-MODE-MOVE         TO TRUE.                        00127619
700164     SET CDUKIA-OPER-CO-SETUP     TO TRUE.                        00127620
700164     PERFORM T-955-CALL-CDUK.                                     00127621
700164     IF  CDUKIA-RC-ERROR                                          00127622
700164         DISPLAY 'BaBkCmp-438 CODEDOM setup failed'               00127623
700164         MOVE 16 TO RETURN-CODE                                   00127624
700164         GOBACK.                                                  00127625
           SKIP2                                                        00127626
700164 T-950-CALL-CDOM.                                                 00127627
700164     SET CDOMIA-KEY-ADDR      TO ADDRESS OF CDOMKEY-AREA.         00127628
700164     SET CDOMIA-DATA-ADDR     TO ADDRESS OF CDOMDAT-AREA.         00127629
700164     MOVE LENGTH OF CDOMKEY-AREA  TO CDOMHDR-KEY-LENG.            00127630
700164     MOVE LENGTH OF CDOMDAT-AREA  TO CDOMHDR-DATA-LENG.           00127631
700164     CALL 'UTCOINDX' USING SD-AREA                                00127632
700164                      CDOMHDR-AREA                                00127633
700164                      CDOMIA-AREA.                                00127634
           SKIP2                                                        00127635
700164 T-955-CALL-CDUK.                                                 00127636
700164     SET CDUKIA-KEY-ADDR      TO ADDRESS OF CDUKKEY-AREA.         00127637
700164     SET CDUKIA-DATA-ADDR     TO ADDRESS OF CDUKDAT-AREA.         00127638
700164     MOVE LENGTH OF CDUKKEY-AREA  TO CDUKHDR-KEY-LENG.            00127639
700164     MOVE LENGTH OF CDUKDAT-AREA  TO CDUKHDR-DATA-LENG.           00127640
700164     CALL 'UTCOINDX' USING SD-AREA                                00127641
700164                      CDUKHDR-AREA                                00127642
700164                      CDUKIA-AREA.                                00127643
           SKIP2                                                        00127602
       T-900-CALL-STCO.                                                 00127400
           SET STCOIA-KEY-ADDR      TO ADDRESS OF STKEY-AREA.           00127500
           SET STCOIA-DATA-ADDR     TO ADDRESS OF STDATA-AREA.          00127600
                            STCOHDR-AREA                                00128000
                            STCOIA-AREA.                                00128100
       V-100-PRINT-LINE.                                                00128200
700179     IF  WPRINT-QUIET-YES                                         00128201
700179         MOVE SPACES TO WPRINT-LINE                               00128202
700179         MOVE ZERO   TO WPRINT-BLANK-LINES                        00128203
700179     ELSE                                                         00128204
700179         PERFORM V-105-WRITE-LINE.                                00128205
700179 V-105-WRITE-LINE.                                                00128206
           IF  WPRINT-LINES-OVER                                        00128300
               PERFORM V-150-NEWPAGE                                    00128400
           ELSE                                                         00128500
           MOVE ZERO         TO WPRINT-BLANK-LINES.                     00129200
           ADD 1 TO WPRINT-TOT-LINES.                                   00129300
       V-150-NEWPAGE.                                                   00129400
700179     IF  WPRINT-QUIET-YES                                         00129401
700179         MOVE ZERO TO WPRINT-LINES                                00129402
700179     ELSE                                                         00129403
700179         PERFORM V-155-WRITE-NEWPAGE.                             00129404
700179 V-155-WRITE-NEWPAGE.                                             00129405
           ADD 1 TO WPRINT-PAGE.                                        00129500
           MOVE WPRINT-PAGE  TO RPTHDR-PAGE.                            00129600
TH*****    WRITE PRINT-LINE FROM ' '                                    00129700
