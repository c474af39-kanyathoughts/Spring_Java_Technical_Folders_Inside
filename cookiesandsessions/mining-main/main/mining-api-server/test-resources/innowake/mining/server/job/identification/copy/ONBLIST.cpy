#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700198******************************************************************00000100
700198**  COPYBOOK     ONBLIST                                          00000200
700198**  PURPOSE      Onboarding list row, one per plan the conversion 00000300
700198**               team expects to land on the platform tonight.    00000400
700198**               BAONBCRT certifies each listed plan against its  00000500
700198**               plan-type template (ONBTMPL) and the participant 00000600
700198**               count the sponsor submitted; BABKCMP, under the  00000700
700198**               ONBOARD card, leaves a listed plan found on File200000800
700198**               only to that certificate instead of reporting it 00000900
700198**               as File2 extras.                                 00001000
700198**                 ONB-PLAN-TYPE   - the plan type the PL record  00001100
700198**                                   must carry; blank takes the  00001200
700198**                                   type from the PL record      00001300
700198**                 ONB-PART-COUNT  - participants the sponsor     00001400
700198**                                   submitted                    00001500
700198**                 ONB-CONV-DATE   - conversion date, yyyymmdd,   00001600
700198**                                   printed on the certificate   00001700
700198**               Rows with '*' in column 1 are comments.          00001800
700198******************************************************************00001900
700198     05  ONB-PLAN-NUM         PIC X(10).                          00002000
700198     05  FILLER               PIC X.                              00002100
700198     05  ONB-PLAN-TYPE        PIC X(4).                           00002200
700198     05  FILLER               PIC X.                              00002300
700198     05  ONB-PART-COUNT       PIC 9(7).                           00002400
700198     05  FILLER               PIC X.                              00002500
700198     05  ONB-SPONSOR-NUM      PIC X(10).                          00002600
700198     05  FILLER               PIC X.                              00002700
700198     05  ONB-CONV-DATE        PIC 9(8).                           00002800
700198     05  FILLER               PIC X(37).                          00002900
