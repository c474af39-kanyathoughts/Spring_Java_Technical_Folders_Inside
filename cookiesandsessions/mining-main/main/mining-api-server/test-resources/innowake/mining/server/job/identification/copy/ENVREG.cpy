#FIS******************************************************************* 00000001
#FIS***                   COPYRIGHT 1993-2019                         * 00000002
#FIS***      Fidelity National Information Services, Inc.             * 00000003
#FIS***      and/or its subsidiaries - All Rights Reserved worldwide.  * 00000004
#FIS******************************************************************* 00000005
700186******************************************************************00000100
700186**  COPYBOOK     ENVREG                                           00000200
700186**  PURPOSE      Record layout of the keyed environment registry  00000300
700186**               maintained by BAENVREG and read, through         00000400
700186**               UTENVRES, by every step that picks a dataset by  00000500
700186**               environment: BABKSEL and BAQUARRQ (ENV card),    00000600
700186**               and BABKCMP's PAIRLIST and MATRIX lists, whose   00000700
700186**               lines may name environments ("PROD vs UAT")      00000800
700186**               instead of dataset paths.  One row per           00000900
700186**               environment, keyed ENVR-NAME.  The row gives the 00001000
700186**               environment's own backup generation catalog (a   00001100
700186**               GENCAT of the BAGENCAT layout), its platform and 00001200
700186**               code page (EBCDIC or ASCII, as the compare's     00001300
700186**               CODEPAGE cards spell them), the dataset prefix   00001400
700186**               its OT200 outputs are archived under, and an     00001500
700186**               active/inactive status.  An environment is never 00001600
700186**               deleted; a retired one is made inactive and is   00001700
700186**               then refused by name.  The layout is also the    00001800
700186**               row image of BAENVREG's ENVIN load file, with    00001900
700186**               blank separators so it can be edited by hand.    00002000
700186******************************************************************00002100
700186     05  ENVR-KEY.                                                00002200
700186         10  ENVR-NAME        PIC X(8).                           00002300
700186     05  FILLER               PIC X.                              00002400
700186     05  ENVR-STATUS          PIC X.                              00002500
700186         88  ENVR-ACTIVE      VALUE 'A'.                          00002600
700186         88  ENVR-INACTIVE    VALUE 'I'.                          00002700
700186     05  FILLER               PIC X.                              00002800
700186     05  ENVR-PLATFORM        PIC X(8).                           00002900
700186     05  FILLER               PIC X.                              00003000
700186     05  ENVR-CODEPAGE        PIC X(6).                           00003100
700186         88  ENVR-CP-EBCDIC   VALUE 'EBCDIC'.                     00003200
700186         88  ENVR-CP-ASCII    VALUE 'ASCII '.                     00003300
700186     05  FILLER               PIC X.                              00003400
700186     05  ENVR-GENCAT          PIC X(71).                          00003500
700186     05  FILLER               PIC X.                              00003600
700186     05  ENVR-OT200-PFX       PIC X(44).                          00003700
700186     05  FILLER               PIC X.                              00003800
700186     05  ENVR-DESC            PIC X(30).                          00003900
700186     05  FILLER               PIC X.                              00004000
700186     05  ENVR-UPD-DATE        PIC X(8).                           00004100
700186     05  FILLER               PIC X.                              00004200
700186     05  ENVR-UPD-BY          PIC X(8).                           00004300
700186     05  FILLER               PIC X(8).                           00004400
