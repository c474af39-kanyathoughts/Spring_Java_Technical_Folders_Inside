700141**               Wildcard rows: DSPM-PLAN-NUM 'ALL' covers every  00000700
700141**               plan, DSPM-DENUM '***' every DE of the           00000800
700141**               RecordType, and a row whose DSPM-PLAN-HI is      00000900
700191**               not blank covers DSPM-PLAN-NUM through           00001000
700141**               DSPM-PLAN-HI inclusive.                          00001100
700105******************************************************************00001200
700105     05  DSPM-KEY.                                                00001300
700191         10  DSPM-PLAN-NUM    PIC X(10).                          00001400
700105         10  DSPM-XXYY        PIC X(4).                           00001500
700105         10  DSPM-DENUM       PIC X(3).                           00001600
700105     05  DSPM-STATUS          PIC X(12).                          00001700
700105     05  DSPM-DEFECT          PIC X(8).                           00001800
700105     05  DSPM-EXPIRY          PIC 9(8).                           00001900
700191     05  DSPM-PLAN-HI         PIC X(10).                          00002000
700191     05  FILLER               PIC X(25).                          00002100
