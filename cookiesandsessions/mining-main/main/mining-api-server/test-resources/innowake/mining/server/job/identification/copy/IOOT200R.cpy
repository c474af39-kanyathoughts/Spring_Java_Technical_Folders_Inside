700148         88  IO-O2R-KIND-OTHER  VALUE 'OTHER'.                    00003000
700148     05  IO-O2R-VERSION         PIC X(2)   VALUE '00'.            00003100
700148     05  IO-O2R-RUN-DATE        PIC X(8)   VALUE SPACES.          00003200
700191     05  IO-O2R-PLAN            PIC X(10)  VALUE SPACES.          00003300
700148     05  IO-O2R-PLAN-DIFFS      PIC X(9)   VALUE SPACES.          00003400
700148     05  IO-O2R-XXYY            PIC X(4)   VALUE SPACES.          00003500
700148     05  IO-O2R-DENUM           PIC X(3)   VALUE SPACES.          00003600
