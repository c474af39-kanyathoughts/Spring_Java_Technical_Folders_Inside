           05  PT-PARTICIPANT-NUM   PIC X(11)      VALUE SPACES.        00000500
           05  PT-PARTICIPANT-NAME  PIC X(30)      VALUE SPACES.        00000600
           05  PT-STATUS-CODE       PIC X(2)       VALUE SPACES.        00000700
700203     05  FILLER               PIC X(32703)   VALUE SPACES.        00000800


