      **  PURPOSE      Free-text/notes record, File2 side.              00000300
      ******************************************************************00000400
           05  TXTX2-FILE-NAME     PIC X(50)   VALUE SPACES.            00000500
700203     05  TXTX2-DATA-CHAR-ALL PIC X(32696) VALUE SPACES.           00000600


