           05  MA-POSITION         PIC X(2).
           05  FILLER              PIC X(23).
           05  MA-HIRE-DATE        PIC 9(8).
           05  FILLER              PIC X(50).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.
