      *
      * INPUT:
      *   PR2TRNI.TXT - THE RAW KEYED BATCH, ONE ACTION CODE PLUS
      *       MASTER IMAGE PER RECORD, NO CONTROL RECORDS. ENTPR2
      *       BUILDS IT FROM EDITED OPERATOR ENTRY.
      *   PR2TRNL.TXT - THE APPLIED-BATCH LOG MNTPR2 MAINTAINS;
      *       THE NEW BATCH TAKES THE HIGHEST LOGGED NUMBER PLUS
      *       ONE, THE WAY THE SALARY RUN NUMBERS ITSELF OFF
       FD  RAW-BATCH-FILE
           RECORD CONTAINS 81 CHARACTERS.

       01  RAW-BATCH-RECORD        PIC X(93).

       FD  BATCH-LOG-FILE
           RECORD CONTAINS 12 CHARACTERS.
       FD  STAMPED-BATCH-FILE
           RECORD CONTAINS 81 CHARACTERS.

       01  STAMPED-BATCH-RECORD    PIC X(93).

       WORKING-STORAGE SECTION.

