      * ANSWER AN HR CALL WITHOUT WAITING FOR TONIGHT'S PRINTOUT.
      *
      * INPUT:
      *   PR2FA19-1.TXT - CURRENT EMPLOYEE MASTER, SAME LAYOUT
      *       CGBPR2 READS, STATUS SEGMENT INCLUDED. THE SEQUENTIAL
      *       GENERATIONS STAY THE SYSTEM OF RECORD; THE INDEX IS
      *       REBUILT FROM THE
      *       CURRENT GENERATION, SO THE SCHEDULE RUNS THIS STEP
      *       AFTER EVERY RENAME OF A NEW GENERATION. PROPR2
      *       REBUILDS IT THE SAME WAY WHEN IT PROMOTES OR ROLLS
      *       BACK THE MASTER.
      *
      * OUTPUT:
      *   PR2FA19.IDX - INDEXED EMPLOYEE MASTER, KEYED ON

       01  MASTER-RECORD.
           05  MR-EMPLOYEE-KEY      PIC X(9).
           05  FILLER               PIC X(83).

       FD  MASTER-INDEX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
               10  EM-WAREHOUSE-ID  PIC X(4).
               10  EM-EMPLOYEE-ID   PIC X(5).
           05  FILLER               PIC X(83).

       WORKING-STORAGE SECTION.

