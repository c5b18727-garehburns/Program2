       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * EMPLOYEE CHANGE HISTORY REPORT FOR THE DRAKEA, LTD. SALARY
      * SYSTEM. MNTPR2 LOGS EVERY FIELD EACH APPLIED TRANSACTION
      * SETS OR CHANGES TO THE CUMULATIVE CHANGE LOG. THIS JOB
      * PRINTS THAT LOG FOR ONE EMPLOYEE, ONE WAREHOUSE, A DATE
      * RANGE, OR ANY MIX OF THE THREE, SO HR AND INTERNAL AUDIT
      * CAN SAY WHEN A POSITION OR INSURANCE CHANGED AND IN WHICH
      * BATCH WITHOUT PULLING OLD AUDIT REGISTERS.
      *
      * INPUT:
      *   PR2HPRM.TXT - OPTIONAL SELECTION CARD:
      *       COLUMNS 1-4   WAREHOUSE ID
      *       COLUMNS 5-9   EMPLOYEE ID
      *       COLUMNS 10-17 FROM DATE (CCYYMMDD)
      *       COLUMNS 18-25 TO DATE (CCYYMMDD)
      *       A BLANK COLUMN GROUP SELECTS EVERYTHING. AN EMPLOYEE
      *       ID ALONE FINDS THE EMPLOYEE UNDER EVERY WAREHOUSE THE
      *       ID IS KEYED IN, SO A TRANSFERRED EMPLOYEE'S HISTORY
      *       COMES OUT ON BOTH SIDES OF THE MOVE. A WAREHOUSE ALSO
      *       PICKS UP THE TRANSFERS INTO IT, WHICH ARE LOGGED
      *       UNDER THE LOSING WAREHOUSE'S KEY. NO CARD PRINTS THE
      *       WHOLE LOG.
      *   PR2CHLG.TXT - THE FIELD-LEVEL CHANGE LOG MNTPR2 APPENDS.
      *
      * OUTPUT:
      *   CHANGE HISTORY REPORT - FOR EACH WAREHOUSE/EMPLOYEE KEY,
      *   EVERY LOGGED FIELD IN DATE AND BATCH ORDER WITH THE
      *   ACTION AND THE OLD AND NEW VALUES, MONEY AND DATES EDITED
      *   FOR READING. A TRANSFER IS LOGGED UNDER THE LOSING KEY
      *   AND NAMES THE GAINING WAREHOUSE AS ITS NEW VALUE.
      *   PR2HDAT.TXT / PR2HWRK.TXT / PR2HSRT.TXT - WORK FILES
      *       FOR THE SORT.
      *
      *   RETURN CODE 0 ON A COMPLETED REPORT, EVEN WHEN NOTHING
      *   MATCHES; A MISSING CHANGE LOG OR A BAD SELECTION CARD
      *   SETS RETURN CODE 8.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTION-CARD-FILE
               ASSIGN TO 'PR2HPRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPRM-STATUS.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO 'PR2CHLG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT HISTORY-WORK
               ASSIGN TO 'PR2HDAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-SORT-FILE
               ASSIGN TO 'PR2HWRK.TXT'.
           SELECT SORTED-HISTORY
               ASSIGN TO 'PR2HSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-REPORT
               ASSIGN TO PRINTER 'HISTFILE'.

       DATA DIVISION.
       FILE SECTION.

      *** OPTIONAL CARD: WAREHOUSE, EMPLOYEE, AND DATE RANGE.      ***
       FD  SELECTION-CARD-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  SELECTION-CARD-RECORD.
           05  HP-WAREHOUSE-ID     PIC X(4).
           05  HP-EMPLOYEE-ID      PIC X(5).
           05  HP-FROM-DATE        PIC X(8).
           05  HP-FROM-DATE-N      REDEFINES HP-FROM-DATE
                                   PIC 9(8).
           05  HP-TO-DATE          PIC X(8).
           05  HP-TO-DATE-N        REDEFINES HP-TO-DATE
                                   PIC 9(8).

      *** ONE RECORD PER FIELD PER APPLIED TRANSACTION, AS MNTPR2  ***
      *** WRITES IT.                                               ***
       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 54 CHARACTERS.

       01  CHANGE-LOG-RECORD.
           05  CL-BATCH-NUMBER      PIC 9(4).
           05  CL-CHANGE-DATE       PIC 9(8).
           05  CL-ACTION            PIC X(1).
           05  CL-WAREHOUSE-ID      PIC X(4).
           05  CL-EMPLOYEE-ID       PIC X(5).
           05  CL-FIELD-NAME        PIC X(12).
           05  CL-OLD-VALUE         PIC X(10).
           05  CL-NEW-VALUE         PIC X(10).

      *** ONE SELECTED LOG RECORD, CARRYING ITS POSITION IN THE    ***
      *** LOG SO THE FIELDS OF ONE TRANSACTION PRINT IN THE ORDER  ***
      *** THEY WERE LOGGED.                                        ***
       FD  HISTORY-WORK
           RECORD CONTAINS 61 CHARACTERS.

       01  HISTORY-WORK-RECORD      PIC X(61).

      *** SORT WORK FILE, KEYED BY WAREHOUSE, EMPLOYEE, DATE,      ***
      *** BATCH, AND LOG SEQUENCE.                                 ***
       SD  HISTORY-SORT-FILE.

       01  HISTORY-SORT-RECORD.
           05 SS-WAREHOUSE-ID      PIC X(4).
           05 SS-EMPLOYEE-ID       PIC X(5).
           05 SS-CHANGE-DATE       PIC 9(8).
           05 SS-BATCH-NUMBER      PIC 9(4).
           05 SS-SEQUENCE          PIC 9(7).
           05 FILLER               PIC X(33).

       FD  SORTED-HISTORY
           RECORD CONTAINS 61 CHARACTERS.

       01  SORTED-HISTORY-RECORD.
           05 SR-WAREHOUSE-ID      PIC X(4).
           05 SR-EMPLOYEE-ID       PIC X(5).
           05 SR-CHANGE-DATE       PIC 9(8).
           05 SR-BATCH-NUMBER      PIC 9(4).
           05 SR-SEQUENCE          PIC 9(7).
           05 SR-ACTION            PIC X(1).
           05 SR-FIELD-NAME        PIC X(12).
           05 SR-OLD-VALUE         PIC X(10).
           05 SR-NEW-VALUE         PIC X(10).

       FD  HISTORY-REPORT
           RECORD CONTAINS 120 CHARACTERS.

       01  HISTORY-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-HPRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CHLG-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CHLG-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-SORTED-EOF       PIC X(3)        VALUE 'NO '.
           05  WS-SELECTED         PIC X(3)        VALUE 'NO '.

      *** THE SELECTION IN FORCE, FROM THE CARD OR THE DEFAULTS    ***
      *** THAT LET EVERYTHING THROUGH.                             ***
       01  SELECTION-FIELDS.
           05  WS-SEL-WAREHOUSE    PIC X(4)        VALUE SPACES.
           05  WS-SEL-EMPLOYEE     PIC X(5)        VALUE SPACES.
           05  WS-SEL-FROM-DATE    PIC 9(8)        VALUE 0.
           05  WS-SEL-TO-DATE      PIC 9(8)        VALUE 99999999.

       01  HISTORY-WORK-LAYOUT.
           05  HW-WAREHOUSE-ID     PIC X(4).
           05  HW-EMPLOYEE-ID      PIC X(5).
           05  HW-CHANGE-DATE      PIC 9(8).
           05  HW-BATCH-NUMBER     PIC 9(4).
           05  HW-SEQUENCE         PIC 9(7).
           05  HW-ACTION           PIC X(1).
           05  HW-FIELD-NAME       PIC X(12).
           05  HW-OLD-VALUE        PIC X(10).
           05  HW-NEW-VALUE        PIC X(10).

      *** THE KEY IN HAND AND THE TRANSACTION LAST PRINTED, SO THE ***
      *** DATE, BATCH, AND ACTION PRINT ONCE PER TRANSACTION.      ***
       01  WS-GROUP-KEY            PIC X(9)        VALUE SPACES.
       01  WS-LAST-TRANSACTION     PIC X(13)       VALUE SPACES.
       01  WS-THIS-TRANSACTION.
           05  WS-TT-DATE          PIC 9(8).
           05  WS-TT-BATCH         PIC 9(4).
           05  WS-TT-ACTION        PIC X(1).

      *** A LOGGED VALUE, WITH NUMERIC VIEWS FOR EDITING MONEY AND ***
      *** DATES. A VALUE THAT IS NOT NUMERIC PRINTS AS LOGGED.     ***
       01  WS-VALUE-IN             PIC X(10).
       01  WS-VALUE-SALARY         REDEFINES WS-VALUE-IN.
           05  WS-VS-AMOUNT        PIC 9(6)V99.
           05  FILLER              PIC X(2).
       01  WS-VALUE-INSURANCE      REDEFINES WS-VALUE-IN.
           05  WS-VI-AMOUNT        PIC 9(3)V99.
           05  FILLER              PIC X(5).
       01  WS-VALUE-DATE           REDEFINES WS-VALUE-IN.
           05  WS-VD-DATE          PIC 9(8).
           05  FILLER              PIC X(2).

       01  WS-VALUE-OUT            PIC X(12).
       01  WS-EDIT-SALARY          PIC ZZZ,ZZ9.99.
       01  WS-EDIT-INSURANCE       PIC ZZ9.99.
       01  WS-EDIT-DATE            PIC 9999/99/99.

      *** RUN-CONTROL COUNTERS.                                    ***
       01  WS-LOG-READ             PIC 9(7)        VALUE 0.
       01  WS-LOG-SELECTED         PIC 9(7)        VALUE 0.
       01  WS-KEYS-REPORTED        PIC 9(7)        VALUE 0.
       01  WS-KEY-LINES            PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  HISTORY-HEADING-ONE.
           05  H1-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  HISTORY-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(23)
                 VALUE 'EMPLOYEE CHANGE HISTORY'.

       01  SELECTION-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  SL-CAPTION          PIC X(12).
           05  SL-VALUE            PIC X(30).

       01  KEY-HEADING-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'WAREHOUSE '.
           05  KH-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'EMPLOYEE '.
           05  KH-EMPLOYEE-ID      PIC X(5).

       01  KEY-COLUMN-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(13)       VALUE 'DATE'.
           05                      PIC X(7)        VALUE 'BATCH'.
           05                      PIC X(12)       VALUE 'ACTION'.
           05                      PIC X(14)       VALUE 'FIELD'.
           05                      PIC X(14)       VALUE 'OLD VALUE'.
           05                      PIC X(12)       VALUE 'NEW VALUE'.

       01  HISTORY-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  HD-DATE             PIC X(10).
           05                      PIC X(3)        VALUE SPACES.
           05  HD-BATCH            PIC X(4).
           05                      PIC X(3)        VALUE SPACES.
           05  HD-ACTION           PIC X(9).
           05                      PIC X(3)        VALUE SPACES.
           05  HD-FIELD-NAME       PIC X(12).
           05                      PIC X(2)        VALUE SPACES.
           05  HD-OLD-VALUE        PIC X(12).
           05                      PIC X(2)        VALUE SPACES.
           05  HD-NEW-VALUE        PIC X(12).

       01  KEY-TOTAL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(16)
                                         VALUE 'FIELDS LOGGED: '.
           05  KT-COUNT            PIC ZZZ,ZZ9.

       01  NO-MATCH-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(38)
                 VALUE 'NO LOGGED CHANGES MATCH THE SELECTION'.

       01  HISTORY-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  HN-CAPTION          PIC X(30).
           05  HN-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 30-BUILD-HISTORY-WORK
           PERFORM 35-SORT-HISTORY-WORK
           PERFORM 50-PRINT-HISTORY
           PERFORM 600-RUN-CONTROL-REPORT
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT HISTORY-REPORT

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 22-LOAD-SELECTION-CARD
           PERFORM 40-HEADER-ROUTINE

           .

      *** READS THE OPTIONAL CARD. A DATE THAT IS NEITHER BLANK    ***
      *** NOR NUMERIC, OR A RANGE THAT ENDS BEFORE IT STARTS, IS   ***
      *** A MISPUNCHED CARD AND STOPS THE JOB RATHER THAN PRINT A  ***
      *** HISTORY THAT QUIETLY LEAVES THINGS OUT.                  ***
       22-LOAD-SELECTION-CARD.

           OPEN INPUT SELECTION-CARD-FILE
           IF WS-HPRM-STATUS = '00'
               READ SELECTION-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 220-EDIT-SELECTION-CARD
               END-READ
               CLOSE SELECTION-CARD-FILE
           END-IF

           .

       220-EDIT-SELECTION-CARD.

           MOVE HP-WAREHOUSE-ID TO WS-SEL-WAREHOUSE
           MOVE HP-EMPLOYEE-ID TO WS-SEL-EMPLOYEE

           IF HP-FROM-DATE NOT = SPACES
               IF HP-FROM-DATE-N IS NUMERIC
                   MOVE HP-FROM-DATE-N TO WS-SEL-FROM-DATE
               ELSE
                   DISPLAY 'PR2CHG: FROM DATE ON CARD NOT NUMERIC - '
                      'RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SELECTION-CARD-FILE
                         HISTORY-REPORT
                   STOP RUN
               END-IF
           END-IF

           IF HP-TO-DATE NOT = SPACES
               IF HP-TO-DATE-N IS NUMERIC
                   MOVE HP-TO-DATE-N TO WS-SEL-TO-DATE
               ELSE
                   DISPLAY 'PR2CHG: TO DATE ON CARD NOT NUMERIC - '
                      'RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SELECTION-CARD-FILE
                         HISTORY-REPORT
                   STOP RUN
               END-IF
           END-IF

           IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY 'PR2CHG: TO DATE ON CARD BEFORE FROM DATE - '
                  'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SELECTION-CARD-FILE
                     HISTORY-REPORT
               STOP RUN
           END-IF

           .

      *** HEADINGS AND THE SELECTION IN FORCE, SO A PRINTED        ***
      *** HISTORY ALWAYS SAYS WHAT IT WAS ASKED FOR.               ***
       40-HEADER-ROUTINE.

           WRITE HISTORY-RECORD FROM HISTORY-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE HISTORY-RECORD FROM HISTORY-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE 'WAREHOUSE:  ' TO SL-CAPTION
           IF WS-SEL-WAREHOUSE = SPACES
               MOVE 'ALL' TO SL-VALUE
           ELSE
               MOVE WS-SEL-WAREHOUSE TO SL-VALUE
           END-IF
           WRITE HISTORY-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           MOVE 'EMPLOYEE:   ' TO SL-CAPTION
           IF WS-SEL-EMPLOYEE = SPACES
               MOVE 'ALL' TO SL-VALUE
           ELSE
               MOVE WS-SEL-EMPLOYEE TO SL-VALUE
           END-IF
           WRITE HISTORY-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'FROM DATE:  ' TO SL-CAPTION
           IF WS-SEL-FROM-DATE = 0
               MOVE 'START OF LOG' TO SL-VALUE
           ELSE
               MOVE WS-SEL-FROM-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO SL-VALUE
           END-IF
           WRITE HISTORY-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE 'TO DATE:    ' TO SL-CAPTION
           IF WS-SEL-TO-DATE = 99999999
               MOVE 'END OF LOG' TO SL-VALUE
           ELSE
               MOVE WS-SEL-TO-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO SL-VALUE
           END-IF
           WRITE HISTORY-RECORD FROM SELECTION-LINE
               AFTER ADVANCING PROPER-SPACING

           .

      *** ONE PASS OVER THE CHANGE LOG, WRITING EVERY RECORD THE   ***
      *** SELECTION TAKES TO THE WORK FILE FOR THE SORT.           ***
       30-BUILD-HISTORY-WORK.

           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHLG-STATUS NOT = '00'
               DISPLAY 'PR2CHG: PR2CHLG.TXT NOT FOUND - NO CHANGE '
                  'HISTORY TO REPORT - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE HISTORY-REPORT
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-WORK

           PERFORM UNTIL WS-CHLG-EOF = 'YES'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'YES' TO WS-CHLG-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       PERFORM 300-SELECT-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
                 HISTORY-WORK

           .

      *** A LOG RECORD IS TAKEN WHEN IT FALLS IN THE DATE RANGE,   ***
      *** CARRIES THE EMPLOYEE ID, AND IS KEYED IN THE WAREHOUSE - ***
      *** OR IS A TRANSFER WHOSE GAINING WAREHOUSE IT IS.          ***
       300-SELECT-LOG-RECORD.

           MOVE 'YES' TO WS-SELECTED

           IF CL-CHANGE-DATE < WS-SEL-FROM-DATE
              OR CL-CHANGE-DATE > WS-SEL-TO-DATE
               MOVE 'NO ' TO WS-SELECTED
           END-IF

           IF WS-SEL-EMPLOYEE NOT = SPACES
              AND CL-EMPLOYEE-ID NOT = WS-SEL-EMPLOYEE
               MOVE 'NO ' TO WS-SELECTED
           END-IF

           IF WS-SEL-WAREHOUSE NOT = SPACES
              AND CL-WAREHOUSE-ID NOT = WS-SEL-WAREHOUSE
               IF CL-FIELD-NAME NOT = 'WAREHOUSE'
                  OR CL-NEW-VALUE (1:4) NOT = WS-SEL-WAREHOUSE
                   MOVE 'NO ' TO WS-SELECTED
               END-IF
           END-IF

           IF WS-SELECTED = 'YES'
               ADD 1 TO WS-LOG-SELECTED
               MOVE CL-WAREHOUSE-ID TO HW-WAREHOUSE-ID
               MOVE CL-EMPLOYEE-ID TO HW-EMPLOYEE-ID
               MOVE CL-CHANGE-DATE TO HW-CHANGE-DATE
               MOVE CL-BATCH-NUMBER TO HW-BATCH-NUMBER
               MOVE WS-LOG-READ TO HW-SEQUENCE
               MOVE CL-ACTION TO HW-ACTION
               MOVE CL-FIELD-NAME TO HW-FIELD-NAME
               MOVE CL-OLD-VALUE TO HW-OLD-VALUE
               MOVE CL-NEW-VALUE TO HW-NEW-VALUE
               WRITE HISTORY-WORK-RECORD FROM HISTORY-WORK-LAYOUT
           END-IF

           .

       35-SORT-HISTORY-WORK.

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-ID
                                SS-EMPLOYEE-ID
                                SS-CHANGE-DATE
                                SS-BATCH-NUMBER
                                SS-SEQUENCE
               USING HISTORY-WORK
               GIVING SORTED-HISTORY

           .

      *** READS THE SORTED WORK FILE. EACH WAREHOUSE/EMPLOYEE      ***
      *** BREAK CLOSES THE KEY IN HAND AND HEADS THE NEXT.         ***
       50-PRINT-HISTORY.

           OPEN INPUT SORTED-HISTORY
           PERFORM UNTIL WS-SORTED-EOF = 'YES'
               READ SORTED-HISTORY
                   AT END
                       MOVE 'YES' TO WS-SORTED-EOF
                   NOT AT END
                       IF SORTED-HISTORY-RECORD (1:9) NOT = WS-GROUP-KEY
                           IF WS-GROUP-KEY NOT = SPACES
                               PERFORM 410-CLOSE-KEY
                           END-IF
                           PERFORM 400-OPEN-KEY
                       END-IF
                       PERFORM 500-PRINT-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-HISTORY

           IF WS-GROUP-KEY NOT = SPACES
               PERFORM 410-CLOSE-KEY
           ELSE
               WRITE HISTORY-RECORD FROM NO-MATCH-LINE
                   AFTER ADVANCING 3 LINES
           END-IF

           .

       400-OPEN-KEY.

           MOVE SORTED-HISTORY-RECORD (1:9) TO WS-GROUP-KEY
           MOVE SPACES TO WS-LAST-TRANSACTION
           MOVE 0 TO WS-KEY-LINES
           ADD 1 TO WS-KEYS-REPORTED

           MOVE SR-WAREHOUSE-ID TO KH-WAREHOUSE-ID
           MOVE SR-EMPLOYEE-ID TO KH-EMPLOYEE-ID
           WRITE HISTORY-RECORD FROM KEY-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE HISTORY-RECORD FROM KEY-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           .

       410-CLOSE-KEY.

           MOVE WS-KEY-LINES TO KT-COUNT
           WRITE HISTORY-RECORD FROM KEY-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           .

      *** ONE LOGGED FIELD. THE DATE, BATCH, AND ACTION PRINT ON   ***
      *** THE FIRST FIELD OF EACH TRANSACTION ONLY.                ***
       500-PRINT-HISTORY-LINE.

           ADD 1 TO WS-KEY-LINES
           MOVE SR-CHANGE-DATE TO WS-TT-DATE
           MOVE SR-BATCH-NUMBER TO WS-TT-BATCH
           MOVE SR-ACTION TO WS-TT-ACTION

           IF WS-THIS-TRANSACTION = WS-LAST-TRANSACTION
               MOVE SPACES TO HD-DATE
                              HD-BATCH
                              HD-ACTION
           ELSE
               MOVE WS-THIS-TRANSACTION TO WS-LAST-TRANSACTION
               MOVE SR-CHANGE-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO HD-DATE
               MOVE SR-BATCH-NUMBER TO HD-BATCH
               EVALUATE SR-ACTION
                   WHEN 'A'
                       MOVE 'ADD' TO HD-ACTION
                   WHEN 'C'
                       MOVE 'CHANGE' TO HD-ACTION
                   WHEN 'T'
                       MOVE 'TERMINATE' TO HD-ACTION
                   WHEN 'X'
                       MOVE 'TRANSFER' TO HD-ACTION
                   WHEN OTHER
                       MOVE SR-ACTION TO HD-ACTION
               END-EVALUATE
           END-IF

           MOVE SR-FIELD-NAME TO HD-FIELD-NAME
           MOVE SR-OLD-VALUE TO WS-VALUE-IN
           PERFORM 510-FORMAT-VALUE
           MOVE WS-VALUE-OUT TO HD-OLD-VALUE
           MOVE SR-NEW-VALUE TO WS-VALUE-IN
           PERFORM 510-FORMAT-VALUE
           MOVE WS-VALUE-OUT TO HD-NEW-VALUE

           WRITE HISTORY-RECORD FROM HISTORY-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

      *** EDITS A LOGGED VALUE FOR PRINT BY THE FIELD IT BELONGS   ***
      *** TO: SALARIES AND INSURANCE AS MONEY, DATES AS            ***
      *** CCYY/MM/DD. ANYTHING ELSE, OR A VALUE THAT IS NOT        ***
      *** NUMERIC WHERE IT SHOULD BE, PRINTS EXACTLY AS LOGGED.    ***
       510-FORMAT-VALUE.

           MOVE WS-VALUE-IN TO WS-VALUE-OUT

           EVALUATE SR-FIELD-NAME
               WHEN 'START SALARY'
               WHEN 'CURR SALARY'
                   IF WS-VS-AMOUNT IS NUMERIC
                       MOVE WS-VS-AMOUNT TO WS-EDIT-SALARY
                       MOVE WS-EDIT-SALARY TO WS-VALUE-OUT
                   END-IF
               WHEN 'INSURANCE'
                   IF WS-VI-AMOUNT IS NUMERIC
                       MOVE WS-VI-AMOUNT TO WS-EDIT-INSURANCE
                       MOVE WS-EDIT-INSURANCE TO WS-VALUE-OUT
                   END-IF
               WHEN 'HIRE DATE'
               WHEN 'LAST RAISE'
               WHEN 'STATUS DATE'
               WHEN 'TERM DATE'
                   IF WS-VD-DATE IS NUMERIC
                       MOVE WS-VD-DATE TO WS-EDIT-DATE
                       MOVE WS-EDIT-DATE TO WS-VALUE-OUT
                   END-IF
           END-EVALUATE

           .

       600-RUN-CONTROL-REPORT.

           MOVE 'CHANGE LOG RECORDS READ:      ' TO HN-CAPTION
           MOVE WS-LOG-READ TO HN-COUNT
           WRITE HISTORY-RECORD FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'RECORDS SELECTED:             ' TO HN-CAPTION
           MOVE WS-LOG-SELECTED TO HN-COUNT
           WRITE HISTORY-RECORD FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'EMPLOYEE KEYS REPORTED:       ' TO HN-CAPTION
           MOVE WS-KEYS-REPORTED TO HN-COUNT
           WRITE HISTORY-RECORD FROM HISTORY-COUNT-LINE
               AFTER ADVANCING 1 LINE

           .

       700-EOF-ROUTINE.

           IF WS-LOG-READ = 0
               DISPLAY 'PR2CHG: PR2CHLG.TXT HOLDS NO CHANGES - '
                  'NOTHING REPORTED'
           END-IF

           CLOSE HISTORY-REPORT
           STOP RUN

           .
