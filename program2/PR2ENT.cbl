       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * MAINTENANCE TRANSACTION ENTRY FOR THE DRAKEA, LTD. SALARY
      * SYSTEM. PROMPTS FOR THE ACTION CODE AND EACH FIELD OF A
      * MAINTENANCE TRANSACTION AND EDITS EVERY ANSWER AS IT IS
      * KEYED, SO THE COLUMN SHIFTS AND TYPOS THAT USED TO COME
      * BACK AS MNTPR2 REJECTS ARE CAUGHT AT THE KEYBOARD. CLEAN
      * TRANSACTIONS ARE APPENDED TO THE RAW BATCH, READY FOR
      * HDRPR2 TO STAMP.
      *
      * INPUT:
      *   PR2FA19.IDX - INDEXED EMPLOYEE MASTER BUILT BY LODPR2. A
      *       CHANGE, TERMINATION, OR TRANSFER MUST FIND ITS
      *       EMPLOYEE HERE (OR AS AN ADD EARLIER IN THE BATCH),
      *       AND THE CURRENT RECORD IS SHOWN BEFORE ANY FIELD IS
      *       KEYED. AN ADD MUST NOT FIND ONE.
      *   PR2WHSE.TXT - WAREHOUSE MASTER. EVERY WAREHOUSE KEYED,
      *       INCLUDING A TRANSFER'S GAINING WAREHOUSE, MUST BE ON
      *       IT.
      *   PR2POSN.TXT - POSITION MASTER. EVERY POSITION KEYED MUST
      *       BE ON IT; A CURRENT SALARY OUTSIDE THE GRADE'S BAND
      *       IS ACCEPTED WITH A WARNING, AS CGBPR2 REPORTS IT.
      *   PR2TRNI.TXT - THE RAW BATCH BEING BUILT. ITS KEYS ARE
      *       READ FIRST SO A SECOND ADD OF THE SAME EMPLOYEE IS
      *       REFUSED AND A CHANGE TO AN EMPLOYEE ADDED IN THIS
      *       BATCH IS ALLOWED.
      *   OPERATOR PROMPTS - ACTION CODE A (ADD), C (CHANGE),
      *       T (TERMINATE), X (TRANSFER), OR BLANK TO END; THEN
      *       THE KEY AND THE FIELDS THE ACTION TAKES. ON AN ADD
      *       EVERY FIELD BUT THE STATUS IS REQUIRED AND A BLANK
      *       ANSWER CANCELS THE TRANSACTION; ON A CHANGE A BLANK
      *       ANSWER LEAVES THE FIELD AS IT IS. AMOUNTS ARE KEYED
      *       AS THE MASTER CARRIES THEM - ALL DIGITS, NO POINT -
      *       AND DATES AS CCYYMMDD.
      *
      * OUTPUT:
      *   PR2TRNI.TXT - EACH CONFIRMED TRANSACTION APPENDED AS
      *       ONE ACTION CODE PLUS MASTER IMAGE, WITH THE RUNNING
      *       COUNT OF THE BATCH SHOWN AFTER EVERY WRITE.
      *
      *   RETURN CODE 0 AT THE END OF A SESSION; A MISSING INDEX,
      *   WAREHOUSE MASTER, OR POSITION MASTER SETS RETURN CODE 8
      *   BEFORE ANYTHING IS KEYED.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-INDEX
               ASSIGN TO 'PR2FA19.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT POSITION-MASTER
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
           SELECT RAW-BATCH-FILE
               ASSIGN TO 'PR2TRNI.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-INDEX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
               10  EM-WAREHOUSE-ID  PIC X(4).
               10  EM-EMPLOYEE-ID   PIC X(5).
           05  EM-POSITION          PIC X(2).
           05  EM-LASTNAME          PIC X(10).
           05  EM-FIRSTNAME         PIC X(10).
           05  FILLER               PIC X(3).
           05  EM-HIRE-DATE         PIC 9(8).
           05  EM-STARTING-SALARY   PIC 999999V99.
           05  FILLER               PIC X(4).
           05  EM-LAST-PAY-INCREASE PIC 9(8).
           05  EM-CURRENT-SALARY    PIC 999999V99.
           05  FILLER               PIC X(5).
           05  EM-UNION-DUES        PIC 9(3).
           05  EM-INSURANCE         PIC 999V99.
           05  EM-STATUS-CODE       PIC X(1).
           05  EM-STATUS-DATE       PIC X(8).

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 23 CHARACTERS.

       01  WHSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID     PIC X(4).
           05  WM-WAREHOUSE-NAME   PIC X(11).
           05  WM-COST-CENTER      PIC X(8).

       FD  POSITION-MASTER
           RECORD CONTAINS 28 CHARACTERS.

       01  POSITION-MASTER-RECORD.
           05  PM-POSITION         PIC X(2).
           05  PM-TITLE            PIC X(10).
           05  PM-MIN-SALARY       PIC 9(6)V99.
           05  PM-MAX-SALARY       PIC 9(6)V99.

      *** THE RAW BATCH HDRPR2 STAMPS: ONE ACTION CODE PLUS        ***
      *** MASTER IMAGE PER RECORD, NO CONTROL RECORDS.             ***
       FD  RAW-BATCH-FILE
           RECORD CONTAINS 93 CHARACTERS.

       01  RAW-BATCH-RECORD.
           05  RB-ACTION           PIC X(1).
           05  RB-EMPLOYEE-KEY     PIC X(9).
           05  FILLER              PIC X(83).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-IDX-STATUS       PIC X(2)        VALUE '00'.
           05  WS-WHSE-STATUS      PIC X(2)        VALUE '00'.
           05  WS-POSN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-RAW-STATUS       PIC X(2)        VALUE '00'.
           05  WS-SESSION-DONE     PIC X(3)        VALUE 'NO '.
           05  WS-TRAN-CANCELLED   PIC X(3)        VALUE 'NO '.
           05  WS-FIELD-OK         PIC X(3)        VALUE 'NO '.
           05  WS-FIELD-REQUIRED   PIC X(3)        VALUE 'NO '.
           05  WS-RECORD-FOUND     PIC X(3)        VALUE 'NO '.
           05  WS-WHSE-FOUND       PIC X(3)        VALUE 'NO '.
           05  WS-POSN-FOUND       PIC X(3)        VALUE 'NO '.
           05  WS-PENDING-FOUND    PIC X(3)        VALUE 'NO '.
           05  WS-VALUE-OK         PIC X(3)        VALUE 'NO '.

      *** WAREHOUSE AND POSITION TABLES, LOADED FROM THEIR MASTERS ***
      *** AT HOUSEKEEPING TIME LIKE CGBPR2 LOADS THEM.             ***
       01  WAREHOUSE-TABLE.
           05  WT-ENTRY            OCCURS 50 TIMES
                                    INDEXED BY WT-IDX.
               10  WT-WAREHOUSE-ID PIC X(4).
               10  WT-NAME         PIC X(11).

       01  WT-COUNT                PIC 9(3)        VALUE 0.

       01  POSITION-TABLE.
           05  PT-ENTRY            OCCURS 50 TIMES
                                    INDEXED BY PT-IDX.
               10  PT-POSITION     PIC X(2).
               10  PT-TITLE        PIC X(10).
               10  PT-MIN-SALARY   PIC 9(6)V99.
               10  PT-MAX-SALARY   PIC 9(6)V99.

       01  PT-COUNT                PIC 9(3)        VALUE 0.

      *** ACTION AND KEY OF EVERY TRANSACTION ALREADY IN THE RAW   ***
      *** BATCH, PLUS THOSE KEYED THIS SESSION.                    ***
       01  PENDING-BATCH-TABLE.
           05  PB-ENTRY            OCCURS 999 TIMES
                                    INDEXED BY PB-IDX.
               10  PB-ACTION       PIC X(1).
               10  PB-EMPLOYEE-KEY PIC X(9).

       01  PB-COUNT                PIC 9(3)        VALUE 0.
       01  WS-BATCH-COUNT          PIC 9(7)        VALUE 0.
       01  WS-SESSION-COUNT        PIC 9(7)        VALUE 0.

      *** THE TRANSACTION BEING BUILT, IN MNTPR2'S TRANSACTION     ***
      *** LAYOUT. A TRANSFER'S GAINING WAREHOUSE RIDES IN THE      ***
      *** MASTER FILLER AFTER THE STARTING SALARY.                 ***
       01  TRAN-ENTRY-RECORD.
           05 TE-ACTION             PIC X(1).
           05 TE-MASTER-IMAGE.
               10 TE-EMPLOYEE-KEY.
                   15 TE-WAREHOUSE-ID   PIC X(4).
                   15 TE-EMPLOYEE-ID    PIC X(5).
               10 TE-POSITION           PIC X(2).
               10 TE-LASTNAME           PIC X(10).
               10 TE-FIRSTNAME          PIC X(10).
               10 FILLER                PIC X(3).
               10 TE-HIRE-DATE          PIC X(8).
               10 TE-STARTING-SALARY    PIC X(8).
               10 TE-NEW-WAREHOUSE-ID   PIC X(4).
               10 TE-LAST-PAY-INCREASE  PIC X(8).
               10 TE-CURRENT-SALARY     PIC X(8).
               10 FILLER                PIC X(5).
               10 TE-UNION-DUES         PIC X(3).
               10 TE-INSURANCE          PIC X(5).
               10 TE-STATUS-CODE        PIC X(1).
               10 TE-STATUS-DATE        PIC X(8).

      *** ONE OPERATOR ANSWER, AND THE VIEWS IT IS EDITED THROUGH. ***
      *** AN ANSWER LONGER THAN ITS FIELD SPILLS PAST THE VIEW AND ***
      *** IS REFUSED RATHER THAN TRUNCATED.                        ***
       01  WS-ENTRY-VALUE          PIC X(12).

       01  WS-AMOUNT-X             PIC X(8).
       01  WS-AMOUNT-N             REDEFINES WS-AMOUNT-X
                                   PIC 9(6)V99.
       01  WS-DUES-X               PIC X(3).
       01  WS-DUES-N               REDEFINES WS-DUES-X
                                   PIC 9(3).
       01  WS-INSUR-X              PIC X(5).
       01  WS-INSUR-N              REDEFINES WS-INSUR-X
                                   PIC 9(3)V99.

      *** A KEYED DATE SPLIT OUT FOR THE RANGE EDITS, AS CGBPR2    ***
      *** SPLITS THE HIRE DATE.                                    ***
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR          PIC X(4).
           05  WS-ED-MONTH         PIC X(2).
           05  WS-ED-DAY           PIC X(2).
       01  WS-EDIT-DATE-N          REDEFINES WS-EDIT-DATE
                                   PIC 9(8).

      *** FIGURES THE CROSS-FIELD EDITS COMPARE: THE KEYED VALUE   ***
      *** WHEN THERE IS ONE, THE MASTER'S WHEN A CHANGE LEAVES THE ***
      *** FIELD ALONE.                                             ***
       01  WS-EFFECTIVE-FIELDS.
           05  WS-EFF-POSITION     PIC X(2).
           05  WS-EFF-HIRE-DATE    PIC 9(8).
           05  WS-EFF-START-SAL    PIC 9(6)V99.
           05  WS-EFF-CURR-SAL     PIC 9(6)V99.
           05  WS-BAND-MIN         PIC 9(6)V99.
           05  WS-BAND-MAX         PIC 9(6)V99.

       01  WS-SEARCH-WAREHOUSE     PIC X(4).
       01  WS-SEARCH-POSITION      PIC X(2).
       01  WS-SEARCH-KEY           PIC X(9).
       01  WS-PROMPT-TAIL          PIC X(22).
       01  WS-CONFIRM              PIC X(1).

      *** DISPLAY-EDITED VIEWS OF THE MONEY FIELDS.                ***
       01  WS-EDITED-AMOUNTS.
           05  WS-ED-START-SAL     PIC ZZZ,ZZ9.99.
           05  WS-ED-CURR-SAL      PIC ZZZ,ZZ9.99.
           05  WS-ED-DUES          PIC ZZ9.
           05  WS-ED-INSUR         PIC ZZ9.99.
           05  WS-ED-BAND-MIN      PIC ZZZ,ZZ9.99.
           05  WS-ED-BAND-MAX      PIC ZZZ,ZZ9.99.

       01  WS-POSITION-TITLE       PIC X(10).
       01  WS-STATUS-TITLE         PIC X(16).

       01  WS-CURRENT-DATE-8       PIC 9(8).

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 100-ENTRY-SESSION
               UNTIL WS-SESSION-DONE = 'YES'
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD

           OPEN INPUT MASTER-INDEX
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'PR2ENT: PR2FA19.IDX NOT AVAILABLE - '
                  'STATUS ' WS-IDX-STATUS
               DISPLAY 'PR2ENT: RUN THE LODPR2 INDEX LOAD FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 22-LOAD-WAREHOUSE-TABLE
           PERFORM 23-LOAD-POSITION-TABLE
           PERFORM 24-LOAD-PENDING-BATCH

           OPEN EXTEND RAW-BATCH-FILE
           IF WS-RAW-STATUS NOT = '00'
               OPEN OUTPUT RAW-BATCH-FILE
           END-IF

           .

      *** THE WAREHOUSE EDIT HAS NOTHING TO CHECK AGAINST WITHOUT  ***
      *** THE MASTER, SO A MISSING OR EMPTY ONE STOPS THE SESSION  ***
      *** RATHER THAN LET AN UNCHECKED CODE THROUGH.               ***
       22-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-MASTER
           IF WS-WHSE-STATUS = '00'
               PERFORM UNTIL WS-WHSE-STATUS NOT = '00'
                   READ WAREHOUSE-MASTER
                       AT END
                           MOVE '10' TO WS-WHSE-STATUS
                       NOT AT END
                           IF WT-COUNT < 50
                               ADD 1 TO WT-COUNT
                               SET WT-IDX TO WT-COUNT
                               MOVE WM-WAREHOUSE-ID
                                   TO WT-WAREHOUSE-ID (WT-IDX)
                               MOVE WM-WAREHOUSE-NAME
                                   TO WT-NAME (WT-IDX)
                           ELSE
                               DISPLAY 'PR2ENT: WAREHOUSE TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2WHSE.TXT IGNORED'
                               MOVE '10' TO WS-WHSE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-MASTER
           END-IF

           IF WT-COUNT = 0
               DISPLAY 'PR2ENT: PR2WHSE.TXT MISSING OR EMPTY - '
                  'NOTHING TO CHECK WAREHOUSES AGAINST'
               MOVE 8 TO RETURN-CODE
               CLOSE MASTER-INDEX
               STOP RUN
           END-IF

           .

       23-LOAD-POSITION-TABLE.

           OPEN INPUT POSITION-MASTER
           IF WS-POSN-STATUS = '00'
               PERFORM UNTIL WS-POSN-STATUS NOT = '00'
                   READ POSITION-MASTER
                       AT END
                           MOVE '10' TO WS-POSN-STATUS
                       NOT AT END
                           IF PT-COUNT < 50
                               ADD 1 TO PT-COUNT
                               SET PT-IDX TO PT-COUNT
                               MOVE PM-POSITION
                                   TO PT-POSITION (PT-IDX)
                               MOVE PM-TITLE
                                   TO PT-TITLE (PT-IDX)
                               MOVE PM-MIN-SALARY
                                   TO PT-MIN-SALARY (PT-IDX)
                               MOVE PM-MAX-SALARY
                                   TO PT-MAX-SALARY (PT-IDX)
                           ELSE
                               DISPLAY 'PR2ENT: POSITION TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2POSN.TXT IGNORED'
                               MOVE '10' TO WS-POSN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF

           IF PT-COUNT = 0
               DISPLAY 'PR2ENT: PR2POSN.TXT MISSING OR EMPTY - '
                  'NOTHING TO CHECK POSITIONS AGAINST'
               MOVE 8 TO RETURN-CODE
               CLOSE MASTER-INDEX
               STOP RUN
           END-IF

           .

      *** READS THE RAW BATCH BUILT SO FAR - BY AN EARLIER SESSION ***
      *** OR THE EDITOR - FOR ITS COUNT AND ITS KEYS.              ***
       24-LOAD-PENDING-BATCH.

           OPEN INPUT RAW-BATCH-FILE
           IF WS-RAW-STATUS = '00'
               PERFORM UNTIL WS-RAW-STATUS NOT = '00'
                   READ RAW-BATCH-FILE
                       AT END
                           MOVE '10' TO WS-RAW-STATUS
                       NOT AT END
                           ADD 1 TO WS-BATCH-COUNT
                           PERFORM 240-ADD-PENDING-KEY
                   END-READ
               END-PERFORM
               CLOSE RAW-BATCH-FILE
           END-IF

           IF WS-BATCH-COUNT > 0
               DISPLAY 'PR2ENT: PR2TRNI.TXT ALREADY HOLDS '
                  WS-BATCH-COUNT ' TRANSACTIONS - NEW ENTRIES ARE '
                  'ADDED TO THAT BATCH'
           ELSE
               DISPLAY 'PR2ENT: STARTING A NEW BATCH ON PR2TRNI.TXT'
           END-IF

           .

       240-ADD-PENDING-KEY.

           IF PB-COUNT < 999
               ADD 1 TO PB-COUNT
               SET PB-IDX TO PB-COUNT
               MOVE RB-ACTION TO PB-ACTION (PB-IDX)
               MOVE RB-EMPLOYEE-KEY TO PB-EMPLOYEE-KEY (PB-IDX)
           END-IF

           .

      *** ONE TRANSACTION: ACTION, KEY, MASTER CHECK, FIELDS, THEN ***
      *** A LAST LOOK BEFORE IT IS WRITTEN. A BLANK ACTION ENDS    ***
      *** THE SESSION.                                             ***
       100-ENTRY-SESSION.

           MOVE SPACES TO TRAN-ENTRY-RECORD
           MOVE 'NO ' TO WS-TRAN-CANCELLED

           PERFORM 110-GET-ACTION
           IF WS-SESSION-DONE = 'NO '
               PERFORM 120-GET-KEY
               IF WS-TRAN-CANCELLED = 'NO '
                   PERFORM 130-CHECK-MASTER
               END-IF
               IF WS-TRAN-CANCELLED = 'NO '
                   EVALUATE TE-ACTION
                       WHEN 'A'
                           MOVE 'YES' TO WS-FIELD-REQUIRED
                           MOVE ':' TO WS-PROMPT-TAIL
                           PERFORM 140-GET-MASTER-FIELDS
                       WHEN 'C'
                           MOVE 'NO ' TO WS-FIELD-REQUIRED
                           MOVE ' (BLANK = NO CHANGE):'
                               TO WS-PROMPT-TAIL
                           PERFORM 140-GET-MASTER-FIELDS
                       WHEN 'X'
                           PERFORM 390-GET-NEW-WAREHOUSE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF WS-TRAN-CANCELLED = 'NO '
                   PERFORM 170-CONFIRM-AND-WRITE
               ELSE
                   DISPLAY '  TRANSACTION CANCELLED - NOTHING WRITTEN'
               END-IF
           END-IF

           .

       110-GET-ACTION.

           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 111-PROMPT-ACTION
               UNTIL WS-FIELD-OK = 'YES'

           .

       111-PROMPT-ACTION.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY ' '
           DISPLAY 'ACTION - A ADD, C CHANGE, T TERMINATE, X TRANSFER '
              '(BLANK TO END):'
           ACCEPT WS-ENTRY-VALUE
           EVALUATE TRUE
               WHEN WS-ENTRY-VALUE = SPACES
                   MOVE 'YES' TO WS-SESSION-DONE
                   MOVE 'YES' TO WS-FIELD-OK
               WHEN WS-ENTRY-VALUE (2:11) NOT = SPACES
                   DISPLAY '  ** ONE LETTER: A, C, T, OR X'
               WHEN WS-ENTRY-VALUE (1:1) = 'A' OR 'C' OR 'T' OR 'X'
                   MOVE WS-ENTRY-VALUE (1:1) TO TE-ACTION
                   MOVE 'YES' TO WS-FIELD-OK
               WHEN OTHER
                   DISPLAY '  ** ' WS-ENTRY-VALUE (1:1)
                      ' IS NOT A, C, T, OR X'
           END-EVALUATE

           .

      *** WAREHOUSE AND EMPLOYEE ID - ALWAYS REQUIRED, SO A BLANK  ***
      *** ANSWER TO EITHER CANCELS THE TRANSACTION.                ***
       120-GET-KEY.

           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 121-PROMPT-WAREHOUSE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           IF WS-TRAN-CANCELLED = 'NO '
               MOVE 'NO ' TO WS-FIELD-OK
               PERFORM 122-PROMPT-EMPLOYEE
                   UNTIL WS-FIELD-OK = 'YES'
                      OR WS-TRAN-CANCELLED = 'YES'
           END-IF

           .

       121-PROMPT-WAREHOUSE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'WAREHOUSE ID:'
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               MOVE 'YES' TO WS-TRAN-CANCELLED
           ELSE
               IF WS-ENTRY-VALUE (5:8) NOT = SPACES
                   DISPLAY '  ** WAREHOUSE ID IS 4 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:4) TO WS-SEARCH-WAREHOUSE
                   PERFORM 500-FIND-WAREHOUSE
                   IF WS-WHSE-FOUND = 'YES'
                       MOVE WS-SEARCH-WAREHOUSE TO TE-WAREHOUSE-ID
                       DISPLAY '  ' WT-NAME (WT-IDX)
                       MOVE 'YES' TO WS-FIELD-OK
                   ELSE
                       DISPLAY '  ** WAREHOUSE ' WS-SEARCH-WAREHOUSE
                          ' IS NOT ON PR2WHSE.TXT'
                   END-IF
               END-IF
           END-IF

           .

       122-PROMPT-EMPLOYEE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'EMPLOYEE ID:'
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               MOVE 'YES' TO WS-TRAN-CANCELLED
           ELSE
               IF WS-ENTRY-VALUE (6:7) NOT = SPACES
                  OR WS-ENTRY-VALUE (5:1) = SPACE
                   DISPLAY '  ** EMPLOYEE ID IS 5 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:5) TO TE-EMPLOYEE-ID
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

      *** AN ADD MUST BE NEW TO THE MASTER AND TO THE BATCH. ANY   ***
      *** OTHER ACTION NEEDS THE EMPLOYEE ON THE MASTER - OR ADDED ***
      *** EARLIER IN THIS BATCH, WHICH MNTPR2 APPLIES FIRST - AND  ***
      *** SHOWS THE CURRENT RECORD BEFORE ANYTHING MORE IS KEYED.  ***
       130-CHECK-MASTER.

           MOVE TE-EMPLOYEE-KEY TO EM-EMPLOYEE-KEY
           READ MASTER-INDEX
           IF WS-IDX-STATUS = '00'
               MOVE 'YES' TO WS-RECORD-FOUND
           ELSE
               MOVE 'NO ' TO WS-RECORD-FOUND
               MOVE SPACES TO EMPLOYEE-IDX-RECORD
           END-IF

           MOVE TE-EMPLOYEE-KEY TO WS-SEARCH-KEY
           PERFORM 520-FIND-PENDING-ADD

           IF TE-ACTION = 'A'
               IF WS-RECORD-FOUND = 'YES'
                   DISPLAY '  ** EMPLOYEE ' TE-EMPLOYEE-KEY
                      ' IS ALREADY ON THE MASTER'
                   PERFORM 200-DISPLAY-RECORD
                   MOVE 'YES' TO WS-TRAN-CANCELLED
               ELSE
                   IF WS-PENDING-FOUND = 'YES'
                       DISPLAY '  ** EMPLOYEE ' TE-EMPLOYEE-KEY
                          ' IS ALREADY ADDED IN THIS BATCH'
                       MOVE 'YES' TO WS-TRAN-CANCELLED
                   END-IF
               END-IF
           ELSE
               IF WS-RECORD-FOUND = 'YES'
                   PERFORM 200-DISPLAY-RECORD
               ELSE
                   IF WS-PENDING-FOUND = 'YES'
                       DISPLAY '  EMPLOYEE ' TE-EMPLOYEE-KEY
                          ' IS AN ADD EARLIER IN THIS BATCH'
                   ELSE
                       DISPLAY '  ** EMPLOYEE ' TE-EMPLOYEE-KEY
                          ' IS NOT ON THE MASTER'
                       MOVE 'YES' TO WS-TRAN-CANCELLED
                   END-IF
               END-IF
           END-IF

           .

      *** THE MASTER FIELDS OF AN ADD OR A CHANGE, IN RECORD       ***
      *** ORDER. THE CROSS-FIELD EDITS START FROM THE MASTER'S     ***
      *** FIGURES SO A CHANGE IS CHECKED AGAINST WHAT IT LEAVES.   ***
       140-GET-MASTER-FIELDS.

           MOVE EM-POSITION TO WS-EFF-POSITION
           MOVE 0 TO WS-EFF-HIRE-DATE
                     WS-EFF-START-SAL
                     WS-EFF-CURR-SAL
           IF WS-RECORD-FOUND = 'YES'
               MOVE EM-HIRE-DATE TO WS-EFF-HIRE-DATE
               MOVE EM-STARTING-SALARY TO WS-EFF-START-SAL
               MOVE EM-CURRENT-SALARY TO WS-EFF-CURR-SAL
           END-IF

           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 310-PROMPT-POSITION
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 320-PROMPT-LASTNAME
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 330-PROMPT-FIRSTNAME
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 340-PROMPT-HIRE-DATE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 350-PROMPT-START-SALARY
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 355-PROMPT-LAST-INCREASE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 360-PROMPT-CURR-SALARY
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 370-PROMPT-DUES
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 375-PROMPT-INSURANCE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'

      * STATUS IS OPTIONAL EVEN ON AN ADD - MNTPR2 BRINGS A NEW
      * EMPLOYEE ON ACTIVE AS OF THE HIRE DATE
           MOVE 'NO ' TO WS-FIELD-REQUIRED
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 380-PROMPT-STATUS-CODE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'
           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 385-PROMPT-STATUS-DATE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'

           .

      *** LAST LOOK: THE TRANSACTION IS SHOWN AS IT WILL BE        ***
      *** WRITTEN AND ONLY A 'Y' WRITES IT.                        ***
       170-CONFIRM-AND-WRITE.

           DISPLAY '----------------------------------------'
           DISPLAY 'TRANSACTION: ' TRAN-ENTRY-RECORD
           DISPLAY '----------------------------------------'
           MOVE SPACE TO WS-CONFIRM
           IF TE-ACTION = 'T'
               DISPLAY 'TERMINATE THIS EMPLOYEE? (Y TO WRITE):'
           ELSE
               DISPLAY 'WRITE THIS TRANSACTION? (Y TO WRITE):'
           END-IF
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM = 'Y'
               WRITE RAW-BATCH-RECORD FROM TRAN-ENTRY-RECORD
               ADD 1 TO WS-BATCH-COUNT
               ADD 1 TO WS-SESSION-COUNT
               MOVE TE-ACTION TO RB-ACTION
               MOVE TE-EMPLOYEE-KEY TO RB-EMPLOYEE-KEY
               PERFORM 240-ADD-PENDING-KEY
               DISPLAY '  WRITTEN - PR2TRNI.TXT NOW HOLDS '
                  WS-BATCH-COUNT ' TRANSACTIONS'
           ELSE
               DISPLAY '  NOT WRITTEN'
           END-IF

           .

      *** THE CURRENT MASTER RECORD, LABELED AND EDITED AS INQPR2  ***
      *** SHOWS IT.                                                ***
       200-DISPLAY-RECORD.

           MOVE EM-POSITION TO WS-SEARCH-POSITION
           PERFORM 510-FIND-POSITION
           IF WS-POSN-FOUND = 'YES'
               MOVE PT-TITLE (PT-IDX) TO WS-POSITION-TITLE
           ELSE
               MOVE 'UNKNOWN' TO WS-POSITION-TITLE
           END-IF

           MOVE EM-STARTING-SALARY TO WS-ED-START-SAL
           MOVE EM-CURRENT-SALARY TO WS-ED-CURR-SAL
           MOVE EM-UNION-DUES TO WS-ED-DUES
           MOVE EM-INSURANCE TO WS-ED-INSUR

      * A BLANK STATUS IS A RECORD FROM BEFORE THE STATUS FIELDS
      * EXISTED, AND READS AS ACTIVE
           EVALUATE EM-STATUS-CODE
               WHEN 'L'
                   MOVE 'LEAVE OF ABSENCE' TO WS-STATUS-TITLE
               WHEN 'Y'
                   MOVE 'LAID OFF' TO WS-STATUS-TITLE
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-TITLE
           END-EVALUATE

           DISPLAY '----------------------------------------'
           DISPLAY 'WAREHOUSE:         ' EM-WAREHOUSE-ID
           DISPLAY 'EMPLOYEE ID:       ' EM-EMPLOYEE-ID
           DISPLAY 'NAME:              ' EM-FIRSTNAME ' '
                                        EM-LASTNAME
           DISPLAY 'POSITION:          ' EM-POSITION ' - '
                                        WS-POSITION-TITLE
           DISPLAY 'HIRE DATE:         ' EM-HIRE-DATE
           DISPLAY 'STARTING SALARY:   ' WS-ED-START-SAL
           DISPLAY 'LAST PAY INCREASE: ' EM-LAST-PAY-INCREASE
           DISPLAY 'CURRENT SALARY:    ' WS-ED-CURR-SAL
           DISPLAY 'UNION DUES:        ' WS-ED-DUES
           DISPLAY 'INSURANCE:         ' WS-ED-INSUR
           DISPLAY 'STATUS:            ' WS-STATUS-TITLE
           DISPLAY 'STATUS EFFECTIVE:  ' EM-STATUS-DATE
           DISPLAY '----------------------------------------'

           .

      *** A BLANK ANSWER: ON A REQUIRED FIELD IT CANCELS THE       ***
      *** TRANSACTION, ON AN OPTIONAL ONE IT LEAVES THE FIELD      ***
      *** BLANK - NO CHANGE.                                       ***
       300-BLANK-ENTRY.

           IF WS-FIELD-REQUIRED = 'YES'
               MOVE 'YES' TO WS-TRAN-CANCELLED
           ELSE
               MOVE 'YES' TO WS-FIELD-OK
           END-IF

           .

       310-PROMPT-POSITION.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'POSITION CODE' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               IF WS-ENTRY-VALUE (3:10) NOT = SPACES
                   DISPLAY '  ** POSITION CODE IS 2 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:2) TO WS-SEARCH-POSITION
                   PERFORM 510-FIND-POSITION
                   IF WS-POSN-FOUND = 'YES'
                       MOVE WS-SEARCH-POSITION TO TE-POSITION
                                                  WS-EFF-POSITION
                       DISPLAY '  ' PT-TITLE (PT-IDX)
                       MOVE 'YES' TO WS-FIELD-OK
                   ELSE
                       DISPLAY '  ** POSITION ' WS-SEARCH-POSITION
                          ' IS NOT ON PR2POSN.TXT'
                   END-IF
               END-IF
           END-IF

           .

       320-PROMPT-LASTNAME.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'LAST NAME' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               IF WS-ENTRY-VALUE (11:2) NOT = SPACES
                   DISPLAY '  ** LAST NAME IS AT MOST 10 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:10) TO TE-LASTNAME
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

       330-PROMPT-FIRSTNAME.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'FIRST NAME' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               IF WS-ENTRY-VALUE (11:2) NOT = SPACES
                   DISPLAY '  ** FIRST NAME IS AT MOST 10 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:10) TO TE-FIRSTNAME
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

      *** HIRE DATE: A REAL CCYYMMDD, NOT AFTER TODAY - CGBPR2'S   ***
      *** E01/E02/E03 EDITS, MADE AT THE KEYBOARD.                 ***
       340-PROMPT-HIRE-DATE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'HIRE DATE CCYYMMDD' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               PERFORM 400-EDIT-DATE
               IF WS-VALUE-OK = 'YES'
                   IF WS-EDIT-DATE-N > WS-CURRENT-DATE-8
                       DISPLAY '  ** HIRE DATE IS AFTER TODAY'
                   ELSE
                       MOVE WS-EDIT-DATE TO TE-HIRE-DATE
                       MOVE WS-EDIT-DATE-N TO WS-EFF-HIRE-DATE
                       MOVE 'YES' TO WS-FIELD-OK
                   END-IF
               END-IF
           END-IF

           .

       350-PROMPT-START-SALARY.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'STARTING SALARY, 8 DIGITS NO POINT (00450000 = '
              '4,500.00)' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               PERFORM 410-EDIT-AMOUNT
               IF WS-VALUE-OK = 'YES'
                   MOVE WS-AMOUNT-X TO TE-STARTING-SALARY
                   MOVE WS-AMOUNT-N TO WS-EFF-START-SAL
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

      *** LAST PAY INCREASE: A REAL DATE, NOT AFTER TODAY AND NOT  ***
      *** BEFORE THE HIRE DATE.                                    ***
       355-PROMPT-LAST-INCREASE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'LAST PAY INCREASE CCYYMMDD' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               PERFORM 400-EDIT-DATE
               IF WS-VALUE-OK = 'YES'
                   EVALUATE TRUE
                       WHEN WS-EDIT-DATE-N > WS-CURRENT-DATE-8
                           DISPLAY '  ** LAST PAY INCREASE IS AFTER '
                              'TODAY'
                       WHEN WS-EDIT-DATE-N < WS-EFF-HIRE-DATE
                           DISPLAY '  ** LAST PAY INCREASE IS BEFORE '
                              'THE HIRE DATE ' WS-EFF-HIRE-DATE
                       WHEN OTHER
                           MOVE WS-EDIT-DATE TO TE-LAST-PAY-INCREASE
                           MOVE 'YES' TO WS-FIELD-OK
                   END-EVALUATE
               END-IF
           END-IF

           .

      *** CURRENT SALARY: NOT BELOW THE STARTING SALARY (CGBPR2'S  ***
      *** E06), AND OUTSIDE THE GRADE BAND ONLY WITH A WARNING. A  ***
      *** CHANGE THAT RAISES THE STARTING SALARY PAST THE CURRENT  ***
      *** ONE MUST KEY A NEW CURRENT SALARY TOO.                   ***
       360-PROMPT-CURR-SALARY.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'CURRENT SALARY, 8 DIGITS NO POINT' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               IF WS-FIELD-REQUIRED = 'NO '
                  AND WS-EFF-CURR-SAL < WS-EFF-START-SAL
                   DISPLAY '  ** THE NEW STARTING SALARY IS ABOVE THE '
                      'CURRENT SALARY - KEY A NEW ONE'
               ELSE
                   PERFORM 300-BLANK-ENTRY
               END-IF
           ELSE
               PERFORM 410-EDIT-AMOUNT
               IF WS-VALUE-OK = 'YES'
                   IF WS-AMOUNT-N < WS-EFF-START-SAL
                       DISPLAY '  ** CURRENT SALARY IS BELOW THE '
                          'STARTING SALARY'
                   ELSE
                       MOVE WS-AMOUNT-X TO TE-CURRENT-SALARY
                       MOVE WS-AMOUNT-N TO WS-EFF-CURR-SAL
                       MOVE 'YES' TO WS-FIELD-OK
                       PERFORM 365-CHECK-SALARY-BAND
                   END-IF
               END-IF
           END-IF

           .

       365-CHECK-SALARY-BAND.

           MOVE WS-EFF-POSITION TO WS-SEARCH-POSITION
           PERFORM 510-FIND-POSITION
           IF WS-POSN-FOUND = 'YES'
               MOVE PT-MIN-SALARY (PT-IDX) TO WS-BAND-MIN
               MOVE PT-MAX-SALARY (PT-IDX) TO WS-BAND-MAX
               IF WS-EFF-CURR-SAL < WS-BAND-MIN
                  OR WS-EFF-CURR-SAL > WS-BAND-MAX
                   MOVE WS-BAND-MIN TO WS-ED-BAND-MIN
                   MOVE WS-BAND-MAX TO WS-ED-BAND-MAX
                   DISPLAY '  WARNING - OUTSIDE THE ' WS-EFF-POSITION
                      ' BAND ' WS-ED-BAND-MIN ' TO ' WS-ED-BAND-MAX
                      ' - COMP REVIEW WILL SEE IT'
               END-IF
           END-IF

           .

       370-PROMPT-DUES.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'UNION DUES, 3 DIGITS (010 = 10)' WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               MOVE WS-ENTRY-VALUE (1:3) TO WS-DUES-X
               IF WS-ENTRY-VALUE (4:9) NOT = SPACES
                  OR WS-DUES-N IS NOT NUMERIC
                   DISPLAY '  ** UNION DUES IS EXACTLY 3 DIGITS'
               ELSE
                   MOVE WS-DUES-X TO TE-UNION-DUES
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

       375-PROMPT-INSURANCE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'INSURANCE, 5 DIGITS NO POINT (05000 = 50.00)'
              WS-PROMPT-TAIL
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               PERFORM 300-BLANK-ENTRY
           ELSE
               MOVE WS-ENTRY-VALUE (1:5) TO WS-INSUR-X
               IF WS-ENTRY-VALUE (6:7) NOT = SPACES
                  OR WS-INSUR-N IS NOT NUMERIC
                   DISPLAY '  ** INSURANCE IS EXACTLY 5 DIGITS'
               ELSE
                   MOVE WS-INSUR-X TO TE-INSURANCE
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

      *** STATUS CODE AND DATE, EDITED AS MNTPR2'S                 ***
      *** 125-EDIT-STATUS-FIELDS EDITS THEM.                       ***
       380-PROMPT-STATUS-CODE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'STATUS - A ACTIVE, L LEAVE, Y LAID OFF '
              '(BLANK = NONE):'
           ACCEPT WS-ENTRY-VALUE
           EVALUATE TRUE
               WHEN WS-ENTRY-VALUE = SPACES
                   MOVE 'YES' TO WS-FIELD-OK
               WHEN WS-ENTRY-VALUE (2:11) NOT = SPACES
                   DISPLAY '  ** ONE LETTER: A, L, OR Y'
               WHEN WS-ENTRY-VALUE (1:1) = 'A' OR 'L' OR 'Y'
                   MOVE WS-ENTRY-VALUE (1:1) TO TE-STATUS-CODE
                   MOVE 'YES' TO WS-FIELD-OK
               WHEN OTHER
                   DISPLAY '  ** ' WS-ENTRY-VALUE (1:1)
                      ' IS NOT A, L, OR Y'
           END-EVALUATE

           .

       385-PROMPT-STATUS-DATE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'STATUS EFFECTIVE DATE CCYYMMDD (BLANK = TODAY):'
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               MOVE 'YES' TO WS-FIELD-OK
           ELSE
               PERFORM 400-EDIT-DATE
               IF WS-VALUE-OK = 'YES'
                   MOVE WS-EDIT-DATE TO TE-STATUS-DATE
                   MOVE 'YES' TO WS-FIELD-OK
               END-IF
           END-IF

           .

      *** A TRANSFER'S GAINING WAREHOUSE: ON PR2WHSE.TXT, NOT THE  ***
      *** ONE THE EMPLOYEE IS IN, AND NOT HOLDING THE SAME         ***
      *** EMPLOYEE ID ALREADY ON THE MASTER OR AS AN ADD IN THIS   ***
      *** BATCH - THE CHECKS MNTPR2 WOULD REJECT IT ON.            ***
       390-GET-NEW-WAREHOUSE.

           MOVE 'NO ' TO WS-FIELD-OK
           PERFORM 391-PROMPT-NEW-WAREHOUSE
               UNTIL WS-FIELD-OK = 'YES' OR WS-TRAN-CANCELLED = 'YES'

           .

       391-PROMPT-NEW-WAREHOUSE.

           MOVE SPACES TO WS-ENTRY-VALUE
           DISPLAY 'GAINING WAREHOUSE ID:'
           ACCEPT WS-ENTRY-VALUE
           IF WS-ENTRY-VALUE = SPACES
               MOVE 'YES' TO WS-TRAN-CANCELLED
           ELSE
               IF WS-ENTRY-VALUE (5:8) NOT = SPACES
                   DISPLAY '  ** WAREHOUSE ID IS 4 CHARACTERS'
               ELSE
                   MOVE WS-ENTRY-VALUE (1:4) TO WS-SEARCH-WAREHOUSE
                   PERFORM 500-FIND-WAREHOUSE
                   MOVE WS-SEARCH-WAREHOUSE TO WS-SEARCH-KEY (1:4)
                   MOVE TE-EMPLOYEE-ID TO WS-SEARCH-KEY (5:5)
                   PERFORM 520-FIND-PENDING-ADD
                   MOVE WS-SEARCH-KEY TO EM-EMPLOYEE-KEY
                   READ MASTER-INDEX
                   EVALUATE TRUE
                       WHEN WS-WHSE-FOUND = 'NO '
                           DISPLAY '  ** WAREHOUSE '
                              WS-SEARCH-WAREHOUSE
                              ' IS NOT ON PR2WHSE.TXT'
                       WHEN WS-SEARCH-WAREHOUSE = TE-WAREHOUSE-ID
                           DISPLAY '  ** ALREADY IN WAREHOUSE '
                              WS-SEARCH-WAREHOUSE
                       WHEN WS-IDX-STATUS = '00'
                          OR WS-PENDING-FOUND = 'YES'
                           DISPLAY '  ** EMPLOYEE ID ' TE-EMPLOYEE-ID
                              ' IS TAKEN IN WAREHOUSE '
                              WS-SEARCH-WAREHOUSE
                       WHEN OTHER
                           MOVE WS-SEARCH-WAREHOUSE
                               TO TE-NEW-WAREHOUSE-ID
                           DISPLAY '  ' WT-NAME (WT-IDX)
                           MOVE 'YES' TO WS-FIELD-OK
                   END-EVALUATE
               END-IF
           END-IF

           .

      *** A KEYED DATE MUST BE EIGHT DIGITS WITH A REAL MONTH AND  ***
      *** DAY, AS CGBPR2 EDITS THE HIRE DATE. WS-VALUE-OK SAYS     ***
      *** WHETHER IT PASSED; THE REASON IS SHOWN WHEN NOT.         ***
       400-EDIT-DATE.

           MOVE 'NO ' TO WS-VALUE-OK
           MOVE WS-ENTRY-VALUE (1:8) TO WS-EDIT-DATE
           IF WS-ENTRY-VALUE (9:4) NOT = SPACES
              OR WS-EDIT-DATE-N IS NOT NUMERIC
               DISPLAY '  ** DATE IS 8 DIGITS, CCYYMMDD'
           ELSE
               IF WS-ED-YEAR < '1900'
                  OR WS-ED-MONTH < '01' OR WS-ED-MONTH > '12'
                  OR WS-ED-DAY < '01' OR WS-ED-DAY > '31'
                   DISPLAY '  ** ' WS-EDIT-DATE ' IS NOT A REAL DATE'
               ELSE
                   MOVE 'YES' TO WS-VALUE-OK
               END-IF
           END-IF

           .

      *** A KEYED SALARY MUST BE EIGHT DIGITS, 9(6)V99 AS THE      ***
      *** MASTER CARRIES IT, AND ABOVE ZERO. WS-VALUE-OK SAYS      ***
      *** WHETHER IT PASSED.                                       ***
       410-EDIT-AMOUNT.

           MOVE 'NO ' TO WS-VALUE-OK
           MOVE WS-ENTRY-VALUE (1:8) TO WS-AMOUNT-X
           IF WS-ENTRY-VALUE (9:4) NOT = SPACES
              OR WS-AMOUNT-N IS NOT NUMERIC
               DISPLAY '  ** AMOUNT IS 8 DIGITS, NO POINT'
           ELSE
               IF WS-AMOUNT-N = 0
                   DISPLAY '  ** AMOUNT MUST BE ABOVE ZERO'
               ELSE
                   MOVE 'YES' TO WS-VALUE-OK
               END-IF
           END-IF

           .

       500-FIND-WAREHOUSE.

           MOVE 'NO ' TO WS-WHSE-FOUND
           PERFORM 505-SEARCH-WAREHOUSE-TABLE
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT OR WS-WHSE-FOUND = 'YES'
           IF WS-WHSE-FOUND = 'YES'
               SET WT-IDX DOWN BY 1
           END-IF

           .

       505-SEARCH-WAREHOUSE-TABLE.

           IF WT-WAREHOUSE-ID (WT-IDX) = WS-SEARCH-WAREHOUSE
               MOVE 'YES' TO WS-WHSE-FOUND
           END-IF

           .

       510-FIND-POSITION.

           MOVE 'NO ' TO WS-POSN-FOUND
           PERFORM 515-SEARCH-POSITION-TABLE
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT OR WS-POSN-FOUND = 'YES'
           IF WS-POSN-FOUND = 'YES'
               SET PT-IDX DOWN BY 1
           END-IF

           .

       515-SEARCH-POSITION-TABLE.

           IF PT-POSITION (PT-IDX) = WS-SEARCH-POSITION
               MOVE 'YES' TO WS-POSN-FOUND
           END-IF

           .

       520-FIND-PENDING-ADD.

           MOVE 'NO ' TO WS-PENDING-FOUND
           PERFORM 525-SEARCH-PENDING-TABLE
               VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > PB-COUNT OR WS-PENDING-FOUND = 'YES'

           .

       525-SEARCH-PENDING-TABLE.

           IF PB-ACTION (PB-IDX) = 'A'
              AND PB-EMPLOYEE-KEY (PB-IDX) = WS-SEARCH-KEY
               MOVE 'YES' TO WS-PENDING-FOUND
           END-IF

           .

       700-EOF-ROUTINE.

           CLOSE MASTER-INDEX
                 RAW-BATCH-FILE

           DISPLAY 'PR2ENT: ' WS-SESSION-COUNT ' TRANSACTIONS WRITTEN '
              'THIS SESSION'
           DISPLAY 'PR2ENT: PR2TRNI.TXT HOLDS ' WS-BATCH-COUNT
              ' TRANSACTIONS - READY FOR HDRPR2'
           STOP RUN

           .
