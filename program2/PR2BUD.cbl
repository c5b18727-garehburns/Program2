       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * SALARY BUDGET VERSUS ACTUAL VARIANCE REPORT FOR THE DRAKEA,
      * LTD. SALARY SYSTEM. FINANCE GIVES EACH WAREHOUSE A SALARY
      * BUDGET FOR THE CONTRACT YEAR; THIS JOB LINES THAT BUDGET UP
      * AGAINST THE PROJECTED INCREASED SALARY, UNION DUES, AND
      * INSURANCE ON THE PAYROLL EXTRACT AND SHOWS THE DOLLAR AND
      * PERCENT VARIANCE PER WAREHOUSE AND COMPANY-WIDE, SO A TRIAL
      * RUN CAN BE CHECKED AGAINST BUDGET BEFORE ANYONE TAKES THE
      * COMMIT RUN - NO MORE HOLDING THE PRINTED WAREHOUSE BREAK
      * TOTALS UP AGAINST A SPREADSHEET.
      *
      * INPUT:
      *   PR2BPRM.TXT - OPTIONAL CARD: AN ARCHIVED RUN NUMBER. BLANK,
      *       ZERO, OR NO CARD READS THE CURRENT PR2XTRC.TXT (THE
      *       TRIAL OR COMMIT RUN JUST TAKEN); A RUN NUMBER READS
      *       THAT RUN'S PR2XTRC.R####.TXT GENERATION INSTEAD.
      *   PR2BUDG.TXT - BUDGET MASTER, ONE RECORD PER WAREHOUSE AND
      *       COST CENTER: BUDGETED SALARY, UNION DUES, AND
      *       INSURANCE FOR THE CONTRACT YEAR, IN THE SAME TERMS AS
      *       THE EXTRACT'S INCREASED FIGURES.
      *   PR2XTRC.TXT OR PR2XTRC.R####.TXT - THE PAYROLL EXTRACT IN
      *       THE PX- LAYOUT. ITS HEADER MUST NAME THE FILE AND ITS
      *       TRAILER MUST TIE ON COUNT AND HASH TOTALS BEFORE A
      *       SINGLE FIGURE OF IT IS TRUSTED.
      *   PR2WHSE.TXT - WAREHOUSE MASTER, FOR EACH WAREHOUSE'S NAME
      *       AND THE SALARY EXPENSE COST CENTER ITS PAYROLL POSTS
      *       TO. THE EXTRACT CARRIES NO COST CENTER, SO A
      *       WAREHOUSE'S ACTUALS ARE MEASURED AGAINST THE BUDGET
      *       ROW FOR ITS CURRENT WM-COST-CENTER; A BUDGET ROW
      *       UNDER ANY OTHER COST CENTER IS LISTED WITH NO ACTUALS
      *       AND MARKED.
      *
      * OUTPUT:
      *   VARIANCE REPORT - PER WAREHOUSE, THE BUDGETED AND
      *   PROJECTED SALARY, DUES, INSURANCE, AND TOTAL WITH THE
      *   DOLLAR AND PERCENT VARIANCE (PROJECTED LESS BUDGETED, SO
      *   A POSITIVE VARIANCE IS OVER BUDGET), THE SAME FOR THE
      *   COMPANY, AND A RUN CONTROL SUMMARY.
      *
      *   A WAREHOUSE IS OVER BUDGET WHEN ANY OF ITS THREE FIGURES
      *   IS PROJECTED ABOVE ITS BUDGET; A WAREHOUSE ON THE EXTRACT
      *   WITH NO BUDGET ROW COUNTS AS OVER. RETURN CODE 0 ONLY
      *   WHEN EVERY WAREHOUSE IS WITHIN BUDGET; ANY WAREHOUSE OVER
      *   BUDGET, OR A MISSING OR BROKEN INPUT FILE, SETS RETURN
      *   CODE 8 SO THE SCHEDULE HOLDS THE COMMIT RUN.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-CARD-FILE
               ASSIGN TO 'PR2BPRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPRM-STATUS.
           SELECT BUDGET-MASTER
               ASSIGN TO 'PR2BUDG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRC-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT BUDGET-REPORT
               ASSIGN TO PRINTER 'BUDGETFILE'.

       DATA DIVISION.
       FILE SECTION.

      *** OPTIONAL CARD: WHICH EXTRACT GENERATION TO MEASURE.      ***
       FD  BUDGET-CARD-FILE
           RECORD CONTAINS 4 CHARACTERS.

       01  BUDGET-CARD-RECORD.
           05  BP-RUN-NUMBER       PIC 9(4).

      *** CONTRACT-YEAR BUDGET, KEYED BY WAREHOUSE AND COST        ***
      *** CENTER.                                                  ***
       FD  BUDGET-MASTER
           RECORD CONTAINS 41 CHARACTERS.

       01  BUDGET-MASTER-RECORD.
           05  BG-WAREHOUSE-ID      PIC X(4).
           05  BG-COST-CENTER       PIC X(8).
           05  BG-BUDGET-CURR       PIC 9(9)V99.
           05  BG-BUDGET-UNION      PIC 9(7)V99.
           05  BG-BUDGET-INSUR      PIC 9(7)V99.

       FD  EXTRACT-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01  EXTRACT-RECORD          PIC X(46).

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 23 CHARACTERS.

       01  WHSE-MASTER-RECORD.
           05  WM-WAREHOUSE-ID     PIC X(4).
           05  WM-WAREHOUSE-NAME   PIC X(11).
           05  WM-COST-CENTER      PIC X(8).

       FD  BUDGET-REPORT
           RECORD CONTAINS 120 CHARACTERS.

       01  BUDGET-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-BPRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-BUDG-STATUS      PIC X(2)        VALUE '00'.
           05  WS-XTRC-STATUS      PIC X(2)        VALUE '00'.
           05  WS-WHSE-STATUS      PIC X(2)        VALUE '00'.
           05  WS-XTRC-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-BT-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-BT-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-WHSE-OVER        PIC X(3)        VALUE 'NO '.

      *** HEADER AND TRAILER CONTROL RECORDS AS CGBPR2 STAMPS THEM ***
      *** ON THE EXTRACT, AND THE RUNNING CONTROLS THAT PROVE THE  ***
      *** FILE IS WHOLE, AS RCNPR2 PROVES IT.                      ***
       01  FILE-HEADER-RECORD.
           05  FH-RECORD-TYPE       PIC X(3).
           05  FH-FILE-ID           PIC X(8).
           05  FH-CREATE-DATE       PIC 9(8).
           05  FH-RUN-NUMBER        PIC 9(4).

       01  FILE-TRAILER-RECORD.
           05  FT-RECORD-TYPE       PIC X(3).
           05  FT-RECORD-COUNT      PIC 9(7).
           05  FT-HASH-ONE          PIC 9(9)V9(2).
           05  FT-HASH-TWO          PIC 9(9)V9(2).
           05  FT-HASH-THREE        PIC 9(9)V9(2).

       01  VERIFY-FIELDS.
           05  WS-VF-HDR-SEEN      PIC X(3)        VALUE 'NO '.
           05  WS-VF-TRL-SEEN      PIC X(3)        VALUE 'NO '.
           05  WS-VF-COUNT         PIC 9(7)        VALUE 0.
           05  WS-VF-HASH-ONE      PIC 9(9)V9(2)   VALUE 0.
           05  WS-VF-HASH-TWO      PIC 9(9)V9(2)   VALUE 0.
           05  WS-VF-HASH-THREE    PIC 9(9)V9(2)   VALUE 0.

      *** X-TYPE VIEW OF AN EXTRACT RECORD WITH NUMERIC OVERLAYS   ***
      *** ON THE AMOUNT FIELDS, SO A CORRUPTED COLUMN SKIPS THE    ***
      *** HASH AND SURFACES AS A TRAILER MISMATCH.                 ***
       01  EXTRACT-WORK-RECORD.
           05 XW-WAREHOUSE-ID       PIC X(4).
           05 XW-EMPLOYEE-ID        PIC X(5).
           05 XW-INCREASED-CURR     PIC X(9).
           05 XW-INCREASED-CURR-N   REDEFINES XW-INCREASED-CURR
                                    PIC 9(7)V99.
           05 XW-INCREASED-UNION    PIC X(8).
           05 XW-INCREASED-UNION-N  REDEFINES XW-INCREASED-UNION
                                    PIC 9(6)V99.
           05 XW-INCREASED-INSUR    PIC X(8).
           05 XW-INCREASED-INSUR-N  REDEFINES XW-INCREASED-INSUR
                                    PIC 9(6)V99.
           05 XW-RUN-NUMBER         PIC X(4).
           05 XW-RUN-DATE           PIC X(8).

      *** NAME OF THE EXTRACT BEING MEASURED: THE CURRENT FILE, OR ***
      *** AN ARCHIVED GENERATION NAMED THE SAME WAY CGBPR2'S       ***
      *** ARCHIVE PASS NAMES IT.                                   ***
       01  WS-ARCH-NAME            PIC X(30)  VALUE 'PR2XTRC.TXT'.
       01  WS-ARCH-RUN-X           PIC 9(4)        VALUE 0.

      *** WAREHOUSE ID-TO-NAME-AND-COST-CENTER TABLE, LOADED FROM  ***
      *** THE WAREHOUSE MASTER LIKE CGBPR2 LOADS IT; DEFAULTED IF  ***
      *** THE MASTER FILE ISN'T PRESENT.                           ***
       01  WAREHOUSE-TABLE.
           05  WT-ENTRY            OCCURS 50 TIMES
                                    INDEXED BY WT-IDX.
               10  WT-ID           PIC X(4).
               10  WT-NAME         PIC X(11).
               10  WT-ACCT         PIC X(8).

       01  WT-COUNT                PIC 9(3)        VALUE 0.

      *** ONE ROW PER BUDGET RECORD, PLUS ONE FOR EACH WAREHOUSE   ***
      *** THAT TURNS UP ON THE EXTRACT WITH NO BUDGET AT ITS       ***
      *** CURRENT COST CENTER. THE PROJECTED FIGURES ACCUMULATE    ***
      *** HERE AS THE EXTRACT IS READ.                             ***
       01  BUDGET-TABLE.
           05  BT-ENTRY            OCCURS 100 TIMES.
               10  BT-WAREHOUSE-ID PIC X(4).
               10  BT-COST-CENTER  PIC X(8).
               10  BT-BUDGET-CURR  PIC 9(9)V99.
               10  BT-BUDGET-UNION PIC 9(7)V99.
               10  BT-BUDGET-INSUR PIC 9(7)V99.
               10  BT-PROJ-CURR    PIC 9(9)V99.
               10  BT-PROJ-UNION   PIC 9(7)V99.
               10  BT-PROJ-INSUR   PIC 9(7)V99.
               10  BT-HEADCOUNT    PIC 9(5).
      * 'B' BUDGETED AT THE WAREHOUSE'S CURRENT COST CENTER,
      * 'N' NO BUDGET ROW, 'C' BUDGET ROW AT A COST CENTER THE
      * WAREHOUSE MASTER NO LONGER CARRIES FOR IT
               10  BT-ROW-TYPE     PIC X(1).

       01  BT-COUNT                PIC 9(3)        VALUE 0.
       01  WS-BT-SUB               PIC 9(3)        VALUE 0.
       01  WS-BT-HIT               PIC 9(3)        VALUE 0.

      *** THE COST CENTER THE EXTRACT RECORD'S WAREHOUSE POSTS TO. ***
       01  WS-LOOKUP-ACCT          PIC X(8).

      *** VARIANCE WORK FIELDS FOR ONE LINE OF THE REPORT.         ***
       01  VARIANCE-WORK-FIELDS.
           05  WS-VAR-BUDGET       PIC S9(10)V99   VALUE +0.
           05  WS-VAR-PROJ         PIC S9(10)V99   VALUE +0.
           05  WS-VAR-AMOUNT       PIC S9(10)V99   VALUE +0.
           05  WS-VAR-PCT          PIC S9(5)V9     VALUE +0.

      *** DRAKEA-WIDE TOTALS FOR THE COMPANY BLOCK.                ***
       01  COMPANY-FIELDS.
           05  CF-BUDGET-CURR      PIC 9(10)V99    VALUE 0.
           05  CF-BUDGET-UNION     PIC 9(8)V99     VALUE 0.
           05  CF-BUDGET-INSUR     PIC 9(8)V99     VALUE 0.
           05  CF-PROJ-CURR        PIC 9(10)V99    VALUE 0.
           05  CF-PROJ-UNION       PIC 9(8)V99     VALUE 0.
           05  CF-PROJ-INSUR       PIC 9(8)V99     VALUE 0.

      *** RUN-CONTROL COUNTERS.                                    ***
       01  WS-BUDGET-READ          PIC 9(7)        VALUE 0.
       01  WS-EXTRACT-READ         PIC 9(7)        VALUE 0.
       01  WS-WHSE-OVER-COUNT      PIC 9(7)        VALUE 0.
       01  WS-NO-BUDGET-COUNT      PIC 9(7)        VALUE 0.
       01  WS-STALE-CC-COUNT       PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  BUDGET-HEADING-ONE.
           05  H1-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  BUDGET-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(40)
                 VALUE 'SALARY BUDGET VERSUS ACTUAL VARIANCE'.

      *** NAMES THE EXTRACT MEASURED, FROM ITS OWN HEADER, SO THE  ***
      *** REPORT PROVES WHICH RUN IT CHECKED.                      ***
       01  BUDGET-EXTRACT-ID-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'EXTRACT: '.
           05  BE-FILE-NAME        PIC X(20).
           05                      PIC X(5)        VALUE ' RUN '.
           05  BE-RUN-NUMBER       PIC 9(4).
           05                      PIC X(10)       VALUE '  CREATED '.
           05  BE-CREATE-DATE      PIC 9(8).

       01  BUDGET-HEADING-THREE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'WHSE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'NAME'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'COST CTR'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'CATEGORY'.
           05                      PIC X(6)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'BUDGETED'.
           05                      PIC X(6)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'PROJECTED'.
           05                      PIC X(7)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'VARIANCE'.
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'PCT'.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'REMARK'.

       01  BUDGET-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  BD-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(2)        VALUE SPACES.
           05  BD-WAREHOUSE-NAME   PIC X(11).
           05                      PIC X(2)        VALUE SPACES.
           05  BD-COST-CENTER      PIC X(8).
           05                      PIC X(2)        VALUE SPACES.
           05  BD-CATEGORY         PIC X(10).
           05  BD-BUDGET           PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  BD-PROJECTED        PIC ZZZ,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  BD-VARIANCE         PIC ZZZ,ZZZ,ZZ9.99-.
           05                      PIC X(1)        VALUE SPACES.
           05  BD-PCT              PIC ZZZ9.9-.
           05                      PIC X(2)        VALUE SPACES.
           05  BD-REMARK           PIC X(16).

       01  BUDGET-COMPANY-HEADING.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(30)
                 VALUE 'COMPANY-WIDE:'.

       01  BUDGET-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  BN-CAPTION          PIC X(30).
           05  BN-COUNT            PIC ZZZ,ZZ9.

       01  BUDGET-VERDICT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  BV-VERDICT          PIC X(60).

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 30-READ-EXTRACT
           PERFORM 500-PRINT-WAREHOUSES
           PERFORM 550-PRINT-COMPANY
           PERFORM 600-RUN-CONTROL-REPORT
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT BUDGET-REPORT

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 22-LOAD-BUDGET-CARD
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 24-LOAD-BUDGET-TABLE
           PERFORM 40-HEADER-ROUTINE

           .

      *** READS THE OPTIONAL CARD. A RUN NUMBER POINTS THE JOB AT  ***
      *** THAT RUN'S ARCHIVED GENERATION; OTHERWISE IT MEASURES    ***
      *** THE CURRENT EXTRACT.                                     ***
       22-LOAD-BUDGET-CARD.

           OPEN INPUT BUDGET-CARD-FILE
           IF WS-BPRM-STATUS = '00'
               READ BUDGET-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-RUN-NUMBER IS NUMERIC
                           MOVE BP-RUN-NUMBER TO WS-ARCH-RUN-X
                       END-IF
               END-READ
               CLOSE BUDGET-CARD-FILE
           END-IF

           IF WS-ARCH-RUN-X NOT = 0
               MOVE SPACES TO WS-ARCH-NAME
               STRING 'PR2XTRC.R' DELIMITED BY SIZE
                      WS-ARCH-RUN-X DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                   INTO WS-ARCH-NAME
           END-IF

           .

      *** LOADS THE WAREHOUSE COST-CENTER TABLE FROM PR2WHSE.TXT;  ***
      *** FALLS BACK TO THE THREE WAREHOUSES DRAKEA STARTED WITH,  ***
      *** EXACTLY AS CGBPR2 DOES.                                  ***
       23-LOAD-WAREHOUSE-TABLE.

           OPEN INPUT WAREHOUSE-MASTER
           IF WS-WHSE-STATUS NOT = '00'
               PERFORM 235-LOAD-DEFAULT-WAREHOUSES
           ELSE
               PERFORM UNTIL WS-WHSE-STATUS NOT = '00'
                   READ WAREHOUSE-MASTER
                       AT END
                           MOVE '10' TO WS-WHSE-STATUS
                       NOT AT END
                           IF WT-COUNT < 50
                               ADD 1 TO WT-COUNT
                               SET WT-IDX TO WT-COUNT
                               MOVE WM-WAREHOUSE-ID TO WT-ID (WT-IDX)
                               MOVE WM-WAREHOUSE-NAME
                                   TO WT-NAME (WT-IDX)
                               MOVE WM-COST-CENTER
                                   TO WT-ACCT (WT-IDX)
                           ELSE
                               DISPLAY 'PR2BUD: WAREHOUSE TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2WHSE.TXT IGNORED'
                               MOVE '10' TO WS-WHSE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-MASTER
               IF WT-COUNT = 0
                   PERFORM 235-LOAD-DEFAULT-WAREHOUSES
               END-IF
           END-IF

           .

       235-LOAD-DEFAULT-WAREHOUSES.

           MOVE 3 TO WT-COUNT
           SET WT-IDX TO 1
           MOVE 'AL10' TO WT-ID (WT-IDX)
           MOVE 'ALABAMA' TO WT-NAME (WT-IDX)
           MOVE '61000100' TO WT-ACCT (WT-IDX)
           SET WT-IDX TO 2
           MOVE 'GA11' TO WT-ID (WT-IDX)
           MOVE 'GEORGIA' TO WT-NAME (WT-IDX)
           MOVE '61000200' TO WT-ACCT (WT-IDX)
           SET WT-IDX TO 3
           MOVE 'MS12' TO WT-ID (WT-IDX)
           MOVE 'MISSISSIPPI' TO WT-NAME (WT-IDX)
           MOVE '61000300' TO WT-ACCT (WT-IDX)

           .

      *** LOADS THE BUDGET MASTER. NO BUDGET ON FILE MEANS THERE   ***
      *** IS NOTHING TO MEASURE AGAINST, SO THE JOB STOPS. A ROW   ***
      *** AT A COST CENTER THE WAREHOUSE MASTER DOES NOT CARRY FOR ***
      *** THAT WAREHOUSE CAN NEVER MATCH THE EXTRACT AND IS MARKED ***
      *** AS SUCH; A REPEATED KEY IS DROPPED RATHER THAN COUNTED   ***
      *** TWICE.                                                   ***
       24-LOAD-BUDGET-TABLE.

           OPEN INPUT BUDGET-MASTER
           IF WS-BUDG-STATUS NOT = '00'
               DISPLAY 'PR2BUD: PR2BUDG.TXT NOT FOUND - '
                  'NO BUDGET TO MEASURE AGAINST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-BUDG-STATUS NOT = '00'
               READ BUDGET-MASTER
                   AT END
                       MOVE '10' TO WS-BUDG-STATUS
                   NOT AT END
                       ADD 1 TO WS-BUDGET-READ
                       PERFORM 240-TAKE-BUDGET-RECORD
               END-READ
           END-PERFORM
           CLOSE BUDGET-MASTER

           IF BT-COUNT = 0
               DISPLAY 'PR2BUD: PR2BUDG.TXT IS EMPTY - '
                  'NO BUDGET TO MEASURE AGAINST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF

           .

       240-TAKE-BUDGET-RECORD.

           IF BG-BUDGET-CURR IS NOT NUMERIC
              OR BG-BUDGET-UNION IS NOT NUMERIC
              OR BG-BUDGET-INSUR IS NOT NUMERIC
               DISPLAY 'PR2BUD: BUDGET ROW ' BG-WAREHOUSE-ID ' '
                  BG-COST-CENTER ' HAS A NON-NUMERIC AMOUNT - '
                  'ROW IGNORED'
           ELSE
               MOVE 0 TO WS-BT-HIT
               MOVE 'NO ' TO WS-BT-FOUND
               PERFORM 245-SEARCH-BUDGET-KEY
                   VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > BT-COUNT OR WS-BT-FOUND = 'YES'
               IF WS-BT-FOUND = 'YES'
                   DISPLAY 'PR2BUD: BUDGET ROW ' BG-WAREHOUSE-ID ' '
                      BG-COST-CENTER ' REPEATED - FIRST ROW KEPT'
               ELSE
                   IF BT-COUNT < 100
                       ADD 1 TO BT-COUNT
                       MOVE BG-WAREHOUSE-ID
                           TO BT-WAREHOUSE-ID (BT-COUNT)
                       MOVE BG-COST-CENTER TO BT-COST-CENTER (BT-COUNT)
                       MOVE BG-BUDGET-CURR TO BT-BUDGET-CURR (BT-COUNT)
                       MOVE BG-BUDGET-UNION
                           TO BT-BUDGET-UNION (BT-COUNT)
                       MOVE BG-BUDGET-INSUR
                           TO BT-BUDGET-INSUR (BT-COUNT)
                       MOVE 0 TO BT-PROJ-CURR (BT-COUNT)
                       MOVE 0 TO BT-PROJ-UNION (BT-COUNT)
                       MOVE 0 TO BT-PROJ-INSUR (BT-COUNT)
                       MOVE 0 TO BT-HEADCOUNT (BT-COUNT)
                       MOVE BG-WAREHOUSE-ID TO XW-WAREHOUSE-ID
                       PERFORM 320-FIND-WAREHOUSE-ACCT
                       IF WS-LOOKUP-ACCT = BG-COST-CENTER
                           MOVE 'B' TO BT-ROW-TYPE (BT-COUNT)
                       ELSE
                           MOVE 'C' TO BT-ROW-TYPE (BT-COUNT)
                           ADD 1 TO WS-STALE-CC-COUNT
                       END-IF
                   ELSE
                       IF WS-BT-FULL = 'NO '
                           DISPLAY 'PR2BUD: BUDGET TABLE FULL AT 100 '
                              'ENTRIES - REMAINING ROWS IN '
                              'PR2BUDG.TXT IGNORED'
                           MOVE 'YES' TO WS-BT-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

       245-SEARCH-BUDGET-KEY.

           IF BT-WAREHOUSE-ID (WS-BT-SUB) = BG-WAREHOUSE-ID
              AND BT-COST-CENTER (WS-BT-SUB) = BG-COST-CENTER
               MOVE 'YES' TO WS-BT-FOUND
               MOVE WS-BT-SUB TO WS-BT-HIT
           END-IF

           .

       40-HEADER-ROUTINE.

           WRITE BUDGET-RECORD FROM BUDGET-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE BUDGET-RECORD FROM BUDGET-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           .

      *** ONE PASS OVER THE EXTRACT: THE HEADER MUST NAME THE      ***
      *** FILE AND THE TRAILER MUST TIE ON COUNT AND HASH TOTALS,  ***
      *** AS RCNPR2 PROVES IT. EMPLOYEE RECORDS ROLL INTO THE      ***
      *** BUDGET TABLE AS THEY PASS; NOTHING PRINTS UNTIL THE FILE ***
      *** HAS PROVED WHOLE.                                        ***
       30-READ-EXTRACT.

           OPEN INPUT EXTRACT-FILE
           IF WS-XTRC-STATUS NOT = '00'
               DISPLAY 'PR2BUD: ' WS-ARCH-NAME ' NOT FOUND - '
                  'NOTHING TO MEASURE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-XTRC-EOF = 'YES'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'YES' TO WS-XTRC-EOF
                   NOT AT END
                       PERFORM 300-SIFT-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           IF WS-VF-HDR-SEEN = 'NO '
               DISPLAY 'PR2BUD: ' WS-ARCH-NAME ' CARRIES NO HEADER '
                  '- STALE OR FOREIGN FILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF
           IF WS-VF-TRL-SEEN = 'NO '
               DISPLAY 'PR2BUD: ' WS-ARCH-NAME ' TRAILER MISSING - '
                  'FILE TRUNCATED - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF
           IF FT-RECORD-COUNT NOT = WS-VF-COUNT
              OR FT-HASH-ONE NOT = WS-VF-HASH-ONE
              OR FT-HASH-TWO NOT = WS-VF-HASH-TWO
              OR FT-HASH-THREE NOT = WS-VF-HASH-THREE
               DISPLAY 'PR2BUD: ' WS-ARCH-NAME ' TRAILER DOES NOT '
                  'TIE - EXPECTED ' FT-RECORD-COUNT ' RECORDS, READ '
                  WS-VF-COUNT ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE BUDGET-REPORT
               STOP RUN
           END-IF

           MOVE WS-ARCH-NAME TO BE-FILE-NAME
           MOVE FH-RUN-NUMBER TO BE-RUN-NUMBER
           MOVE FH-CREATE-DATE TO BE-CREATE-DATE
           WRITE BUDGET-RECORD FROM BUDGET-EXTRACT-ID-LINE
               AFTER ADVANCING 1 LINE
           MOVE 2 TO PROPER-SPACING
           WRITE BUDGET-RECORD FROM BUDGET-HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           .

       300-SIFT-EXTRACT-RECORD.

           EVALUATE EXTRACT-RECORD (1:3)
               WHEN 'HDR'
                   MOVE 'YES' TO WS-VF-HDR-SEEN
                   MOVE EXTRACT-RECORD (1:23)
                       TO FILE-HEADER-RECORD
                   IF FH-FILE-ID NOT = 'PR2XTRC '
                       DISPLAY 'PR2BUD: HEADER NAMES FILE '
                          FH-FILE-ID ' NOT PR2XTRC - WRONG FILE '
                          'MOUNTED - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE BUDGET-REPORT
                       STOP RUN
                   END-IF
               WHEN 'TRL'
                   MOVE 'YES' TO WS-VF-TRL-SEEN
                   MOVE EXTRACT-RECORD (1:43)
                       TO FILE-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-VF-COUNT
                   ADD 1 TO WS-EXTRACT-READ
                   MOVE EXTRACT-RECORD TO EXTRACT-WORK-RECORD
                   IF XW-INCREASED-CURR-N IS NUMERIC
                       ADD XW-INCREASED-CURR-N TO WS-VF-HASH-ONE
                   END-IF
                   IF XW-INCREASED-UNION-N IS NUMERIC
                       ADD XW-INCREASED-UNION-N TO WS-VF-HASH-TWO
                   END-IF
                   IF XW-INCREASED-INSUR-N IS NUMERIC
                       ADD XW-INCREASED-INSUR-N TO WS-VF-HASH-THREE
                   END-IF
                   PERFORM 310-ROLL-UP-EXTRACT-RECORD
           END-EVALUATE

           .

      *** ADDS ONE EMPLOYEE'S PROJECTED FIGURES TO THE BUDGET ROW  ***
      *** FOR THE EMPLOYEE'S WAREHOUSE AT ITS CURRENT COST CENTER, ***
      *** OPENING A NO-BUDGET ROW THE FIRST TIME A WAREHOUSE HAS   ***
      *** NONE.                                                    ***
       310-ROLL-UP-EXTRACT-RECORD.

           PERFORM 320-FIND-WAREHOUSE-ACCT

           MOVE 0 TO WS-BT-HIT
           MOVE 'NO ' TO WS-BT-FOUND
           PERFORM 330-SEARCH-BUDGET-ROW
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > BT-COUNT OR WS-BT-FOUND = 'YES'

           IF WS-BT-FOUND = 'NO '
               IF BT-COUNT < 100
                   ADD 1 TO BT-COUNT
                   MOVE BT-COUNT TO WS-BT-HIT
                   MOVE XW-WAREHOUSE-ID TO BT-WAREHOUSE-ID (BT-COUNT)
                   MOVE WS-LOOKUP-ACCT TO BT-COST-CENTER (BT-COUNT)
                   MOVE 0 TO BT-BUDGET-CURR (BT-COUNT)
                   MOVE 0 TO BT-BUDGET-UNION (BT-COUNT)
                   MOVE 0 TO BT-BUDGET-INSUR (BT-COUNT)
                   MOVE 0 TO BT-PROJ-CURR (BT-COUNT)
                   MOVE 0 TO BT-PROJ-UNION (BT-COUNT)
                   MOVE 0 TO BT-PROJ-INSUR (BT-COUNT)
                   MOVE 0 TO BT-HEADCOUNT (BT-COUNT)
                   MOVE 'N' TO BT-ROW-TYPE (BT-COUNT)
                   ADD 1 TO WS-NO-BUDGET-COUNT
               ELSE
                   IF WS-BT-FULL = 'NO '
                       DISPLAY 'PR2BUD: BUDGET TABLE FULL AT 100 '
                          'ENTRIES - WAREHOUSE ' XW-WAREHOUSE-ID
                          ' LEFT OFF THE REPORT'
                       MOVE 'YES' TO WS-BT-FULL
                   END-IF
               END-IF
           END-IF

           IF WS-BT-HIT NOT = 0
               IF XW-INCREASED-CURR-N IS NUMERIC
                   ADD XW-INCREASED-CURR-N TO BT-PROJ-CURR (WS-BT-HIT)
               END-IF
               IF XW-INCREASED-UNION-N IS NUMERIC
                   ADD XW-INCREASED-UNION-N
                       TO BT-PROJ-UNION (WS-BT-HIT)
               END-IF
               IF XW-INCREASED-INSUR-N IS NUMERIC
                   ADD XW-INCREASED-INSUR-N
                       TO BT-PROJ-INSUR (WS-BT-HIT)
               END-IF
               ADD 1 TO BT-HEADCOUNT (WS-BT-HIT)
           END-IF

           .

       320-FIND-WAREHOUSE-ACCT.

           MOVE SPACES TO WS-LOOKUP-ACCT
           PERFORM 325-SEARCH-WAREHOUSE-ACCT
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT

           .

       325-SEARCH-WAREHOUSE-ACCT.

           IF WT-ID (WT-IDX) = XW-WAREHOUSE-ID
               MOVE WT-ACCT (WT-IDX) TO WS-LOOKUP-ACCT
           END-IF

           .

       330-SEARCH-BUDGET-ROW.

           IF BT-WAREHOUSE-ID (WS-BT-SUB) = XW-WAREHOUSE-ID
              AND BT-COST-CENTER (WS-BT-SUB) = WS-LOOKUP-ACCT
               MOVE 'YES' TO WS-BT-FOUND
               MOVE WS-BT-SUB TO WS-BT-HIT
           END-IF

           .

      *** ONE BLOCK PER BUDGET ROW: SALARY, DUES, INSURANCE, AND   ***
      *** TOTAL, EACH WITH ITS VARIANCE. ONLY ROWS AT A            ***
      *** WAREHOUSE'S CURRENT COST CENTER (OR WITH NO BUDGET AT    ***
      *** ALL) CAN BE OVER BUDGET - A STALE COST CENTER ROW HAS NO ***
      *** ACTUALS TO BE OVER WITH.                                 ***
       500-PRINT-WAREHOUSES.

           PERFORM 510-PRINT-ONE-WAREHOUSE
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB > BT-COUNT

           .

       510-PRINT-ONE-WAREHOUSE.

           MOVE 'NO ' TO WS-WHSE-OVER

           MOVE BT-WAREHOUSE-ID (WS-BT-SUB) TO BD-WAREHOUSE-ID
           MOVE BT-WAREHOUSE-ID (WS-BT-SUB) TO BD-WAREHOUSE-NAME
           PERFORM 515-FIND-WAREHOUSE-NAME
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT
           MOVE BT-COST-CENTER (WS-BT-SUB) TO BD-COST-CENTER

           MOVE 'SALARY    ' TO BD-CATEGORY
           MOVE BT-BUDGET-CURR (WS-BT-SUB) TO WS-VAR-BUDGET
           MOVE BT-PROJ-CURR (WS-BT-SUB) TO WS-VAR-PROJ
           PERFORM 520-WRITE-VARIANCE-LINE
           MOVE SPACES TO BD-WAREHOUSE-ID
                          BD-WAREHOUSE-NAME
                          BD-COST-CENTER

           MOVE 'UNION DUES' TO BD-CATEGORY
           MOVE BT-BUDGET-UNION (WS-BT-SUB) TO WS-VAR-BUDGET
           MOVE BT-PROJ-UNION (WS-BT-SUB) TO WS-VAR-PROJ
           PERFORM 520-WRITE-VARIANCE-LINE

           MOVE 'INSURANCE ' TO BD-CATEGORY
           MOVE BT-BUDGET-INSUR (WS-BT-SUB) TO WS-VAR-BUDGET
           MOVE BT-PROJ-INSUR (WS-BT-SUB) TO WS-VAR-PROJ
           PERFORM 520-WRITE-VARIANCE-LINE

           MOVE 'TOTAL     ' TO BD-CATEGORY
           COMPUTE WS-VAR-BUDGET = BT-BUDGET-CURR (WS-BT-SUB)
               + BT-BUDGET-UNION (WS-BT-SUB)
               + BT-BUDGET-INSUR (WS-BT-SUB)
           COMPUTE WS-VAR-PROJ = BT-PROJ-CURR (WS-BT-SUB)
               + BT-PROJ-UNION (WS-BT-SUB)
               + BT-PROJ-INSUR (WS-BT-SUB)
           PERFORM 525-COMPUTE-VARIANCE
           EVALUATE TRUE
               WHEN BT-ROW-TYPE (WS-BT-SUB) = 'N'
                   MOVE '** NO BUDGET ROW' TO BD-REMARK
                   MOVE 'YES' TO WS-WHSE-OVER
               WHEN BT-ROW-TYPE (WS-BT-SUB) = 'C'
                   MOVE 'CC NOT CURRENT  ' TO BD-REMARK
               WHEN WS-WHSE-OVER = 'YES'
                   MOVE '** WHSE OVER    ' TO BD-REMARK
               WHEN OTHER
                   MOVE SPACES TO BD-REMARK
           END-EVALUATE
           WRITE BUDGET-RECORD FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BUDGET-RECORD
           WRITE BUDGET-RECORD
               AFTER ADVANCING 1 LINE

           IF WS-WHSE-OVER = 'YES'
               ADD 1 TO WS-WHSE-OVER-COUNT
           END-IF

           IF BT-ROW-TYPE (WS-BT-SUB) NOT = 'C'
               ADD BT-BUDGET-CURR (WS-BT-SUB) TO CF-BUDGET-CURR
               ADD BT-BUDGET-UNION (WS-BT-SUB) TO CF-BUDGET-UNION
               ADD BT-BUDGET-INSUR (WS-BT-SUB) TO CF-BUDGET-INSUR
           END-IF
           ADD BT-PROJ-CURR (WS-BT-SUB) TO CF-PROJ-CURR
           ADD BT-PROJ-UNION (WS-BT-SUB) TO CF-PROJ-UNION
           ADD BT-PROJ-INSUR (WS-BT-SUB) TO CF-PROJ-INSUR

           .

       515-FIND-WAREHOUSE-NAME.

           IF WT-ID (WT-IDX) = BT-WAREHOUSE-ID (WS-BT-SUB)
               MOVE WT-NAME (WT-IDX) TO BD-WAREHOUSE-NAME
           END-IF

           .

      *** ONE CATEGORY LINE. PROJECTED ABOVE BUDGETED MARKS THE    ***
      *** LINE AND THE WAREHOUSE OVER, UNLESS THE ROW IS AT A      ***
      *** STALE COST CENTER.                                       ***
       520-WRITE-VARIANCE-LINE.

           PERFORM 525-COMPUTE-VARIANCE
           MOVE SPACES TO BD-REMARK
           IF WS-VAR-AMOUNT > 0
              AND BT-ROW-TYPE (WS-BT-SUB) NOT = 'C'
               MOVE '** OVER BUDGET  ' TO BD-REMARK
               MOVE 'YES' TO WS-WHSE-OVER
           END-IF
           WRITE BUDGET-RECORD FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

      *** DOLLAR VARIANCE IS PROJECTED LESS BUDGETED; PERCENT IS   ***
      *** OF THE BUDGET, AND SHOWS ZERO WHEN NOTHING WAS BUDGETED. ***
       525-COMPUTE-VARIANCE.

           MOVE WS-VAR-BUDGET TO BD-BUDGET
           MOVE WS-VAR-PROJ TO BD-PROJECTED
           COMPUTE WS-VAR-AMOUNT = WS-VAR-PROJ - WS-VAR-BUDGET
           MOVE WS-VAR-AMOUNT TO BD-VARIANCE
           IF WS-VAR-BUDGET = 0
               MOVE 0 TO WS-VAR-PCT
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VAR-AMOUNT * 100 / WS-VAR-BUDGET
           END-IF
           MOVE WS-VAR-PCT TO BD-PCT

           .

      *** THE SAME FOUR LINES FOR DRAKEA AS A WHOLE. BUDGET ROWS   ***
      *** AT A STALE COST CENTER STAY OUT OF THE COMPANY BUDGET -  ***
      *** NO ACTUALS CAN EVER LAND AGAINST THEM.                   ***
       550-PRINT-COMPANY.

           WRITE BUDGET-RECORD FROM BUDGET-COMPANY-HEADING
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO BD-WAREHOUSE-ID
                          BD-COST-CENTER
           MOVE 'DRAKEA, LTD' TO BD-WAREHOUSE-NAME

           MOVE 'SALARY    ' TO BD-CATEGORY
           MOVE CF-BUDGET-CURR TO WS-VAR-BUDGET
           MOVE CF-PROJ-CURR TO WS-VAR-PROJ
           PERFORM 560-WRITE-COMPANY-LINE
           MOVE SPACES TO BD-WAREHOUSE-NAME

           MOVE 'UNION DUES' TO BD-CATEGORY
           MOVE CF-BUDGET-UNION TO WS-VAR-BUDGET
           MOVE CF-PROJ-UNION TO WS-VAR-PROJ
           PERFORM 560-WRITE-COMPANY-LINE

           MOVE 'INSURANCE ' TO BD-CATEGORY
           MOVE CF-BUDGET-INSUR TO WS-VAR-BUDGET
           MOVE CF-PROJ-INSUR TO WS-VAR-PROJ
           PERFORM 560-WRITE-COMPANY-LINE

           MOVE 'TOTAL     ' TO BD-CATEGORY
           COMPUTE WS-VAR-BUDGET = CF-BUDGET-CURR + CF-BUDGET-UNION
               + CF-BUDGET-INSUR
           COMPUTE WS-VAR-PROJ = CF-PROJ-CURR + CF-PROJ-UNION
               + CF-PROJ-INSUR
           PERFORM 560-WRITE-COMPANY-LINE

           .

       560-WRITE-COMPANY-LINE.

           PERFORM 525-COMPUTE-VARIANCE
           MOVE SPACES TO BD-REMARK
           IF WS-VAR-AMOUNT > 0
               MOVE '** OVER BUDGET  ' TO BD-REMARK
           END-IF
           WRITE BUDGET-RECORD FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

       600-RUN-CONTROL-REPORT.

           MOVE 'BUDGET ROWS READ:             ' TO BN-CAPTION
           MOVE WS-BUDGET-READ TO BN-COUNT
           WRITE BUDGET-RECORD FROM BUDGET-COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'EXTRACT EMPLOYEES READ:       ' TO BN-CAPTION
           MOVE WS-EXTRACT-READ TO BN-COUNT
           WRITE BUDGET-RECORD FROM BUDGET-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'WAREHOUSES OVER BUDGET:       ' TO BN-CAPTION
           MOVE WS-WHSE-OVER-COUNT TO BN-COUNT
           WRITE BUDGET-RECORD FROM BUDGET-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  OF WHICH WITH NO BUDGET:    ' TO BN-CAPTION
           MOVE WS-NO-BUDGET-COUNT TO BN-COUNT
           WRITE BUDGET-RECORD FROM BUDGET-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'BUDGET ROWS AT STALE CC:      ' TO BN-CAPTION
           MOVE WS-STALE-CC-COUNT TO BN-COUNT
           WRITE BUDGET-RECORD FROM BUDGET-COUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-WHSE-OVER-COUNT = 0
               MOVE 'ALL WAREHOUSES WITHIN BUDGET'
                   TO BV-VERDICT
           ELSE
               MOVE '*** WAREHOUSE(S) OVER BUDGET - HOLD THE COMMIT ***'
                   TO BV-VERDICT
           END-IF
           WRITE BUDGET-RECORD FROM BUDGET-VERDICT-LINE
               AFTER ADVANCING 2 LINES

           .

       700-EOF-ROUTINE.

           IF WS-WHSE-OVER-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'PR2BUD: ' WS-WHSE-OVER-COUNT
                  ' WAREHOUSE(S) OVER BUDGET ON ' WS-ARCH-NAME
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE BUDGET-REPORT
           STOP RUN

           .
