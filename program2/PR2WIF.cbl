       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIFPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * CONTRACT NEGOTIATION WHAT-IF COSTING RUN FOR THE DRAKEA,
      * LTD. SALARY SYSTEM. DURING BARGAINING MANAGEMENT ASKS WHAT
      * SEVERAL RATE PACKAGES WOULD COST - A FLAT 4%, A FLAT 5%, A
      * MERIT MATRIX WITH RICHER LONG-SERVICE BANDS. THIS JOB
      * PRICES UP TO FIVE NAMED SCENARIOS AGAINST THE CURRENT
      * EMPLOYEE MASTER SIDE BY SIDE, SO NOBODY HAS TO EDIT
      * PR2PARM.TXT OR PR2MRIT.TXT AND TAKE A CGBPR2 TRIAL RUN
      * (WHICH BUMPS THE RUN NUMBER AND OVERWRITES THE EXTRACT)
      * JUST TO ANSWER A QUESTION ACROSS THE TABLE.
      *
      * INPUT:
      *   PR2FA19-1.TXT - CURRENT EMPLOYEE MASTER. A STAMPED
      *       GENERATION'S HEADER AND TRAILER ARE VERIFIED THE WAY
      *       CGBPR2 VERIFIES THEM.
      *   PR2SCEN.TXT - THE SCENARIOS. EACH RECORD CARRIES A TYPE
      *       AND A SCENARIO NAME:
      *       'S' - FLAT SALARY / UNION DUES / INSURANCE RATES FOR
      *             THE SCENARIO, IN THE PR2PARM.TXT FORM (1.0400 IS
      *             A 4% RAISE). A ZERO OR BLANK RATE MEANS NO
      *             CHANGE.
      *       'M' - ONE MERIT MATRIX ROW FOR THE SCENARIO, IN THE
      *             PR2MRIT.TXT LAYOUT (POSITION, SERVICE BAND LOW
      *             AND HIGH, THREE RATES). A SCENARIO WITH ANY 'M'
      *             ROWS PRICES THROUGH ITS OWN MATRIX EXACTLY AS
      *             CGBPR2 WOULD: AN EMPLOYEE WITH NO ROW FOR THE
      *             POSITION AND BAND STAYS UNRAISED AND IS COUNTED.
      *       THE FIRST FIVE SCENARIO NAMES ON FILE ARE PRICED.
      *   PR2WHSE.TXT - WAREHOUSE MASTER, FOR THE WAREHOUSE NAMES.
      *   PR2POSN.TXT - POSITION MASTER, FOR THE POSITION TITLES.
      *
      * OUTPUT:
      *   WHAT-IF COSTING REPORT - THE SCENARIOS AND THEIR RATES,
      *   THEN FOR EACH WAREHOUSE, EACH POSITION CODE, AND THE
      *   COMPANY: THE CURRENT ANNUAL SALARY, UNION DUES, AND
      *   INSURANCE, AND BESIDE THEM EACH SCENARIO'S INCREASE OVER
      *   CURRENT, WITH A TOTAL LINE.
      *
      *   NOTHING ELSE IS WRITTEN - NO RUN HISTORY, NO EXTRACT, NO
      *   RAISE LEDGER, NO NEW MASTER, NO CHECKPOINT - AND THE RUN
      *   NUMBER IS NOT TOUCHED. AS IN CGBPR2, AN EMPLOYEE ON LEAVE
      *   OR LAID OFF IS HELD OUT AND ONLY COUNTED, AND EVERYONE IS
      *   PRICED AT THE FULL CONTRACT-DAY RATE WITH NO PRORATION.
      *
      *   RETURN CODE 0 ON A COMPLETED COSTING; A MISSING MASTER OR
      *   SCENARIO FILE, OR A BROKEN MASTER, SETS RETURN CODE 8.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-RECORDS
               ASSIGN TO 'PR2FA19-1.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT SCENARIO-FILE
               ASSIGN TO 'PR2SCEN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT POSITION-MASTER
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
           SELECT WHATIF-REPORT
               ASSIGN TO PRINTER 'WHATIFFILE'.

       DATA DIVISION.
       FILE SECTION.

       FD  INPUT-RECORDS
           RECORD CONTAINS 92 CHARACTERS.

       01  INFORMATION.
           05 I-WAREHOUSE-ID       PIC X(4).
           05 I-EMPLOYEE-ID        PIC X(5).
           05 I-EMPLOYEE-POSITION  PIC X(2).
           05 I-EMPLOYEE-LASTNAME  PIC X(10).
           05 I-EMPLOYEE-FIRSTNAME PIC X(10).
           05 FILLER               PIC X(3).
           05 I-HIRE-DATE          PIC 9(8).
           05 I-STARTING-SALARY    PIC 999999V99.
           05 FILLER               PIC X(4).
           05 I-LAST-PAY-INCREASE  PIC 9(8).
           05 I-CURRENT-SALARY     PIC 999999V99.
           05 FILLER               PIC X(5).
           05 I-UNION-DUES         PIC 9(3).
           05 I-INSURANCE          PIC 999V99.
           05 I-EMPLOYEE-STATUS.
               10 I-STATUS-CODE    PIC X(1).
               10 I-STATUS-DATE    PIC X(8).

      *** SCENARIO FILE: A FLAT-RATE ROW OR A MERIT MATRIX ROW,    ***
      *** EACH UNDER ITS SCENARIO'S NAME. THE MATRIX VIEW IS THE   ***
      *** PR2MRIT.TXT ROW, SO A CONTRACT'S MATRIX CAN BE COPIED IN ***
      *** AND EDITED.                                              ***
       FD  SCENARIO-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  SCENARIO-RECORD.
           05  SR-RECORD-TYPE      PIC X(1).
           05  SR-SCENARIO-NAME    PIC X(12).
           05  SR-FLAT-RATES.
               10  SR-RATE-CURR    PIC 9V9999.
               10  SR-RATE-UNION   PIC 9V9999.
               10  SR-RATE-INSUR   PIC 9V9999.
               10  FILLER          PIC X(8).
           05  SR-MATRIX-ROW       REDEFINES SR-FLAT-RATES.
               10  SR-MX-POSITION  PIC X(2).
               10  SR-MX-BAND-LOW  PIC 9(3).
               10  SR-MX-BAND-HIGH PIC 9(3).
               10  SR-MX-RATE-CURR PIC 9V9999.
               10  SR-MX-RATE-UNION
                                   PIC 9V9999.
               10  SR-MX-RATE-INSUR
                                   PIC 9V9999.

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

       FD  WHATIF-REPORT
           RECORD CONTAINS 130 CHARACTERS.

       01  WHATIF-RECORD           PIC X(130).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-MSTR-STATUS      PIC X(2)        VALUE '00'.
           05  WS-SCEN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-WHSE-STATUS      PIC X(2)        VALUE '00'.
           05  WS-POSN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-MSTR-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-SC-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-SC-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-SX-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-MERIT-FOUND      PIC X(3)        VALUE 'NO '.
           05  WS-GROUP-FOUND      PIC X(3)        VALUE 'NO '.
           05  WS-WC-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-PC-FULL          PIC X(3)        VALUE 'NO '.

      *** HEADER AND TRAILER CONTROL RECORDS AS CGBPR2 AND MNTPR2  ***
      *** STAMP THEM ON THE MASTER, AND THE RUNNING CONTROLS THAT  ***
      *** PROVE A STAMPED GENERATION IS WHOLE.                     ***
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
           05  WS-MI-HDR-SEEN      PIC X(3)        VALUE 'NO '.
           05  WS-MI-TRL-SEEN      PIC X(3)        VALUE 'NO '.
           05  WS-MI-COUNT         PIC 9(7)        VALUE 0.
           05  WS-MI-HASH-CURR     PIC 9(9)V9(2)   VALUE 0.
           05  WS-MI-HASH-DUES     PIC 9(9)V9(2)   VALUE 0.
           05  WS-MI-HASH-INSUR    PIC 9(9)V9(2)   VALUE 0.

      *** THE SCENARIOS, IN THE ORDER THEY FIRST APPEAR ON FILE.   ***
      *** SC-MX-ROWS NONZERO MEANS THE SCENARIO PRICES THROUGH ITS ***
      *** OWN MATRIX AND ITS FLAT RATES ARE NOT USED.              ***
       01  SCENARIO-TABLE.
           05  SC-ENTRY            OCCURS 5 TIMES.
               10  SC-NAME         PIC X(12).
               10  SC-RATE-CURR    PIC 9V9999.
               10  SC-RATE-UNION   PIC 9V9999.
               10  SC-RATE-INSUR   PIC 9V9999.
               10  SC-MX-ROWS      PIC 9(3).
               10  SC-NO-ROW-COUNT PIC 9(7).

       01  SC-COUNT                PIC 9(3)        VALUE 0.
       01  WS-SC-SUB               PIC 9(3)        VALUE 0.
       01  WS-SC-HIT               PIC 9(3)        VALUE 0.

      *** EVERY SCENARIO'S MATRIX ROWS IN ONE TABLE, EACH ROW      ***
      *** TAGGED WITH THE SCENARIO IT BELONGS TO.                  ***
       01  SCENARIO-MATRIX-TABLE.
           05  SX-ENTRY            OCCURS 150 TIMES.
               10  SX-SCENARIO     PIC 9(3).
               10  SX-POSITION     PIC X(2).
               10  SX-BAND-LOW     PIC 9(3).
               10  SX-BAND-HIGH    PIC 9(3).
               10  SX-RATE-CURR    PIC 9V9999.
               10  SX-RATE-UNION   PIC 9V9999.
               10  SX-RATE-INSUR   PIC 9V9999.

       01  SX-COUNT                PIC 9(3)        VALUE 0.
       01  WS-SX-SUB               PIC 9(3)        VALUE 0.

      *** WAREHOUSE AND POSITION NAME TABLES, LOADED LIKE CGBPR2   ***
      *** LOADS THEM.                                              ***
       01  WAREHOUSE-TABLE.
           05  WT-ENTRY            OCCURS 50 TIMES
                                    INDEXED BY WT-IDX.
               10  WT-ID           PIC X(4).
               10  WT-NAME         PIC X(11).
               10  WT-ACCT         PIC X(8).

       01  WT-COUNT                PIC 9(3)        VALUE 0.

       01  POSITION-TABLE.
           05  PT-ENTRY            OCCURS 50 TIMES
                                    INDEXED BY PT-IDX.
               10  PT-POSITION     PIC X(2).
               10  PT-TITLE        PIC X(10).

       01  PT-COUNT                PIC 9(3)        VALUE 0.

      *** COST ACCUMULATORS. EACH GROUP - A WAREHOUSE, A POSITION  ***
      *** CODE, THE COMPANY - CARRIES THE SAME BLOCK: ITS CURRENT  ***
      *** FIGURES AND, PER SCENARIO, THE INCREASE OVER THEM. THE   ***
      *** PRINT ROUTINE WORKS FROM A COPY OF ONE BLOCK IN          ***
      *** GROUP-PRINT-BLOCK.                                       ***
       01  WHSE-COST-TABLE.
           05  WC-ENTRY            OCCURS 50 TIMES.
               10  WC-ID           PIC X(4).
               10  WC-COST-BLOCK.
                   15  WC-HEADCOUNT
                                   PIC 9(5).
                   15  WC-CURR-SALARY
                                   PIC 9(9)V99.
                   15  WC-CURR-UNION
                                   PIC 9(7)V99.
                   15  WC-CURR-INSUR
                                   PIC 9(7)V99.
                   15  WC-SCENARIO OCCURS 5 TIMES.
                       20  WC-DELTA-CURR
                                   PIC S9(9)V99.
                       20  WC-DELTA-UNION
                                   PIC S9(7)V99.
                       20  WC-DELTA-INSUR
                                   PIC S9(7)V99.

       01  WC-COUNT                PIC 9(3)        VALUE 0.
       01  WS-WC-HIT               PIC 9(3)        VALUE 0.

       01  POSN-COST-TABLE.
           05  PC-ENTRY            OCCURS 50 TIMES.
               10  PC-ID           PIC X(2).
               10  PC-COST-BLOCK.
                   15  PC-HEADCOUNT
                                   PIC 9(5).
                   15  PC-CURR-SALARY
                                   PIC 9(9)V99.
                   15  PC-CURR-UNION
                                   PIC 9(7)V99.
                   15  PC-CURR-INSUR
                                   PIC 9(7)V99.
                   15  PC-SCENARIO OCCURS 5 TIMES.
                       20  PC-DELTA-CURR
                                   PIC S9(9)V99.
                       20  PC-DELTA-UNION
                                   PIC S9(7)V99.
                       20  PC-DELTA-INSUR
                                   PIC S9(7)V99.

       01  PC-COUNT                PIC 9(3)        VALUE 0.
       01  WS-PC-HIT               PIC 9(3)        VALUE 0.

       01  COMPANY-COST-BLOCK.
           05  CF-HEADCOUNT        PIC 9(5)        VALUE 0.
           05  CF-CURR-SALARY      PIC 9(9)V99     VALUE 0.
           05  CF-CURR-UNION       PIC 9(7)V99     VALUE 0.
           05  CF-CURR-INSUR       PIC 9(7)V99     VALUE 0.
           05  CF-SCENARIO         OCCURS 5 TIMES.
               10  CF-DELTA-CURR   PIC S9(9)V99.
               10  CF-DELTA-UNION  PIC S9(7)V99.
               10  CF-DELTA-INSUR  PIC S9(7)V99.

       01  GROUP-PRINT-BLOCK.
           05  GP-HEADCOUNT        PIC 9(5).
           05  GP-CURR-SALARY      PIC 9(9)V99.
           05  GP-CURR-UNION       PIC 9(7)V99.
           05  GP-CURR-INSUR       PIC 9(7)V99.
           05  GP-SCENARIO         OCCURS 5 TIMES.
               10  GP-DELTA-CURR   PIC S9(9)V99.
               10  GP-DELTA-UNION  PIC S9(7)V99.
               10  GP-DELTA-INSUR  PIC S9(7)V99.

      *** THE EMPLOYEE IN HAND: SERVICE, THE RATES ONE SCENARIO    ***
      *** APPLIES, AND THE PRICED FIGURES AND INCREASES. PRICED    ***
      *** THE SAME WAY CGBPR2 PRICES A RAISE, TRUNCATED TO THE     ***
      *** CENT.                                                    ***
       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-DATE-DIFF            PIC S9(8).
       01  WS-YEARS-OF-SERVICE     PIC 999.

       01  APPLIED-RATE-FIELDS.
           05  AR-RATE-CURR        PIC 9V9999.
           05  AR-RATE-UNION       PIC 9V9999.
           05  AR-RATE-INSUR       PIC 9V9999.

       01  PRICED-FIELDS.
           05  WS-NEW-CURR         PIC S9(7)V9(2)  VALUE +0.
           05  WS-NEW-UNION        PIC S9(6)V9(2)  VALUE +0.
           05  WS-NEW-INSUR        PIC S9(6)V9(2)  VALUE +0.
           05  WS-DELTA-CURR       PIC S9(7)V9(2)  VALUE +0.
           05  WS-DELTA-UNION      PIC S9(6)V9(2)  VALUE +0.
           05  WS-DELTA-INSUR      PIC S9(6)V9(2)  VALUE +0.

      *** PRINT WORK FIELDS.                                       ***
       01  WS-GROUP-LABEL          PIC X(16).
       01  WS-GROUP-SUB            PIC 9(3)        VALUE 0.
       01  WS-PRINT-CATEGORY       PIC 9(1)        VALUE 0.
       01  WS-LINE-CURRENT         PIC S9(10)V99   VALUE +0.
       01  WS-LINE-DELTA           PIC S9(10)V99   VALUE +0.

      *** RUN-CONTROL COUNTERS.                                    ***
       01  WS-RECORDS-READ         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-COSTED       PIC 9(7)        VALUE 0.
       01  WS-RECORDS-HELD         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-UNPRICED     PIC 9(7)        VALUE 0.
       01  WS-SCEN-READ            PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  WHATIF-HEADING-ONE.
           05  H1-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  WHATIF-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(44)
                 VALUE 'CONTRACT WHAT-IF COSTING - NOTHING POSTED'.

       01  SCENARIO-FLAT-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  SF-NAME             PIC X(12).
           05                      PIC X(16)
                                         VALUE '  FLAT RATES    '.
           05                      PIC X(8)        VALUE 'SALARY '.
           05  SF-RATE-CURR        PIC 9.9999.
           05                      PIC X(8)        VALUE '   DUES '.
           05  SF-RATE-UNION       PIC 9.9999.
           05                      PIC X(9)        VALUE '   INSUR '.
           05  SF-RATE-INSUR       PIC 9.9999.

       01  SCENARIO-MATRIX-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  SM-NAME             PIC X(12).
           05                      PIC X(16)
                                         VALUE '  MERIT MATRIX  '.
           05  SM-ROWS             PIC ZZ9.
           05                      PIC X(10)
                                         VALUE ' ROWS     '.

       01  WHATIF-SECTION-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  WS-SECTION-TITLE    PIC X(40).

      *** COLUMN HEADINGS: CURRENT FIGURES, THEN ONE INCREASE      ***
      *** COLUMN PER SCENARIO UNDER THE SCENARIO'S NAME.           ***
       01  WHATIF-HEADING-THREE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(16)       VALUE 'GROUP'.
           05                      PIC X(10)       VALUE 'CATEGORY'.
           05                      PIC X(6)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CURRENT'.
           05  H3-SCENARIO-SLOT    OCCURS 5 TIMES.
               10  H3-GAP          PIC X(4).
               10  H3-NAME         PIC X(12).

       01  WHATIF-HEADING-FOUR.
           05                      PIC X(42)       VALUE SPACES.
           05  H4-SCENARIO-SLOT    OCCURS 5 TIMES.
               10  H4-GAP          PIC X(4).
               10  H4-CAPTION      PIC X(12).

       01  COST-LINE.
           05  CL-INDENT           PIC X(3).
           05  CL-GROUP-LABEL      PIC X(16).
           05  CL-CATEGORY         PIC X(10).
           05  CL-CURRENT          PIC ZZ,ZZZ,ZZ9.99.
           05  CL-SCENARIO-SLOT    OCCURS 5 TIMES.
               10  CL-GAP          PIC X(2).
               10  CL-DELTA        PIC ZZ,ZZZ,ZZ9.99-.

       01  WHATIF-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  WN-CAPTION          PIC X(30).
           05  WN-COUNT            PIC ZZZ,ZZ9.

       01  WHATIF-NO-ROW-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(18)
                                         VALUE 'NO MATRIX ROW IN  '.
           05  WR-NAME             PIC X(12).
           05  WR-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 30-READ-FILE
           PERFORM 500-PRINT-COSTING
           PERFORM 600-RUN-CONTROL-REPORT
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT WHATIF-REPORT

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           MOVE ZEROS TO COMPANY-COST-BLOCK

           PERFORM 22-LOAD-SCENARIOS
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 24-LOAD-POSITION-TABLE
           PERFORM 40-HEADER-ROUTINE

           .

      *** LOADS THE SCENARIO FILE. A NAME SEEN FOR THE FIRST TIME  ***
      *** OPENS A SCENARIO (NO CHANGE UNTIL ITS 'S' ROW SAYS       ***
      *** OTHERWISE); A SIXTH NAME AND BEYOND IS LEFT UNPRICED     ***
      *** WITH A WARNING. NO SCENARIOS MEANS NOTHING TO COST.      ***
       22-LOAD-SCENARIOS.

           OPEN INPUT SCENARIO-FILE
           IF WS-SCEN-STATUS NOT = '00'
               DISPLAY 'PR2WIF: PR2SCEN.TXT NOT FOUND - '
                  'NO SCENARIOS TO COST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE WHATIF-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SCEN-STATUS NOT = '00'
               READ SCENARIO-FILE
                   AT END
                       MOVE '10' TO WS-SCEN-STATUS
                   NOT AT END
                       ADD 1 TO WS-SCEN-READ
                       PERFORM 220-TAKE-SCENARIO-RECORD
               END-READ
           END-PERFORM
           CLOSE SCENARIO-FILE

           IF SC-COUNT = 0
               DISPLAY 'PR2WIF: PR2SCEN.TXT HOLDS NO SCENARIOS - '
                  'NOTHING TO COST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE WHATIF-REPORT
               STOP RUN
           END-IF

           .

       220-TAKE-SCENARIO-RECORD.

           IF SR-RECORD-TYPE NOT = 'S' AND SR-RECORD-TYPE NOT = 'M'
               DISPLAY 'PR2WIF: SCENARIO RECORD TYPE '
                  SR-RECORD-TYPE ' NOT S OR M - RECORD IGNORED'
           ELSE
               PERFORM 225-FIND-SCENARIO
               IF WS-SC-HIT NOT = 0
                   IF SR-RECORD-TYPE = 'S'
                       PERFORM 226-TAKE-FLAT-RATES
                   ELSE
                       PERFORM 227-TAKE-MATRIX-ROW
                   END-IF
               END-IF
           END-IF

           .

      *** FINDS THE SCENARIO BY NAME, OPENING IT IF THIS IS THE    ***
      *** FIRST RECORD FOR IT. WS-SC-HIT STAYS ZERO WHEN THE TABLE ***
      *** IS ALREADY FULL.                                         ***
       225-FIND-SCENARIO.

           MOVE 0 TO WS-SC-HIT
           MOVE 'NO ' TO WS-SC-FOUND
           PERFORM 2251-SEARCH-SCENARIO
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT OR WS-SC-FOUND = 'YES'

           IF WS-SC-FOUND = 'NO '
               IF SC-COUNT < 5
                   ADD 1 TO SC-COUNT
                   MOVE SC-COUNT TO WS-SC-HIT
                   MOVE SR-SCENARIO-NAME TO SC-NAME (SC-COUNT)
                   MOVE 1.0000 TO SC-RATE-CURR (SC-COUNT)
                                  SC-RATE-UNION (SC-COUNT)
                                  SC-RATE-INSUR (SC-COUNT)
                   MOVE 0 TO SC-MX-ROWS (SC-COUNT)
                   MOVE 0 TO SC-NO-ROW-COUNT (SC-COUNT)
               ELSE
                   IF WS-SC-FULL = 'NO '
                       DISPLAY 'PR2WIF: FIVE SCENARIOS ALREADY ON '
                          'FILE - ' SR-SCENARIO-NAME
                          ' AND ANY AFTER IT LEFT UNPRICED'
                       MOVE 'YES' TO WS-SC-FULL
                   END-IF
               END-IF
           END-IF

           .

       2251-SEARCH-SCENARIO.

           IF SC-NAME (WS-SC-SUB) = SR-SCENARIO-NAME
               MOVE 'YES' TO WS-SC-FOUND
               MOVE WS-SC-SUB TO WS-SC-HIT
           END-IF

           .

      *** A ZERO OR BLANK RATE LEAVES THAT FIGURE UNCHANGED.       ***
       226-TAKE-FLAT-RATES.

           IF SR-RATE-CURR IS NUMERIC
              AND SR-RATE-CURR NOT = ZERO
               MOVE SR-RATE-CURR TO SC-RATE-CURR (WS-SC-HIT)
           END-IF
           IF SR-RATE-UNION IS NUMERIC
              AND SR-RATE-UNION NOT = ZERO
               MOVE SR-RATE-UNION TO SC-RATE-UNION (WS-SC-HIT)
           END-IF
           IF SR-RATE-INSUR IS NUMERIC
              AND SR-RATE-INSUR NOT = ZERO
               MOVE SR-RATE-INSUR TO SC-RATE-INSUR (WS-SC-HIT)
           END-IF

           .

       227-TAKE-MATRIX-ROW.

           IF SR-MX-BAND-LOW IS NOT NUMERIC
              OR SR-MX-BAND-HIGH IS NOT NUMERIC
              OR SR-MX-RATE-CURR IS NOT NUMERIC
              OR SR-MX-RATE-UNION IS NOT NUMERIC
              OR SR-MX-RATE-INSUR IS NOT NUMERIC
               DISPLAY 'PR2WIF: MATRIX ROW FOR ' SR-SCENARIO-NAME
                  ' POSITION ' SR-MX-POSITION ' NOT NUMERIC - '
                  'ROW IGNORED'
           ELSE
               IF SX-COUNT < 150
                   ADD 1 TO SX-COUNT
                   MOVE WS-SC-HIT TO SX-SCENARIO (SX-COUNT)
                   MOVE SR-MX-POSITION TO SX-POSITION (SX-COUNT)
                   MOVE SR-MX-BAND-LOW TO SX-BAND-LOW (SX-COUNT)
                   MOVE SR-MX-BAND-HIGH TO SX-BAND-HIGH (SX-COUNT)
                   MOVE SR-MX-RATE-CURR TO SX-RATE-CURR (SX-COUNT)
                   MOVE SR-MX-RATE-UNION TO SX-RATE-UNION (SX-COUNT)
                   MOVE SR-MX-RATE-INSUR TO SX-RATE-INSUR (SX-COUNT)
                   ADD 1 TO SC-MX-ROWS (WS-SC-HIT)
               ELSE
                   IF WS-SX-FULL = 'NO '
                       DISPLAY 'PR2WIF: SCENARIO MATRIX TABLE FULL '
                          'AT 150 ROWS - REMAINING ROWS IGNORED'
                       MOVE 'YES' TO WS-SX-FULL
                   END-IF
               END-IF
           END-IF

           .

      *** LOADS THE WAREHOUSE NAME TABLE FROM PR2WHSE.TXT; FALLS   ***
      *** BACK TO THE THREE WAREHOUSES DRAKEA STARTED WITH,        ***
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
                               DISPLAY 'PR2WIF: WAREHOUSE TABLE FULL '
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

      *** LOADS THE POSITION TITLES FROM PR2POSN.TXT. WITHOUT THE  ***
      *** FILE A POSITION GROUP IS LABELLED BY ITS CODE ALONE.     ***
       24-LOAD-POSITION-TABLE.

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
                           ELSE
                               DISPLAY 'PR2WIF: POSITION TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2POSN.TXT IGNORED'
                               MOVE '10' TO WS-POSN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF

           .

      *** REPORT HEADINGS AND THE SCENARIO LEGEND - EACH           ***
      *** SCENARIO'S FLAT RATES, OR HOW MANY MATRIX ROWS IT        ***
      *** CARRIES - SO THE PRINTOUT SAYS WHAT WAS PRICED.          ***
       40-HEADER-ROUTINE.

           WRITE WHATIF-RECORD FROM WHATIF-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE WHATIF-RECORD FROM WHATIF-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           MOVE SPACES TO WHATIF-RECORD
           WRITE WHATIF-RECORD
               AFTER ADVANCING 1 LINE
           PERFORM 410-PRINT-SCENARIO-LEGEND
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT

           MOVE SPACES TO H3-SCENARIO-SLOT (1) H3-SCENARIO-SLOT (2)
                          H3-SCENARIO-SLOT (3) H3-SCENARIO-SLOT (4)
                          H3-SCENARIO-SLOT (5)
           MOVE SPACES TO H4-SCENARIO-SLOT (1) H4-SCENARIO-SLOT (2)
                          H4-SCENARIO-SLOT (3) H4-SCENARIO-SLOT (4)
                          H4-SCENARIO-SLOT (5)
           PERFORM 420-SET-SCENARIO-HEADING
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT

           .

       410-PRINT-SCENARIO-LEGEND.

           IF SC-MX-ROWS (WS-SC-SUB) = 0
               MOVE SC-NAME (WS-SC-SUB) TO SF-NAME
               MOVE SC-RATE-CURR (WS-SC-SUB) TO SF-RATE-CURR
               MOVE SC-RATE-UNION (WS-SC-SUB) TO SF-RATE-UNION
               MOVE SC-RATE-INSUR (WS-SC-SUB) TO SF-RATE-INSUR
               WRITE WHATIF-RECORD FROM SCENARIO-FLAT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SC-NAME (WS-SC-SUB) TO SM-NAME
               MOVE SC-MX-ROWS (WS-SC-SUB) TO SM-ROWS
               WRITE WHATIF-RECORD FROM SCENARIO-MATRIX-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           .

       420-SET-SCENARIO-HEADING.

           MOVE SC-NAME (WS-SC-SUB) TO H3-NAME (WS-SC-SUB)
           MOVE '    INCREASE' TO H4-CAPTION (WS-SC-SUB)

           .

      *** ONE PASS OVER THE MASTER. CONTROL RECORDS PEEL OFF TO    ***
      *** THE VERIFY FIELDS; EVERY EMPLOYEE RECORD IS PRICED UNDER ***
      *** EVERY SCENARIO AS IT PASSES.                             ***
       30-READ-FILE.

           OPEN INPUT INPUT-RECORDS
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'PR2WIF: PR2FA19-1.TXT NOT FOUND - '
                  'NOTHING TO COST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE WHATIF-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MSTR-EOF = 'YES'
               READ INPUT-RECORDS
                   AT END
                       MOVE 'YES' TO WS-MSTR-EOF
                   NOT AT END
                       PERFORM 300-SIFT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE INPUT-RECORDS

           PERFORM 310-VERIFY-MASTER-CONTROLS

           .

       300-SIFT-MASTER-RECORD.

           EVALUATE INFORMATION (1:3)
               WHEN 'HDR'
                   MOVE 'YES' TO WS-MI-HDR-SEEN
                   MOVE INFORMATION (1:23) TO FILE-HEADER-RECORD
               WHEN 'TRL'
                   MOVE 'YES' TO WS-MI-TRL-SEEN
                   MOVE INFORMATION (1:43) TO FILE-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-MI-COUNT
                   IF I-CURRENT-SALARY IS NUMERIC
                       ADD I-CURRENT-SALARY TO WS-MI-HASH-CURR
                   END-IF
                   IF I-UNION-DUES IS NUMERIC
                       ADD I-UNION-DUES TO WS-MI-HASH-DUES
                   END-IF
                   IF I-INSURANCE IS NUMERIC
                       ADD I-INSURANCE TO WS-MI-HASH-INSUR
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 100-PROCESS-EMPLOYEE-RECORD
           END-EVALUATE

           .

      *** A STAMPED GENERATION WITH A MISSING TRAILER OR A COUNT / ***
      *** HASH THAT DOESN'T TIE IS TRUNCATED OR DOCTORED, AND NO   ***
      *** COSTING PRINTS OFF IT. A PRE-STAMP GENERATION PASSES     ***
      *** WITH A CONSOLE WARNING, AS IN CGBPR2.                    ***
       310-VERIFY-MASTER-CONTROLS.

           IF WS-MI-HDR-SEEN = 'NO '
               DISPLAY 'PR2WIF: MASTER CARRIES NO CONTROL RECORDS '
                  '- ACCEPTED AS A PRE-STAMP GENERATION'
           ELSE
               IF FH-FILE-ID NOT = 'PR2FA19 '
                   DISPLAY 'PR2WIF: MASTER HEADER NAMES FILE '
                      FH-FILE-ID ' NOT PR2FA19 - WRONG FILE MOUNTED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE WHATIF-REPORT
                   STOP RUN
               END-IF
               IF WS-MI-TRL-SEEN = 'NO '
                   DISPLAY 'PR2WIF: MASTER TRAILER MISSING - FILE '
                      'TRUNCATED - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE WHATIF-REPORT
                   STOP RUN
               END-IF
               IF FT-RECORD-COUNT NOT = WS-MI-COUNT
                  OR FT-HASH-ONE NOT = WS-MI-HASH-CURR
                  OR FT-HASH-TWO NOT = WS-MI-HASH-DUES
                  OR FT-HASH-THREE NOT = WS-MI-HASH-INSUR
                   DISPLAY 'PR2WIF: MASTER TRAILER DOES NOT TIE - '
                      'EXPECTED ' FT-RECORD-COUNT ' RECORDS, READ '
                      WS-MI-COUNT ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE WHATIF-REPORT
                   STOP RUN
               END-IF
           END-IF

           .

      *** ONE EMPLOYEE: HELD OUT IF ON LEAVE OR LAID OFF, LEFT     ***
      *** UNPRICED IF A FIGURE THE RAISE NEEDS IS NOT NUMERIC,     ***
      *** OTHERWISE POSTED TO ITS WAREHOUSE, ITS POSITION, AND THE ***
      *** COMPANY UNDER EVERY SCENARIO.                            ***
       100-PROCESS-EMPLOYEE-RECORD.

           EVALUATE TRUE
               WHEN I-STATUS-CODE = 'L' OR I-STATUS-CODE = 'Y'
                   ADD 1 TO WS-RECORDS-HELD
               WHEN I-HIRE-DATE IS NOT NUMERIC
                 OR I-CURRENT-SALARY IS NOT NUMERIC
                 OR I-UNION-DUES IS NOT NUMERIC
                 OR I-INSURANCE IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-UNPRICED
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-COSTED
                   PERFORM 105-PRICE-EMPLOYEE
           END-EVALUATE

           .

       105-PRICE-EMPLOYEE.

      * YEARS-OF-SERVICE, TRUNCATED TO A COMPLETED YEAR
           COMPUTE WS-DATE-DIFF = WS-CURRENT-DATE-8 - I-HIRE-DATE
           COMPUTE WS-YEARS-OF-SERVICE = WS-DATE-DIFF / 10000

           PERFORM 120-FIND-WAREHOUSE-GROUP
           PERFORM 130-FIND-POSITION-GROUP

           ADD 1 TO CF-HEADCOUNT
           ADD I-CURRENT-SALARY TO CF-CURR-SALARY
           ADD I-UNION-DUES TO CF-CURR-UNION
           ADD I-INSURANCE TO CF-CURR-INSUR
           IF WS-WC-HIT NOT = 0
               ADD 1 TO WC-HEADCOUNT (WS-WC-HIT)
               ADD I-CURRENT-SALARY TO WC-CURR-SALARY (WS-WC-HIT)
               ADD I-UNION-DUES TO WC-CURR-UNION (WS-WC-HIT)
               ADD I-INSURANCE TO WC-CURR-INSUR (WS-WC-HIT)
           END-IF
           IF WS-PC-HIT NOT = 0
               ADD 1 TO PC-HEADCOUNT (WS-PC-HIT)
               ADD I-CURRENT-SALARY TO PC-CURR-SALARY (WS-PC-HIT)
               ADD I-UNION-DUES TO PC-CURR-UNION (WS-PC-HIT)
               ADD I-INSURANCE TO PC-CURR-INSUR (WS-PC-HIT)
           END-IF

           PERFORM 110-PRICE-ONE-SCENARIO
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT

           .

      *** PRICES THE EMPLOYEE UNDER ONE SCENARIO AND POSTS THE     ***
      *** INCREASE. RATE SELECTION FOLLOWS CGBPR2: FLAT RATES, OR  ***
      *** THE SCENARIO'S MATRIX ROW FOR POSITION AND SERVICE BAND, ***
      *** NO ROW MEANING NO RAISE.                                 ***
       110-PRICE-ONE-SCENARIO.

           MOVE SC-RATE-CURR (WS-SC-SUB) TO AR-RATE-CURR
           MOVE SC-RATE-UNION (WS-SC-SUB) TO AR-RATE-UNION
           MOVE SC-RATE-INSUR (WS-SC-SUB) TO AR-RATE-INSUR

           IF SC-MX-ROWS (WS-SC-SUB) > 0
               MOVE 'NO ' TO WS-MERIT-FOUND
               PERFORM 115-SEARCH-SCENARIO-MATRIX
                   VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > SX-COUNT
                      OR WS-MERIT-FOUND = 'YES'
               IF WS-MERIT-FOUND = 'NO '
                   MOVE 1.0000 TO AR-RATE-CURR
                                  AR-RATE-UNION
                                  AR-RATE-INSUR
                   ADD 1 TO SC-NO-ROW-COUNT (WS-SC-SUB)
               END-IF
           END-IF

           COMPUTE WS-NEW-CURR = I-CURRENT-SALARY * AR-RATE-CURR
           COMPUTE WS-NEW-UNION = I-UNION-DUES * AR-RATE-UNION
           COMPUTE WS-NEW-INSUR = I-INSURANCE * AR-RATE-INSUR
           COMPUTE WS-DELTA-CURR = WS-NEW-CURR - I-CURRENT-SALARY
           COMPUTE WS-DELTA-UNION = WS-NEW-UNION - I-UNION-DUES
           COMPUTE WS-DELTA-INSUR = WS-NEW-INSUR - I-INSURANCE

           ADD WS-DELTA-CURR TO CF-DELTA-CURR (WS-SC-SUB)
           ADD WS-DELTA-UNION TO CF-DELTA-UNION (WS-SC-SUB)
           ADD WS-DELTA-INSUR TO CF-DELTA-INSUR (WS-SC-SUB)
           IF WS-WC-HIT NOT = 0
               ADD WS-DELTA-CURR
                   TO WC-DELTA-CURR (WS-WC-HIT WS-SC-SUB)
               ADD WS-DELTA-UNION
                   TO WC-DELTA-UNION (WS-WC-HIT WS-SC-SUB)
               ADD WS-DELTA-INSUR
                   TO WC-DELTA-INSUR (WS-WC-HIT WS-SC-SUB)
           END-IF
           IF WS-PC-HIT NOT = 0
               ADD WS-DELTA-CURR
                   TO PC-DELTA-CURR (WS-PC-HIT WS-SC-SUB)
               ADD WS-DELTA-UNION
                   TO PC-DELTA-UNION (WS-PC-HIT WS-SC-SUB)
               ADD WS-DELTA-INSUR
                   TO PC-DELTA-INSUR (WS-PC-HIT WS-SC-SUB)
           END-IF

           .

       115-SEARCH-SCENARIO-MATRIX.

           IF SX-SCENARIO (WS-SX-SUB) = WS-SC-SUB
              AND SX-POSITION (WS-SX-SUB) = I-EMPLOYEE-POSITION
              AND WS-YEARS-OF-SERVICE >= SX-BAND-LOW (WS-SX-SUB)
              AND WS-YEARS-OF-SERVICE <= SX-BAND-HIGH (WS-SX-SUB)
               MOVE SX-RATE-CURR (WS-SX-SUB) TO AR-RATE-CURR
               MOVE SX-RATE-UNION (WS-SX-SUB) TO AR-RATE-UNION
               MOVE SX-RATE-INSUR (WS-SX-SUB) TO AR-RATE-INSUR
               MOVE 'YES' TO WS-MERIT-FOUND
           END-IF

           .

      *** FINDS (OR OPENS) THE EMPLOYEE'S WAREHOUSE GROUP.         ***
       120-FIND-WAREHOUSE-GROUP.

           MOVE 0 TO WS-WC-HIT
           MOVE 'NO ' TO WS-GROUP-FOUND
           PERFORM 125-SEARCH-WAREHOUSE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WC-COUNT OR WS-GROUP-FOUND = 'YES'

           IF WS-GROUP-FOUND = 'NO '
               IF WC-COUNT < 50
                   ADD 1 TO WC-COUNT
                   MOVE WC-COUNT TO WS-WC-HIT
                   MOVE I-WAREHOUSE-ID TO WC-ID (WC-COUNT)
                   MOVE ZEROS TO WC-COST-BLOCK (WC-COUNT)
               ELSE
                   IF WS-WC-FULL = 'NO '
                       DISPLAY 'PR2WIF: WAREHOUSE GROUP TABLE FULL AT '
                          '50 ENTRIES - FURTHER WAREHOUSES IN THE '
                          'COMPANY TOTAL ONLY'
                       MOVE 'YES' TO WS-WC-FULL
                   END-IF
               END-IF
           END-IF

           .

       125-SEARCH-WAREHOUSE-GROUP.

           IF WC-ID (WS-GROUP-SUB) = I-WAREHOUSE-ID
               MOVE 'YES' TO WS-GROUP-FOUND
               MOVE WS-GROUP-SUB TO WS-WC-HIT
           END-IF

           .

      *** FINDS (OR OPENS) THE EMPLOYEE'S POSITION GROUP.          ***
       130-FIND-POSITION-GROUP.

           MOVE 0 TO WS-PC-HIT
           MOVE 'NO ' TO WS-GROUP-FOUND
           PERFORM 135-SEARCH-POSITION-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > PC-COUNT OR WS-GROUP-FOUND = 'YES'

           IF WS-GROUP-FOUND = 'NO '
               IF PC-COUNT < 50
                   ADD 1 TO PC-COUNT
                   MOVE PC-COUNT TO WS-PC-HIT
                   MOVE I-EMPLOYEE-POSITION TO PC-ID (PC-COUNT)
                   MOVE ZEROS TO PC-COST-BLOCK (PC-COUNT)
               ELSE
                   IF WS-PC-FULL = 'NO '
                       DISPLAY 'PR2WIF: POSITION GROUP TABLE FULL AT '
                          '50 ENTRIES - FURTHER POSITIONS IN THE '
                          'COMPANY TOTAL ONLY'
                       MOVE 'YES' TO WS-PC-FULL
                   END-IF
               END-IF
           END-IF

           .

       135-SEARCH-POSITION-GROUP.

           IF PC-ID (WS-GROUP-SUB) = I-EMPLOYEE-POSITION
               MOVE 'YES' TO WS-GROUP-FOUND
               MOVE WS-GROUP-SUB TO WS-PC-HIT
           END-IF

           .

      *** THE THREE SECTIONS OF THE COMPARISON: BY WAREHOUSE, BY   ***
      *** POSITION CODE, AND THE COMPANY.                          ***
       500-PRINT-COSTING.

           MOVE 'COST BY WAREHOUSE:' TO WS-SECTION-TITLE
           PERFORM 505-PRINT-SECTION-HEADING
           PERFORM 510-PRINT-WAREHOUSE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WC-COUNT

           MOVE 'COST BY POSITION CODE:' TO WS-SECTION-TITLE
           PERFORM 505-PRINT-SECTION-HEADING
           PERFORM 515-PRINT-POSITION-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > PC-COUNT

           MOVE 'COMPANY-WIDE:' TO WS-SECTION-TITLE
           PERFORM 505-PRINT-SECTION-HEADING
           MOVE 'DRAKEA, LTD' TO WS-GROUP-LABEL
           MOVE COMPANY-COST-BLOCK TO GROUP-PRINT-BLOCK
           PERFORM 520-PRINT-COST-BLOCK

           .

       505-PRINT-SECTION-HEADING.

           WRITE WHATIF-RECORD FROM WHATIF-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE WHATIF-RECORD FROM WHATIF-HEADING-THREE
               AFTER ADVANCING 2 LINES
           WRITE WHATIF-RECORD FROM WHATIF-HEADING-FOUR
               AFTER ADVANCING 1 LINE

           .

       510-PRINT-WAREHOUSE-GROUP.

           MOVE SPACES TO WS-GROUP-LABEL
           MOVE WC-ID (WS-GROUP-SUB) TO WS-GROUP-LABEL (1:4)
           PERFORM 511-FIND-WAREHOUSE-NAME
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT
           MOVE WC-COST-BLOCK (WS-GROUP-SUB) TO GROUP-PRINT-BLOCK
           PERFORM 520-PRINT-COST-BLOCK

           .

       511-FIND-WAREHOUSE-NAME.

           IF WT-ID (WT-IDX) = WC-ID (WS-GROUP-SUB)
               MOVE WT-NAME (WT-IDX) TO WS-GROUP-LABEL (6:11)
           END-IF

           .

       515-PRINT-POSITION-GROUP.

           MOVE SPACES TO WS-GROUP-LABEL
           MOVE PC-ID (WS-GROUP-SUB) TO WS-GROUP-LABEL (1:2)
           PERFORM 516-FIND-POSITION-TITLE
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT
           MOVE PC-COST-BLOCK (WS-GROUP-SUB) TO GROUP-PRINT-BLOCK
           PERFORM 520-PRINT-COST-BLOCK

           .

       516-FIND-POSITION-TITLE.

           IF PT-POSITION (PT-IDX) = PC-ID (WS-GROUP-SUB)
               MOVE PT-TITLE (PT-IDX) TO WS-GROUP-LABEL (4:10)
           END-IF

           .

      *** FOUR LINES FOR ONE GROUP - SALARY, UNION DUES, INSURANCE ***
      *** AND THEIR TOTAL - EACH WITH THE CURRENT FIGURE AND EVERY ***
      *** SCENARIO'S INCREASE OVER IT.                             ***
       520-PRINT-COST-BLOCK.

           PERFORM 525-PRINT-COST-LINE
               VARYING WS-PRINT-CATEGORY FROM 1 BY 1
               UNTIL WS-PRINT-CATEGORY > 4
           MOVE SPACES TO WHATIF-RECORD
           WRITE WHATIF-RECORD
               AFTER ADVANCING 1 LINE

           .

       525-PRINT-COST-LINE.

           MOVE SPACES TO COST-LINE
           IF WS-PRINT-CATEGORY = 1
               MOVE WS-GROUP-LABEL TO CL-GROUP-LABEL
           END-IF

           EVALUATE WS-PRINT-CATEGORY
               WHEN 1
                   MOVE 'SALARY    ' TO CL-CATEGORY
                   MOVE GP-CURR-SALARY TO WS-LINE-CURRENT
               WHEN 2
                   MOVE 'UNION DUES' TO CL-CATEGORY
                   MOVE GP-CURR-UNION TO WS-LINE-CURRENT
               WHEN 3
                   MOVE 'INSURANCE ' TO CL-CATEGORY
                   MOVE GP-CURR-INSUR TO WS-LINE-CURRENT
               WHEN OTHER
                   MOVE 'TOTAL     ' TO CL-CATEGORY
                   COMPUTE WS-LINE-CURRENT = GP-CURR-SALARY
                       + GP-CURR-UNION + GP-CURR-INSUR
           END-EVALUATE
           MOVE WS-LINE-CURRENT TO CL-CURRENT

           PERFORM 530-SET-SCENARIO-DELTA
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT

           WRITE WHATIF-RECORD FROM COST-LINE
               AFTER ADVANCING 1 LINE

           .

       530-SET-SCENARIO-DELTA.

           EVALUATE WS-PRINT-CATEGORY
               WHEN 1
                   MOVE GP-DELTA-CURR (WS-SC-SUB) TO WS-LINE-DELTA
               WHEN 2
                   MOVE GP-DELTA-UNION (WS-SC-SUB) TO WS-LINE-DELTA
               WHEN 3
                   MOVE GP-DELTA-INSUR (WS-SC-SUB) TO WS-LINE-DELTA
               WHEN OTHER
                   COMPUTE WS-LINE-DELTA = GP-DELTA-CURR (WS-SC-SUB)
                       + GP-DELTA-UNION (WS-SC-SUB)
                       + GP-DELTA-INSUR (WS-SC-SUB)
           END-EVALUATE
           MOVE WS-LINE-DELTA TO CL-DELTA (WS-SC-SUB)

           .

       600-RUN-CONTROL-REPORT.

           MOVE 'SCENARIO RECORDS READ:        ' TO WN-CAPTION
           MOVE WS-SCEN-READ TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'SCENARIOS PRICED:             ' TO WN-CAPTION
           MOVE SC-COUNT TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'EMPLOYEE RECORDS READ:        ' TO WN-CAPTION
           MOVE WS-RECORDS-READ TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'EMPLOYEES COSTED:             ' TO WN-CAPTION
           MOVE WS-RECORDS-COSTED TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'HELD OUT - LEAVE OR LAYOFF:   ' TO WN-CAPTION
           MOVE WS-RECORDS-HELD TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'NOT COSTED - BAD FIGURES:     ' TO WN-CAPTION
           MOVE WS-RECORDS-UNPRICED TO WN-COUNT
           WRITE WHATIF-RECORD FROM WHATIF-COUNT-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 610-PRINT-NO-ROW-COUNT
               VARYING WS-SC-SUB FROM 1 BY 1
               UNTIL WS-SC-SUB > SC-COUNT

           .

      *** A MATRIX SCENARIO THAT LEFT EMPLOYEES WITHOUT A ROW SAYS ***
      *** HOW MANY - THEIR INCREASE IS PRICED AT ZERO.             ***
       610-PRINT-NO-ROW-COUNT.

           IF SC-MX-ROWS (WS-SC-SUB) > 0
               MOVE SC-NAME (WS-SC-SUB) TO WR-NAME
               MOVE SC-NO-ROW-COUNT (WS-SC-SUB) TO WR-COUNT
               WRITE WHATIF-RECORD FROM WHATIF-NO-ROW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           .

       700-EOF-ROUTINE.

           IF WS-RECORDS-READ = 0
               DISPLAY 'PR2WIF: PR2FA19-1.TXT HOLDS NO EMPLOYEES - '
                  'NOTHING COSTED'
           END-IF

           CLOSE WHATIF-REPORT
           STOP RUN

           .
