       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * RECONCILES THE INSURANCE CARRIER'S INVOICE DETAIL AGAINST
      * THE CARRIER CENSUS CGBPR2 CUT FOR THE BILLED RUN, SO A
      * PREMIUM BILLED FOR SOMEONE WE NEVER SENT - OR FOR SOMEONE
      * WE TERMINATED CYCLES AGO - IS CAUGHT BEFORE THE BILL IS
      * PAID INSTEAD OF AT THE NEXT AUDIT.
      *
      * INPUT:
      *   PR2IPRM.TXT - OPTIONAL CARD: THE RUN NUMBER THE INVOICE
      *       BILLS. BLANK, ZERO, OR NO CARD RECONCILES THE CURRENT
      *       PR2CENS.TXT; OTHERWISE THE ARCHIVED PR2CENS.R####.TXT
      *       CGBPR2'S ARCHIVE PASS KEPT FOR THAT RUN.
      *   PR2CENS.TXT - OUR CENSUS: ONE 'E' RECORD PER EMPLOYEE
      *       CARRYING THE INSURANCE PREMIUM, AND A 'W' SUBTOTAL OF
      *       HEADCOUNT AND PREMIUM AT EACH WAREHOUSE BREAK. THE 'E'
      *       RECORDS MUST FOOT TO THE 'W' SUBTOTALS OR THE RUN STOPS.
      *   PR2CINV.TXT - THE CARRIER'S INVOICE DETAIL, ONE 'D' LINE
      *       PER EMPLOYEE PER COVERAGE PERIOD BILLED: WAREHOUSE ID,
      *       EMPLOYEE ID, LAST NAME, COVERAGE DATE, PREMIUM. ANY
      *       OTHER LINE (THEIR HEADINGS AND TOTALS) IS SKIPPED.
      *   PR2ITRM.TXT - THE TERMINATION LINES MNTPR2 LAST SENT THE
      *       CARRIER.
      *   PR2TERM.TXT - THE CUMULATIVE TERMINATED ROSTER, SO A
      *       TERMINATION SENT ON AN EARLIER CYCLE'S PR2ITRM.TXT IS
      *       STILL KNOWN WHEN THE CARRIER KEEPS BILLING FOR IT.
      *
      * OUTPUT:
      *   RECONCILIATION REPORT IN FOUR BUCKETS:
      *       1. BILLED BUT NOT ON OUR CENSUS
      *       2. ON OUR CENSUS BUT NOT BILLED
      *       3. BILLED AT A DIFFERENT PREMIUM (BOTH SIDES SHOWN)
      *       4. BILLED FOR COVERAGE AFTER THE TERMINATION DATE
      *   PLUS A WAREHOUSE SUMMARY OF THE CENSUS 'W' SUBTOTALS
      *   AGAINST THE HEADCOUNT AND PREMIUM BILLED, AND THE RECORD
      *   COUNTS.
      *
      *   AN EMPLOYEE BILLED ON MORE THAN ONE LINE IS MATCHED ON THE
      *   SUM OF THE LINES, SO A DOUBLE BILLING SHOWS AS A PREMIUM
      *   DIFFERENCE. A LINE FOR COVERAGE AFTER THE TERMINATION DATE
      *   GOES TO BUCKET 4 ONLY AND IS LEFT OUT OF THAT SUM. A
      *   TERMINATION IS SET ASIDE WHEN THE CENSUS SHOWS THE
      *   EMPLOYEE REHIRED AFTER IT.
      *
      *   RETURN CODE 0 ONLY ON A ZERO-DIFFERENCE RECONCILIATION
      *   (EVERY BUCKET EMPTY AND EVERY INVOICE LINE READABLE), AS
      *   RCNPR2 GATES PAYROLL; ANY DIFFERENCE, OR A MISSING OR
      *   BROKEN INPUT, SETS RETURN CODE 8.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-CARD-FILE
               ASSIGN TO 'PR2IPRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IPRM-STATUS.
           SELECT CENSUS-FILE
               ASSIGN TO WS-CENS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENS-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO 'PR2CINV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CINV-STATUS.
           SELECT INVOICE-SORT-FILE
               ASSIGN TO 'PR2IWRK.TXT'.
           SELECT SORTED-INVOICE
               ASSIGN TO 'PR2ISRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARRIER-TERM-FILE
               ASSIGN TO 'PR2ITRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITRM-STATUS.
           SELECT TERMINATED-FILE
               ASSIGN TO 'PR2TERM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT INVOICE-REPORT
               ASSIGN TO PRINTER 'INVOICEFILE'.

       DATA DIVISION.
       FILE SECTION.

      *** OPTIONAL CARD: WHICH RUN'S CENSUS THE INVOICE BILLS.     ***
       FD  INVOICE-CARD-FILE
           RECORD CONTAINS 4 CHARACTERS.

       01  INVOICE-CARD-RECORD.
           05  IP-RUN-NUMBER       PIC 9(4).

      *** THE CARRIER CENSUS AS CGBPR2 CUTS IT.                    ***
       FD  CENSUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  CENSUS-DETAIL-RECORD.
           05  CN-RECORD-TYPE       PIC X(1).
           05  CN-WAREHOUSE-ID      PIC X(4).
           05  CN-EMPLOYEE-ID       PIC X(5).
           05  CN-POSITION          PIC X(2).
           05  CN-HIRE-DATE         PIC 9(8).
           05  CN-YEARS-SERVICE     PIC 9(3).
           05  CN-INCREASED-CURR    PIC 9(7)V99.
           05  CN-INCREASED-INSUR   PIC 9(6)V99.

       01  CENSUS-SUBTOTAL-RECORD.
           05  CS-RECORD-TYPE       PIC X(1).
           05  CS-WAREHOUSE-ID      PIC X(4).
           05  CS-EMPLOYEE-COUNT    PIC 9(5).
           05  CS-TOTAL-INSUR       PIC 9(7)V99.
           05  FILLER               PIC X(21).

      *** THE CARRIER'S INVOICE DETAIL, AS THEY SEND IT.           ***
       FD  INVOICE-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  INVOICE-RECORD          PIC X(36).

      *** SORT WORK FILE, KEYED BY WAREHOUSE, EMPLOYEE, AND        ***
      *** COVERAGE DATE SO AN EMPLOYEE'S LINES ARRIVE TOGETHER.    ***
       SD  INVOICE-SORT-FILE.

       01  INVOICE-SORT-RECORD.
           05 SI-RECORD-TYPE        PIC X(1).
           05 SI-WAREHOUSE-ID       PIC X(4).
           05 SI-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(10).
           05 SI-COVERAGE-DATE      PIC X(8).
           05 FILLER                PIC X(8).

       FD  SORTED-INVOICE
           RECORD CONTAINS 36 CHARACTERS.

       01  SORTED-INVOICE-RECORD.
           05 IV-RECORD-TYPE        PIC X(1).
           05 IV-WAREHOUSE-ID       PIC X(4).
           05 IV-EMPLOYEE-ID        PIC X(5).
           05 IV-LASTNAME           PIC X(10).
           05 IV-COVERAGE-DATE      PIC X(8).
           05 IV-COVERAGE-DATE-N    REDEFINES IV-COVERAGE-DATE
                                    PIC 9(8).
           05 IV-PREMIUM            PIC X(8).
           05 IV-PREMIUM-N          REDEFINES IV-PREMIUM
                                    PIC 9(6)V99.

      *** TERMINATION LINES AS MNTPR2 SENDS THEM TO THE CARRIER.   ***
       FD  CARRIER-TERM-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  CARRIER-TERM-RECORD.
           05  IT-WAREHOUSE-ID      PIC X(4).
           05  IT-EMPLOYEE-ID       PIC X(5).
           05  IT-LASTNAME          PIC X(10).
           05  IT-FIRSTNAME         PIC X(10).
           05  IT-TERM-DATE         PIC 9(8).
           05  IT-INSURANCE         PIC X(5).

      *** CUMULATIVE TERMINATED-EMPLOYEE ROSTER, AS MNTPR2 WRITES  ***
      *** IT: THE MASTER IMAGE AND THE TERMINATION DATE.           ***
       FD  TERMINATED-FILE
           RECORD CONTAINS 91 CHARACTERS.

       01  TERMINATED-RECORD.
           05  TM-WAREHOUSE-ID      PIC X(4).
           05  TM-EMPLOYEE-ID       PIC X(5).
           05  FILLER               PIC X(74).
           05  TM-TERM-DATE         PIC 9(8).

       FD  INVOICE-REPORT
           RECORD CONTAINS 130 CHARACTERS.

       01  INVOICE-REPORT-RECORD   PIC X(130).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-IPRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CENS-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CINV-STATUS      PIC X(2)        VALUE '00'.
           05  WS-ITRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-TERM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CENS-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-INVOICE-EOF      PIC X(3)        VALUE 'NO '.
           05  WS-DETAIL-FOUND     PIC X(3)        VALUE 'NO '.
           05  WS-CE-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-WB-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-TR-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-TR-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-CENSUS-BROKEN    PIC X(3)        VALUE 'NO '.

      *** NAME OF THE CENSUS BEING RECONCILED: THE CURRENT FILE,   ***
      *** OR AN ARCHIVED GENERATION NAMED THE SAME WAY CGBPR2'S    ***
      *** ARCHIVE PASS NAMES IT.                                   ***
       01  WS-CENS-NAME            PIC X(30)  VALUE 'PR2CENS.TXT'.
       01  WS-CENS-RUN-X           PIC 9(4)        VALUE 0.

      *** ONE ROW PER CENSUS 'E' RECORD, MARKED AS THE INVOICE     ***
      *** BILLS IT SO THE UNBILLED ROWS CAN BE LISTED AT THE END.  ***
       01  CENSUS-TABLE.
           05  CE-ENTRY            OCCURS 999 TIMES.
               10  CE-KEY.
                   15  CE-WAREHOUSE-ID PIC X(4).
                   15  CE-EMPLOYEE-ID  PIC X(5).
               10  CE-POSITION     PIC X(2).
               10  CE-HIRE-DATE    PIC 9(8).
               10  CE-PREMIUM      PIC 9(6)V99.
               10  CE-BILLED       PIC X(1).

       01  CE-COUNT                PIC 9(4)        VALUE 0.
       01  WS-CE-SUB               PIC 9(4)        VALUE 0.
       01  WS-CE-HIT               PIC 9(4)        VALUE 0.

      *** ONE ROW PER WAREHOUSE: THE CENSUS 'W' SUBTOTAL, WHAT     ***
      *** THE 'E' RECORDS ACTUALLY FOOT TO, AND WHAT WAS BILLED.   ***
       01  WAREHOUSE-BILL-TABLE.
           05  WB-ENTRY            OCCURS 50 TIMES.
               10  WB-WAREHOUSE-ID PIC X(4).
               10  WB-SUBTOTAL-SEEN PIC X(1).
               10  WB-CENS-COUNT   PIC 9(5).
               10  WB-CENS-PREMIUM PIC 9(7)V99.
               10  WB-FOOT-COUNT   PIC 9(5).
               10  WB-FOOT-PREMIUM PIC 9(7)V99.
               10  WB-BILL-COUNT   PIC 9(5).
               10  WB-BILL-PREMIUM PIC 9(7)V99.

       01  WB-COUNT                PIC 9(3)        VALUE 0.
       01  WS-WB-SUB               PIC 9(3)        VALUE 0.
       01  WS-WB-HIT               PIC 9(3)        VALUE 0.
       01  WS-LOOKUP-WAREHOUSE     PIC X(4).

      *** EVERY WAREHOUSE + EMPLOYEE KEY TERMINATED ON EITHER      ***
      *** TERMINATION FILE, WITH ITS LATEST TERMINATION DATE.      ***
       01  TERMINATED-TABLE.
           05  TR-ENTRY            OCCURS 999 TIMES.
               10  TR-KEY          PIC X(9).
               10  TR-TERM-DATE    PIC 9(8).

       01  TR-COUNT                PIC 9(4)        VALUE 0.
       01  WS-TR-SUB               PIC 9(4)        VALUE 0.
       01  WS-TR-HIT               PIC 9(4)        VALUE 0.

      *** THE KEY AND TERMINATION DATE BEING TAKEN ONTO THE TABLE. ***
       01  WS-LOOKUP-KEY           PIC X(9).
       01  WS-LOOKUP-TERM-DATE     PIC 9(8).

      *** THE EMPLOYEE THE INVOICE IS ON, HIGH-VALUES AT END OF    ***
      *** FILE, AND THE LINES BILLED FOR THAT EMPLOYEE SO FAR.     ***
       01  WS-INVOICE-KEY          PIC X(9).
       01  WS-CURRENT-KEY.
           05  WS-CURRENT-WAREHOUSE PIC X(4).
           05  WS-CURRENT-EMPLOYEE PIC X(5).
       01  WS-CURRENT-LASTNAME     PIC X(10).
       01  WS-CURRENT-COVERAGE     PIC X(8).
       01  WS-KEY-LINES            PIC 9(3)        VALUE 0.
       01  WS-KEY-PREMIUM          PIC 9(7)V99     VALUE 0.
       01  WS-PREMIUM-DIFF         PIC S9(7)V99    VALUE +0.

      *** RECONCILIATION COUNTS - THE FOUR BUCKETS PLUS THE        ***
      *** RECORD AND MATCH COUNTS AROUND THEM.                     ***
       01  WS-CENSUS-READ          PIC 9(7)        VALUE 0.
       01  WS-INVOICE-READ         PIC 9(7)        VALUE 0.
       01  WS-OTHER-LINES          PIC 9(7)        VALUE 0.
       01  WS-TERM-READ            PIC 9(7)        VALUE 0.
       01  WS-MATCHED-CLEAN        PIC 9(7)        VALUE 0.
       01  WS-NOT-ON-CENSUS        PIC 9(7)        VALUE 0.
       01  WS-NOT-BILLED           PIC 9(7)        VALUE 0.
       01  WS-PREMIUM-MISMATCH     PIC 9(7)        VALUE 0.
       01  WS-AFTER-TERM           PIC 9(7)        VALUE 0.
       01  WS-UNREADABLE           PIC 9(7)        VALUE 0.

      *** PREMIUM TOTALS ON EACH SIDE, AND WHAT WAS BILLED FOR     ***
      *** COVERAGE AFTER A TERMINATION - THE AMOUNT TO RECOVER.    ***
       01  PREMIUM-TOTALS.
           05  PT-CENSUS-PREMIUM   PIC 9(8)V99     VALUE 0.
           05  PT-BILLED-PREMIUM   PIC 9(8)V99     VALUE 0.
           05  PT-AFTER-TERM       PIC 9(8)V99     VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  INVOICE-HEADING-ONE.
           05  IH-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  IH-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  IH-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  INVOICE-HEADING-TWO.
           05                      PIC X(15)       VALUE SPACES.
           05                      PIC X(40)
                 VALUE 'CARRIER INVOICE RECONCILIATION'.

      *** NAMES THE CENSUS GENERATION THE INVOICE WAS MATCHED TO,  ***
      *** SO A BILL CHECKED AGAINST THE WRONG RUN IS VISIBLE AT    ***
      *** THE TOP OF THE REPORT.                                   ***
       01  INVOICE-CENSUS-ID-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'CENSUS '.
           05  IC-FILE-NAME        PIC X(30).
           05                      PIC X(10)       VALUE 'INVOICE   '.
           05                      PIC X(11)       VALUE 'PR2CINV.TXT'.

       01  INVOICE-HEADING-THREE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'WAREHOUSE'.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'EMPLOYEE'.
           05                      PIC X(2)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'LAST NAME'.
           05                      PIC X(21)
                                         VALUE 'DIFFERENCE'.
           05                      PIC X(12)
                                         VALUE 'COVERAGE'.
           05                      PIC X(12)
                                         VALUE 'TERMINATED'.
           05                      PIC X(14)
                                         VALUE '   BILLED PREM'.
           05                      PIC X(13)
                                         VALUE '  CENSUS PREM'.
           05                      PIC X(13)
                                         VALUE '   OVER/UNDER'.

       01  INVOICE-DETAIL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  ID-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(8)        VALUE SPACES.
           05  ID-EMPLOYEE-ID      PIC X(5).
           05                      PIC X(3)        VALUE SPACES.
           05  ID-LASTNAME         PIC X(10).
           05                      PIC X(2)        VALUE SPACES.
           05  ID-BUCKET           PIC X(20).
           05                      PIC X(1)        VALUE SPACES.
           05  ID-COVERAGE-DATE    PIC X(10).
           05                      PIC X(2)        VALUE SPACES.
           05  ID-TERM-DATE        PIC X(10).
           05                      PIC X(2)        VALUE SPACES.
           05  ID-BILLED-PREMIUM   PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(2)        VALUE SPACES.
           05  ID-CENSUS-PREMIUM   PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  ID-DIFFERENCE       PIC Z,ZZZ,ZZ9.99-.

      *** CCYYMMDD TO CCYY/MM/DD FOR THE DETAIL LINE.              ***
       01  WS-EDIT-DATE.
           05  ED-YEAR             PIC X(4).
           05                      PIC X           VALUE '/'.
           05  ED-MONTH            PIC X(2).
           05                      PIC X           VALUE '/'.
           05  ED-DAY              PIC X(2).

       01  WS-RAW-DATE.
           05  RW-YEAR             PIC X(4).
           05  RW-MONTH            PIC X(2).
           05  RW-DAY              PIC X(2).

      *** WAREHOUSE SUMMARY - THE CENSUS 'W' SUBTOTAL AGAINST WHAT ***
      *** THE CARRIER BILLED, BEFORE ANY AFTER-TERMINATION LINES.  ***
       01  WAREHOUSE-HEADING.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'WAREHOUSE'.
           05                      PIC X(12)       VALUE 'CENSUS HDS'.
           05                      PIC X(16)
                                         VALUE 'CENSUS PREMIUM'.
           05                      PIC X(12)       VALUE 'BILLED HDS'.
           05                      PIC X(16)
                                         VALUE 'BILLED PREMIUM'.
           05                      PIC X(14)       VALUE 'OVER/UNDER'.

       01  WAREHOUSE-LINE.
           05                      PIC X(7)        VALUE SPACES.
           05  WL-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(5)        VALUE SPACES.
           05  WL-CENS-COUNT       PIC ZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  WL-CENS-PREMIUM     PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(7)        VALUE SPACES.
           05  WL-BILL-COUNT       PIC ZZ,ZZ9.
           05                      PIC X(4)        VALUE SPACES.
           05  WL-BILL-PREMIUM     PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(3)        VALUE SPACES.
           05  WL-DIFFERENCE       PIC Z,ZZZ,ZZ9.99-.
           05                      PIC X(2)        VALUE SPACES.
           05  WL-FLAG             PIC X(9).

       01  INVOICE-TOTAL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  TL-CAPTION          PIC X(32).
           05  TL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.

       01  INVOICE-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  IN-CAPTION          PIC X(32).
           05  IN-COUNT            PIC ZZZ,ZZ9.

       01  INVOICE-VERDICT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  VD-TEXT             PIC X(45).

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 100-RECONCILE-EMPLOYEE
               UNTIL WS-INVOICE-KEY = HIGH-VALUES
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT INVOICE-REPORT

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO IH-MONTH
           MOVE WS-DAY TO IH-DAY
           MOVE WS-YEAR TO IH-YEAR

           PERFORM 40-HEADER-ROUTINE
           PERFORM 21-LOAD-INVOICE-CARD
           PERFORM 22-LOAD-CENSUS
           PERFORM 23-LOAD-CARRIER-TERMS
           PERFORM 24-LOAD-TERMINATED-ROSTER
           PERFORM 25-SORT-INVOICE
           PERFORM 30-READ-INVOICE

           .

      *** READS THE OPTIONAL CARD. A RUN NUMBER POINTS THE JOB AT  ***
      *** THAT RUN'S ARCHIVED CENSUS; OTHERWISE IT RECONCILES THE  ***
      *** CURRENT ONE.                                             ***
       21-LOAD-INVOICE-CARD.

           OPEN INPUT INVOICE-CARD-FILE
           IF WS-IPRM-STATUS = '00'
               READ INVOICE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IP-RUN-NUMBER IS NUMERIC
                           MOVE IP-RUN-NUMBER TO WS-CENS-RUN-X
                       END-IF
               END-READ
               CLOSE INVOICE-CARD-FILE
           END-IF

           IF WS-CENS-RUN-X NOT = 0
               MOVE SPACES TO WS-CENS-NAME
               STRING 'PR2CENS.R' DELIMITED BY SIZE
                      WS-CENS-RUN-X DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                   INTO WS-CENS-NAME
           END-IF

           .

      *** LOADS THE CENSUS INTO THE TABLE AND PROVES IT: EVERY     ***
      *** WAREHOUSE'S 'E' RECORDS MUST FOOT TO ITS 'W' SUBTOTAL    ***
      *** ON HEADCOUNT AND PREMIUM. A CENSUS THAT DOESN'T FOOT TO  ***
      *** ITSELF CAN'T PROVE THE BILL RIGHT OR WRONG, SO THE RUN   ***
      *** STOPS BEFORE IT RECONCILES A SINGLE LINE.                ***
       22-LOAD-CENSUS.

           OPEN INPUT CENSUS-FILE
           IF WS-CENS-STATUS NOT = '00'
               DISPLAY 'PR2CIR: ' WS-CENS-NAME ' NOT FOUND - '
                  'NOTHING TO RECONCILE AGAINST - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CENS-EOF = 'YES'
               READ CENSUS-FILE
                   AT END
                       MOVE 'YES' TO WS-CENS-EOF
                   NOT AT END
                       PERFORM 220-TAKE-CENSUS-RECORD
               END-READ
           END-PERFORM
           CLOSE CENSUS-FILE

           IF CE-COUNT = 0
               DISPLAY 'PR2CIR: ' WS-CENS-NAME ' CARRIES NO '
                  'EMPLOYEES - NOTHING TO RECONCILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-REPORT
               STOP RUN
           END-IF

           PERFORM 225-FOOT-ONE-WAREHOUSE
               VARYING WS-WB-SUB FROM 1 BY 1
               UNTIL WS-WB-SUB > WB-COUNT
           IF WS-CENSUS-BROKEN = 'YES'
               DISPLAY 'PR2CIR: ' WS-CENS-NAME ' DOES NOT FOOT '
                  'TO ITS WAREHOUSE SUBTOTALS - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-REPORT
               STOP RUN
           END-IF

           MOVE WS-CENS-NAME TO IC-FILE-NAME
           WRITE INVOICE-REPORT-RECORD FROM INVOICE-CENSUS-ID-LINE
               AFTER ADVANCING 1 LINE
           MOVE 2 TO PROPER-SPACING
           WRITE INVOICE-REPORT-RECORD FROM INVOICE-HEADING-THREE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING

           .

       220-TAKE-CENSUS-RECORD.

           ADD 1 TO WS-CENSUS-READ
           EVALUATE CN-RECORD-TYPE
               WHEN 'E'
                   IF CN-INCREASED-INSUR IS NOT NUMERIC
                      OR CN-HIRE-DATE IS NOT NUMERIC
                       DISPLAY 'PR2CIR: CENSUS RECORD FOR '
                          CN-WAREHOUSE-ID CN-EMPLOYEE-ID
                          ' IS NOT NUMERIC - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE INVOICE-REPORT
                       STOP RUN
                   END-IF
                   IF CE-COUNT = 999
                       DISPLAY 'PR2CIR: CENSUS TABLE FULL AT 999 '
                          'ENTRIES - CANNOT RECONCILE - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE INVOICE-REPORT
                       STOP RUN
                   END-IF
                   ADD 1 TO CE-COUNT
                   MOVE CN-WAREHOUSE-ID TO CE-WAREHOUSE-ID (CE-COUNT)
                   MOVE CN-EMPLOYEE-ID TO CE-EMPLOYEE-ID (CE-COUNT)
                   MOVE CN-POSITION TO CE-POSITION (CE-COUNT)
                   MOVE CN-HIRE-DATE TO CE-HIRE-DATE (CE-COUNT)
                   MOVE CN-INCREASED-INSUR TO CE-PREMIUM (CE-COUNT)
                   MOVE 'N' TO CE-BILLED (CE-COUNT)
                   ADD CN-INCREASED-INSUR TO PT-CENSUS-PREMIUM
                   MOVE CN-WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
                   PERFORM 230-FIND-OR-ADD-WAREHOUSE
                   ADD 1 TO WB-FOOT-COUNT (WS-WB-HIT)
                   ADD CN-INCREASED-INSUR
                       TO WB-FOOT-PREMIUM (WS-WB-HIT)
               WHEN 'W'
                   IF CS-EMPLOYEE-COUNT IS NOT NUMERIC
                      OR CS-TOTAL-INSUR IS NOT NUMERIC
                       DISPLAY 'PR2CIR: CENSUS SUBTOTAL FOR '
                          CS-WAREHOUSE-ID ' IS NOT NUMERIC - RUN '
                          'STOPPED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE INVOICE-REPORT
                       STOP RUN
                   END-IF
                   MOVE CS-WAREHOUSE-ID TO WS-LOOKUP-WAREHOUSE
                   PERFORM 230-FIND-OR-ADD-WAREHOUSE
                   MOVE 'Y' TO WB-SUBTOTAL-SEEN (WS-WB-HIT)
                   ADD CS-EMPLOYEE-COUNT TO WB-CENS-COUNT (WS-WB-HIT)
                   ADD CS-TOTAL-INSUR TO WB-CENS-PREMIUM (WS-WB-HIT)
               WHEN OTHER
                   DISPLAY 'PR2CIR: ' WS-CENS-NAME ' CARRIES A '
                      'RECORD OF TYPE ' CN-RECORD-TYPE
                      ' - FOREIGN FILE - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE INVOICE-REPORT
                   STOP RUN
           END-EVALUATE

           .

       225-FOOT-ONE-WAREHOUSE.

           IF WB-SUBTOTAL-SEEN (WS-WB-SUB) NOT = 'Y'
              OR WB-CENS-COUNT (WS-WB-SUB)
                 NOT = WB-FOOT-COUNT (WS-WB-SUB)
              OR WB-CENS-PREMIUM (WS-WB-SUB)
                 NOT = WB-FOOT-PREMIUM (WS-WB-SUB)
               DISPLAY 'PR2CIR: WAREHOUSE '
                  WB-WAREHOUSE-ID (WS-WB-SUB) ' SUBTOTAL SAYS '
                  WB-CENS-COUNT (WS-WB-SUB) ' EMPLOYEES, CENSUS '
                  'CARRIES ' WB-FOOT-COUNT (WS-WB-SUB)
               MOVE 'YES' TO WS-CENSUS-BROKEN
           END-IF

           .

      *** LOOKS UP WS-LOOKUP-WAREHOUSE ON THE WAREHOUSE TABLE,     ***
      *** ADDING A ZEROED ROW THE FIRST TIME IT IS SEEN, AND       ***
      *** LEAVES ITS ROW IN WS-WB-HIT.                             ***
       230-FIND-OR-ADD-WAREHOUSE.

           MOVE 'NO ' TO WS-WB-FOUND
           MOVE 0 TO WS-WB-HIT
           PERFORM 2301-SEARCH-WAREHOUSE
               VARYING WS-WB-SUB FROM 1 BY 1
               UNTIL WS-WB-SUB > WB-COUNT OR WS-WB-FOUND = 'YES'

           IF WS-WB-FOUND = 'NO '
               IF WB-COUNT = 50
                   DISPLAY 'PR2CIR: WAREHOUSE TABLE FULL AT 50 '
                      'ENTRIES - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE INVOICE-REPORT
                   STOP RUN
               END-IF
               ADD 1 TO WB-COUNT
               MOVE WB-COUNT TO WS-WB-HIT
               MOVE WS-LOOKUP-WAREHOUSE TO WB-WAREHOUSE-ID (WS-WB-HIT)
               MOVE 'N' TO WB-SUBTOTAL-SEEN (WS-WB-HIT)
               MOVE 0 TO WB-CENS-COUNT (WS-WB-HIT)
                         WB-CENS-PREMIUM (WS-WB-HIT)
                         WB-FOOT-COUNT (WS-WB-HIT)
                         WB-FOOT-PREMIUM (WS-WB-HIT)
                         WB-BILL-COUNT (WS-WB-HIT)
                         WB-BILL-PREMIUM (WS-WB-HIT)
           END-IF

           .

       2301-SEARCH-WAREHOUSE.

           IF WB-WAREHOUSE-ID (WS-WB-SUB) = WS-LOOKUP-WAREHOUSE
               MOVE 'YES' TO WS-WB-FOUND
               MOVE WS-WB-SUB TO WS-WB-HIT
           END-IF

           .

      *** LOADS THE TERMINATION LINES MNTPR2 LAST SENT THE         ***
      *** CARRIER. WITHOUT THEM THE JOB STILL RUNS ON THE          ***
      *** CUMULATIVE ROSTER, AND SAYS SO.                          ***
       23-LOAD-CARRIER-TERMS.

           OPEN INPUT CARRIER-TERM-FILE
           IF WS-ITRM-STATUS NOT = '00'
               DISPLAY 'PR2CIR: PR2ITRM.TXT NOT FOUND - CHECKING '
                  'TERMINATIONS ON PR2TERM.TXT ONLY'
           ELSE
               PERFORM UNTIL WS-ITRM-STATUS NOT = '00'
                   READ CARRIER-TERM-FILE
                       AT END
                           MOVE '10' TO WS-ITRM-STATUS
                       NOT AT END
                           ADD 1 TO WS-TERM-READ
                           IF IT-TERM-DATE IS NUMERIC
                               MOVE IT-WAREHOUSE-ID
                                   TO WS-LOOKUP-KEY (1:4)
                               MOVE IT-EMPLOYEE-ID
                                   TO WS-LOOKUP-KEY (5:5)
                               MOVE IT-TERM-DATE
                                   TO WS-LOOKUP-TERM-DATE
                               PERFORM 240-TAKE-TERMINATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-TERM-FILE
           END-IF

           .

      *** LOADS THE CUMULATIVE TERMINATED ROSTER, SO A             ***
      *** TERMINATION THE CARRIER WAS TOLD ABOUT CYCLES AGO STILL  ***
      *** COUNTS.                                                  ***
       24-LOAD-TERMINATED-ROSTER.

           OPEN INPUT TERMINATED-FILE
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'PR2CIR: PR2TERM.TXT NOT FOUND - CHECKING '
                  'TERMINATIONS ON PR2ITRM.TXT ONLY'
           ELSE
               PERFORM UNTIL WS-TERM-STATUS NOT = '00'
                   READ TERMINATED-FILE
                       AT END
                           MOVE '10' TO WS-TERM-STATUS
                       NOT AT END
                           ADD 1 TO WS-TERM-READ
                           IF TM-TERM-DATE IS NUMERIC
                               MOVE TM-WAREHOUSE-ID
                                   TO WS-LOOKUP-KEY (1:4)
                               MOVE TM-EMPLOYEE-ID
                                   TO WS-LOOKUP-KEY (5:5)
                               MOVE TM-TERM-DATE
                                   TO WS-LOOKUP-TERM-DATE
                               PERFORM 240-TAKE-TERMINATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINATED-FILE
           END-IF

           .

      *** TAKES ONE TERMINATION ONTO THE TABLE, KEEPING THE LATEST ***
      *** DATE FOR A KEY TERMINATED MORE THAN ONCE.                ***
       240-TAKE-TERMINATION.

           PERFORM 245-FIND-TERMINATED-KEY
           IF WS-TR-FOUND = 'YES'
               IF WS-LOOKUP-TERM-DATE > TR-TERM-DATE (WS-TR-HIT)
                   MOVE WS-LOOKUP-TERM-DATE TO TR-TERM-DATE (WS-TR-HIT)
               END-IF
           ELSE
               IF TR-COUNT < 999
                   ADD 1 TO TR-COUNT
                   MOVE WS-LOOKUP-KEY TO TR-KEY (TR-COUNT)
                   MOVE WS-LOOKUP-TERM-DATE TO TR-TERM-DATE (TR-COUNT)
               ELSE
                   IF WS-TR-FULL = 'NO '
                       DISPLAY 'PR2CIR: TERMINATED TABLE FULL AT 999 '
                          'ENTRIES - LATER TERMINATIONS NOT CHECKED'
                       MOVE 'YES' TO WS-TR-FULL
                   END-IF
               END-IF
           END-IF

           .

      *** LOOKS UP WS-LOOKUP-KEY ON THE TERMINATED TABLE.          ***
       245-FIND-TERMINATED-KEY.

           MOVE 'NO ' TO WS-TR-FOUND
           MOVE 0 TO WS-TR-HIT
           PERFORM 2451-SEARCH-TERMINATED-KEY
               VARYING WS-TR-SUB FROM 1 BY 1
               UNTIL WS-TR-SUB > TR-COUNT OR WS-TR-FOUND = 'YES'

           .

       2451-SEARCH-TERMINATED-KEY.

           IF TR-KEY (WS-TR-SUB) = WS-LOOKUP-KEY
               MOVE 'YES' TO WS-TR-FOUND
               MOVE WS-TR-SUB TO WS-TR-HIT
           END-IF

           .

       25-SORT-INVOICE.

           OPEN INPUT INVOICE-FILE
           IF WS-CINV-STATUS NOT = '00'
               DISPLAY 'PR2CIR: PR2CINV.TXT NOT FOUND - '
                  'NOTHING TO RECONCILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE INVOICE-REPORT
               STOP RUN
           END-IF
           CLOSE INVOICE-FILE

           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY SI-WAREHOUSE-ID
                                SI-EMPLOYEE-ID
                                SI-COVERAGE-DATE
               USING INVOICE-FILE
               GIVING SORTED-INVOICE

           OPEN INPUT SORTED-INVOICE

           .

      *** READS TO THE NEXT 'D' LINE, COUNTING AND PASSING OVER    ***
      *** THE CARRIER'S OWN HEADING AND TOTAL LINES.               ***
       30-READ-INVOICE.

           MOVE 'NO ' TO WS-DETAIL-FOUND
           PERFORM UNTIL WS-DETAIL-FOUND = 'YES'
                      OR WS-INVOICE-EOF = 'YES'
               READ SORTED-INVOICE
                   AT END
                       MOVE 'YES' TO WS-INVOICE-EOF
                       MOVE HIGH-VALUES TO WS-INVOICE-KEY
                   NOT AT END
                       IF IV-RECORD-TYPE = 'D'
                           MOVE 'YES' TO WS-DETAIL-FOUND
                           ADD 1 TO WS-INVOICE-READ
                           MOVE IV-WAREHOUSE-ID
                               TO WS-INVOICE-KEY (1:4)
                           MOVE IV-EMPLOYEE-ID
                               TO WS-INVOICE-KEY (5:5)
                       ELSE
                           ADD 1 TO WS-OTHER-LINES
                       END-IF
               END-READ
           END-PERFORM

           .

       40-HEADER-ROUTINE.

           WRITE INVOICE-REPORT-RECORD FROM INVOICE-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           WRITE INVOICE-REPORT-RECORD FROM INVOICE-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING

           .

      *** ONE PASS PER BILLED EMPLOYEE. THE EMPLOYEE'S LINES ARE   ***
      *** TAKEN IN COVERAGE-DATE ORDER: A LINE FOR COVERAGE AFTER  ***
      *** THE TERMINATION DATE LANDS IN BUCKET 4, THE REST ARE     ***
      *** SUMMED AND MATCHED TO THE CENSUS - BUCKET 1 WHEN THE     ***
      *** CENSUS DOESN'T CARRY THE EMPLOYEE, BUCKET 3 WHEN THE SUM ***
      *** DISAGREES WITH THE CENSUS PREMIUM.                       ***
       100-RECONCILE-EMPLOYEE.

           MOVE WS-INVOICE-KEY TO WS-CURRENT-KEY
           MOVE IV-LASTNAME TO WS-CURRENT-LASTNAME
           MOVE IV-COVERAGE-DATE TO WS-CURRENT-COVERAGE
           MOVE 0 TO WS-KEY-LINES
           MOVE 0 TO WS-KEY-PREMIUM

           MOVE WS-CURRENT-KEY TO WS-LOOKUP-KEY
           PERFORM 150-FIND-CENSUS-KEY
           PERFORM 245-FIND-TERMINATED-KEY

      * A REHIRE ON THE CENSUS SINCE THE TERMINATION IS COVERED
      * AGAIN, SO THE OLD TERMINATION NO LONGER STOPS THE BILLING
           IF WS-TR-FOUND = 'YES' AND WS-CE-FOUND = 'YES'
               IF CE-HIRE-DATE (WS-CE-HIT) > TR-TERM-DATE (WS-TR-HIT)
                   MOVE 'NO ' TO WS-TR-FOUND
               END-IF
           END-IF

           PERFORM 110-TAKE-INVOICE-LINE
               UNTIL WS-INVOICE-KEY NOT = WS-CURRENT-KEY

           IF WS-CE-FOUND = 'YES'
               MOVE 'Y' TO CE-BILLED (WS-CE-HIT)
           END-IF

           IF WS-KEY-LINES > 0
               MOVE WS-CURRENT-WAREHOUSE TO WS-LOOKUP-WAREHOUSE
               PERFORM 230-FIND-OR-ADD-WAREHOUSE
               ADD 1 TO WB-BILL-COUNT (WS-WB-HIT)
               ADD WS-KEY-PREMIUM TO WB-BILL-PREMIUM (WS-WB-HIT)
               IF WS-CE-FOUND = 'NO '
                   PERFORM 120-REPORT-NOT-ON-CENSUS
               ELSE
                   IF WS-KEY-PREMIUM = CE-PREMIUM (WS-CE-HIT)
                       ADD 1 TO WS-MATCHED-CLEAN
                   ELSE
                       PERFORM 130-REPORT-PREMIUM-MISMATCH
                   END-IF
               END-IF
           END-IF

           .

       110-TAKE-INVOICE-LINE.

           EVALUATE TRUE
               WHEN IV-PREMIUM-N IS NOT NUMERIC
                 OR IV-COVERAGE-DATE-N IS NOT NUMERIC
                   PERFORM 145-REPORT-UNREADABLE
               WHEN WS-TR-FOUND = 'YES'
                 AND IV-COVERAGE-DATE-N > TR-TERM-DATE (WS-TR-HIT)
                   ADD IV-PREMIUM-N TO PT-BILLED-PREMIUM
                   PERFORM 140-REPORT-AFTER-TERMINATION
               WHEN OTHER
                   ADD IV-PREMIUM-N TO PT-BILLED-PREMIUM
                   ADD 1 TO WS-KEY-LINES
                   ADD IV-PREMIUM-N TO WS-KEY-PREMIUM
           END-EVALUATE

           PERFORM 30-READ-INVOICE

           .

      *** BUCKET 1 - BILLED, BUT NOT ON THE CENSUS WE SENT.        ***
       120-REPORT-NOT-ON-CENSUS.

           ADD 1 TO WS-NOT-ON-CENSUS
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE WS-CURRENT-WAREHOUSE TO ID-WAREHOUSE-ID
           MOVE WS-CURRENT-EMPLOYEE TO ID-EMPLOYEE-ID
           MOVE WS-CURRENT-LASTNAME TO ID-LASTNAME
           MOVE 'BILLED, NOT CENSUS  ' TO ID-BUCKET
           MOVE WS-CURRENT-COVERAGE TO WS-RAW-DATE
           PERFORM 210-EDIT-DATE
           MOVE WS-EDIT-DATE TO ID-COVERAGE-DATE
           MOVE WS-KEY-PREMIUM TO ID-BILLED-PREMIUM
           MOVE WS-KEY-PREMIUM TO ID-DIFFERENCE
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           .

      *** BUCKET 3 - BILLED, BUT NOT AT THE CENSUS PREMIUM. BOTH   ***
      *** SIDES PRINT, WITH THE OVERCHARGE (OR UNDERCHARGE).       ***
       130-REPORT-PREMIUM-MISMATCH.

           ADD 1 TO WS-PREMIUM-MISMATCH
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE WS-CURRENT-WAREHOUSE TO ID-WAREHOUSE-ID
           MOVE WS-CURRENT-EMPLOYEE TO ID-EMPLOYEE-ID
           MOVE WS-CURRENT-LASTNAME TO ID-LASTNAME
           MOVE 'PREMIUM DIFFERS     ' TO ID-BUCKET
           MOVE WS-CURRENT-COVERAGE TO WS-RAW-DATE
           PERFORM 210-EDIT-DATE
           MOVE WS-EDIT-DATE TO ID-COVERAGE-DATE
           MOVE WS-KEY-PREMIUM TO ID-BILLED-PREMIUM
           MOVE CE-PREMIUM (WS-CE-HIT) TO ID-CENSUS-PREMIUM
           COMPUTE WS-PREMIUM-DIFF =
               WS-KEY-PREMIUM - CE-PREMIUM (WS-CE-HIT)
           MOVE WS-PREMIUM-DIFF TO ID-DIFFERENCE
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           .

      *** BUCKET 4 - BILLED FOR COVERAGE AFTER THE TERMINATION     ***
      *** DATE WE SENT THE CARRIER. THE WHOLE LINE IS OWED BACK.   ***
       140-REPORT-AFTER-TERMINATION.

           ADD 1 TO WS-AFTER-TERM
           ADD IV-PREMIUM-N TO PT-AFTER-TERM
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE IV-WAREHOUSE-ID TO ID-WAREHOUSE-ID
           MOVE IV-EMPLOYEE-ID TO ID-EMPLOYEE-ID
           MOVE IV-LASTNAME TO ID-LASTNAME
           MOVE 'BILLED AFTER TERM   ' TO ID-BUCKET
           MOVE IV-COVERAGE-DATE TO WS-RAW-DATE
           PERFORM 210-EDIT-DATE
           MOVE WS-EDIT-DATE TO ID-COVERAGE-DATE
           MOVE TR-TERM-DATE (WS-TR-HIT) TO WS-RAW-DATE
           PERFORM 210-EDIT-DATE
           MOVE WS-EDIT-DATE TO ID-TERM-DATE
           MOVE IV-PREMIUM-N TO ID-BILLED-PREMIUM
           MOVE IV-PREMIUM-N TO ID-DIFFERENCE
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           .

      *** AN INVOICE LINE WHOSE PREMIUM OR COVERAGE DATE ISN'T A   ***
      *** NUMBER CAN'T BE RECONCILED AT ALL, SO IT IS LISTED AND   ***
      *** HOLDS THE RECONCILIATION OUT OF BALANCE.                 ***
       145-REPORT-UNREADABLE.

           ADD 1 TO WS-UNREADABLE
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE IV-WAREHOUSE-ID TO ID-WAREHOUSE-ID
           MOVE IV-EMPLOYEE-ID TO ID-EMPLOYEE-ID
           MOVE IV-LASTNAME TO ID-LASTNAME
           MOVE 'UNREADABLE LINE     ' TO ID-BUCKET
           MOVE IV-COVERAGE-DATE TO ID-COVERAGE-DATE
           MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           .

      *** LOOKS UP WS-LOOKUP-KEY ON THE CENSUS TABLE.              ***
       150-FIND-CENSUS-KEY.

           MOVE 'NO ' TO WS-CE-FOUND
           MOVE 0 TO WS-CE-HIT
           PERFORM 1501-SEARCH-CENSUS-KEY
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > CE-COUNT OR WS-CE-FOUND = 'YES'

           .

       1501-SEARCH-CENSUS-KEY.

           IF CE-KEY (WS-CE-SUB) = WS-LOOKUP-KEY
               MOVE 'YES' TO WS-CE-FOUND
               MOVE WS-CE-SUB TO WS-CE-HIT
           END-IF

           .

       200-WRITE-A-LINE.

           WRITE INVOICE-REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING

           .

       210-EDIT-DATE.

           MOVE RW-YEAR TO ED-YEAR
           MOVE RW-MONTH TO ED-MONTH
           MOVE RW-DAY TO ED-DAY

           .

      *** BUCKET 2 - ON THE CENSUS, NEVER BILLED. LISTED AFTER THE ***
      *** INVOICE PASS, IN CENSUS ORDER.                           ***
       500-REPORT-NOT-BILLED.

           PERFORM 510-CHECK-ONE-CENSUS-ROW
               VARYING WS-CE-SUB FROM 1 BY 1
               UNTIL WS-CE-SUB > CE-COUNT

           .

       510-CHECK-ONE-CENSUS-ROW.

           IF CE-BILLED (WS-CE-SUB) = 'N'
               ADD 1 TO WS-NOT-BILLED
               MOVE SPACES TO INVOICE-DETAIL-LINE
               MOVE CE-WAREHOUSE-ID (WS-CE-SUB) TO ID-WAREHOUSE-ID
               MOVE CE-EMPLOYEE-ID (WS-CE-SUB) TO ID-EMPLOYEE-ID
               MOVE 'CENSUS, NOT BILLED  ' TO ID-BUCKET
               MOVE CE-PREMIUM (WS-CE-SUB) TO ID-CENSUS-PREMIUM
               COMPUTE WS-PREMIUM-DIFF = 0 - CE-PREMIUM (WS-CE-SUB)
               MOVE WS-PREMIUM-DIFF TO ID-DIFFERENCE
               MOVE INVOICE-DETAIL-LINE TO INVOICE-REPORT-RECORD
               PERFORM 200-WRITE-A-LINE
           END-IF

           .

      *** WAREHOUSE SUMMARY: EACH WAREHOUSE'S CENSUS SUBTOTAL      ***
      *** AGAINST THE HEADCOUNT AND PREMIUM BILLED FOR IT.         ***
       550-WAREHOUSE-SUMMARY.

           MOVE 3 TO PROPER-SPACING
           MOVE WAREHOUSE-HEADING TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 560-PRINT-ONE-WAREHOUSE
               VARYING WS-WB-SUB FROM 1 BY 1
               UNTIL WS-WB-SUB > WB-COUNT

           .

       560-PRINT-ONE-WAREHOUSE.

           MOVE SPACES TO WL-FLAG
           MOVE WB-WAREHOUSE-ID (WS-WB-SUB) TO WL-WAREHOUSE-ID
           MOVE WB-CENS-COUNT (WS-WB-SUB) TO WL-CENS-COUNT
           MOVE WB-CENS-PREMIUM (WS-WB-SUB) TO WL-CENS-PREMIUM
           MOVE WB-BILL-COUNT (WS-WB-SUB) TO WL-BILL-COUNT
           MOVE WB-BILL-PREMIUM (WS-WB-SUB) TO WL-BILL-PREMIUM
           COMPUTE WS-PREMIUM-DIFF =
               WB-BILL-PREMIUM (WS-WB-SUB) - WB-CENS-PREMIUM (WS-WB-SUB)
           MOVE WS-PREMIUM-DIFF TO WL-DIFFERENCE
           IF WB-BILL-COUNT (WS-WB-SUB) NOT = WB-CENS-COUNT (WS-WB-SUB)
              OR WS-PREMIUM-DIFF NOT = 0
               MOVE 'OFF' TO WL-FLAG
           END-IF
           MOVE WAREHOUSE-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           .

      *** PREMIUM TOTALS, COUNTS, AND THE ONE-LINE VERDICT THE     ***
      *** SCHEDULE'S RETURN-CODE CHECK MIRRORS.                    ***
       600-RECON-SUMMARY.

           MOVE 'CENSUS PREMIUM:' TO TL-CAPTION
           MOVE PT-CENSUS-PREMIUM TO TL-AMOUNT
           MOVE 3 TO PROPER-SPACING
           MOVE INVOICE-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'BILLED PREMIUM:' TO TL-CAPTION
           MOVE PT-BILLED-PREMIUM TO TL-AMOUNT
           MOVE 1 TO PROPER-SPACING
           MOVE INVOICE-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'BILLED AFTER TERMINATION:' TO TL-CAPTION
           MOVE PT-AFTER-TERM TO TL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'CENSUS RECORDS READ:' TO IN-CAPTION
           MOVE WS-CENSUS-READ TO IN-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'INVOICE DETAIL LINES READ:' TO IN-CAPTION
           MOVE WS-INVOICE-READ TO IN-COUNT
           MOVE 1 TO PROPER-SPACING
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'OTHER INVOICE LINES SKIPPED:' TO IN-CAPTION
           MOVE WS-OTHER-LINES TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'TERMINATION RECORDS READ:' TO IN-CAPTION
           MOVE WS-TERM-READ TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'MATCHED CLEAN:' TO IN-CAPTION
           MOVE WS-MATCHED-CLEAN TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'BILLED, NOT ON CENSUS:' TO IN-CAPTION
           MOVE WS-NOT-ON-CENSUS TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'ON CENSUS, NOT BILLED:' TO IN-CAPTION
           MOVE WS-NOT-BILLED TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'BILLED AT A DIFFERENT PREMIUM:' TO IN-CAPTION
           MOVE WS-PREMIUM-MISMATCH TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'BILLED AFTER TERMINATION:' TO IN-CAPTION
           MOVE WS-AFTER-TERM TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'UNREADABLE INVOICE LINES:' TO IN-CAPTION
           MOVE WS-UNREADABLE TO IN-COUNT
           MOVE INVOICE-COUNT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           IF WS-NOT-ON-CENSUS = 0
              AND WS-NOT-BILLED = 0
              AND WS-PREMIUM-MISMATCH = 0
              AND WS-AFTER-TERM = 0
              AND WS-UNREADABLE = 0
               MOVE 'RECONCILIATION CLEAN - NO DIFFERENCES'
                   TO VD-TEXT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'RECONCILIATION OUT OF BALANCE - SEE ABOVE'
                   TO VD-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 2 TO PROPER-SPACING
           MOVE INVOICE-VERDICT-LINE TO INVOICE-REPORT-RECORD
           PERFORM 200-WRITE-A-LINE

           .

       700-EOF-ROUTINE.

           PERFORM 500-REPORT-NOT-BILLED
           PERFORM 550-WAREHOUSE-SUMMARY
           PERFORM 600-RECON-SUMMARY

           CLOSE SORTED-INVOICE
               INVOICE-REPORT
           STOP RUN

           .
