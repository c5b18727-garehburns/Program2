      * NO LONGER HAND-EDITED BEFORE EVERY RUN.
      *
      * INPUT:
      *   PR2FA19-1.TXT - CURRENT EMPLOYEE MASTER, SAME LAYOUT
      *       CGBPR2 READS: THE 83-BYTE EMPLOYEE IMAGE FOLLOWED BY
      *       THE STATUS CODE AND STATUS-EFFECTIVE DATE. A RECORD
      *       FROM BEFORE THE STATUS FIELDS READS WITH THEM BLANK,
      *       WHICH EVERY PROGRAM TREATS AS ACTIVE.
      *   PR2TRAN.TXT   - MAINTENANCE TRANSACTIONS. EACH RECORD IS
      *       AN ACTION CODE IN BYTE 1 FOLLOWED BY A FULL MASTER
      *       RECORD IMAGE:
      *           A - ADD THE EMPLOYEE (FULL IMAGE REQUIRED)
      *           C - CHANGE THE EMPLOYEE (ONLY NON-BLANK FIELDS
      *               REPLACE THE MASTER; KEYS CANNOT BE CHANGED)
      *               CHANGING THE STATUS CODE IN BYTE 84 (A ACTIVE,
      *               L LEAVE OF ABSENCE, Y LAID OFF) WITHOUT A
      *               STATUS DATE IN BYTES 85-92 DATES IT TODAY
      *           T - TERMINATE THE EMPLOYEE: DROPPED FROM THE NEW
      *               MASTER, APPENDED TO THE TERMINATED ROSTER
      *               PR2TERM.TXT WITH THE TERMINATION DATE, WITH A
      *               STOP-DEDUCTION NOTICE CUT FOR PAYROLL
      *               (PR2STOP.TXT) AND AN INSURANCE-TERMINATION
      *               LINE FOR THE CARRIER (PR2ITRM.TXT)
      *           X - TRANSFER THE EMPLOYEE TO ANOTHER WAREHOUSE. THE
      *               IMAGE CARRIES THE LOSING KEY; THE GAINING
      *               WAREHOUSE ID GOES IN IMAGE BYTES 51-54. THE
      *               RECORD IS RE-KEYED WITH HIRE DATE, SALARY, DUES
      *               AND INSURANCE UNTOUCHED - NO TERMINATED-ROSTER
      *               ENTRY, NO STOP NOTICE, NO CARRIER TERMINATION.
      *               A TRANSFER NOTICE GOES TO PR2XFER.TXT INSTEAD,
      *               AND THE MOVE IS LEDGERED ON PR2RHST.TXT SO THE
      *               RAISE HISTORY RUNS UNBROKEN ACROSS THE TWO KEYS.
      *       TRANSACTIONS ARE KEYED BY WAREHOUSE ID + EMPLOYEE ID,
      *       THE SAME KEYS CGBPR2 SORTS ON.
      *
      * OUTPUT:
      *   PR2FA19-2.TXT - NEXT GENERATION OF THE EMPLOYEE MASTER.
      *       PROPR2 PROMOTES IT TO PR2FA19-1.TXT ONCE THE AUDIT
      *       REGISTER HAS BEEN REVIEWED.
      *   AUDIT REGISTER - ONE LINE PER TRANSACTION SHOWING ITS
      *       DISPOSITION, WITH BEFORE/AFTER MASTER IMAGES FOR
      *       CHANGES, THE AFTER IMAGE FOR ADDS, THE BEFORE IMAGE
      *       FOR TERMINATIONS, AND A REASON FOR EVERY REJECT, PLUS
      *       RUN TOTALS TO BALANCE MASTER-IN AGAINST MASTER-OUT.
      *       A TRANSFER PRINTS THE LOSING IMAGE AS BEFORE AND THE
      *       GAINING IMAGE AS AFTER.
      *   PR2XFER.TXT   - ONE TRANSFER NOTICE PER APPLIED TRANSFER,
      *       CARRYING BOTH WAREHOUSE IDS, FOR THE LOSING LOCAL, THE
      *       GAINING LOCAL, AND THE CARRIER.
      *   PR2RHST.TXT   - RAISE HISTORY LEDGER (APPENDED): A TRANSFER-
      *       OUT LINE UNDER THE LOSING KEY AND A TRANSFER-IN LINE
      *       UNDER THE GAINING KEY, FIGURES UNCHANGED, RUN COLUMN
      *       CARRYING THE MAINTENANCE BATCH NUMBER.
      *   PR2CHLG.TXT   - FIELD-LEVEL CHANGE LOG (APPENDED): ONE
      *       RECORD FOR EVERY FIELD AN APPLIED TRANSACTION SETS OR
      *       CHANGES, CARRYING THE BATCH NUMBER FROM THE PR2TRAN
      *       HEADER, THE DATE, THE ACTION, THE FIELD, AND ITS OLD
      *       AND NEW VALUES. AN ADD LOGS EVERY FIELD IT FILLS, A
      *       TERMINATION ITS TERMINATION DATE, AND A TRANSFER ITS
      *       WAREHOUSE - ALL UNDER THE KEY THE TRANSACTION CARRIED.
      *       CHGPR2 PRINTS IT BY EMPLOYEE, WAREHOUSE, OR DATE.
      *
      * BOTH FILES ARE SORTED HERE ON WAREHOUSE ID + EMPLOYEE ID
      * BEFORE THE MATCH, SO NEITHER THE MASTER NOR THE TRANSACTION
      * BATCH HAS TO ARRIVE IN KEY ORDER. TRANSACTIONS SORT WITH
      * ACTION CODE AS THE LOW-ORDER KEY, SO AN ADD APPLIES BEFORE
      * A CHANGE AND A CHANGE BEFORE A TERMINATE FOR THE SAME
      * EMPLOYEE IN THE SAME BATCH. A TRANSFER SORTS LAST, SO A
      * CHANGE FOR A TRANSFERRING EMPLOYEE IS KEYED UNDER THE
      * LOSING WAREHOUSE AND TRAVELS WITH THE RECORD.
      *
      ***********************************************

           SELECT CARRIER-TERM-FILE
               ASSIGN TO 'PR2ITRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-NOTICE-FILE
               ASSIGN TO 'PR2XFER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RAISE-HISTORY-FILE
               ASSIGN TO 'PR2RHST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHST-STATUS.
           SELECT CHANGE-LOG-FILE
               ASSIGN TO 'PR2CHLG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  OLD-MASTER-RECORD       PIC X(92).

      *** KEYED EMPLOYEE MASTER BUILT BY LODPR2. WHEN PRESENT THE  ***
      *** MATCH READS IT DIRECTLY - THE INDEX DELIVERS THE MASTER  ***
      *** PAYS FOR A FULL MASTER SORT. WHEN NOT, THE OLD           ***
      *** SORT-AND-MATCH PATH RUNS EXACTLY AS BEFORE. EITHER WAY   ***
      *** THE NEXT GENERATION GOES TO PR2FA19-2.TXT AND THE        ***
      *** INDEX IS REBUILT WHEN PROPR2 PROMOTES IT.                ***
       FD  EMPLOYEE-MASTER-IDX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
               10  EM-WAREHOUSE-ID  PIC X(4).
               10  EM-EMPLOYEE-ID   PIC X(5).
           05  FILLER               PIC X(83).

      *** MASTER SORT WORK FILE, KEYED BY WAREHOUSE + EMPLOYEE SO  ***
      *** THE MATCH NEVER DEPENDS ON THE ORDER OF A HAND-BUILT     ***
       01  MASTER-SORT-RECORD.
           05 SM-WAREHOUSE-ID       PIC X(4).
           05 SM-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(83).

       FD  SORTED-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-MASTER-RECORD.
           05 MS-WAREHOUSE-ID       PIC X(4).
           05 MS-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(83).

      *** DATA-ONLY COPY OF THE MASTER, WRITTEN BY THE VERIFY      ***
      *** PRE-PASS WITH THE HEADER AND TRAILER CONTROL RECORDS     ***
       FD  MASTER-DATA-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  MASTER-DATA-RECORD      PIC X(92).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 81 CHARACTERS.

       01  TRANSACTION-RECORD      PIC X(93).

      *** DATA-ONLY COPY OF THE TRANSACTION BATCH, WRITTEN BY THE  ***
      *** VERIFY PRE-PASS ONCE THE HEADER AND TRAILER HAVE PROVED  ***
       FD  TRAN-DATA-FILE
           RECORD CONTAINS 81 CHARACTERS.

       01  TRAN-DATA-RECORD        PIC X(93).

      *** LOG OF EVERY BATCH ALREADY APPLIED, ONE RECORD PER       ***
      *** BATCH. THE VERIFY PRE-PASS STOPS THE RUN COLD WHEN THE   ***
           05  BL-APPLIED-DATE      PIC 9(8).

      *** TRANSACTION SORT WORK FILE. ACTION CODE IS THE LOW-ORDER ***
      *** KEY SO A (ADD), C (CHANGE), T (TERMINATE), X (TRANSFER)  ***
      *** APPLY IN THAT ORDER FOR THE SAME EMPLOYEE.               ***
       SD  TRAN-SORT-FILE.

       01  TRAN-SORT-RECORD.
           05 ST-ACTION             PIC X(1).
           05 ST-WAREHOUSE-ID       PIC X(4).
           05 ST-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(83).

       FD  SORTED-TRANS
           RECORD CONTAINS 81 CHARACTERS.
               10 FILLER                PIC X(3).
               10 TR-HIRE-DATE          PIC X(8).
               10 TR-STARTING-SALARY    PIC X(8).
               10 TR-NEW-WAREHOUSE-ID   PIC X(4).
               10 TR-LAST-PAY-INCREASE  PIC X(8).
               10 TR-CURRENT-SALARY     PIC X(8).
               10 FILLER                PIC X(5).
               10 TR-UNION-DUES         PIC X(3).
               10 TR-INSURANCE          PIC X(5).
               10 TR-STATUS-CODE        PIC X(1).
               10 TR-STATUS-DATE        PIC X(8).
               10 TR-STATUS-DATE-N      REDEFINES TR-STATUS-DATE
                                        PIC 9(8).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  NEW-MASTER-RECORD       PIC X(92).

       FD  AUDIT-REGISTER
           RECORD CONTAINS 103 CHARACTERS.

       01  AUDIT-RECORD            PIC X(103).

      *** CUMULATIVE TERMINATED-EMPLOYEE ROSTER: THE FULL MASTER   ***
      *** IMAGE PLUS THE TERMINATION DATE, APPENDED EVERY TIME A   ***
           05  IT-TERM-DATE         PIC 9(8).
           05  IT-INSURANCE         PIC X(5).

      *** TRANSFER NOTICES, ONE PER APPLIED TRANSFER. THE SAME     ***
      *** LINE SERVES ALL THREE PARTIES: THE LOSING LOCAL STOPS    ***
      *** DUES UNDER XF-FROM-WAREHOUSE, THE GAINING LOCAL STARTS   ***
      *** THEM UNDER XF-TO-WAREHOUSE, AND THE CARRIER MOVES THE    ***
      *** COVERAGE WITHOUT A BREAK - NOBODY TERMINATES ANYTHING.   ***
       FD  TRANSFER-NOTICE-FILE
           RECORD CONTAINS 62 CHARACTERS.

       01  TRANSFER-NOTICE-RECORD.
           05  XF-FROM-WAREHOUSE    PIC X(4).
           05  XF-TO-WAREHOUSE      PIC X(4).
           05  XF-EMPLOYEE-ID       PIC X(5).
           05  XF-LASTNAME          PIC X(10).
           05  XF-FIRSTNAME         PIC X(10).
           05  XF-POSITION          PIC X(2).
           05  XF-UNION-DUES        PIC X(3).
           05  XF-INSURANCE         PIC X(5).
           05  XF-EFFECTIVE-DATE    PIC 9(8).
           05  XF-HIRE-DATE         PIC X(8).
           05  XF-BATCH-NUMBER      PIC 9(4).

      *** CUMULATIVE RAISE LEDGER CGBPR2 APPENDS ON EVERY COMMIT.  ***
      *** A TRANSFER LEDGERS ITSELF HERE TOO - OUT UNDER THE OLD   ***
      *** KEY, IN UNDER THE NEW, FIGURES UNCHANGED - SO THE        ***
      *** EMPLOYEE'S RAISE HISTORY STAYS ONE UNBROKEN STORY.       ***
       FD  RAISE-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS.

       01  RAISE-HISTORY-RECORD.
           05  RH-RUN-NUMBER        PIC 9(4).
           05  RH-RUN-DATE          PIC 9(8).
           05  RH-WAREHOUSE-ID      PIC X(4).
           05  RH-EMPLOYEE-ID       PIC X(5).
           05  RH-OLD-CURR          PIC 9(6)V99.
           05  RH-NEW-CURR          PIC 9(6)V99.
           05  RH-OLD-DUES          PIC 9(3).
           05  RH-NEW-DUES          PIC 9(3).
           05  RH-OLD-INSUR         PIC 9(3)V99.
           05  RH-NEW-INSUR         PIC 9(3)V99.
           05  RH-RATE-CURR         PIC 9V9999.
           05  RH-RATE-SOURCE       PIC X(1).

      *** CUMULATIVE FIELD-LEVEL CHANGE LOG: ONE RECORD PER FIELD  ***
      *** PER APPLIED TRANSACTION, KEYED AS THE TRANSACTION WAS    ***
      *** KEYED, SO AN EMPLOYEE'S HISTORY CAN BE ANSWERED WITHOUT  ***
      *** THE PRINTED AUDIT REGISTERS. VALUES ARE LOGGED AS THEY   ***
      *** STAND IN THE MASTER IMAGE, UNEDITED.                     ***
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

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-TRAN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-BLOG-STATUS      PIC X(2)        VALUE '00'.
           05  WS-TERM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-RHST-STATUS      PIC X(2)        VALUE '00'.
           05  WS-CHLG-STATUS      PIC X(2)        VALUE '00'.
           05  WS-XK-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-XK-CLASH         PIC X(3)        VALUE 'NO '.
           05  WS-PRE-EOF          PIC X(3)        VALUE 'NO '.
           05  WS-BLOG-EOF         PIC X(3)        VALUE 'NO '.

       01  MASTER-IN-RECORD.
           05 MI-WAREHOUSE-ID       PIC X(4).
           05 MI-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(83).

      *** MATCH KEYS. SET TO HIGH-VALUES AT END OF FILE SO THE     ***
      *** SURVIVING FILE DRAINS THROUGH THE NORMAL COMPARES.       ***
           05 FILLER                PIC X(5).
           05 HM-UNION-DUES         PIC X(3).
           05 HM-INSURANCE          PIC X(5).
           05 HM-STATUS-CODE        PIC X(1).
           05 HM-STATUS-DATE        PIC X(8).

      *** BEFORE IMAGE OF THE HOLD AREA, SAVED AHEAD OF A CHANGE   ***
      *** SO THE AUDIT REGISTER CAN SHOW BOTH SIDES. THE FIELD     ***
      *** VIEW LETS THE CHANGE LOG COMPARE IT WITH THE HOLD AREA.  ***
       01  WS-BEFORE-IMAGE         PIC X(92).
       01  BEFORE-MASTER-RECORD    REDEFINES WS-BEFORE-IMAGE.
           05 BM-WAREHOUSE-ID       PIC X(4).
           05 BM-EMPLOYEE-ID        PIC X(5).
           05 BM-POSITION           PIC X(2).
           05 BM-LASTNAME           PIC X(10).
           05 BM-FIRSTNAME          PIC X(10).
           05 FILLER                PIC X(3).
           05 BM-HIRE-DATE          PIC X(8).
           05 BM-STARTING-SALARY    PIC X(8).
           05 FILLER                PIC X(4).
           05 BM-LAST-PAY-INCREASE  PIC X(8).
           05 BM-CURRENT-SALARY     PIC X(8).
           05 FILLER                PIC X(5).
           05 BM-UNION-DUES         PIC X(3).
           05 BM-INSURANCE          PIC X(5).
           05 BM-STATUS-CODE        PIC X(1).
           05 BM-STATUS-DATE        PIC X(8).

       01  WS-REJECT-REASON        PIC X(30).

      *** STATUS-EFFECTIVE DATE BROKEN OUT FOR THE RANGE EDIT.     ***
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR          PIC X(4).
           05  WS-ED-MONTH         PIC X(2).
           05  WS-ED-DAY           PIC X(2).

      *** GAINING KEYS OF EVERY TRANSFER IN THE BATCH, LOADED BY   ***
      *** THE VERIFY PRE-PASS. EACH IS MARKED TAKEN WHEN THE       ***
      *** CURRENT MASTER OR AN ADD IN THE BATCH ALREADY HOLDS IT,  ***
      *** AND WHEN A TRANSFER LANDS THERE, SO NO TRANSFER CAN      ***
      *** EVER OVERLAY AN EMPLOYEE OR DOUBLE UP A KEY.             ***
       01  TRANSFER-KEY-TABLE.
           05  XK-ENTRY            OCCURS 50 TIMES.
               10  XK-KEY          PIC X(9).
               10  XK-TAKEN        PIC X(3).

       01  XK-COUNT                PIC 9(3)        VALUE 0.
       01  WS-XK-SUB               PIC 9(3)        VALUE 0.
       01  WS-XK-HIT               PIC 9(3)        VALUE 0.
       01  WS-XK-SEARCH-KEY        PIC X(9).

      *** TRANSACTION IMAGE AS THE PRE-PASS SEES IT, FOR PICKING   ***
      *** UP A TRANSFER'S GAINING KEY OR AN ADD'S OWN KEY.         ***
       01  TRAN-SIFT-RECORD.
           05 TS-ACTION             PIC X(1).
           05 TS-WAREHOUSE-ID       PIC X(4).
           05 TS-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(41).
           05 TS-NEW-WAREHOUSE-ID   PIC X(4).
           05 FILLER                PIC X(38).

      *** HEADER AND TRAILER CONTROL RECORDS AS CARRIED ON THE     ***
      *** HANDOFF FILES: FILE ID, CREATION DATE, AND BATCH/RUN     ***
      *** NUMBER UP FRONT; RECORD COUNT AND HASH TOTALS OF THE     ***
           05 IW-INSURANCE          PIC X(5).
           05 IW-INSURANCE-N        REDEFINES IW-INSURANCE
                                    PIC 9(3)V99.
           05 FILLER                PIC X(9).

       01  WS-CURRENT-DATE-8       PIC 9(8).

       01  WS-ADDS-APPLIED         PIC 9(7)        VALUE 0.
       01  WS-CHANGES-APPLIED      PIC 9(7)        VALUE 0.
       01  WS-TERMS-APPLIED        PIC 9(7)        VALUE 0.
       01  WS-TRANSFERS-APPLIED    PIC 9(7)        VALUE 0.
       01  WS-TRANS-REJECTED       PIC 9(7)        VALUE 0.
       01  WS-FIELDS-LOGGED        PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
       01  AUDIT-BEFORE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'BEFORE: '.
           05  AB-IMAGE            PIC X(92).

       01  AUDIT-AFTER-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'AFTER:  '.
           05  AA-IMAGE            PIC X(92).

      *** PRINT LINES FOR THE END-OF-JOB MAINTENANCE SUMMARY.      ***
       01  AUDIT-SUMMARY-HEADING.
      * APPLIED BEFORE A SINGLE TRANSACTION TOUCHES THE MASTER -
      * AND BEFORE ANY OUTPUT FILE IS EVEN OPENED, SO A REFUSED
      * RERUN CANNOT TRUNCATE A PENDING NEW-MASTER GENERATION
      * THAT HAS NOT BEEN PROMOTED YET
           PERFORM 22-VERIFY-TRANSACTION-FILE
           PERFORM 23-CHECK-BATCH-LOG

           OPEN OUTPUT NEW-MASTER-FILE
                       STOP-NOTICE-FILE
                       CARRIER-TERM-FILE
                       TRANSFER-NOTICE-FILE

      * THE TERMINATED ROSTER IS CUMULATIVE - ALWAYS EXTENDED,
      * STARTED FRESH ONLY WHEN NO ROSTER EXISTS YET
               OPEN OUTPUT TERMINATED-FILE
           END-IF

      * SO IS THE RAISE LEDGER A TRANSFER WRITES ITS TWO LINES TO
           OPEN EXTEND RAISE-HISTORY-FILE
           IF WS-RHST-STATUS NOT = '00'
               OPEN OUTPUT RAISE-HISTORY-FILE
           END-IF

      * AND THE FIELD-LEVEL CHANGE LOG
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHLG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF

           PERFORM 24-WRITE-MASTER-HEADER

      * READ THE MASTER THROUGH THE INDEX WHEN LODPR2 HAS BUILT
           OPEN INPUT EMPLOYEE-MASTER-IDX
           IF WS-IDX-STATUS = '00'
               MOVE 'IDX' TO WS-MASTER-SOURCE
               IF XK-COUNT > 0
                   PERFORM 28-SCAN-INDEX-FOR-TRANSFERS
               END-IF
           ELSE
               MOVE 'SEQ' TO WS-MASTER-SOURCE
               PERFORM 27-VERIFY-MASTER-FILE
                       TO FILE-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-VF-COUNT
                   MOVE TRANSACTION-RECORD (2:92)
                       TO IMAGE-WORK-RECORD
                   PERFORM 280-HASH-IMAGE-FIELDS
                   MOVE TRANSACTION-RECORD TO TRAN-SIFT-RECORD
                   IF TS-ACTION = 'X'
                       PERFORM 225-LOAD-TRANSFER-KEY
                   END-IF
                   WRITE TRAN-DATA-RECORD FROM TRANSACTION-RECORD
           END-EVALUATE

           .

      *** EVERY TRANSFER'S GAINING KEY GOES IN THE TABLE BEFORE    ***
      *** THE MATCH STARTS, SO A KEY THE MATCH HAS NOT REACHED YET ***
      *** CAN STILL BE PROVED FREE. A BATCH WITH MORE TRANSFERS    ***
      *** THAN THE TABLE HOLDS STOPS HERE, BEFORE ANY OUTPUT FILE  ***
      *** IS OPENED.                                               ***
       225-LOAD-TRANSFER-KEY.

           IF XK-COUNT = 50
               DISPLAY 'PR2MNT: MORE THAN 50 TRANSFERS IN ONE BATCH '
                  '- SPLIT THE BATCH - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO XK-COUNT
           MOVE TS-NEW-WAREHOUSE-ID TO XK-KEY (XK-COUNT) (1:4)
           MOVE TS-EMPLOYEE-ID TO XK-KEY (XK-COUNT) (5:5)
           MOVE 'NO ' TO XK-TAKEN (XK-COUNT)

           .

      *** THE HASHED COLUMNS JOIN THEIR TOTALS ONLY WHEN NUMERIC - ***
      *** A CHANGE CARD CARRIES BLANKS IN THE FIELDS IT LEAVES     ***
      *** ALONE, AND BLANKS HASH AS NOTHING ON BOTH SIDES.         ***
                   MOVE OLD-MASTER-RECORD TO IMAGE-WORK-RECORD
                   PERFORM 280-HASH-IMAGE-FIELDS
                   WRITE MASTER-DATA-RECORD FROM OLD-MASTER-RECORD
                   IF XK-COUNT > 0
                       MOVE OLD-MASTER-RECORD (1:9)
                           TO WS-XK-SEARCH-KEY
                       PERFORM 275-MARK-TRANSFER-KEY-TAKEN
                   END-IF
           END-EVALUATE

           .

      *** A GAINING KEY ALREADY ON THE CURRENT MASTER IS TAKEN -   ***
      *** THE TRANSFER INTO IT WILL REJECT WHEN ITS TURN COMES.    ***
       275-MARK-TRANSFER-KEY-TAKEN.

           PERFORM 150-FIND-TRANSFER-KEY
           IF WS-XK-FOUND = 'YES'
               MOVE 'YES' TO XK-TAKEN (WS-XK-HIT)
           END-IF

           .

      *** THE SAME CHECK WHEN THE INDEX FEEDS THE MATCH: ONE QUICK ***
      *** PASS OVER THE KEYED MASTER, THEN IT IS REOPENED SO THE   ***
      *** MATCH STILL STARTS FROM THE FIRST KEY. ONLY A BATCH THAT ***
      *** CARRIES A TRANSFER PAYS FOR THE PASS.                    ***
       28-SCAN-INDEX-FOR-TRANSFERS.

           MOVE 'NO ' TO WS-PRE-EOF
           PERFORM UNTIL WS-PRE-EOF = 'YES'
               READ EMPLOYEE-MASTER-IDX
                   AT END
                       MOVE 'YES' TO WS-PRE-EOF
                   NOT AT END
                       MOVE EM-EMPLOYEE-KEY TO WS-XK-SEARCH-KEY
                       PERFORM 275-MARK-TRANSFER-KEY-TAKEN
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-IDX
           OPEN INPUT EMPLOYEE-MASTER-IDX

           .

      *** SORTS THE INCOMING MASTER INTO WAREHOUSE + EMPLOYEE      ***
      *** ORDER SO THE MATCH WORKS NO MATTER HOW THE FILE WAS      ***
      *** BUILT.                                                   ***
                           TO WS-REJECT-REASON
                       PERFORM 170-WRITE-REJECT-LINE
                   ELSE
                       MOVE WS-ACTIVE-KEY TO WS-XK-SEARCH-KEY
                       PERFORM 152-CLAIM-TRANSFER-KEY
                       PERFORM 125-EDIT-STATUS-FIELDS
                       IF WS-XK-CLASH = 'YES'
                           MOVE 'KEY ALREADY TAKEN BY TRANSFER'
                               TO WS-REJECT-REASON
                       END-IF
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM 170-WRITE-REJECT-LINE
                       ELSE
                           MOVE TR-MASTER-IMAGE TO HOLD-MASTER-RECORD
                           PERFORM 126-DEFAULT-ADD-STATUS
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE HM-WAREHOUSE-ID TO BM-WAREHOUSE-ID
                           MOVE HM-EMPLOYEE-ID TO BM-EMPLOYEE-ID
                           PERFORM 180-LOG-CHANGED-FIELDS
                           MOVE 'YES' TO WS-HOLD-ALLOCATED
                           IF WS-XK-FOUND = 'YES'
                               MOVE 'YES' TO XK-TAKEN (WS-XK-HIT)
                           END-IF
                           ADD 1 TO WS-ADDS-APPLIED
                           PERFORM 160-WRITE-APPLIED-LINE
                           MOVE HOLD-MASTER-RECORD TO AA-IMAGE
                           PERFORM 165-WRITE-AFTER-LINE
                       END-IF
                   END-IF
               WHEN 'C'
                   IF WS-HOLD-ALLOCATED = 'YES'
                       PERFORM 125-EDIT-STATUS-FIELDS
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM 170-WRITE-REJECT-LINE
                       ELSE
                           MOVE HOLD-MASTER-RECORD TO WS-BEFORE-IMAGE
                           PERFORM 120-APPLY-CHANGE-FIELDS
                           PERFORM 180-LOG-CHANGED-FIELDS
                           ADD 1 TO WS-CHANGES-APPLIED
                           PERFORM 160-WRITE-APPLIED-LINE
                           MOVE WS-BEFORE-IMAGE TO AB-IMAGE
                           PERFORM 164-WRITE-BEFORE-LINE
                           MOVE HOLD-MASTER-RECORD TO AA-IMAGE
                           PERFORM 165-WRITE-AFTER-LINE
                       END-IF
                   ELSE
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                           TO WS-REJECT-REASON
                       PERFORM 170-WRITE-REJECT-LINE
                   END-IF
               WHEN 'X'
                   IF WS-HOLD-ALLOCATED = 'YES'
                       PERFORM 145-PROCESS-TRANSFER
                   ELSE
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                       PERFORM 170-WRITE-REJECT-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON
           MOVE HM-INSURANCE TO IT-INSURANCE
           WRITE CARRIER-TERM-RECORD

           MOVE HOLD-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE 'TERM DATE' TO CL-FIELD-NAME
           MOVE SPACES TO CL-OLD-VALUE
           MOVE WS-CURRENT-DATE-8 TO CL-NEW-VALUE
           PERFORM 185-WRITE-CHANGE-RECORD

           .

      *** A TRANSFER RE-KEYS THE HOLD AREA INTO THE GAINING        ***
      *** WAREHOUSE AND NOTHING ELSE - HIRE DATE, SALARY, DUES,    ***
      *** AND INSURANCE RIDE ALONG UNTOUCHED. THE RE-KEYED RECORD  ***
      *** GOES STRAIGHT TO THE NEW MASTER (THE GENERATION IS NOT   ***
      *** READ IN KEY ORDER - EVERY READER SORTS OR LOADS BY KEY)  ***
      *** AND THE HOLD AREA IS RELEASED, SO THE LOSING KEY DROPS   ***
      *** OUT THE WAY A TERMINATION DOES - BUT WITH A TRANSFER     ***
      *** NOTICE AND TWO LEDGER LINES IN PLACE OF THE ROSTER,      ***
      *** STOP NOTICE, AND CARRIER TERMINATION.                    ***
       145-PROCESS-TRANSFER.

           MOVE TR-NEW-WAREHOUSE-ID TO WS-XK-SEARCH-KEY (1:4)
           MOVE HM-EMPLOYEE-ID TO WS-XK-SEARCH-KEY (5:5)
           PERFORM 152-CLAIM-TRANSFER-KEY

           EVALUATE TRUE
               WHEN TR-NEW-WAREHOUSE-ID = SPACES
                   MOVE 'NO GAINING WAREHOUSE GIVEN'
                       TO WS-REJECT-REASON
                   PERFORM 170-WRITE-REJECT-LINE
               WHEN TR-NEW-WAREHOUSE-ID = HM-WAREHOUSE-ID
                   MOVE 'ALREADY IN GAINING WAREHOUSE'
                       TO WS-REJECT-REASON
                   PERFORM 170-WRITE-REJECT-LINE
               WHEN WS-XK-CLASH = 'YES'
                   MOVE 'EMPLOYEE ID TAKEN IN NEW WHSE'
                       TO WS-REJECT-REASON
                   PERFORM 170-WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE HOLD-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE HOLD-MASTER-RECORD TO IMAGE-WORK-RECORD
                   MOVE 'O' TO RH-RATE-SOURCE
                   PERFORM 146-WRITE-TRANSFER-LEDGER

                   MOVE HM-WAREHOUSE-ID TO XF-FROM-WAREHOUSE
                   MOVE TR-NEW-WAREHOUSE-ID TO HM-WAREHOUSE-ID
                   MOVE 'I' TO RH-RATE-SOURCE
                   PERFORM 146-WRITE-TRANSFER-LEDGER

                   MOVE HM-WAREHOUSE-ID TO XF-TO-WAREHOUSE
                   MOVE HM-EMPLOYEE-ID TO XF-EMPLOYEE-ID
                   MOVE HM-LASTNAME TO XF-LASTNAME
                   MOVE HM-FIRSTNAME TO XF-FIRSTNAME
                   MOVE HM-POSITION TO XF-POSITION
                   MOVE HM-UNION-DUES TO XF-UNION-DUES
                   MOVE HM-INSURANCE TO XF-INSURANCE
                   MOVE WS-CURRENT-DATE-8 TO XF-EFFECTIVE-DATE
                   MOVE HM-HIRE-DATE TO XF-HIRE-DATE
                   MOVE WS-TRAN-BATCH TO XF-BATCH-NUMBER
                   WRITE TRANSFER-NOTICE-RECORD
                   PERFORM 180-LOG-CHANGED-FIELDS

                   WRITE NEW-MASTER-RECORD FROM HOLD-MASTER-RECORD
                   ADD 1 TO WS-MASTER-OUT
                   PERFORM 130-COUNT-NEW-MASTER-RECORD
                   MOVE 'NO ' TO WS-HOLD-ALLOCATED
                   IF WS-XK-FOUND = 'YES'
                       MOVE 'YES' TO XK-TAKEN (WS-XK-HIT)
                   END-IF

                   ADD 1 TO WS-TRANSFERS-APPLIED
                   PERFORM 160-WRITE-APPLIED-LINE
                   MOVE WS-BEFORE-IMAGE TO AB-IMAGE
                   PERFORM 164-WRITE-BEFORE-LINE
                   MOVE HOLD-MASTER-RECORD TO AA-IMAGE
                   PERFORM 165-WRITE-AFTER-LINE
           END-EVALUATE

           .

      *** ONE LEDGER LINE FOR A TRANSFER, UNDER WHICHEVER KEY THE  ***
      *** HOLD AREA CARRIES AT THE TIME: OLD FIGURES EQUAL NEW,    ***
      *** RATE 1.0000, THE RUN COLUMN HOLDING THE MAINTENANCE      ***
      *** BATCH NUMBER, AND SOURCE 'O' (OUT) OR 'I' (IN). A FIELD  ***
      *** THAT IS NOT NUMERIC LEDGERS AS ZERO, AS IN THE HASHES.   ***
       146-WRITE-TRANSFER-LEDGER.

           MOVE WS-TRAN-BATCH TO RH-RUN-NUMBER
           MOVE WS-CURRENT-DATE-8 TO RH-RUN-DATE
           MOVE HM-WAREHOUSE-ID TO RH-WAREHOUSE-ID
           MOVE HM-EMPLOYEE-ID TO RH-EMPLOYEE-ID
           MOVE 0 TO RH-OLD-CURR
           MOVE 0 TO RH-OLD-DUES
           MOVE 0 TO RH-OLD-INSUR
           IF IW-CURRENT-SALARY-N IS NUMERIC
               MOVE IW-CURRENT-SALARY-N TO RH-OLD-CURR
           END-IF
           IF IW-UNION-DUES-N IS NUMERIC
               MOVE IW-UNION-DUES-N TO RH-OLD-DUES
           END-IF
           IF IW-INSURANCE-N IS NUMERIC
               MOVE IW-INSURANCE-N TO RH-OLD-INSUR
           END-IF
           MOVE RH-OLD-CURR TO RH-NEW-CURR
           MOVE RH-OLD-DUES TO RH-NEW-DUES
           MOVE RH-OLD-INSUR TO RH-NEW-INSUR
           MOVE 1 TO RH-RATE-CURR
           WRITE RAISE-HISTORY-RECORD

           .

      *** LOOKS A KEY UP IN THE TRANSFER-KEY TABLE AND SAYS        ***
      *** WHETHER SOMEBODY ALREADY HOLDS IT. THE CALLER MARKS IT   ***
      *** TAKEN ONCE ITS OWN ADD OR TRANSFER ACTUALLY APPLIES.     ***
       152-CLAIM-TRANSFER-KEY.

           MOVE 'NO ' TO WS-XK-CLASH
           PERFORM 150-FIND-TRANSFER-KEY
           IF WS-XK-FOUND = 'YES'
               IF XK-TAKEN (WS-XK-HIT) = 'YES'
                   MOVE 'YES' TO WS-XK-CLASH
               END-IF
           END-IF

           .

       150-FIND-TRANSFER-KEY.

           MOVE 'NO ' TO WS-XK-FOUND
           MOVE 0 TO WS-XK-HIT
           PERFORM 155-SEARCH-TRANSFER-KEYS
               VARYING WS-XK-SUB FROM 1 BY 1
               UNTIL WS-XK-SUB > XK-COUNT OR WS-XK-FOUND = 'YES'

           .

       155-SEARCH-TRANSFER-KEYS.

           IF XK-KEY (WS-XK-SUB) = WS-XK-SEARCH-KEY
               MOVE 'YES' TO WS-XK-FOUND
               MOVE WS-XK-SUB TO WS-XK-HIT
           END-IF

           .

      *** FIELD-BY-FIELD CHANGE: ONLY NON-BLANK TRANSACTION FIELDS ***
               MOVE TR-INSURANCE TO HM-INSURANCE
           END-IF

      * A NEW STATUS WITH NO EFFECTIVE DATE TAKES EFFECT TODAY; A
      * DATE ALONE CORRECTS THE EFFECTIVE DATE OF THE STATUS HELD
           IF TR-STATUS-CODE NOT = SPACE
               MOVE TR-STATUS-CODE TO HM-STATUS-CODE
               IF TR-STATUS-DATE = SPACES
                   MOVE WS-CURRENT-DATE-8 TO HM-STATUS-DATE
               END-IF
           END-IF
           IF TR-STATUS-DATE NOT = SPACES
               MOVE TR-STATUS-DATE TO HM-STATUS-DATE
           END-IF

           .

      *** EDITS THE STATUS SEGMENT OF AN ADD OR CHANGE IMAGE. THE  ***
      *** CODE MUST BE A (ACTIVE), L (LEAVE OF ABSENCE), Y (LAID   ***
      *** OFF) OR BLANK; A DATE, WHEN GIVEN, MUST BE A REAL        ***
      *** CCYYMMDD. WS-REJECT-REASON COMES BACK BLANK WHEN CLEAN.  ***
       125-EDIT-STATUS-FIELDS.

           MOVE SPACES TO WS-REJECT-REASON

           IF TR-STATUS-CODE NOT = SPACE
              AND TR-STATUS-CODE NOT = 'A'
              AND TR-STATUS-CODE NOT = 'L'
              AND TR-STATUS-CODE NOT = 'Y'
               MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
           END-IF

           IF TR-STATUS-DATE NOT = SPACES
               IF TR-STATUS-DATE-N IS NOT NUMERIC
                   MOVE 'INVALID STATUS DATE' TO WS-REJECT-REASON
               ELSE
                   MOVE TR-STATUS-DATE TO WS-EDIT-DATE
                   IF WS-ED-MONTH < '01' OR WS-ED-MONTH > '12'
                      OR WS-ED-DAY < '01' OR WS-ED-DAY > '31'
                       MOVE 'INVALID STATUS DATE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           .

      *** AN ADD WITH NO STATUS COMES ON ACTIVE AS OF ITS HIRE     ***
      *** DATE; A STATUS WITH NO DATE TAKES EFFECT TODAY.          ***
       126-DEFAULT-ADD-STATUS.

           IF HM-STATUS-CODE = SPACE
               MOVE 'A' TO HM-STATUS-CODE
               IF HM-STATUS-DATE = SPACES
                   MOVE HM-HIRE-DATE TO HM-STATUS-DATE
               END-IF
           END-IF
           IF HM-STATUS-DATE = SPACES
               MOVE WS-CURRENT-DATE-8 TO HM-STATUS-DATE
           END-IF

           .

      *** AUDIT LINE FOR A TRANSACTION THAT APPLIED CLEANLY.       ***

           .

      *** LOGS EVERY FIELD WHERE THE HOLD AREA NOW DIFFERS FROM    ***
      *** THE BEFORE IMAGE. A CHANGE LOGS WHAT IT CHANGED (A FIELD ***
      *** KEYED AT ITS CURRENT VALUE IS NOT A CHANGE), A TRANSFER  ***
      *** ITS WAREHOUSE, AND AN ADD - AGAINST A BLANK IMAGE        ***
      *** CARRYING ONLY ITS KEY - EVERY FIELD IT FILLS.            ***
       180-LOG-CHANGED-FIELDS.

           IF BM-WAREHOUSE-ID NOT = HM-WAREHOUSE-ID
               MOVE 'WAREHOUSE' TO CL-FIELD-NAME
               MOVE BM-WAREHOUSE-ID TO CL-OLD-VALUE
               MOVE HM-WAREHOUSE-ID TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-POSITION NOT = HM-POSITION
               MOVE 'POSITION' TO CL-FIELD-NAME
               MOVE BM-POSITION TO CL-OLD-VALUE
               MOVE HM-POSITION TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-LASTNAME NOT = HM-LASTNAME
               MOVE 'LAST NAME' TO CL-FIELD-NAME
               MOVE BM-LASTNAME TO CL-OLD-VALUE
               MOVE HM-LASTNAME TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-FIRSTNAME NOT = HM-FIRSTNAME
               MOVE 'FIRST NAME' TO CL-FIELD-NAME
               MOVE BM-FIRSTNAME TO CL-OLD-VALUE
               MOVE HM-FIRSTNAME TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-HIRE-DATE NOT = HM-HIRE-DATE
               MOVE 'HIRE DATE' TO CL-FIELD-NAME
               MOVE BM-HIRE-DATE TO CL-OLD-VALUE
               MOVE HM-HIRE-DATE TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-STARTING-SALARY NOT = HM-STARTING-SALARY
               MOVE 'START SALARY' TO CL-FIELD-NAME
               MOVE BM-STARTING-SALARY TO CL-OLD-VALUE
               MOVE HM-STARTING-SALARY TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-LAST-PAY-INCREASE NOT = HM-LAST-PAY-INCREASE
               MOVE 'LAST RAISE' TO CL-FIELD-NAME
               MOVE BM-LAST-PAY-INCREASE TO CL-OLD-VALUE
               MOVE HM-LAST-PAY-INCREASE TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-CURRENT-SALARY NOT = HM-CURRENT-SALARY
               MOVE 'CURR SALARY' TO CL-FIELD-NAME
               MOVE BM-CURRENT-SALARY TO CL-OLD-VALUE
               MOVE HM-CURRENT-SALARY TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-UNION-DUES NOT = HM-UNION-DUES
               MOVE 'UNION DUES' TO CL-FIELD-NAME
               MOVE BM-UNION-DUES TO CL-OLD-VALUE
               MOVE HM-UNION-DUES TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-INSURANCE NOT = HM-INSURANCE
               MOVE 'INSURANCE' TO CL-FIELD-NAME
               MOVE BM-INSURANCE TO CL-OLD-VALUE
               MOVE HM-INSURANCE TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-STATUS-CODE NOT = HM-STATUS-CODE
               MOVE 'STATUS' TO CL-FIELD-NAME
               MOVE BM-STATUS-CODE TO CL-OLD-VALUE
               MOVE HM-STATUS-CODE TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF
           IF BM-STATUS-DATE NOT = HM-STATUS-DATE
               MOVE 'STATUS DATE' TO CL-FIELD-NAME
               MOVE BM-STATUS-DATE TO CL-OLD-VALUE
               MOVE HM-STATUS-DATE TO CL-NEW-VALUE
               PERFORM 185-WRITE-CHANGE-RECORD
           END-IF

           .

      *** ONE CHANGE-LOG RECORD FOR THE FIELD, OLD VALUE, AND NEW  ***
      *** VALUE ALREADY MOVED IN, UNDER THE BEFORE IMAGE'S KEY -   ***
      *** THE KEY THE TRANSACTION CARRIED.                         ***
       185-WRITE-CHANGE-RECORD.

           MOVE WS-TRAN-BATCH TO CL-BATCH-NUMBER
           MOVE WS-CURRENT-DATE-8 TO CL-CHANGE-DATE
           MOVE TR-ACTION TO CL-ACTION
           MOVE BM-WAREHOUSE-ID TO CL-WAREHOUSE-ID
           MOVE BM-EMPLOYEE-ID TO CL-EMPLOYEE-ID
           WRITE CHANGE-LOG-RECORD
           ADD 1 TO WS-FIELDS-LOGGED

           .

       200-WRITE-A-LINE.

           WRITE AUDIT-RECORD

      *** PRINTS THE END-OF-JOB MAINTENANCE SUMMARY SO OPS CAN     ***
      *** BALANCE MASTER-OUT AGAINST MASTER-IN PLUS THE BATCH:     ***
      *** MASTER-OUT = MASTER-IN + ADDS - TERMINATIONS. A TRANSFER ***
      *** MOVES A RECORD BETWEEN KEYS AND LEAVES THE BALANCE BE.   ***
       600-MAINTENANCE-SUMMARY.

           MOVE 3 TO PROPER-SPACING
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'TRANSFERS APPLIED:    ' TO AS-CAPTION
           MOVE WS-TRANSFERS-APPLIED TO AS-COUNT
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED:' TO AS-CAPTION
           MOVE WS-TRANS-REJECTED TO AS-COUNT
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'FIELD CHANGES LOGGED: ' TO AS-CAPTION
           MOVE WS-FIELDS-LOGGED TO AS-COUNT
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-RECORD
           PERFORM 200-WRITE-A-LINE

           MOVE 'MASTER RECORDS OUT:   ' TO AS-CAPTION
           MOVE WS-MASTER-OUT TO AS-COUNT
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-RECORD
               TERMINATED-FILE
               STOP-NOTICE-FILE
               CARRIER-TERM-FILE
               TRANSFER-NOTICE-FILE
               RAISE-HISTORY-FILE
               CHANGE-LOG-FILE

           PERFORM 710-LOG-APPLIED-BATCH
           STOP RUN
