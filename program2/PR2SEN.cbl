       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * UNION SENIORITY ROSTER FOR THE DRAKEA, LTD. SALARY SYSTEM.
      * EVERY QUARTER EACH LOCAL ASKS FOR ITS SENIORITY LIST FOR
      * LAYOFF, RECALL, AND SHIFT BIDS, AND IT USED TO BE BUILT BY
      * SORTING THE MASTER BY HAND. THIS JOB PRINTS ONE SECTION PER
      * WAREHOUSE - EACH WAREHOUSE IS ITS OWN LOCAL - RANKING EVERY
      * MEMBER BY HIRE DATE, AND CUTS THE SAME ROSTER AS A FILE THE
      * LOCALS CAN LOAD.
      *
      * SENIORITY RULE: EARLIEST I-HIRE-DATE RANKS FIRST. MEMBERS
      * HIRED THE SAME DAY RANK BY EMPLOYEE ID, LOWEST FIRST - THE
      * ID WAS ISSUED IN HIRING ORDER, SO THE TIE GOES TO WHOEVER
      * WAS PUT ON THE BOOKS FIRST, AND THE RANK NEVER DEPENDS ON
      * THE ORDER OF THE MASTER. MEMBERS ON LEAVE OR LAID OFF KEEP
      * THEIR PLACE ON THE ROSTER - A LAID-OFF MEMBER'S RECALL
      * RIGHTS RUN OFF THIS LIST - AND THEIR STATUS IS SHOWN.
      *
      * A MEMBER WHOSE WAREHOUSE ID + EMPLOYEE ID IS ON THE
      * TERMINATED ROSTER WAS REHIRED AND IS MARKED WITH THE LAST
      * TERMINATION DATE: AS SENIORITY RESTARTED WHEN THE HIRE DATE
      * FALLS ON OR AFTER THE TERMINATION, AS SENIORITY BRIDGED WHEN
      * THE MASTER STILL CARRIES A HIRE DATE FROM BEFORE IT.
      *
      * INPUT:
      *   PR2FA19-1.TXT - CURRENT EMPLOYEE MASTER. A STAMPED
      *       GENERATION'S HEADER AND TRAILER ARE VERIFIED THE WAY
      *       CGBPR2 VERIFIES THEM.
      *   PR2TERM.TXT - CUMULATIVE TERMINATED-EMPLOYEE ROSTER KEPT
      *       BY MNTPR2. WITHOUT IT NOBODY IS MARKED AS A REHIRE.
      *   PR2WHSE.TXT - WAREHOUSE MASTER, FOR THE WAREHOUSE NAMES.
      *   PR2POSN.TXT - POSITION MASTER, FOR THE POSITION TITLES.
      *
      * OUTPUT:
      *   SENIORITY ROSTER - ONE SECTION PER WAREHOUSE: RANK,
      *       EMPLOYEE, POSITION, HIRE DATE, YEARS OF SERVICE,
      *       STATUS, AND ANY REHIRE MARK, WITH A MEMBER COUNT.
      *   PR2SENR.TXT - THE SAME ROSTER, MACHINE-READABLE: ONE 'E'
      *       RECORD PER MEMBER IN RANK ORDER, PLUS A 'W' MEMBER
      *       COUNT PER WAREHOUSE AT THE BREAK, THE WAY THE CARRIER
      *       CENSUS IS CUT.
      *   PR2NDAT.TXT / PR2NWRK.TXT / PR2NSRT.TXT - WORK FILES
      *       FOR THE SORT.
      *
      *   RETURN CODE 0 ON A COMPLETED ROSTER; A MISSING OR BROKEN
      *   MASTER SETS RETURN CODE 8.
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
           SELECT TERMINATED-FILE
               ASSIGN TO 'PR2TERM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT POSITION-MASTER
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
           SELECT SENIORITY-DATA
               ASSIGN TO 'PR2NDAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENIORITY-SORT-FILE
               ASSIGN TO 'PR2NWRK.TXT'.
           SELECT SORTED-SENIORITY
               ASSIGN TO 'PR2NSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENIORITY-FILE
               ASSIGN TO 'PR2SENR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENIORITY-REPORT
               ASSIGN TO PRINTER 'SENIORFILE'.

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

      *** CUMULATIVE TERMINATED-EMPLOYEE ROSTER, AS MNTPR2 WRITES  ***
      *** IT: THE MASTER IMAGE AND THE TERMINATION DATE.           ***
       FD  TERMINATED-FILE
           RECORD CONTAINS 91 CHARACTERS.

       01  TERMINATED-RECORD.
           05  TM-WAREHOUSE-ID      PIC X(4).
           05  TM-EMPLOYEE-ID       PIC X(5).
           05  FILLER               PIC X(74).
           05  TM-TERM-DATE         PIC 9(8).

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

      *** ONE MEMBER, READY FOR THE SORT, IN THE SAME LAYOUT AS    ***
      *** THE 'E' RECORD THE LOCALS GET (RANK STILL ZERO).         ***
       FD  SENIORITY-DATA
           RECORD CONTAINS 58 CHARACTERS.

       01  SENIORITY-DATA-RECORD   PIC X(58).

      *** SORT WORK FILE, KEYED BY WAREHOUSE, HIRE DATE, AND       ***
      *** EMPLOYEE ID - THE SENIORITY RULE ITSELF.                 ***
       SD  SENIORITY-SORT-FILE.

       01  SENIORITY-SORT-RECORD.
           05 SS-RECORD-TYPE       PIC X(1).
           05 SS-WAREHOUSE-ID      PIC X(4).
           05 SS-RANK              PIC 9(5).
           05 SS-EMPLOYEE-ID       PIC X(5).
           05 FILLER               PIC X(22).
           05 SS-HIRE-DATE         PIC 9(8).
           05 FILLER               PIC X(13).

       FD  SORTED-SENIORITY
           RECORD CONTAINS 58 CHARACTERS.

       01  SORTED-SENIORITY-RECORD PIC X(58).

      *** MACHINE-READABLE ROSTER FOR THE LOCALS. ONE 'E' RECORD   ***
      *** PER MEMBER IN RANK ORDER AND A 'W' MEMBER COUNT AT EACH  ***
      *** WAREHOUSE BREAK.                                         ***
       FD  SENIORITY-FILE
           RECORD CONTAINS 58 CHARACTERS.

       01  SENIORITY-FILE-RECORD   PIC X(58).

       FD  SENIORITY-REPORT
           RECORD CONTAINS 120 CHARACTERS.

       01  SENIORITY-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-MSTR-STATUS      PIC X(2)        VALUE '00'.
           05  WS-TERM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-WHSE-STATUS      PIC X(2)        VALUE '00'.
           05  WS-POSN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-MSTR-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-SORTED-EOF       PIC X(3)        VALUE 'NO '.
           05  WS-TR-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-TR-FULL          PIC X(3)        VALUE 'NO '.
           05  WS-TERM-LOADED      PIC X(3)        VALUE 'NO '.

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

      *** EVERY WAREHOUSE + EMPLOYEE KEY ON THE TERMINATED ROSTER  ***
      *** WITH ITS LATEST TERMINATION DATE. THE SAME EMPLOYEE ID   ***
      *** CAN BELONG TO SOMEBODY ELSE IN ANOTHER WAREHOUSE.        ***
       01  TERMINATED-TABLE.
           05  TR-ENTRY            OCCURS 999 TIMES.
               10  TR-KEY          PIC X(9).
               10  TR-TERM-DATE    PIC 9(8).

       01  TR-COUNT                PIC 9(4)        VALUE 0.
       01  WS-TR-SUB               PIC 9(4)        VALUE 0.
       01  WS-TR-HIT               PIC 9(4)        VALUE 0.
       01  WS-LOOKUP-KEY           PIC X(9).

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

      *** THE MEMBER AND COUNT RECORDS FOR THE LOCALS' FILE. THE   ***
      *** MEMBER LAYOUT ALSO CARRIES EACH MEMBER THROUGH THE SORT. ***
       01  SENIORITY-MEMBER-RECORD.
           05  SN-RECORD-TYPE       PIC X(1).
           05  SN-WAREHOUSE-ID      PIC X(4).
           05  SN-RANK              PIC 9(5).
           05  SN-EMPLOYEE-ID       PIC X(5).
           05  SN-LASTNAME          PIC X(10).
           05  SN-FIRSTNAME         PIC X(10).
           05  SN-POSITION          PIC X(2).
           05  SN-HIRE-DATE         PIC 9(8).
           05  SN-YEARS-SERVICE     PIC 9(3).
      * A ACTIVE, L LEAVE OF ABSENCE, Y LAID OFF
           05  SN-STATUS-CODE       PIC X(1).
      * R REHIRED, SENIORITY RESTARTED; B REHIRED, SENIORITY
      * BRIDGED; BLANK NOT A REHIRE
           05  SN-REHIRE-FLAG       PIC X(1).
           05  SN-TERM-DATE         PIC 9(8).

       01  SENIORITY-COUNT-RECORD.
           05  SW-RECORD-TYPE       PIC X(1).
           05  SW-WAREHOUSE-ID      PIC X(4).
           05  SW-MEMBER-COUNT      PIC 9(5).
           05  FILLER               PIC X(48).

       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-DATE-DIFF            PIC S9(8).

      *** CONTROL-BREAK FIELDS FOR THE RANKING PASS.               ***
       01  WS-LAST-WAREHOUSE       PIC X(4)        VALUE SPACES.
       01  WS-WAREHOUSE-RANK       PIC 9(5)        VALUE 0.

      *** RUN-CONTROL COUNTERS.                                    ***
       01  WS-RECORDS-READ         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-RANKED       PIC 9(7)        VALUE 0.
       01  WS-RECORDS-UNRANKED     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-ON-LEAVE     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-LAID-OFF     PIC 9(7)        VALUE 0.
       01  WS-RESTARTED-COUNT      PIC 9(7)        VALUE 0.
       01  WS-BRIDGED-COUNT        PIC 9(7)        VALUE 0.
       01  WS-WAREHOUSE-COUNT      PIC 9(7)        VALUE 0.
       01  WS-TERM-READ            PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  SENIORITY-HEADING-ONE.
           05  H1-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  SENIORITY-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'UNION SENIORITY ROSTER - '.
           05                      PIC X(10)       VALUE 'WAREHOUSE '.
           05  H2-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(1)        VALUE SPACES.
           05  H2-WAREHOUSE-NAME   PIC X(11).

       01  SENIORITY-HEADING-THREE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'RANK'.
           05                      PIC X(7)        VALUE 'EMPL'.
           05                      PIC X(22)       VALUE 'NAME'.
           05                      PIC X(14)       VALUE 'POSITION'.
           05                      PIC X(12)       VALUE 'HIRED'.
           05                      PIC X(5)        VALUE 'YRS'.
           05                      PIC X(10)       VALUE 'STATUS'.
           05                      PIC X(6)        VALUE 'REHIRE'.

       01  SENIORITY-DETAIL-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05  SD-RANK             PIC ZZZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  SD-EMPLOYEE-ID      PIC X(5).
           05                      PIC X(2)        VALUE SPACES.
           05  SD-LASTNAME         PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  SD-FIRSTNAME        PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  SD-POSITION         PIC X(2).
           05                      PIC X(1)        VALUE SPACES.
           05  SD-TITLE            PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  SD-HIRE-DATE        PIC 9999/99/99.
           05                      PIC X(2)        VALUE SPACES.
           05  SD-YEARS            PIC ZZ9.
           05                      PIC X(2)        VALUE SPACES.
           05  SD-STATUS           PIC X(9).
           05                      PIC X(1)        VALUE SPACES.
           05  SD-REHIRE           PIC X(18).
           05  SD-TERM-DATE        PIC 9999/99/99
                                   BLANK WHEN ZERO.

       01  SENIORITY-COUNT-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(18)
                                         VALUE 'MEMBERS ON ROSTER:'.
           05  SC-COUNT            PIC ZZZ,ZZ9.

       01  SENIORITY-RULE-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(59)
           VALUE 'RANKED BY HIRE DATE; SAME-DAY HIRES BY EMPLOYEE ID'.

       01  RUN-CONTROL-HEADING.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(30)
                                   VALUE 'SENIORITY ROSTER RUN CONTROL'.

       01  RUN-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  RN-CAPTION          PIC X(30).
           05  RN-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 30-BUILD-SENIORITY-DATA
           PERFORM 35-SORT-SENIORITY-DATA
           PERFORM 50-RANK-MEMBERS
           PERFORM 600-RUN-CONTROL-REPORT
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT SENIORITY-REPORT
                       SENIORITY-FILE

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 22-LOAD-TERMINATED-ROSTER
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 24-LOAD-POSITION-TABLE

           .

      *** LOADS THE TERMINATED ROSTER, KEEPING THE LATEST          ***
      *** TERMINATION FOR A WAREHOUSE + EMPLOYEE KEY TERMINATED    ***
      *** MORE THAN ONCE. WITHOUT THE ROSTER THE JOB STILL RUNS,   ***
      *** BUT CAN'T MARK A REHIRE, AND SAYS SO.                    ***
       22-LOAD-TERMINATED-ROSTER.

           OPEN INPUT TERMINATED-FILE
           IF WS-TERM-STATUS NOT = '00'
               DISPLAY 'PR2SEN: PR2TERM.TXT NOT FOUND - REHIRES '
                  'NOT MARKED'
           ELSE
               MOVE 'YES' TO WS-TERM-LOADED
               PERFORM UNTIL WS-TERM-STATUS NOT = '00'
                   READ TERMINATED-FILE
                       AT END
                           MOVE '10' TO WS-TERM-STATUS
                       NOT AT END
                           ADD 1 TO WS-TERM-READ
                           PERFORM 220-TAKE-TERMINATED-RECORD
                   END-READ
               END-PERFORM
               CLOSE TERMINATED-FILE
           END-IF

           .

       220-TAKE-TERMINATED-RECORD.

           IF TM-TERM-DATE IS NOT NUMERIC
               DISPLAY 'PR2SEN: TERMINATED ROSTER ENTRY FOR '
                  TM-WAREHOUSE-ID TM-EMPLOYEE-ID ' HAS NO VALID '
                  'TERMINATION DATE - IGNORED'
           ELSE
               MOVE TM-WAREHOUSE-ID TO WS-LOOKUP-KEY (1:4)
               MOVE TM-EMPLOYEE-ID TO WS-LOOKUP-KEY (5:5)
               PERFORM 225-FIND-TERMINATED-ID
               IF WS-TR-FOUND = 'YES'
                   IF TM-TERM-DATE > TR-TERM-DATE (WS-TR-HIT)
                       MOVE TM-TERM-DATE TO TR-TERM-DATE (WS-TR-HIT)
                   END-IF
               ELSE
                   IF TR-COUNT < 999
                       ADD 1 TO TR-COUNT
                       MOVE WS-LOOKUP-KEY TO TR-KEY (TR-COUNT)
                       MOVE TM-TERM-DATE TO TR-TERM-DATE (TR-COUNT)
                   ELSE
                       IF WS-TR-FULL = 'NO '
                           DISPLAY 'PR2SEN: TERMINATED TABLE FULL AT '
                              '999 ENTRIES - LATER ROSTER ENTRIES '
                              'NOT CHECKED FOR REHIRE'
                           MOVE 'YES' TO WS-TR-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF

           .

      *** LOOKS UP THE WAREHOUSE + EMPLOYEE KEY IN WS-LOOKUP-KEY   ***
      *** ON THE TERMINATED TABLE.                                 ***
       225-FIND-TERMINATED-ID.

           MOVE 'NO ' TO WS-TR-FOUND
           MOVE 0 TO WS-TR-HIT
           PERFORM 2251-SEARCH-TERMINATED-ID
               VARYING WS-TR-SUB FROM 1 BY 1
               UNTIL WS-TR-SUB > TR-COUNT OR WS-TR-FOUND = 'YES'

           .

       2251-SEARCH-TERMINATED-ID.

           IF TR-KEY (WS-TR-SUB) = WS-LOOKUP-KEY
               MOVE 'YES' TO WS-TR-FOUND
               MOVE WS-TR-SUB TO WS-TR-HIT
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
                               DISPLAY 'PR2SEN: WAREHOUSE TABLE FULL '
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
      *** FILE THE ROSTER SHOWS THE POSITION CODE ALONE.           ***
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
                               DISPLAY 'PR2SEN: POSITION TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2POSN.TXT IGNORED'
                               MOVE '10' TO WS-POSN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF

           .

      *** ONE PASS OVER THE MASTER, WRITING EVERY MEMBER TO THE    ***
      *** WORK FILE WITH YEARS OF SERVICE AND ANY REHIRE MARK      ***
      *** ALREADY WORKED OUT. CONTROL RECORDS PEEL OFF TO THE      ***
      *** VERIFY FIELDS, AND A STAMPED GENERATION THAT DOESN'T TIE ***
      *** STOPS THE JOB BEFORE THE SORT.                           ***
       30-BUILD-SENIORITY-DATA.

           OPEN INPUT INPUT-RECORDS
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'PR2SEN: PR2FA19-1.TXT NOT FOUND - '
                  'NO ROSTER - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SENIORITY-REPORT
                     SENIORITY-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT SENIORITY-DATA

           PERFORM UNTIL WS-MSTR-EOF = 'YES'
               READ INPUT-RECORDS
                   AT END
                       MOVE 'YES' TO WS-MSTR-EOF
                   NOT AT END
                       PERFORM 300-SIFT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE INPUT-RECORDS
                 SENIORITY-DATA

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
      *** ROSTER GOES TO THE LOCALS OFF IT. A PRE-STAMP GENERATION ***
      *** PASSES WITH A CONSOLE WARNING, AS IN CGBPR2.             ***
       310-VERIFY-MASTER-CONTROLS.

           IF WS-MI-HDR-SEEN = 'NO '
               DISPLAY 'PR2SEN: MASTER CARRIES NO CONTROL RECORDS '
                  '- ACCEPTED AS A PRE-STAMP GENERATION'
           ELSE
               IF FH-FILE-ID NOT = 'PR2FA19 '
                   DISPLAY 'PR2SEN: MASTER HEADER NAMES FILE '
                      FH-FILE-ID ' NOT PR2FA19 - WRONG FILE MOUNTED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SENIORITY-REPORT
                         SENIORITY-FILE
                   STOP RUN
               END-IF
               IF WS-MI-TRL-SEEN = 'NO '
                   DISPLAY 'PR2SEN: MASTER TRAILER MISSING - FILE '
                      'TRUNCATED - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SENIORITY-REPORT
                         SENIORITY-FILE
                   STOP RUN
               END-IF
               IF FT-RECORD-COUNT NOT = WS-MI-COUNT
                  OR FT-HASH-ONE NOT = WS-MI-HASH-CURR
                  OR FT-HASH-TWO NOT = WS-MI-HASH-DUES
                  OR FT-HASH-THREE NOT = WS-MI-HASH-INSUR
                   DISPLAY 'PR2SEN: MASTER TRAILER DOES NOT TIE - '
                      'EXPECTED ' FT-RECORD-COUNT ' RECORDS, READ '
                      WS-MI-COUNT ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SENIORITY-REPORT
                         SENIORITY-FILE
                   STOP RUN
               END-IF
           END-IF

           .

      *** ONE MEMBER. WITHOUT A NUMERIC HIRE DATE THERE IS NO      ***
      *** SENIORITY TO RANK, SO THE RECORD IS COUNTED AND LEFT OFF ***
      *** THE ROSTER WITH A CONSOLE MESSAGE TO FIX THE MASTER.     ***
       100-PROCESS-EMPLOYEE-RECORD.

           IF I-HIRE-DATE IS NOT NUMERIC
               ADD 1 TO WS-RECORDS-UNRANKED
               DISPLAY 'PR2SEN: ' I-WAREHOUSE-ID I-EMPLOYEE-ID
                  ' HAS NO VALID HIRE DATE - LEFT OFF THE ROSTER'
           ELSE
               ADD 1 TO WS-RECORDS-RANKED
               PERFORM 105-WRITE-SENIORITY-DATA
           END-IF

           .

       105-WRITE-SENIORITY-DATA.

           MOVE 'E' TO SN-RECORD-TYPE
           MOVE I-WAREHOUSE-ID TO SN-WAREHOUSE-ID
           MOVE 0 TO SN-RANK
           MOVE I-EMPLOYEE-ID TO SN-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO SN-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO SN-FIRSTNAME
           MOVE I-EMPLOYEE-POSITION TO SN-POSITION
           MOVE I-HIRE-DATE TO SN-HIRE-DATE

      * YEARS-OF-SERVICE, TRUNCATED TO A COMPLETED YEAR
           COMPUTE WS-DATE-DIFF = WS-CURRENT-DATE-8 - I-HIRE-DATE
           IF WS-DATE-DIFF < 0
               MOVE 0 TO SN-YEARS-SERVICE
           ELSE
               COMPUTE SN-YEARS-SERVICE = WS-DATE-DIFF / 10000
           END-IF

      * A BLANK STATUS IS A RECORD FROM BEFORE THE STATUS FIELDS
      * EXISTED, AND READS AS ACTIVE
           EVALUATE I-STATUS-CODE
               WHEN 'L'
                   MOVE 'L' TO SN-STATUS-CODE
                   ADD 1 TO WS-RECORDS-ON-LEAVE
               WHEN 'Y'
                   MOVE 'Y' TO SN-STATUS-CODE
                   ADD 1 TO WS-RECORDS-LAID-OFF
               WHEN OTHER
                   MOVE 'A' TO SN-STATUS-CODE
           END-EVALUATE

           MOVE SPACE TO SN-REHIRE-FLAG
           MOVE 0 TO SN-TERM-DATE
           MOVE I-WAREHOUSE-ID TO WS-LOOKUP-KEY (1:4)
           MOVE I-EMPLOYEE-ID TO WS-LOOKUP-KEY (5:5)
           PERFORM 225-FIND-TERMINATED-ID
           IF WS-TR-FOUND = 'YES'
               MOVE TR-TERM-DATE (WS-TR-HIT) TO SN-TERM-DATE
               IF I-HIRE-DATE < TR-TERM-DATE (WS-TR-HIT)
                   MOVE 'B' TO SN-REHIRE-FLAG
                   ADD 1 TO WS-BRIDGED-COUNT
               ELSE
                   MOVE 'R' TO SN-REHIRE-FLAG
                   ADD 1 TO WS-RESTARTED-COUNT
               END-IF
           END-IF

           WRITE SENIORITY-DATA-RECORD FROM SENIORITY-MEMBER-RECORD

           .

       35-SORT-SENIORITY-DATA.

           SORT SENIORITY-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-ID
                                SS-HIRE-DATE
                                SS-EMPLOYEE-ID
               USING SENIORITY-DATA
               GIVING SORTED-SENIORITY

           .

      *** READS THE SORTED MEMBERS, NUMBERING THEM WITHIN EACH     ***
      *** WAREHOUSE. EACH WAREHOUSE STARTS ITS OWN PAGE AND CLOSES ***
      *** WITH ITS MEMBER COUNT.                                   ***
       50-RANK-MEMBERS.

           OPEN INPUT SORTED-SENIORITY
           PERFORM UNTIL WS-SORTED-EOF = 'YES'
               READ SORTED-SENIORITY
                   INTO SENIORITY-MEMBER-RECORD
                   AT END
                       MOVE 'YES' TO WS-SORTED-EOF
                   NOT AT END
                       IF SN-WAREHOUSE-ID NOT = WS-LAST-WAREHOUSE
                           IF WS-LAST-WAREHOUSE NOT = SPACES
                               PERFORM 520-CLOSE-WAREHOUSE
                           END-IF
                           PERFORM 510-OPEN-WAREHOUSE
                       END-IF
                       PERFORM 500-RANK-ONE-MEMBER
               END-READ
           END-PERFORM
           CLOSE SORTED-SENIORITY

           IF WS-LAST-WAREHOUSE NOT = SPACES
               PERFORM 520-CLOSE-WAREHOUSE
           END-IF

           .

       500-RANK-ONE-MEMBER.

           ADD 1 TO WS-WAREHOUSE-RANK
           MOVE WS-WAREHOUSE-RANK TO SN-RANK
           WRITE SENIORITY-FILE-RECORD FROM SENIORITY-MEMBER-RECORD

           MOVE SN-RANK TO SD-RANK
           MOVE SN-EMPLOYEE-ID TO SD-EMPLOYEE-ID
           MOVE SN-LASTNAME TO SD-LASTNAME
           MOVE SN-FIRSTNAME TO SD-FIRSTNAME
           MOVE SN-POSITION TO SD-POSITION
           MOVE SPACES TO SD-TITLE
           PERFORM 505-FIND-POSITION-TITLE
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT
           MOVE SN-HIRE-DATE TO SD-HIRE-DATE
           MOVE SN-YEARS-SERVICE TO SD-YEARS

           EVALUATE SN-STATUS-CODE
               WHEN 'L'
                   MOVE 'ON LEAVE' TO SD-STATUS
               WHEN 'Y'
                   MOVE 'LAID OFF' TO SD-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO SD-STATUS
           END-EVALUATE

           EVALUATE SN-REHIRE-FLAG
               WHEN 'R'
                   MOVE 'RESTARTED - TERM ' TO SD-REHIRE
                   MOVE SN-TERM-DATE TO SD-TERM-DATE
               WHEN 'B'
                   MOVE 'BRIDGED   - TERM ' TO SD-REHIRE
                   MOVE SN-TERM-DATE TO SD-TERM-DATE
               WHEN OTHER
                   MOVE SPACES TO SD-REHIRE
                   MOVE 0 TO SD-TERM-DATE
           END-EVALUATE

           WRITE SENIORITY-RECORD FROM SENIORITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           .

       505-FIND-POSITION-TITLE.

           IF PT-POSITION (PT-IDX) = SN-POSITION
               MOVE PT-TITLE (PT-IDX) TO SD-TITLE
           END-IF

           .

      *** A NEW WAREHOUSE: A NEW PAGE, ITS HEADINGS, AND THE RANK  ***
      *** STARTS OVER AT ONE.                                      ***
       510-OPEN-WAREHOUSE.

           ADD 1 TO WS-WAREHOUSE-COUNT
           MOVE SN-WAREHOUSE-ID TO WS-LAST-WAREHOUSE
           MOVE 0 TO WS-WAREHOUSE-RANK

           MOVE SN-WAREHOUSE-ID TO H2-WAREHOUSE-ID
           MOVE SPACES TO H2-WAREHOUSE-NAME
           PERFORM 515-FIND-WAREHOUSE-NAME
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT

           IF WS-WAREHOUSE-COUNT = 1
               WRITE SENIORITY-RECORD FROM SENIORITY-HEADING-ONE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SENIORITY-RECORD FROM SENIORITY-HEADING-ONE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE SENIORITY-RECORD FROM SENIORITY-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE SENIORITY-RECORD FROM SENIORITY-RULE-LINE
               AFTER ADVANCING 1 LINE
           WRITE SENIORITY-RECORD FROM SENIORITY-HEADING-THREE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SENIORITY-RECORD
           WRITE SENIORITY-RECORD
               AFTER ADVANCING 1 LINE

           .

       515-FIND-WAREHOUSE-NAME.

           IF WT-ID (WT-IDX) = SN-WAREHOUSE-ID
               MOVE WT-NAME (WT-IDX) TO H2-WAREHOUSE-NAME
           END-IF

           .

      *** THE FINISHING WAREHOUSE'S MEMBER COUNT: ONE 'W' RECORD   ***
      *** ON THE LOCALS' FILE AND A COUNT LINE ON THE ROSTER.      ***
       520-CLOSE-WAREHOUSE.

           MOVE 'W' TO SW-RECORD-TYPE
           MOVE WS-LAST-WAREHOUSE TO SW-WAREHOUSE-ID
           MOVE WS-WAREHOUSE-RANK TO SW-MEMBER-COUNT
           MOVE SPACES TO SENIORITY-COUNT-RECORD (11:48)
           WRITE SENIORITY-FILE-RECORD FROM SENIORITY-COUNT-RECORD

           MOVE WS-WAREHOUSE-RANK TO SC-COUNT
           WRITE SENIORITY-RECORD FROM SENIORITY-COUNT-LINE
               AFTER ADVANCING 2 LINES

           .

       600-RUN-CONTROL-REPORT.

           WRITE SENIORITY-RECORD FROM SENIORITY-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE SENIORITY-RECORD FROM RUN-CONTROL-HEADING
               AFTER ADVANCING 2 LINES

           MOVE 'EMPLOYEE RECORDS READ:        ' TO RN-CAPTION
           MOVE WS-RECORDS-READ TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'MEMBERS RANKED:               ' TO RN-CAPTION
           MOVE WS-RECORDS-RANKED TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  ON LEAVE:                   ' TO RN-CAPTION
           MOVE WS-RECORDS-ON-LEAVE TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  LAID OFF:                   ' TO RN-CAPTION
           MOVE WS-RECORDS-LAID-OFF TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  REHIRED - RESTARTED:        ' TO RN-CAPTION
           MOVE WS-RESTARTED-COUNT TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE '  REHIRED - BRIDGED:          ' TO RN-CAPTION
           MOVE WS-BRIDGED-COUNT TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'NOT RANKED - NO HIRE DATE:    ' TO RN-CAPTION
           MOVE WS-RECORDS-UNRANKED TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'WAREHOUSES (LOCALS):          ' TO RN-CAPTION
           MOVE WS-WAREHOUSE-COUNT TO RN-COUNT
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-TERM-LOADED = 'YES'
               MOVE 'TERMINATED ROSTER ENTRIES:    ' TO RN-CAPTION
               MOVE WS-TERM-READ TO RN-COUNT
           ELSE
               MOVE 'TERMINATED ROSTER NOT FOUND   ' TO RN-CAPTION
               MOVE 0 TO RN-COUNT
           END-IF
           WRITE SENIORITY-RECORD FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINE

           .

       700-EOF-ROUTINE.

           IF WS-RECORDS-READ = 0
               DISPLAY 'PR2SEN: PR2FA19-1.TXT HOLDS NO EMPLOYEES - '
                  'EMPTY ROSTER'
           END-IF

           CLOSE SENIORITY-REPORT
                 SENIORITY-FILE
           STOP RUN

           .
