       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * SALARY COMPRESSION AND INVERSION REPORT FOR THE DRAKEA, LTD.
      * SALARY SYSTEM. THE POSITION MASTER'S MIN/MAX BAND SAYS
      * WHETHER ONE SALARY IS OUT OF RANGE; IT CAN'T SAY THAT AN
      * EMPLOYEE OF TWELVE YEARS IS PAID LESS THAN LAST YEAR'S
      * HIRE IN THE SAME JOB AT THE SAME WAREHOUSE - THE GRIEVANCE
      * WE ACTUALLY GET, USUALLY FROM A FLAT RAISE ON A LOW
      * STARTING SALARY.
      * THIS JOB RANKS EVERY WAREHOUSE/POSITION GROUP BY HIRE DATE,
      * FLAGS EVERY INVERSION WITH THE DOLLAR GAP, AND FLAGS A
      * GROUP AS COMPRESSED WHEN ITS MOST SENIOR SERVICE LEVEL IS
      * PAID LESS THAN A SET PERCENT ABOVE ITS MOST JUNIOR.
      *
      * INPUT:
      *   PR2CPRM.TXT - OPTIONAL CARD. COLUMN 1 'T' PRICES THE
      *       GROUPS AT THE POST-RAISE FIGURES OF THE TRIAL RUN ON
      *       PR2XTRC.TXT, SO COMP REVIEW SEES THE INVERSIONS A
      *       RAISE WOULD CREATE BEFORE IT IS COMMITTED; ANYTHING
      *       ELSE REPORTS THE CURRENT MASTER AS IT STANDS. COLUMNS
      *       2-6 ARE THE COMPRESSION THRESHOLD PERCENT (999V99,
      *       01000 = 10.00%), DEFAULT 10.00% WHEN BLANK OR ZERO.
      *   PR2FA19-1.TXT - CURRENT EMPLOYEE MASTER. A STAMPED
      *       GENERATION'S HEADER AND TRAILER ARE VERIFIED THE WAY
      *       CGBPR2 VERIFIES THEM.
      *   PR2XTRC.TXT - THE TRIAL RUN'S PAYROLL EXTRACT, READ ONLY
      *       WHEN THE CARD ASKS FOR TRIAL FIGURES. ITS HEADER AND
      *       TRAILER ARE VERIFIED AS RCNPR2 VERIFIES THEM. AN
      *       EMPLOYEE THE RUN DID NOT RAISE (AN ANNIVERSARY BYPASS)
      *       IS NOT ON IT AND IS RANKED AT THE CURRENT SALARY.
      *   PR2WHSE.TXT - WAREHOUSE MASTER, FOR THE WAREHOUSE NAMES.
      *   PR2POSN.TXT - POSITION MASTER, FOR THE POSITION TITLES.
      *
      * OUTPUT:
      *   COMPRESSION AND INVERSION REPORT - FOR EACH GROUP, EVERY
      *   EMPLOYEE IN SENIORITY ORDER WITH HIRE DATE, YEARS OF
      *   SERVICE AND SALARY. AN EMPLOYEE PAID LESS THAN ANY LATER
      *   HIRE IS MARKED INVERTED, WITH ONE LINE BENEATH FOR EACH
      *   LATER HIRE PAID MORE AND THE GAP. THE GROUP CLOSES WITH
      *   ITS SERVICE SPREAD AND, WHEN UNDER THE THRESHOLD, A
      *   COMPRESSION FLAG.
      *   PR2PDAT.TXT / PR2PWRK.TXT / PR2PSRT.TXT - WORK FILES
      *       FOR THE SORT.
      *
      *   AS IN CGBPR2, AN EMPLOYEE ON LEAVE OR LAID OFF IS HELD
      *   OUT AND ONLY COUNTED. NOTHING IS POSTED ANYWHERE.
      *
      *   RETURN CODE 0 ON A COMPLETED REPORT, WHATEVER IT FINDS;
      *   A MISSING OR BROKEN MASTER OR EXTRACT SETS RETURN CODE 8.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPREAD-CARD-FILE
               ASSIGN TO 'PR2CPRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPRM-STATUS.
           SELECT INPUT-RECORDS
               ASSIGN TO 'PR2FA19-1.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTR-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO 'PR2XTRC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRC-STATUS.
           SELECT WAREHOUSE-MASTER
               ASSIGN TO 'PR2WHSE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.
           SELECT POSITION-MASTER
               ASSIGN TO 'PR2POSN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
           SELECT SPREAD-WORK
               ASSIGN TO 'PR2PDAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPREAD-SORT-FILE
               ASSIGN TO 'PR2PWRK.TXT'.
           SELECT SORTED-SPREAD
               ASSIGN TO 'PR2PSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPREAD-REPORT
               ASSIGN TO PRINTER 'SPREADFILE'.

       DATA DIVISION.
       FILE SECTION.

      *** OPTIONAL CARD: CURRENT OR TRIAL FIGURES, AND THE         ***
      *** COMPRESSION THRESHOLD.                                   ***
       FD  SPREAD-CARD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  SPREAD-CARD-RECORD.
           05  CP-SOURCE           PIC X(1).
           05  CP-COMPRESS-PCT     PIC 9(3)V99.

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

       FD  EXTRACT-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01  EXTRACT-RECORD          PIC X(46).

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

      *** ONE RANKABLE EMPLOYEE, AT THE SALARY THE REPORT IS TO    ***
      *** MEASURE, READY FOR THE SORT.                             ***
       FD  SPREAD-WORK
           RECORD CONTAINS 49 CHARACTERS.

       01  SPREAD-WORK-RECORD      PIC X(49).

      *** SORT WORK FILE, KEYED BY WAREHOUSE, POSITION, HIRE DATE  ***
      *** AND EMPLOYEE, SO EACH GROUP ARRIVES MOST SENIOR FIRST    ***
      *** AND TWO SAME-DAY HIRES ALWAYS RANK THE SAME WAY.         ***
       SD  SPREAD-SORT-FILE.

       01  SPREAD-SORT-RECORD.
           05 SS-WAREHOUSE-ID      PIC X(4).
           05 SS-POSITION          PIC X(2).
           05 SS-HIRE-DATE         PIC 9(8).
           05 SS-EMPLOYEE-ID       PIC X(5).
           05 FILLER               PIC X(30).

       FD  SORTED-SPREAD
           RECORD CONTAINS 49 CHARACTERS.

       01  SORTED-SPREAD-RECORD.
           05 SR-WAREHOUSE-ID      PIC X(4).
           05 SR-POSITION          PIC X(2).
           05 SR-HIRE-DATE         PIC 9(8).
           05 SR-EMPLOYEE-ID       PIC X(5).
           05 SR-LASTNAME          PIC X(10).
           05 SR-FIRSTNAME         PIC X(10).
           05 SR-SALARY            PIC 9(7)V99.
           05 SR-BASIS             PIC X(1).

       FD  SPREAD-REPORT
           RECORD CONTAINS 120 CHARACTERS.

       01  SPREAD-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-CPRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-MSTR-STATUS      PIC X(2)        VALUE '00'.
           05  WS-XTRC-STATUS      PIC X(2)        VALUE '00'.
           05  WS-WHSE-STATUS      PIC X(2)        VALUE '00'.
           05  WS-POSN-STATUS      PIC X(2)        VALUE '00'.
           05  WS-MSTR-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-XTRC-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-SORTED-EOF       PIC X(3)        VALUE 'NO '.
           05  WS-XT-FOUND         PIC X(3)        VALUE 'NO '.
           05  WS-GR-FULL          PIC X(3)        VALUE 'NO '.

      *** 'YES' WHEN THE CARD ASKS FOR THE TRIAL RUN'S POST-RAISE  ***
      *** FIGURES INSTEAD OF THE MASTER'S CURRENT SALARIES.        ***
           05  WS-TRIAL-MODE       PIC X(3)        VALUE 'NO '.

      *** HEADER AND TRAILER CONTROL RECORDS AS CGBPR2 STAMPS THEM ***
      *** ON THE MASTER AND THE EXTRACT, AND THE RUNNING CONTROLS  ***
      *** THAT PROVE EACH FILE IS WHOLE.                           ***
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

       01  WS-XTRC-RUN-NUMBER      PIC 9(4)        VALUE 0.
       01  WS-XTRC-CREATE-DATE     PIC 9(8)        VALUE 0.

      *** THE TRIAL RUN'S POST-RAISE SALARY FOR EVERY EMPLOYEE ON  ***
      *** THE EXTRACT, SEARCHED BY WAREHOUSE + EMPLOYEE AS THE     ***
      *** MASTER PASSES.                                           ***
       01  TRIAL-SALARY-TABLE.
           05  XT-ENTRY            OCCURS 999 TIMES.
               10  XT-KEY          PIC X(9).
               10  XT-SALARY       PIC 9(7)V99.

       01  XT-COUNT                PIC 9(4)        VALUE 0.
       01  WS-XT-SUB               PIC 9(4)        VALUE 0.
       01  WS-LOOKUP-KEY           PIC X(9).

       01  SPREAD-WORK-LAYOUT.
           05  CW-WAREHOUSE-ID     PIC X(4).
           05  CW-POSITION         PIC X(2).
           05  CW-HIRE-DATE        PIC 9(8).
           05  CW-EMPLOYEE-ID      PIC X(5).
           05  CW-LASTNAME         PIC X(10).
           05  CW-FIRSTNAME        PIC X(10).
           05  CW-SALARY           PIC 9(7)V99.
      * 'T' AT THE TRIAL RUN'S FIGURE, 'C' AT THE CURRENT SALARY
           05  CW-BASIS            PIC X(1).

      *** COMPRESSION THRESHOLD, FROM THE CARD OR THE DEFAULT.     ***
       01  WS-COMPRESS-PCT         PIC 9(3)V99     VALUE 10.00.

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

      *** ONE WAREHOUSE/POSITION GROUP, MOST SENIOR FIRST, HELD    ***
      *** WHOLE SO EVERY EMPLOYEE CAN BE CHECKED AGAINST EVERY     ***
      *** LATER HIRE.                                              ***
       01  GROUP-TABLE.
           05  GR-ENTRY            OCCURS 200 TIMES.
               10  GR-EMPLOYEE-ID  PIC X(5).
               10  GR-LASTNAME     PIC X(10).
               10  GR-FIRSTNAME    PIC X(10).
               10  GR-HIRE-DATE    PIC 9(8).
               10  GR-YEARS        PIC 999.
               10  GR-SALARY       PIC 9(7)V99.
               10  GR-BASIS        PIC X(1).

       01  GR-COUNT                PIC 9(3)        VALUE 0.
       01  WS-GR-SUB               PIC 9(3)        VALUE 0.
       01  WS-NEWER-SUB            PIC 9(3)        VALUE 0.
       01  WS-GROUP-WAREHOUSE      PIC X(4).
       01  WS-GROUP-POSITION       PIC X(2).
       01  WS-GROUP-INVERTED       PIC 9(3)        VALUE 0.
       01  WS-EMPLOYEE-INVERTED    PIC X(3)        VALUE 'NO '.

      *** SERVICE-SPREAD WORK FIELDS: THE AVERAGE SALARY AT THE    ***
      *** GROUP'S MOST SENIOR AND MOST JUNIOR YEARS OF SERVICE.    ***
       01  SPREAD-FIELDS.
           05  WS-SENIOR-YEARS     PIC 999         VALUE 0.
           05  WS-JUNIOR-YEARS     PIC 999         VALUE 0.
           05  WS-SENIOR-TOTAL     PIC 9(9)V99     VALUE 0.
           05  WS-JUNIOR-TOTAL     PIC 9(9)V99     VALUE 0.
           05  WS-SENIOR-HEADS     PIC 9(3)        VALUE 0.
           05  WS-JUNIOR-HEADS     PIC 9(3)        VALUE 0.
           05  WS-SENIOR-AVG       PIC 9(7)V99     VALUE 0.
           05  WS-JUNIOR-AVG       PIC 9(7)V99     VALUE 0.
           05  WS-SPREAD-PCT       PIC S9(5)V99    VALUE +0.
           05  WS-INVERSION-GAP    PIC 9(7)V99     VALUE 0.

       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-DATE-DIFF            PIC S9(8).

      *** RUN-CONTROL COUNTERS.                                    ***
       01  WS-RECORDS-READ         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-RANKED       PIC 9(7)        VALUE 0.
       01  WS-RECORDS-HELD         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-UNRANKED     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-AT-TRIAL     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-AT-CURRENT   PIC 9(7)        VALUE 0.
       01  WS-GROUP-COUNT          PIC 9(7)        VALUE 0.
       01  WS-GROUP-OVERFLOW       PIC 9(7)        VALUE 0.
       01  WS-INVERSION-COUNT      PIC 9(7)        VALUE 0.
       01  WS-INVERTED-COUNT       PIC 9(7)        VALUE 0.
       01  WS-COMPRESSED-COUNT     PIC 9(7)        VALUE 0.
       01  WS-EXTRACT-READ         PIC 9(7)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC S9          VALUE +1.

      ****************    OUTPUT AREA    ****************

       01  SPREAD-HEADING-ONE.
           05  H1-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05  H1-YEAR             PIC 99.
           05                      PIC X(5).
           05                      PIC X(3)        VALUE 'CGB'.
           05                      PIC X(18)       VALUE SPACES.
           05                      PIC X(11)       VALUE 'DRAKEA, LTD'.

       01  SPREAD-HEADING-TWO.
           05                      PIC X(10)       VALUE SPACES.
           05                      PIC X(36)
                 VALUE 'SALARY COMPRESSION AND INVERSION'.

       01  SPREAD-BASIS-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(12)       VALUE 'SALARIES AT '.
           05  SB-BASIS            PIC X(40).

       01  SPREAD-EXTRACT-ID-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(23)
                                         VALUE 'TRIAL EXTRACT RUN     '.
           05  SE-RUN-NUMBER       PIC 9(4).
           05                      PIC X(12)       VALUE '   CREATED '.
           05  SE-CREATE-DATE      PIC 9999/99/99.

       01  SPREAD-THRESHOLD-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(37)
                 VALUE 'COMPRESSED WHEN SERVICE SPREAD UNDER '.
           05  ST-PCT              PIC ZZ9.99.
           05                      PIC X(1)        VALUE '%'.

       01  GROUP-HEADING-LINE.
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'WAREHOUSE '.
           05  GH-WAREHOUSE-ID     PIC X(4).
           05                      PIC X(1)        VALUE SPACES.
           05  GH-WAREHOUSE-NAME   PIC X(11).
           05                      PIC X(4)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'POSITION '.
           05  GH-POSITION         PIC X(2).
           05                      PIC X(1)        VALUE SPACES.
           05  GH-TITLE            PIC X(10).

       01  GROUP-COLUMN-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'RANK'.
           05                      PIC X(7)        VALUE 'EMPL'.
           05                      PIC X(22)       VALUE 'NAME'.
           05                      PIC X(12)       VALUE 'HIRED'.
           05                      PIC X(6)        VALUE 'YRS'.
           05                      PIC X(13)       VALUE '      SALARY'.

       01  RANK-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  RL-RANK             PIC ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  RL-EMPLOYEE-ID      PIC X(5).
           05                      PIC X(2)        VALUE SPACES.
           05  RL-LASTNAME         PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  RL-FIRSTNAME        PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  RL-HIRE-DATE        PIC 9999/99/99.
           05                      PIC X(3)        VALUE SPACES.
           05  RL-YEARS            PIC ZZ9.
           05                      PIC X(3)        VALUE SPACES.
           05  RL-SALARY           PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(1)        VALUE SPACES.
           05  RL-BASIS            PIC X(9).
           05  RL-FLAG             PIC X(14).

       01  INVERSION-LINE.
           05                      PIC X(16)       VALUE SPACES.
           05                      PIC X(15)
                                         VALUE 'PAID LESS THAN '.
           05  IL-EMPLOYEE-ID      PIC X(5).
           05                      PIC X(1)        VALUE SPACES.
           05  IL-LASTNAME         PIC X(10).
           05                      PIC X(7)        VALUE ' HIRED '.
           05  IL-HIRE-DATE        PIC 9999/99/99.
           05                      PIC X(3)        VALUE SPACES.
           05  IL-SALARY           PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(6)        VALUE '  GAP '.
           05  IL-GAP              PIC Z,ZZZ,ZZ9.99.

       01  SPREAD-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(16)
                                         VALUE 'SERVICE SPREAD: '.
           05  SL-SENIOR-YEARS     PIC ZZ9.
           05                      PIC X(10)       VALUE ' YRS AVG '.
           05  SL-SENIOR-AVG       PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(5)        VALUE '  VS '.
           05  SL-JUNIOR-YEARS     PIC ZZ9.
           05                      PIC X(10)       VALUE ' YRS AVG '.
           05  SL-JUNIOR-AVG       PIC Z,ZZZ,ZZ9.99.
           05                      PIC X(3)        VALUE SPACES.
           05  SL-SPREAD-PCT       PIC ZZ,ZZ9.99-.
           05                      PIC X(1)        VALUE '%'.
           05                      PIC X(2)        VALUE SPACES.
           05  SL-FLAG             PIC X(14).

       01  SPREAD-ONE-LEVEL-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(16)
                                         VALUE 'SERVICE SPREAD: '.
           05                      PIC X(32)
                 VALUE 'ONE SERVICE LEVEL - NOT MEASURED'.

       01  SPREAD-OVERFLOW-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(45)
                 VALUE '** GROUP OVER 200 - LATEST HIRES NOT RANKED: '.
           05  SO-COUNT            PIC ZZZ,ZZ9.

       01  SPREAD-COUNT-LINE.
           05                      PIC X(5)        VALUE SPACES.
           05  SN-CAPTION          PIC X(30).
           05  SN-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           PERFORM 30-BUILD-SPREAD-WORK
           PERFORM 35-SORT-SPREAD-WORK
           PERFORM 50-RANK-GROUPS
           PERFORM 600-RUN-CONTROL-REPORT
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT SPREAD-REPORT

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 22-LOAD-SPREAD-CARD
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 24-LOAD-POSITION-TABLE
           IF WS-TRIAL-MODE = 'YES'
               PERFORM 25-LOAD-TRIAL-SALARIES
           END-IF
           PERFORM 40-HEADER-ROUTINE

           .

      *** READS THE OPTIONAL CARD. NO CARD REPORTS THE CURRENT     ***
      *** MASTER AT THE DEFAULT THRESHOLD.                         ***
       22-LOAD-SPREAD-CARD.

           OPEN INPUT SPREAD-CARD-FILE
           IF WS-CPRM-STATUS = '00'
               READ SPREAD-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-SOURCE = 'T'
                           MOVE 'YES' TO WS-TRIAL-MODE
                       END-IF
                       IF CP-COMPRESS-PCT IS NUMERIC
                          AND CP-COMPRESS-PCT NOT = ZERO
                           MOVE CP-COMPRESS-PCT TO WS-COMPRESS-PCT
                       END-IF
               END-READ
               CLOSE SPREAD-CARD-FILE
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
                               DISPLAY 'PR2CPR: WAREHOUSE TABLE FULL '
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
      *** FILE A GROUP IS LABELLED BY ITS POSITION CODE ALONE.     ***
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
                               DISPLAY 'PR2CPR: POSITION TABLE FULL '
                                  'AT 50 ENTRIES - REMAINING ROWS IN '
                                  'PR2POSN.TXT IGNORED'
                               MOVE '10' TO WS-POSN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           END-IF

           .

      *** LOADS THE TRIAL RUN'S POST-RAISE SALARIES. THE EXTRACT   ***
      *** MUST PROVE WHOLE BEFORE ANYTHING IS RANKED AGAINST IT -  ***
      *** A SHORT EXTRACT WOULD QUIETLY RANK RAISED EMPLOYEES AT   ***
      *** THEIR OLD PAY.                                           ***
       25-LOAD-TRIAL-SALARIES.

           OPEN INPUT EXTRACT-FILE
           IF WS-XTRC-STATUS NOT = '00'
               DISPLAY 'PR2CPR: PR2XTRC.TXT NOT FOUND - NO TRIAL '
                  'FIGURES TO RANK - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SPREAD-REPORT
               STOP RUN
           END-IF

           PERFORM UNTIL WS-XTRC-EOF = 'YES'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'YES' TO WS-XTRC-EOF
                   NOT AT END
                       PERFORM 250-SIFT-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           IF WS-VF-HDR-SEEN = 'NO '
               DISPLAY 'PR2CPR: PR2XTRC.TXT CARRIES NO HEADER '
                  '- STALE OR FOREIGN FILE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SPREAD-REPORT
               STOP RUN
           END-IF
           IF WS-VF-TRL-SEEN = 'NO '
               DISPLAY 'PR2CPR: PR2XTRC.TXT TRAILER MISSING - '
                  'FILE TRUNCATED - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SPREAD-REPORT
               STOP RUN
           END-IF
           IF FT-RECORD-COUNT NOT = WS-VF-COUNT
              OR FT-HASH-ONE NOT = WS-VF-HASH-ONE
              OR FT-HASH-TWO NOT = WS-VF-HASH-TWO
              OR FT-HASH-THREE NOT = WS-VF-HASH-THREE
               DISPLAY 'PR2CPR: PR2XTRC.TXT TRAILER DOES NOT '
                  'TIE - EXPECTED ' FT-RECORD-COUNT ' RECORDS, READ '
                  WS-VF-COUNT ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SPREAD-REPORT
               STOP RUN
           END-IF

           MOVE FH-RUN-NUMBER TO WS-XTRC-RUN-NUMBER
           MOVE FH-CREATE-DATE TO WS-XTRC-CREATE-DATE

      * THE MASTER'S OWN CONTROLS ARE PROVED NEXT, FROM ZERO
           INITIALIZE VERIFY-FIELDS
           MOVE 'NO ' TO WS-VF-HDR-SEEN
                         WS-VF-TRL-SEEN

           .

       250-SIFT-EXTRACT-RECORD.

           EVALUATE EXTRACT-RECORD (1:3)
               WHEN 'HDR'
                   MOVE 'YES' TO WS-VF-HDR-SEEN
                   MOVE EXTRACT-RECORD (1:23)
                       TO FILE-HEADER-RECORD
                   IF FH-FILE-ID NOT = 'PR2XTRC '
                       DISPLAY 'PR2CPR: HEADER NAMES FILE '
                          FH-FILE-ID ' NOT PR2XTRC - WRONG FILE '
                          'MOUNTED - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE SPREAD-REPORT
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
                   PERFORM 255-TAKE-TRIAL-SALARY
           END-EVALUATE

           .

       255-TAKE-TRIAL-SALARY.

           IF XW-INCREASED-CURR-N IS NUMERIC
               IF XT-COUNT < 999
                   ADD 1 TO XT-COUNT
                   MOVE EXTRACT-WORK-RECORD (1:9) TO XT-KEY (XT-COUNT)
                   MOVE XW-INCREASED-CURR-N TO XT-SALARY (XT-COUNT)
               ELSE
                   DISPLAY 'PR2CPR: TRIAL SALARY TABLE FULL AT 999 '
                      'ENTRIES - CANNOT RANK THE TRIAL - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SPREAD-REPORT
                   STOP RUN
               END-IF
           END-IF

           .

       40-HEADER-ROUTINE.

           WRITE SPREAD-RECORD FROM SPREAD-HEADING-ONE
               AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE SPREAD-RECORD FROM SPREAD-HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           IF WS-TRIAL-MODE = 'YES'
               MOVE 'TRIAL RUN POST-RAISE FIGURES - PR2XTRC'
                   TO SB-BASIS
           ELSE
               MOVE 'CURRENT MASTER - PR2FA19-1' TO SB-BASIS
           END-IF
           WRITE SPREAD-RECORD FROM SPREAD-BASIS-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           IF WS-TRIAL-MODE = 'YES'
               MOVE WS-XTRC-RUN-NUMBER TO SE-RUN-NUMBER
               MOVE WS-XTRC-CREATE-DATE TO SE-CREATE-DATE
               WRITE SPREAD-RECORD FROM SPREAD-EXTRACT-ID-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           MOVE WS-COMPRESS-PCT TO ST-PCT
           WRITE SPREAD-RECORD FROM SPREAD-THRESHOLD-LINE
               AFTER ADVANCING PROPER-SPACING

           .

      *** ONE PASS OVER THE MASTER, WRITING EVERY RANKABLE         ***
      *** EMPLOYEE TO THE WORK FILE AT THE SALARY BEING MEASURED.  ***
      *** CONTROL RECORDS PEEL OFF TO THE VERIFY FIELDS, AND A     ***
      *** STAMPED GENERATION THAT DOESN'T TIE STOPS THE JOB BEFORE ***
      *** THE SORT.                                                ***
       30-BUILD-SPREAD-WORK.

           OPEN INPUT INPUT-RECORDS
           IF WS-MSTR-STATUS NOT = '00'
               DISPLAY 'PR2CPR: PR2FA19-1.TXT NOT FOUND - '
                  'NOTHING TO RANK - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               CLOSE SPREAD-REPORT
               STOP RUN
           END-IF
           OPEN OUTPUT SPREAD-WORK

           PERFORM UNTIL WS-MSTR-EOF = 'YES'
               READ INPUT-RECORDS
                   AT END
                       MOVE 'YES' TO WS-MSTR-EOF
                   NOT AT END
                       PERFORM 300-SIFT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE INPUT-RECORDS
                 SPREAD-WORK

           PERFORM 310-VERIFY-MASTER-CONTROLS

           .

       300-SIFT-MASTER-RECORD.

           EVALUATE INFORMATION (1:3)
               WHEN 'HDR'
                   MOVE 'YES' TO WS-VF-HDR-SEEN
                   MOVE INFORMATION (1:23) TO FILE-HEADER-RECORD
               WHEN 'TRL'
                   MOVE 'YES' TO WS-VF-TRL-SEEN
                   MOVE INFORMATION (1:43) TO FILE-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-VF-COUNT
                   IF I-CURRENT-SALARY IS NUMERIC
                       ADD I-CURRENT-SALARY TO WS-VF-HASH-ONE
                   END-IF
                   IF I-UNION-DUES IS NUMERIC
                       ADD I-UNION-DUES TO WS-VF-HASH-TWO
                   END-IF
                   IF I-INSURANCE IS NUMERIC
                       ADD I-INSURANCE TO WS-VF-HASH-THREE
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 100-PROCESS-EMPLOYEE-RECORD
           END-EVALUATE

           .

      *** A STAMPED GENERATION WITH A MISSING TRAILER OR A COUNT / ***
      *** HASH THAT DOESN'T TIE IS TRUNCATED OR DOCTORED, AND      ***
      *** NOTHING RANKS OFF IT. A PRE-STAMP GENERATION PASSES WITH ***
      *** A CONSOLE WARNING, AS IN CGBPR2.                         ***
       310-VERIFY-MASTER-CONTROLS.

           IF WS-VF-HDR-SEEN = 'NO '
               DISPLAY 'PR2CPR: MASTER CARRIES NO CONTROL RECORDS '
                  '- ACCEPTED AS A PRE-STAMP GENERATION'
           ELSE
               IF FH-FILE-ID NOT = 'PR2FA19 '
                   DISPLAY 'PR2CPR: MASTER HEADER NAMES FILE '
                      FH-FILE-ID ' NOT PR2FA19 - WRONG FILE MOUNTED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SPREAD-REPORT
                   STOP RUN
               END-IF
               IF WS-VF-TRL-SEEN = 'NO '
                   DISPLAY 'PR2CPR: MASTER TRAILER MISSING - FILE '
                      'TRUNCATED - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SPREAD-REPORT
                   STOP RUN
               END-IF
               IF FT-RECORD-COUNT NOT = WS-VF-COUNT
                  OR FT-HASH-ONE NOT = WS-VF-HASH-ONE
                  OR FT-HASH-TWO NOT = WS-VF-HASH-TWO
                  OR FT-HASH-THREE NOT = WS-VF-HASH-THREE
                   DISPLAY 'PR2CPR: MASTER TRAILER DOES NOT TIE - '
                      'EXPECTED ' FT-RECORD-COUNT ' RECORDS, READ '
                      WS-VF-COUNT ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SPREAD-REPORT
                   STOP RUN
               END-IF
           END-IF

           .

      *** ONE EMPLOYEE: HELD OUT IF ON LEAVE OR LAID OFF, LEFT     ***
      *** UNRANKED IF THE HIRE DATE OR SALARY IS NOT NUMERIC,      ***
      *** OTHERWISE WRITTEN TO THE WORK FILE - AT THE TRIAL        ***
      *** FIGURE WHEN THE TRIAL RAISED THE EMPLOYEE.               ***
       100-PROCESS-EMPLOYEE-RECORD.

           EVALUATE TRUE
               WHEN I-STATUS-CODE = 'L' OR I-STATUS-CODE = 'Y'
                   ADD 1 TO WS-RECORDS-HELD
               WHEN I-HIRE-DATE IS NOT NUMERIC
                 OR I-CURRENT-SALARY IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-UNRANKED
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-RANKED
                   PERFORM 105-WRITE-SPREAD-WORK
           END-EVALUATE

           .

       105-WRITE-SPREAD-WORK.

           MOVE I-WAREHOUSE-ID TO CW-WAREHOUSE-ID
           MOVE I-EMPLOYEE-POSITION TO CW-POSITION
           MOVE I-HIRE-DATE TO CW-HIRE-DATE
           MOVE I-EMPLOYEE-ID TO CW-EMPLOYEE-ID
           MOVE I-EMPLOYEE-LASTNAME TO CW-LASTNAME
           MOVE I-EMPLOYEE-FIRSTNAME TO CW-FIRSTNAME
           MOVE I-CURRENT-SALARY TO CW-SALARY
           MOVE 'C' TO CW-BASIS

           IF WS-TRIAL-MODE = 'YES'
               MOVE INFORMATION (1:9) TO WS-LOOKUP-KEY
               MOVE 'NO ' TO WS-XT-FOUND
               PERFORM 110-SEARCH-TRIAL-SALARY
                   VARYING WS-XT-SUB FROM 1 BY 1
                   UNTIL WS-XT-SUB > XT-COUNT OR WS-XT-FOUND = 'YES'
               IF WS-XT-FOUND = 'YES'
                   ADD 1 TO WS-RECORDS-AT-TRIAL
               ELSE
                   ADD 1 TO WS-RECORDS-AT-CURRENT
               END-IF
           END-IF

           WRITE SPREAD-WORK-RECORD FROM SPREAD-WORK-LAYOUT

           .

       110-SEARCH-TRIAL-SALARY.

           IF XT-KEY (WS-XT-SUB) = WS-LOOKUP-KEY
               MOVE 'YES' TO WS-XT-FOUND
               MOVE XT-SALARY (WS-XT-SUB) TO CW-SALARY
               MOVE 'T' TO CW-BASIS
           END-IF

           .

       35-SORT-SPREAD-WORK.

           SORT SPREAD-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-ID
                                SS-POSITION
                                SS-HIRE-DATE
                                SS-EMPLOYEE-ID
               USING SPREAD-WORK
               GIVING SORTED-SPREAD

           .

      *** READS THE SORTED WORK FILE A GROUP AT A TIME. EACH       ***
      *** WAREHOUSE/POSITION BREAK CLOSES OUT THE GROUP IN HAND.   ***
       50-RANK-GROUPS.

           OPEN INPUT SORTED-SPREAD
           PERFORM UNTIL WS-SORTED-EOF = 'YES'
               READ SORTED-SPREAD
                   AT END
                       MOVE 'YES' TO WS-SORTED-EOF
                   NOT AT END
                       IF GR-COUNT > 0
                          AND (SR-WAREHOUSE-ID NOT = WS-GROUP-WAREHOUSE
                           OR SR-POSITION NOT = WS-GROUP-POSITION)
                           PERFORM 400-CLOSE-GROUP
                       END-IF
                       PERFORM 500-TAKE-GROUP-MEMBER
               END-READ
           END-PERFORM
           CLOSE SORTED-SPREAD

           IF GR-COUNT > 0
               PERFORM 400-CLOSE-GROUP
           END-IF

           .

      *** ADDS ONE EMPLOYEE TO THE GROUP IN HAND. A GROUP LARGER   ***
      *** THAN THE TABLE RANKS ITS 200 MOST SENIOR AND COUNTS THE  ***
      *** REST.                                                    ***
       500-TAKE-GROUP-MEMBER.

           IF GR-COUNT = 0
               MOVE SR-WAREHOUSE-ID TO WS-GROUP-WAREHOUSE
               MOVE SR-POSITION TO WS-GROUP-POSITION
               MOVE 0 TO WS-GROUP-OVERFLOW
               MOVE 'NO ' TO WS-GR-FULL
           END-IF

           IF GR-COUNT < 200
               ADD 1 TO GR-COUNT
               MOVE SR-EMPLOYEE-ID TO GR-EMPLOYEE-ID (GR-COUNT)
               MOVE SR-LASTNAME TO GR-LASTNAME (GR-COUNT)
               MOVE SR-FIRSTNAME TO GR-FIRSTNAME (GR-COUNT)
               MOVE SR-HIRE-DATE TO GR-HIRE-DATE (GR-COUNT)
               MOVE SR-SALARY TO GR-SALARY (GR-COUNT)
               MOVE SR-BASIS TO GR-BASIS (GR-COUNT)
      * YEARS-OF-SERVICE, TRUNCATED TO A COMPLETED YEAR, AS CGBPR2
      * RECKONS IT FOR THE MERIT MATRIX
               COMPUTE WS-DATE-DIFF = WS-CURRENT-DATE-8 - SR-HIRE-DATE
               IF WS-DATE-DIFF < 0
                   MOVE 0 TO GR-YEARS (GR-COUNT)
               ELSE
                   COMPUTE GR-YEARS (GR-COUNT) = WS-DATE-DIFF / 10000
               END-IF
           ELSE
               IF WS-GR-FULL = 'NO '
                   DISPLAY 'PR2CPR: GROUP ' SR-WAREHOUSE-ID '/'
                      SR-POSITION ' OVER 200 EMPLOYEES - LATEST '
                      'HIRES NOT RANKED'
                   MOVE 'YES' TO WS-GR-FULL
               END-IF
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF

           .

      *** PRINTS ONE GROUP: HEADING, EVERY MEMBER IN RANK ORDER    ***
      *** WITH ANY INVERSIONS BENEATH, THEN THE SERVICE SPREAD.    ***
       400-CLOSE-GROUP.

           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-WAREHOUSE TO GH-WAREHOUSE-ID
           MOVE SPACES TO GH-WAREHOUSE-NAME
           PERFORM 405-FIND-WAREHOUSE-NAME
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT
           MOVE WS-GROUP-POSITION TO GH-POSITION
           MOVE SPACES TO GH-TITLE
           PERFORM 406-FIND-POSITION-TITLE
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PT-COUNT

           WRITE SPREAD-RECORD FROM GROUP-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE SPREAD-RECORD FROM GROUP-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 410-PRINT-GROUP-MEMBER
               VARYING WS-GR-SUB FROM 1 BY 1
               UNTIL WS-GR-SUB > GR-COUNT

           IF WS-GROUP-OVERFLOW > 0
               MOVE WS-GROUP-OVERFLOW TO SO-COUNT
               WRITE SPREAD-RECORD FROM SPREAD-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 450-MEASURE-SPREAD
           MOVE 0 TO GR-COUNT

           .

       405-FIND-WAREHOUSE-NAME.

           IF WT-ID (WT-IDX) = WS-GROUP-WAREHOUSE
               MOVE WT-NAME (WT-IDX) TO GH-WAREHOUSE-NAME
           END-IF

           .

       406-FIND-POSITION-TITLE.

           IF PT-POSITION (PT-IDX) = WS-GROUP-POSITION
               MOVE PT-TITLE (PT-IDX) TO GH-TITLE
           END-IF

           .

      *** ONE MEMBER'S RANK LINE. THE MEMBER IS INVERTED WHEN ANY  ***
      *** LATER HIRE - A STRICTLY LATER HIRE DATE, SO SAME-DAY     ***
      *** HIRES NEVER COUNT AGAINST EACH OTHER - IS PAID MORE.     ***
       410-PRINT-GROUP-MEMBER.

           MOVE 'NO ' TO WS-EMPLOYEE-INVERTED
           PERFORM 415-CHECK-NEWER-HIRE
               VARYING WS-NEWER-SUB FROM WS-GR-SUB BY 1
               UNTIL WS-NEWER-SUB > GR-COUNT
                  OR WS-EMPLOYEE-INVERTED = 'YES'

           MOVE WS-GR-SUB TO RL-RANK
           MOVE GR-EMPLOYEE-ID (WS-GR-SUB) TO RL-EMPLOYEE-ID
           MOVE GR-LASTNAME (WS-GR-SUB) TO RL-LASTNAME
           MOVE GR-FIRSTNAME (WS-GR-SUB) TO RL-FIRSTNAME
           MOVE GR-HIRE-DATE (WS-GR-SUB) TO RL-HIRE-DATE
           MOVE GR-YEARS (WS-GR-SUB) TO RL-YEARS
           MOVE GR-SALARY (WS-GR-SUB) TO RL-SALARY
           MOVE SPACES TO RL-BASIS
           IF WS-TRIAL-MODE = 'YES' AND GR-BASIS (WS-GR-SUB) = 'C'
               MOVE 'NO RAISE' TO RL-BASIS
           END-IF
           IF WS-EMPLOYEE-INVERTED = 'YES'
               MOVE '** INVERTED' TO RL-FLAG
               ADD 1 TO WS-INVERTED-COUNT
           ELSE
               MOVE SPACES TO RL-FLAG
           END-IF
           WRITE SPREAD-RECORD FROM RANK-LINE
               AFTER ADVANCING 1 LINE

           IF WS-EMPLOYEE-INVERTED = 'YES'
               PERFORM 420-PRINT-INVERSION
                   VARYING WS-NEWER-SUB FROM WS-GR-SUB BY 1
                   UNTIL WS-NEWER-SUB > GR-COUNT
           END-IF

           .

       415-CHECK-NEWER-HIRE.

           IF GR-HIRE-DATE (WS-NEWER-SUB) > GR-HIRE-DATE (WS-GR-SUB)
              AND GR-SALARY (WS-NEWER-SUB) > GR-SALARY (WS-GR-SUB)
               MOVE 'YES' TO WS-EMPLOYEE-INVERTED
           END-IF

           .

      *** ONE LINE FOR EACH LATER HIRE PAID MORE, WITH THE GAP.    ***
       420-PRINT-INVERSION.

           IF GR-HIRE-DATE (WS-NEWER-SUB) > GR-HIRE-DATE (WS-GR-SUB)
              AND GR-SALARY (WS-NEWER-SUB) > GR-SALARY (WS-GR-SUB)
               COMPUTE WS-INVERSION-GAP = GR-SALARY (WS-NEWER-SUB)
                   - GR-SALARY (WS-GR-SUB)
               MOVE GR-EMPLOYEE-ID (WS-NEWER-SUB) TO IL-EMPLOYEE-ID
               MOVE GR-LASTNAME (WS-NEWER-SUB) TO IL-LASTNAME
               MOVE GR-HIRE-DATE (WS-NEWER-SUB) TO IL-HIRE-DATE
               MOVE GR-SALARY (WS-NEWER-SUB) TO IL-SALARY
               MOVE WS-INVERSION-GAP TO IL-GAP
               WRITE SPREAD-RECORD FROM INVERSION-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-INVERSION-COUNT
           END-IF

           .

      *** SERVICE SPREAD: THE AVERAGE SALARY AT THE GROUP'S MOST   ***
      *** SENIOR YEARS OF SERVICE OVER THE AVERAGE AT ITS MOST     ***
      *** JUNIOR, AS A PERCENT. UNDER THE THRESHOLD (OR NEGATIVE)  ***
      *** THE GROUP IS COMPRESSED. A GROUP WHOSE MEMBERS ALL SHARE ***
      *** ONE SERVICE LEVEL HAS NO SPREAD TO MEASURE.              ***
       450-MEASURE-SPREAD.

           MOVE GR-YEARS (1) TO WS-SENIOR-YEARS
           MOVE GR-YEARS (GR-COUNT) TO WS-JUNIOR-YEARS

           IF WS-SENIOR-YEARS = WS-JUNIOR-YEARS
               WRITE SPREAD-RECORD FROM SPREAD-ONE-LEVEL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 0 TO WS-SENIOR-TOTAL WS-JUNIOR-TOTAL
                         WS-SENIOR-HEADS WS-JUNIOR-HEADS
               PERFORM 455-TOTAL-SERVICE-LEVEL
                   VARYING WS-GR-SUB FROM 1 BY 1
                   UNTIL WS-GR-SUB > GR-COUNT
               COMPUTE WS-SENIOR-AVG =
                   WS-SENIOR-TOTAL / WS-SENIOR-HEADS
               COMPUTE WS-JUNIOR-AVG =
                   WS-JUNIOR-TOTAL / WS-JUNIOR-HEADS
               IF WS-JUNIOR-AVG = 0
                   MOVE 0 TO WS-SPREAD-PCT
               ELSE
                   COMPUTE WS-SPREAD-PCT ROUNDED =
                       (WS-SENIOR-AVG - WS-JUNIOR-AVG) * 100
                       / WS-JUNIOR-AVG
               END-IF

               MOVE WS-SENIOR-YEARS TO SL-SENIOR-YEARS
               MOVE WS-SENIOR-AVG TO SL-SENIOR-AVG
               MOVE WS-JUNIOR-YEARS TO SL-JUNIOR-YEARS
               MOVE WS-JUNIOR-AVG TO SL-JUNIOR-AVG
               MOVE WS-SPREAD-PCT TO SL-SPREAD-PCT
               IF WS-SPREAD-PCT < WS-COMPRESS-PCT
                   MOVE '** COMPRESSED' TO SL-FLAG
                   ADD 1 TO WS-COMPRESSED-COUNT
               ELSE
                   MOVE SPACES TO SL-FLAG
               END-IF
               WRITE SPREAD-RECORD FROM SPREAD-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           .

       455-TOTAL-SERVICE-LEVEL.

           IF GR-YEARS (WS-GR-SUB) = WS-SENIOR-YEARS
               ADD GR-SALARY (WS-GR-SUB) TO WS-SENIOR-TOTAL
               ADD 1 TO WS-SENIOR-HEADS
           END-IF
           IF GR-YEARS (WS-GR-SUB) = WS-JUNIOR-YEARS
               ADD GR-SALARY (WS-GR-SUB) TO WS-JUNIOR-TOTAL
               ADD 1 TO WS-JUNIOR-HEADS
           END-IF

           .

       600-RUN-CONTROL-REPORT.

           MOVE 'EMPLOYEE RECORDS READ:        ' TO SN-CAPTION
           MOVE WS-RECORDS-READ TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'EMPLOYEES RANKED:             ' TO SN-CAPTION
           MOVE WS-RECORDS-RANKED TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-TRIAL-MODE = 'YES'
               MOVE '  AT TRIAL FIGURES:          ' TO SN-CAPTION
               MOVE WS-RECORDS-AT-TRIAL TO SN-COUNT
               WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE '  NOT RAISED BY THE TRIAL:   ' TO SN-CAPTION
               MOVE WS-RECORDS-AT-CURRENT TO SN-COUNT
               WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'HELD OUT - LEAVE OR LAYOFF:   ' TO SN-CAPTION
           MOVE WS-RECORDS-HELD TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'NOT RANKED - BAD FIGURES:     ' TO SN-CAPTION
           MOVE WS-RECORDS-UNRANKED TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'WAREHOUSE/POSITION GROUPS:    ' TO SN-CAPTION
           MOVE WS-GROUP-COUNT TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'EMPLOYEES INVERTED:           ' TO SN-CAPTION
           MOVE WS-INVERTED-COUNT TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'INVERSIONS (PAIRS):           ' TO SN-CAPTION
           MOVE WS-INVERSION-COUNT TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'GROUPS COMPRESSED:            ' TO SN-CAPTION
           MOVE WS-COMPRESSED-COUNT TO SN-COUNT
           WRITE SPREAD-RECORD FROM SPREAD-COUNT-LINE
               AFTER ADVANCING 1 LINE

           .

       700-EOF-ROUTINE.

           IF WS-RECORDS-READ = 0
               DISPLAY 'PR2CPR: PR2FA19-1.TXT HOLDS NO EMPLOYEES - '
                  'NOTHING RANKED'
           END-IF

           CLOSE SPREAD-REPORT
           STOP RUN

           .
