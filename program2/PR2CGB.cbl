      *       9. CURRENT SALARY
      *       10. UNION DUES
      *       11. INSURANCE
      *       12. STATUS CODE (A ACTIVE, L LEAVE OF ABSENCE, Y LAID OFF)
      *       13. STATUS-EFFECTIVE DATE
      *   AN EMPLOYEE ON LEAVE OR LAID OFF IS HELD OUT OF THE RAISE,
      *   THE DUES REMITTANCE, AND THE CARRIER CENSUS THE WAY AN
      *   ANNIVERSARY BYPASS IS, AND LISTED IN ITS OWN SECTION OF THE
      *   RUN CONTROL SUMMARY. A BLANK STATUS READS AS ACTIVE.
      *
      * *********************************************
      *
           05 FILLER               PIC X(5).
           05 I-UNION-DUES         PIC 9(3).
           05 I-INSURANCE          PIC 999V99.
           05 I-EMPLOYEE-STATUS.
               10 I-STATUS-CODE    PIC X(1).
               10 I-STATUS-DATE    PIC X(8).

      *** KEYED EMPLOYEE MASTER BUILT BY LODPR2 FROM THE CURRENT   ***
      *** SEQUENTIAL GENERATION. WHEN PRESENT, THE EDIT PASS READS ***
      *** THE MASTER DIRECTLY THROUGH THE INDEX; WHEN NOT, IT      ***
      *** FALLS BACK TO PR2FA19-1.TXT EXACTLY AS BEFORE.           ***
       FD  EMPLOYEE-MASTER-IDX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
               10  EM-WAREHOUSE-ID  PIC X(4).
               10  EM-EMPLOYEE-ID   PIC X(5).
           05  FILLER               PIC X(83).

      *** FIELD-EDITED COPY OF THE INPUT, WRITTEN BY THE EDIT PASS  ***
      *** AND FED TO THE SORT IN PLACE OF THE RAW FILE, SO A RECORD ***
       FD  EDITED-RECORDS
           RECORD CONTAINS 80 CHARACTERS.

       01  EDITED-RECORD           PIC X(92).

      *** MACHINE-READABLE REJECTS FROM THE EDIT PASS: THE FULL     ***
      *** INPUT IMAGE PLUS A REASON CODE FOR EVERY FIELD THAT       ***
      *** FAILED, SO OPS CAN FIX AND RESUBMIT JUST THE REJECTS      ***
      *** INSTEAD OF RE-RUNNING THE WHOLE FILE.                     ***
       FD  REJECT-FILE
           RECORD CONTAINS 119 CHARACTERS.

       01  REJECT-RECORD.
           05  RJ-EMPLOYEE-IMAGE    PIC X(83).
           05  RJ-REASON-CODES      PIC X(27).
           05  RJ-EMPLOYEE-STATUS   PIC X(9).

       FD  EDIT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
      *** A REJECT NOBODY FIXED THAT WEEK USED TO SIMPLY DISAPPEAR ***
      *** - THE SUSPENSE KEEPS IT IN FRONT OF THE CLERKS UNTIL A   ***
      *** CORRECTION CLEARS IT. THE NEXT GENERATION IS WRITTEN TO  ***
      *** PR2SUSP2.TXT; PROPR2 PROMOTES IT TO PR2SUSP.TXT ONCE     ***
      *** THE EDIT REGISTER HAS BEEN REVIEWED, THE SAME WAY THE    ***
      *** NEW MASTER GENERATION MOVES.                             ***
       FD  SUSPENSE-IN
           RECORD CONTAINS 123 CHARACTERS.

       01  SUSPENSE-IN-RECORD.
           05  SU-EMPLOYEE-IMAGE    PIC X(83).
           05  SU-REASON-CODES      PIC X(27).
           05  SU-RUN-NUMBER        PIC 9(4).
           05  SU-EMPLOYEE-STATUS   PIC X(9).

       FD  SUSPENSE-OUT
           RECORD CONTAINS 123 CHARACTERS.

       01  SUSPENSE-OUT-RECORD.
           05  SO-EMPLOYEE-IMAGE    PIC X(83).
           05  SO-REASON-CODES      PIC X(27).
           05  SO-RUN-NUMBER        PIC 9(4).
           05  SO-EMPLOYEE-STATUS   PIC X(9).

      *** CORRECTION TRANSACTIONS AGAINST SUSPENDED RECORDS, KEYED ***
      *** BY WAREHOUSE + EMPLOYEE ID. ONLY NON-BLANK FIELDS        ***
       FD  CORRECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  CORRECTION-RECORD       PIC X(92).

      *** SORT WORK FILE, KEYED BY WAREHOUSE THEN LAST NAME SO EACH  ***
      *** WAREHOUSE'S ROSTER PRINTS IN ALPHABETICAL ORDER.           ***
           05 FILLER                PIC X(5).
           05 SK-UNION-DUES         PIC 9(3).
           05 SK-INSURANCE          PIC 999V99.
           05 SK-EMPLOYEE-STATUS    PIC X(9).

       FD  SORTED-RECORDS
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER                PIC X(5).
           05 SI-UNION-DUES         PIC 9(3).
           05 SI-INSURANCE          PIC 999V99.
           05 SI-EMPLOYEE-STATUS    PIC X(9).

       FD  OUTPUT-REPORT
           RECORD CONTAINS 130 CHARACTERS.
      *** INPUT FILE, WITH THE INCREASED CURRENT SALARY, UNION      ***
      *** DUES, AND INSURANCE IN PLACE OF THE OLD FIGURES AND THE   ***
      *** RUN DATE IN LAST-PAY-INCREASE, SO NOBODY RE-KEYS THE NEW  ***
      *** SALARIES FROM THE PRINTED REPORT. PROPR2 PROMOTES IT TO   ***
      *** PR2FA19-1.TXT ONCE A TRIAL RUN'S REPORT HAS BEEN EYED     ***
      *** AND THE COMMIT RUN TAKEN.                                 ***
       FD  NEW-MASTER-FILE
           05 FILLER                PIC X(5).
           05 NM-UNION-DUES         PIC 9(3).
           05 NM-INSURANCE          PIC 999V99.
           05 NM-EMPLOYEE-STATUS    PIC X(9).

      *** DUES REMITTANCE FILE FOR THE UNION LOCALS - THE LOCAL    ***
      *** BOUNDARIES FOLLOW THE WAREHOUSES IN PR2WHSE.TXT. ONE     ***
           05  RH-RATE-SOURCE       PIC X(1).

      *** GENERIC COPY PAIR FOR THE END-OF-JOB ARCHIVE PASS THAT   ***
      *** KEEPS A RUN-STAMPED GENERATION OF THE EXTRACT, THE       ***
      *** CARRIER CENSUS, AND THE PRINTED REPORTS BEFORE THE NEXT  ***
      *** RUN OVERWRITES THEM.                                     ***
       FD  ARCHIVE-IN
           RECORD CONTAINS 130 CHARACTERS.

      *** BYPASSES THE RECORD BECAUSE ITS ANNIVERSARY FALLS IN A   ***
      *** DIFFERENT MONTH. BYPASSED RECORDS PRINT NO DETAIL LINE,  ***
      *** JOIN NO TOTAL, AND CARRY THROUGH THE NEW MASTER          ***
      *** UNTOUCHED ON A COMMIT RUN. 'HLD' WHEN THE EMPLOYEE IS    ***
      *** ON LEAVE OR LAID OFF - HELD OUT THE SAME WAY, WHATEVER   ***
      *** THE PROCESSING MODE, AND LISTED ON THE RUN CONTROL.      ***
           05  WS-EMPLOYEE-SELECTED
                                   PIC X(3)        VALUE 'YES'.

           05  CT-ENTRY            OCCURS 100 TIMES
                                    INDEXED BY CT-IDX.
               10  CT-KEY          PIC X(9).
               10  CT-IMAGE        PIC X(92).

       01  CT-COUNT                PIC 9(3)        VALUE 0.

           05 FILLER                PIC X(5).
           05 CW-UNION-DUES         PIC X(3).
           05 CW-INSURANCE          PIC X(5).
           05 CW-STATUS-CODE        PIC X(1).
           05 CW-STATUS-DATE        PIC X(8).

      *** X-TYPE VIEW OF THE SUSPENDED IMAGE CORRECTIONS APPLY     ***
      *** INTO, BEFORE THE RESULT GOES BACK THROUGH THE FIELD      ***
           05 FILLER                PIC X(5).
           05 SW-UNION-DUES         PIC X(3).
           05 SW-INSURANCE          PIC X(5).
           05 SW-STATUS-CODE        PIC X(1).
           05 SW-STATUS-DATE        PIC X(8).

      *** SUSPENSE RECYCLE COUNTERS AND THE AGE OF THE RECORD IN   ***
      *** HAND, IN RUNS, AGAINST THE RUN THAT REJECTED IT.         ***
      *** SELECTED/BYPASSED COUNTS FOR THE RUN CONTROL SUMMARY.    ***
       01  WS-RECORDS-SELECTED     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-BYPASSED     PIC 9(7)        VALUE 0.
       01  WS-RECORDS-HELD         PIC 9(7)        VALUE 0.

      *** EMPLOYEES HELD OUT ON LEAVE OR LAYOFF, FOR THEIR SECTION ***
      *** OF THE RUN CONTROL SUMMARY. A RESTART REBUILDS THE LIST  ***
      *** FROM THE RECORDS IT SKIPS, SO NO CHECKPOINT FIELD IS     ***
      *** NEEDED. PAST 300 ENTRIES THE COUNT STILL RUNS BUT THE    ***
      *** LIST STOPS, AND THE SUMMARY SAYS SO.                     ***
       01  HELD-EMPLOYEE-TABLE.
           05  HE-ENTRY            OCCURS 300 TIMES.
               10  HE-WAREHOUSE-ID PIC X(4).
               10  HE-EMPLOYEE-ID  PIC X(5).
               10  HE-LASTNAME     PIC X(10).
               10  HE-FIRSTNAME    PIC X(10).
               10  HE-STATUS-CODE  PIC X(1).
               10  HE-STATUS-DATE  PIC X(8).

       01  HE-COUNT                PIC 9(3)        VALUE 0.
       01  WS-HE-SUB               PIC 9(3)        VALUE 0.

      *** RUN IDENTITY. A FRESH RUN TAKES THE HIGHEST RUN NUMBER   ***
      *** ON THE HISTORY FILE PLUS ONE; A RESTART TAKES THE NUMBER ***
                             VALUE 'EMPLOYEES BYPASSED:  '.
           05  RC-BYPASSED         PIC ZZZ,ZZ9.

       01  RUN-CONTROL-LINE-TEN.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(21)
                             VALUE 'EMPLOYEES HELD OUT:  '.
           05  RC-HELD             PIC ZZZ,ZZ9.

       01  RUN-CONTROL-HELD-HEADING.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(40)
                 VALUE 'HELD OUT - LEAVE OF ABSENCE OR LAYOFF:'.

       01  RUN-CONTROL-HELD-LINE.
           05                      PIC X(7)        VALUE SPACES.
           05  RC-HELD-WHSE        PIC X(4).
           05                      PIC X(3)        VALUE SPACES.
           05  RC-HELD-EMPLOYEE    PIC X(5).
           05                      PIC X(3)        VALUE SPACES.
           05  RC-HELD-LAST        PIC X(10).
           05                      PIC X(1)        VALUE SPACES.
           05  RC-HELD-FIRST       PIC X(10).
           05                      PIC X(3)        VALUE SPACES.
           05  RC-HELD-STATUS      PIC X(16).
           05                      PIC X(3)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'EFFECTIVE '.
           05  RC-HELD-DATE        PIC X(8).

       01  RUN-CONTROL-HELD-OVERFLOW.
           05                      PIC X(7)        VALUE SPACES.
           05                      PIC X(30)
                 VALUE 'MORE HELD THAN LISTED - TOTAL '.
           05  RC-HELD-TOTAL       PIC ZZZ,ZZ9.

       01  RUN-CONTROL-WAREHOUSE-HEADING.
           05                      PIC X(5)        VALUE SPACES.
           05                      PIC X(31)

           MOVE INFORMATION TO RJ-EMPLOYEE-IMAGE
           MOVE WS-REASON-CODES TO RJ-REASON-CODES
           MOVE I-EMPLOYEE-STATUS TO RJ-EMPLOYEE-STATUS
           WRITE REJECT-RECORD

      * EVERY REJECT ALSO ENTERS THE SUSPENSE, STAMPED WITH THE
           MOVE INFORMATION TO SO-EMPLOYEE-IMAGE
           MOVE WS-REASON-CODES TO SO-REASON-CODES
           MOVE WS-RUN-NUMBER TO SO-RUN-NUMBER
           MOVE I-EMPLOYEE-STATUS TO SO-EMPLOYEE-STATUS
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-SUSP-NEW


           IF WS-CORR-FOUND = 'YES'
               MOVE SU-EMPLOYEE-IMAGE TO SUSPENSE-WORK-RECORD
               MOVE SU-EMPLOYEE-STATUS TO SUSPENSE-WORK-RECORD (84:9)
               PERFORM 216-APPLY-CORRECTION-FIELDS
               ADD 1 TO WS-CORR-APPLIED
               MOVE SUSPENSE-WORK-RECORD TO INFORMATION
           IF CW-INSURANCE NOT = SPACES
               MOVE CW-INSURANCE TO SW-INSURANCE
           END-IF
           IF CW-STATUS-CODE NOT = SPACE
               MOVE CW-STATUS-CODE TO SW-STATUS-CODE
           END-IF
           IF CW-STATUS-DATE NOT = SPACES
               MOVE CW-STATUS-DATE TO SW-STATUS-DATE
           END-IF

           .

           MOVE SU-EMPLOYEE-IMAGE TO SO-EMPLOYEE-IMAGE
           MOVE SU-REASON-CODES TO SO-REASON-CODES
           MOVE SU-RUN-NUMBER TO SO-RUN-NUMBER
           MOVE SU-EMPLOYEE-STATUS TO SO-EMPLOYEE-STATUS
           WRITE SUSPENSE-OUT-RECORD
           ADD 1 TO WS-SUSP-CARRIED

                       ADD 1 TO WS-RECORDS-READ
                       IF WS-RESTART-SKIP = 'YES'
                           ADD 1 TO WS-RECORDS-SKIPPED
                           IF I-STATUS-CODE = 'L'
                              OR I-STATUS-CODE = 'Y'
                               PERFORM 107-LIST-HELD-EMPLOYEE
                           END-IF
                           IF I-WAREHOUSE-ID = WS-RESTART-WAREHOUSE
                              AND I-EMPLOYEE-ID = WS-RESTART-EMPLOYEE
                               MOVE 'NO ' TO WS-RESTART-SKIP
      *** HIRE-DATE, IF NEVER RAISED) ANNIVERSARY FALLS IN THE RUN ***
      *** MONTH. BYPASSED EMPLOYEES PRINT NOTHING, JOIN NO TOTALS, ***
      *** AND CARRY THROUGH THE NEW MASTER UNTOUCHED ON A COMMIT   ***
      *** RUN. AN EMPLOYEE ON LEAVE OR LAID OFF IS HELD OUT THE    ***
      *** SAME WAY IN EITHER MODE - NO RAISE, NO DUES OR CENSUS    ***
      *** LINE - AND LISTED ON THE RUN CONTROL INSTEAD.            ***
       100-PROCESS-EMPLOYEE-RECORD.

           IF WS-ANNIV-MODE = 'YES'
           ELSE
               MOVE 'YES' TO WS-EMPLOYEE-SELECTED
           END-IF
           IF I-STATUS-CODE = 'L' OR I-STATUS-CODE = 'Y'
               MOVE 'HLD' TO WS-EMPLOYEE-SELECTED
           END-IF

           EVALUATE WS-EMPLOYEE-SELECTED
               WHEN 'YES'
                   ADD 1 TO WS-RECORDS-SELECTED
                   PERFORM 108-PROCESS-SELECTED-EMPLOYEE
               WHEN 'HLD'
                   PERFORM 107-LIST-HELD-EMPLOYEE
                   IF WS-COMMIT-MODE = 'YES'
                       PERFORM 186-WRITE-BYPASSED-MASTER
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-BYPASSED
                   IF WS-COMMIT-MODE = 'YES'
                       PERFORM 186-WRITE-BYPASSED-MASTER
                   END-IF
           END-EVALUATE

           .

      *** COUNTS A HELD EMPLOYEE AND TABLES IT FOR THE RUN CONTROL ***
      *** LISTING.                                                 ***
       107-LIST-HELD-EMPLOYEE.

           ADD 1 TO WS-RECORDS-HELD
           IF HE-COUNT < 300
               ADD 1 TO HE-COUNT
               MOVE I-WAREHOUSE-ID TO HE-WAREHOUSE-ID (HE-COUNT)
               MOVE I-EMPLOYEE-ID TO HE-EMPLOYEE-ID (HE-COUNT)
               MOVE I-EMPLOYEE-LASTNAME TO HE-LASTNAME (HE-COUNT)
               MOVE I-EMPLOYEE-FIRSTNAME TO HE-FIRSTNAME (HE-COUNT)
               MOVE I-STATUS-CODE TO HE-STATUS-CODE (HE-COUNT)
               MOVE I-STATUS-DATE TO HE-STATUS-DATE (HE-COUNT)
           END-IF

           .
           MOVE RUN-CONTROL-LINE-EIGHT TO RECORD-REPORT
           PERFORM 200-WRITE-A-LINE

           MOVE WS-RECORDS-HELD TO RC-HELD
           MOVE RUN-CONTROL-LINE-TEN TO RECORD-REPORT
           PERFORM 200-WRITE-A-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE RUN-CONTROL-WAREHOUSE-HEADING TO RECORD-REPORT
           PERFORM 200-WRITE-A-LINE
               VARYING WT-IDX FROM 1 BY 1
               UNTIL WT-IDX > WT-COUNT

      * EMPLOYEES HELD OUT ON LEAVE OR LAYOFF GET THEIR OWN SECTION,
      * SO NOBODY MISTAKES A MISSING RAISE FOR A DROPPED RECORD
           IF WS-RECORDS-HELD > 0
               MOVE 2 TO PROPER-SPACING
               MOVE RUN-CONTROL-HELD-HEADING TO RECORD-REPORT
               PERFORM 200-WRITE-A-LINE
               PERFORM 620-PRINT-HELD-EMPLOYEE
                   VARYING WS-HE-SUB FROM 1 BY 1
                   UNTIL WS-HE-SUB > HE-COUNT
               IF WS-RECORDS-HELD > HE-COUNT
                   MOVE WS-RECORDS-HELD TO RC-HELD-TOTAL
                   MOVE 1 TO PROPER-SPACING
                   MOVE RUN-CONTROL-HELD-OVERFLOW TO RECORD-REPORT
                   PERFORM 200-WRITE-A-LINE
               END-IF
           END-IF

           .

      *** PRINTS ONE LINE OF THE RUN-CONTROL WAREHOUSE BREAKDOWN,     ***

           .

      *** PRINTS ONE HELD-OUT EMPLOYEE: KEY, NAME, STATUS, AND THE ***
      *** DATE THE STATUS TOOK EFFECT.                             ***
       620-PRINT-HELD-EMPLOYEE.

           MOVE HE-WAREHOUSE-ID (WS-HE-SUB) TO RC-HELD-WHSE
           MOVE HE-EMPLOYEE-ID (WS-HE-SUB) TO RC-HELD-EMPLOYEE
           MOVE HE-LASTNAME (WS-HE-SUB) TO RC-HELD-LAST
           MOVE HE-FIRSTNAME (WS-HE-SUB) TO RC-HELD-FIRST
           IF HE-STATUS-CODE (WS-HE-SUB) = 'L'
               MOVE 'LEAVE OF ABSENCE' TO RC-HELD-STATUS
           ELSE
               MOVE 'LAID OFF' TO RC-HELD-STATUS
           END-IF
           MOVE HE-STATUS-DATE (WS-HE-SUB) TO RC-HELD-DATE
           MOVE 1 TO PROPER-SPACING
           MOVE RUN-CONTROL-HELD-LINE TO RECORD-REPORT
           PERFORM 200-WRITE-A-LINE

           .

       700-EOF-ROUTINE.

           PERFORM 500-EOJ-ROUTINE

           .

      *** KEEPS A RUN-STAMPED ARCHIVE GENERATION OF THE EXTRACT,   ***
      *** THE CARRIER CENSUS, AND THE PRINTED REPORTS BEFORE THE   ***
      *** NEXT RUN OVERWRITES THEM IN PLACE, SO LAST MONTH'S       ***
      *** FIGURES CAN STILL BE PULLED WHEN PAYROLL QUESTIONS ONE,  ***
      *** AND THE CARRIER'S BILL CAN BE CHECKED AGAINST THE        ***
      *** CENSUS IT WAS CUT FROM.                                  ***
       810-ARCHIVE-OUTPUTS.

           MOVE 'PR2XTRC.TXT' TO WS-ARCH-IN-NAME
           MOVE 'PR2XTRC' TO WS-ARCH-PREFIX
           PERFORM 820-COPY-ONE-ARCHIVE

           MOVE 'PR2CENS.TXT' TO WS-ARCH-IN-NAME
           MOVE 'PR2CENS' TO WS-ARCH-PREFIX
           PERFORM 820-COPY-ONE-ARCHIVE

           MOVE 'EMPLOYEEFILE' TO WS-ARCH-IN-NAME
           MOVE 'PR2RPT' TO WS-ARCH-PREFIX
           PERFORM 820-COPY-ONE-ARCHIVE
