      * EMPLOYEE MASTER INQUIRY FOR THE DRAKEA, LTD. SALARY
      * SYSTEM. TAKES AN EMPLOYEE ID (AND OPTIONALLY A WAREHOUSE
      * ID) AND DISPLAYS THE FULL MASTER RECORD - POSITION, HIRE
      * DATE, SALARIES, DUES, INSURANCE, EMPLOYMENT STATUS -
      * STRAIGHT OFF THE KEYED EMPLOYEE MASTER, SO AN HR CALL GETS
      * AN ANSWER NOW INSTEAD OF 'WAIT FOR TONIGHT'S PRINTOUT'.
      *
      * INPUT:
      *   PR2FA19.IDX - INDEXED EMPLOYEE MASTER BUILT BY LODPR2,
       FILE SECTION.

       FD  MASTER-INDEX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
           05  FILLER               PIC X(5).
           05  EM-UNION-DUES        PIC 9(3).
           05  EM-INSURANCE         PIC 999V99.
           05  EM-STATUS-CODE       PIC X(1).
           05  EM-STATUS-DATE       PIC X(8).

      *** POSITION MASTER, SAME FILE THE SALARY RUN TAKES ITS      ***
      *** TITLES FROM - THE INQUIRY MUST READ A NEW GRADE'S REAL   ***
           05  WS-ED-INSUR         PIC ZZ9.99.

       01  WS-POSITION-TITLE       PIC X(10).
       01  WS-STATUS-TITLE         PIC X(16).

       PROCEDURE DIVISION.
      *                                CGB
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
           DISPLAY 'CURRENT SALARY:    ' WS-ED-CURR-SAL
           DISPLAY 'UNION DUES:        ' WS-ED-DUES
           DISPLAY 'INSURANCE:         ' WS-ED-INSUR
           DISPLAY 'STATUS:            ' WS-STATUS-TITLE
           DISPLAY 'STATUS EFFECTIVE:  ' EM-STATUS-DATE
           DISPLAY '----------------------------------------'

           .
