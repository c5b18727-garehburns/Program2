      *       RAISED EMPLOYEE PER COMMIT RUN: RUN NUMBER AND DATE,
      *       OLD AND NEW SALARY / DUES / INSURANCE, THE SALARY
      *       RATE APPLIED, AND WHETHER IT CAME FROM THE MERIT
      *       MATRIX OR THE FLAT CONTROL-CARD RATES. MNTPR2 ALSO
      *       LEDGERS EVERY WAREHOUSE TRANSFER HERE: A TRANSFER-OUT
      *       LINE UNDER THE LOSING WAREHOUSE AND A TRANSFER-IN LINE
      *       UNDER THE GAINING ONE, FIGURES UNCHANGED, WITH THE
      *       MAINTENANCE BATCH NUMBER IN THE RUN COLUMN.
      *   OPERATOR PROMPTS - EMPLOYEE ID (AND OPTIONALLY A
      *       WAREHOUSE ID TO NARROW A REUSED ID). A BLANK
      *       EMPLOYEE ID ENDS THE SESSION.
      * OUTPUT:
      *   INCREASE STATEMENT - ONE SECTION PER REQUESTED EMPLOYEE,
      *   ONE LINE PER RAISE IN RUN ORDER AS LEDGERED, WITH THE
      *   RATE SOURCE SPELLED OUT AND A LINE COUNT. A STATEMENT
      *   FOR ALL WAREHOUSES FOLLOWS A TRANSFERRED EMPLOYEE ACROSS
      *   BOTH KEYS, WITH THE TRANSFER LINES MARKING THE MOVE.
      *
      ***********************************************

       01  WS-REQ-EMPLOYEE         PIC X(5).

       01  WS-LINES-PRINTED        PIC 9(5)        VALUE 0.
       01  WS-RAISES-PRINTED       PIC 9(5)        VALUE 0.

       01  WS-DATE.
           05  WS-YEAR             PIC 99.
           MOVE 1 TO PROPER-SPACING

           MOVE 0 TO WS-LINES-PRINTED
           MOVE 0 TO WS-RAISES-PRINTED
           MOVE 'NO ' TO WS-RHST-EOF
           OPEN INPUT RAISE-HISTORY-FILE
           IF WS-RHST-STATUS = '00'
               WRITE STATEMENT-RECORD FROM STMT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-RAISES-PRINTED TO SC-COUNT
               WRITE STATEMENT-RECORD FROM STMT-COUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE RH-OLD-INSUR TO SD-OLD-INSUR
           MOVE RH-NEW-INSUR TO SD-NEW-INSUR
           MOVE RH-RATE-CURR TO SD-RATE
           EVALUATE RH-RATE-SOURCE
               WHEN 'M'
                   MOVE 'MERIT MATRIX' TO SD-SOURCE
               WHEN 'O'
                   MOVE 'TRANSFER OUT' TO SD-SOURCE
               WHEN 'I'
                   MOVE 'TRANSFER IN ' TO SD-SOURCE
               WHEN OTHER
                   MOVE 'FLAT RATES  ' TO SD-SOURCE
           END-EVALUATE
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF RH-RATE-SOURCE NOT = 'O'
              AND RH-RATE-SOURCE NOT = 'I'
               ADD 1 TO WS-RAISES-PRINTED
           END-IF
           ADD 1 TO WS-LINES-PRINTED

           .
