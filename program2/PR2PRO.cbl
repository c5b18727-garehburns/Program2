       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPR2.
       AUTHOR. GARRETT BURNS.

      ***********************************************
      *
      * GENERATION PROMOTE AND ROLLBACK STEP FOR THE DRAKEA, LTD.
      * SALARY SYSTEM. TAKES OVER THE HAND RENAMES AT THE END OF
      * EVERY HANDOFF - PR2FA19-2.TXT TO PR2FA19-1.TXT AFTER
      * MNTPR2 OR A COMMIT RUN, PR2SUSP2.TXT TO PR2SUSP.TXT AFTER
      * THE EDIT REGISTER - SO A MISSED OR DOUBLED RENAME CAN'T
      * LEAVE THE SYSTEM ON THE WRONG GENERATION.
      *
      * INPUT:
      *   PR2PPRM.TXT - OPTIONAL CONTROL CARD:
      *       COL 1    MODE - 'P' PROMOTE (ALSO BLANK OR NO CARD),
      *                'R' ROLL BACK
      *       COL 2    FILE - 'M' MASTER (ALSO BLANK), 'S' SUSPENSE,
      *                'B' BOTH
      *       COL 3-4  BACK-GENERATIONS TO KEEP, 01-99 (BLANK OR
      *                ZERO KEEPS 05)
      *       COL 5-6  ROLLBACK ONLY - THE BACK-GENERATION TO
      *                RESTORE, 01 BEING THE MOST RECENT
      *   PR2FA19-2.TXT / PR2SUSP2.TXT - THE NEW GENERATIONS.
      *   PR2FA19-1.TXT / PR2SUSP.TXT - THE CURRENT GENERATIONS.
      *   PR2FA19-1.B##.TXT / PR2SUSP.B##.TXT - BACK-GENERATIONS,
      *       B01 THE MOST RECENT.
      *   PR2HIST.TXT - RUN HISTORY, FOR THE SALARY RUN THAT CUT
      *       THE NEW SUSPENSE.
      *
      * PROMOTE:
      *   THE NEW MASTER MUST CARRY A PR2FA19 HEADER AND A TRAILER
      *   THAT TIES ON COUNT AND HASH TOTALS, AND MUST NOT BE THE
      *   GENERATION ALREADY CURRENT. THE NEW SUSPENSE MUST BE
      *   PRESENT, EVERY RECORD MUST CARRY A RUN NUMBER, AND THE
      *   SUSPENSE FOR THE LAST SALARY RUN MUST NOT HAVE BEEN
      *   PROMOTED ALREADY. EVERY CHECK ON EVERY FILE NAMED RUNS
      *   BEFORE A SINGLE FILE IS TOUCHED. THEN EACH BACK-
      *   GENERATION MOVES DOWN ONE, THE CURRENT FILE BECOMES B01,
      *   THE NEW FILE BECOMES CURRENT, AND THE NEW FILE IS
      *   EMPTIED SO A SECOND PROMOTE FINDS NOTHING TO PROMOTE.
      *
      * ROLLBACK:
      *   THE NAMED BACK-GENERATION IS VERIFIED THE SAME WAY (A
      *   MASTER FROM BEFORE THE CONTROL RECORDS EXISTED PASSES
      *   WITH A WARNING), HELD ON PR2PHLD.TXT, AND RESTORED AS
      *   CURRENT. THE GENERATION BEING BACKED OUT IS ROLLED DOWN
      *   TO B01 FIRST, SO IT IS STILL THERE TO LOOK AT.
      *
      * OUTPUT:
      *   THE PROMOTED OR RESTORED GENERATIONS, PR2FA19.IDX
      *   REBUILT FROM THE NEW CURRENT MASTER AS LODPR2 BUILDS IT
      *   WHENEVER THE MASTER MOVED, AND ONE RECORD PER FILE MOVED
      *   ON THE CUMULATIVE PROMOTION LOG PR2PLOG.TXT.
      *
      *   RETURN CODE 0 WHEN EVERY FILE NAMED HAS MOVED AND THE
      *   INDEX IS REBUILT; A BAD CARD, A FAILED VERIFY, A REPEAT
      *   PROMOTE, OR A FAILED INDEX LOAD SETS RETURN CODE 8.
      *
      ***********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   LAPTOP-U5VKK9JE.
       OBJECT-COMPUTER.   LAPTOP-U5VKK9JE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTE-CARD-FILE
               ASSIGN TO 'PR2PPRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRM-STATUS.
           SELECT GENERATION-IN
               ASSIGN TO WS-GEN-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-IN-STATUS.
           SELECT GENERATION-OUT
               ASSIGN TO WS-GEN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-OUT-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO 'PR2HIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PROMOTION-LOG-FILE
               ASSIGN TO 'PR2PLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'PR2FA19-1.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT MASTER-INDEX
               ASSIGN TO 'PR2FA19.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-KEY
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *** OPTIONAL CONTROL CARD: WHAT TO MOVE, WHICH WAY, AND HOW  ***
      *** MANY BACK-GENERATIONS TO KEEP.                           ***
       FD  PROMOTE-CARD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PROMOTE-CARD-RECORD.
           05  PP-MODE             PIC X(1).
           05  PP-FILE             PIC X(1).
           05  PP-KEEP             PIC 9(2).
           05  PP-GENERATION       PIC 9(2).

      *** GENERIC COPY PAIR, ASSIGNED AT RUN TIME TO WHICHEVER     ***
      *** GENERATION IS BEING VERIFIED, ROLLED, OR PROMOTED. WIDE  ***
      *** ENOUGH FOR THE SUSPENSE RECORD, THE LONGER OF THE TWO.   ***
       FD  GENERATION-IN
           RECORD CONTAINS 130 CHARACTERS.

       01  GENERATION-IN-RECORD    PIC X(130).

       FD  GENERATION-OUT
           RECORD CONTAINS 130 CHARACTERS.

       01  GENERATION-OUT-RECORD   PIC X(130).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  RUN-HISTORY-RECORD.
           05  HY-RUN-NUMBER        PIC 9(4).
           05  FILLER               PIC X(49).

      *** ONE RECORD PER GENERATION PROMOTED OR RESTORED: WHEN,    ***
      *** WHICH WAY, WHICH FILE, AND WHAT IT WAS - ITS RUN OR      ***
      *** BATCH NUMBER, CREATE DATE, RECORD COUNT AND SALARY HASH  ***
      *** - SO THE LOG ALONE SAYS WHICH GENERATION IS CURRENT.     ***
       FD  PROMOTION-LOG-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  PROMOTION-LOG-RECORD.
           05  PL-ACTION            PIC X(1).
           05  PL-FILE-ID           PIC X(8).
           05  PL-DATE              PIC 9(8).
           05  PL-TIME              PIC 9(6).
           05  PL-RUN-NUMBER        PIC 9(4).
           05  PL-CREATE-DATE       PIC 9(8).
           05  PL-RECORD-COUNT      PIC 9(7).
           05  PL-HASH-CURR         PIC 9(9)V9(2).
           05  PL-GENERATION        PIC 9(2).
           05  PL-KEEP              PIC 9(2).

       FD  MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01  MASTER-RECORD.
           05  MR-EMPLOYEE-KEY      PIC X(9).
           05  FILLER               PIC X(83).

       FD  MASTER-INDEX
           RECORD CONTAINS 92 CHARACTERS.

       01  EMPLOYEE-IDX-RECORD.
           05  EM-EMPLOYEE-KEY.
               10  EM-WAREHOUSE-ID  PIC X(4).
               10  EM-EMPLOYEE-ID   PIC X(5).
           05  FILLER               PIC X(83).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WS-PPRM-STATUS      PIC X(2)        VALUE '00'.
           05  WS-GEN-IN-STATUS    PIC X(2)        VALUE '00'.
           05  WS-GEN-OUT-STATUS   PIC X(2)        VALUE '00'.
           05  WS-HIST-STATUS      PIC X(2)        VALUE '00'.
           05  WS-PLOG-STATUS      PIC X(2)        VALUE '00'.
           05  WS-MAST-STATUS      PIC X(2)        VALUE '00'.
           05  WS-IDX-STATUS       PIC X(2)        VALUE '00'.
           05  WS-GEN-EOF          PIC X(3)        VALUE 'NO '.
           05  WS-MAST-EOF         PIC X(3)        VALUE 'NO '.
           05  WS-COPY-DONE        PIC X(3)        VALUE 'NO '.
           05  WS-HDR-REQUIRED     PIC X(3)        VALUE 'YES'.
           05  WS-DO-MASTER        PIC X(3)        VALUE 'NO '.
           05  WS-DO-SUSPENSE      PIC X(3)        VALUE 'NO '.

      *** THE CARD AS TAKEN: MODE, FILES, KEEP COUNT, AND THE      ***
      *** BACK-GENERATION A ROLLBACK RESTORES.                     ***
       01  PROMOTE-OPTIONS.
           05  WS-MODE             PIC X(1)        VALUE 'P'.
           05  WS-FILE             PIC X(1)        VALUE 'M'.
           05  WS-KEEP             PIC 9(2)        VALUE 5.
           05  WS-RESTORE-GEN      PIC 9(2)        VALUE 0.

      *** HEADER AND TRAILER CONTROL RECORDS AS CARRIED ON A       ***
      *** STAMPED MASTER GENERATION, AND THE RUNNING CONTROLS THE  ***
      *** VERIFY PASS ACCUMULATES AGAINST THEM, AS LODPR2 DOES.    ***
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
           05  WS-VF-HASH-CURR     PIC 9(9)V9(2)   VALUE 0.
           05  WS-VF-HASH-DUES     PIC 9(9)V9(2)   VALUE 0.
           05  WS-VF-HASH-INSUR    PIC 9(9)V9(2)   VALUE 0.
           05  WS-VF-BAD-RUN       PIC 9(7)        VALUE 0.

      *** THE VERIFIED MASTER'S HEADER, KEPT FOR THE REPEAT CHECK  ***
      *** AND THE LOG.                                             ***
       01  WS-NEW-HEADER           PIC X(23)       VALUE SPACES.

      *** X-TYPE VIEW OF A MASTER IMAGE WITH NUMERIC OVERLAYS ON   ***
      *** THE THREE HASHED COLUMNS.                                ***
       01  IMAGE-WORK-RECORD.
           05 IW-WAREHOUSE-ID       PIC X(4).
           05 IW-EMPLOYEE-ID        PIC X(5).
           05 FILLER                PIC X(33).
           05 IW-STARTING-SALARY    PIC X(8).
           05 FILLER                PIC X(4).
           05 IW-LAST-PAY-INCREASE  PIC X(8).
           05 IW-CURRENT-SALARY     PIC X(8).
           05 IW-CURRENT-SALARY-N   REDEFINES IW-CURRENT-SALARY
                                    PIC 9(6)V99.
           05 FILLER                PIC X(5).
           05 IW-UNION-DUES         PIC X(3).
           05 IW-UNION-DUES-N       REDEFINES IW-UNION-DUES
                                    PIC 9(3).
           05 IW-INSURANCE          PIC X(5).
           05 IW-INSURANCE-N        REDEFINES IW-INSURANCE
                                    PIC 9(3)V99.
           05 FILLER                PIC X(9).

      *** X-TYPE VIEW OF A SUSPENSE RECORD, AS CGBPR2 WRITES IT.   ***
       01  SUSPENSE-WORK-RECORD.
           05 SW-EMPLOYEE-IMAGE     PIC X(83).
           05 SW-REASON-CODES       PIC X(27).
           05 SW-RUN-NUMBER         PIC X(4).
           05 SW-EMPLOYEE-STATUS    PIC X(9).

      *** DYNAMIC FILE NAMES FOR THE COPY PAIR, AND THE PIECES A   ***
      *** BACK-GENERATION NAME IS BUILT FROM, E.G. PR2FA19-1 AND   ***
      *** 03 FOR PR2FA19-1.B03.TXT.                                ***
       01  WS-GEN-IN-NAME          PIC X(30).
       01  WS-GEN-OUT-NAME         PIC X(30).
       01  WS-GEN-PREFIX           PIC X(9).
       01  WS-GEN-CURRENT-NAME     PIC X(30).
       01  WS-GEN-NEW-NAME         PIC X(30).
       01  WS-GEN-FILE-ID          PIC X(8).
       01  WS-BACK-NAME            PIC X(30).
       01  WS-BACK-NUMBER          PIC 9(2)        VALUE 0.
       01  WS-GEN-SUB              PIC 9(2)        VALUE 0.
       01  WS-GEN-NEXT             PIC 9(2)        VALUE 0.
       01  WS-HOLD-NAME            PIC X(30)  VALUE 'PR2PHLD.TXT'.

      *** WHAT THE LOG RECORD SAYS ABOUT THE GENERATION MOVED.     ***
       01  LOG-FIELDS.
           05  LF-RUN-NUMBER       PIC 9(4)        VALUE 0.
           05  LF-CREATE-DATE      PIC 9(8)        VALUE 0.
           05  LF-RECORD-COUNT     PIC 9(7)        VALUE 0.
           05  LF-HASH-CURR        PIC 9(9)V9(2)   VALUE 0.

      *** THE MASTER AND SUSPENSE FIGURES, SAVED FROM THEIR OWN    ***
      *** VERIFY PASSES UNTIL THE LOG IS WRITTEN.                  ***
       01  MASTER-LOG-FIELDS.
           05  ML-RUN-NUMBER       PIC 9(4)        VALUE 0.
           05  ML-CREATE-DATE      PIC 9(8)        VALUE 0.
           05  ML-RECORD-COUNT     PIC 9(7)        VALUE 0.
           05  ML-HASH-CURR        PIC 9(9)V9(2)   VALUE 0.

       01  SUSPENSE-LOG-FIELDS.
           05  SL-RUN-NUMBER       PIC 9(4)        VALUE 0.
           05  SL-RECORD-COUNT     PIC 9(7)        VALUE 0.

       01  WS-LAST-RUN-NUMBER      PIC 9(4)        VALUE 0.
       01  WS-RECORDS-COPIED       PIC 9(7)        VALUE 0.

      *** INDEX LOAD COUNTERS, AS LODPR2 KEEPS THEM.               ***
       01  WS-RECORDS-READ         PIC 9(7)        VALUE 0.
       01  WS-RECORDS-LOADED       PIC 9(7)        VALUE 0.
       01  WS-DUPLICATE-KEYS       PIC 9(7)        VALUE 0.

       01  WS-CURRENT-DATE-8       PIC 9(8).
       01  WS-TIME                 PIC 9(8).

       PROCEDURE DIVISION.
      *                                CGB
       10-CONTROL-MODULE.

           PERFORM 20-HOUSEKEEPING-ROUTINE
           IF WS-MODE = 'P'
               PERFORM 30-PROMOTE-GENERATIONS
           ELSE
               PERFORM 40-ROLLBACK-GENERATIONS
           END-IF
           IF WS-DO-MASTER = 'YES'
               PERFORM 50-REBUILD-INDEX
           END-IF
           PERFORM 700-EOF-ROUTINE

           .

       20-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-CURRENT-DATE-8 FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME

           PERFORM 21-READ-CONTROL-CARD

      * EVERY FILE NAMED IS PROVED BEFORE ANY FILE IS TOUCHED, SO A
      * FAILURE ON THE SUSPENSE CANNOT LEAVE THE MASTER HALF-MOVED
           IF WS-MODE = 'P'
               IF WS-DO-MASTER = 'YES'
                   PERFORM 22-VERIFY-NEW-MASTER
               END-IF
               IF WS-DO-SUSPENSE = 'YES'
                   PERFORM 24-VERIFY-NEW-SUSPENSE
               END-IF
           ELSE
               IF WS-DO-MASTER = 'YES'
                   PERFORM 26-VERIFY-BACK-MASTER
               END-IF
               IF WS-DO-SUSPENSE = 'YES'
                   PERFORM 27-VERIFY-BACK-SUSPENSE
               END-IF
           END-IF

           .

      *** READS AND EDITS THE CONTROL CARD. NO CARD PROMOTES THE   ***
      *** MASTER AND KEEPS FIVE BACK-GENERATIONS.                  ***
       21-READ-CONTROL-CARD.

           OPEN INPUT PROMOTE-CARD-FILE
           IF WS-PPRM-STATUS = '00'
               READ PROMOTE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-MODE NOT = SPACE
                           MOVE PP-MODE TO WS-MODE
                       END-IF
                       IF PP-FILE NOT = SPACE
                           MOVE PP-FILE TO WS-FILE
                       END-IF
                       IF PP-KEEP IS NUMERIC
                           IF PP-KEEP NOT = 0
                               MOVE PP-KEEP TO WS-KEEP
                           END-IF
                       ELSE
                           IF PP-KEEP NOT = SPACES
                               DISPLAY 'PR2PRO: KEEP COUNT ' PP-KEEP
                                  ' IS NOT A NUMBER - RUN STOPPED'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                       IF PP-GENERATION IS NUMERIC
                           MOVE PP-GENERATION TO WS-RESTORE-GEN
                       END-IF
               END-READ
               CLOSE PROMOTE-CARD-FILE
           END-IF

           IF WS-MODE NOT = 'P' AND WS-MODE NOT = 'R'
               DISPLAY 'PR2PRO: MODE ' WS-MODE ' IS NOT P OR R - '
                  'RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-FILE
               WHEN 'M'
                   MOVE 'YES' TO WS-DO-MASTER
               WHEN 'S'
                   MOVE 'YES' TO WS-DO-SUSPENSE
               WHEN 'B'
                   MOVE 'YES' TO WS-DO-MASTER
                   MOVE 'YES' TO WS-DO-SUSPENSE
               WHEN OTHER
                   DISPLAY 'PR2PRO: FILE ' WS-FILE ' IS NOT M, S, '
                      'OR B - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-MODE = 'R'
               IF WS-RESTORE-GEN = 0 OR WS-RESTORE-GEN > WS-KEEP
                   DISPLAY 'PR2PRO: ROLLBACK NEEDS A BACK-GENERATION '
                      'FROM 01 TO ' WS-KEEP ' - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-MODE = 'P'
               DISPLAY 'PR2PRO: PROMOTE, FILE ' WS-FILE ', KEEPING '
                  WS-KEEP ' BACK-GENERATIONS'
           ELSE
               DISPLAY 'PR2PRO: ROLLBACK TO BACK-GENERATION '
                  WS-RESTORE-GEN ', FILE ' WS-FILE ', KEEPING '
                  WS-KEEP ' BACK-GENERATIONS'
           END-IF

           .

      *** THE NEW MASTER MUST BE A STAMPED, WHOLE GENERATION, AND  ***
      *** NOT THE ONE ALREADY CURRENT - A SECOND PROMOTE OF THE    ***
      *** SAME GENERATION WOULD ROLL THE ONLY GOOD BACK-UP AWAY.   ***
       22-VERIFY-NEW-MASTER.

           MOVE 'PR2FA19-2.TXT' TO WS-GEN-IN-NAME
           MOVE 'YES' TO WS-HDR-REQUIRED
           PERFORM 60-VERIFY-MASTER-GENERATION
           MOVE WS-NEW-HEADER (1:23) TO FILE-HEADER-RECORD
           MOVE FH-RUN-NUMBER TO ML-RUN-NUMBER
           MOVE FH-CREATE-DATE TO ML-CREATE-DATE
           MOVE WS-VF-COUNT TO ML-RECORD-COUNT
           MOVE WS-VF-HASH-CURR TO ML-HASH-CURR

           MOVE 'PR2FA19-1.TXT' TO WS-GEN-IN-NAME
           OPEN INPUT GENERATION-IN
           IF WS-GEN-IN-STATUS = '00'
               READ GENERATION-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GENERATION-IN-RECORD (1:23) = WS-NEW-HEADER
                           DISPLAY 'PR2PRO: PR2FA19-2.TXT IS ALREADY '
                              'THE CURRENT GENERATION - RUN STOPPED'
                           MOVE 8 TO RETURN-CODE
                           CLOSE GENERATION-IN
                           STOP RUN
                       END-IF
               END-READ
               CLOSE GENERATION-IN
           END-IF

           .

      *** THE NEW SUSPENSE CARRIES NO CONTROL RECORDS, SO IT IS    ***
      *** PROVED RECORD BY RECORD AND TIED TO THE SALARY RUN THAT  ***
      *** CUT IT. AN EMPTY SUSPENSE IS A GOOD ONE - NOTHING WAS    ***
      *** REJECTED - SO THE PROMOTION LOG, NOT THE FILE, SAYS      ***
      *** WHETHER THIS RUN'S SUSPENSE HAS BEEN PROMOTED ALREADY.   ***
       24-VERIFY-NEW-SUSPENSE.

           MOVE 'PR2SUSP2.TXT' TO WS-GEN-IN-NAME
           PERFORM 65-VERIFY-SUSPENSE-GENERATION
           MOVE WS-VF-COUNT TO SL-RECORD-COUNT

           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HIST-STATUS
                       NOT AT END
                           IF HY-RUN-NUMBER IS NUMERIC
                              AND HY-RUN-NUMBER > WS-LAST-RUN-NUMBER
                               MOVE HY-RUN-NUMBER
                                   TO WS-LAST-RUN-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE WS-LAST-RUN-NUMBER TO SL-RUN-NUMBER

           OPEN INPUT PROMOTION-LOG-FILE
           IF WS-PLOG-STATUS = '00'
               PERFORM UNTIL WS-PLOG-STATUS NOT = '00'
                   READ PROMOTION-LOG-FILE
                       AT END
                           MOVE '10' TO WS-PLOG-STATUS
                       NOT AT END
                           IF PL-ACTION = 'P'
                              AND PL-FILE-ID = 'PR2SUSP '
                              AND PL-RUN-NUMBER = SL-RUN-NUMBER
                               DISPLAY 'PR2PRO: SUSPENSE FROM RUN '
                                  SL-RUN-NUMBER ' WAS PROMOTED ON '
                                  PL-DATE ' - RUN STOPPED'
                               MOVE 8 TO RETURN-CODE
                               CLOSE PROMOTION-LOG-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-LOG-FILE
           END-IF

           .

      *** A BACK-GENERATION OF THE MASTER MAY PREDATE THE CONTROL  ***
      *** RECORDS, SO ONE WITHOUT A HEADER IS RESTORED WITH A      ***
      *** WARNING; ONE WITH A HEADER MUST STILL TIE.               ***
       26-VERIFY-BACK-MASTER.

           MOVE 'PR2FA19-1' TO WS-GEN-PREFIX
           MOVE WS-RESTORE-GEN TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-IN-NAME
           MOVE 'NO ' TO WS-HDR-REQUIRED
           PERFORM 60-VERIFY-MASTER-GENERATION
           MOVE 0 TO ML-RUN-NUMBER
                     ML-CREATE-DATE
           IF WS-VF-HDR-SEEN = 'YES'
               MOVE WS-NEW-HEADER (1:23) TO FILE-HEADER-RECORD
               MOVE FH-RUN-NUMBER TO ML-RUN-NUMBER
               MOVE FH-CREATE-DATE TO ML-CREATE-DATE
           END-IF
           MOVE WS-VF-COUNT TO ML-RECORD-COUNT
           MOVE WS-VF-HASH-CURR TO ML-HASH-CURR

           .

       27-VERIFY-BACK-SUSPENSE.

           MOVE 'PR2SUSP' TO WS-GEN-PREFIX
           MOVE WS-RESTORE-GEN TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-IN-NAME
           PERFORM 65-VERIFY-SUSPENSE-GENERATION
           MOVE WS-VF-COUNT TO SL-RECORD-COUNT
           MOVE 0 TO SL-RUN-NUMBER

           .

      *** PROMOTE EACH FILE NAMED: BACK-GENERATIONS DOWN ONE, THE  ***
      *** CURRENT FILE TO B01, THE NEW FILE TO CURRENT, AND THE    ***
      *** NEW FILE EMPTIED.                                        ***
       30-PROMOTE-GENERATIONS.

           IF WS-DO-MASTER = 'YES'
               MOVE 'PR2FA19-1' TO WS-GEN-PREFIX
               MOVE 'PR2FA19-1.TXT' TO WS-GEN-CURRENT-NAME
               MOVE 'PR2FA19-2.TXT' TO WS-GEN-NEW-NAME
               MOVE 'PR2FA19 ' TO WS-GEN-FILE-ID
               MOVE MASTER-LOG-FIELDS TO LOG-FIELDS
               PERFORM 31-PROMOTE-ONE-FILE
           END-IF

           IF WS-DO-SUSPENSE = 'YES'
               MOVE 'PR2SUSP' TO WS-GEN-PREFIX
               MOVE 'PR2SUSP.TXT' TO WS-GEN-CURRENT-NAME
               MOVE 'PR2SUSP2.TXT' TO WS-GEN-NEW-NAME
               MOVE 'PR2SUSP ' TO WS-GEN-FILE-ID
               MOVE SL-RUN-NUMBER TO LF-RUN-NUMBER
               MOVE 0 TO LF-CREATE-DATE
               MOVE SL-RECORD-COUNT TO LF-RECORD-COUNT
               MOVE 0 TO LF-HASH-CURR
               PERFORM 31-PROMOTE-ONE-FILE
           END-IF

           .

       31-PROMOTE-ONE-FILE.

           PERFORM 70-ROLL-BACK-GENERATIONS

           MOVE WS-GEN-NEW-NAME TO WS-GEN-IN-NAME
           MOVE WS-GEN-CURRENT-NAME TO WS-GEN-OUT-NAME
           PERFORM 80-COPY-GENERATION

           MOVE WS-GEN-NEW-NAME TO WS-GEN-OUT-NAME
           PERFORM 85-EMPTY-GENERATION

           DISPLAY 'PR2PRO: ' WS-RECORDS-COPIED ' RECORDS PROMOTED '
              'TO ' WS-GEN-CURRENT-NAME
           MOVE 0 TO WS-BACK-NUMBER
           PERFORM 90-WRITE-LOG-RECORD

           .

      *** ROLL BACK EACH FILE NAMED: THE CHOSEN BACK-GENERATION IS ***
      *** HELD ASIDE FIRST, SINCE ROLLING THE GENERATIONS DOWN     ***
      *** WRITES OVER ITS NAME.                                    ***
       40-ROLLBACK-GENERATIONS.

           IF WS-DO-MASTER = 'YES'
               MOVE 'PR2FA19-1' TO WS-GEN-PREFIX
               MOVE 'PR2FA19-1.TXT' TO WS-GEN-CURRENT-NAME
               MOVE 'PR2FA19 ' TO WS-GEN-FILE-ID
               MOVE MASTER-LOG-FIELDS TO LOG-FIELDS
               PERFORM 41-RESTORE-ONE-FILE
           END-IF

           IF WS-DO-SUSPENSE = 'YES'
               MOVE 'PR2SUSP' TO WS-GEN-PREFIX
               MOVE 'PR2SUSP.TXT' TO WS-GEN-CURRENT-NAME
               MOVE 'PR2SUSP ' TO WS-GEN-FILE-ID
               MOVE SL-RUN-NUMBER TO LF-RUN-NUMBER
               MOVE 0 TO LF-CREATE-DATE
               MOVE SL-RECORD-COUNT TO LF-RECORD-COUNT
               MOVE 0 TO LF-HASH-CURR
               PERFORM 41-RESTORE-ONE-FILE
           END-IF

           .

       41-RESTORE-ONE-FILE.

           MOVE WS-RESTORE-GEN TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-IN-NAME
           MOVE WS-HOLD-NAME TO WS-GEN-OUT-NAME
           PERFORM 80-COPY-GENERATION

           PERFORM 70-ROLL-BACK-GENERATIONS

           MOVE WS-HOLD-NAME TO WS-GEN-IN-NAME
           MOVE WS-GEN-CURRENT-NAME TO WS-GEN-OUT-NAME
           PERFORM 80-COPY-GENERATION

           MOVE WS-HOLD-NAME TO WS-GEN-OUT-NAME
           PERFORM 85-EMPTY-GENERATION

           DISPLAY 'PR2PRO: ' WS-RECORDS-COPIED ' RECORDS OF BACK-'
              'GENERATION ' WS-RESTORE-GEN ' RESTORED TO '
              WS-GEN-CURRENT-NAME
           MOVE WS-RESTORE-GEN TO WS-BACK-NUMBER
           PERFORM 90-WRITE-LOG-RECORD

           .

      *** REBUILDS PR2FA19.IDX FROM THE NEW CURRENT MASTER THE WAY ***
      *** LODPR2 DOES: CONTROL RECORDS STAY OUT, KEYED WRITES      ***
      *** CATCH A DUPLICATE, AND A FAILED LOAD EMPTIES THE INDEX   ***
      *** SO NO READER TRUSTS A HALF-BUILT ONE.                    ***
       50-REBUILD-INDEX.

           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'PR2PRO: PR2FA19-1.TXT NOT FOUND - '
                  'INDEX NOT REBUILT'
               PERFORM 59-INVALIDATE-INDEX
           END-IF

           OPEN OUTPUT MASTER-INDEX
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'PR2PRO: CANNOT CREATE PR2FA19.IDX - '
                  'STATUS ' WS-IDX-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE MASTER-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MAST-EOF = 'YES'
               READ MASTER-FILE
                   AT END
                       MOVE 'YES' TO WS-MAST-EOF
                   NOT AT END
                       PERFORM 510-LOAD-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
                 MASTER-INDEX

           DISPLAY 'PR2PRO: INDEX RECORDS READ   ' WS-RECORDS-READ
           DISPLAY 'PR2PRO: INDEX RECORDS LOADED ' WS-RECORDS-LOADED
           DISPLAY 'PR2PRO: INDEX KEYS IN ERROR  ' WS-DUPLICATE-KEYS

           IF WS-DUPLICATE-KEYS > 0
               DISPLAY 'PR2PRO: DUPLICATE KEYS ON THE MASTER - '
                  'INDEX EMPTIED'
               PERFORM 59-INVALIDATE-INDEX
           END-IF

           .

       510-LOAD-ONE-RECORD.

           EVALUATE MASTER-RECORD (1:3)
               WHEN 'HDR'
                   CONTINUE
               WHEN 'TRL'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-READ
                   MOVE MASTER-RECORD TO EMPLOYEE-IDX-RECORD
                   WRITE EMPLOYEE-IDX-RECORD
                   IF WS-IDX-STATUS = '00'
                       ADD 1 TO WS-RECORDS-LOADED
                   ELSE
                       ADD 1 TO WS-DUPLICATE-KEYS
                       DISPLAY 'PR2PRO: KEY ' MR-EMPLOYEE-KEY
                          ' NOT LOADED - STATUS ' WS-IDX-STATUS
                   END-IF
           END-EVALUATE

           .

       59-INVALIDATE-INDEX.

           OPEN OUTPUT MASTER-INDEX
           CLOSE MASTER-INDEX
           MOVE 8 TO RETURN-CODE
           STOP RUN

           .

      *** VERIFY PASS OVER THE MASTER GENERATION NAMED IN          ***
      *** WS-GEN-IN-NAME: PEEL THE CONTROL RECORDS, HASH THE DATA  ***
      *** RECORDS, AND ENFORCE THE HEADER AND TRAILER. WHEN        ***
      *** WS-HDR-REQUIRED IS 'NO ' AN UNSTAMPED GENERATION PASSES  ***
      *** WITH A WARNING. ANY FAILURE STOPS THE RUN BEFORE A FILE  ***
      *** HAS MOVED.                                               ***
       60-VERIFY-MASTER-GENERATION.

           MOVE 'NO ' TO WS-VF-HDR-SEEN
                         WS-VF-TRL-SEEN
           MOVE 0 TO WS-VF-COUNT
                     WS-VF-HASH-CURR
                     WS-VF-HASH-DUES
                     WS-VF-HASH-INSUR
                     WS-VF-BAD-RUN
           MOVE SPACES TO WS-NEW-HEADER
           MOVE 'NO ' TO WS-GEN-EOF

           OPEN INPUT GENERATION-IN
           IF WS-GEN-IN-STATUS NOT = '00'
               DISPLAY 'PR2PRO: NOTHING TO MOVE - RUN STOPPED - '
                  'NOT FOUND: ' WS-GEN-IN-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-GEN-EOF = 'YES'
               READ GENERATION-IN
                   AT END
                       MOVE 'YES' TO WS-GEN-EOF
                   NOT AT END
                       PERFORM 600-SIFT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE GENERATION-IN

           IF WS-VF-HDR-SEEN = 'NO '
               IF WS-HDR-REQUIRED = 'YES'
                   DISPLAY 'PR2PRO: NO HEADER - EMPTY, STALE, OR '
                      'ALREADY PROMOTED - RUN STOPPED: ' WS-GEN-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-VF-COUNT = 0
                   DISPLAY 'PR2PRO: EMPTY GENERATION - RUN STOPPED: '
                      WS-GEN-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'PR2PRO: NO CONTROL RECORDS - ACCEPTED AS A '
                  'PRE-STAMP GENERATION: ' WS-GEN-IN-NAME
           ELSE
               MOVE WS-NEW-HEADER (1:23) TO FILE-HEADER-RECORD
               IF FH-FILE-ID NOT = 'PR2FA19 '
                   DISPLAY 'PR2PRO: HEADER NAMES FILE ' FH-FILE-ID
                      ' NOT PR2FA19 - RUN STOPPED: ' WS-GEN-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-VF-TRL-SEEN = 'NO '
                   DISPLAY 'PR2PRO: TRAILER MISSING - FILE '
                      'TRUNCATED - RUN STOPPED: ' WS-GEN-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FT-RECORD-COUNT NOT = WS-VF-COUNT
                  OR FT-HASH-ONE NOT = WS-VF-HASH-CURR
                  OR FT-HASH-TWO NOT = WS-VF-HASH-DUES
                  OR FT-HASH-THREE NOT = WS-VF-HASH-INSUR
                   DISPLAY 'PR2PRO: TRAILER DOES NOT TIE - EXPECTED '
                      FT-RECORD-COUNT ' RECORDS, READ ' WS-VF-COUNT
                      ' - RUN STOPPED: ' WS-GEN-IN-NAME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'PR2PRO: ' WS-VF-COUNT ' RECORDS VERIFIED ON '
              WS-GEN-IN-NAME

           .

       600-SIFT-MASTER-RECORD.

           EVALUATE GENERATION-IN-RECORD (1:3)
               WHEN 'HDR'
                   MOVE 'YES' TO WS-VF-HDR-SEEN
                   MOVE GENERATION-IN-RECORD (1:23) TO WS-NEW-HEADER
               WHEN 'TRL'
                   MOVE 'YES' TO WS-VF-TRL-SEEN
                   MOVE GENERATION-IN-RECORD (1:43)
                       TO FILE-TRAILER-RECORD
               WHEN OTHER
                   ADD 1 TO WS-VF-COUNT
                   MOVE GENERATION-IN-RECORD (1:92)
                       TO IMAGE-WORK-RECORD
                   IF IW-CURRENT-SALARY-N IS NUMERIC
                       ADD IW-CURRENT-SALARY-N TO WS-VF-HASH-CURR
                   END-IF
                   IF IW-UNION-DUES-N IS NUMERIC
                       ADD IW-UNION-DUES-N TO WS-VF-HASH-DUES
                   END-IF
                   IF IW-INSURANCE-N IS NUMERIC
                       ADD IW-INSURANCE-N TO WS-VF-HASH-INSUR
                   END-IF
           END-EVALUATE

           .

      *** VERIFY PASS OVER THE SUSPENSE GENERATION NAMED IN        ***
      *** WS-GEN-IN-NAME: IT MUST BE THERE, AND EVERY RECORD MUST  ***
      *** CARRY THE RUN NUMBER CGBPR2 STAMPS ON A SUSPENDED ITEM.  ***
       65-VERIFY-SUSPENSE-GENERATION.

           MOVE 'NO ' TO WS-VF-HDR-SEEN
                         WS-VF-TRL-SEEN
           MOVE 0 TO WS-VF-COUNT
                     WS-VF-HASH-CURR
                     WS-VF-HASH-DUES
                     WS-VF-HASH-INSUR
                     WS-VF-BAD-RUN
           MOVE 'NO ' TO WS-GEN-EOF

           OPEN INPUT GENERATION-IN
           IF WS-GEN-IN-STATUS NOT = '00'
               DISPLAY 'PR2PRO: NOTHING TO MOVE - RUN STOPPED - '
                  'NOT FOUND: ' WS-GEN-IN-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-GEN-EOF = 'YES'
               READ GENERATION-IN
                   AT END
                       MOVE 'YES' TO WS-GEN-EOF
                   NOT AT END
                       ADD 1 TO WS-VF-COUNT
                       MOVE GENERATION-IN-RECORD (1:123)
                           TO SUSPENSE-WORK-RECORD
                       IF SW-RUN-NUMBER IS NOT NUMERIC
                           ADD 1 TO WS-VF-BAD-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENERATION-IN

           IF WS-VF-BAD-RUN > 0
               DISPLAY 'PR2PRO: ' WS-VF-BAD-RUN ' RECORDS WITH NO '
                  'RUN NUMBER - NOT A SUSPENSE FILE - RUN STOPPED: '
                  WS-GEN-IN-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'PR2PRO: ' WS-VF-COUNT ' RECORDS VERIFIED ON '
              WS-GEN-IN-NAME

           .

      *** MOVES EVERY BACK-GENERATION OF WS-GEN-PREFIX DOWN ONE,   ***
      *** OLDEST FIRST SO NOTHING IS WRITTEN OVER BEFORE IT HAS    ***
      *** MOVED, THEN THE CURRENT FILE TO B01. THE GENERATION      ***
      *** PAST THE KEEP COUNT FALLS OFF THE END.                   ***
       70-ROLL-BACK-GENERATIONS.

           COMPUTE WS-GEN-SUB = WS-KEEP - 1
           PERFORM 710-SHIFT-ONE-GENERATION
               UNTIL WS-GEN-SUB = 0

           MOVE WS-GEN-CURRENT-NAME TO WS-GEN-IN-NAME
           MOVE 1 TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-OUT-NAME
           PERFORM 80-COPY-GENERATION

           .

       710-SHIFT-ONE-GENERATION.

           MOVE WS-GEN-SUB TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-IN-NAME
           COMPUTE WS-GEN-NEXT = WS-GEN-SUB + 1
           MOVE WS-GEN-NEXT TO WS-BACK-NUMBER
           PERFORM 75-BUILD-BACK-NAME
           MOVE WS-BACK-NAME TO WS-GEN-OUT-NAME
           PERFORM 80-COPY-GENERATION
           SUBTRACT 1 FROM WS-GEN-SUB

           .

      *** BACK-GENERATION NAME FOR WS-GEN-PREFIX AND               ***
      *** WS-BACK-NUMBER, E.G. PR2SUSP.B02.TXT.                    ***
       75-BUILD-BACK-NAME.

           MOVE SPACES TO WS-BACK-NAME
           STRING WS-GEN-PREFIX DELIMITED BY SPACE
                  '.B' DELIMITED BY SIZE
                  WS-BACK-NUMBER DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
               INTO WS-BACK-NAME

           .

      *** COPIES WS-GEN-IN-NAME OVER WS-GEN-OUT-NAME RECORD FOR    ***
      *** RECORD, AS CGBPR2'S ARCHIVE PASS COPIES. A SOURCE THAT   ***
      *** ISN'T THERE (A BACK-GENERATION NOT YET BUILT) LEAVES THE ***
      *** TARGET ALONE.                                            ***
       80-COPY-GENERATION.

           MOVE 'NO ' TO WS-COPY-DONE
           MOVE 'NO ' TO WS-GEN-EOF
           MOVE 0 TO WS-RECORDS-COPIED
           OPEN INPUT GENERATION-IN
           IF WS-GEN-IN-STATUS = '00'
               OPEN OUTPUT GENERATION-OUT
               IF WS-GEN-OUT-STATUS NOT = '00'
                   DISPLAY 'PR2PRO: STATUS ' WS-GEN-OUT-STATUS
                      ' - RUN STOPPED PART WAY, SEE PR2PLOG.TXT - '
                      'CANNOT WRITE ' WS-GEN-OUT-NAME
                   MOVE 8 TO RETURN-CODE
                   CLOSE GENERATION-IN
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GEN-EOF = 'YES'
                   READ GENERATION-IN
                       AT END
                           MOVE 'YES' TO WS-GEN-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORDS-COPIED
                           WRITE GENERATION-OUT-RECORD
                               FROM GENERATION-IN-RECORD
                   END-READ
               END-PERFORM
               CLOSE GENERATION-IN
                     GENERATION-OUT
               MOVE 'YES' TO WS-COPY-DONE
           END-IF

           .

      *** LEAVES WS-GEN-OUT-NAME EMPTY - THE STATE A RENAME LEAVES ***
      *** THE OLD NAME IN.                                         ***
       85-EMPTY-GENERATION.

           OPEN OUTPUT GENERATION-OUT
           IF WS-GEN-OUT-STATUS = '00'
               CLOSE GENERATION-OUT
           END-IF

           .

      *** APPENDS ONE RECORD TO THE CUMULATIVE PROMOTION LOG FOR   ***
      *** THE FILE JUST MOVED. A MISSING LOG IS STARTED FRESH.     ***
       90-WRITE-LOG-RECORD.

           OPEN EXTEND PROMOTION-LOG-FILE
           IF WS-PLOG-STATUS NOT = '00'
               OPEN OUTPUT PROMOTION-LOG-FILE
           END-IF
           MOVE WS-MODE TO PL-ACTION
           MOVE WS-GEN-FILE-ID TO PL-FILE-ID
           MOVE WS-CURRENT-DATE-8 TO PL-DATE
           MOVE WS-TIME (1:6) TO PL-TIME
           MOVE LF-RUN-NUMBER TO PL-RUN-NUMBER
           MOVE LF-CREATE-DATE TO PL-CREATE-DATE
           MOVE LF-RECORD-COUNT TO PL-RECORD-COUNT
           MOVE LF-HASH-CURR TO PL-HASH-CURR
           MOVE WS-BACK-NUMBER TO PL-GENERATION
           MOVE WS-KEEP TO PL-KEEP
           WRITE PROMOTION-LOG-RECORD
           CLOSE PROMOTION-LOG-FILE

           .

       700-EOF-ROUTINE.

           IF WS-MODE = 'P'
               DISPLAY 'PR2PRO: PROMOTE COMPLETE'
           ELSE
               DISPLAY 'PR2PRO: ROLLBACK COMPLETE'
           END-IF
           STOP RUN

           .
