      *                 BYTES), SO THE MONTHLY OPSKPI REPORT CAN
      *                 TREND BYPASSES, BREAKS, AND REJECTS WITHOUT
      *                 PAGING THROUGH THIRTY JOB LOGS.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  THE GENERAL-LEDGER STEPS NOW RUN IN THE NIGHTLY
      *                 CHAIN; EACH IS REPORTED COMPLETED OR NOT RUN
      *                 FROM TONIGHT'S RSTRTCTL RESTART LEDGER ENTRIES
      *                 AND COUNTS AS MISSING WHEN NOT RUN, AND AN
      *                 UNBALANCED OR UNFINISHED GLJRNL JOURNAL FLAGS
      *                 THE NIGHT WITH RC 8.
      * 10/15/2026  NM  ADDOUT CHECK LAYOUT BROUGHT TO THE CURRENT 73
      *                 BYTES; ADDEXCP (40) AND GLJRNL (66) WIDENED FOR
      *                 THE TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSUM.
           SELECT EXCEPTION-CHECK-FILE ASSIGN TO "ADDEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT RESTART-CTL-FILE ASSIGN TO "RSTRTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTRT-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDOUT-CHECK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDOUT-CHECK-RECORD.
           05  AC-TRAN-CODE            PIC X(01).
               88  AC-IS-TRAILER                 VALUE "T".
           05  FILLER                  PIC X(72).
       01  ADDOUT-CHECK-TRAILER REDEFINES ADDOUT-CHECK-RECORD.
           05  FILLER                  PIC X(01).
           COPY ADDTOTAL
               REPLACING ==AT-RECORD-COUNT== BY ==AC-TRL-RECORD-COUNT==
                         ==AT-GRAND-TOTAL==  BY ==AC-TRL-GRAND-TOTAL==.
           05  FILLER                  PIC X(54).

       FD  PRIME-CHECK-FILE
           RECORDING MODE IS F

       FD  EXCEPTION-CHECK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  EXCEPTION-CHECK-RECORD      PIC X(40).

       FD  RESTART-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  RESTART-CTL-RECORD.
           05  RC-RUN-DATE             PIC X(08).
           05  RC-STEP-NAME            PIC X(08).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  FILLER                  PIC X(65).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JT-RECORD-TYPE          PIC X(01).
           05  JT-RECORD-COUNT         PIC 9(07).
           05  JT-TOTAL-DEBITS         PIC 9(11)V9(04).
           05  JT-TOTAL-CREDITS        PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

       WORKING-STORAGE SECTION.
       01  WS-ADD-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  WS-EXCP-OK                           VALUE "00".
           88  WS-EXCP-EOF                          VALUE "10".
       77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       01  WS-RSTRT-FILE-STATUS            PIC X(02) VALUE SPACES.
           88  WS-RSTRT-OK                          VALUE "00".
           88  WS-RSTRT-EOF                         VALUE "10".
       01  WS-JRNL-FILE-STATUS             PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                           VALUE "00".
           88  WS-JRNL-EOF                          VALUE "10".
       01  WS-JRNL-TRL-SWITCH              PIC X(01) VALUE "N".
           88  WS-JRNL-TRAILER-FOUND                VALUE "Y".
       01  WS-JRNL-TRL-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-JRNL-TRL-DEBITS              PIC 9(11)V9(04) VALUE ZERO.
       01  WS-JRNL-TRL-CREDITS             PIC 9(11)V9(04) VALUE ZERO.
       01  WS-JRNL-SWITCH                  PIC X(01) VALUE "N".
           88  WS-JOURNAL-OUT-OF-BALANCE            VALUE "Y".
      *
      * THE GENERAL-LEDGER STEPS ARE REPORTED FROM THE RESTART
      * LEDGER: A STEP SHOWS COMPLETED WHEN ITS REC STEP RECORDED
      * IT UNDER TONIGHT'S DATE, WHETHER ON THIS SUBMISSION OR AN
      * EARLIER ONE.
      *
       01  WS-GL-STEP-VALUES.
           05  FILLER                      PIC X(28)
                   VALUE "GLACKCHKACKNOWLEDGMENT MATCH".
           05  FILLER                      PIC X(28)
                   VALUE "GLPOST  GL POSTING          ".
           05  FILLER                      PIC X(28)
                   VALUE "GLRECON GL RECONCILIATION   ".
           05  FILLER                      PIC X(28)
                   VALUE "GLSUSPCLSUSPENSE CLEARING   ".
           05  FILLER                      PIC X(28)
                   VALUE "EXCPESC EXCEPTION ESCALATION".
           05  FILLER                      PIC X(28)
                   VALUE "DAILYEXCDAILY EXCEPTIONS    ".
       01  WS-GL-STEP-TABLE REDEFINES WS-GL-STEP-VALUES.
           05  WS-GL-STEP-ENTRY            OCCURS 6 TIMES.
               10  WS-GL-STEP-NAME         PIC X(08).
               10  WS-GL-STEP-LABEL        PIC X(20).
       01  WS-GL-DONE-SWITCHES.
           05  WS-GL-DONE-SWITCH           PIC X(01) VALUE "N"
                                           OCCURS 6 TIMES.
               88  WS-GL-STEP-DONE                   VALUE "Y".
       77  WS-GL-IDX                       PIC 9(04) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               THRU 2000-CROSS-CHECK-FIGURES-EXIT.
           PERFORM 1300-COUNT-NIGHT-REJECTS
               THRU 1300-COUNT-NIGHT-REJECTS-EXIT.
           PERFORM 1400-CHECK-GL-STEPS
               THRU 1400-CHECK-GL-STEPS-EXIT.
           PERFORM 1500-CHECK-GL-JOURNAL
               THRU 1500-CHECK-GL-JOURNAL-EXIT.
           PERFORM 8000-PRINT-SUMMARY
               THRU 8000-PRINT-SUMMARY-EXIT.
           PERFORM 8500-APPEND-RUN-HISTORY
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FIGURES-MISMATCH
           OR WS-JOURNAL-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       1310-COUNT-ONE-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-GL-STEPS - MARK EACH GENERAL-LEDGER STEP THE   *
      * RESTART LEDGER SHOWS COMPLETED TONIGHT.  EVERY ONE NOT    *
      * FOUND COUNTS AS A STEP THAT DID NOT RUN.                  *
      *-----------------------------------------------------------*
       1400-CHECK-GL-STEPS.
           OPEN INPUT RESTART-CTL-FILE.
           IF WS-RSTRT-OK
               PERFORM 1410-READ-ONE-RESTART-ENTRY
                   THRU 1410-READ-ONE-RESTART-ENTRY-EXIT
                   UNTIL WS-RSTRT-EOF
               CLOSE RESTART-CTL-FILE
           END-IF.
           PERFORM 1430-COUNT-ONE-GL-STEP
               THRU 1430-COUNT-ONE-GL-STEP-EXIT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > 6.
       1400-CHECK-GL-STEPS-EXIT.
           EXIT.

       1410-READ-ONE-RESTART-ENTRY.
           READ RESTART-CTL-FILE
               AT END
                   SET WS-RSTRT-EOF TO TRUE
                   GO TO 1410-READ-ONE-RESTART-ENTRY-EXIT
           END-READ.
           IF RC-RUN-DATE NOT = WS-RUN-DATE
               GO TO 1410-READ-ONE-RESTART-ENTRY-EXIT
           END-IF.
           PERFORM 1420-MATCH-ONE-GL-STEP
               THRU 1420-MATCH-ONE-GL-STEP-EXIT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > 6.
       1410-READ-ONE-RESTART-ENTRY-EXIT.
           EXIT.

       1420-MATCH-ONE-GL-STEP.
           IF RC-STEP-NAME = WS-GL-STEP-NAME(WS-GL-IDX)
               SET WS-GL-STEP-DONE(WS-GL-IDX) TO TRUE
           END-IF.
       1420-MATCH-ONE-GL-STEP-EXIT.
           EXIT.

       1430-COUNT-ONE-GL-STEP.
           IF NOT WS-GL-STEP-DONE(WS-GL-IDX)
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
       1430-COUNT-ONE-GL-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-CHECK-GL-JOURNAL - WHEN GLPOST COMPLETED TONIGHT,    *
      * READ THE JOURNAL'S "T" TRAILER.  DEBITS THAT DO NOT EQUAL *
      * CREDITS, OR NO TRAILER AT ALL, FLAGS THE NIGHT.           *
      *-----------------------------------------------------------*
       1500-CHECK-GL-JOURNAL.
           IF NOT WS-GL-STEP-DONE(2)
               GO TO 1500-CHECK-GL-JOURNAL-EXIT
           END-IF.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-JRNL-OK
               PERFORM 1510-SCAN-ONE-JOURNAL-RECORD
                   THRU 1510-SCAN-ONE-JOURNAL-RECORD-EXIT
                   UNTIL WS-JRNL-EOF
               CLOSE GL-JOURNAL-FILE
           END-IF.
           IF NOT WS-JRNL-TRAILER-FOUND
               SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
               DISPLAY "BATCHSUM: GLJRNL HAS NO TRAILER - ",
                   "GL POSTING DID NOT FINISH."
           ELSE
               IF WS-JRNL-TRL-DEBITS NOT = WS-JRNL-TRL-CREDITS
                   SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.
       1500-CHECK-GL-JOURNAL-EXIT.
           EXIT.

       1510-SCAN-ONE-JOURNAL-RECORD.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   IF JE-IS-TRAILER
                       SET WS-JRNL-TRAILER-FOUND TO TRUE
                       MOVE JT-RECORD-COUNT  TO WS-JRNL-TRL-COUNT
                       MOVE JT-TOTAL-DEBITS  TO WS-JRNL-TRL-DEBITS
                       MOVE JT-TOTAL-CREDITS TO WS-JRNL-TRL-CREDITS
                   END-IF
           END-READ.
       1510-SCAN-ONE-JOURNAL-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-APPEND-RUN-HISTORY - APPEND TONIGHT'S FIGURES TO THE *
      * BATCHHIST RUN-STATISTICS HISTORY FOR TREND REPORTING.     *
           ELSE
               DISPLAY "* TIER CLASSIFY STEP : NOT RUN"
           END-IF.
           PERFORM 8010-PRINT-ONE-GL-STEP
               THRU 8010-PRINT-ONE-GL-STEP-EXIT
               VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > 6.
           DISPLAY "* ADDOUT TRAILER COUNT  : " WS-ADD-TRL-COUNT.
           DISPLAY "* ADDOUT TRAILER TOTAL  : " WS-ADD-TRL-TOTAL.
           DISPLAY "* ADDOUT DETAIL RECORDS : " WS-ADD-DETAIL-COUNT.
           DISPLAY "* PRIME COUNT (CACHE)   : " WS-PRIME-COUNT.
           DISPLAY "* TIER TRAILER COUNT    : " WS-TIER-TRL-COUNT.
           IF WS-JRNL-TRAILER-FOUND
               DISPLAY "* GLJRNL ENTRY COUNT    : " WS-JRNL-TRL-COUNT
               DISPLAY "* GLJRNL TOTAL DEBITS   : " WS-JRNL-TRL-DEBITS
               DISPLAY "* GLJRNL TOTAL CREDITS  : "
                   WS-JRNL-TRL-CREDITS
           END-IF.
           IF WS-JOURNAL-OUT-OF-BALANCE
               DISPLAY "* ALERT: TONIGHT'S GL JOURNAL IS NOT IN ",
                   "BALANCE"
           END-IF.
           IF WS-FIGURES-MISMATCH
               DISPLAY "* ALERT: TIER COUNT DOES NOT TIE TO THE ",
                   "ADD STEP'S DETAIL RECORDS"
       8000-PRINT-SUMMARY-EXIT.
           EXIT.

       8010-PRINT-ONE-GL-STEP.
           IF WS-GL-STEP-DONE(WS-GL-IDX)
               DISPLAY "* " WS-GL-STEP-LABEL(WS-GL-IDX)
                   " : COMPLETED"
           ELSE
               DISPLAY "* " WS-GL-STEP-LABEL(WS-GL-IDX)
                   " : NOT RUN"
           END-IF.
       8010-PRINT-ONE-GL-STEP-EXIT.
           EXIT.

       END PROGRAM BATCHSUM.
