      *                 REPORTED AND FLAGGED, VARIANCES COUNT AS
      *                 NOT JOURNALED, AND THE TRAILER IS ONLY
      *                 WRITTEN TO A JOURNAL THAT ACTUALLY OPENED.
      * 10/15/2026  NM  EACH JOURNAL LINE IS NOW ALSO APPLIED TO THE
      *                 GLBALMAS ACCOUNT BALANCE MASTER THROUGH
      *                 GLBALUPD.  A LINE THAT CANNOT BE APPLIED IS
      *                 COUNTED AND ENDS THE RUN WITH RC 4.
      * 10/15/2026  NM  EVERY JOURNAL LINE'S ACCOUNT IS CHECKED AGAINST
      *                 THE CHARTMAS CHART OF ACCOUNTS THROUGH
      *                 CHARTCHK BEFORE IT IS WRITTEN.  A LINE AIMED
      *                 AT A CLOSED OR UNKNOWN ACCOUNT GOES TO THE
      *                 SUSPCTL SUSPENSE ACCOUNT FOR ITS SIDE INSTEAD
      *                 OF BOUNCING BACK ON GLACKIN; EITHER WAY THE
      *                 RUN ENDS WITH RC 4.
      * 10/15/2026  NM  ADDOUT (57 BYTES) AND GLJRNL (50 BYTES) CARRY
      *                 THE BRANCH CODE.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  ADDOUT (73 BYTES) AND GLJRNL (66) LAYOUTS
      *                 WIDENED FOR THE TRANSACTION REFERENCE.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUE.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-REVERSAL               VALUE "R".
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       FD  CURRENCY-CTL-FILE
           RECORDING MODE IS F

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
           05  JE-ACCOUNT              PIC 9(08).
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JT-RECORD-TYPE          PIC X(01).
           05  JT-RECORD-COUNT         PIC 9(07).
           05  JT-TOTAL-DEBITS         PIC 9(11)V9(04).
           05  JT-TOTAL-CREDITS        PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

       FD  PERIOD-CTL-FILE
           RECORDING MODE IS F
       77  WS-VMAP-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-VMAP-MATCH-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-JRNL-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-GLBAL-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-ACCT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-UNROUTED-ACCT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-UNMAPPED-VAR-COUNT       PIC 9(03) COMP VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(11)V9(04) VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V9(04) VALUE ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-VARIANCE          PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  WS-GLBAL-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-GLBAL-STATUS             PIC X(01) VALUE SPACE.
           88  WS-GLBAL-APPLIED        VALUE "Y".
       01  WS-CHART-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-CHART-ACCOUNT            PIC 9(08) VALUE ZERO.
       01  WS-CHART-DR-CR              PIC X(01) VALUE SPACE.
       01  WS-CHART-RESULT             PIC X(01) VALUE SPACE.
           88  WS-CHART-ACCOUNT-OPEN             VALUE "O".
           88  WS-CHART-TO-SUSPENSE              VALUE "S".
           88  WS-CHART-NOT-ROUTED               VALUE "C" "U".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "REVALUE        ", "GLJRNL  ".
           CALL "ENVCHK" USING "REVALUE        ", "GLBALMAS".
           CALL "ENVCHK" USING "REVALUE        ", "REVALRPT".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-ACCUMULATE-RECORD
           MOVE ZERO                 TO JE-CUST-ID.
           MOVE WS-RUN-DATE          TO JE-POSTING-DATE.
           MOVE WS-POSTING-PERIOD    TO JE-PERIOD.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD WS-VAR-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES               TO GL-JOURNAL-RECORD.
           MOVE "D"                  TO JE-RECORD-TYPE.
           MOVE ZERO                 TO JE-CUST-ID.
           MOVE WS-RUN-DATE          TO JE-POSTING-DATE.
           MOVE WS-POSTING-PERIOD    TO JE-PERIOD.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD WS-VAR-AMOUNT TO WS-TOTAL-CREDITS.
       8200-POST-VARIANCE-JOURNAL-EXIT.
           EXIT.
       8210-SCAN-ONE-VMAP-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-CHECK-JOURNAL-ACCOUNT - THE LINE ABOUT TO BE WRITTEN  *
      * MUST BE AIMED AT AN OPEN CHART ACCOUNT.  CHARTCHK SWAPS A  *
      * CLOSED OR UNKNOWN ONE FOR THE SUSPENSE ACCOUNT IN PLACE.   *
      *-----------------------------------------------------------*
       8800-CHECK-JOURNAL-ACCOUNT.
           MOVE "R" TO WS-CHART-FUNCTION.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, JE-ACCOUNT,
               JE-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-TO-SUSPENSE
               ADD 1 TO WS-CLOSED-ACCT-COUNT
           END-IF.
           IF WS-CHART-NOT-ROUTED
               ADD 1 TO WS-UNROUTED-ACCT-COUNT
           END-IF.
       8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-UPDATE-GL-BALANCE - APPLY THE JOURNAL LINE JUST       *
      * WRITTEN TO THE GLBALMAS ACCOUNT BALANCE MASTER.            *
      *-----------------------------------------------------------*
       8900-UPDATE-GL-BALANCE.
           MOVE "P" TO WS-GLBAL-FUNCTION.
           CALL "GLBALUPD" USING WS-GLBAL-FUNCTION,
               GL-JOURNAL-RECORD, WS-GLBAL-STATUS.
           IF NOT WS-GLBAL-APPLIED
               ADD 1 TO WS-GLBAL-FAIL-COUNT
           END-IF.
       8900-UPDATE-GL-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES AND REPORT THE RUN'S     *
      * STATISTICS.                                               *
               MOVE WS-TOTAL-CREDITS     TO JT-TOTAL-CREDITS
               WRITE GL-JOURNAL-RECORD
               CLOSE GL-JOURNAL-FILE
               MOVE "C"                  TO WS-GLBAL-FUNCTION
               CALL "GLBALUPD" USING WS-GLBAL-FUNCTION,
                   GL-JOURNAL-RECORD, WS-GLBAL-STATUS
               MOVE "C"                  TO WS-CHART-FUNCTION
               CALL "CHARTCHK" USING WS-CHART-FUNCTION,
                   WS-CHART-ACCOUNT, WS-CHART-DR-CR, WS-CHART-RESULT
           END-IF.
           CLOSE ADDITION-OUT-FILE.
           CLOSE REVAL-REPORT-FILE.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-GLBAL-FAIL-COUNT > 0
               DISPLAY "REVALUE: GL BALANCE UPDATES FAILED = "
                   WS-GLBAL-FAIL-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CLOSED-ACCT-COUNT > 0
               OR WS-UNROUTED-ACCT-COUNT > 0
               DISPLAY "REVALUE: LINES ROUTED TO SUSPENSE  = "
                   WS-CLOSED-ACCT-COUNT
               DISPLAY "REVALUE: CLOSED/UNKNOWN NOT ROUTED = "
                   WS-UNROUTED-ACCT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

