      *                 THE FILE BY TIMESTAMP.  WITH NO PERIODS TABLE
      *                 THE RUN DATE'S YYYYMM IS STAMPED WITH A
      *                 WARNING.
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
      *                 RUN ENDS WITH RC 4.  A MAPPED PAIR WITH A
      *                 CLOSED OR UNKNOWN ACCOUNT POSTS WHOLE TO
      *                 SUSPENSE AND IS CARRIED ON GLSUSP, SO GLSUSPCL
      *                 RECLASSIFIES IT ONCE GLMAP IS REPOINTED.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57 BYTES)
      *                 AND BOTH GLJRNL LINES OF EACH PAIR (NOW 50
      *                 BYTES) ARE STAMPED WITH IT, SO THE JOURNAL CAN
      *                 BE ANALYSED BY BRANCH.
      * 10/15/2026  NM  THE STEP NOW CLAIMS THE GLJRNL LOCK THROUGH
      *                 LOCKMGR BEFORE WRITING THE JOURNAL AND RELEASES
      *                 IT AT END; A REFUSED CLAIM ENDS THE STEP WITH
      *                 RETURN-CODE 8.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  ADDOUT (NOW 73 BYTES) CARRIES THE TRANSACTION
      *                 REFERENCE; IT IS STAMPED ON BOTH GLJRNL LINES
      *                 (NOW 66 BYTES) AND ANY GLSUSP ITEM (NOW 56), AND
      *                 EACH JOURNAL PAIR IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
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

       FD  GL-MAP-FILE
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

       FD  SUSPENSE-CTL-FILE
           RECORDING MODE IS F

       FD  SUSPENSE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01  SUSPENSE-LEDGER-RECORD.
           05  SL-STATUS               PIC X(01).
               88  SL-IS-OPEN                    VALUE "O".
           05  SL-CURRENCY-CODE        PIC X(03).
           05  SL-BASE-AMOUNT          PIC 9(09)V9(04).
           05  SL-CLEARED-DATE         PIC X(08).
           05  SL-TXN-REF              PIC X(16).

       FD  PERIOD-CTL-FILE
           RECORDING MODE IS F
       01  WS-SWAP-SWITCH              PIC X(01) VALUE "N".
           88  WS-SWAP-ACCOUNTS                  VALUE "Y".
       01  WS-SWAP-HOLD                PIC 9(08) VALUE ZERO.
       01  WS-DEAD-ACCOUNT-SWITCH      PIC X(01) VALUE "N".
           88  WS-DEAD-ACCOUNT                   VALUE "Y".
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-TRAN-CODE    PIC X(01).
       77  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-MAP-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-JRNL-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-GLBAL-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-ACCT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-UNROUTED-ACCT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-UNMAPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSPENSE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-SUSPC-FILE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-POSTING-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  WS-PERIOD-FOUND                   VALUE "Y".
       01  WS-LINEAGE-FUNCTION         PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-EVENT.
           05  WS-LE-TXN-REF           PIC X(16).
           05  WS-LE-EVENT-CODE        PIC X(04).
           05  WS-LE-PROGRAM           PIC X(08).
           05  WS-LE-OPERATOR-ID       PIC X(08).
           05  WS-LE-CUST-ID           PIC X(06).
           05  WS-LE-AMOUNT            PIC 9(09)V9(02).
           05  WS-LE-CURRENCY-CODE     PIC X(03).
           05  WS-LE-DETAIL            PIC X(20).
       01  WS-LINEAGE-STATUS           PIC X(01) VALUE SPACE.
       01  WS-TOTAL-DEBITS             PIC 9(11)V9(04) VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V9(04) VALUE ZERO.
       01  WS-DEBIT-ACCOUNT            PIC 9(08) VALUE ZERO.
       01  WS-CREDIT-ACCOUNT           PIC 9(08) VALUE ZERO.
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
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "GLPOST         ", "ADDOUT  ".
           CALL "ENVCHK" USING "GLPOST         ", "GLJRNL  ".
           CALL "ENVCHK" USING "GLPOST         ", "GLSUSP  ".
           CALL "ENVCHK" USING "GLPOST         ", "GLBALMAS".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "GLJRNL  "        TO WS-LOCK-NAME.
           MOVE "GLPOST         " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "GLPOST: GLJRNL LOCK REFUSED - ",
                   "JOURNAL NOT POSTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-RECORD
               UNTIL WS-END-OF-FILE.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------*
           IF NOT OUT-IS-TRAILER
               PERFORM 2200-LOOKUP-MAP-ENTRY
                   THRU 2200-LOOKUP-MAP-ENTRY-EXIT
               MOVE "N" TO WS-DEAD-ACCOUNT-SWITCH
               IF WS-MAP-FOUND AND WS-SUSPENSE-AVAILABLE
                   PERFORM 2250-VERIFY-MAP-ACCOUNTS
                       THRU 2250-VERIFY-MAP-ACCOUNTS-EXIT
               END-IF
               IF WS-MAP-FOUND AND NOT WS-DEAD-ACCOUNT
                   PERFORM 2300-WRITE-JOURNAL-PAIR
                       THRU 2300-WRITE-JOURNAL-PAIR-EXIT
               ELSE
       2210-SCAN-MAP-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-VERIFY-MAP-ACCOUNTS - A MAP ROW STILL POINTING AT A   *
      * CLOSED OR UNKNOWN CHART ACCOUNT SENDS THE WHOLE PAIR TO    *
      * SUSPENSE THROUGH 2400, WHERE GLSUSPCL CAN PICK IT UP ONCE  *
      * THE ROW IS REPOINTED.  NO CHART MEANS NOTHING TO CHECK.    *
      *-----------------------------------------------------------*
       2250-VERIFY-MAP-ACCOUNTS.
           MOVE "V" TO WS-CHART-FUNCTION.
           MOVE WS-DEBIT-ACCOUNT TO WS-CHART-ACCOUNT.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-NOT-ROUTED
               SET WS-DEAD-ACCOUNT TO TRUE
               GO TO 2250-VERIFY-MAP-ACCOUNTS-EXIT
           END-IF.
           MOVE WS-CREDIT-ACCOUNT TO WS-CHART-ACCOUNT.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-NOT-ROUTED
               SET WS-DEAD-ACCOUNT TO TRUE
           END-IF.
       2250-VERIFY-MAP-ACCOUNTS-EXIT.
           EXIT.

       2300-WRITE-JOURNAL-PAIR.
           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE "D"                 TO JE-RECORD-TYPE.
           MOVE OUT-CUST-ID         TO JE-CUST-ID.
           MOVE WS-RUN-DATE         TO JE-POSTING-DATE.
           MOVE WS-POSTING-PERIOD   TO JE-PERIOD.
           MOVE OUT-BRANCH-CODE     TO JE-BRANCH-CODE.
           MOVE OUT-TXN-REF         TO JE-TXN-REF.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD OUT-BASE-NUM3 TO WS-TOTAL-DEBITS.
           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE "D"                 TO JE-RECORD-TYPE.
           MOVE OUT-CUST-ID         TO JE-CUST-ID.
           MOVE WS-RUN-DATE         TO JE-POSTING-DATE.
           MOVE WS-POSTING-PERIOD   TO JE-PERIOD.
           MOVE OUT-BRANCH-CODE     TO JE-BRANCH-CODE.
           MOVE OUT-TXN-REF         TO JE-TXN-REF.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD OUT-BASE-NUM3 TO WS-TOTAL-CREDITS.
           PERFORM 2350-LOG-LINEAGE
               THRU 2350-LOG-LINEAGE-EXIT.
       2300-WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-LOG-LINEAGE - THE JOURNAL PAIR CARRIES THE POSTED     *
      * ITEM'S TRANSACTION REFERENCE, AND IS LOGGED TO TXNTRAIL    *
      * WITH THE ACCOUNTS IT WENT TO.                              *
      *-----------------------------------------------------------*
       2350-LOG-LINEAGE.
           MOVE SPACES            TO WS-LINEAGE-EVENT.
           MOVE OUT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "GLJE"            TO WS-LE-EVENT-CODE.
           MOVE "GLPOST"          TO WS-LE-PROGRAM.
           MOVE OUT-CUST-ID       TO WS-LE-CUST-ID.
           MOVE OUT-NUM3          TO WS-LE-AMOUNT.
           MOVE OUT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "JE " WS-DEBIT-ACCOUNT "/" WS-CREDIT-ACCOUNT
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       2350-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-POST-TO-SUSPENSE - NO GLMAP ROW COVERS THIS RECORD'S  *
      * CODE AND CURRENCY, SO THE MONEY POSTS TO THE DESIGNATED    *
               THRU 2300-WRITE-JOURNAL-PAIR-EXIT.
           PERFORM 2410-RECORD-SUSPENSE-ITEM
               THRU 2410-RECORD-SUSPENSE-ITEM-EXIT.
           IF WS-DEAD-ACCOUNT
               DISPLAY "GLPOST: GLMAP ROW FOR CODE ",
                   OUT-TRAN-CODE, " CURRENCY ", OUT-CURRENCY-CODE,
                   " NAMES A CLOSED ACCOUNT - POSTED TO SUSPENSE."
           ELSE
               DISPLAY "GLPOST: NO GLMAP ENTRY FOR CODE ",
                   OUT-TRAN-CODE, " CURRENCY ", OUT-CURRENCY-CODE,
                   " - POSTED TO SUSPENSE."
           END-IF.
       2400-POST-TO-SUSPENSE-EXIT.
           EXIT.

           MOVE OUT-CURRENCY-CODE TO SL-CURRENCY-CODE.
           MOVE OUT-BASE-NUM3     TO SL-BASE-AMOUNT.
           MOVE SPACES            TO SL-CLEARED-DATE.
           MOVE OUT-TXN-REF       TO SL-TXN-REF.
           WRITE SUSPENSE-LEDGER-RECORD.
           CLOSE SUSPENSE-LEDGER-FILE.
       2410-RECORD-SUSPENSE-ITEM-EXIT.
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
      * 9000-TERMINATE - WRITE THE JOURNAL CONTROL TRAILER, PROVE  *
      * DEBITS EQUAL CREDITS, CLOSE THE FILES, AND REPORT THE      *
               MOVE WS-TOTAL-CREDITS  TO JT-TOTAL-CREDITS
               WRITE GL-JOURNAL-RECORD
               CLOSE GL-JOURNAL-FILE
               MOVE "C"                  TO WS-GLBAL-FUNCTION
               CALL "GLBALUPD" USING WS-GLBAL-FUNCTION,
                   GL-JOURNAL-RECORD, WS-GLBAL-STATUS
               MOVE "C"                  TO WS-CHART-FUNCTION
               CALL "CHARTCHK" USING WS-CHART-FUNCTION,
                   WS-CHART-ACCOUNT, WS-CHART-DR-CR, WS-CHART-RESULT
               CLOSE ADDITION-OUT-FILE
           END-IF.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "GLPOST: JOURNAL RECORDS WRITTEN = "
               WS-JRNL-RECORD-COUNT.
           DISPLAY "GLPOST: TOTAL DEBITS            = "
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GLBAL-FAIL-COUNT > 0
               DISPLAY "GLPOST: GL BALANCE UPDATES FAILED = "
                   WS-GLBAL-FAIL-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CLOSED-ACCT-COUNT > 0
               OR WS-UNROUTED-ACCT-COUNT > 0
               DISPLAY "GLPOST: LINES ROUTED TO SUSPENSE  = "
                   WS-CLOSED-ACCT-COUNT
               DISPLAY "GLPOST: CLOSED/UNKNOWN NOT ROUTED = "
                   WS-UNROUTED-ACCT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

