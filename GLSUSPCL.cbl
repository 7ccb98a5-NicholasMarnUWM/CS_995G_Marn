      *                 THE GLJRNL LAYOUT GREW THEM; THE PERIOD IS
      *                 RESOLVED AGAINST THE PERIODS TABLE THE SAME
      *                 WAY GLPOST RESOLVES IT.
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
      *                 RUN ENDS WITH RC 4.  AN ITEM WHOSE GLMAP ROW
      *                 STILL NAMES A CLOSED OR UNKNOWN ACCOUNT STAYS
      *                 OPEN RATHER THAN BEING CLEARED BACK INTO
      *                 SUSPENSE.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES), LEFT
      *                 BLANK ON THESE LINES.
      * 10/15/2026  NM  THE STEP NOW CLAIMS THE GLJRNL LOCK THROUGH
      *                 LOCKMGR BEFORE WRITING THE JOURNAL AND RELEASES
      *                 IT AT END; A REFUSED CLAIM ENDS THE STEP WITH
      *                 RETURN-CODE 8.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  GLSUSP (NOW 56 BYTES) AND GLJRNL (NOW 66) CARRY
      *                 THE TRANSACTION REFERENCE; THE CLEARING LINES
      *                 TAKE IT FROM THE SUSPENSE ITEM AND EACH CLEARED
      *                 ITEM IS LOGGED TO TXNTRAIL THROUGH TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSUSPCL.

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
           88  WS-MAP-FOUND                      VALUE "Y".
       01  WS-LOOKUP-CODE              PIC X(01) VALUE SPACE.
       01  WS-SWAP-HOLD                PIC 9(08) VALUE ZERO.
       01  WS-DEAD-ACCOUNT-SWITCH      PIC X(01) VALUE "N".
           88  WS-DEAD-ACCOUNT                   VALUE "Y".
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-TRAN-CODE    PIC X(01).
       77  WS-MAP-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 1000 TIMES.
               10  WS-SUS-RECORD       PIC X(56).
       77  WS-SUSP-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-SUSP-IDX                 PIC 9(04) COMP VALUE ZERO.
       01  WS-SUSP-FULL-SWITCH         PIC X(01) VALUE "N".
       01  WS-LINE-ACCOUNT             PIC 9(08) VALUE ZERO.
       01  WS-LINE-DR-CR               PIC X(01) VALUE SPACE.
       77  WS-JRNL-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-GLBAL-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-ACCT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-UNROUTED-ACCT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-CLEARED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-STILL-OPEN-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(11)V9(04) VALUE ZERO.
           05  FILLER                  PIC X(21) VALUE SPACES.

      * THE SUSPENSE ITEM IN HAND, OVERLAID ON ONE TABLE SLOT'S
      * 56-BYTE IMAGE SO THE CLEARING AND REPORTING PARAGRAPHS CAN
      * NAME ITS FIELDS.
       01  WS-ITEM-RECORD              PIC X(56) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-STATUS            PIC X(01).
               88  WS-ITEM-IS-OPEN               VALUE "O".
           05  WS-IT-CURRENCY-CODE     PIC X(03).
           05  WS-IT-BASE-AMOUNT       PIC 9(09)V9(04).
           05  WS-IT-CLEARED-DATE      PIC X(08).
           05  WS-IT-TXN-REF           PIC X(16).
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
           CALL "ENVCHK" USING "GLSUSPCL       ", "GLSUSP  ".
           CALL "ENVCHK" USING "GLSUSPCL       ", "GLJRNL  ".
           CALL "ENVCHK" USING "GLSUSPCL       ", "GLBALMAS".
           CALL "ENVCHK" USING "GLSUSPCL       ", "SUSPRPT ".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "GLJRNL  "        TO WS-LOCK-NAME.
           MOVE "GLSUSPCL       " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "GLSUSPCL: GLJRNL LOCK REFUSED - ",
                   "SUSPENSE NOT CLEARED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CLEAR-ONE-ITEM
               THRU 8500-REWRITE-SUSPENSE-LEDGER-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------*
           IF NOT WS-MAP-FOUND
               GO TO 2000-CLEAR-ONE-ITEM-EXIT
           END-IF.
           PERFORM 2250-VERIFY-MAP-ACCOUNTS
               THRU 2250-VERIFY-MAP-ACCOUNTS-EXIT.
           IF WS-DEAD-ACCOUNT
               GO TO 2000-CLEAR-ONE-ITEM-EXIT
           END-IF.
           PERFORM 2300-WRITE-CLEARING-ENTRIES
               THRU 2300-WRITE-CLEARING-ENTRIES-EXIT.
           MOVE "C"         TO WS-IT-STATUS.
       2210-SCAN-MAP-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-VERIFY-MAP-ACCOUNTS - CLEARING TO A ROW THAT STILL    *
      * NAMES A CLOSED OR UNKNOWN CHART ACCOUNT WOULD ONLY ROUTE   *
      * THE MONEY BACK INTO SUSPENSE, SO THE ITEM WAITS.           *
      *-----------------------------------------------------------*
       2250-VERIFY-MAP-ACCOUNTS.
           MOVE "N" TO WS-DEAD-ACCOUNT-SWITCH.
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

      *-----------------------------------------------------------*
      * 2300-WRITE-CLEARING-ENTRIES - TWO BALANCED PAIRS: THE      *
      * BACK-OUT OF THE ORIGINAL SUSPENSE POSTING (ACCOUNTS        *
           MOVE "C"                 TO WS-LINE-DR-CR.
           PERFORM 2310-WRITE-ONE-JOURNAL-LINE
               THRU 2310-WRITE-ONE-JOURNAL-LINE-EXIT.
           PERFORM 2350-LOG-LINEAGE
               THRU 2350-LOG-LINEAGE-EXIT.
       2300-WRITE-CLEARING-ENTRIES-EXIT.
           EXIT.

           MOVE WS-IT-CUST-ID        TO JE-CUST-ID.
           MOVE WS-RUN-DATE          TO JE-POSTING-DATE.
           MOVE WS-POSTING-PERIOD    TO JE-PERIOD.
           MOVE WS-IT-TXN-REF        TO JE-TXN-REF.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           IF JE-DR-CR = "D"
               ADD WS-IT-BASE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
       2310-WRITE-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-LOG-LINEAGE - THE CLEARING LINES CARRY THE SUSPENSE   *
      * ITEM'S TRANSACTION REFERENCE; ONE TXNTRAIL EVENT RECORDS   *
      * THE ACCOUNTS THE ITEM FINALLY REACHED.                     *
      *-----------------------------------------------------------*
       2350-LOG-LINEAGE.
           MOVE SPACES              TO WS-LINEAGE-EVENT.
           MOVE WS-IT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "GLJE"              TO WS-LE-EVENT-CODE.
           MOVE "GLSUSPCL"          TO WS-LE-PROGRAM.
           MOVE WS-IT-CUST-ID       TO WS-LE-CUST-ID.
           MOVE WS-IT-BASE-AMOUNT   TO WS-LE-AMOUNT.
           MOVE WS-IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "JE " WS-DEBIT-ACCOUNT "/" WS-CREDIT-ACCOUNT
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       2350-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-AGEING-REPORT - LIST EVERY ITEM STILL OPEN      *
      * AFTER THE CLEARING PASS WITH ITS AGE IN DAYS FROM THE LOG  *
       8510-WRITE-ONE-SUSPENSE-ITEM-EXIT.
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
      * 9000-TERMINATE - WRITE THE CLEARING JOURNAL'S CONTROL      *
      * TRAILER, CLOSE UP, AND REPORT THE RUN.  OPEN ITEMS FLAG    *
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
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "GLSUSPCL: ITEMS CLEARED      = " WS-CLEARED-COUNT.
           DISPLAY "GLSUSPCL: ITEMS STILL OPEN   = "
               WS-STILL-OPEN-COUNT.
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-GLBAL-FAIL-COUNT > 0
               DISPLAY "GLSUSPCL: GL BALANCE UPDATES FAILED = "
                   WS-GLBAL-FAIL-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CLOSED-ACCT-COUNT > 0
               OR WS-UNROUTED-ACCT-COUNT > 0
               DISPLAY "GLSUSPCL: LINES ROUTED TO SUSPENSE  = "
                   WS-CLOSED-ACCT-COUNT
               DISPLAY "GLSUSPCL: CLOSED/UNKNOWN NOT ROUTED = "
                   WS-UNROUTED-ACCT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

