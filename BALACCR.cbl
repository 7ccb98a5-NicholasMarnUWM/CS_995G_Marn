      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly balance-days accumulator for the interest
      * accrual.  BALMAS only ever holds the current ledger balance,
      * so interest on daily balances needs the history kept as it
      * happens: after each posting run every BALMAS customer/
      * currency balance is carried onto the ACCRMAS accrual master,
      * which holds the balance last seen, the date it was seen, and
      * the running sum of balance times calendar days since the
      * accrual period opened.  Each night the balance held since the
      * last run is weighted by the calendar days it stood (DATESRV
      * "D"), so weekends and holidays the chain does not run on are
      * accrued at the balance they actually carried.  A rerun on the
      * same date only refreshes the balance.  INTACCR reads and
      * clears the sums at month end.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT ACCRUAL-MASTER-FILE ASSIGN TO "ACCRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-BALANCE-FILE.
       01  CUSTOMER-BALANCE-RECORD.
           05  BL-KEY.
               10  BL-CUST-ID          PIC 9(06).
               10  BL-CURRENCY-CODE    PIC X(03).
           05  BL-LEDGER-BALANCE       PIC S9(11)V9(02).
           05  BL-LAST-ACTIVITY-DATE   PIC X(08).
           05  BL-MTD-PERIOD           PIC X(06).
           05  BL-MTD-TOTAL            PIC S9(11)V9(02).
           05  BL-YTD-YEAR             PIC X(04).
           05  BL-YTD-TOTAL            PIC S9(11)V9(02).
           05  FILLER                  PIC X(14).

       FD  ACCRUAL-MASTER-FILE.
       01  ACCRUAL-MASTER-RECORD.
           05  AC-KEY.
               10  AC-CUST-ID          PIC 9(06).
               10  AC-CURRENCY-CODE    PIC X(03).
           05  AC-LAST-BALANCE         PIC S9(11)V9(02).
           05  AC-THROUGH-DATE         PIC X(08).
           05  AC-PERIOD-START         PIC X(08).
           05  AC-DAY-COUNT            PIC 9(05).
           05  AC-BALANCE-DAYS         PIC S9(15)V9(02).
           05  AC-LAST-ACCRUAL-DATE    PIC X(08).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BAL-OK                         VALUE "00".
       01  WS-ACC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACC-OK                         VALUE "00".
           88  WS-ACC-NOT-FOUND                  VALUE "35".
       01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-BAL-EOF                        VALUE "Y".
       01  WS-BAL-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-BAL-IS-OPEN                    VALUE "Y".
       01  WS-ACC-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-ACC-IS-OPEN                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ROLLED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-REFRESH-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "BALACCR        ", "BALMAS  ".
           CALL "ENVCHK" USING "BALACCR        ", "ACCRMAS ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-ACCRUE-ONE-BALANCE
               THRU 2000-ACCRUE-ONE-BALANCE-EXIT
               UNTIL WS-BAL-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN BALMAS FOR THE SEQUENTIAL SWEEP AND *
      * THE ACCRMAS ACCRUAL MASTER FOR UPDATE.  ONLY A GENUINELY   *
      * ABSENT ACCRMAS (STATUS 35) IS CREATED EMPTY.               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF NOT WS-BAL-OK
               CALL "FILERR" USING "BALACCR        ", "BALMAS  ",
                   "OPEN-IN ", WS-BAL-FILE-STATUS, "N"
               DISPLAY "BALACCR: BALMAS COULD NOT BE OPENED - ",
                   "NO BALANCE DAYS ACCRUED."
               SET WS-BAL-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-BAL-IS-OPEN TO TRUE.
           OPEN I-O ACCRUAL-MASTER-FILE.
           IF WS-ACC-NOT-FOUND
               OPEN OUTPUT ACCRUAL-MASTER-FILE
               IF WS-ACC-OK
                   CLOSE ACCRUAL-MASTER-FILE
                   OPEN I-O ACCRUAL-MASTER-FILE
               END-IF
           END-IF.
           IF NOT WS-ACC-OK
               CALL "FILERR" USING "BALACCR        ", "ACCRMAS ",
                   "OPEN-IO ", WS-ACC-FILE-STATUS, "N"
               DISPLAY "BALACCR: ACCRMAS COULD NOT BE OPENED - ",
                   "NO BALANCE DAYS ACCRUED."
               SET WS-BAL-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-ACC-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ACCRUE-ONE-BALANCE - READ THE NEXT BALMAS BALANCE AND *
      * CARRY IT ONTO ITS ACCRMAS RECORD: A NEW CUSTOMER/CURRENCY  *
      * OPENS AN ACCRUAL PERIOD TODAY, OTHERWISE THE BALANCE HELD  *
      * SINCE THE LAST RUN IS ROLLED INTO THE BALANCE-DAYS SUM     *
      * BEFORE TONIGHT'S BALANCE REPLACES IT.                      *
      *-----------------------------------------------------------*
       2000-ACCRUE-ONE-BALANCE.
           READ CUSTOMER-BALANCE-FILE
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.
           IF WS-BAL-EOF
               GO TO 2000-ACCRUE-ONE-BALANCE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE BL-KEY TO AC-KEY.
           READ ACCRUAL-MASTER-FILE
               INVALID KEY
                   PERFORM 2100-OPEN-ACCRUAL
                       THRU 2100-OPEN-ACCRUAL-EXIT
                   GO TO 2000-ACCRUE-ONE-BALANCE-EXIT
           END-READ.
           IF AC-THROUGH-DATE < WS-RUN-DATE
               PERFORM 2200-ROLL-BALANCE-DAYS
                   THRU 2200-ROLL-BALANCE-DAYS-EXIT
           ELSE
               ADD 1 TO WS-REFRESH-COUNT
           END-IF.
           MOVE BL-LEDGER-BALANCE TO AC-LAST-BALANCE.
           REWRITE ACCRUAL-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "BALACCR: ACCRMAS REWRITE FAILED FOR "
                       AC-CUST-ID "/" AC-CURRENCY-CODE
                       " - STATUS " WS-ACC-FILE-STATUS
           END-REWRITE.
       2000-ACCRUE-ONE-BALANCE-EXIT.
           EXIT.

       2100-OPEN-ACCRUAL.
           MOVE SPACES            TO ACCRUAL-MASTER-RECORD.
           MOVE BL-KEY            TO AC-KEY.
           MOVE BL-LEDGER-BALANCE TO AC-LAST-BALANCE.
           MOVE WS-RUN-DATE       TO AC-THROUGH-DATE.
           MOVE WS-RUN-DATE       TO AC-PERIOD-START.
           MOVE ZERO              TO AC-DAY-COUNT.
           MOVE ZERO              TO AC-BALANCE-DAYS.
           WRITE ACCRUAL-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "BALACCR: ACCRMAS WRITE FAILED FOR "
                       AC-CUST-ID "/" AC-CURRENCY-CODE
                       " - STATUS " WS-ACC-FILE-STATUS
                   GO TO 2100-OPEN-ACCRUAL-EXIT
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.
       2100-OPEN-ACCRUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ROLL-BALANCE-DAYS - WEIGHT THE BALANCE HELD SINCE THE *
      * THROUGH DATE BY THE CALENDAR DAYS TO TONIGHT.  A DATE      *
      * DATESRV CANNOT MEASURE LEAVES THE SUM ALONE AND RESTARTS   *
      * THE COUNT FROM TONIGHT.                                    *
      *-----------------------------------------------------------*
       2200-ROLL-BALANCE-DAYS.
           MOVE "D" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           MOVE ZERO TO WS-RESULT-DAYS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, AC-THROUGH-DATE,
               WS-RUN-DATE, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               OR WS-RESULT-DAYS NOT > ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "BALACCR: DAYS FROM " AC-THROUGH-DATE
                   " COULD NOT BE MEASURED FOR " AC-CUST-ID "/"
                   AC-CURRENCY-CODE " - NOTHING ROLLED."
               MOVE WS-RUN-DATE TO AC-THROUGH-DATE
               GO TO 2200-ROLL-BALANCE-DAYS-EXIT
           END-IF.
           COMPUTE AC-BALANCE-DAYS = AC-BALANCE-DAYS
               + AC-LAST-BALANCE * WS-RESULT-DAYS.
           ADD WS-RESULT-DAYS TO AC-DAY-COUNT.
           MOVE WS-RUN-DATE TO AC-THROUGH-DATE.
           ADD 1 TO WS-ROLLED-COUNT.
       2200-ROLL-BALANCE-DAYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE COUNTS.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-BAL-IS-OPEN
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-ACC-IS-OPEN
               CLOSE ACCRUAL-MASTER-FILE
           END-IF.
           DISPLAY "BALACCR: BALANCES READ      = " WS-READ-COUNT.
           DISPLAY "BALACCR: ACCRUALS OPENED    = " WS-ADDED-COUNT.
           DISPLAY "BALACCR: BALANCE DAYS ROLLED= " WS-ROLLED-COUNT.
           DISPLAY "BALACCR: SAME-DAY REFRESHES = " WS-REFRESH-COUNT.
           DISPLAY "BALACCR: ERRORS             = " WS-ERROR-COUNT.
           IF NOT WS-BAL-IS-OPEN OR NOT WS-ACC-IS-OPEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BALACCR.
