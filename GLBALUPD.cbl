      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared general-ledger balance routine, called by
      * every program that writes GLJRNL (GLPOST, REVALUE, GLACCRUE,
      * GLSUSPCL and EXCPESC) for each journal line it writes, so the
      * GLBALMAS balance master always carries what we have sent the
      * ledger.  GLBALMAS is keyed by account, currency and fiscal
      * period and holds the period's opening balance and its debit
      * and credit totals; the closing balance is opening plus debits
      * less credits (debit balances positive).  A line for a period
      * the account has no row for yet opens one, with the opening
      * balance carried from the account's latest earlier period.  A
      * line posted into a period that already has later periods
      * behind it moves each later period's opening balance by the
      * same amount, so every row stays continuous.  Function "P"
      * applies one GLJRNL detail line, "C" closes the master at the
      * end of the caller's run.  The status comes back "Y" when the
      * line was applied and "N" when the master is unavailable or
      * the line could not be applied; trailers are ignored.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBALUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GBAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GB-KEY.
               10  GB-ACCOUNT          PIC 9(08).
               10  GB-CURRENCY-CODE    PIC X(03).
               10  GB-PERIOD           PIC 9(06).
           05  GB-OPENING-BALANCE      PIC S9(13)V9(04).
           05  GB-PERIOD-DEBITS        PIC 9(13)V9(04).
           05  GB-PERIOD-CREDITS       PIC 9(13)V9(04).
           05  GB-LAST-POSTED-DATE     PIC X(08).
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-GBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-GBAL-OK                        VALUE "00".
           88  WS-GBAL-NOT-FOUND                 VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                    VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-SCAN-DONE-SWITCH         PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                      VALUE "Y".
       01  WS-TARGET-KEY.
           05  WS-TK-ACCOUNT           PIC 9(08).
           05  WS-TK-CURRENCY-CODE     PIC X(03).
           05  WS-TK-PERIOD            PIC 9(06).
       01  WS-SIGNED-AMOUNT            PIC S9(13)V9(04) VALUE ZERO.
       01  WS-CARRIED-BALANCE          PIC S9(13)V9(04) VALUE ZERO.

       LINKAGE SECTION.
       01  BALANCE-FUNCTION            PIC X(01).
           88  BALANCE-POST                      VALUE "P".
           88  BALANCE-CLOSE                     VALUE "C".
       01  JOURNAL-LINE.
           05  JL-RECORD-TYPE          PIC X(01).
               88  JL-IS-TRAILER                 VALUE "T".
           05  JL-ACCOUNT              PIC 9(08).
           05  JL-DR-CR                PIC X(01).
               88  JL-IS-DEBIT                   VALUE "D".
               88  JL-IS-CREDIT                  VALUE "C".
           05  JL-AMOUNT               PIC 9(09)V9(04).
           05  JL-CURRENCY-CODE        PIC X(03).
           05  JL-CUST-ID              PIC 9(06).
           05  JL-POSTING-DATE         PIC X(08).
           05  JL-PERIOD               PIC 9(06).
           05  JL-BRANCH-CODE          PIC X(04).
       01  BALANCE-STATUS              PIC X(01).
           88  BALANCE-APPLIED                   VALUE "Y".

       PROCEDURE DIVISION USING BALANCE-FUNCTION, JOURNAL-LINE,
           BALANCE-STATUS.
       0000-MAINLINE.
           IF BALANCE-CLOSE
               IF WS-MASTER-OPEN
                   CLOSE GL-BALANCE-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "N" TO BALANCE-STATUS.
           IF NOT BALANCE-POST
               GOBACK
           END-IF.
           IF JL-IS-TRAILER
               MOVE "Y" TO BALANCE-STATUS
               GOBACK
           END-IF.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-MASTER
                   THRU 1000-OPEN-MASTER-EXIT
           END-IF.
           IF NOT WS-MASTER-OPEN
               GOBACK
           END-IF.
           IF JL-AMOUNT IS NOT NUMERIC
               OR JL-PERIOD IS NOT NUMERIC
               OR NOT (JL-IS-DEBIT OR JL-IS-CREDIT)
               GOBACK
           END-IF.
           PERFORM 2000-APPLY-LINE
               THRU 2000-APPLY-LINE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-MASTER - FIRST CALL ONLY.  THE MASTER IS        *
      * CREATED EMPTY WHEN GENUINELY ABSENT.                      *
      *-----------------------------------------------------------*
       1000-OPEN-MASTER.
           SET WS-OPEN-TRIED TO TRUE.
           OPEN I-O GL-BALANCE-FILE.
           IF WS-GBAL-NOT-FOUND
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           IF WS-GBAL-OK
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "GLBALUPD       ", "GLBALMAS",
                   "OPEN-IO ", WS-GBAL-FILE-STATUS, "N"
               DISPLAY "GLBALUPD: GLBALMAS NOT AVAILABLE - ",
                   "BALANCES NOT UPDATED THIS RUN."
           END-IF.
       1000-OPEN-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-LINE - ADD THE LINE TO ITS PERIOD ROW (OPENING  *
      * THE ROW IF NEED BE), THEN CARRY IT INTO THE OPENING        *
      * BALANCE OF EVERY LATER PERIOD ROW FOR THE ACCOUNT.         *
      *-----------------------------------------------------------*
       2000-APPLY-LINE.
           MOVE JL-ACCOUNT       TO WS-TK-ACCOUNT.
           MOVE JL-CURRENCY-CODE TO WS-TK-CURRENCY-CODE.
           MOVE JL-PERIOD        TO WS-TK-PERIOD.
           IF JL-IS-DEBIT
               MOVE JL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - JL-AMOUNT
           END-IF.
           MOVE WS-TARGET-KEY TO GB-KEY.
           READ GL-BALANCE-FILE
               INVALID KEY
                   PERFORM 2100-OPEN-PERIOD-ROW
                       THRU 2100-OPEN-PERIOD-ROW-EXIT
           END-READ.
           IF NOT WS-GBAL-OK
               GO TO 2000-APPLY-LINE-EXIT
           END-IF.
           IF JL-IS-DEBIT
               ADD JL-AMOUNT TO GB-PERIOD-DEBITS
           ELSE
               ADD JL-AMOUNT TO GB-PERIOD-CREDITS
           END-IF.
           MOVE JL-POSTING-DATE TO GB-LAST-POSTED-DATE.
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   GO TO 2000-APPLY-LINE-EXIT
           END-REWRITE.
           PERFORM 2200-CARRY-FORWARD
               THRU 2200-CARRY-FORWARD-EXIT.
           MOVE "Y" TO BALANCE-STATUS.
       2000-APPLY-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-OPEN-PERIOD-ROW - THE OPENING BALANCE IS THE CLOSING  *
      * BALANCE OF THE ACCOUNT'S LATEST ROW BEFORE THIS PERIOD.    *
      * THE NEW ROW IS WRITTEN EMPTY AND READ BACK FOR THE UPDATE. *
      *-----------------------------------------------------------*
       2100-OPEN-PERIOD-ROW.
           MOVE ZERO TO WS-CARRIED-BALANCE.
           MOVE "N" TO WS-SCAN-DONE-SWITCH.
           MOVE WS-TK-ACCOUNT       TO GB-ACCOUNT.
           MOVE WS-TK-CURRENCY-CODE TO GB-CURRENCY-CODE.
           MOVE ZERO                TO GB-PERIOD.
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2110-SCAN-EARLIER-ROW
               THRU 2110-SCAN-EARLIER-ROW-EXIT
               UNTIL WS-SCAN-DONE.
           MOVE SPACES              TO GL-BALANCE-RECORD.
           MOVE WS-TARGET-KEY       TO GB-KEY.
           MOVE WS-CARRIED-BALANCE  TO GB-OPENING-BALANCE.
           MOVE ZERO                TO GB-PERIOD-DEBITS.
           MOVE ZERO                TO GB-PERIOD-CREDITS.
           MOVE JL-POSTING-DATE     TO GB-LAST-POSTED-DATE.
           WRITE GL-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "GLBALUPD: GLBALMAS WRITE FAILED FOR "
                       "ACCOUNT " WS-TK-ACCOUNT " STATUS "
                       WS-GBAL-FILE-STATUS
                   GO TO 2100-OPEN-PERIOD-ROW-EXIT
           END-WRITE.
           MOVE WS-TARGET-KEY TO GB-KEY.
           READ GL-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       2100-OPEN-PERIOD-ROW-EXIT.
           EXIT.

       2110-SCAN-EARLIER-ROW.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF WS-SCAN-DONE
               GO TO 2110-SCAN-EARLIER-ROW-EXIT
           END-IF.
           IF GB-ACCOUNT NOT = WS-TK-ACCOUNT
               OR GB-CURRENCY-CODE NOT = WS-TK-CURRENCY-CODE
               OR GB-PERIOD NOT < WS-TK-PERIOD
               SET WS-SCAN-DONE TO TRUE
               GO TO 2110-SCAN-EARLIER-ROW-EXIT
           END-IF.
           COMPUTE WS-CARRIED-BALANCE = GB-OPENING-BALANCE
               + GB-PERIOD-DEBITS - GB-PERIOD-CREDITS.
       2110-SCAN-EARLIER-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CARRY-FORWARD - MOVE THE OPENING BALANCE OF EVERY     *
      * LATER PERIOD ROW OF THE SAME ACCOUNT AND CURRENCY.         *
      *-----------------------------------------------------------*
       2200-CARRY-FORWARD.
           MOVE "N" TO WS-SCAN-DONE-SWITCH.
           MOVE WS-TARGET-KEY TO GB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2210-CARRY-ONE-ROW
               THRU 2210-CARRY-ONE-ROW-EXIT
               UNTIL WS-SCAN-DONE.
       2200-CARRY-FORWARD-EXIT.
           EXIT.

       2210-CARRY-ONE-ROW.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
           END-READ.
           IF WS-SCAN-DONE
               GO TO 2210-CARRY-ONE-ROW-EXIT
           END-IF.
           IF GB-ACCOUNT NOT = WS-TK-ACCOUNT
               OR GB-CURRENCY-CODE NOT = WS-TK-CURRENCY-CODE
               SET WS-SCAN-DONE TO TRUE
               GO TO 2210-CARRY-ONE-ROW-EXIT
           END-IF.
           ADD WS-SIGNED-AMOUNT TO GB-OPENING-BALANCE.
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-REWRITE.
       2210-CARRY-ONE-ROW-EXIT.
           EXIT.

       END PROGRAM GLBALUPD.
