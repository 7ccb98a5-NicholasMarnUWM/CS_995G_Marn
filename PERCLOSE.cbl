      * debits and credits in balance, and MONTHEND's MONTHTOT record
      * written for the period.  Only when every check passes is the
      * period set closed on PERIODS, and the PCLOSRPT close report
      * prints each check's verdict either way.  The period's trial
      * balance on the GLBALMAS balance master is a fifth check: for
      * every currency the period's debits must equal its credits
      * and the accounts' closing balances must net to zero.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  CHECK 5 - THE PERIOD'S TRIAL BALANCE FROM THE
      *                 GLBALMAS BALANCE MASTER MUST NET TO ZERO IN
      *                 EVERY CURRENCY, OR THE CLOSE IS REFUSED.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES).
      * 10/15/2026  NM  EXCPDISP (55 BYTES) AND GLJRNL (66) LAYOUTS
      *                 WIDENED FOR THE TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
           SELECT MONTH-TOTAL-FILE ASSIGN TO "MONTHTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOT-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GBAL-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "PCLOSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  DISPOSITION-RECORD.
           05  ED-SEQUENCE             PIC 9(06).
           05  ED-LOG-DATE             PIC X(08).
           05  ED-REASON-CODE          PIC X(04).
           05  ED-STATUS               PIC X(01).
               88  ED-IS-PENDING                 VALUE "P".
           05  ED-TXN-REF              PIC X(16).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).

       FD  MONTH-TOTAL-FILE
           RECORDING MODE IS F
           05  MT-RECORD-COUNT         PIC 9(07).
           05  MT-GRAND-TOTAL          PIC 9(09)V9(02).

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

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-TOT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TOT-OK                         VALUE "00".
           88  WS-TOT-EOF                        VALUE "10".
       01  WS-GBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-GBAL-OK                        VALUE "00".
           88  WS-GBAL-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
      * CHECK 4: MONTHTOT RECORD PRESENT FOR THE PERIOD.
       01  WS-MONTHTOT-SWITCH          PIC X(01) VALUE "N".
           88  WS-MONTHTOT-FOUND                 VALUE "Y".
      * CHECK 5: TRIAL BALANCE NETS TO ZERO IN EVERY CURRENCY.
       01  WS-TB-HELD-SWITCH           PIC X(01) VALUE "N".
           88  WS-TB-ROW-HELD                    VALUE "Y".
       01  WS-TB-GROUP-KEY.
           05  WS-TB-GK-ACCOUNT        PIC 9(08) VALUE ZERO.
           05  WS-TB-GK-CURRENCY-CODE  PIC X(03) VALUE SPACES.
       01  WS-TB-HELD-CLOSING          PIC S9(13)V9(04) VALUE ZERO.
       01  WS-TB-CURRENCY-TABLE.
           05  WS-TB-ENTRY OCCURS 50 TIMES.
               10  WS-TB-CURRENCY-CODE PIC X(03).
               10  WS-TB-DEBITS        PIC 9(15)V9(04).
               10  WS-TB-CREDITS       PIC 9(15)V9(04).
               10  WS-TB-CLOSING       PIC S9(15)V9(04).
       77  WS-TB-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-TB-IDX                   PIC 9(03) COMP VALUE ZERO.
       77  WS-TB-UNBALANCED-COUNT      PIC 9(03) COMP VALUE ZERO.
      * PERIODS TABLE HELD FOR THE REWRITE.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 60 TIMES.
               THRU 4000-CHECK-JOURNAL-BALANCE-EXIT.
           PERFORM 5000-CHECK-MONTH-TOTAL
               THRU 5000-CHECK-MONTH-TOTAL-EXIT.
           PERFORM 6000-CHECK-TRIAL-BALANCE
               THRU 6000-CHECK-TRIAL-BALANCE-EXIT.
           PERFORM 8000-CLOSE-OR-REFUSE
               THRU 8000-CLOSE-OR-REFUSE-EXIT.
           PERFORM 9000-TERMINATE
       5100-SCAN-ONE-MONTH-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CHECK-TRIAL-BALANCE - EACH ACCOUNT/CURRENCY ON        *
      * GLBALMAS STANDS AT THE CLOSING BALANCE OF ITS LATEST ROW   *
      * AT OR BEFORE THE PERIOD.  PER CURRENCY, THE PERIOD'S       *
      * DEBITS MUST EQUAL ITS CREDITS AND THE CLOSING BALANCES     *
      * MUST NET TO ZERO.  NO MASTER MEANS NO PROOF - FAILED.      *
      *-----------------------------------------------------------*
       6000-CHECK-TRIAL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GBAL-OK
               PERFORM 6100-SCAN-ONE-BALANCE
                   THRU 6100-SCAN-ONE-BALANCE-EXIT
                   UNTIL WS-GBAL-EOF
               PERFORM 6200-ADD-HELD-CLOSING
                   THRU 6200-ADD-HELD-CLOSING-EXIT
               CLOSE GL-BALANCE-FILE
               PERFORM 6400-PROVE-ONE-CURRENCY
                   THRU 6400-PROVE-ONE-CURRENCY-EXIT
                   VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
           ELSE
               ADD 1 TO WS-TB-UNBALANCED-COUNT
           END-IF.
           MOVE WS-TB-UNBALANCED-COUNT TO WS-COUNT-DISPLAY.
           IF WS-TB-UNBALANCED-COUNT = 0
               MOVE "PASSED" TO WS-CHECK-VERDICT
           ELSE
               MOVE "FAILED" TO WS-CHECK-VERDICT
               MOVE "N" TO WS-ALL-CLEAR-SWITCH
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  CHECK 5 TRIAL BALANCE NETS TO ZERO ("
                   DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ") - " DELIMITED BY SIZE
               WS-CHECK-VERDICT DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
       6000-CHECK-TRIAL-BALANCE-EXIT.
           EXIT.

       6100-SCAN-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-GBAL-EOF TO TRUE
                   GO TO 6100-SCAN-ONE-BALANCE-EXIT
           END-READ.
           IF GB-ACCOUNT NOT = WS-TB-GK-ACCOUNT
               OR GB-CURRENCY-CODE NOT = WS-TB-GK-CURRENCY-CODE
               PERFORM 6200-ADD-HELD-CLOSING
                   THRU 6200-ADD-HELD-CLOSING-EXIT
               MOVE GB-ACCOUNT       TO WS-TB-GK-ACCOUNT
               MOVE GB-CURRENCY-CODE TO WS-TB-GK-CURRENCY-CODE
           END-IF.
           IF GB-PERIOD > WS-TARGET-PERIOD
               GO TO 6100-SCAN-ONE-BALANCE-EXIT
           END-IF.
           COMPUTE WS-TB-HELD-CLOSING = GB-OPENING-BALANCE
               + GB-PERIOD-DEBITS - GB-PERIOD-CREDITS.
           SET WS-TB-ROW-HELD TO TRUE.
           IF GB-PERIOD = WS-TARGET-PERIOD
               PERFORM 6300-FIND-CURRENCY
                   THRU 6300-FIND-CURRENCY-EXIT
               IF WS-TB-IDX > 0
                   ADD GB-PERIOD-DEBITS  TO WS-TB-DEBITS(WS-TB-IDX)
                   ADD GB-PERIOD-CREDITS TO WS-TB-CREDITS(WS-TB-IDX)
               END-IF
           END-IF.
       6100-SCAN-ONE-BALANCE-EXIT.
           EXIT.

       6200-ADD-HELD-CLOSING.
           IF NOT WS-TB-ROW-HELD
               GO TO 6200-ADD-HELD-CLOSING-EXIT
           END-IF.
           MOVE "N" TO WS-TB-HELD-SWITCH.
           PERFORM 6300-FIND-CURRENCY
               THRU 6300-FIND-CURRENCY-EXIT.
           IF WS-TB-IDX > 0
               ADD WS-TB-HELD-CLOSING TO WS-TB-CLOSING(WS-TB-IDX)
           END-IF.
       6200-ADD-HELD-CLOSING-EXIT.
           EXIT.

      * A CURRENCY THAT WILL NOT FIT IN THE TABLE CANNOT BE PROVED
      * AND FAILS THE CHECK.
       6300-FIND-CURRENCY.
           PERFORM 6310-MATCH-ONE-CURRENCY
               THRU 6310-MATCH-ONE-CURRENCY-EXIT
               VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-COUNT
               OR WS-TB-CURRENCY-CODE(WS-TB-IDX)
                   = WS-TB-GK-CURRENCY-CODE.
           IF WS-TB-IDX NOT > WS-TB-COUNT
               GO TO 6300-FIND-CURRENCY-EXIT
           END-IF.
           IF WS-TB-COUNT = 50
               ADD 1 TO WS-TB-UNBALANCED-COUNT
               MOVE 0 TO WS-TB-IDX
               GO TO 6300-FIND-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-TB-COUNT.
           MOVE WS-TB-COUNT TO WS-TB-IDX.
           MOVE WS-TB-GK-CURRENCY-CODE
               TO WS-TB-CURRENCY-CODE(WS-TB-IDX).
           MOVE ZERO TO WS-TB-DEBITS(WS-TB-IDX).
           MOVE ZERO TO WS-TB-CREDITS(WS-TB-IDX).
           MOVE ZERO TO WS-TB-CLOSING(WS-TB-IDX).
       6300-FIND-CURRENCY-EXIT.
           EXIT.

       6310-MATCH-ONE-CURRENCY.
           CONTINUE.
       6310-MATCH-ONE-CURRENCY-EXIT.
           EXIT.

       6400-PROVE-ONE-CURRENCY.
           IF WS-TB-DEBITS(WS-TB-IDX) = WS-TB-CREDITS(WS-TB-IDX)
               AND WS-TB-CLOSING(WS-TB-IDX) = 0
               GO TO 6400-PROVE-ONE-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-TB-UNBALANCED-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  *** " DELIMITED BY SIZE
               WS-TB-CURRENCY-CODE(WS-TB-IDX) DELIMITED BY SIZE
               " TRIAL BALANCE DOES NOT NET TO ZERO ***"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
       6400-PROVE-ONE-CURRENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-CLOSE-OR-REFUSE - ONLY A CLEAN CHECKLIST SETS THE    *
      * PERIOD CLOSED ON THE PERIODS TABLE.                       *
