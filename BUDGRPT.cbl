      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly budget-versus-actual report over the GL
      * accounts.  The period comes from the BUDGPRM card, or is the
      * month before the run date.  The period's actual is built from
      * the GLJRNL postings for that period; the year-to-date actual
      * adds the earlier months of the same year from the GLBALMAS
      * balance master, which GLBALUPD keeps from the same postings.
      * GLJRNL is the month's nightly posting, suspense-clearing and
      * write-off journal generations with last month's revaluation
      * journal concatenated behind them; only the lines stamped with
      * the report period are taken.  Budgets come from
      * the BUDGMAS master BUDGMNT loads.  Journal amounts are in
      * base currency, so every currency of an account is netted
      * together, in the account's natural sign from the CHARTMAS
      * chart: debits less credits for asset and expense accounts,
      * credits less debits for liability and income accounts.  Each
      * account shows actual, budget, variance and percent variance
      * for the period and year to date, and is flagged when the
      * period variance is beyond the tolerance on its budget row;
      * a zero tolerance leaves the account unmonitored.  Activity
      * on an account with no budget row is marked NO BUDGET for
      * information.  Any tolerance flag ends the step with RC 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  GLJRNL LAYOUT WIDENED TO 66 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      * 10/15/2026  NM  GLJRNL NOW READS THE MONTH'S NIGHTLY POSTING,
      *                 SUSPENSE-CLEARING AND WRITE-OFF JOURNALS PLUS
      *                 LAST MONTH'S REVALUATION JOURNAL, SO THE PERIOD
      *                 ACTUAL COVERS EVERY POSTING OF THE PERIOD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-PARM-FILE ASSIGN TO "BUDGPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BU-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GBAL-FILE-STATUS.
           SELECT CHART-FILE ASSIGN TO "CHARTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-ACCOUNT
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  BUDGET-PARM-RECORD.
           05  BP-PERIOD               PIC 9(06).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-KEY.
               10  BU-ACCOUNT          PIC 9(08).
               10  BU-PERIOD           PIC 9(06).
           05  BU-AMOUNT               PIC S9(11)V9(02).
           05  BU-TOLERANCE-PCT        PIC 9(03)V9(02).
           05  BU-LAST-CHANGED         PIC X(08).
           05  BU-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(06).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  JE-ACCOUNT              PIC 9(08).
           05  JE-DR-CR                PIC X(01).
               88  JE-IS-DEBIT                   VALUE "D".
           05  JE-AMOUNT               PIC 9(09)V9(04).
           05  JE-CURRENCY-CODE        PIC X(03).
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).

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

       FD  CHART-FILE.
       01  CHART-RECORD.
           05  CH-ACCOUNT              PIC 9(08).
           05  CH-ACCOUNT-TYPE         PIC X(01).
               88  CH-CREDIT-NATURAL             VALUE "L" "I".
           05  CH-STATUS               PIC X(01).
           05  CH-OPENED-DATE          PIC X(08).
           05  CH-CLOSED-DATE          PIC X(08).
           05  CH-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(04).

       FD  BUDGET-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  BUDGET-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-BUDGET-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BUDGET-OK                      VALUE "00".
           88  WS-BUDGET-EOF                     VALUE "10".
       01  WS-JRNL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                        VALUE "00".
           88  WS-JRNL-EOF                       VALUE "10".
       01  WS-GBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-GBAL-OK                        VALUE "00".
           88  WS-GBAL-EOF                       VALUE "10".
       01  WS-CHART-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CHART-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CHART-SWITCH             PIC X(01) VALUE "N".
           88  WS-CHART-AVAILABLE                VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-PERIOD.
           05  WS-TARGET-YEAR          PIC 9(04).
           05  WS-TARGET-MONTH         PIC 9(02).
       01  WS-YEAR-START               PIC 9(06) VALUE ZERO.
      * ONE ENTRY PER ACCOUNT SEEN ON ANY SOURCE, KEPT IN ACCOUNT
      * ORDER AS ENTRIES ARE INSERTED.
       01  WS-ACCOUNT-TABLE.
           05  WS-AT-ENTRY OCCURS 1000 TIMES.
               10  WS-AT-ACCOUNT       PIC 9(08).
               10  WS-AT-PER-DEBITS    PIC S9(13)V9(04).
               10  WS-AT-PER-CREDITS   PIC S9(13)V9(04).
               10  WS-AT-YTD-DEBITS    PIC S9(13)V9(04).
               10  WS-AT-YTD-CREDITS   PIC S9(13)V9(04).
               10  WS-AT-PER-BUDGET    PIC S9(11)V9(02).
               10  WS-AT-YTD-BUDGET    PIC S9(13)V9(02).
               10  WS-AT-TOLERANCE     PIC 9(03)V9(02).
               10  WS-AT-BUDGET-FLAG   PIC X(01).
                   88  WS-AT-BUDGETED            VALUE "Y".
       77  WS-AT-COUNT                 PIC S9(04) COMP VALUE ZERO.
       77  WS-AT-IDX                   PIC S9(04) COMP VALUE ZERO.
       77  WS-SHIFT-IDX                PIC S9(04) COMP VALUE ZERO.
       01  WS-AT-FULL-SWITCH           PIC X(01) VALUE "N".
           88  WS-AT-TABLE-FULL                  VALUE "Y".
       01  WS-FIND-ACCOUNT             PIC 9(08) VALUE ZERO.
      * FIGURES FOR THE LINE BEING PRINTED, IN NATURAL SIGN.
       01  WS-PER-ACTUAL               PIC S9(13)V9(04) VALUE ZERO.
       01  WS-YTD-ACTUAL               PIC S9(13)V9(04) VALUE ZERO.
       01  WS-PER-VARIANCE             PIC S9(13)V9(04) VALUE ZERO.
       01  WS-YTD-VARIANCE             PIC S9(13)V9(04) VALUE ZERO.
       01  WS-PER-PCT                  PIC S9(05)V9(01) VALUE ZERO.
       01  WS-YTD-PCT                  PIC S9(05)V9(01) VALUE ZERO.
       01  WS-ABS-PCT                  PIC 9(05)V9(01) VALUE ZERO.
       77  WS-JRNL-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(52) VALUE
               "------------------ PERIOD -------------------------".
           05  FILLER                  PIC X(52) VALUE
               "---------------- YEAR TO DATE ---------------------".
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT".
           05  FILLER                  PIC X(19) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(13) VALUE "      ACTUAL".
           05  FILLER                  PIC X(13) VALUE "      BUDGET".
           05  FILLER                  PIC X(13) VALUE "    VARIANCE".
           05  FILLER                  PIC X(13) VALUE "      PCT".
           05  FILLER                  PIC X(13) VALUE "      ACTUAL".
           05  FILLER                  PIC X(13) VALUE "      BUDGET".
           05  FILLER                  PIC X(13) VALUE "    VARIANCE".
           05  FILLER                  PIC X(13) VALUE "      PCT".
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-DESCRIPTION       PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PER-ACTUAL        PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PER-BUDGET        PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PER-VARIANCE      PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PER-PCT           PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-ACTUAL        PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-BUDGET        PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-VARIANCE      PIC -ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-PCT           PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FLAG              PIC X(14).
       01  WS-PCT-EDIT                 PIC -ZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-BUDGETS
               THRU 2000-LOAD-BUDGETS-EXIT.
           PERFORM 3000-LOAD-JOURNAL
               THRU 3000-LOAD-JOURNAL-EXIT.
           PERFORM 4000-LOAD-PRIOR-MONTHS
               THRU 4000-LOAD-PRIOR-MONTHS-EXIT.
           PERFORM 6000-PRINT-ONE-ACCOUNT
               THRU 6000-PRINT-ONE-ACCOUNT-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM BUDGPRM (DEFAULT THE  *
      * MONTH BEFORE THE RUN DATE), OPEN THE CHART AND REPORT.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-PERIOD.
           IF WS-TARGET-PERIOD(5:2) = "01"
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 89
           ELSE
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 1
           END-IF.
           OPEN INPUT BUDGET-PARM-FILE.
           IF WS-PARM-OK
               READ BUDGET-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-PERIOD IS NUMERIC AND BP-PERIOD > 0
                           MOVE BP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE BUDGET-PARM-FILE
           END-IF.
           COMPUTE WS-YEAR-START = WS-TARGET-YEAR * 100 + 1.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "BUDGRPT        ", "BUDGOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "BUDGET VERSUS ACTUAL FOR PERIOD " DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-OK
               SET WS-CHART-AVAILABLE TO TRUE
           ELSE
               MOVE "  *** CHARTMAS NOT AVAILABLE - SIGNS AS DEBITS ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-BUDGETS - EVERY BUDGET ROW OF THE TARGET YEAR UP *
      * TO THE TARGET PERIOD GOES INTO THE YEAR-TO-DATE BUDGET;    *
      * THE TARGET PERIOD'S ROW IS ALSO THE PERIOD BUDGET AND      *
      * CARRIES THE TOLERANCE.                                     *
      *-----------------------------------------------------------*
       2000-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF NOT WS-BUDGET-OK
               CALL "FILERR" USING "BUDGRPT        ", "BUDGMAS ",
                   "OPEN-IN ", WS-BUDGET-FILE-STATUS, "N"
               MOVE "  *** BUDGMAS NOT AVAILABLE - NO BUDGETS SHOWN ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-LOAD-BUDGETS-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-BUDGET
               THRU 2100-LOAD-ONE-BUDGET-EXIT
               UNTIL WS-BUDGET-EOF.
           CLOSE BUDGET-FILE.
       2000-LOAD-BUDGETS-EXIT.
           EXIT.

       2100-LOAD-ONE-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   SET WS-BUDGET-EOF TO TRUE
                   GO TO 2100-LOAD-ONE-BUDGET-EXIT
           END-READ.
           IF BU-PERIOD < WS-YEAR-START
               OR BU-PERIOD > WS-TARGET-PERIOD
               GO TO 2100-LOAD-ONE-BUDGET-EXIT
           END-IF.
           MOVE BU-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 5000-FIND-ACCOUNT
               THRU 5000-FIND-ACCOUNT-EXIT.
           IF WS-AT-IDX = 0
               GO TO 2100-LOAD-ONE-BUDGET-EXIT
           END-IF.
           ADD BU-AMOUNT TO WS-AT-YTD-BUDGET(WS-AT-IDX).
           IF BU-PERIOD = WS-TARGET-PERIOD
               MOVE BU-AMOUNT        TO WS-AT-PER-BUDGET(WS-AT-IDX)
               MOVE BU-TOLERANCE-PCT TO WS-AT-TOLERANCE(WS-AT-IDX)
               MOVE "Y"              TO WS-AT-BUDGET-FLAG(WS-AT-IDX)
           END-IF.
       2100-LOAD-ONE-BUDGET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-JOURNAL - THE PERIOD'S GLJRNL DETAIL LINES BUILD *
      * THE PERIOD ACTUAL AND THE CURRENT MONTH OF THE YEAR TO     *
      * DATE.  TRAILERS AND OTHER PERIODS' LINES ARE SKIPPED.      *
      *-----------------------------------------------------------*
       3000-LOAD-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE.
           IF NOT WS-JRNL-OK
               CALL "FILERR" USING "BUDGRPT        ", "GLJRNL  ",
                   "OPEN-IN ", WS-JRNL-FILE-STATUS, "N"
               MOVE "  *** GLJRNL NOT AVAILABLE - NO PERIOD ACTUALS ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-LOAD-JOURNAL-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-JOURNAL-LINE
               THRU 3100-LOAD-ONE-JOURNAL-LINE-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE GL-JOURNAL-FILE.
       3000-LOAD-JOURNAL-EXIT.
           EXIT.

       3100-LOAD-ONE-JOURNAL-LINE.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
                   GO TO 3100-LOAD-ONE-JOURNAL-LINE-EXIT
           END-READ.
           IF JE-IS-TRAILER
               OR JE-PERIOD NOT = WS-TARGET-PERIOD
               GO TO 3100-LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF.
           ADD 1 TO WS-JRNL-LINE-COUNT.
           MOVE JE-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 5000-FIND-ACCOUNT
               THRU 5000-FIND-ACCOUNT-EXIT.
           IF WS-AT-IDX = 0
               GO TO 3100-LOAD-ONE-JOURNAL-LINE-EXIT
           END-IF.
           IF JE-IS-DEBIT
               ADD JE-AMOUNT TO WS-AT-PER-DEBITS(WS-AT-IDX)
               ADD JE-AMOUNT TO WS-AT-YTD-DEBITS(WS-AT-IDX)
           ELSE
               ADD JE-AMOUNT TO WS-AT-PER-CREDITS(WS-AT-IDX)
               ADD JE-AMOUNT TO WS-AT-YTD-CREDITS(WS-AT-IDX)
           END-IF.
       3100-LOAD-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LOAD-PRIOR-MONTHS - THE EARLIER MONTHS OF THE YEAR    *
      * FROM GLBALMAS.  WITHOUT IT THE YEAR TO DATE IS THE PERIOD  *
      * ALONE AND THE REPORT SAYS SO.                              *
      *-----------------------------------------------------------*
       4000-LOAD-PRIOR-MONTHS.
           IF WS-TARGET-PERIOD = WS-YEAR-START
               GO TO 4000-LOAD-PRIOR-MONTHS-EXIT
           END-IF.
           OPEN INPUT GL-BALANCE-FILE.
           IF NOT WS-GBAL-OK
               CALL "FILERR" USING "BUDGRPT        ", "GLBALMAS",
                   "OPEN-IN ", WS-GBAL-FILE-STATUS, "N"
               MOVE "  *** GLBALMAS NOT AVAILABLE - YTD IS PERIOD ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 4000-LOAD-PRIOR-MONTHS-EXIT
           END-IF.
           PERFORM 4100-LOAD-ONE-BALANCE
               THRU 4100-LOAD-ONE-BALANCE-EXIT
               UNTIL WS-GBAL-EOF.
           CLOSE GL-BALANCE-FILE.
       4000-LOAD-PRIOR-MONTHS-EXIT.
           EXIT.

       4100-LOAD-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-GBAL-EOF TO TRUE
                   GO TO 4100-LOAD-ONE-BALANCE-EXIT
           END-READ.
           IF GB-PERIOD < WS-YEAR-START
               OR GB-PERIOD NOT < WS-TARGET-PERIOD
               GO TO 4100-LOAD-ONE-BALANCE-EXIT
           END-IF.
           IF GB-PERIOD-DEBITS = 0 AND GB-PERIOD-CREDITS = 0
               GO TO 4100-LOAD-ONE-BALANCE-EXIT
           END-IF.
           MOVE GB-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM 5000-FIND-ACCOUNT
               THRU 5000-FIND-ACCOUNT-EXIT.
           IF WS-AT-IDX = 0
               GO TO 4100-LOAD-ONE-BALANCE-EXIT
           END-IF.
           ADD GB-PERIOD-DEBITS  TO WS-AT-YTD-DEBITS(WS-AT-IDX).
           ADD GB-PERIOD-CREDITS TO WS-AT-YTD-CREDITS(WS-AT-IDX).
       4100-LOAD-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FIND-ACCOUNT - LOCATE WS-FIND-ACCOUNT IN THE TABLE,   *
      * INSERTING IT IN ACCOUNT ORDER WHEN NEW.  WS-AT-IDX COMES   *
      * BACK ZERO WHEN THE TABLE IS FULL.                          *
      *-----------------------------------------------------------*
       5000-FIND-ACCOUNT.
           PERFORM 5100-MATCH-ONE-ACCOUNT
               THRU 5100-MATCH-ONE-ACCOUNT-EXIT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               OR WS-AT-ACCOUNT(WS-AT-IDX) NOT < WS-FIND-ACCOUNT.
           IF WS-AT-IDX NOT > WS-AT-COUNT
               IF WS-AT-ACCOUNT(WS-AT-IDX) = WS-FIND-ACCOUNT
                   GO TO 5000-FIND-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF WS-AT-COUNT = 1000
               SET WS-AT-TABLE-FULL TO TRUE
               MOVE 0 TO WS-AT-IDX
               GO TO 5000-FIND-ACCOUNT-EXIT
           END-IF.
           PERFORM 5200-SHIFT-ONE-ENTRY
               THRU 5200-SHIFT-ONE-ENTRY-EXIT
               VARYING WS-SHIFT-IDX FROM WS-AT-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-AT-IDX.
           ADD 1 TO WS-AT-COUNT.
           MOVE WS-FIND-ACCOUNT TO WS-AT-ACCOUNT(WS-AT-IDX).
           MOVE ZERO TO WS-AT-PER-DEBITS(WS-AT-IDX).
           MOVE ZERO TO WS-AT-PER-CREDITS(WS-AT-IDX).
           MOVE ZERO TO WS-AT-YTD-DEBITS(WS-AT-IDX).
           MOVE ZERO TO WS-AT-YTD-CREDITS(WS-AT-IDX).
           MOVE ZERO TO WS-AT-PER-BUDGET(WS-AT-IDX).
           MOVE ZERO TO WS-AT-YTD-BUDGET(WS-AT-IDX).
           MOVE ZERO TO WS-AT-TOLERANCE(WS-AT-IDX).
           MOVE "N"  TO WS-AT-BUDGET-FLAG(WS-AT-IDX).
       5000-FIND-ACCOUNT-EXIT.
           EXIT.

       5100-MATCH-ONE-ACCOUNT.
           CONTINUE.
       5100-MATCH-ONE-ACCOUNT-EXIT.
           EXIT.

       5200-SHIFT-ONE-ENTRY.
           MOVE WS-AT-ENTRY(WS-SHIFT-IDX)
               TO WS-AT-ENTRY(WS-SHIFT-IDX + 1).
       5200-SHIFT-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-ONE-ACCOUNT - ACTUAL IN THE ACCOUNT'S NATURAL   *
      * SIGN, VARIANCE AND PERCENT AGAINST BUDGET, AND THE         *
      * TOLERANCE FLAG.                                            *
      *-----------------------------------------------------------*
       6000-PRINT-ONE-ACCOUNT.
           IF WS-LISTED-COUNT = 0
               MOVE WS-RPT-HEADING-1 TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE WS-RPT-HEADING-2 TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO CH-DESCRIPTION.
           MOVE SPACE  TO CH-ACCOUNT-TYPE.
           IF WS-CHART-AVAILABLE
               MOVE WS-AT-ACCOUNT(WS-AT-IDX) TO CH-ACCOUNT
               READ CHART-FILE
                   INVALID KEY
                       MOVE "*NOT ON CHART*" TO CH-DESCRIPTION
                       MOVE SPACE TO CH-ACCOUNT-TYPE
               END-READ
           END-IF.
           IF CH-CREDIT-NATURAL
               COMPUTE WS-PER-ACTUAL = WS-AT-PER-CREDITS(WS-AT-IDX)
                   - WS-AT-PER-DEBITS(WS-AT-IDX)
               COMPUTE WS-YTD-ACTUAL = WS-AT-YTD-CREDITS(WS-AT-IDX)
                   - WS-AT-YTD-DEBITS(WS-AT-IDX)
           ELSE
               COMPUTE WS-PER-ACTUAL = WS-AT-PER-DEBITS(WS-AT-IDX)
                   - WS-AT-PER-CREDITS(WS-AT-IDX)
               COMPUTE WS-YTD-ACTUAL = WS-AT-YTD-DEBITS(WS-AT-IDX)
                   - WS-AT-YTD-CREDITS(WS-AT-IDX)
           END-IF.
           COMPUTE WS-PER-VARIANCE = WS-PER-ACTUAL
               - WS-AT-PER-BUDGET(WS-AT-IDX).
           COMPUTE WS-YTD-VARIANCE = WS-YTD-ACTUAL
               - WS-AT-YTD-BUDGET(WS-AT-IDX).
           MOVE WS-AT-ACCOUNT(WS-AT-IDX)     TO WS-RD-ACCOUNT.
           MOVE CH-DESCRIPTION               TO WS-RD-DESCRIPTION.
           MOVE WS-PER-ACTUAL                TO WS-RD-PER-ACTUAL.
           MOVE WS-AT-PER-BUDGET(WS-AT-IDX)  TO WS-RD-PER-BUDGET.
           MOVE WS-PER-VARIANCE              TO WS-RD-PER-VARIANCE.
           MOVE WS-YTD-ACTUAL                TO WS-RD-YTD-ACTUAL.
           MOVE WS-AT-YTD-BUDGET(WS-AT-IDX)  TO WS-RD-YTD-BUDGET.
           MOVE WS-YTD-VARIANCE              TO WS-RD-YTD-VARIANCE.
           MOVE SPACES TO WS-RD-FLAG.
           MOVE "    N/A" TO WS-RD-PER-PCT.
           MOVE ZERO TO WS-PER-PCT.
           IF WS-AT-PER-BUDGET(WS-AT-IDX) NOT = 0
               COMPUTE WS-PER-PCT ROUNDED = WS-PER-VARIANCE * 100
                   / WS-AT-PER-BUDGET(WS-AT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PER-PCT
               END-COMPUTE
               MOVE WS-PER-PCT  TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-RD-PER-PCT
           END-IF.
           MOVE "    N/A" TO WS-RD-YTD-PCT.
           IF WS-AT-YTD-BUDGET(WS-AT-IDX) NOT = 0
               COMPUTE WS-YTD-PCT ROUNDED = WS-YTD-VARIANCE * 100
                   / WS-AT-YTD-BUDGET(WS-AT-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-YTD-PCT
               END-COMPUTE
               MOVE WS-YTD-PCT  TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-RD-YTD-PCT
           END-IF.
           PERFORM 6100-CHECK-TOLERANCE
               THRU 6100-CHECK-TOLERANCE-EXIT.
           MOVE WS-RPT-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
       6000-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-CHECK-TOLERANCE - ONLY A MONITORED ACCOUNT (NON-ZERO  *
      * TOLERANCE ON ITS PERIOD BUDGET) IS FLAGGED.  A ZERO BUDGET *
      * WITH ACTIVITY HAS NO PERCENT, SO IT IS FLAGGED OUTRIGHT.   *
      *-----------------------------------------------------------*
       6100-CHECK-TOLERANCE.
           IF NOT WS-AT-BUDGETED(WS-AT-IDX)
               IF WS-PER-ACTUAL NOT = 0
                   MOVE "NO BUDGET" TO WS-RD-FLAG
               END-IF
               GO TO 6100-CHECK-TOLERANCE-EXIT
           END-IF.
           IF WS-AT-TOLERANCE(WS-AT-IDX) = 0
               GO TO 6100-CHECK-TOLERANCE-EXIT
           END-IF.
           IF WS-AT-PER-BUDGET(WS-AT-IDX) = 0
               IF WS-PER-ACTUAL NOT = 0
                   MOVE "*OVER TOLER*" TO WS-RD-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               GO TO 6100-CHECK-TOLERANCE-EXIT
           END-IF.
           IF WS-PER-PCT < 0
               COMPUTE WS-ABS-PCT = 0 - WS-PER-PCT
           ELSE
               MOVE WS-PER-PCT TO WS-ABS-PCT
           END-IF.
           IF WS-ABS-PCT > WS-AT-TOLERANCE(WS-AT-IDX)
               MOVE "*OVER TOLER*" TO WS-RD-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       6100-CHECK-TOLERANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - COUNTS, CLOSE UP AND SET THE STEP CODE.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-AT-TABLE-FULL
               MOVE "  *** ACCOUNT TABLE FULL - REPORT INCOMPLETE ***"
                   TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
           STRING "ACCOUNTS LISTED:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY.
           STRING "ACCOUNTS OVER TOLERANCE: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-FILE
           END-IF.
           CLOSE BUDGET-REPORT-FILE.
           DISPLAY "BUDGRPT: PERIOD                  = "
               WS-TARGET-PERIOD.
           DISPLAY "BUDGRPT: JOURNAL LINES IN PERIOD = "
               WS-JRNL-LINE-COUNT.
           DISPLAY "BUDGRPT: ACCOUNTS LISTED         = "
               WS-LISTED-COUNT.
           DISPLAY "BUDGRPT: ACCOUNTS OVER TOLERANCE = "
               WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BUDGRPT.
