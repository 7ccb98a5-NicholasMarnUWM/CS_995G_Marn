      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Period trial balance from the GLBALMAS general-ledger
      * balance master.  The period comes from the GLTBPRM card, or
      * is the month before the run date.  Every account/currency on
      * the master is listed with its opening balance, the period's
      * debits and credits, and its closing balance; an account with
      * no activity in the period is carried at the closing balance
      * of its latest earlier period.  The report totals each
      * currency and proves two things for each: the period's debits
      * equal its credits, and the closing balances net to zero.  A
      * currency that fails either proof is flagged on GLTBRPT and
      * ends the step with RC 8.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-PARM-FILE ASSIGN TO "GLTBPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GBAL-FILE-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "GLTBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  TRIAL-PARM-RECORD.
           05  TP-PERIOD               PIC 9(06).

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

       FD  TRIAL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIAL-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-GBAL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-GBAL-OK                        VALUE "00".
           88  WS-GBAL-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-MASTER-SWITCH            PIC X(01) VALUE "N".
           88  WS-MASTER-AVAILABLE               VALUE "Y".
      * THE ACCOUNT/CURRENCY BEING ACCUMULATED AND THE LATEST ROW
      * AT OR BEFORE THE TARGET PERIOD SEEN FOR IT.
       01  WS-HELD-SWITCH              PIC X(01) VALUE "N".
           88  WS-ROW-HELD                       VALUE "Y".
       01  WS-GROUP-KEY.
           05  WS-GK-ACCOUNT           PIC 9(08) VALUE ZERO.
           05  WS-GK-CURRENCY-CODE     PIC X(03) VALUE SPACES.
       01  WS-HELD-ROW.
           05  WS-HR-PERIOD            PIC 9(06).
           05  WS-HR-OPENING           PIC S9(13)V9(04).
           05  WS-HR-DEBITS            PIC 9(13)V9(04).
           05  WS-HR-CREDITS           PIC 9(13)V9(04).
       01  WS-LINE-OPENING             PIC S9(13)V9(04) VALUE ZERO.
       01  WS-LINE-DEBITS              PIC 9(13)V9(04) VALUE ZERO.
       01  WS-LINE-CREDITS             PIC 9(13)V9(04) VALUE ZERO.
       01  WS-LINE-CLOSING             PIC S9(13)V9(04) VALUE ZERO.
      * PER-CURRENCY PROOF TOTALS.
       01  WS-CURRENCY-TABLE.
           05  WS-CT-ENTRY OCCURS 50 TIMES.
               10  WS-CT-CURRENCY-CODE PIC X(03).
               10  WS-CT-OPENING       PIC S9(15)V9(04).
               10  WS-CT-DEBITS        PIC 9(15)V9(04).
               10  WS-CT-CREDITS       PIC 9(15)V9(04).
               10  WS-CT-CLOSING       PIC S9(15)V9(04).
       77  WS-CT-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CT-IDX                   PIC 9(03) COMP VALUE ZERO.
       01  WS-CT-FULL-SWITCH           PIC X(01) VALUE "N".
           88  WS-CT-TABLE-FULL                  VALUE "Y".
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-UNBALANCED-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
           05  FILLER                  PIC X(05) VALUE " CUR ".
           05  FILLER                  PIC X(16)
                   VALUE "         OPENING".
           05  FILLER                  PIC X(16)
                   VALUE "          DEBITS".
           05  FILLER                  PIC X(16)
                   VALUE "         CREDITS".
           05  FILLER                  PIC X(16)
                   VALUE "         CLOSING".
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RD-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CURRENCY-CODE     PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OPENING           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-DEBITS            PIC ZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CREDITS           PIC ZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CLOSING           PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-MASTER-AVAILABLE
               PERFORM 2000-READ-ONE-BALANCE
                   THRU 2000-READ-ONE-BALANCE-EXIT
                   UNTIL WS-GBAL-EOF
               PERFORM 3000-PRINT-HELD-ACCOUNT
                   THRU 3000-PRINT-HELD-ACCOUNT-EXIT
               CLOSE GL-BALANCE-FILE
           END-IF.
           PERFORM 4000-PRINT-CURRENCY-PROOF
               THRU 4000-PRINT-CURRENCY-PROOF-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM GLTBPRM (DEFAULT THE  *
      * MONTH BEFORE THE RUN DATE), OPEN THE MASTER AND REPORT.    *
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
           OPEN INPUT TRIAL-PARM-FILE.
           IF WS-PARM-OK
               READ TRIAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-PERIOD IS NUMERIC AND TP-PERIOD > 0
                           MOVE TP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE TRIAL-PARM-FILE
           END-IF.
           OPEN OUTPUT TRIAL-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "GLTRIAL        ", "GLTBRPT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "GL TRIAL BALANCE FOR PERIOD " DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GBAL-OK
               SET WS-MASTER-AVAILABLE TO TRUE
               MOVE WS-RPT-HEADING TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
           ELSE
               CALL "FILERR" USING "GLTRIAL        ", "GLBALMAS",
                   "OPEN-IN ", WS-GBAL-FILE-STATUS, "N"
               MOVE "  *** GLBALMAS NOT AVAILABLE ***"
                   TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-ONE-BALANCE - THE MASTER COMES IN ACCOUNT,       *
      * CURRENCY, PERIOD ORDER.  HOLD THE LATEST ROW AT OR BEFORE  *
      * THE TARGET PERIOD AND PRINT IT ON THE CHANGE OF ACCOUNT.   *
      *-----------------------------------------------------------*
       2000-READ-ONE-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-GBAL-EOF TO TRUE
                   GO TO 2000-READ-ONE-BALANCE-EXIT
           END-READ.
           IF GB-ACCOUNT NOT = WS-GK-ACCOUNT
               OR GB-CURRENCY-CODE NOT = WS-GK-CURRENCY-CODE
               PERFORM 3000-PRINT-HELD-ACCOUNT
                   THRU 3000-PRINT-HELD-ACCOUNT-EXIT
               MOVE GB-ACCOUNT       TO WS-GK-ACCOUNT
               MOVE GB-CURRENCY-CODE TO WS-GK-CURRENCY-CODE
           END-IF.
           IF GB-PERIOD > WS-TARGET-PERIOD
               GO TO 2000-READ-ONE-BALANCE-EXIT
           END-IF.
           MOVE GB-PERIOD             TO WS-HR-PERIOD.
           MOVE GB-OPENING-BALANCE    TO WS-HR-OPENING.
           MOVE GB-PERIOD-DEBITS      TO WS-HR-DEBITS.
           MOVE GB-PERIOD-CREDITS     TO WS-HR-CREDITS.
           SET WS-ROW-HELD TO TRUE.
       2000-READ-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-HELD-ACCOUNT - ONE TRIAL BALANCE LINE.  A ROW   *
      * FROM AN EARLIER PERIOD IS CARRIED AT ITS CLOSING BALANCE   *
      * WITH NO ACTIVITY.                                          *
      *-----------------------------------------------------------*
       3000-PRINT-HELD-ACCOUNT.
           IF NOT WS-ROW-HELD
               GO TO 3000-PRINT-HELD-ACCOUNT-EXIT
           END-IF.
           MOVE "N" TO WS-HELD-SWITCH.
           IF WS-HR-PERIOD = WS-TARGET-PERIOD
               MOVE WS-HR-OPENING TO WS-LINE-OPENING
               MOVE WS-HR-DEBITS  TO WS-LINE-DEBITS
               MOVE WS-HR-CREDITS TO WS-LINE-CREDITS
           ELSE
               COMPUTE WS-LINE-OPENING = WS-HR-OPENING
                   + WS-HR-DEBITS - WS-HR-CREDITS
               MOVE ZERO TO WS-LINE-DEBITS
               MOVE ZERO TO WS-LINE-CREDITS
           END-IF.
           COMPUTE WS-LINE-CLOSING = WS-LINE-OPENING
               + WS-LINE-DEBITS - WS-LINE-CREDITS.
           IF WS-LINE-OPENING = 0 AND WS-LINE-DEBITS = 0
               AND WS-LINE-CREDITS = 0
               GO TO 3000-PRINT-HELD-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-GK-ACCOUNT       TO WS-RD-ACCOUNT.
           MOVE WS-GK-CURRENCY-CODE TO WS-RD-CURRENCY-CODE.
           MOVE WS-LINE-OPENING     TO WS-RD-OPENING.
           MOVE WS-LINE-DEBITS      TO WS-RD-DEBITS.
           MOVE WS-LINE-CREDITS     TO WS-RD-CREDITS.
           MOVE WS-LINE-CLOSING     TO WS-RD-CLOSING.
           MOVE WS-RPT-DETAIL TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           PERFORM 3100-FIND-CURRENCY
               THRU 3100-FIND-CURRENCY-EXIT.
           IF WS-CT-IDX = 0
               GO TO 3000-PRINT-HELD-ACCOUNT-EXIT
           END-IF.
           ADD WS-LINE-OPENING TO WS-CT-OPENING(WS-CT-IDX).
           ADD WS-LINE-DEBITS  TO WS-CT-DEBITS(WS-CT-IDX).
           ADD WS-LINE-CREDITS TO WS-CT-CREDITS(WS-CT-IDX).
           ADD WS-LINE-CLOSING TO WS-CT-CLOSING(WS-CT-IDX).
       3000-PRINT-HELD-ACCOUNT-EXIT.
           EXIT.

       3100-FIND-CURRENCY.
           MOVE 0 TO WS-CT-IDX.
           PERFORM 3110-MATCH-ONE-CURRENCY
               THRU 3110-MATCH-ONE-CURRENCY-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               OR WS-CT-CURRENCY-CODE(WS-CT-IDX) = WS-GK-CURRENCY-CODE.
           IF WS-CT-IDX NOT > WS-CT-COUNT
               GO TO 3100-FIND-CURRENCY-EXIT
           END-IF.
           IF WS-CT-COUNT = 50
               SET WS-CT-TABLE-FULL TO TRUE
               MOVE 0 TO WS-CT-IDX
               GO TO 3100-FIND-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE WS-CT-COUNT TO WS-CT-IDX.
           MOVE WS-GK-CURRENCY-CODE TO WS-CT-CURRENCY-CODE(WS-CT-IDX).
           MOVE ZERO TO WS-CT-OPENING(WS-CT-IDX).
           MOVE ZERO TO WS-CT-DEBITS(WS-CT-IDX).
           MOVE ZERO TO WS-CT-CREDITS(WS-CT-IDX).
           MOVE ZERO TO WS-CT-CLOSING(WS-CT-IDX).
       3100-FIND-CURRENCY-EXIT.
           EXIT.

       3110-MATCH-ONE-CURRENCY.
           CONTINUE.
       3110-MATCH-ONE-CURRENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-CURRENCY-PROOF - ONE TOTAL LINE PER CURRENCY.   *
      * DEBITS MUST EQUAL CREDITS AND THE CLOSING BALANCES MUST    *
      * NET TO ZERO.                                               *
      *-----------------------------------------------------------*
       4000-PRINT-CURRENCY-PROOF.
           IF NOT WS-MASTER-AVAILABLE
               GO TO 4000-PRINT-CURRENCY-PROOF-EXIT
           END-IF.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE "CURRENCY TOTALS" TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           PERFORM 4100-PRINT-ONE-CURRENCY
               THRU 4100-PRINT-ONE-CURRENCY-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           IF WS-CT-TABLE-FULL
               MOVE "  *** CURRENCY TABLE FULL - TOTALS INCOMPLETE ***"
                   TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
           STRING "ACCOUNTS LISTED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           MOVE WS-UNBALANCED-COUNT TO WS-COUNT-DISPLAY.
           STRING "CURRENCIES UNBALANCED:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
       4000-PRINT-CURRENCY-PROOF-EXIT.
           EXIT.

       4100-PRINT-ONE-CURRENCY.
           MOVE "TOTAL"                   TO WS-RD-ACCOUNT.
           MOVE WS-CT-CURRENCY-CODE(WS-CT-IDX)
                                          TO WS-RD-CURRENCY-CODE.
           MOVE WS-CT-OPENING(WS-CT-IDX)  TO WS-RD-OPENING.
           MOVE WS-CT-DEBITS(WS-CT-IDX)   TO WS-RD-DEBITS.
           MOVE WS-CT-CREDITS(WS-CT-IDX)  TO WS-RD-CREDITS.
           MOVE WS-CT-CLOSING(WS-CT-IDX)  TO WS-RD-CLOSING.
           MOVE WS-RPT-DETAIL TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           IF WS-CT-DEBITS(WS-CT-IDX) NOT = WS-CT-CREDITS(WS-CT-IDX)
               OR WS-CT-CLOSING(WS-CT-IDX) NOT = 0
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE SPACES TO TRIAL-REPORT-LINE
               STRING "  *** " DELIMITED BY SIZE
                   WS-CT-CURRENCY-CODE(WS-CT-IDX) DELIMITED BY SIZE
                   " TRIAL BALANCE DOES NOT NET TO ZERO ***"
                   DELIMITED BY SIZE
                   INTO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
           END-IF.
       4100-PRINT-ONE-CURRENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND SET THE STEP CODE.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE TRIAL-REPORT-FILE.
           DISPLAY "GLTRIAL: PERIOD                = "
               WS-TARGET-PERIOD.
           DISPLAY "GLTRIAL: ACCOUNTS LISTED       = "
               WS-ACCOUNT-COUNT.
           DISPLAY "GLTRIAL: CURRENCIES UNBALANCED = "
               WS-UNBALANCED-COUNT.
           IF WS-UNBALANCED-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM GLTRIAL.
