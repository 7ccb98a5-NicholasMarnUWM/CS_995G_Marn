      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly write-off and recovery report from the
      * EXCPWHST history that EXCPESC and EXCPMGR append to whenever an
      * exception is written off or money is recovered on one.  The
      * period comes from the EXCPLPRM card, or is the month before
      * the run date.  For each reason code the report shows the
      * month's write-offs and recoveries (count and amount), the net
      * loss for the month, and the net loss to date through the end
      * of the period, with a grand total - so the real cost of each
      * kind of reject can be seen after recoveries, not just the
      * amount written off.  A month with recoveries larger than its
      * write-offs shows a negative net loss.  A missing history file
      * prints a note and ends the step with RC 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-PARM-FILE ASSIGN TO "EXCPLPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "EXCPWHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHST-FILE-STATUS.
           SELECT LOSS-REPORT-FILE ASSIGN TO "EXCPLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOSS-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  LOSS-PARM-RECORD.
           05  LP-PERIOD               PIC 9(06).

       FD  WRITEOFF-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRITEOFF-HISTORY-RECORD.
           05  WH-EVENT-TYPE           PIC X(01).
               88  WH-IS-WRITEOFF                VALUE "W".
               88  WH-IS-RECOVERY                VALUE "R".
           05  WH-SEQUENCE             PIC 9(06).
           05  WH-EVENT-DATE           PIC X(08).
           05  WH-CUST-ID              PIC X(06).
           05  WH-REASON-CODE          PIC X(04).
           05  WH-AMOUNT               PIC 9(07)V9(02).
           05  WH-OPERATOR-ID          PIC X(08).
           05  WH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  LOSS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOSS-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-WHST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHST-OK                        VALUE "00".
           88  WS-WHST-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-HISTORY-SWITCH           PIC X(01) VALUE "N".
           88  WS-HISTORY-AVAILABLE              VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-EVENT-PERIOD             PIC 9(06) VALUE ZERO.
      * ONE ROW PER REASON CODE, KEPT IN REASON-CODE ORDER.
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 200 TIMES.
               10  WS-RSN-CODE         PIC X(04).
               10  WS-RSN-WO-COUNT     PIC 9(07) COMP.
               10  WS-RSN-WO-AMOUNT    PIC 9(11)V9(02).
               10  WS-RSN-RC-COUNT     PIC 9(07) COMP.
               10  WS-RSN-RC-AMOUNT    PIC 9(11)V9(02).
               10  WS-RSN-LTD-NET      PIC S9(11)V9(02).
       77  WS-RSN-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-RSN-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RSN-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-RSN-MOVE-IDX             PIC 9(03) COMP VALUE ZERO.
       77  WS-RSN-INSERT-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
           88  WS-REASON-TABLE-FULL              VALUE "Y".
       01  WS-MONTH-NET                PIC S9(11)V9(02) VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GT-WO-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-WO-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
           05  WS-GT-RC-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-GT-RC-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
           05  WS-GT-NET               PIC S9(11)V9(02) VALUE ZERO.
           05  WS-GT-LTD-NET           PIC S9(11)V9(02) VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(08) VALUE "REASON  ".
           05  FILLER                  PIC X(05) VALUE "  W/O".
           05  FILLER                  PIC X(13)
                   VALUE "  WRITTEN OFF".
           05  FILLER                  PIC X(06) VALUE "   REC".
           05  FILLER                  PIC X(13)
                   VALUE "    RECOVERED".
           05  FILLER                  PIC X(14)
                   VALUE "      NET LOSS".
           05  FILLER                  PIC X(14)
                   VALUE "  LOSS TO DATE".
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-WO-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-WO-AMOUNT         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-RC-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-RC-AMOUNT         PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NET               PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-LTD-NET           PIC -ZZZZZZZZ9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-HISTORY-AVAILABLE
               PERFORM 2000-READ-ONE-EVENT
                   THRU 2000-READ-ONE-EVENT-EXIT
                   UNTIL WS-WHST-EOF
               CLOSE WRITEOFF-HISTORY-FILE
               PERFORM 3000-PRINT-REASONS
                   THRU 3000-PRINT-REASONS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM EXCPLPRM (DEFAULT     *
      * THE MONTH BEFORE THE RUN DATE), OPEN THE REPORT AND THE    *
      * WRITE-OFF AND RECOVERY HISTORY.                            *
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
           OPEN INPUT LOSS-PARM-FILE.
           IF WS-PARM-OK
               READ LOSS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-PERIOD IS NUMERIC AND LP-PERIOD > 0
                           MOVE LP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE LOSS-PARM-FILE
           END-IF.
           OPEN OUTPUT LOSS-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "EXCPLRPT       ", "EXCPLOUT",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO LOSS-REPORT-LINE.
           STRING "EXCEPTION WRITE-OFF AND RECOVERY FOR PERIOD "
                   DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
           MOVE SPACES TO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF NOT WS-WHST-OK
               CALL "FILERR" USING "EXCPLRPT       ", "EXCPWHST",
                   "OPEN-IN ", WS-WHST-FILE-STATUS, "N"
               MOVE "  *** EXCPWHST NOT AVAILABLE ***"
                   TO LOSS-REPORT-LINE
               WRITE LOSS-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-HISTORY-AVAILABLE TO TRUE.
           MOVE WS-RPT-HEADING TO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-ONE-EVENT - EVERY EVENT UP TO THE END OF THE     *
      * PERIOD COUNTS TOWARD THE NET LOSS TO DATE; THOSE IN THE    *
      * PERIOD ALSO COUNT TOWARD THE MONTH.  LATER EVENTS ARE      *
      * SKIPPED SO A RERUN FOR AN OLD PERIOD READS THE SAME.       *
      *-----------------------------------------------------------*
       2000-READ-ONE-EVENT.
           READ WRITEOFF-HISTORY-FILE
               AT END
                   SET WS-WHST-EOF TO TRUE
                   GO TO 2000-READ-ONE-EVENT-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF (NOT WH-IS-WRITEOFF AND NOT WH-IS-RECOVERY)
               OR WH-AMOUNT IS NOT NUMERIC
               OR WH-EVENT-DATE(1:6) IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-READ-ONE-EVENT-EXIT
           END-IF.
           MOVE WH-EVENT-DATE(1:6) TO WS-EVENT-PERIOD.
           IF WS-EVENT-PERIOD > WS-TARGET-PERIOD
               GO TO 2000-READ-ONE-EVENT-EXIT
           END-IF.
           PERFORM 2100-FIND-REASON
               THRU 2100-FIND-REASON-EXIT.
           IF WS-RSN-MATCH-IDX = 0
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-READ-ONE-EVENT-EXIT
           END-IF.
           IF WH-IS-WRITEOFF
               ADD WH-AMOUNT TO WS-RSN-LTD-NET(WS-RSN-MATCH-IDX)
           ELSE
               SUBTRACT WH-AMOUNT
                   FROM WS-RSN-LTD-NET(WS-RSN-MATCH-IDX)
           END-IF.
           IF WS-EVENT-PERIOD NOT = WS-TARGET-PERIOD
               GO TO 2000-READ-ONE-EVENT-EXIT
           END-IF.
           IF WH-IS-WRITEOFF
               ADD 1 TO WS-RSN-WO-COUNT(WS-RSN-MATCH-IDX)
               ADD WH-AMOUNT TO WS-RSN-WO-AMOUNT(WS-RSN-MATCH-IDX)
           ELSE
               ADD 1 TO WS-RSN-RC-COUNT(WS-RSN-MATCH-IDX)
               ADD WH-AMOUNT TO WS-RSN-RC-AMOUNT(WS-RSN-MATCH-IDX)
           END-IF.
       2000-READ-ONE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-REASON - LOCATE THE EVENT'S REASON CODE, OR OPEN *
      * A ROW FOR IT IN ITS PLACE IN REASON-CODE ORDER.  A FULL    *
      * TABLE LEAVES THE MATCH AT ZERO AND THE EVENT IS SKIPPED.   *
      *-----------------------------------------------------------*
       2100-FIND-REASON.
           MOVE ZERO TO WS-RSN-MATCH-IDX.
           MOVE ZERO TO WS-RSN-INSERT-IDX.
           PERFORM 2110-SCAN-ONE-REASON
               THRU 2110-SCAN-ONE-REASON-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT
               OR WS-RSN-MATCH-IDX > 0
               OR WS-RSN-INSERT-IDX > 0.
           IF WS-RSN-MATCH-IDX > 0
               GO TO 2100-FIND-REASON-EXIT
           END-IF.
           IF WS-RSN-COUNT = 200
               IF NOT WS-REASON-TABLE-FULL
                   SET WS-REASON-TABLE-FULL TO TRUE
                   DISPLAY "EXCPLRPT: MORE REASON CODES THAN THE ",
                       "TABLE HOLDS - EVENTS SKIPPED."
               END-IF
               GO TO 2100-FIND-REASON-EXIT
           END-IF.
           IF WS-RSN-INSERT-IDX = 0
               COMPUTE WS-RSN-INSERT-IDX = WS-RSN-COUNT + 1
           END-IF.
      * OPEN THE GAP WHERE THE NEW CODE BELONGS.
           PERFORM 2120-SHIFT-ONE-REASON
               THRU 2120-SHIFT-ONE-REASON-EXIT
               VARYING WS-RSN-MOVE-IDX FROM WS-RSN-COUNT BY -1
               UNTIL WS-RSN-MOVE-IDX < WS-RSN-INSERT-IDX.
           ADD 1 TO WS-RSN-COUNT.
           MOVE WS-RSN-INSERT-IDX TO WS-RSN-MATCH-IDX.
           MOVE WH-REASON-CODE TO WS-RSN-CODE(WS-RSN-MATCH-IDX).
           MOVE ZERO TO WS-RSN-WO-COUNT(WS-RSN-MATCH-IDX).
           MOVE ZERO TO WS-RSN-WO-AMOUNT(WS-RSN-MATCH-IDX).
           MOVE ZERO TO WS-RSN-RC-COUNT(WS-RSN-MATCH-IDX).
           MOVE ZERO TO WS-RSN-RC-AMOUNT(WS-RSN-MATCH-IDX).
           MOVE ZERO TO WS-RSN-LTD-NET(WS-RSN-MATCH-IDX).
       2100-FIND-REASON-EXIT.
           EXIT.

       2110-SCAN-ONE-REASON.
           IF WS-RSN-CODE(WS-RSN-IDX) = WH-REASON-CODE
               MOVE WS-RSN-IDX TO WS-RSN-MATCH-IDX
           ELSE
               IF WS-RSN-CODE(WS-RSN-IDX) > WH-REASON-CODE
                   MOVE WS-RSN-IDX TO WS-RSN-INSERT-IDX
               END-IF
           END-IF.
       2110-SCAN-ONE-REASON-EXIT.
           EXIT.

       2120-SHIFT-ONE-REASON.
           MOVE WS-RSN-ENTRY(WS-RSN-MOVE-IDX)
               TO WS-RSN-ENTRY(WS-RSN-MOVE-IDX + 1).
       2120-SHIFT-ONE-REASON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-REASONS - ONE LINE PER REASON CODE WITH ANY     *
      * ACTIVITY IN THE MONTH OR ANY LOSS STILL STANDING, THEN     *
      * THE GRAND TOTAL.                                           *
      *-----------------------------------------------------------*
       3000-PRINT-REASONS.
           PERFORM 3100-PRINT-ONE-REASON
               THRU 3100-PRINT-ONE-REASON-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT.
           MOVE SPACES TO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
           MOVE "TOTL"          TO WS-RD-REASON.
           MOVE WS-GT-WO-COUNT  TO WS-RD-WO-COUNT.
           MOVE WS-GT-WO-AMOUNT TO WS-RD-WO-AMOUNT.
           MOVE WS-GT-RC-COUNT  TO WS-RD-RC-COUNT.
           MOVE WS-GT-RC-AMOUNT TO WS-RD-RC-AMOUNT.
           MOVE WS-GT-NET       TO WS-RD-NET.
           MOVE WS-GT-LTD-NET   TO WS-RD-LTD-NET.
           MOVE WS-RPT-DETAIL TO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
       3000-PRINT-REASONS-EXIT.
           EXIT.

       3100-PRINT-ONE-REASON.
           IF WS-RSN-WO-COUNT(WS-RSN-IDX) = 0
               AND WS-RSN-RC-COUNT(WS-RSN-IDX) = 0
               AND WS-RSN-LTD-NET(WS-RSN-IDX) = 0
               GO TO 3100-PRINT-ONE-REASON-EXIT
           END-IF.
           COMPUTE WS-MONTH-NET = WS-RSN-WO-AMOUNT(WS-RSN-IDX)
               - WS-RSN-RC-AMOUNT(WS-RSN-IDX).
           MOVE WS-RSN-CODE(WS-RSN-IDX)      TO WS-RD-REASON.
           MOVE WS-RSN-WO-COUNT(WS-RSN-IDX)  TO WS-RD-WO-COUNT.
           MOVE WS-RSN-WO-AMOUNT(WS-RSN-IDX) TO WS-RD-WO-AMOUNT.
           MOVE WS-RSN-RC-COUNT(WS-RSN-IDX)  TO WS-RD-RC-COUNT.
           MOVE WS-RSN-RC-AMOUNT(WS-RSN-IDX) TO WS-RD-RC-AMOUNT.
           MOVE WS-MONTH-NET                 TO WS-RD-NET.
           MOVE WS-RSN-LTD-NET(WS-RSN-IDX)   TO WS-RD-LTD-NET.
           MOVE WS-RPT-DETAIL TO LOSS-REPORT-LINE.
           WRITE LOSS-REPORT-LINE.
           ADD WS-RSN-WO-COUNT(WS-RSN-IDX)  TO WS-GT-WO-COUNT.
           ADD WS-RSN-WO-AMOUNT(WS-RSN-IDX) TO WS-GT-WO-AMOUNT.
           ADD WS-RSN-RC-COUNT(WS-RSN-IDX)  TO WS-GT-RC-COUNT.
           ADD WS-RSN-RC-AMOUNT(WS-RSN-IDX) TO WS-GT-RC-AMOUNT.
           ADD WS-MONTH-NET                 TO WS-GT-NET.
           ADD WS-RSN-LTD-NET(WS-RSN-IDX)   TO WS-GT-LTD-NET.
       3100-PRINT-ONE-REASON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND SET THE STEP CODE.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE LOSS-REPORT-FILE.
           DISPLAY "EXCPLRPT: PERIOD                = "
               WS-TARGET-PERIOD.
           DISPLAY "EXCPLRPT: HISTORY RECORDS READ  = "
               WS-READ-COUNT.
           DISPLAY "EXCPLRPT: RECORDS SKIPPED       = "
               WS-SKIPPED-COUNT.
           IF WS-SKIPPED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM EXCPLRPT.
