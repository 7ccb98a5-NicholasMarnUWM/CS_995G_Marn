      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Month-end branch activity report from the BRCHACT
      * accumulator the posting run and CSVINTAK keep through BRCHUPD.
      * The period comes from the BRCHPRM card, or is the month before
      * the run date.  Each branch is listed by currency with its
      * posted item count, native and base totals, rejected items,
      * and the fee items and their totals, followed by a branch
      * subtotal in base currency; a grand total closes the report.
      * Branch names come from the BRANCHMS master through BRCHCHK.
      * Activity that could not be tied to any branch prints as
      * UNASSIGNED, and a branch code no longer on the master is
      * flagged and ends the step with RC 4 so the branch can be
      * added back or its activity explained.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-PARM-FILE ASSIGN TO "BRCHPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BRANCH-ACTIVITY-FILE ASSIGN TO "BRCHACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BACT-FILE-STATUS.
           SELECT BRANCH-REPORT-FILE ASSIGN TO "BRCHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  BRANCH-PARM-RECORD.
           05  BP-PERIOD               PIC 9(06).

       FD  BRANCH-ACTIVITY-FILE.
       01  BRANCH-ACTIVITY-RECORD.
           05  BA-KEY.
               10  BA-PERIOD           PIC 9(06).
               10  BA-BRANCH-CODE      PIC X(04).
               10  BA-CURRENCY-CODE    PIC X(03).
           05  BA-POSTED-COUNT         PIC 9(07).
           05  BA-NATIVE-TOTAL         PIC S9(11)V9(02).
           05  BA-BASE-TOTAL           PIC S9(13)V9(04).
           05  BA-REJECT-COUNT         PIC 9(07).
           05  BA-FEE-COUNT            PIC 9(07).
           05  BA-FEE-NATIVE-TOTAL     PIC S9(11)V9(02).
           05  BA-FEE-BASE-TOTAL       PIC S9(13)V9(04).
           05  BA-LAST-UPDATED         PIC X(08).
           05  FILLER                  PIC X(06).

       FD  BRANCH-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  BRANCH-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-BACT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-BACT-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-BACT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-BACT-EOF                       VALUE "Y".
       01  WS-MASTER-SWITCH            PIC X(01) VALUE "N".
           88  WS-ACTIVITY-AVAILABLE             VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
      * BRANCH NAME LOOKUP THROUGH THE SHARED BRCHCHK ROUTINE.
       01  WS-BRANCH-FUNCTION          PIC X(01) VALUE SPACES.
       01  WS-BRANCH-RESULT            PIC X(01) VALUE SPACES.
           88  WS-BRANCH-IS-CLOSED               VALUE "C".
           88  WS-BRANCH-IS-UNKNOWN              VALUE "U".
       01  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
      * THE BRANCH BEING LISTED AND ITS SUBTOTALS.
       01  WS-HELD-SWITCH              PIC X(01) VALUE "N".
           88  WS-BRANCH-HELD                    VALUE "Y".
       01  WS-HELD-BRANCH              PIC X(04) VALUE SPACES.
       01  WS-BRANCH-TOTALS.
           05  WS-BT-POSTED            PIC 9(09) COMP.
           05  WS-BT-BASE              PIC S9(15)V9(04).
           05  WS-BT-REJECTS           PIC 9(09) COMP.
           05  WS-BT-FEES              PIC 9(09) COMP.
           05  WS-BT-FEE-BASE          PIC S9(15)V9(04).
       01  WS-GRAND-TOTALS.
           05  WS-GT-POSTED            PIC 9(09) COMP.
           05  WS-GT-BASE              PIC S9(15)V9(04).
           05  WS-GT-REJECTS           PIC 9(09) COMP.
           05  WS-GT-FEES              PIC 9(09) COMP.
           05  WS-GT-FEE-BASE          PIC S9(15)V9(04).
       77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-BRANCH-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-UNKNOWN-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(05) VALUE "BRCH ".
           05  FILLER                  PIC X(21) VALUE "BRANCH NAME".
           05  FILLER                  PIC X(04) VALUE "CUR ".
           05  FILLER                  PIC X(08) VALUE " POSTED ".
           05  FILLER                  PIC X(16)
                   VALUE " NATIVE TOTAL  ".
           05  FILLER                  PIC X(18)
                   VALUE "     BASE TOTAL   ".
           05  FILLER                  PIC X(08) VALUE "REJECTS ".
           05  FILLER                  PIC X(08) VALUE "   FEES ".
           05  FILLER                  PIC X(15)
                   VALUE "   FEE NATIVE  ".
           05  FILLER                  PIC X(18)
                   VALUE "     FEE BASE     ".
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  WS-RD-BRANCH            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NAME              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CURRENCY-CODE     PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-POSTED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NATIVE            PIC -ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-BASE              PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-REJECTS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FEES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FEE-NATIVE        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FEE-BASE          PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FLAG              PIC X(16).
       01  WS-RPT-TOTAL.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-POSTED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-RT-BASE              PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-REJECTS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RT-FEES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-RT-FEE-BASE          PIC -ZZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-ACTIVITY-AVAILABLE
               PERFORM 2000-READ-ONE-ACTIVITY
                   THRU 2000-READ-ONE-ACTIVITY-EXIT
                   UNTIL WS-BACT-EOF
               PERFORM 3000-PRINT-BRANCH-TOTAL
                   THRU 3000-PRINT-BRANCH-TOTAL-EXIT
               CLOSE BRANCH-ACTIVITY-FILE
               PERFORM 4000-PRINT-GRAND-TOTAL
                   THRU 4000-PRINT-GRAND-TOTAL-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM BRCHPRM (DEFAULT THE  *
      * MONTH BEFORE THE RUN DATE), OPEN THE REPORT, POSITION THE  *
      * ACCUMULATOR AT THE FIRST ROW OF THE PERIOD.                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE WS-GRAND-TOTALS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-PERIOD.
           IF WS-TARGET-PERIOD(5:2) = "01"
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 89
           ELSE
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 1
           END-IF.
           OPEN INPUT BRANCH-PARM-FILE.
           IF WS-PARM-OK
               READ BRANCH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-PERIOD IS NUMERIC AND BP-PERIOD > 0
                           MOVE BP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE BRANCH-PARM-FILE
           END-IF.
           OPEN OUTPUT BRANCH-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "BRCHRPT        ", "BRCHOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           STRING "BRANCH ACTIVITY FOR PERIOD " DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           OPEN INPUT BRANCH-ACTIVITY-FILE.
           IF NOT WS-BACT-OK
               CALL "FILERR" USING "BRCHRPT        ", "BRCHACT ",
                   "OPEN-IN ", WS-BACT-FILE-STATUS, "N"
               MOVE "  *** BRCHACT NOT AVAILABLE ***"
                   TO BRANCH-REPORT-LINE
               WRITE BRANCH-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-ACTIVITY-AVAILABLE TO TRUE.
           MOVE WS-RPT-HEADING TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           MOVE WS-TARGET-PERIOD TO BA-PERIOD.
           MOVE LOW-VALUES       TO BA-BRANCH-CODE.
           MOVE LOW-VALUES       TO BA-CURRENCY-CODE.
           START BRANCH-ACTIVITY-FILE KEY IS NOT LESS THAN BA-KEY
               INVALID KEY
                   SET WS-BACT-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-ONE-ACTIVITY - THE ACCUMULATOR COMES IN PERIOD,  *
      * BRANCH, CURRENCY ORDER.  ONE LINE PER CURRENCY, WITH THE   *
      * BRANCH SUBTOTAL ON THE CHANGE OF BRANCH.                   *
      *-----------------------------------------------------------*
       2000-READ-ONE-ACTIVITY.
           READ BRANCH-ACTIVITY-FILE NEXT RECORD
               AT END
                   SET WS-BACT-EOF TO TRUE
                   GO TO 2000-READ-ONE-ACTIVITY-EXIT
           END-READ.
           IF BA-PERIOD NOT = WS-TARGET-PERIOD
               SET WS-BACT-EOF TO TRUE
               GO TO 2000-READ-ONE-ACTIVITY-EXIT
           END-IF.
           IF NOT WS-BRANCH-HELD
               OR BA-BRANCH-CODE NOT = WS-HELD-BRANCH
               PERFORM 3000-PRINT-BRANCH-TOTAL
                   THRU 3000-PRINT-BRANCH-TOTAL-EXIT
               PERFORM 2100-START-BRANCH
                   THRU 2100-START-BRANCH-EXIT
           ELSE
               MOVE SPACES TO WS-RD-BRANCH
               MOVE SPACES TO WS-RD-NAME
               MOVE SPACES TO WS-RD-FLAG
           END-IF.
           MOVE BA-CURRENCY-CODE    TO WS-RD-CURRENCY-CODE.
           MOVE BA-POSTED-COUNT     TO WS-RD-POSTED.
           MOVE BA-NATIVE-TOTAL     TO WS-RD-NATIVE.
           MOVE BA-BASE-TOTAL       TO WS-RD-BASE.
           MOVE BA-REJECT-COUNT     TO WS-RD-REJECTS.
           MOVE BA-FEE-COUNT        TO WS-RD-FEES.
           MOVE BA-FEE-NATIVE-TOTAL TO WS-RD-FEE-NATIVE.
           MOVE BA-FEE-BASE-TOTAL   TO WS-RD-FEE-BASE.
           MOVE WS-RPT-DETAIL TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD BA-POSTED-COUNT   TO WS-BT-POSTED.
           ADD BA-BASE-TOTAL     TO WS-BT-BASE.
           ADD BA-REJECT-COUNT   TO WS-BT-REJECTS.
           ADD BA-FEE-COUNT      TO WS-BT-FEES.
           ADD BA-FEE-BASE-TOTAL TO WS-BT-FEE-BASE.
       2000-READ-ONE-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-START-BRANCH - NAME THE NEW BRANCH FROM THE MASTER.   *
      * A BLANK CODE IS ACTIVITY NO BRANCH COULD BE FOUND FOR.     *
      *-----------------------------------------------------------*
       2100-START-BRANCH.
           SET WS-BRANCH-HELD TO TRUE.
           MOVE BA-BRANCH-CODE TO WS-HELD-BRANCH.
           INITIALIZE WS-BRANCH-TOTALS.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE BA-BRANCH-CODE TO WS-RD-BRANCH.
           MOVE SPACES         TO WS-RD-FLAG.
           IF BA-BRANCH-CODE = SPACES
               MOVE "UNASSIGNED" TO WS-RD-NAME
               GO TO 2100-START-BRANCH-EXIT
           END-IF.
           MOVE "V" TO WS-BRANCH-FUNCTION.
           CALL "BRCHCHK" USING WS-BRANCH-FUNCTION, BA-BRANCH-CODE,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           MOVE WS-BRANCH-NAME TO WS-RD-NAME.
           IF WS-BRANCH-IS-UNKNOWN
               MOVE "*NOT ON MASTER*" TO WS-RD-FLAG
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.
           IF WS-BRANCH-IS-CLOSED
               MOVE "CLOSED" TO WS-RD-FLAG
           END-IF.
       2100-START-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-BRANCH-TOTAL - BASE-CURRENCY SUBTOTAL FOR THE   *
      * BRANCH JUST LISTED, ROLLED INTO THE GRAND TOTAL.           *
      *-----------------------------------------------------------*
       3000-PRINT-BRANCH-TOTAL.
           IF NOT WS-BRANCH-HELD
               GO TO 3000-PRINT-BRANCH-TOTAL-EXIT
           END-IF.
           MOVE SPACES TO WS-RT-LABEL.
           STRING "  BRANCH " DELIMITED BY SIZE
               WS-HELD-BRANCH DELIMITED BY SIZE
               " TOTAL (BASE)" DELIMITED BY SIZE
               INTO WS-RT-LABEL.
           MOVE WS-BT-POSTED   TO WS-RT-POSTED.
           MOVE WS-BT-BASE     TO WS-RT-BASE.
           MOVE WS-BT-REJECTS  TO WS-RT-REJECTS.
           MOVE WS-BT-FEES     TO WS-RT-FEES.
           MOVE WS-BT-FEE-BASE TO WS-RT-FEE-BASE.
           MOVE WS-RPT-TOTAL TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           ADD WS-BT-POSTED   TO WS-GT-POSTED.
           ADD WS-BT-BASE     TO WS-GT-BASE.
           ADD WS-BT-REJECTS  TO WS-GT-REJECTS.
           ADD WS-BT-FEES     TO WS-GT-FEES.
           ADD WS-BT-FEE-BASE TO WS-GT-FEE-BASE.
       3000-PRINT-BRANCH-TOTAL-EXIT.
           EXIT.

       4000-PRINT-GRAND-TOTAL.
           MOVE "GRAND TOTAL (BASE)" TO WS-RT-LABEL.
           MOVE WS-GT-POSTED   TO WS-RT-POSTED.
           MOVE WS-GT-BASE     TO WS-RT-BASE.
           MOVE WS-GT-REJECTS  TO WS-RT-REJECTS.
           MOVE WS-GT-FEES     TO WS-RT-FEES.
           MOVE WS-GT-FEE-BASE TO WS-RT-FEE-BASE.
           MOVE WS-RPT-TOTAL TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           IF WS-UNKNOWN-COUNT > 0
               MOVE "  *** BRANCH CODES NOT ON BRANCHMS - SEE FLAGS ***"
                   TO BRANCH-REPORT-LINE
               WRITE BRANCH-REPORT-LINE
           END-IF.
       4000-PRINT-GRAND-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND SET THE STEP CODE.           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE BRANCH-REPORT-FILE.
           MOVE "C" TO WS-BRANCH-FUNCTION.
           CALL "BRCHCHK" USING WS-BRANCH-FUNCTION, WS-HELD-BRANCH,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           DISPLAY "BRCHRPT: PERIOD                = "
               WS-TARGET-PERIOD.
           DISPLAY "BRCHRPT: BRANCHES LISTED       = "
               WS-BRANCH-COUNT.
           DISPLAY "BRCHRPT: BRANCHES NOT ON MASTER= "
               WS-UNKNOWN-COUNT.
           IF WS-UNKNOWN-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BRCHRPT.
