      *                 - SO THE TIERTENR TENURE REPORT CAN COUNT
      *                 HOW OFTEN AN ACCOUNT CHURNS BUCKETS INSTEAD
      *                 OF ONLY SEEING THE LATEST SINCE-DATE.
      * 10/15/2026  NM  EACH ACCOUNT IS NOW CLASSIFIED ON A ROLLING
      *                 AVERAGE OF ITS NIGHTLY TOTALS, KEPT ON THE NEW
      *                 TIERROLL ROLLING-ACTIVITY FILE, OVER THE NUMBER
      *                 OF NIGHTS ON THE TIERAVG CARD (DEFAULT 7,
      *                 MAXIMUM 30).  A MOVE TO A LOWER BUCKET ONLY
      *                 TAKES EFFECT ONCE THE AVERAGE HAS SAT BELOW THE
      *                 CURRENT BUCKET FOR THE TIERAVG GRACE NUMBER OF
      *                 CONSECUTIVE NIGHTS (DEFAULT 3); UPWARD MOVES ARE
      *                 IMMEDIATE.  A RERUN OF THE SAME NIGHT REPLACES
      *                 THAT NIGHT'S FIGURE INSTEAD OF ADDING ANOTHER.
      *                 TIERCSV LINES NOW CARRY THE RAW NIGHT TOTAL AND
      *                 THE AVERAGE USED FOR THE DECISION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDITIONAL-BRANCHING-EXAMPLE.
           SELECT TIER-TENURE-FILE ASSIGN TO "TIERTENH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENH-FILE-STATUS.
           SELECT TIER-AVG-FILE ASSIGN TO "TIERAVG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AVG-FILE-STATUS.
           SELECT TIER-ROLL-FILE ASSIGN TO "TIERROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-ACCOUNT-ID
               FILE STATUS IS WS-ROLL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-CTL-FILE
           05  TN-OLD-BUCKET           PIC X(16).
           05  TN-NEW-BUCKET           PIC X(16).

       FD  TIER-AVG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 04 CHARACTERS.
       01  TIER-AVG-RECORD.
           05  TA-AVG-NIGHTS           PIC 9(02).
           05  TA-GRACE-NIGHTS         PIC 9(02).

       FD  TIER-ROLL-FILE.
       01  TIER-ROLL-RECORD.
           05  RL-ACCOUNT-ID           PIC 9(06).
           05  RL-LAST-RUN-DATE        PIC X(08).
           05  RL-NIGHTS-HELD          PIC 9(02).
           05  RL-BELOW-NIGHTS         PIC 9(03).
           05  RL-PRIOR-BELOW-NIGHTS   PIC 9(03).
           05  RL-NIGHT-TOTALS.
               10  RL-NIGHT-TOTAL      PIC S9(07)
                       SIGN IS LEADING SEPARATE CHARACTER
                       OCCURS 30 TIMES.
           05  FILLER                  PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-TENH-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-TENH-OK                        VALUE "00".
       01  WS-TENURE-OLD-BUCKET        PIC X(16) VALUE SPACES.
       01  WS-AVG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-AVG-OK                         VALUE "00".
       01  WS-ROLL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-ROLL-OK                        VALUE "00".
       01  WS-ROLL-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-TIERROLL-AVAILABLE             VALUE "Y".
       01  WS-ROLL-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ROLL-RECORD-FOUND              VALUE "Y".
       01  WS-AVG-NIGHTS               PIC 9(02) VALUE 07.
       01  WS-GRACE-NIGHTS             PIC 9(02) VALUE 03.
       01  WS-NIGHT-TOTAL              PIC S9(07) VALUE ZERO.
       01  WS-ROLL-SUM                 PIC S9(09) VALUE ZERO.
       01  WS-BELOW-NIGHTS             PIC 9(03) VALUE ZERO.
       01  WS-ROLL-SHIFT-AREA          PIC X(232) VALUE SPACES.
       01  WS-CSV-AVG                  PIC ------9.
       01  WS-RANK-LABEL               PIC X(16) VALUE SPACES.
       01  WS-RANK-VALUE               PIC 9(01) VALUE ZERO.
       01  WS-CURRENT-RANK             PIC 9(01) VALUE ZERO.
       77  WS-ROLL-IDX                 PIC 9(02) COMP VALUE ZERO.
       77  WS-ROLL-USED                PIC 9(02) COMP VALUE ZERO.
       77  WS-GRACE-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-DOWNGRADE-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-RUNLOG-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RUNLOG-RC                PIC 9(04) VALUE ZERO.
       01 LOWERBOUND PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERMAS ".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERROLL".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERHIST".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERSRPT".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERCSV ".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIEREXCP".
           CALL "ENVCHK" USING "CONDITIONAL-BR ", "TIERTENH".
           MOVE ZERO TO WS-RUNLOG-COUNT.
           MOVE ZERO TO WS-RUNLOG-RC.
           CALL "RUNLOG" USING "CONDITIONAL-BR ", "START",
                   CLOSE TIER-MASTER-FILE
               END-IF
           END-IF.
           IF WS-TIERROLL-AVAILABLE
               CLOSE TIER-ROLL-FILE
           END-IF.
           MOVE WS-TOTAL-COUNT TO WS-RUNLOG-COUNT.
           MOVE RETURN-CODE    TO WS-RUNLOG-RC.
           CALL "RUNLOG" USING "CONDITIONAL-BR ", "END  ",
               THRU 1100-LOAD-TIER-BOUNDS-EXIT.
           PERFORM 1200-LOAD-PROPOSED-BOUNDS
               THRU 1200-LOAD-PROPOSED-BOUNDS-EXIT.
           PERFORM 1300-LOAD-AVERAGING-CARD
               THRU 1300-LOAD-AVERAGING-CARD-EXIT.
           OPEN INPUT TIER-IN-FILE.
           MOVE "N" TO WS-MAS-AVAIL-SWITCH.
           IF WS-SIMULATION-RUN
               DISPLAY "CONDITIONAL-BRANCHING-EXAMPLE: CUSTMAS NOT ",
                   "AVAILABLE - ACCOUNT VERIFICATION SKIPPED."
           END-IF.
           PERFORM 1400-OPEN-ROLLING-FILE
               THRU 1400-OPEN-ROLLING-FILE-EXIT.
           OPEN OUTPUT TIER-EXCEPTION-FILE.
           PERFORM 2100-READ-IN-RECORD
               THRU 2100-READ-IN-RECORD-EXIT.
       1200-LOAD-PROPOSED-BOUNDS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-AVERAGING-CARD - THE TIERAVG CARD GIVES THE     *
      * NUMBER OF NIGHTS IN THE ROLLING AVERAGE (1-30) AND THE    *
      * CONSECUTIVE NIGHTS BELOW THE CURRENT BUCKET BEFORE A      *
      * DOWNGRADE TAKES EFFECT.  NO CARD KEEPS THE DEFAULTS OF 7  *
      * AND 3; A BAD VALUE IS REPORTED AND ITS DEFAULT KEPT.      *
      *-----------------------------------------------------------*
       1300-LOAD-AVERAGING-CARD.
           OPEN INPUT TIER-AVG-FILE.
           IF NOT WS-AVG-OK
               GO TO 1300-LOAD-AVERAGING-CARD-EXIT
           END-IF.
           READ TIER-AVG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TA-AVG-NIGHTS IS NUMERIC
                       AND TA-AVG-NIGHTS > 0
                       AND TA-AVG-NIGHTS NOT > 30
                       MOVE TA-AVG-NIGHTS TO WS-AVG-NIGHTS
                   ELSE
                       DISPLAY "CONDITIONAL-BRANCHING-EXAMPLE: ",
                           "TIERAVG NIGHTS INVALID - DEFAULT OF ",
                           WS-AVG-NIGHTS " USED."
                   END-IF
                   IF TA-GRACE-NIGHTS IS NUMERIC
                       MOVE TA-GRACE-NIGHTS TO WS-GRACE-NIGHTS
                   ELSE
                       DISPLAY "CONDITIONAL-BRANCHING-EXAMPLE: ",
                           "TIERAVG GRACE INVALID - DEFAULT OF ",
                           WS-GRACE-NIGHTS " USED."
                   END-IF
           END-READ.
           CLOSE TIER-AVG-FILE.
       1300-LOAD-AVERAGING-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-OPEN-ROLLING-FILE - TIERROLL HOLDS EACH ACCOUNT'S    *
      * RECENT NIGHTLY TOTALS AND ITS RUN OF NIGHTS BELOW ITS     *
      * BUCKET.  A SIMULATION ONLY READS IT.  WITHOUT IT THE RUN  *
      * CLASSIFIES ON THE NIGHT'S OWN TOTAL WITH NO GRACE.        *
      *-----------------------------------------------------------*
       1400-OPEN-ROLLING-FILE.
           MOVE "N" TO WS-ROLL-AVAIL-SWITCH.
           IF WS-SIMULATION-RUN
               OPEN INPUT TIER-ROLL-FILE
           ELSE
               OPEN I-O TIER-ROLL-FILE
               IF WS-ROLL-FILE-STATUS = "35"
                   OPEN OUTPUT TIER-ROLL-FILE
                   IF WS-ROLL-OK
                       CLOSE TIER-ROLL-FILE
                       OPEN I-O TIER-ROLL-FILE
                   END-IF
               END-IF
           END-IF.
           IF WS-ROLL-OK
               SET WS-TIERROLL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "CONDITIONAL-BRANCHING-EXAMPLE: TIERROLL ",
                   "NOT AVAILABLE - CLASSIFYING ON THE NIGHT'S ",
                   "TOTAL WITH NO DOWNGRADE GRACE."
           END-IF.
       1400-OPEN-ROLLING-FILE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-TIER-BOUNDS - TIERCTL MAY CARRY MORE THAN ONE   *
      * TIER-BOUND RECORD, EACH GOOD FOR AN EFFECTIVE-DATE RANGE. *
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CLASSIFY-RECORD - CLASSIFY ONE ACCOUNT'S ROLLING     *
      * AVERAGE INTO ITS BUCKET, HOLD A DOWNGRADE STILL INSIDE    *
      * ITS GRACE NIGHTS, DISPLAY IT, AND READ THE NEXT RECORD.   *
      *-----------------------------------------------------------*
       2000-CLASSIFY-RECORD.
           PERFORM 2200-VERIFY-ACCOUNT
                   THRU 2100-READ-IN-RECORD-EXIT
               GO TO 2000-CLASSIFY-RECORD-EXIT
           END-IF.
           MOVE TR-USERINPUT TO WS-NIGHT-TOTAL.
           PERFORM 2050-ROLL-NIGHT-TOTAL
               THRU 2050-ROLL-NIGHT-TOTAL-EXIT.
           DISPLAY "Night total ", TR-USERINPUT,
               ", rolling average ", USERINPUT, ".".
           ADD 1 TO WS-TOTAL-COUNT.
      * Discovering that IF-ELSE is not an option, used NESTED IFS
           IF USERINPUT < 0
               DISPLAY USERINPUT, " is a negative adjustment."
               MOVE "NEGATIVE" TO WS-BUCKET-LABEL
           ELSE
               IF USERINPUT < LOWERBOUND
                   DISPLAY USERINPUT, " is less than ", LOWERBOUND
                   MOVE "BELOW-LOWER" TO WS-BUCKET-LABEL
               ELSE
                   IF USERINPUT < MIDDLERANGE
                       DISPLAY USERINPUT,
                           " is greater than or equal to ",
                           LOWERBOUND, " but less than ", MIDDLERANGE
                       MOVE "LOWER-MIDDLE" TO WS-BUCKET-LABEL
                   ELSE
                       IF USERINPUT > UPPERBOUND
                           DISPLAY USERINPUT,
                               " is greater than the upper bound of ",
                               UPPERBOUND
                           MOVE "ABOVE-UPPER" TO WS-BUCKET-LABEL
                       ELSE
                           DISPLAY USERINPUT,
                               " is greater than both ", LOWERBOUND,
                               " and greater than or equal to ",
                               MIDDLERANGE
                           MOVE "MIDDLE-UPPER" TO WS-BUCKET-LABEL
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 2400-APPLY-DOWNGRADE-GRACE
               THRU 2400-APPLY-DOWNGRADE-GRACE-EXIT.
           PERFORM 2450-COUNT-BUCKET
               THRU 2450-COUNT-BUCKET-EXIT.
           IF WS-SIMULATION-RUN
               PERFORM 2500-CLASSIFY-PROPOSED
                   THRU 2500-CLASSIFY-PROPOSED-EXIT
                   THRU 8100-WRITE-CSV-RECORD-EXIT
               PERFORM 8300-UPDATE-TIER-MASTER
                   THRU 8300-UPDATE-TIER-MASTER-EXIT
               PERFORM 8360-SAVE-ROLLING-ACTIVITY
                   THRU 8360-SAVE-ROLLING-ACTIVITY-EXIT
           END-IF.
           PERFORM 2100-READ-IN-RECORD
               THRU 2100-READ-IN-RECORD-EXIT.
       2000-CLASSIFY-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-ROLL-NIGHT-TOTAL - PUSH TONIGHT'S TOTAL ONTO THE     *
      * FRONT OF THE ACCOUNT'S TIERROLL HISTORY (NEWEST FIRST)    *
      * AND AVERAGE THE LATEST TIERAVG NIGHTS INTO USERINPUT.  A  *
      * RERUN OF A NIGHT ALREADY ON FILE REPLACES THAT NIGHT AND  *
      * RESTARTS FROM THE BELOW-BUCKET RUN IT BEGAN WITH.         *
      *-----------------------------------------------------------*
       2050-ROLL-NIGHT-TOTAL.
           MOVE "N" TO WS-ROLL-FOUND-SWITCH.
           MOVE ZERO TO WS-BELOW-NIGHTS.
           IF NOT WS-TIERROLL-AVAILABLE
               MOVE WS-NIGHT-TOTAL TO USERINPUT
               GO TO 2050-ROLL-NIGHT-TOTAL-EXIT
           END-IF.
           MOVE TR-ACCOUNT-ID TO RL-ACCOUNT-ID.
           READ TIER-ROLL-FILE
               INVALID KEY
                   MOVE TR-ACCOUNT-ID TO RL-ACCOUNT-ID
                   MOVE SPACES TO RL-LAST-RUN-DATE
                   MOVE ZERO   TO RL-NIGHTS-HELD
                   MOVE ZERO   TO RL-BELOW-NIGHTS
                   MOVE ZERO   TO RL-PRIOR-BELOW-NIGHTS
                   PERFORM 2060-CLEAR-ONE-NIGHT
                       THRU 2060-CLEAR-ONE-NIGHT-EXIT
                       VARYING WS-ROLL-IDX FROM 1 BY 1
                       UNTIL WS-ROLL-IDX > 30
               NOT INVALID KEY
                   SET WS-ROLL-RECORD-FOUND TO TRUE
           END-READ.
           IF RL-LAST-RUN-DATE = WS-RUN-DATE
               MOVE RL-PRIOR-BELOW-NIGHTS TO WS-BELOW-NIGHTS
           ELSE
               MOVE RL-BELOW-NIGHTS TO WS-BELOW-NIGHTS
               MOVE RL-BELOW-NIGHTS TO RL-PRIOR-BELOW-NIGHTS
               MOVE RL-NIGHT-TOTALS (1:232) TO WS-ROLL-SHIFT-AREA
               MOVE WS-ROLL-SHIFT-AREA TO RL-NIGHT-TOTALS (9:232)
               IF RL-NIGHTS-HELD < 30
                   ADD 1 TO RL-NIGHTS-HELD
               END-IF
               MOVE WS-RUN-DATE TO RL-LAST-RUN-DATE
           END-IF.
           MOVE WS-NIGHT-TOTAL TO RL-NIGHT-TOTAL (1).
           IF RL-NIGHTS-HELD < WS-AVG-NIGHTS
               MOVE RL-NIGHTS-HELD TO WS-ROLL-USED
           ELSE
               MOVE WS-AVG-NIGHTS TO WS-ROLL-USED
           END-IF.
           MOVE ZERO TO WS-ROLL-SUM.
           PERFORM 2070-SUM-ONE-NIGHT
               THRU 2070-SUM-ONE-NIGHT-EXIT
               VARYING WS-ROLL-IDX FROM 1 BY 1
               UNTIL WS-ROLL-IDX > WS-ROLL-USED.
           COMPUTE USERINPUT ROUNDED = WS-ROLL-SUM / WS-ROLL-USED.
       2050-ROLL-NIGHT-TOTAL-EXIT.
           EXIT.

       2060-CLEAR-ONE-NIGHT.
           MOVE ZERO TO RL-NIGHT-TOTAL (WS-ROLL-IDX).
       2060-CLEAR-ONE-NIGHT-EXIT.
           EXIT.

       2070-SUM-ONE-NIGHT.
           ADD RL-NIGHT-TOTAL (WS-ROLL-IDX) TO WS-ROLL-SUM.
       2070-SUM-ONE-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-APPLY-DOWNGRADE-GRACE - A MOVE TO A LOWER BUCKET     *
      * THAN THE ONE ON TIERMAS ONLY STANDS ONCE THE AVERAGE HAS  *
      * BEEN BELOW FOR THE GRACE NUMBER OF CONSECUTIVE NIGHTS;    *
      * UNTIL THEN THE ACCOUNT KEEPS ITS BUCKET.  ANY NIGHT AT OR *
      * ABOVE THE CURRENT BUCKET BREAKS THE RUN.                  *
      *-----------------------------------------------------------*
       2400-APPLY-DOWNGRADE-GRACE.
           IF NOT WS-TIERMAS-AVAILABLE
               OR NOT WS-TIERROLL-AVAILABLE
               GO TO 2400-APPLY-DOWNGRADE-GRACE-EXIT
           END-IF.
           MOVE TR-ACCOUNT-ID TO TM-ACCOUNT-ID.
           READ TIER-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BELOW-NIGHTS
                   GO TO 2400-APPLY-DOWNGRADE-GRACE-EXIT
           END-READ.
           MOVE TM-BUCKET TO WS-RANK-LABEL.
           PERFORM 2460-RANK-BUCKET
               THRU 2460-RANK-BUCKET-EXIT.
           MOVE WS-RANK-VALUE TO WS-CURRENT-RANK.
           MOVE WS-BUCKET-LABEL TO WS-RANK-LABEL.
           PERFORM 2460-RANK-BUCKET
               THRU 2460-RANK-BUCKET-EXIT.
           IF WS-RANK-VALUE NOT < WS-CURRENT-RANK
               MOVE ZERO TO WS-BELOW-NIGHTS
               GO TO 2400-APPLY-DOWNGRADE-GRACE-EXIT
           END-IF.
           IF WS-BELOW-NIGHTS < 999
               ADD 1 TO WS-BELOW-NIGHTS
           END-IF.
           IF WS-BELOW-NIGHTS < WS-GRACE-NIGHTS
               DISPLAY "  ACCOUNT ", TR-ACCOUNT-ID, " HELD IN ",
                   TM-BUCKET, " - NIGHT ", WS-BELOW-NIGHTS,
                   " OF ", WS-GRACE-NIGHTS, " BELOW."
               MOVE TM-BUCKET TO WS-BUCKET-LABEL
               ADD 1 TO WS-GRACE-HELD-COUNT
           ELSE
               MOVE ZERO TO WS-BELOW-NIGHTS
               ADD 1 TO WS-DOWNGRADE-COUNT
           END-IF.
       2400-APPLY-DOWNGRADE-GRACE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2450-COUNT-BUCKET - COUNT THE BUCKET FINALLY ASSIGNED.    *
      *-----------------------------------------------------------*
       2450-COUNT-BUCKET.
           EVALUATE WS-BUCKET-LABEL
               WHEN "NEGATIVE"
                   ADD 1 TO WS-NEGATIVE-COUNT
               WHEN "BELOW-LOWER"
                   ADD 1 TO WS-LOWER-COUNT
               WHEN "LOWER-MIDDLE"
                   ADD 1 TO WS-MIDDLE-COUNT
               WHEN "MIDDLE-UPPER"
                   ADD 1 TO WS-UPPER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ABOVE-UPPER-COUNT
           END-EVALUATE.
       2450-COUNT-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2460-RANK-BUCKET - ORDER THE BUCKETS LOWEST TO HIGHEST SO *
      * A DOWNGRADE CAN BE RECOGNIZED.                            *
      *-----------------------------------------------------------*
       2460-RANK-BUCKET.
           EVALUATE WS-RANK-LABEL
               WHEN "NEGATIVE"
                   MOVE 0 TO WS-RANK-VALUE
               WHEN "BELOW-LOWER"
                   MOVE 1 TO WS-RANK-VALUE
               WHEN "LOWER-MIDDLE"
                   MOVE 2 TO WS-RANK-VALUE
               WHEN "MIDDLE-UPPER"
                   MOVE 3 TO WS-RANK-VALUE
               WHEN OTHER
                   MOVE 4 TO WS-RANK-VALUE
           END-EVALUATE.
       2460-RANK-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-CLASSIFY-PROPOSED - CLASSIFY THE SAME VALUE UNDER    *
      * THE PROPOSED BOUNDS.  AN ACCOUNT WHOSE BUCKET WOULD MOVE  *
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-CSV-RECORD - WRITE THIS ACCOUNT'S NIGHT TOTAL, *
      * ROLLING AVERAGE, AND BUCKET LABEL TO TIERCSV AS A         *
      * COMMA-SEPARATED LINE.                                     *
      *-----------------------------------------------------------*
       8100-WRITE-CSV-RECORD.
           MOVE TR-USERINPUT TO WS-CSV-NUM.
           MOVE USERINPUT TO WS-CSV-AVG.
           MOVE SPACES TO TIER-CSV-RECORD.
           STRING TR-ACCOUNT-ID DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-NUM   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-AVG   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-BUCKET-LABEL DELIMITED BY SPACE
               INTO TIER-CSV-RECORD.
           WRITE TIER-CSV-RECORD.
       8350-APPEND-TENURE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8360-SAVE-ROLLING-ACTIVITY - KEEP TONIGHT'S TOTAL AND THE *
      * BELOW-BUCKET RUN ON TIERROLL FOR TOMORROW'S AVERAGE.      *
      *-----------------------------------------------------------*
       8360-SAVE-ROLLING-ACTIVITY.
           IF NOT WS-TIERROLL-AVAILABLE
               GO TO 8360-SAVE-ROLLING-ACTIVITY-EXIT
           END-IF.
           MOVE WS-BELOW-NIGHTS TO RL-BELOW-NIGHTS.
           IF WS-ROLL-RECORD-FOUND
               REWRITE TIER-ROLL-RECORD
           ELSE
               WRITE TIER-ROLL-RECORD
           END-IF.
           IF NOT WS-ROLL-OK
               DISPLAY "CONDITIONAL-BRANCHING-EXAMPLE: TIERROLL ",
                   "UPDATE FAILED FOR ACCOUNT " TR-ACCOUNT-ID
                   " STATUS " WS-ROLL-FILE-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8360-SAVE-ROLLING-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-WRITE-CSV-TRAILER - WRITE A TRAILER LINE TO TIERCSV  *
      * CARRYING THE RUN'S FINAL RECORD COUNT SO A DOWNSTREAM     *
           DISPLAY "  LOWERBOUND-MIDDLE     = " WS-MIDDLE-COUNT.
           DISPLAY "  MIDDLE-UPPERBOUND     = " WS-UPPER-COUNT.
           DISPLAY "  ABOVE UPPERBOUND      = " WS-ABOVE-UPPER-COUNT.
           DISPLAY "  AVERAGING NIGHTS      = " WS-AVG-NIGHTS.
           DISPLAY "  DOWNGRADE GRACE NIGHTS= " WS-GRACE-NIGHTS.
           DISPLAY "  DOWNGRADES HELD       = " WS-GRACE-HELD-COUNT.
           DISPLAY "  DOWNGRADES TAKEN      = " WS-DOWNGRADE-COUNT.
       8000-PRINT-SUMMARY-EXIT.
           EXIT.

