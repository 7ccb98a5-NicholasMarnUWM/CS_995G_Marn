      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly refresh of the LIMITMAS exposure limits from
      * the tier schedule, run straight after TIERSTEP.  The TIERLIM
      * card file gives the default nightly limit for each tier
      * bucket.  Every account on TIERMAS has its LIMITMAS limit set
      * to the schedule amount for its current bucket - created if
      * the customer has no limit yet, raised or lowered if the
      * bucket or the schedule has moved - so a customer who climbs
      * into the top bucket no longer carries a starter limit.  A
      * limit marked as manually approved ("M") is the one a
      * supervisor signed off individually and is never touched.
      * Every limit set, raised or lowered is printed on the LIMROUT
      * report with the old and new amounts and the reason.  A
      * bucket with no schedule card leaves its limits alone.  A
      * minor's limit (marked "Y" by MINORREG) is held at the lesser
      * of its bucket amount and the "MINOR" card amount - 250.00
      * without one - until the monthly MINORAGE run clears it.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  A MINOR'S LIMIT (SOURCE "Y") IS NOW HELD AT THE
      *                 LESSER OF ITS BUCKET AMOUNT AND THE MINOR AMOUNT
      *                 FROM A "MINOR" CARD ON TIERLIM, INSTEAD OF BEING
      *                 REFRESHED TO THE FULL TIER LIMIT.
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
       PROGRAM-ID. LIMREFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-LIMIT-FILE ASSIGN TO "TIERLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLIM-FILE-STATUS.
           SELECT TIER-MASTER-FILE ASSIGN TO "TIERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-ACCOUNT-ID
               FILE STATUS IS WS-MAS-FILE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT LIMIT-REPORT-FILE ASSIGN TO "LIMROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-LIMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  TIER-LIMIT-RECORD.
           05  TL-BUCKET               PIC X(16).
           05  TL-NIGHTLY-LIMIT        PIC 9(09)V9(02).

       FD  TIER-MASTER-FILE.
       01  TIER-MASTER-RECORD.
           05  TM-ACCOUNT-ID           PIC 9(06).
           05  TM-BUCKET               PIC X(16).
           05  TM-SINCE-DATE           PIC X(08).

       FD  LIMIT-MASTER-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
               88  LM-MINOR-LIMIT                VALUE "Y".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  LIMIT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMIT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TLIM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-TLIM-OK                        VALUE "00".
       01  WS-MAS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MAS-OK                         VALUE "00".
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LIMIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-TLIM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-TLIM-EOF                       VALUE "Y".
       01  WS-MAS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-MAS-EOF                        VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-MAS-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-MAS-IS-OPEN                    VALUE "Y".
       01  WS-LIMIT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-LIMIT-IS-OPEN                  VALUE "Y".
       01  WS-SCHED-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-SCHED-FOUND                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY       OCCURS 5 TIMES.
               10  WS-SCHED-BUCKET     PIC X(16).
               10  WS-SCHED-LIMIT      PIC 9(09)V9(02).
       01  WS-MINOR-LIMIT              PIC 9(09)V9(02) VALUE 250.00.
       01  WS-NEW-LIMIT                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-OLD-LIMIT                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-LOOKUP-BUCKET            PIC X(16) VALUE SPACES.
       01  WS-ACTION                   PIC X(07) VALUE SPACES.
       01  WS-REASON                   PIC X(35) VALUE SPACES.
       77  WS-SCHED-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  WS-SCHED-IDX                PIC 9(02) COMP VALUE ZERO.
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-NEW-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-RAISED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-LOWERED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-MANUAL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-MINOR-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-SCHED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "LIMREFR - TIER LIMIT REFRESH".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(37)
               VALUE "CUST        OLD LIMIT      NEW LIMIT ".
           05  FILLER                  PIC X(43)
               VALUE "ACTION  REASON".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-OLD-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-ACTION            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-REASON            PIC X(35).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(30).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "LIMREFR        ", "TIERMAS ".
           CALL "ENVCHK" USING "LIMREFR        ", "LIMITMAS".
           CALL "ENVCHK" USING "LIMREFR        ", "LIMROUT ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REFRESH-ONE-ACCOUNT
               THRU 2000-REFRESH-ONE-ACCOUNT-EXIT
               UNTIL WS-MAS-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT, LOAD THE SCHEDULE, AND  *
      * OPEN TIERMAS AND LIMITMAS.  WITH NO SCHEDULE OR NO TIERMAS *
      * THERE IS NOTHING TO REFRESH AND THE STEP WARNS.             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT LIMIT-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "LIMREFR        ", "LIMROUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE LIMIT-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE.
           WRITE LIMIT-REPORT-LINE FROM WS-HEADING-2.
           PERFORM 1100-LOAD-SCHEDULE
               THRU 1100-LOAD-SCHEDULE-EXIT.
           IF WS-SCHED-COUNT = 0
               MOVE "NO TIERLIM SCHEDULE - NO LIMITS REFRESHED."
                   TO LIMIT-REPORT-LINE
               WRITE LIMIT-REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT TIER-MASTER-FILE.
           IF NOT WS-MAS-OK
               CALL "FILERR" USING "LIMREFR        ", "TIERMAS ",
                   "OPEN-IN ", WS-MAS-FILE-STATUS, "N"
               ADD 1 TO WS-ERROR-COUNT
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-MAS-IS-OPEN TO TRUE.
           OPEN I-O LIMIT-MASTER-FILE.
           IF WS-LIMIT-FILE-STATUS = "35"
               OPEN OUTPUT LIMIT-MASTER-FILE
               IF WS-LIMIT-OK
                   CLOSE LIMIT-MASTER-FILE
                   OPEN I-O LIMIT-MASTER-FILE
               END-IF
           END-IF.
           IF NOT WS-LIMIT-OK
               CALL "FILERR" USING "LIMREFR        ", "LIMITMAS",
                   "OPEN-IO ", WS-LIMIT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-LIMIT-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-SCHEDULE - ONE TIERLIM CARD PER BUCKET.  A CARD  *
      * FOR AN UNKNOWN BUCKET OR WITH A NON-NUMERIC LIMIT IS       *
      * REPORTED AND SKIPPED; A LATER CARD FOR THE SAME BUCKET     *
      * REPLACES AN EARLIER ONE.                                   *
      *-----------------------------------------------------------*
       1100-LOAD-SCHEDULE.
           OPEN INPUT TIER-LIMIT-FILE.
           IF NOT WS-TLIM-OK
               GO TO 1100-LOAD-SCHEDULE-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CARD
               THRU 1110-LOAD-ONE-CARD-EXIT
               UNTIL WS-TLIM-EOF.
           CLOSE TIER-LIMIT-FILE.
       1100-LOAD-SCHEDULE-EXIT.
           EXIT.

       1110-LOAD-ONE-CARD.
           READ TIER-LIMIT-FILE
               AT END
                   SET WS-TLIM-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-CARD-EXIT
           END-READ.
           IF TL-BUCKET = "MINOR"
               AND TL-NIGHTLY-LIMIT IS NUMERIC
               MOVE TL-NIGHTLY-LIMIT TO WS-MINOR-LIMIT
               GO TO 1110-LOAD-ONE-CARD-EXIT
           END-IF.
           IF TL-NIGHTLY-LIMIT IS NOT NUMERIC
               OR (TL-BUCKET NOT = "NEGATIVE"
                   AND TL-BUCKET NOT = "BELOW-LOWER"
                   AND TL-BUCKET NOT = "LOWER-MIDDLE"
                   AND TL-BUCKET NOT = "MIDDLE-UPPER"
                   AND TL-BUCKET NOT = "ABOVE-UPPER")
               DISPLAY "LIMREFR: TIERLIM CARD FOR " TL-BUCKET
                   " IS INVALID - SKIPPED."
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1110-LOAD-ONE-CARD-EXIT
           END-IF.
           MOVE TL-BUCKET TO WS-LOOKUP-BUCKET.
           PERFORM 2100-FIND-SCHEDULE
               THRU 2100-FIND-SCHEDULE-EXIT.
           IF NOT WS-SCHED-FOUND
               ADD 1 TO WS-SCHED-COUNT
               MOVE WS-SCHED-COUNT TO WS-SCHED-IDX
               MOVE TL-BUCKET TO WS-SCHED-BUCKET (WS-SCHED-IDX)
           END-IF.
           MOVE TL-NIGHTLY-LIMIT TO WS-SCHED-LIMIT (WS-SCHED-IDX).
       1110-LOAD-ONE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REFRESH-ONE-ACCOUNT - SET ONE TIERMAS ACCOUNT'S LIMIT *
      * FROM THE SCHEDULE UNLESS IT IS A MANUAL LIMIT.             *
      *-----------------------------------------------------------*
       2000-REFRESH-ONE-ACCOUNT.
           READ TIER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MAS-EOF TO TRUE
                   GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-READ.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE TM-BUCKET TO WS-LOOKUP-BUCKET.
           PERFORM 2100-FIND-SCHEDULE
               THRU 2100-FIND-SCHEDULE-EXIT.
           IF NOT WS-SCHED-FOUND
               ADD 1 TO WS-NO-SCHED-COUNT
               GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-SCHED-LIMIT (WS-SCHED-IDX) TO WS-NEW-LIMIT.
           MOVE TM-ACCOUNT-ID TO LM-CUST-ID.
           READ LIMIT-MASTER-FILE
               INVALID KEY
                   PERFORM 2200-CREATE-LIMIT
                       THRU 2200-CREATE-LIMIT-EXIT
                   GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-READ.
           IF LM-MANUAL-LIMIT
               ADD 1 TO WS-MANUAL-COUNT
               GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-IF.
           IF LM-MINOR-LIMIT
               PERFORM 2600-HOLD-MINOR-LIMIT
                   THRU 2600-HOLD-MINOR-LIMIT-EXIT
               GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-IF.
           IF LM-NIGHTLY-LIMIT = WS-NEW-LIMIT
               IF LM-TIER-BUCKET NOT = TM-BUCKET
                   OR NOT LM-TIER-LIMIT
                   SET LM-TIER-LIMIT TO TRUE
                   MOVE TM-BUCKET TO LM-TIER-BUCKET
                   PERFORM 2400-REWRITE-LIMIT
                       THRU 2400-REWRITE-LIMIT-EXIT
               END-IF
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 2000-REFRESH-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM 2300-CHANGE-LIMIT
               THRU 2300-CHANGE-LIMIT-EXIT.
       2000-REFRESH-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-SCHEDULE - LOOK UP WS-LOOKUP-BUCKET ON THE LOADED*
      * SCHEDULE, LEAVING WS-SCHED-IDX ON THE MATCHING ENTRY.      *
      *-----------------------------------------------------------*
       2100-FIND-SCHEDULE.
           MOVE "N" TO WS-SCHED-FOUND-SWITCH.
           PERFORM 2110-CHECK-ONE-ENTRY
               THRU 2110-CHECK-ONE-ENTRY-EXIT
               VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                   OR WS-SCHED-FOUND.
           IF WS-SCHED-FOUND
               SUBTRACT 1 FROM WS-SCHED-IDX
           END-IF.
       2100-FIND-SCHEDULE-EXIT.
           EXIT.

       2110-CHECK-ONE-ENTRY.
           IF WS-SCHED-BUCKET (WS-SCHED-IDX) = WS-LOOKUP-BUCKET
               SET WS-SCHED-FOUND TO TRUE
           END-IF.
       2110-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CREATE-LIMIT - FIRST LIMIT FOR A CUSTOMER WHO HAD     *
      * NONE, SET FROM THE SCHEDULE.                               *
      *-----------------------------------------------------------*
       2200-CREATE-LIMIT.
           MOVE SPACES        TO LIMIT-MASTER-RECORD.
           MOVE TM-ACCOUNT-ID TO LM-CUST-ID.
           MOVE WS-NEW-LIMIT  TO LM-NIGHTLY-LIMIT.
           SET LM-TIER-LIMIT  TO TRUE.
           MOVE TM-BUCKET     TO LM-TIER-BUCKET.
           MOVE WS-RUN-DATE   TO LM-SET-DATE.
           MOVE "LIMREFR "    TO LM-SET-BY.
           WRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LIMREFR: LIMIT FOR " TM-ACCOUNT-ID
                       " NOT WRITTEN - STATUS " WS-LIMIT-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2200-CREATE-LIMIT-EXIT
           END-WRITE.
           ADD 1 TO WS-NEW-COUNT.
           MOVE ZERO TO WS-OLD-LIMIT.
           MOVE "SET"  TO WS-ACTION.
           MOVE SPACES TO WS-REASON.
           STRING "NO PRIOR LIMIT - TIER " DELIMITED BY SIZE
               TM-BUCKET DELIMITED BY SPACE
               INTO WS-REASON.
           PERFORM 2500-PRINT-CHANGE
               THRU 2500-PRINT-CHANGE-EXIT.
       2200-CREATE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHANGE-LIMIT - RAISE OR LOWER A TIER-MANAGED LIMIT.   *
      * THE REASON IS THE BUCKET MOVE, OR A SCHEDULE CHANGE WHEN   *
      * THE BUCKET HAS NOT MOVED.                                  *
      *-----------------------------------------------------------*
       2300-CHANGE-LIMIT.
           MOVE LM-NIGHTLY-LIMIT TO WS-OLD-LIMIT.
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               MOVE "RAISED" TO WS-ACTION
           ELSE
               MOVE "LOWERED" TO WS-ACTION
           END-IF.
           MOVE SPACES TO WS-REASON.
           IF LM-TIER-BUCKET = TM-BUCKET
               STRING "SCHEDULE CHANGE - TIER " DELIMITED BY SIZE
                   TM-BUCKET DELIMITED BY SPACE
                   INTO WS-REASON
           ELSE
               IF LM-TIER-BUCKET = SPACES
                   STRING "NOW TIER-MANAGED - " DELIMITED BY SIZE
                       TM-BUCKET DELIMITED BY SPACE
                       INTO WS-REASON
               ELSE
                   STRING "TIER " DELIMITED BY SIZE
                       LM-TIER-BUCKET DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       TM-BUCKET DELIMITED BY SPACE
                       INTO WS-REASON
               END-IF
           END-IF.
           MOVE WS-NEW-LIMIT  TO LM-NIGHTLY-LIMIT.
           SET LM-TIER-LIMIT  TO TRUE.
           MOVE TM-BUCKET     TO LM-TIER-BUCKET.
           PERFORM 2400-REWRITE-LIMIT
               THRU 2400-REWRITE-LIMIT-EXIT.
           IF NOT WS-LIMIT-OK
               GO TO 2300-CHANGE-LIMIT-EXIT
           END-IF.
           IF WS-ACTION = "RAISED"
               ADD 1 TO WS-RAISED-COUNT
           ELSE
               ADD 1 TO WS-LOWERED-COUNT
           END-IF.
           PERFORM 2500-PRINT-CHANGE
               THRU 2500-PRINT-CHANGE-EXIT.
       2300-CHANGE-LIMIT-EXIT.
           EXIT.

       2400-REWRITE-LIMIT.
           MOVE WS-RUN-DATE TO LM-SET-DATE.
           MOVE "LIMREFR "  TO LM-SET-BY.
           REWRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LIMREFR: LIMIT FOR " TM-ACCOUNT-ID
                       " NOT REWRITTEN - STATUS "
                       WS-LIMIT-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.
       2400-REWRITE-LIMIT-EXIT.
           EXIT.

       2500-PRINT-CHANGE.
           MOVE TM-ACCOUNT-ID TO WS-DL-CUST-ID.
           MOVE WS-OLD-LIMIT  TO WS-DL-OLD-LIMIT.
           MOVE WS-NEW-LIMIT  TO WS-DL-NEW-LIMIT.
           MOVE WS-ACTION     TO WS-DL-ACTION.
           MOVE WS-REASON     TO WS-DL-REASON.
           WRITE LIMIT-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-PRINT-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-HOLD-MINOR-LIMIT - A MINOR'S LIMIT IS THE LESSER OF   *
      * THE BUCKET'S SCHEDULE AMOUNT AND THE MINOR AMOUNT, AND     *
      * STAYS MARKED AS A MINOR LIMIT UNTIL MINORAGE CLEARS IT.    *
      *-----------------------------------------------------------*
       2600-HOLD-MINOR-LIMIT.
           ADD 1 TO WS-MINOR-COUNT.
           IF WS-NEW-LIMIT > WS-MINOR-LIMIT
               MOVE WS-MINOR-LIMIT TO WS-NEW-LIMIT
           END-IF.
           IF LM-NIGHTLY-LIMIT = WS-NEW-LIMIT
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 2600-HOLD-MINOR-LIMIT-EXIT
           END-IF.
           MOVE LM-NIGHTLY-LIMIT TO WS-OLD-LIMIT.
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               MOVE "RAISED" TO WS-ACTION
           ELSE
               MOVE "LOWERED" TO WS-ACTION
           END-IF.
           MOVE SPACES TO WS-REASON.
           STRING "MINOR - CAPPED, TIER " DELIMITED BY SIZE
               TM-BUCKET DELIMITED BY SPACE
               INTO WS-REASON.
           MOVE WS-NEW-LIMIT TO LM-NIGHTLY-LIMIT.
           PERFORM 2400-REWRITE-LIMIT
               THRU 2400-REWRITE-LIMIT-EXIT.
           IF NOT WS-LIMIT-OK
               GO TO 2600-HOLD-MINOR-LIMIT-EXIT
           END-IF.
           IF WS-ACTION = "RAISED"
               ADD 1 TO WS-RAISED-COUNT
           ELSE
               ADD 1 TO WS-LOWERED-COUNT
           END-IF.
           PERFORM 2500-PRINT-CHANGE
               THRU 2500-PRINT-CHANGE-EXIT.
       2600-HOLD-MINOR-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, REPORT.       *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO LIMIT-REPORT-LINE
               WRITE LIMIT-REPORT-LINE
               MOVE "TIERMAS ACCOUNTS READ       = " TO WS-TL-LABEL
               MOVE WS-ACCOUNT-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "LIMITS SET (NONE BEFORE)    = " TO WS-TL-LABEL
               MOVE WS-NEW-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "LIMITS RAISED               = " TO WS-TL-LABEL
               MOVE WS-RAISED-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "LIMITS LOWERED              = " TO WS-TL-LABEL
               MOVE WS-LOWERED-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "LIMITS UNCHANGED            = " TO WS-TL-LABEL
               MOVE WS-UNCHANGED-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MANUAL LIMITS LEFT ALONE    = " TO WS-TL-LABEL
               MOVE WS-MANUAL-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MINOR LIMITS HELD AT CAP    = " TO WS-TL-LABEL
               MOVE WS-MINOR-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "BUCKET NOT ON SCHEDULE      = " TO WS-TL-LABEL
               MOVE WS-NO-SCHED-COUNT TO WS-TL-COUNT
               WRITE LIMIT-REPORT-LINE FROM WS-TOTAL-LINE
               CLOSE LIMIT-REPORT-FILE
           END-IF.
           IF WS-MAS-IS-OPEN
               CLOSE TIER-MASTER-FILE
           END-IF.
           IF WS-LIMIT-IS-OPEN
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           DISPLAY "LIMREFR: LIMITS SET     = " WS-NEW-COUNT.
           DISPLAY "LIMREFR: LIMITS RAISED  = " WS-RAISED-COUNT.
           DISPLAY "LIMREFR: LIMITS LOWERED = " WS-LOWERED-COUNT.
           DISPLAY "LIMREFR: MANUAL KEPT    = " WS-MANUAL-COUNT.
           IF RETURN-CODE < 4
               AND WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LIMREFR.
