      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Inbound file arrival monitor.  ADDTRAN, BRANCHCSV,
      * RATEFEED, LATETRAN and GLACKIN each come from a different
      * party, and until now a missing one was found only when the
      * step that reads it reported an empty night.  The ARRREG
      * arrival register lists each expected file by DD name with
      * its source, its cut-off time (HHMM) and the days it is due:
      * schedule "B" every business day (checked through DATESRV),
      * "D" every day, or "W" on the weekdays flagged Y in the
      * Monday-to-Sunday pattern.  Each run counts the records of
      * every file due today and appends what it found to the
      * ARRLOG arrival log; a file with no records whose cut-off has
      * passed is late - the console gets an alert, it is listed on
      * the ARRRPT late-file report, and the step ends RC 4.  The
      * check time is the clock, or the time on the ARRPRM card;
      * a card of "FINAL" (the run ahead of the nightly chain)
      * treats every cut-off as passed.  Runs at set points in the
      * evening (ARRIVAL.JCL) so the chasing call is made while the
      * sender can still do something about it.  A monitor only -
      * it gates nothing.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRIVAL-PARM-FILE ASSIGN TO "ARRPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ARRIVAL-REGISTER-FILE ASSIGN TO "ARRREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT ARRIVAL-LOG-FILE ASSIGN TO "ARRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT ARRIVAL-REPORT-FILE ASSIGN TO "ARRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT ADDTRAN-IN-FILE ASSIGN TO "ADDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT BRANCHCSV-IN-FILE ASSIGN TO "BRANCHCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RATEFEED-IN-FILE ASSIGN TO "RATEFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT LATETRAN-IN-FILE ASSIGN TO "LATETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT GLACKIN-IN-FILE ASSIGN TO "GLACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARRIVAL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS.
       01  ARRIVAL-PARM-RECORD.
           05  AP-CHECK-TIME           PIC X(04).
           05  FILLER                  PIC X(04).
       01  ARRIVAL-PARM-MODE           PIC X(08).
           88  AP-IS-FINAL                       VALUE "FINAL".

       FD  ARRIVAL-REGISTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  ARRIVAL-REGISTER-RECORD.
           05  AR-DDNAME               PIC X(09).
           05  AR-SOURCE               PIC X(20).
           05  AR-CUTOFF-TIME          PIC X(04).
           05  AR-SCHEDULE             PIC X(01).
               88  AR-BUSINESS-DAYS              VALUE "B".
               88  AR-EVERY-DAY                  VALUE "D".
               88  AR-WEEKDAYS-LISTED            VALUE "W".
           05  AR-WEEKDAY-FLAGS.
               10  AR-WEEKDAY-FLAG OCCURS 7 TIMES
                                       PIC X(01).
           05  FILLER                  PIC X(09).

       FD  ARRIVAL-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  ARRIVAL-LOG-RECORD.
           05  AL-RUN-DATE             PIC X(08).
           05  AL-CHECK-TIME           PIC X(04).
           05  AL-DDNAME               PIC X(09).
           05  AL-STATUS               PIC X(01).
               88  AL-IS-RECEIVED                VALUE "R".
               88  AL-IS-AWAITED                 VALUE "A".
               88  AL-IS-LATE                    VALUE "L".
           05  AL-RECORD-COUNT         PIC 9(07).
           05  AL-CUTOFF-TIME          PIC X(04).
           05  AL-SOURCE               PIC X(20).
           05  FILLER                  PIC X(07).

       FD  ARRIVAL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ARRIVAL-REPORT-LINE         PIC X(80).

       FD  ADDTRAN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  ADDTRAN-IN-RECORD           PIC X(28).

       FD  BRANCHCSV-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCHCSV-IN-RECORD         PIC X(80).

       FD  RATEFEED-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
       01  RATEFEED-IN-RECORD          PIC X(18).

       FD  LATETRAN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  LATETRAN-IN-RECORD          PIC X(28).

       FD  GLACKIN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01  GLACKIN-IN-RECORD           PIC X(33).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REG-OK                         VALUE "00".
           88  WS-REG-EOF                        VALUE "10".
       01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                         VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-IN-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-IN-OK                          VALUE "00".
           88  WS-IN-EOF                         VALUE "10".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-CLOCK-TIME               PIC X(08) VALUE SPACES.
       01  WS-CHECK-TIME               PIC X(04) VALUE SPACES.
       01  WS-FINAL-SWITCH             PIC X(01) VALUE "N".
           88  WS-FINAL-CHECK                    VALUE "Y".
       01  WS-DUE-SWITCH               PIC X(01) VALUE "N".
           88  WS-DUE-TODAY                      VALUE "Y".
       01  WS-MONITORED-SWITCH         PIC X(01) VALUE "Y".
           88  WS-FILE-MONITORED                 VALUE "Y".
       77  WS-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-OF-WEEK              PIC 9(01) COMP VALUE ZERO.
       77  WS-DUE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-RECEIVED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-AWAITED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-LATE-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-ROW-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "C".
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-RESULT              PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE "N".
           88  WS-DATE-GOOD                      VALUE "Y".
       01  WS-COUNT-EDIT               PIC ZZZZ9.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(12) VALUE "  DD NAME".
           05  FILLER                  PIC X(21) VALUE "SOURCE".
           05  FILLER                  PIC X(08) VALUE "CUT-OFF".
           05  FILLER                  PIC X(10) VALUE "   RECORDS".
           05  FILLER                  PIC X(29) VALUE "  STATUS".
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DDNAME            PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-SOURCE            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CUTOFF            PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-RECORDS           PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(27).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ONE-EXPECTED-FILE
               THRU 2000-CHECK-ONE-EXPECTED-FILE-EXIT
               UNTIL WS-REG-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - SET THE CHECK TIME, OPEN THE REGISTER,   *
      * THE LOG FOR APPEND, AND THE REPORT.                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-TIME(1:4) TO WS-CHECK-TIME.
           OPEN INPUT ARRIVAL-PARM-FILE.
           IF WS-PARM-OK
               READ ARRIVAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-IS-FINAL
                           SET WS-FINAL-CHECK TO TRUE
                       ELSE
                           IF AP-CHECK-TIME IS NUMERIC
                               AND AP-CHECK-TIME < "2400"
                               MOVE AP-CHECK-TIME TO WS-CHECK-TIME
                           END-IF
                       END-IF
               END-READ
               CLOSE ARRIVAL-PARM-FILE
           END-IF.
           OPEN OUTPUT ARRIVAL-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "ARRMON         ", "ARRRPT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           IF WS-FINAL-CHECK
               STRING "INBOUND FILE ARRIVALS FOR " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " - FINAL CHECK AHEAD OF THE CHAIN"
                       DELIMITED BY SIZE
                   INTO ARRIVAL-REPORT-LINE
           ELSE
               STRING "INBOUND FILE ARRIVALS FOR " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " AS AT " DELIMITED BY SIZE
                   WS-CHECK-TIME DELIMITED BY SIZE
                   INTO ARRIVAL-REPORT-LINE
           END-IF.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE WS-RPT-HEADING TO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE "W" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-DATE-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF WS-DATE-GOOD
               MOVE WS-DATE-DAYS TO WS-DAY-OF-WEEK
           END-IF.
           OPEN EXTEND ARRIVAL-LOG-FILE.
           IF NOT WS-LOG-OK
               CLOSE ARRIVAL-LOG-FILE
               OPEN OUTPUT ARRIVAL-LOG-FILE
           END-IF.
           OPEN INPUT ARRIVAL-REGISTER-FILE.
           IF NOT WS-REG-OK
               CALL "FILERR" USING "ARRMON         ", "ARRREG  ",
                   "OPEN-IN ", WS-REG-FILE-STATUS, "N"
               MOVE "  *** ARRREG NOT AVAILABLE - NOTHING CHECKED ***"
                   TO ARRIVAL-REPORT-LINE
               WRITE ARRIVAL-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               MOVE "10" TO WS-REG-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-EXPECTED-FILE - ONE REGISTER ROW.  A FILE   *
      * NOT DUE TODAY IS PASSED OVER; ONE THAT IS DUE IS COUNTED,  *
      * LOGGED AND REPORTED, AND ALERTED WHEN IT IS LATE.          *
      *-----------------------------------------------------------*
       2000-CHECK-ONE-EXPECTED-FILE.
           READ ARRIVAL-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-EXPECTED-FILE-EXIT
           END-READ.
           IF AR-DDNAME = SPACES
               OR AR-DDNAME(1:1) = "*"
               GO TO 2000-CHECK-ONE-EXPECTED-FILE-EXIT
           END-IF.
           IF AR-CUTOFF-TIME IS NOT NUMERIC
               OR AR-CUTOFF-TIME NOT < "2400"
               OR (NOT AR-BUSINESS-DAYS AND NOT AR-EVERY-DAY
                   AND NOT AR-WEEKDAYS-LISTED)
               ADD 1 TO WS-BAD-ROW-COUNT
               DISPLAY "ARRMON: ARRREG ROW FOR " AR-DDNAME
                   " HAS A BAD CUT-OFF OR SCHEDULE - SKIPPED."
               GO TO 2000-CHECK-ONE-EXPECTED-FILE-EXIT
           END-IF.
           PERFORM 2100-CHECK-DUE-TODAY
               THRU 2100-CHECK-DUE-TODAY-EXIT.
           IF NOT WS-DUE-TODAY
               GO TO 2000-CHECK-ONE-EXPECTED-FILE-EXIT
           END-IF.
           PERFORM 3000-COUNT-RECORDS
               THRU 3000-COUNT-RECORDS-EXIT.
           IF NOT WS-FILE-MONITORED
               ADD 1 TO WS-BAD-ROW-COUNT
               DISPLAY "ARRMON: " AR-DDNAME " IS NOT A FILE THIS "
                   "MONITOR CAN COUNT - SKIPPED."
               GO TO 2000-CHECK-ONE-EXPECTED-FILE-EXIT
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           MOVE SPACES           TO ARRIVAL-LOG-RECORD.
           MOVE WS-RUN-DATE      TO AL-RUN-DATE.
           MOVE WS-CHECK-TIME    TO AL-CHECK-TIME.
           MOVE AR-DDNAME        TO AL-DDNAME.
           MOVE WS-RECORD-COUNT  TO AL-RECORD-COUNT.
           MOVE AR-CUTOFF-TIME   TO AL-CUTOFF-TIME.
           MOVE AR-SOURCE        TO AL-SOURCE.
           MOVE AR-DDNAME        TO WS-RD-DDNAME.
           MOVE AR-SOURCE        TO WS-RD-SOURCE.
           MOVE AR-CUTOFF-TIME   TO WS-RD-CUTOFF.
           MOVE WS-RECORD-COUNT  TO WS-RD-RECORDS.
           EVALUATE TRUE
               WHEN WS-RECORD-COUNT > 0
                   SET AL-IS-RECEIVED TO TRUE
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE "RECEIVED" TO WS-RD-STATUS
               WHEN WS-FINAL-CHECK
                   OR WS-CHECK-TIME NOT < AR-CUTOFF-TIME
                   SET AL-IS-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "*** LATE - NOTHING RECEIVED" TO WS-RD-STATUS
                   DISPLAY "ARRMON: *** LATE FILE " AR-DDNAME
                       " FROM " AR-SOURCE " - CUT-OFF "
                       AR-CUTOFF-TIME " PASSED, NOTHING RECEIVED ***"
               WHEN OTHER
                   SET AL-IS-AWAITED TO TRUE
                   ADD 1 TO WS-AWAITED-COUNT
                   MOVE "AWAITED - CUT-OFF TO COME" TO WS-RD-STATUS
           END-EVALUATE.
           WRITE ARRIVAL-LOG-RECORD.
           MOVE WS-RPT-DETAIL TO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
       2000-CHECK-ONE-EXPECTED-FILE-EXIT.
           EXIT.

       2100-CHECK-DUE-TODAY.
           MOVE "N" TO WS-DUE-SWITCH.
           EVALUATE TRUE
               WHEN AR-EVERY-DAY
                   SET WS-DUE-TODAY TO TRUE
               WHEN AR-WEEKDAYS-LISTED
                   IF WS-DAY-OF-WEEK > 0
                       AND AR-WEEKDAY-FLAG(WS-DAY-OF-WEEK) = "Y"
                       SET WS-DUE-TODAY TO TRUE
                   END-IF
               WHEN AR-BUSINESS-DAYS
                   MOVE "C" TO WS-DATE-FUNCTION
                   MOVE "N" TO WS-DATE-STATUS
                   CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
                       WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
                       WS-DATE-STATUS
                   IF WS-DATE-GOOD
                       SET WS-DUE-TODAY TO TRUE
                   END-IF
           END-EVALUATE.
       2100-CHECK-DUE-TODAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COUNT-RECORDS - COUNT THE RECORDS OF THE FILE ON THE  *
      * REGISTER ROW.  A FILE THAT CANNOT BE OPENED HAS NOT        *
      * ARRIVED AND COUNTS ZERO.  EACH MONITORED FILE HAS ITS OWN  *
      * SELECT AND FD AT ITS OWN RECORD LENGTH.                    *
      *-----------------------------------------------------------*
       3000-COUNT-RECORDS.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-IN-FILE-STATUS.
           SET WS-FILE-MONITORED TO TRUE.
           EVALUATE AR-DDNAME
               WHEN "ADDTRAN"
                   PERFORM 3100-COUNT-ADDTRAN
                       THRU 3100-COUNT-ADDTRAN-EXIT
               WHEN "BRANCHCSV"
                   PERFORM 3200-COUNT-BRANCHCSV
                       THRU 3200-COUNT-BRANCHCSV-EXIT
               WHEN "RATEFEED"
                   PERFORM 3300-COUNT-RATEFEED
                       THRU 3300-COUNT-RATEFEED-EXIT
               WHEN "LATETRAN"
                   PERFORM 3400-COUNT-LATETRAN
                       THRU 3400-COUNT-LATETRAN-EXIT
               WHEN "GLACKIN"
                   PERFORM 3500-COUNT-GLACKIN
                       THRU 3500-COUNT-GLACKIN-EXIT
               WHEN OTHER
                   MOVE "N" TO WS-MONITORED-SWITCH
           END-EVALUATE.
       3000-COUNT-RECORDS-EXIT.
           EXIT.

       3100-COUNT-ADDTRAN.
           OPEN INPUT ADDTRAN-IN-FILE.
           IF NOT WS-IN-OK
               GO TO 3100-COUNT-ADDTRAN-EXIT
           END-IF.
           PERFORM 3110-READ-ONE-ADDTRAN
               THRU 3110-READ-ONE-ADDTRAN-EXIT
               UNTIL WS-IN-EOF.
           CLOSE ADDTRAN-IN-FILE.
       3100-COUNT-ADDTRAN-EXIT.
           EXIT.

       3110-READ-ONE-ADDTRAN.
           READ ADDTRAN-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       3110-READ-ONE-ADDTRAN-EXIT.
           EXIT.

       3200-COUNT-BRANCHCSV.
           OPEN INPUT BRANCHCSV-IN-FILE.
           IF NOT WS-IN-OK
               GO TO 3200-COUNT-BRANCHCSV-EXIT
           END-IF.
           PERFORM 3210-READ-ONE-BRANCHCSV
               THRU 3210-READ-ONE-BRANCHCSV-EXIT
               UNTIL WS-IN-EOF.
           CLOSE BRANCHCSV-IN-FILE.
       3200-COUNT-BRANCHCSV-EXIT.
           EXIT.

       3210-READ-ONE-BRANCHCSV.
           READ BRANCHCSV-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       3210-READ-ONE-BRANCHCSV-EXIT.
           EXIT.

       3300-COUNT-RATEFEED.
           OPEN INPUT RATEFEED-IN-FILE.
           IF NOT WS-IN-OK
               GO TO 3300-COUNT-RATEFEED-EXIT
           END-IF.
           PERFORM 3310-READ-ONE-RATEFEED
               THRU 3310-READ-ONE-RATEFEED-EXIT
               UNTIL WS-IN-EOF.
           CLOSE RATEFEED-IN-FILE.
       3300-COUNT-RATEFEED-EXIT.
           EXIT.

       3310-READ-ONE-RATEFEED.
           READ RATEFEED-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       3310-READ-ONE-RATEFEED-EXIT.
           EXIT.

       3400-COUNT-LATETRAN.
           OPEN INPUT LATETRAN-IN-FILE.
           IF NOT WS-IN-OK
               GO TO 3400-COUNT-LATETRAN-EXIT
           END-IF.
           PERFORM 3410-READ-ONE-LATETRAN
               THRU 3410-READ-ONE-LATETRAN-EXIT
               UNTIL WS-IN-EOF.
           CLOSE LATETRAN-IN-FILE.
       3400-COUNT-LATETRAN-EXIT.
           EXIT.

       3410-READ-ONE-LATETRAN.
           READ LATETRAN-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       3410-READ-ONE-LATETRAN-EXIT.
           EXIT.

       3500-COUNT-GLACKIN.
           OPEN INPUT GLACKIN-IN-FILE.
           IF NOT WS-IN-OK
               GO TO 3500-COUNT-GLACKIN-EXIT
           END-IF.
           PERFORM 3510-READ-ONE-GLACKIN
               THRU 3510-READ-ONE-GLACKIN-EXIT
               UNTIL WS-IN-EOF.
           CLOSE GLACKIN-IN-FILE.
       3500-COUNT-GLACKIN-EXIT.
           EXIT.

       3510-READ-ONE-GLACKIN.
           READ GLACKIN-IN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       3510-READ-ONE-GLACKIN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - TOTALS ON THE REPORT; ANY LATE FILE OR    *
      * BAD REGISTER ROW ENDS THE STEP RC 4.                       *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-REG-OK OR WS-REG-EOF
               CLOSE ARRIVAL-REGISTER-FILE
           END-IF.
           CLOSE ARRIVAL-LOG-FILE.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-COUNT-EDIT.
           STRING "FILES DUE TODAY: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT.
           STRING "RECEIVED:        " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           MOVE WS-AWAITED-COUNT TO WS-COUNT-EDIT.
           STRING "AWAITED:         " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           MOVE SPACES TO ARRIVAL-REPORT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT.
           STRING "LATE:            " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO ARRIVAL-REPORT-LINE.
           WRITE ARRIVAL-REPORT-LINE.
           CLOSE ARRIVAL-REPORT-FILE.
           DISPLAY "ARRMON: FILES DUE = " WS-DUE-COUNT
               " RECEIVED = " WS-RECEIVED-COUNT
               " LATE = " WS-LATE-COUNT.
           IF (WS-LATE-COUNT > 0 OR WS-BAD-ROW-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ARRMON.
