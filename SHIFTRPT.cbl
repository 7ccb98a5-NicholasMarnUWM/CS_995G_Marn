      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Operator shift handover report, run on demand when
      * one shift hands over to the next, so the outgoing operator
      * no longer writes the handover up by hand from the job log.
      * For the shift on the SHIFTPRM card (start date and time,
      * end date and time, YYYYMMDD HHMM), or the twelve hours up
      * to the run when there is no card, it puts on one page: the
      * steps RUNLOG shows starting or ending in the shift, START
      * paired with END, with their return codes (steps that ended
      * badly or are still running first); the locks still held on
      * LOCKFILE; the steps the RSTRTCTL restart ledger holds as
      * complete for the shift's dates; the FILERLOG file errors
      * logged in the shift; the ADDEXCP, ADDSUSP and GLSUSP counts
      * for the shift's end date; and the last WINFCST projection
      * taken in the shift, when it still shows steps to run.  Each
      * section is capped so the page never runs over, with a count
      * of anything not shown.  A source file that cannot be read
      * is noted on the report and the step ends RC 4.  The report
      * goes to SHIFTOUT for RPTARCH to file in the repository.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDEXCP (NOW 40 BYTES), ADDSUSP (NOW 49) AND
      *                 GLSUSP (NOW 56) LAYOUTS WIDENED FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-PARM-FILE ASSIGN TO "SHIFTPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT RESTART-CTL-FILE ASSIGN TO "RSTRTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "FILERLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-FILE-STATUS.
           SELECT ADDITION-EXCEPTION-FILE ASSIGN TO "ADDEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.
           SELECT SUSPENSE-LEDGER-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLS-FILE-STATUS.
           SELECT PROJECTION-FILE ASSIGN TO "WINPROJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRJ-FILE-STATUS.
           SELECT SHIFT-REPORT-FILE ASSIGN TO "SHIFTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01  SHIFT-PARM-RECORD.
           05  SP-START-DATE           PIC X(08).
           05  SP-START-TIME           PIC X(04).
           05  SP-END-DATE             PIC X(08).
           05  SP-END-TIME             PIC X(04).
       01  SHIFT-PARM-STAMPS.
           05  SP-START-STAMP          PIC X(12).
           05  SP-END-STAMP            PIC X(12).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-NAME         PIC X(15).
           05  RL-EVENT                PIC X(05).
               88  RL-IS-START                   VALUE "START".
               88  RL-IS-END                     VALUE "END  ".
           05  RL-RUN-DATE             PIC X(08).
           05  RL-RUN-TIME             PIC X(08).
           05  RL-KEY-COUNT            PIC 9(09).
           05  RL-RETURN-CODE          PIC 9(04).

       FD  LOCK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       01  LOCK-RECORD.
           05  LK-LOCK-NAME            PIC X(08).
           05  LK-OWNER                PIC X(15).
           05  LK-LOCK-DATE            PIC X(08).
           05  LK-LOCK-TIME            PIC X(08).

       FD  RESTART-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  RESTART-CTL-RECORD.
           05  RC-RUN-DATE             PIC X(08).
           05  RC-STEP-NAME            PIC X(08).

       FD  ERROR-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  ERROR-LOG-RECORD.
           05  EL-PROGRAM-NAME         PIC X(15).
           05  EL-FILE-NAME            PIC X(08).
           05  EL-OPERATION            PIC X(08).
           05  EL-FILE-STATUS          PIC X(02).
           05  EL-LOG-DATE             PIC X(08).
           05  EL-LOG-TIME             PIC X(08).

       FD  ADDITION-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDITION-EXCEPTION-RECORD   PIC X(40).

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
           05  SU-CUST-ID              PIC 9(06).
           05  SU-NUM1                 PIC 9(05)V9(02).
           05  SU-NUM2                 PIC 9(05)V9(02).
           05  SU-CURRENCY-CODE        PIC X(03).
           05  SU-LOG-DATE             PIC X(08).
           05  SU-HOLD-REASON          PIC X(01).
           05  SU-TXN-REF              PIC X(16).

       FD  SUSPENSE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01  SUSPENSE-LEDGER-RECORD.
           05  SL-STATUS               PIC X(01).
               88  SL-IS-OPEN                    VALUE "O".
           05  SL-LOG-DATE             PIC X(08).
           05  SL-TRAN-CODE            PIC X(01).
           05  SL-CUST-ID              PIC 9(06).
           05  SL-CURRENCY-CODE        PIC X(03).
           05  SL-BASE-AMOUNT          PIC 9(09)V9(04).
           05  SL-CLEARED-DATE         PIC X(08).
           05  SL-TXN-REF              PIC X(16).

       FD  PROJECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  PROJECTION-RECORD.
           05  WP-RUN-DATE             PIC X(08).
           05  WP-ASOF-TIME            PIC X(06).
           05  WP-STEPS-DONE           PIC 9(03).
           05  WP-STEPS-REMAINING      PIC 9(03).
           05  WP-REMAINING-SECS       PIC 9(06).
           05  WP-PROJ-FINISH          PIC X(06).
           05  WP-DEADLINE             PIC X(06).
           05  WP-BREACH-FLAG          PIC X(01).
           05  FILLER                  PIC X(01).

       FD  SHIFT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SHIFT-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-RUN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RUN-OK                         VALUE "00".
           88  WS-RUN-EOF                        VALUE "10".
       01  WS-LOCK-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-LOCK-OK                        VALUE "00".
           88  WS-LOCK-EOF                       VALUE "10".
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
           88  WS-CTL-EOF                        VALUE "10".
       01  WS-ERR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ERR-OK                         VALUE "00".
           88  WS-ERR-EOF                        VALUE "10".
       01  WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-EXC-OK                         VALUE "00".
           88  WS-EXC-EOF                        VALUE "10".
       01  WS-SUS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SUS-OK                         VALUE "00".
           88  WS-SUS-EOF                        VALUE "10".
       01  WS-GLS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-GLS-OK                         VALUE "00".
           88  WS-GLS-EOF                        VALUE "10".
       01  WS-PRJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PRJ-OK                         VALUE "00".
           88  WS-PRJ-EOF                        VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(08) VALUE SPACES.
       01  WS-RUN-HOUR                 PIC 9(02) VALUE ZERO.
      * THE SHIFT AS YYYYMMDDHHMM STAMPS, COMPARED AGAINST EACH
      * FILE'S DATE AND THE HOURS AND MINUTES OF ITS TIME.
       01  WS-SHIFT-START.
           05  WS-SHIFT-START-DATE     PIC X(08) VALUE SPACES.
           05  WS-SHIFT-START-TIME     PIC X(04) VALUE SPACES.
       01  WS-SHIFT-END.
           05  WS-SHIFT-END-DATE       PIC X(08) VALUE SPACES.
           05  WS-SHIFT-END-TIME       PIC X(04) VALUE SPACES.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE           PIC X(08) VALUE SPACES.
           05  WS-EVENT-TIME           PIC X(04) VALUE SPACES.
       01  WS-IN-SHIFT-SWITCH          PIC X(01) VALUE "N".
           88  WS-IN-SHIFT                       VALUE "Y".
      * DATE-SERVICE PARAMETERS FOR THE DEFAULT SHIFT START.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-RESULT              PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE SPACE.
           88  WS-DATE-GOOD                      VALUE "Y".
      * STEP RUNS IN THE SHIFT.  A START OPENS A ROW; AN END CLOSES
      * THE PROGRAM'S LATEST OPEN ROW, OR OPENS A ROW OF ITS OWN
      * WHEN THE STEP STARTED BEFORE THE SHIFT.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 200 TIMES.
               10  WS-ST-PROGRAM       PIC X(15).
               10  WS-ST-START-STAMP   PIC X(12).
               10  WS-ST-END-STAMP     PIC X(12).
               10  WS-ST-RETURN-CODE   PIC 9(04).
               10  WS-ST-ENDED-SWITCH  PIC X(01).
                   88  WS-ST-ENDED               VALUE "Y".
       77  WS-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-STEP-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-STEP-LIMIT               PIC 9(03) COMP VALUE 200.
       77  WS-STEP-DROPPED             PIC 9(05) COMP VALUE ZERO.
       01  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND                    VALUE "Y".
       01  WS-PRINT-PASS               PIC X(01) VALUE SPACE.
           88  WS-PRINT-PROBLEMS                 VALUE "P".
           88  WS-PRINT-CLEAN                    VALUE "C".
       01  WS-PROBLEM-SWITCH           PIC X(01) VALUE "N".
           88  WS-STEP-IS-PROBLEM                VALUE "Y".
       77  WS-STEP-LINES               PIC 9(03) COMP VALUE ZERO.
       77  WS-STEP-LINE-LIMIT          PIC 9(03) COMP VALUE 20.
       77  WS-STEPS-UNLISTED           PIC 9(05) COMP VALUE ZERO.
       77  WS-STARTED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ENDED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-RUNNING-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-NONZERO-COUNT            PIC 9(05) COMP VALUE ZERO.
      * SECTION CAPS THAT KEEP THE HANDOVER TO ONE PAGE.
       77  WS-SMALL-LINE-LIMIT         PIC 9(03) COMP VALUE 5.
       77  WS-LOCK-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-RESTART-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-RESTART-SLOT             PIC 9(03) COMP VALUE ZERO.
       77  WS-RESTART-LINES            PIC 9(03) COMP VALUE ZERO.
       77  WS-RESTART-LINE-LIMIT       PIC 9(03) COMP VALUE 3.
       77  WS-RESTART-UNLISTED         PIC 9(05) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSPECT-TODAY            PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSPECT-HELD             PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSPENSE-TODAY           PIC 9(07) COMP VALUE ZERO.
       77  WS-SUSPENSE-OPEN            PIC 9(07) COMP VALUE ZERO.
       77  WS-PROJECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-UNLISTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-LAST-PROJECTION          PIC X(40) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.
       01  WS-RC-EDIT                  PIC ZZZ9.

       01  WS-RPT-STEP-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-FLAG              PIC X(02).
           05  WS-RS-PROGRAM           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RS-START-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RS-START-TIME        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-END-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RS-END-TIME          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-RETURN-CODE       PIC X(04).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-RPT-LOCK-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RL-LOCK-NAME         PIC X(08).
           05  FILLER                  PIC X(09) VALUE " HELD BY ".
           05  WS-RL-OWNER             PIC X(15).
           05  FILLER                  PIC X(07) VALUE " SINCE ".
           05  WS-RL-LOCK-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RL-LOCK-TIME         PIC X(04).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-RPT-RESTART-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RR-STEP OCCURS 7 TIMES.
               10  WS-RR-STEP-NAME     PIC X(08).
               10  FILLER              PIC X(02).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-RPT-ERROR-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RE-LOG-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RE-LOG-TIME          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RE-PROGRAM           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RE-FILE-NAME         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RE-OPERATION         PIC X(08).
           05  FILLER                  PIC X(08) VALUE " STATUS ".
           05  WS-RE-FILE-STATUS       PIC X(02).
           05  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LIST-STEP-RUNS
               THRU 2000-LIST-STEP-RUNS-EXIT.
           PERFORM 3000-LIST-HELD-LOCKS
               THRU 3000-LIST-HELD-LOCKS-EXIT.
           PERFORM 4000-LIST-RESTART-ENTRIES
               THRU 4000-LIST-RESTART-ENTRIES-EXIT.
           PERFORM 5000-LIST-FILE-ERRORS
               THRU 5000-LIST-FILE-ERRORS-EXIT.
           PERFORM 6000-COUNT-EXCEPTIONS
               THRU 6000-COUNT-EXCEPTIONS-EXIT.
           PERFORM 7000-SHOW-PROJECTION
               THRU 7000-SHOW-PROJECTION-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - SET THE SHIFT FROM THE CARD OR THE       *
      * DEFAULT, OPEN THE REPORT AND WRITE ITS HEADING.            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1100-DEFAULT-SHIFT
               THRU 1100-DEFAULT-SHIFT-EXIT.
           OPEN INPUT SHIFT-PARM-FILE.
           IF WS-PARM-OK
               READ SHIFT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-START-DATE IS NUMERIC
                           AND SP-START-TIME IS NUMERIC
                           AND SP-END-DATE IS NUMERIC
                           AND SP-END-TIME IS NUMERIC
                           AND SP-START-STAMP < SP-END-STAMP
                           MOVE SP-START-STAMP TO WS-SHIFT-START
                           MOVE SP-END-STAMP   TO WS-SHIFT-END
                       ELSE
                           DISPLAY "SHIFTRPT: SHIFTPRM CARD NOT A "
                               "VALID SHIFT - LAST 12 HOURS USED."
                       END-IF
               END-READ
               CLOSE SHIFT-PARM-FILE
           END-IF.
           OPEN OUTPUT SHIFT-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "SHIFTRPT       ", "SHIFTOUT",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           STRING "OPERATOR SHIFT HANDOVER   SHIFT " DELIMITED BY SIZE
               WS-SHIFT-START-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHIFT-START-TIME DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SHIFT-END-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHIFT-END-TIME DELIMITED BY SIZE
               INTO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           STRING "PRODUCED " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RUN-TIME(1:4) DELIMITED BY SIZE
               INTO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      * THE TWELVE HOURS UP TO THE RUN, ACROSS MIDNIGHT WHEN THE
      * RUN IS BEFORE NOON.
       1100-DEFAULT-SHIFT.
           MOVE WS-RUN-DATE       TO WS-SHIFT-END-DATE.
           MOVE WS-RUN-TIME(1:4)  TO WS-SHIFT-END-TIME.
           MOVE WS-RUN-TIME(1:2)  TO WS-RUN-HOUR.
           MOVE WS-RUN-DATE       TO WS-SHIFT-START-DATE.
           MOVE WS-RUN-TIME(1:4)  TO WS-SHIFT-START-TIME.
           IF WS-RUN-HOUR NOT < 12
               SUBTRACT 12 FROM WS-RUN-HOUR
               MOVE WS-RUN-HOUR TO WS-SHIFT-START-TIME(1:2)
               GO TO 1100-DEFAULT-SHIFT-EXIT
           END-IF.
           ADD 12 TO WS-RUN-HOUR.
           MOVE WS-RUN-HOUR TO WS-SHIFT-START-TIME(1:2).
           MOVE "M" TO WS-DATE-FUNCTION.
           MOVE 1   TO WS-DATE-DAYS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF WS-DATE-GOOD
               MOVE WS-DATE-RESULT TO WS-SHIFT-START-DATE
           ELSE
               MOVE "0000" TO WS-SHIFT-START-TIME
           END-IF.
       1100-DEFAULT-SHIFT-EXIT.
           EXIT.

      * SETS WS-IN-SHIFT WHEN WS-EVENT-STAMP FALLS IN THE SHIFT.
       1200-CHECK-IN-SHIFT.
           MOVE "N" TO WS-IN-SHIFT-SWITCH.
           IF WS-EVENT-STAMP NOT < WS-SHIFT-START
               AND WS-EVENT-STAMP NOT > WS-SHIFT-END
               SET WS-IN-SHIFT TO TRUE
           END-IF.
       1200-CHECK-IN-SHIFT-EXIT.
           EXIT.

      * A SECTION HEADING, WITH A BLANK LINE BEFORE IT.
       1300-WRITE-HEADING.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           MOVE WS-RPT-STEP-LINE TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       1300-WRITE-HEADING-EXIT.
           EXIT.

      * "... N MORE NOT SHOWN" AFTER A CAPPED SECTION.
       1400-WRITE-UNLISTED.
           IF WS-UNLISTED-COUNT = 0
               GO TO 1400-WRITE-UNLISTED-EXIT
           END-IF.
           MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           STRING "    ... " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " MORE NOT SHOWN" DELIMITED BY SIZE
               INTO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       1400-WRITE-UNLISTED-EXIT.
           EXIT.

      * A SOURCE FILE THAT COULD NOT BE OPENED.
       1500-WRITE-UNAVAILABLE.
           MOVE 4 TO RETURN-CODE.
           MOVE SHIFT-REPORT-LINE TO WS-RPT-STEP-LINE.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           STRING "    *** " DELIMITED BY SIZE
               WS-RPT-STEP-LINE DELIMITED BY SPACE
               " NOT AVAILABLE ***" DELIMITED BY SIZE
               INTO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       1500-WRITE-UNAVAILABLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-STEP-RUNS - PAIR RUNLOG'S STARTS AND ENDS IN THE *
      * SHIFT, THEN LIST THE BAD ENDINGS AND RUNNING STEPS AHEAD   *
      * OF THE CLEAN ONES, WHILE THE SECTION'S LINES LAST.         *
      *-----------------------------------------------------------*
       2000-LIST-STEP-RUNS.
           MOVE "STEP RUNS" TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT WS-RUN-OK
               MOVE "RUNLOG" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
               GO TO 2000-LIST-STEP-RUNS-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-RUN-EVENT
               THRU 2100-READ-ONE-RUN-EVENT-EXIT
               UNTIL WS-RUN-EOF.
           CLOSE RUN-LOG-FILE.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           MOVE "    STARTED" TO SHIFT-REPORT-LINE(1:11).
           MOVE WS-STARTED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(13:7).
           MOVE "ENDED" TO SHIFT-REPORT-LINE(22:5).
           MOVE WS-ENDED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(28:7).
           MOVE "NON-ZERO RC" TO SHIFT-REPORT-LINE(37:11).
           MOVE WS-NONZERO-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(49:7).
           MOVE "NOT ENDED" TO SHIFT-REPORT-LINE(58:9).
           MOVE WS-RUNNING-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(68:7).
           WRITE SHIFT-REPORT-LINE.
           IF WS-STEP-COUNT = 0
               MOVE "    NO STEPS STARTED OR ENDED IN THE SHIFT."
                   TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               GO TO 2000-LIST-STEP-RUNS-EXIT
           END-IF.
           MOVE SPACES        TO WS-RPT-STEP-LINE.
           MOVE "PROGRAM"     TO WS-RS-PROGRAM.
           MOVE "STARTED"     TO WS-RS-START-DATE.
           MOVE "ENDED"       TO WS-RS-END-DATE.
           MOVE "  RC"        TO WS-RS-RETURN-CODE.
           MOVE WS-RPT-STEP-LINE TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           MOVE ZERO TO WS-STEP-LINES.
           MOVE ZERO TO WS-STEPS-UNLISTED.
           SET WS-PRINT-PROBLEMS TO TRUE.
           PERFORM 2200-PRINT-ONE-STEP
               THRU 2200-PRINT-ONE-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           SET WS-PRINT-CLEAN TO TRUE.
           PERFORM 2200-PRINT-ONE-STEP
               THRU 2200-PRINT-ONE-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           COMPUTE WS-UNLISTED-COUNT =
               WS-STEPS-UNLISTED + WS-STEP-DROPPED.
           PERFORM 1400-WRITE-UNLISTED
               THRU 1400-WRITE-UNLISTED-EXIT.
       2000-LIST-STEP-RUNS-EXIT.
           EXIT.

       2100-READ-ONE-RUN-EVENT.
           READ RUN-LOG-FILE
               AT END
                   SET WS-RUN-EOF TO TRUE
                   GO TO 2100-READ-ONE-RUN-EVENT-EXIT
           END-READ.
           MOVE RL-RUN-DATE      TO WS-EVENT-DATE.
           MOVE RL-RUN-TIME(1:4) TO WS-EVENT-TIME.
           PERFORM 1200-CHECK-IN-SHIFT
               THRU 1200-CHECK-IN-SHIFT-EXIT.
           IF NOT WS-IN-SHIFT
               GO TO 2100-READ-ONE-RUN-EVENT-EXIT
           END-IF.
           IF RL-IS-START
               ADD 1 TO WS-STARTED-COUNT
               ADD 1 TO WS-RUNNING-COUNT
               PERFORM 2120-ADD-STEP-ROW
                   THRU 2120-ADD-STEP-ROW-EXIT
               GO TO 2100-READ-ONE-RUN-EVENT-EXIT
           END-IF.
           IF NOT RL-IS-END
               GO TO 2100-READ-ONE-RUN-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-ENDED-COUNT.
           IF RL-RETURN-CODE IS NUMERIC
               AND RL-RETURN-CODE > 0
               ADD 1 TO WS-NONZERO-COUNT
           END-IF.
           MOVE "N" TO WS-MATCH-SWITCH.
           PERFORM 2110-MATCH-END-EVENT
               THRU 2110-MATCH-END-EVENT-EXIT
               VARYING WS-STEP-IDX FROM WS-STEP-COUNT BY -1
               UNTIL WS-STEP-IDX < 1
               OR WS-MATCH-FOUND.
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-RUNNING-COUNT
           ELSE
               PERFORM 2120-ADD-STEP-ROW
                   THRU 2120-ADD-STEP-ROW-EXIT
               IF WS-STEP-IDX > 0
                   PERFORM 2130-CLOSE-STEP-ROW
                       THRU 2130-CLOSE-STEP-ROW-EXIT
               END-IF
           END-IF.
       2100-READ-ONE-RUN-EVENT-EXIT.
           EXIT.

      * THE PROGRAM'S LATEST ROW STILL WAITING FOR ITS END.
       2110-MATCH-END-EVENT.
           IF WS-ST-PROGRAM(WS-STEP-IDX) = RL-PROGRAM-NAME
               AND NOT WS-ST-ENDED(WS-STEP-IDX)
               AND WS-ST-START-STAMP(WS-STEP-IDX) NOT = SPACES
               SET WS-MATCH-FOUND TO TRUE
               PERFORM 2130-CLOSE-STEP-ROW
                   THRU 2130-CLOSE-STEP-ROW-EXIT
           END-IF.
       2110-MATCH-END-EVENT-EXIT.
           EXIT.

      * A NEW ROW FOR A START, OR FOR AN END WHOSE START WAS BEFORE
      * THE SHIFT.  WS-STEP-IDX COMES BACK ON THE ROW, OR ZERO WHEN
      * THE TABLE IS FULL.
       2120-ADD-STEP-ROW.
           IF WS-STEP-COUNT NOT < WS-STEP-LIMIT
               ADD 1 TO WS-STEP-DROPPED
               MOVE ZERO TO WS-STEP-IDX
               GO TO 2120-ADD-STEP-ROW-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT    TO WS-STEP-IDX.
           MOVE RL-PROGRAM-NAME  TO WS-ST-PROGRAM(WS-STEP-IDX).
           MOVE SPACES           TO WS-ST-START-STAMP(WS-STEP-IDX).
           MOVE SPACES           TO WS-ST-END-STAMP(WS-STEP-IDX).
           MOVE ZERO             TO WS-ST-RETURN-CODE(WS-STEP-IDX).
           MOVE "N"              TO WS-ST-ENDED-SWITCH(WS-STEP-IDX).
           IF RL-IS-START
               MOVE WS-EVENT-STAMP TO WS-ST-START-STAMP(WS-STEP-IDX)
           END-IF.
       2120-ADD-STEP-ROW-EXIT.
           EXIT.

       2130-CLOSE-STEP-ROW.
           MOVE WS-EVENT-STAMP   TO WS-ST-END-STAMP(WS-STEP-IDX).
           MOVE "Y"              TO WS-ST-ENDED-SWITCH(WS-STEP-IDX).
           IF RL-RETURN-CODE IS NUMERIC
               MOVE RL-RETURN-CODE TO WS-ST-RETURN-CODE(WS-STEP-IDX)
           END-IF.
       2130-CLOSE-STEP-ROW-EXIT.
           EXIT.

      * ON THE PROBLEM PASS, ROWS THAT ENDED NON-ZERO OR HAVE NOT
      * ENDED; ON THE CLEAN PASS, THE REST.  "**" FLAGS A PROBLEM.
       2200-PRINT-ONE-STEP.
           MOVE "N" TO WS-PROBLEM-SWITCH.
           IF NOT WS-ST-ENDED(WS-STEP-IDX)
               OR WS-ST-RETURN-CODE(WS-STEP-IDX) > 0
               SET WS-STEP-IS-PROBLEM TO TRUE
           END-IF.
           IF WS-PRINT-PROBLEMS AND NOT WS-STEP-IS-PROBLEM
               GO TO 2200-PRINT-ONE-STEP-EXIT
           END-IF.
           IF WS-PRINT-CLEAN AND WS-STEP-IS-PROBLEM
               GO TO 2200-PRINT-ONE-STEP-EXIT
           END-IF.
           IF WS-STEP-LINES NOT < WS-STEP-LINE-LIMIT
               ADD 1 TO WS-STEPS-UNLISTED
               GO TO 2200-PRINT-ONE-STEP-EXIT
           END-IF.
           ADD 1 TO WS-STEP-LINES.
           MOVE SPACES TO WS-RPT-STEP-LINE.
           IF WS-STEP-IS-PROBLEM
               MOVE "**" TO WS-RS-FLAG
           END-IF.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-RS-PROGRAM.
           IF WS-ST-START-STAMP(WS-STEP-IDX) = SPACES
               MOVE "BEFORE" TO WS-RS-START-DATE
           ELSE
               MOVE WS-ST-START-STAMP(WS-STEP-IDX)(1:8)
                   TO WS-RS-START-DATE
               MOVE WS-ST-START-STAMP(WS-STEP-IDX)(9:4)
                   TO WS-RS-START-TIME
           END-IF.
           IF WS-ST-ENDED(WS-STEP-IDX)
               MOVE WS-ST-END-STAMP(WS-STEP-IDX)(1:8)
                   TO WS-RS-END-DATE
               MOVE WS-ST-END-STAMP(WS-STEP-IDX)(9:4)
                   TO WS-RS-END-TIME
               MOVE WS-ST-RETURN-CODE(WS-STEP-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-RS-RETURN-CODE
           ELSE
               MOVE "NOT ENDED" TO WS-RPT-STEP-LINE(36:9)
           END-IF.
           MOVE WS-RPT-STEP-LINE TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       2200-PRINT-ONE-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-HELD-LOCKS - EVERY LOCK ON LOCKFILE IS HELD NOW. *
      *-----------------------------------------------------------*
       3000-LIST-HELD-LOCKS.
           MOVE "LOCKS STILL HELD" TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT LOCK-FILE.
           IF NOT WS-LOCK-OK
               MOVE "LOCKFILE" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
               GO TO 3000-LIST-HELD-LOCKS-EXIT
           END-IF.
           PERFORM 3100-LIST-ONE-LOCK
               THRU 3100-LIST-ONE-LOCK-EXIT
               UNTIL WS-LOCK-EOF.
           CLOSE LOCK-FILE.
           IF WS-LOCK-COUNT = 0
               MOVE "    NONE" TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               GO TO 3000-LIST-HELD-LOCKS-EXIT
           END-IF.
           MOVE ZERO TO WS-UNLISTED-COUNT.
           IF WS-LOCK-COUNT > WS-SMALL-LINE-LIMIT
               COMPUTE WS-UNLISTED-COUNT =
                   WS-LOCK-COUNT - WS-SMALL-LINE-LIMIT
           END-IF.
           PERFORM 1400-WRITE-UNLISTED
               THRU 1400-WRITE-UNLISTED-EXIT.
       3000-LIST-HELD-LOCKS-EXIT.
           EXIT.

       3100-LIST-ONE-LOCK.
           READ LOCK-FILE
               AT END
                   SET WS-LOCK-EOF TO TRUE
                   GO TO 3100-LIST-ONE-LOCK-EXIT
           END-READ.
           IF LK-LOCK-NAME = SPACES
               GO TO 3100-LIST-ONE-LOCK-EXIT
           END-IF.
           ADD 1 TO WS-LOCK-COUNT.
           IF WS-LOCK-COUNT > WS-SMALL-LINE-LIMIT
               GO TO 3100-LIST-ONE-LOCK-EXIT
           END-IF.
           MOVE LK-LOCK-NAME      TO WS-RL-LOCK-NAME.
           MOVE LK-OWNER          TO WS-RL-OWNER.
           MOVE LK-LOCK-DATE      TO WS-RL-LOCK-DATE.
           MOVE LK-LOCK-TIME(1:4) TO WS-RL-LOCK-TIME.
           MOVE WS-RPT-LOCK-LINE TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       3100-LIST-ONE-LOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LIST-RESTART-ENTRIES - THE STEPS RSTRTCTL HOLDS AS    *
      * COMPLETE FOR THE SHIFT'S DATES, SEVEN TO A LINE.  A        *
      * RESUBMIT WOULD BYPASS THESE.                               *
      *-----------------------------------------------------------*
       4000-LIST-RESTART-ENTRIES.
           MOVE "RESTART LEDGER - STEPS RECORDED COMPLETE"
               TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT RESTART-CTL-FILE.
           IF NOT WS-CTL-OK
               MOVE "RSTRTCTL" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
               GO TO 4000-LIST-RESTART-ENTRIES-EXIT
           END-IF.
           MOVE SPACES TO WS-RPT-RESTART-LINE.
           MOVE ZERO TO WS-RESTART-SLOT.
           PERFORM 4100-LIST-ONE-RESTART-ENTRY
               THRU 4100-LIST-ONE-RESTART-ENTRY-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE RESTART-CTL-FILE.
           IF WS-RESTART-SLOT > 0
               MOVE WS-RPT-RESTART-LINE TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
           END-IF.
           IF WS-RESTART-COUNT = 0
               MOVE "    NONE" TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
           END-IF.
           MOVE WS-RESTART-UNLISTED TO WS-UNLISTED-COUNT.
           PERFORM 1400-WRITE-UNLISTED
               THRU 1400-WRITE-UNLISTED-EXIT.
       4000-LIST-RESTART-ENTRIES-EXIT.
           EXIT.

       4100-LIST-ONE-RESTART-ENTRY.
           READ RESTART-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 4100-LIST-ONE-RESTART-ENTRY-EXIT
           END-READ.
           IF RC-RUN-DATE < WS-SHIFT-START-DATE
               OR RC-RUN-DATE > WS-SHIFT-END-DATE
               GO TO 4100-LIST-ONE-RESTART-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-RESTART-COUNT.
           IF WS-RESTART-LINES NOT < WS-RESTART-LINE-LIMIT
               ADD 1 TO WS-RESTART-UNLISTED
               GO TO 4100-LIST-ONE-RESTART-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-RESTART-SLOT.
           MOVE RC-STEP-NAME TO WS-RR-STEP-NAME(WS-RESTART-SLOT).
           IF WS-RESTART-SLOT = 7
               MOVE WS-RPT-RESTART-LINE TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               ADD 1 TO WS-RESTART-LINES
               MOVE SPACES TO WS-RPT-RESTART-LINE
               MOVE ZERO TO WS-RESTART-SLOT
           END-IF.
       4100-LIST-ONE-RESTART-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LIST-FILE-ERRORS - FILERLOG ENTRIES LOGGED IN THE     *
      * SHIFT.                                                     *
      *-----------------------------------------------------------*
       5000-LIST-FILE-ERRORS.
           MOVE "FILE ERRORS LOGGED IN THE SHIFT"
               TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT ERROR-LOG-FILE.
           IF NOT WS-ERR-OK
               MOVE "FILERLOG" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
               GO TO 5000-LIST-FILE-ERRORS-EXIT
           END-IF.
           PERFORM 5100-LIST-ONE-FILE-ERROR
               THRU 5100-LIST-ONE-FILE-ERROR-EXIT
               UNTIL WS-ERR-EOF.
           CLOSE ERROR-LOG-FILE.
           IF WS-ERROR-COUNT = 0
               MOVE "    NONE" TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               GO TO 5000-LIST-FILE-ERRORS-EXIT
           END-IF.
           MOVE ZERO TO WS-UNLISTED-COUNT.
           IF WS-ERROR-COUNT > WS-SMALL-LINE-LIMIT
               COMPUTE WS-UNLISTED-COUNT =
                   WS-ERROR-COUNT - WS-SMALL-LINE-LIMIT
           END-IF.
           PERFORM 1400-WRITE-UNLISTED
               THRU 1400-WRITE-UNLISTED-EXIT.
       5000-LIST-FILE-ERRORS-EXIT.
           EXIT.

       5100-LIST-ONE-FILE-ERROR.
           READ ERROR-LOG-FILE
               AT END
                   SET WS-ERR-EOF TO TRUE
                   GO TO 5100-LIST-ONE-FILE-ERROR-EXIT
           END-READ.
           MOVE EL-LOG-DATE      TO WS-EVENT-DATE.
           MOVE EL-LOG-TIME(1:4) TO WS-EVENT-TIME.
           PERFORM 1200-CHECK-IN-SHIFT
               THRU 1200-CHECK-IN-SHIFT-EXIT.
           IF NOT WS-IN-SHIFT
               GO TO 5100-LIST-ONE-FILE-ERROR-EXIT
           END-IF.
           ADD 1 TO WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > WS-SMALL-LINE-LIMIT
               GO TO 5100-LIST-ONE-FILE-ERROR-EXIT
           END-IF.
           MOVE EL-LOG-DATE      TO WS-RE-LOG-DATE.
           MOVE EL-LOG-TIME(1:4) TO WS-RE-LOG-TIME.
           MOVE EL-PROGRAM-NAME  TO WS-RE-PROGRAM.
           MOVE EL-FILE-NAME     TO WS-RE-FILE-NAME.
           MOVE EL-OPERATION     TO WS-RE-OPERATION.
           MOVE EL-FILE-STATUS   TO WS-RE-FILE-STATUS.
           MOVE WS-RPT-ERROR-LINE TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
       5100-LIST-ONE-FILE-ERROR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-COUNT-EXCEPTIONS - THE NIGHT'S ADDITION EXCEPTIONS,   *
      * AND THE SUSPECTS AND SUSPENSE ITEMS LOGGED ON THE SHIFT'S  *
      * END DATE, WITH WHAT IS STILL OUTSTANDING ON EACH.          *
      *-----------------------------------------------------------*
       6000-COUNT-EXCEPTIONS.
           MOVE "EXCEPTION AND SUSPENSE COUNTS" TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT ADDITION-EXCEPTION-FILE.
           IF NOT WS-EXC-OK
               MOVE "ADDEXCP" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
           ELSE
               PERFORM 6100-COUNT-ONE-EXCEPTION
                   THRU 6100-COUNT-ONE-EXCEPTION-EXIT
                   UNTIL WS-EXC-EOF
               CLOSE ADDITION-EXCEPTION-FILE
               MOVE SPACES TO SHIFT-REPORT-LINE
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
               STRING "    ADDEXCP  ADDITION EXCEPTIONS    "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
           END-IF.
           OPEN INPUT SUSPECT-FILE.
           IF NOT WS-SUS-OK
               MOVE "ADDSUSP" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
           ELSE
               PERFORM 6200-COUNT-ONE-SUSPECT
                   THRU 6200-COUNT-ONE-SUSPECT-EXIT
                   UNTIL WS-SUS-EOF
               CLOSE SUSPECT-FILE
               MOVE SPACES TO SHIFT-REPORT-LINE
               MOVE WS-SUSPECT-TODAY TO WS-COUNT-EDIT
               STRING "    ADDSUSP  SUSPECTS HELD TODAY    "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   STILL HELD " DELIMITED BY SIZE
                   INTO SHIFT-REPORT-LINE
               MOVE WS-SUSPECT-HELD TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(58:7)
               WRITE SHIFT-REPORT-LINE
           END-IF.
           OPEN INPUT SUSPENSE-LEDGER-FILE.
           IF NOT WS-GLS-OK
               MOVE "GLSUSP" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
           ELSE
               PERFORM 6300-COUNT-ONE-SUSPENSE-ITEM
                   THRU 6300-COUNT-ONE-SUSPENSE-ITEM-EXIT
                   UNTIL WS-GLS-EOF
               CLOSE SUSPENSE-LEDGER-FILE
               MOVE SPACES TO SHIFT-REPORT-LINE
               MOVE WS-SUSPENSE-TODAY TO WS-COUNT-EDIT
               STRING "    GLSUSP   SUSPENSE ITEMS TODAY   "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "   STILL OPEN " DELIMITED BY SIZE
                   INTO SHIFT-REPORT-LINE
               MOVE WS-SUSPENSE-OPEN TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SHIFT-REPORT-LINE(58:7)
               WRITE SHIFT-REPORT-LINE
           END-IF.
       6000-COUNT-EXCEPTIONS-EXIT.
           EXIT.

       6100-COUNT-ONE-EXCEPTION.
           READ ADDITION-EXCEPTION-FILE
               AT END
                   SET WS-EXC-EOF TO TRUE
                   GO TO 6100-COUNT-ONE-EXCEPTION-EXIT
           END-READ.
           ADD 1 TO WS-EXCEPTION-COUNT.
       6100-COUNT-ONE-EXCEPTION-EXIT.
           EXIT.

       6200-COUNT-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END
                   SET WS-SUS-EOF TO TRUE
                   GO TO 6200-COUNT-ONE-SUSPECT-EXIT
           END-READ.
           ADD 1 TO WS-SUSPECT-HELD.
           IF SU-LOG-DATE = WS-SHIFT-END-DATE
               ADD 1 TO WS-SUSPECT-TODAY
           END-IF.
       6200-COUNT-ONE-SUSPECT-EXIT.
           EXIT.

       6300-COUNT-ONE-SUSPENSE-ITEM.
           READ SUSPENSE-LEDGER-FILE
               AT END
                   SET WS-GLS-EOF TO TRUE
                   GO TO 6300-COUNT-ONE-SUSPENSE-ITEM-EXIT
           END-READ.
           IF SL-LOG-DATE = WS-SHIFT-END-DATE
               ADD 1 TO WS-SUSPENSE-TODAY
           END-IF.
           IF SL-IS-OPEN
               ADD 1 TO WS-SUSPENSE-OPEN
           END-IF.
       6300-COUNT-ONE-SUSPENSE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-SHOW-PROJECTION - THE LAST WINFCST PROJECTION TAKEN   *
      * IN THE SHIFT.  IT IS STILL OPEN WHEN IT SHOWED STEPS LEFT  *
      * TO RUN.                                                    *
      *-----------------------------------------------------------*
       7000-SHOW-PROJECTION.
           MOVE "BATCH-WINDOW PROJECTION" TO WS-RPT-STEP-LINE.
           PERFORM 1300-WRITE-HEADING
               THRU 1300-WRITE-HEADING-EXIT.
           OPEN INPUT PROJECTION-FILE.
           IF NOT WS-PRJ-OK
               MOVE "WINPROJ" TO SHIFT-REPORT-LINE
               PERFORM 1500-WRITE-UNAVAILABLE
                   THRU 1500-WRITE-UNAVAILABLE-EXIT
               GO TO 7000-SHOW-PROJECTION-EXIT
           END-IF.
           PERFORM 7100-READ-ONE-PROJECTION
               THRU 7100-READ-ONE-PROJECTION-EXIT
               UNTIL WS-PRJ-EOF.
           CLOSE PROJECTION-FILE.
           IF WS-PROJECTION-COUNT = 0
               MOVE "    NO PROJECTION TAKEN IN THE SHIFT"
                   TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               GO TO 7000-SHOW-PROJECTION-EXIT
           END-IF.
           MOVE WS-LAST-PROJECTION TO PROJECTION-RECORD.
           IF WP-STEPS-REMAINING = 0
               MOVE SPACES TO SHIFT-REPORT-LINE
               STRING "    NONE OPEN - LAST PROJECTION AT "
                   DELIMITED BY SIZE
                   WP-ASOF-TIME(1:4) DELIMITED BY SIZE
                   " HAD NO STEPS LEFT" DELIMITED BY SIZE
                   INTO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
               GO TO 7000-SHOW-PROJECTION-EXIT
           END-IF.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           MOVE WP-STEPS-REMAINING TO WS-RC-EDIT.
           STRING "    AS OF " DELIMITED BY SIZE
               WP-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WP-ASOF-TIME(1:4) DELIMITED BY SIZE
               WS-RC-EDIT DELIMITED BY SIZE
               " STEPS LEFT, FINISH " DELIMITED BY SIZE
               WP-PROJ-FINISH(1:4) DELIMITED BY SIZE
               " AGAINST DEADLINE " DELIMITED BY SIZE
               WP-DEADLINE(1:4) DELIMITED BY SIZE
               INTO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           IF WP-BREACH-FLAG = "Y"
               MOVE "    ** PROJECTED TO BREACH THE BATCH WINDOW **"
                   TO SHIFT-REPORT-LINE
               WRITE SHIFT-REPORT-LINE
           END-IF.
       7000-SHOW-PROJECTION-EXIT.
           EXIT.

       7100-READ-ONE-PROJECTION.
           READ PROJECTION-FILE
               AT END
                   SET WS-PRJ-EOF TO TRUE
                   GO TO 7100-READ-ONE-PROJECTION-EXIT
           END-READ.
           MOVE WP-RUN-DATE       TO WS-EVENT-DATE.
           MOVE WP-ASOF-TIME(1:4) TO WS-EVENT-TIME.
           PERFORM 1200-CHECK-IN-SHIFT
               THRU 1200-CHECK-IN-SHIFT-EXIT.
           IF WS-IN-SHIFT
               ADD 1 TO WS-PROJECTION-COUNT
               MOVE PROJECTION-RECORD TO WS-LAST-PROJECTION
           END-IF.
       7100-READ-ONE-PROJECTION-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           MOVE "*** END OF HANDOVER ***" TO SHIFT-REPORT-LINE.
           WRITE SHIFT-REPORT-LINE.
           CLOSE SHIFT-REPORT-FILE.
           DISPLAY "SHIFTRPT: STEPS IN SHIFT = " WS-STEP-COUNT
               " LOCKS HELD = " WS-LOCK-COUNT
               " FILE ERRORS = " WS-ERROR-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM SHIFTRPT.
