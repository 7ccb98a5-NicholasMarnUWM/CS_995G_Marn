      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Year-ahead listing of the holiday calendars HOLMNT
      * maintains - every HOLIDAY house-calendar date and every
      * CURRHOL currency-calendar date from today through the same
      * day next year, with its day of the week - and the check that
      * next year's holidays have been loaded in time.  The HOLLPRM
      * card carries the load-by date as MMDD (1001 when the card is
      * missing or not a real month and day).  From that date on, the
      * house calendar and every currency calendar on CURRHOL must
      * hold at least one date in the following year; each that does
      * not is named on the HOLLRPT listing and the console, and the
      * step ends with RETURN-CODE 4.  The step gates nothing.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CTL-FILE ASSIGN TO "HOLIDAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT CURRENCY-HOLIDAY-FILE ASSIGN TO "CURRHOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHOL-FILE-STATUS.
           SELECT LIST-PARM-FILE ASSIGN TO "HOLLPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
           SELECT LIST-REPORT-FILE ASSIGN TO "HOLLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS.
       01  HOLIDAY-CTL-RECORD.
           05  HD-HOLIDAY-DATE         PIC X(08).

       FD  CURRENCY-HOLIDAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01  CURRENCY-HOLIDAY-RECORD.
           05  CH-CURRENCY-CODE        PIC X(03).
           05  CH-HOLIDAY-DATE         PIC X(08).

       FD  LIST-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 04 CHARACTERS.
       01  LIST-PARM-RECORD.
           05  LP-LOAD-BY-MMDD         PIC X(04).
           05  LP-LOAD-BY-NUM REDEFINES LP-LOAD-BY-MMDD.
               10  LP-LOAD-BY-MONTH    PIC 9(02).
               10  LP-LOAD-BY-DAY      PIC 9(02).

       FD  LIST-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LIST-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HOL-OK                         VALUE "00".
           88  WS-HOL-EOF                        VALUE "10".
       01  WS-CHOL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CHOL-OK                        VALUE "00".
           88  WS-CHOL-EOF                       VALUE "10".
       01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PRM-OK                         VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MMDD             PIC 9(04).
       01  WS-LOAD-BY-MMDD             PIC 9(04) VALUE 1001.
       01  WS-NEXT-YEAR                PIC 9(04) VALUE ZERO.
       01  WS-WINDOW-END               PIC X(08) VALUE SPACES.
       01  WS-CHECK-SWITCH             PIC X(01) VALUE "N".
           88  WS-CHECK-NEXT-YEAR                VALUE "Y".
      *
      * BOTH CALENDARS ARE HELD IN KEY ORDER (DATE; CURRENCY THEN
      * DATE) SO A HAND-EDITED FILE STILL LISTS IN DATE ORDER.
      *
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 500 TIMES.
               10  WS-HOL-DATE         PIC X(08).
       77  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-HOL-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-CHL-TABLE.
           05  WS-CHL-ENTRY OCCURS 500 TIMES.
               10  WS-CHL-KEY.
                   15  WS-CHL-CURRENCY PIC X(03).
                   15  WS-CHL-DATE     PIC X(08).
       77  WS-CHL-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-CHL-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-CAL-INSERT-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-CAL-FROM-IDX             PIC 9(03) COMP VALUE ZERO.
       01  WS-CAL-KEY.
           05  WS-CK-CURRENCY          PIC X(03).
           05  WS-CK-DATE              PIC X(08).
       01  WS-LIST-DATE                PIC X(08) VALUE SPACES.
       01  WS-LIST-DATE-NUM REDEFINES WS-LIST-DATE.
           05  WS-LIST-YEAR            PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-LIST-CALENDAR            PIC X(05) VALUE SPACES.
       01  WS-PRIOR-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-NEXT-YEAR-SWITCH         PIC X(01) VALUE "N".
           88  WS-NEXT-YEAR-LOADED               VALUE "Y".
       77  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "W".
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-RESULT              PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE "N".
           88  WS-DATE-GOOD                      VALUE "Y".
       77  WS-DOW-IDX                  PIC 9(04) COMP VALUE ZERO.
       01  WS-DAY-NAME-VALUES.
           05  FILLER                  PIC X(27)
                   VALUE "MONDAY   TUESDAY  WEDNESDAY".
           05  FILLER                  PIC X(27)
                   VALUE "THURSDAY FRIDAY   SATURDAY ".
           05  FILLER                  PIC X(09) VALUE "SUNDAY   ".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME             PIC X(09) OCCURS 7 TIMES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CALENDAR          PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-DATE              PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-DAY-NAME          PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-NOTE              PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-WARNING-LINE.
           05  FILLER                  PIC X(11)
                   VALUE "  WARNING: ".
           05  WS-WL-CALENDAR          PIC X(05).
           05  FILLER                  PIC X(29)
                   VALUE " CALENDAR HAS NO HOLIDAYS FOR".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-WL-YEAR              PIC 9(04).
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LIST-HOUSE-CALENDAR
               THRU 2000-LIST-HOUSE-CALENDAR-EXIT.
           PERFORM 3000-LIST-CURRENCY-CALENDARS
               THRU 3000-LIST-CURRENCY-CALENDARS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - READ THE LOAD-BY CARD, SET THE LISTING  *
      * WINDOW (TODAY THROUGH 365 DAYS ON), LOAD BOTH CALENDARS,  *
      * AND START THE LISTING.                                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LIST-PARM-FILE.
           IF WS-PRM-OK
               READ LIST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-LOAD-BY-MMDD IS NUMERIC
                           AND LP-LOAD-BY-MONTH > 0
                           AND LP-LOAD-BY-MONTH < 13
                           AND LP-LOAD-BY-DAY > 0
                           AND LP-LOAD-BY-DAY < 32
                           MOVE LP-LOAD-BY-MMDD TO WS-LOAD-BY-MMDD
                       END-IF
               END-READ
               CLOSE LIST-PARM-FILE
           END-IF.
           ADD 1 TO WS-RUN-YEAR GIVING WS-NEXT-YEAR.
           IF WS-RUN-MMDD NOT < WS-LOAD-BY-MMDD
               SET WS-CHECK-NEXT-YEAR TO TRUE
           END-IF.
           MOVE "A" TO WS-DATE-FUNCTION.
           MOVE 365 TO WS-DATE-DAYS.
           MOVE "N" TO WS-DATE-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF WS-DATE-GOOD
               MOVE WS-DATE-RESULT TO WS-WINDOW-END
           ELSE
               MOVE WS-RUN-DATE TO WS-WINDOW-END
               MOVE WS-NEXT-YEAR TO WS-WINDOW-END(1:4)
           END-IF.
           MOVE ZERO TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-CTL-FILE.
           IF WS-HOL-OK
               PERFORM 1100-LOAD-ONE-HOLIDAY
                   THRU 1100-LOAD-ONE-HOLIDAY-EXIT
                   UNTIL WS-HOL-EOF
                   OR WS-HOL-COUNT = 500
               CLOSE HOLIDAY-CTL-FILE
           ELSE
               DISPLAY "HOLLIST: HOLIDAY COULD NOT BE OPENED - ",
                   "HOUSE CALENDAR LISTED AS EMPTY."
           END-IF.
           MOVE ZERO TO WS-CHL-COUNT.
           OPEN INPUT CURRENCY-HOLIDAY-FILE.
           IF WS-CHOL-OK
               PERFORM 1200-LOAD-ONE-CURRENCY-HOLIDAY
                   THRU 1200-LOAD-ONE-CURRENCY-HOLIDAY-EXIT
                   UNTIL WS-CHOL-EOF
                   OR WS-CHL-COUNT = 500
               CLOSE CURRENCY-HOLIDAY-FILE
           END-IF.
           OPEN OUTPUT LIST-REPORT-FILE.
           MOVE SPACES TO LIST-REPORT-LINE.
           STRING "HOLIDAY CALENDARS " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               INTO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
           MOVE SPACES TO LIST-REPORT-LINE.
           MOVE "  CAL      DATE        DAY" TO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CTL-FILE
               AT END
                   SET WS-HOL-EOF TO TRUE
               NOT AT END
                   MOVE HD-HOLIDAY-DATE TO WS-CK-DATE
                   PERFORM 6100-INSERT-HOUSE-DATE
                       THRU 6100-INSERT-HOUSE-DATE-EXIT
           END-READ.
       1100-LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

       1200-LOAD-ONE-CURRENCY-HOLIDAY.
           READ CURRENCY-HOLIDAY-FILE
               AT END
                   SET WS-CHOL-EOF TO TRUE
               NOT AT END
                   MOVE CH-CURRENCY-CODE TO WS-CK-CURRENCY
                   MOVE CH-HOLIDAY-DATE  TO WS-CK-DATE
                   PERFORM 6200-INSERT-CURRENCY-DATE
                       THRU 6200-INSERT-CURRENCY-DATE-EXIT
           END-READ.
       1200-LOAD-ONE-CURRENCY-HOLIDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-HOUSE-CALENDAR - LIST THE HOUSE DATES IN THE    *
      * WINDOW AND, FROM THE LOAD-BY DATE ON, WARN WHEN NONE FALL *
      * IN NEXT YEAR.                                             *
      *-----------------------------------------------------------*
       2000-LIST-HOUSE-CALENDAR.
           MOVE "HOUSE" TO WS-LIST-CALENDAR.
           MOVE "N" TO WS-NEXT-YEAR-SWITCH.
           PERFORM 2100-LIST-ONE-HOUSE-DATE
               THRU 2100-LIST-ONE-HOUSE-DATE-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT.
           PERFORM 8200-CHECK-NEXT-YEAR
               THRU 8200-CHECK-NEXT-YEAR-EXIT.
       2000-LIST-HOUSE-CALENDAR-EXIT.
           EXIT.

       2100-LIST-ONE-HOUSE-DATE.
           MOVE WS-HOL-DATE(WS-HOL-IDX) TO WS-LIST-DATE.
           PERFORM 8000-LIST-ONE-DATE
               THRU 8000-LIST-ONE-DATE-EXIT.
       2100-LIST-ONE-HOUSE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-CURRENCY-CALENDARS - THE SAME FOR EACH CURRENCY *
      * ON CURRHOL, ONE CALENDAR AT A TIME IN CURRENCY ORDER.     *
      *-----------------------------------------------------------*
       3000-LIST-CURRENCY-CALENDARS.
           MOVE SPACES TO WS-PRIOR-CURRENCY.
           PERFORM 3100-LIST-ONE-CURRENCY-DATE
               THRU 3100-LIST-ONE-CURRENCY-DATE-EXIT
               VARYING WS-CHL-IDX FROM 1 BY 1
               UNTIL WS-CHL-IDX > WS-CHL-COUNT.
           IF WS-CHL-COUNT > 0
               PERFORM 8200-CHECK-NEXT-YEAR
                   THRU 8200-CHECK-NEXT-YEAR-EXIT
           END-IF.
       3000-LIST-CURRENCY-CALENDARS-EXIT.
           EXIT.

       3100-LIST-ONE-CURRENCY-DATE.
           IF WS-CHL-CURRENCY(WS-CHL-IDX) NOT = WS-PRIOR-CURRENCY
               IF WS-CHL-IDX > 1
                   PERFORM 8200-CHECK-NEXT-YEAR
                       THRU 8200-CHECK-NEXT-YEAR-EXIT
               END-IF
               MOVE WS-CHL-CURRENCY(WS-CHL-IDX) TO WS-PRIOR-CURRENCY
               MOVE WS-CHL-CURRENCY(WS-CHL-IDX) TO WS-LIST-CALENDAR
               MOVE "N" TO WS-NEXT-YEAR-SWITCH
           END-IF.
           MOVE WS-CHL-DATE(WS-CHL-IDX) TO WS-LIST-DATE.
           PERFORM 8000-LIST-ONE-DATE
               THRU 8000-LIST-ONE-DATE-EXIT.
       3100-LIST-ONE-CURRENCY-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-INSERT-HOUSE-DATE - PLACE WS-CK-DATE IN DATE ORDER   *
      * ON THE HOUSE TABLE, MOVING THE LATER DATES DOWN ONE.      *
      *-----------------------------------------------------------*
       6100-INSERT-HOUSE-DATE.
           ADD 1 TO WS-HOL-COUNT GIVING WS-CAL-INSERT-IDX.
           PERFORM 6110-TEST-ONE-HOUSE-SLOT
               THRU 6110-TEST-ONE-HOUSE-SLOT-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               OR WS-CAL-INSERT-IDX NOT > WS-HOL-COUNT.
           PERFORM 6120-SHIFT-ONE-HOUSE-DATE
               THRU 6120-SHIFT-ONE-HOUSE-DATE-EXIT
               VARYING WS-CAL-FROM-IDX FROM WS-HOL-COUNT BY -1
               UNTIL WS-CAL-FROM-IDX < WS-CAL-INSERT-IDX.
           MOVE WS-CK-DATE TO WS-HOL-DATE(WS-CAL-INSERT-IDX).
           ADD 1 TO WS-HOL-COUNT.
       6100-INSERT-HOUSE-DATE-EXIT.
           EXIT.

       6110-TEST-ONE-HOUSE-SLOT.
           IF WS-HOL-DATE(WS-HOL-IDX) > WS-CK-DATE
               MOVE WS-HOL-IDX TO WS-CAL-INSERT-IDX
           END-IF.
       6110-TEST-ONE-HOUSE-SLOT-EXIT.
           EXIT.

       6120-SHIFT-ONE-HOUSE-DATE.
           MOVE WS-HOL-DATE(WS-CAL-FROM-IDX)
               TO WS-HOL-DATE(WS-CAL-FROM-IDX + 1).
       6120-SHIFT-ONE-HOUSE-DATE-EXIT.
           EXIT.

       6200-INSERT-CURRENCY-DATE.
           ADD 1 TO WS-CHL-COUNT GIVING WS-CAL-INSERT-IDX.
           PERFORM 6210-TEST-ONE-CURRENCY-SLOT
               THRU 6210-TEST-ONE-CURRENCY-SLOT-EXIT
               VARYING WS-CHL-IDX FROM 1 BY 1
               UNTIL WS-CHL-IDX > WS-CHL-COUNT
               OR WS-CAL-INSERT-IDX NOT > WS-CHL-COUNT.
           PERFORM 6220-SHIFT-ONE-CURRENCY-DATE
               THRU 6220-SHIFT-ONE-CURRENCY-DATE-EXIT
               VARYING WS-CAL-FROM-IDX FROM WS-CHL-COUNT BY -1
               UNTIL WS-CAL-FROM-IDX < WS-CAL-INSERT-IDX.
           MOVE WS-CAL-KEY TO WS-CHL-KEY(WS-CAL-INSERT-IDX).
           ADD 1 TO WS-CHL-COUNT.
       6200-INSERT-CURRENCY-DATE-EXIT.
           EXIT.

       6210-TEST-ONE-CURRENCY-SLOT.
           IF WS-CHL-KEY(WS-CHL-IDX) > WS-CAL-KEY
               MOVE WS-CHL-IDX TO WS-CAL-INSERT-IDX
           END-IF.
       6210-TEST-ONE-CURRENCY-SLOT-EXIT.
           EXIT.

       6220-SHIFT-ONE-CURRENCY-DATE.
           MOVE WS-CHL-KEY(WS-CAL-FROM-IDX)
               TO WS-CHL-KEY(WS-CAL-FROM-IDX + 1).
       6220-SHIFT-ONE-CURRENCY-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LIST-ONE-DATE - NOTE A DATE IN NEXT YEAR FOR THE     *
      * LOAD CHECK, AND LIST IT WHEN IT FALLS IN THE WINDOW.  A   *
      * WEEKEND DATE IS FLAGGED - THE DATE SERVICE ALREADY CLOSES *
      * WEEKENDS, SO THE ENTRY CHANGES NOTHING.                   *
      *-----------------------------------------------------------*
       8000-LIST-ONE-DATE.
           IF WS-LIST-DATE IS NUMERIC
               AND WS-LIST-YEAR = WS-NEXT-YEAR
               SET WS-NEXT-YEAR-LOADED TO TRUE
           END-IF.
           IF WS-LIST-DATE < WS-RUN-DATE
               OR WS-LIST-DATE > WS-WINDOW-END
               GO TO 8000-LIST-ONE-DATE-EXIT
           END-IF.
           MOVE SPACES           TO WS-RD-DAY-NAME.
           MOVE SPACES           TO WS-RD-NOTE.
           MOVE "W"              TO WS-DATE-FUNCTION.
           MOVE "N"              TO WS-DATE-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-LIST-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF WS-DATE-GOOD
               MOVE WS-DATE-DAYS TO WS-DOW-IDX
               MOVE WS-DAY-NAME(WS-DOW-IDX) TO WS-RD-DAY-NAME
               IF WS-DOW-IDX > 5
                   MOVE "WEEKEND - NOT NEEDED" TO WS-RD-NOTE
               END-IF
           ELSE
               MOVE "NOT A VALID DATE" TO WS-RD-NOTE
           END-IF.
           MOVE WS-LIST-CALENDAR TO WS-RD-CALENDAR.
           MOVE WS-LIST-DATE     TO WS-RD-DATE.
           MOVE WS-RPT-DETAIL    TO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.
       8000-LIST-ONE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-CHECK-NEXT-YEAR - AT THE END OF ONE CALENDAR, FROM   *
      * THE LOAD-BY DATE ON, WARN WHEN IT HOLDS NO DATE IN NEXT   *
      * YEAR.                                                     *
      *-----------------------------------------------------------*
       8200-CHECK-NEXT-YEAR.
           IF NOT WS-CHECK-NEXT-YEAR
               OR WS-NEXT-YEAR-LOADED
               GO TO 8200-CHECK-NEXT-YEAR-EXIT
           END-IF.
           ADD 1 TO WS-WARNING-COUNT.
           MOVE WS-LIST-CALENDAR TO WS-WL-CALENDAR.
           MOVE WS-NEXT-YEAR     TO WS-WL-YEAR.
           MOVE WS-WARNING-LINE  TO LIST-REPORT-LINE.
           WRITE LIST-REPORT-LINE.
           DISPLAY "HOLLIST: " WS-LIST-CALENDAR
               " CALENDAR HAS NO HOLIDAYS LOADED FOR " WS-NEXT-YEAR.
       8200-CHECK-NEXT-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE LISTING AND REPORT THE RUN.    *
      * ANY CALENDAR MISSING NEXT YEAR ENDS THE STEP WITH RC 4.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE LIST-REPORT-FILE.
           DISPLAY "HOLLIST: HOUSE DATES ON FILE    = " WS-HOL-COUNT.
           DISPLAY "HOLLIST: CURRENCY DATES ON FILE = " WS-CHL-COUNT.
           DISPLAY "HOLLIST: DATES LISTED           = "
               WS-LISTED-COUNT.
           DISPLAY "HOLLIST: CALENDARS NOT LOADED   = "
               WS-WARNING-COUNT.
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM HOLLIST.
