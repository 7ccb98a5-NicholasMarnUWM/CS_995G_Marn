      * day of week for DATE-1 (1 = MONDAY .. 7 = SUNDAY) in the
      * result-days field, and "M" the calendar date RESULT-DAYS
      * days before DATE-1 (the caller presets the count, 0 to 366,
      * in the result-days field), and "A" the calendar date that
      * many days after it.  The status byte comes back "N"
      * for an invalid date or function.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      *                 DATE-1 TO DATE-2), FOR THE EXCEPTION
      *                 ESCALATION AGEING.  DATE-2 BEFORE DATE-1
      *                 ANSWERS ZERO.
      * 10/15/2026  NM  ADDED FUNCTION "A" (DATE PLUS N CALENDAR
      *                 DAYS), THE MIRROR OF "M", SO THE STANDING-
      *                 ORDER GENERATOR CAN STEP A WEEKLY SCHEDULE
      *                 FORWARD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATESRV.
           88  FUNCTION-IS-MINUS-DAYS            VALUE "M".
           88  FUNCTION-IS-SETTLEMENT            VALUE "S".
           88  FUNCTION-IS-BUS-DAYS              VALUE "B".
           88  FUNCTION-IS-PLUS-DAYS             VALUE "A".
       01  DATE-ONE                    PIC X(08).
       01  DATE-TWO                    PIC X(08).
       01  RESULT-DATE                 PIC X(08).
       0000-MAINLINE.
           MOVE "N"    TO RESULT-STATUS.
           MOVE SPACES TO RESULT-DATE.
      * FOR FUNCTIONS "M" AND "A" THE RESULT-DAYS FIELD CARRIES THE
      * CALLER'S DAY COUNT IN, SO IT MUST NOT BE CLEARED ON THAT PATH.
           IF NOT FUNCTION-IS-MINUS-DAYS
               AND NOT FUNCTION-IS-PLUS-DAYS
               MOVE ZERO TO RESULT-DAYS
           END-IF.
           MOVE DATE-ONE TO WS-DATE-WORK.
               WHEN FUNCTION-IS-MINUS-DAYS
                   PERFORM 5700-MINUS-CALENDAR-DAYS
                       THRU 5700-MINUS-CALENDAR-DAYS-EXIT
               WHEN FUNCTION-IS-PLUS-DAYS
                   PERFORM 5750-PLUS-CALENDAR-DAYS
                       THRU 5750-PLUS-CALENDAR-DAYS-EXIT
               WHEN FUNCTION-IS-SETTLEMENT
                   PERFORM 5800-NEXT-SETTLEMENT-DATE
                       THRU 5800-NEXT-SETTLEMENT-DATE-EXIT
       5700-MINUS-CALENDAR-DAYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5750-PLUS-CALENDAR-DAYS - STEP DATE-ONE FORWARD THE       *
      * NUMBER OF CALENDAR DAYS THE CALLER PLACED IN RESULT-DAYS. *
      *-----------------------------------------------------------*
       5750-PLUS-CALENDAR-DAYS.
           IF RESULT-DAYS < 0 OR RESULT-DAYS > 366
               GO TO 5750-PLUS-CALENDAR-DAYS-EXIT
           END-IF.
           MOVE RESULT-DAYS TO WS-MINUS-COUNT.
           MOVE ZERO TO WS-STEP-LIMIT.
           PERFORM 3100-STEP-FORWARD-ONCE
               THRU 3100-STEP-FORWARD-ONCE-EXIT
               WS-MINUS-COUNT TIMES.
           MOVE WS-DATE-WORK TO RESULT-DATE.
           MOVE "Y" TO RESULT-STATUS.
       5750-PLUS-CALENDAR-DAYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-NEXT-SETTLEMENT-DATE - STEP FORWARD FROM DATE-ONE    *
      * UNTIL A DAY THAT IS A BUSINESS DAY ON THE HOUSE CALENDAR  *
