      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Intake for the bank's daily settlement confirmation
      * file (NOSTFEED) - what the bank says actually moved through
      * our nostro accounts, per currency, direction, amount and value
      * date.  The feed is an "H" header, "D" confirmations and a "T"
      * trailer carrying the record count and amount total; a feed
      * with no header or trailer, or whose trailer does not tie, is
      * refused whole so a file truncated in transfer cannot pass for
      * a quiet day.  Within a good feed, a confirmation with a blank
      * currency, a direction other than "P" or "R", an amount that
      * is not numeric or is zero, or a value date that is not a date
      * is rejected and listed on NOSTLREJ.  Accepted confirmations
      * are appended to NOSTCONF for the NOSTREC matching run, and the
      * feed is cleared once taken so a rerun cannot load it twice.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
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
       PROGRAM-ID. NOSTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOSTRO-FEED-FILE ASSIGN TO "NOSTFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT NOSTRO-CONF-FILE ASSIGN TO "NOSTCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-FILE-STATUS.
           SELECT LOAD-REJECT-FILE ASSIGN TO "NOSTLREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOSTRO-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  NOSTRO-FEED-RECORD.
           05  NF-RECORD-TYPE          PIC X(01).
               88  NF-IS-HEADER                  VALUE "H".
               88  NF-IS-DETAIL                  VALUE "D".
               88  NF-IS-TRAILER                 VALUE "T".
           05  NF-CURRENCY-CODE        PIC X(03).
           05  NF-DIRECTION            PIC X(01).
               88  NF-DIRECTION-VALID            VALUE "P" "R".
           05  NF-AMOUNT               PIC 9(09)V9(02).
           05  NF-VALUE-DATE           PIC X(08).
           05  NF-BANK-REF             PIC X(16).
           05  FILLER                  PIC X(10).
       01  NOSTRO-FEED-HEADER REDEFINES NOSTRO-FEED-RECORD.
           05  NH-RECORD-TYPE          PIC X(01).
           05  NH-BANK-DATE            PIC X(08).
           05  NH-FILE-SEQUENCE        PIC 9(04).
           05  FILLER                  PIC X(37).
       01  NOSTRO-FEED-TRAILER REDEFINES NOSTRO-FEED-RECORD.
           05  NT-RECORD-TYPE          PIC X(01).
           05  NT-RECORD-COUNT         PIC 9(07).
           05  NT-TOTAL-AMOUNT         PIC 9(11)V9(02).
           05  FILLER                  PIC X(29).

       FD  NOSTRO-CONF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  NOSTRO-CONF-RECORD.
           05  NC-CURRENCY-CODE        PIC X(03).
           05  NC-DIRECTION            PIC X(01).
           05  NC-AMOUNT               PIC 9(09)V9(02).
           05  NC-VALUE-DATE           PIC X(08).
           05  NC-BANK-REF             PIC X(16).
           05  NC-RECEIVED-DATE        PIC X(08).
           05  FILLER                  PIC X(01).

       FD  LOAD-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-REJECT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FEED-OK                        VALUE "00".
           88  WS-FEED-EOF                       VALUE "10".
       01  WS-CONF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CONF-OK                        VALUE "00".
       01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REJ-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN                    VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
           88  WS-FEED-OVERFLOW                  VALUE "Y".
       01  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  WS-FEED-REFUSED                   VALUE "Y".
       01  WS-BANK-DATE                PIC X(08) VALUE SPACES.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
       01  WS-DETAIL-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-CONF-TABLE.
           05  WS-CF-ENTRY OCCURS 2000 TIMES.
               10  WS-CF-RECORD        PIC X(48).
       77  WS-CF-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-CF-IDX                   PIC 9(04) COMP VALUE ZERO.
       01  WS-REJECT-REASON            PIC X(24) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-REJ-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-RECORD-NO         PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RJ-DIRECTION         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-BANK-REF          PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RJ-REASON            PIC X(24).
           05  FILLER                  PIC X(20) VALUE SPACES.
       77  WS-RECORD-NO                PIC 9(07) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "NOSTLOAD       ", "NOSTFEED".
           CALL "ENVCHK" USING "NOSTLOAD       ", "NOSTCONF".
           CALL "ENVCHK" USING "NOSTLOAD       ", "NOSTLREJ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-FEED-OK
               PERFORM 2000-READ-FEED
                   THRU 2000-READ-FEED-EXIT
               PERFORM 3000-CHECK-CONTROLS
                   THRU 3000-CHECK-CONTROLS-EXIT
               IF NOT WS-FEED-REFUSED
                   PERFORM 4000-APPEND-CONFIRMATIONS
                       THRU 4000-APPEND-CONFIRMATIONS-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE FEED AND THE REJECT LISTING.   *
      * NO FEED IS REPORTED BUT IS NOT AN ERROR HERE - NOSTREC    *
      * AGES WHATEVER STAYS UNCONFIRMED.                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT LOAD-REJECT-FILE.
           MOVE SPACES TO LOAD-REJECT-LINE.
           STRING "NOSTRO CONFIRMATION INTAKE - REJECTS - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           OPEN INPUT NOSTRO-FEED-FILE.
           IF NOT WS-FEED-OK
               DISPLAY "NOSTLOAD: NO NOSTFEED CONFIRMATION FILE ",
                   "TODAY - NOTHING LOADED."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-FEED - HOLD THE ACCEPTED CONFIRMATIONS IN THE   *
      * TABLE UNTIL THE TRAILER HAS BEEN TIED.  THE TRAILER       *
      * FIGURES COVER EVERY "D" RECORD, REJECTED OR NOT.          *
      *-----------------------------------------------------------*
       2000-READ-FEED.
           MOVE ZERO TO WS-CF-COUNT.
           PERFORM 2100-READ-ONE-RECORD
               THRU 2100-READ-ONE-RECORD-EXIT
               UNTIL WS-FEED-EOF
               OR WS-FEED-OVERFLOW.
           CLOSE NOSTRO-FEED-FILE.
       2000-READ-FEED-EXIT.
           EXIT.

       2100-READ-ONE-RECORD.
           READ NOSTRO-FEED-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.
           IF WS-FEED-EOF
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-NO.
           IF NF-IS-HEADER
               SET WS-HEADER-SEEN TO TRUE
               MOVE NH-BANK-DATE TO WS-BANK-DATE
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           IF NF-IS-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE NT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE NT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           IF NOT NF-IS-DETAIL
               MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
               PERFORM 2300-REJECT-RECORD
                   THRU 2300-REJECT-RECORD-EXIT
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           IF NF-AMOUNT IS NUMERIC
               ADD NF-AMOUNT TO WS-DETAIL-TOTAL
           END-IF.
           PERFORM 2200-VALIDATE-DETAIL
               THRU 2200-VALIDATE-DETAIL-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2300-REJECT-RECORD
                   THRU 2300-REJECT-RECORD-EXIT
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           IF WS-CF-COUNT = 2000
               SET WS-FEED-OVERFLOW TO TRUE
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-CF-COUNT.
           MOVE SPACES           TO NOSTRO-CONF-RECORD.
           MOVE NF-CURRENCY-CODE TO NC-CURRENCY-CODE.
           MOVE NF-DIRECTION     TO NC-DIRECTION.
           MOVE NF-AMOUNT        TO NC-AMOUNT.
           MOVE NF-VALUE-DATE    TO NC-VALUE-DATE.
           MOVE NF-BANK-REF      TO NC-BANK-REF.
           MOVE WS-RUN-DATE      TO NC-RECEIVED-DATE.
           MOVE NOSTRO-CONF-RECORD TO WS-CF-RECORD(WS-CF-COUNT).
       2100-READ-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-VALIDATE-DETAIL - THE VALUE DATE IS CHECKED THROUGH  *
      * THE DATE SERVICE, WHICH ANSWERS "N" FOR A NON-DATE.       *
      *-----------------------------------------------------------*
       2200-VALIDATE-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NF-CURRENCY-CODE = SPACES
               MOVE "NO CURRENCY CODE" TO WS-REJECT-REASON
               GO TO 2200-VALIDATE-DETAIL-EXIT
           END-IF.
           IF NOT NF-DIRECTION-VALID
               MOVE "DIRECTION NOT P OR R" TO WS-REJECT-REASON
               GO TO 2200-VALIDATE-DETAIL-EXIT
           END-IF.
           IF NF-AMOUNT IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2200-VALIDATE-DETAIL-EXIT
           END-IF.
           IF NF-AMOUNT = ZERO
               MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
               GO TO 2200-VALIDATE-DETAIL-EXIT
           END-IF.
           MOVE "W"           TO WS-DATE-FUNCTION.
           MOVE NF-VALUE-DATE TO WS-DATE-ONE.
           MOVE SPACES        TO WS-DATE-TWO.
           MOVE "N"           TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               MOVE "VALUE DATE INVALID" TO WS-REJECT-REASON
           END-IF.
       2200-VALIDATE-DETAIL-EXIT.
           EXIT.

       2300-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-RECORD-NO     TO WS-RJ-RECORD-NO.
           MOVE NF-CURRENCY-CODE TO WS-RJ-CURRENCY.
           MOVE NF-DIRECTION     TO WS-RJ-DIRECTION.
           MOVE NF-BANK-REF      TO WS-RJ-BANK-REF.
           MOVE WS-REJECT-REASON TO WS-RJ-REASON.
           MOVE WS-REJ-DETAIL    TO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
       2300-REJECT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-CONTROLS - THE WHOLE FEED IS REFUSED WITHOUT A *
      * HEADER AND TRAILER, WHEN THE TRAILER DOES NOT TIE, OR     *
      * WHEN IT HOLDS MORE CONFIRMATIONS THAN THE TABLE.          *
      *-----------------------------------------------------------*
       3000-CHECK-CONTROLS.
           IF WS-FEED-OVERFLOW
               DISPLAY "NOSTLOAD: MORE THAN 2000 CONFIRMATIONS - ",
                   "FEED REFUSED."
               SET WS-FEED-REFUSED TO TRUE
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.
           IF NOT WS-HEADER-SEEN
               OR NOT WS-TRAILER-SEEN
               DISPLAY "NOSTLOAD: NOSTFEED HAS NO HEADER OR NO ",
                   "TRAILER - FEED REFUSED."
               SET WS-FEED-REFUSED TO TRUE
               GO TO 3000-CHECK-CONTROLS-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               OR WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
               DISPLAY "NOSTLOAD: TRAILER DOES NOT TIE - COUNT "
                   WS-TRAILER-COUNT " READ " WS-DETAIL-COUNT
                   " - FEED REFUSED."
               SET WS-FEED-REFUSED TO TRUE
           END-IF.
       3000-CHECK-CONTROLS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPEND-CONFIRMATIONS - ADD THE ACCEPTED RECORDS TO   *
      * NOSTCONF FOR NOSTREC, THEN CLEAR THE FEED.                *
      *-----------------------------------------------------------*
       4000-APPEND-CONFIRMATIONS.
           OPEN EXTEND NOSTRO-CONF-FILE.
           IF NOT WS-CONF-OK
               CLOSE NOSTRO-CONF-FILE
               OPEN OUTPUT NOSTRO-CONF-FILE
           END-IF.
           IF NOT WS-CONF-OK
               CALL "FILERR" USING "NOSTLOAD       ", "NOSTCONF",
                   "OPEN-OUT", WS-CONF-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 4000-APPEND-CONFIRMATIONS-EXIT
           END-IF.
           PERFORM 4100-WRITE-ONE-CONFIRMATION
               THRU 4100-WRITE-ONE-CONFIRMATION-EXIT
               VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT.
           CLOSE NOSTRO-CONF-FILE.
           OPEN OUTPUT NOSTRO-FEED-FILE.
           CLOSE NOSTRO-FEED-FILE.
           DISPLAY "NOSTLOAD: BANK FILE DATED " WS-BANK-DATE
               " LOADED.".
       4000-APPEND-CONFIRMATIONS-EXIT.
           EXIT.

       4100-WRITE-ONE-CONFIRMATION.
           MOVE WS-CF-RECORD(WS-CF-IDX) TO NOSTRO-CONF-RECORD.
           WRITE NOSTRO-CONF-RECORD.
       4100-WRITE-ONE-CONFIRMATION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REJECT LISTING WITH ITS TOTALS *
      * AND SET THE RETURN CODE: 8 FOR A REFUSED FEED, 4 WHEN ANY *
      * CONFIRMATION WAS REJECTED.                                *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FEED-REFUSED
               MOVE 0 TO WS-CF-COUNT
           END-IF.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LOAD-REJECT-LINE.
           STRING "CONFIRMATIONS READ:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           MOVE WS-CF-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LOAD-REJECT-LINE.
           STRING "CONFIRMATIONS LOADED:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LOAD-REJECT-LINE.
           STRING "CONFIRMATIONS REJECTED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           CLOSE LOAD-REJECT-FILE.
           DISPLAY "NOSTLOAD: CONFIRMATIONS READ     = "
               WS-DETAIL-COUNT.
           DISPLAY "NOSTLOAD: CONFIRMATIONS LOADED   = " WS-CF-COUNT.
           DISPLAY "NOSTLOAD: CONFIRMATIONS REJECTED = "
               WS-REJECT-COUNT.
           IF WS-FEED-REFUSED
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-REJECT-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM NOSTLOAD.
