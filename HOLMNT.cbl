      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the two holiday calendars DATESRV
      * reads - the HOLIDAY house calendar and the per-currency
      * CURRHOL calendars - under dual control, in the style of
      * OPERADM.  Both files were hand-edited until a holiday nobody
      * had keyed let the nightly chain run on it.  The operator
      * signs on through OPERSIGN and must hold the supervisor role.
      * Each HOLTRAN transaction - "A" add a holiday date, "D" remove
      * one - names the calendar (blank for the house calendar, or a
      * currency code) and is only STAGED to the HOLPEND pending file
      * under the keying supervisor's ID; it takes effect when a
      * SECOND, DIFFERENT supervisor approves it with a "P"
      * transaction naming the pending sequence.  Dates must be real
      * and not already past, an add must be new to its calendar and
      * a removal must be on it.  Every staging, approval and
      * self-approval refusal is stamped to OPERAUDIT, and the HOLMRPT
      * listing shows each transaction and what became of it.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CTL-FILE ASSIGN TO "HOLIDAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT CURRENCY-HOLIDAY-FILE ASSIGN TO "CURRHOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHOL-FILE-STATUS.
           SELECT HOLIDAY-TRAN-FILE ASSIGN TO "HOLTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "HOLPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HOLIDAY-REPORT-FILE ASSIGN TO "HOLMRPT"
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

       FD  HOLIDAY-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
       01  HOLIDAY-TRAN-RECORD.
           05  HT-ACTION               PIC X(01).
               88  HT-IS-ADD                     VALUE "A".
               88  HT-IS-REMOVE                  VALUE "D".
               88  HT-IS-APPROVE                 VALUE "P".
           05  HT-CALENDAR             PIC X(03).
           05  HT-HOLIDAY-DATE         PIC X(08).
           05  HT-SEQUENCE             PIC 9(06).

       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS.
       01  PENDING-RECORD.
           05  PD-SEQUENCE             PIC 9(06).
           05  PD-KEYED-BY             PIC X(08).
           05  PD-ACTION               PIC X(01).
           05  PD-CALENDAR             PIC X(03).
           05  PD-HOLIDAY-DATE         PIC X(08).
           05  PD-KEYED-DATE           PIC X(08).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  HOLIDAY-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLIDAY-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HOL-OK                         VALUE "00".
           88  WS-HOL-EOF                        VALUE "10".
       01  WS-CHOL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CHOL-OK                        VALUE "00".
           88  WS-CHOL-EOF                       VALUE "10".
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
       01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                        VALUE "00".
           88  WS-PEND-EOF                       VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
               88  WS-IS-SUPERVISOR              VALUE "Y".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
      *
      * THE HOUSE CALENDAR AND THE CURRENCY CALENDARS, HELD IN KEY
      * ORDER (DATE; CURRENCY THEN DATE).  500 ENTRIES EACH IS WHAT
      * DATESRV ITSELF WILL LOAD.
      *
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 500 TIMES.
               10  WS-HOL-DATE         PIC X(08).
       77  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-HOL-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-HOL-CHANGED-SWITCH       PIC X(01) VALUE "N".
           88  WS-HOLIDAY-CHANGED                VALUE "Y".
       01  WS-CHL-TABLE.
           05  WS-CHL-ENTRY OCCURS 500 TIMES.
               10  WS-CHL-KEY          PIC X(11).
       77  WS-CHL-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-CHL-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  WS-CHL-CHANGED-SWITCH       PIC X(01) VALUE "N".
           88  WS-CURRHOL-CHANGED                VALUE "Y".
       77  WS-CAL-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-CAL-INSERT-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-CAL-FROM-IDX             PIC 9(03) COMP VALUE ZERO.
       01  WS-CAL-KEY.
           05  WS-CK-CURRENCY          PIC X(03).
           05  WS-CK-DATE              PIC X(08).
       01  WS-PEND-TABLE.
           05  WS-PND-ENTRY OCCURS 100 TIMES.
               10  WS-PND-RECORD       PIC X(34).
               10  WS-PND-STATE        PIC X(01).
       77  WS-PND-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-PND-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-PND-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-PEND-CHANGED-SWITCH      PIC X(01) VALUE "N".
           88  WS-PENDING-CHANGED                VALUE "Y".
       01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
       01  WS-ITEM-RECORD              PIC X(34) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-SEQUENCE          PIC 9(06).
           05  WS-IT-KEYED-BY          PIC X(08).
           05  WS-IT-ACTION            PIC X(01).
           05  WS-IT-CALENDAR          PIC X(03).
           05  WS-IT-HOLIDAY-DATE      PIC X(08).
           05  WS-IT-KEYED-DATE        PIC X(08).
       01  WS-CHANGE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CHANGE-IS-VALID                VALUE "Y".
       01  WS-OUTCOME-TEXT             PIC X(30) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "W".
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-RESULT              PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE "N".
           88  WS-DATE-GOOD                      VALUE "Y".
       77  WS-STAGED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-SEQUENCE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CALENDAR          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OUTCOME           PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - CALENDAR MAINTENANCE NOT ",
                   "PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- CALENDAR MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN
               THRU 2000-APPLY-ONE-TRAN-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD BOTH CALENDARS AND THE PENDING     *
      * LEDGER, FIND THE NEXT PENDING SEQUENCE, AND START THE     *
      * LISTING.                                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-CTL-FILE.
           IF WS-HOL-OK
               PERFORM 1100-LOAD-ONE-HOLIDAY
                   THRU 1100-LOAD-ONE-HOLIDAY-EXIT
                   UNTIL WS-HOL-EOF
                   OR WS-HOL-COUNT = 500
               CLOSE HOLIDAY-CTL-FILE
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
           MOVE ZERO TO WS-PND-COUNT.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-OK
               PERFORM 1300-LOAD-ONE-PENDING
                   THRU 1300-LOAD-ONE-PENDING-EXIT
                   UNTIL WS-PEND-EOF
                   OR WS-PND-COUNT = 100
               CLOSE PENDING-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SEQUENCE.
           OPEN OUTPUT HOLIDAY-REPORT-FILE.
           MOVE SPACES TO HOLIDAY-REPORT-LINE.
           STRING "HOLIDAY CALENDAR MAINTENANCE - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - OPERATOR " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO HOLIDAY-REPORT-LINE.
           WRITE HOLIDAY-REPORT-LINE.
           MOVE SPACES TO HOLIDAY-REPORT-LINE.
           MOVE "  A  SEQ     CAL    DATE      OUTCOME"
               TO HOLIDAY-REPORT-LINE.
           WRITE HOLIDAY-REPORT-LINE.
           OPEN INPUT HOLIDAY-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "HOLMNT: NO HOLTRAN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CTL-FILE
               AT END
                   SET WS-HOL-EOF TO TRUE
               NOT AT END
                   MOVE SPACES          TO WS-CK-CURRENCY
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

       1300-LOAD-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PND-COUNT
                   MOVE PENDING-RECORD
                       TO WS-PND-RECORD(WS-PND-COUNT)
                   MOVE SPACE TO WS-PND-STATE(WS-PND-COUNT)
                   IF PD-SEQUENCE > WS-NEXT-SEQUENCE
                       MOVE PD-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
           END-READ.
       1300-LOAD-ONE-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-TRAN - STAGE A CHANGE OR APPLY AN APPROVED *
      * ONE.                                                      *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-TRAN.
           READ HOLIDAY-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
                   GO TO 2000-APPLY-ONE-TRAN-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN HT-IS-APPROVE
                   PERFORM 4000-APPROVE-PENDING
                       THRU 4000-APPROVE-PENDING-EXIT
               WHEN HT-IS-ADD OR HT-IS-REMOVE
                   PERFORM 3000-STAGE-CHANGE
                       THRU 3000-STAGE-CHANGE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "HOLMNT: UNKNOWN ACTION " HT-ACTION
                       " - IGNORED."
           END-EVALUATE.
       2000-APPLY-ONE-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-STAGE-CHANGE - THE FIRST SUPERVISOR ONLY STAGES; THE *
      * CHANGE WAITS ON HOLPEND FOR A SECOND SUPERVISOR.  A BAD   *
      * DATE OR A CHANGE THAT WOULD DO NOTHING IS NEVER STAGED.   *
      *-----------------------------------------------------------*
       3000-STAGE-CHANGE.
           MOVE SPACES           TO WS-ITEM-RECORD.
           MOVE ZERO             TO WS-IT-SEQUENCE.
           MOVE WS-OPERATOR-ID   TO WS-IT-KEYED-BY.
           MOVE HT-ACTION        TO WS-IT-ACTION.
           MOVE HT-CALENDAR      TO WS-IT-CALENDAR.
           MOVE HT-HOLIDAY-DATE  TO WS-IT-HOLIDAY-DATE.
           MOVE WS-RUN-DATE      TO WS-IT-KEYED-DATE.
           IF WS-PND-COUNT = 100
               MOVE "PENDING LEDGER FULL" TO WS-OUTCOME-TEXT
               GO TO 3000-STAGE-CHANGE-REFUSED
           END-IF.
           PERFORM 3100-VALIDATE-CHANGE
               THRU 3100-VALIDATE-CHANGE-EXIT.
           IF NOT WS-CHANGE-IS-VALID
               GO TO 3000-STAGE-CHANGE-REFUSED
           END-IF.
           MOVE WS-NEXT-SEQUENCE TO WS-IT-SEQUENCE.
           ADD 1 TO WS-NEXT-SEQUENCE.
           ADD 1 TO WS-PND-COUNT.
           MOVE WS-ITEM-RECORD TO WS-PND-RECORD(WS-PND-COUNT).
           MOVE SPACE TO WS-PND-STATE(WS-PND-COUNT).
           SET WS-PENDING-CHANGED TO TRUE.
           ADD 1 TO WS-STAGED-COUNT.
           MOVE "HOL-STAGED" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           MOVE "STAGED FOR APPROVAL" TO WS-OUTCOME-TEXT.
           PERFORM 8100-WRITE-DETAIL-LINE
               THRU 8100-WRITE-DETAIL-LINE-EXIT.
           GO TO 3000-STAGE-CHANGE-EXIT.
       3000-STAGE-CHANGE-REFUSED.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 8100-WRITE-DETAIL-LINE
               THRU 8100-WRITE-DETAIL-LINE-EXIT.
       3000-STAGE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VALIDATE-CHANGE - THE DATE MUST BE A REAL CALENDAR   *
      * DATE (THE DATE SERVICE'S DAY-OF-WEEK FUNCTION REFUSES ANY *
      * OTHER) AND NOT BEFORE TODAY, A CURRENCY CALENDAR MUST BE  *
      * A THREE-LETTER CODE, AN ADD MUST BE NEW TO THE CALENDAR   *
      * AND A REMOVAL MUST BE ON IT.                              *
      *-----------------------------------------------------------*
       3100-VALIDATE-CHANGE.
           MOVE "N" TO WS-CHANGE-SWITCH.
           MOVE "W" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-DATE-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-IT-HOLIDAY-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF NOT WS-DATE-GOOD
               MOVE "NOT A VALID DATE" TO WS-OUTCOME-TEXT
               GO TO 3100-VALIDATE-CHANGE-EXIT
           END-IF.
           IF WS-IT-HOLIDAY-DATE < WS-RUN-DATE
               MOVE "DATE ALREADY PAST" TO WS-OUTCOME-TEXT
               GO TO 3100-VALIDATE-CHANGE-EXIT
           END-IF.
           IF WS-IT-CALENDAR NOT = SPACES
               IF WS-IT-CALENDAR IS NOT ALPHABETIC-UPPER
                   OR WS-IT-CALENDAR(1:1) = SPACE
                   OR WS-IT-CALENDAR(2:1) = SPACE
                   OR WS-IT-CALENDAR(3:1) = SPACE
                   MOVE "CALENDAR NOT A CURRENCY CODE"
                       TO WS-OUTCOME-TEXT
                   GO TO 3100-VALIDATE-CHANGE-EXIT
               END-IF
           END-IF.
           PERFORM 6000-FIND-ON-CALENDAR
               THRU 6000-FIND-ON-CALENDAR-EXIT.
           IF WS-IT-ACTION = "A"
               AND WS-CAL-MATCH-IDX > 0
               MOVE "ALREADY A HOLIDAY" TO WS-OUTCOME-TEXT
               GO TO 3100-VALIDATE-CHANGE-EXIT
           END-IF.
           IF WS-IT-ACTION = "D"
               AND WS-CAL-MATCH-IDX = 0
               MOVE "NOT A HOLIDAY ON THIS CALENDAR"
                   TO WS-OUTCOME-TEXT
               GO TO 3100-VALIDATE-CHANGE-EXIT
           END-IF.
           SET WS-CHANGE-IS-VALID TO TRUE.
       3100-VALIDATE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPROVE-PENDING - THE APPROVER MUST BE A DIFFERENT   *
      * SUPERVISOR FROM THE ONE WHO KEYED THE CHANGE.  AN         *
      * APPROVED CHANGE IS APPLIED TO ITS CALENDAR AND LEAVES THE *
      * PENDING LEDGER.                                           *
      *-----------------------------------------------------------*
       4000-APPROVE-PENDING.
           MOVE ZERO TO WS-PND-MATCH-IDX.
           PERFORM 4100-SCAN-ONE-PENDING
               THRU 4100-SCAN-ONE-PENDING-EXIT
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
               OR WS-PND-MATCH-IDX > 0.
           IF WS-PND-MATCH-IDX = 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "HOLMNT: NO PENDING CHANGE " HT-SEQUENCE
                   " - APPROVAL IGNORED."
               MOVE SPACES      TO WS-ITEM-RECORD
               MOVE HT-SEQUENCE TO WS-IT-SEQUENCE
               MOVE "P"         TO WS-IT-ACTION
               MOVE "NO SUCH PENDING CHANGE" TO WS-OUTCOME-TEXT
               PERFORM 8100-WRITE-DETAIL-LINE
                   THRU 8100-WRITE-DETAIL-LINE-EXIT
               GO TO 4000-APPROVE-PENDING-EXIT
           END-IF.
           MOVE WS-PND-RECORD(WS-PND-MATCH-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-KEYED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "HOLMNT: CHANGE " HT-SEQUENCE
                   " WAS KEYED BY THIS SAME SUPERVISOR - A SECOND ",
                   "SUPERVISOR MUST APPROVE."
               MOVE "HOL-SELFAPPR" TO WS-AUDIT-RESULT
               PERFORM 8000-LOG-AUDIT-RECORD
                   THRU 8000-LOG-AUDIT-RECORD-EXIT
               MOVE "REFUSED - KEYED BY APPROVER" TO WS-OUTCOME-TEXT
               PERFORM 8100-WRITE-DETAIL-LINE
                   THRU 8100-WRITE-DETAIL-LINE-EXIT
               GO TO 4000-APPROVE-PENDING-EXIT
           END-IF.
           PERFORM 5000-APPLY-STAGED-CHANGE
               THRU 5000-APPLY-STAGED-CHANGE-EXIT.
           PERFORM 8100-WRITE-DETAIL-LINE
               THRU 8100-WRITE-DETAIL-LINE-EXIT.
           MOVE "X" TO WS-PND-STATE(WS-PND-MATCH-IDX).
           SET WS-PENDING-CHANGED TO TRUE.
       4000-APPROVE-PENDING-EXIT.
           EXIT.

       4100-SCAN-ONE-PENDING.
           MOVE WS-PND-RECORD(WS-PND-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-SEQUENCE = HT-SEQUENCE
               AND WS-PND-STATE(WS-PND-IDX) = SPACE
               MOVE WS-PND-IDX TO WS-PND-MATCH-IDX
           END-IF.
       4100-SCAN-ONE-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-APPLY-STAGED-CHANGE - THE APPROVED CHANGE LANDS ON   *
      * ITS CALENDAR.  THE CALENDAR IS RE-CHECKED FIRST: ANOTHER  *
      * APPROVAL MAY HAVE MADE THE SAME CHANGE SINCE IT WAS KEYED. *
      *-----------------------------------------------------------*
       5000-APPLY-STAGED-CHANGE.
           PERFORM 6000-FIND-ON-CALENDAR
               THRU 6000-FIND-ON-CALENDAR-EXIT.
           IF WS-IT-ACTION = "A"
               IF WS-CAL-MATCH-IDX > 0
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NOT APPLIED - ALREADY ON FILE"
                       TO WS-OUTCOME-TEXT
                   GO TO 5000-APPLY-STAGED-CHANGE-EXIT
               END-IF
               IF (WS-IT-CALENDAR = SPACES AND WS-HOL-COUNT = 500)
                   OR (WS-IT-CALENDAR NOT = SPACES
                   AND WS-CHL-COUNT = 500)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NOT APPLIED - CALENDAR FULL"
                       TO WS-OUTCOME-TEXT
                   GO TO 5000-APPLY-STAGED-CHANGE-EXIT
               END-IF
               IF WS-IT-CALENDAR = SPACES
                   PERFORM 6100-INSERT-HOUSE-DATE
                       THRU 6100-INSERT-HOUSE-DATE-EXIT
                   SET WS-HOLIDAY-CHANGED TO TRUE
               ELSE
                   PERFORM 6200-INSERT-CURRENCY-DATE
                       THRU 6200-INSERT-CURRENCY-DATE-EXIT
                   SET WS-CURRHOL-CHANGED TO TRUE
               END-IF
               MOVE "HOL-ADDED" TO WS-AUDIT-RESULT
               MOVE "APPROVED - HOLIDAY ADDED" TO WS-OUTCOME-TEXT
           ELSE
               IF WS-CAL-MATCH-IDX = 0
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NOT APPLIED - NOT ON FILE"
                       TO WS-OUTCOME-TEXT
                   GO TO 5000-APPLY-STAGED-CHANGE-EXIT
               END-IF
               IF WS-IT-CALENDAR = SPACES
                   PERFORM 6300-REMOVE-HOUSE-DATE
                       THRU 6300-REMOVE-HOUSE-DATE-EXIT
                   SET WS-HOLIDAY-CHANGED TO TRUE
               ELSE
                   PERFORM 6400-REMOVE-CURRENCY-DATE
                       THRU 6400-REMOVE-CURRENCY-DATE-EXIT
                   SET WS-CURRHOL-CHANGED TO TRUE
               END-IF
               MOVE "HOL-REMOVED" TO WS-AUDIT-RESULT
               MOVE "APPROVED - HOLIDAY REMOVED" TO WS-OUTCOME-TEXT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
       5000-APPLY-STAGED-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FIND-ON-CALENDAR - LOOK THE CHANGE'S DATE UP ON THE  *
      * CALENDAR IT NAMES.  WS-CAL-MATCH-IDX IS ZERO WHEN ABSENT.  *
      *-----------------------------------------------------------*
       6000-FIND-ON-CALENDAR.
           MOVE ZERO               TO WS-CAL-MATCH-IDX.
           MOVE WS-IT-CALENDAR     TO WS-CK-CURRENCY.
           MOVE WS-IT-HOLIDAY-DATE TO WS-CK-DATE.
           IF WS-IT-CALENDAR = SPACES
               PERFORM 6010-MATCH-ONE-HOUSE-DATE
                   THRU 6010-MATCH-ONE-HOUSE-DATE-EXIT
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   OR WS-CAL-MATCH-IDX > 0
           ELSE
               PERFORM 6020-MATCH-ONE-CURRENCY-DATE
                   THRU 6020-MATCH-ONE-CURRENCY-DATE-EXIT
                   VARYING WS-CHL-IDX FROM 1 BY 1
                   UNTIL WS-CHL-IDX > WS-CHL-COUNT
                   OR WS-CAL-MATCH-IDX > 0
           END-IF.
       6000-FIND-ON-CALENDAR-EXIT.
           EXIT.

       6010-MATCH-ONE-HOUSE-DATE.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-CK-DATE
               MOVE WS-HOL-IDX TO WS-CAL-MATCH-IDX
           END-IF.
       6010-MATCH-ONE-HOUSE-DATE-EXIT.
           EXIT.

       6020-MATCH-ONE-CURRENCY-DATE.
           IF WS-CHL-KEY(WS-CHL-IDX) = WS-CAL-KEY
               MOVE WS-CHL-IDX TO WS-CAL-MATCH-IDX
           END-IF.
       6020-MATCH-ONE-CURRENCY-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-INSERT-HOUSE-DATE - PLACE WS-CK-DATE IN DATE ORDER   *
      * ON THE HOUSE CALENDAR, MOVING THE LATER DATES DOWN ONE.   *
      *-----------------------------------------------------------*
       6100-INSERT-HOUSE-DATE.
           IF WS-HOL-COUNT = 500
               GO TO 6100-INSERT-HOUSE-DATE-EXIT
           END-IF.
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

      *-----------------------------------------------------------*
      * 6200-INSERT-CURRENCY-DATE - THE SAME FOR WS-CAL-KEY ON    *
      * THE CURRENCY CALENDARS, IN CURRENCY THEN DATE ORDER.      *
      *-----------------------------------------------------------*
       6200-INSERT-CURRENCY-DATE.
           IF WS-CHL-COUNT = 500
               GO TO 6200-INSERT-CURRENCY-DATE-EXIT
           END-IF.
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
      * 6300/6400 - CLOSE THE GAP LEFT BY THE REMOVED ENTRY AT    *
      * WS-CAL-MATCH-IDX.                                         *
      *-----------------------------------------------------------*
       6300-REMOVE-HOUSE-DATE.
           PERFORM 6310-PULL-ONE-HOUSE-DATE
               THRU 6310-PULL-ONE-HOUSE-DATE-EXIT
               VARYING WS-CAL-FROM-IDX FROM WS-CAL-MATCH-IDX BY 1
               UNTIL WS-CAL-FROM-IDX NOT < WS-HOL-COUNT.
           SUBTRACT 1 FROM WS-HOL-COUNT.
       6300-REMOVE-HOUSE-DATE-EXIT.
           EXIT.

       6310-PULL-ONE-HOUSE-DATE.
           MOVE WS-HOL-DATE(WS-CAL-FROM-IDX + 1)
               TO WS-HOL-DATE(WS-CAL-FROM-IDX).
       6310-PULL-ONE-HOUSE-DATE-EXIT.
           EXIT.

       6400-REMOVE-CURRENCY-DATE.
           PERFORM 6410-PULL-ONE-CURRENCY-DATE
               THRU 6410-PULL-ONE-CURRENCY-DATE-EXIT
               VARYING WS-CAL-FROM-IDX FROM WS-CAL-MATCH-IDX BY 1
               UNTIL WS-CAL-FROM-IDX NOT < WS-CHL-COUNT.
           SUBTRACT 1 FROM WS-CHL-COUNT.
       6400-REMOVE-CURRENCY-DATE-EXIT.
           EXIT.

       6410-PULL-ONE-CURRENCY-DATE.
           MOVE WS-CHL-KEY(WS-CAL-FROM-IDX + 1)
               TO WS-CHL-KEY(WS-CAL-FROM-IDX).
       6410-PULL-ONE-CURRENCY-DATE-EXIT.
           EXIT.

       8000-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8000-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-DETAIL-LINE - ONE HOLMRPT LINE FOR THE CHANGE  *
      * IN WS-ITEM-RECORD AND WHAT BECAME OF IT.                  *
      *-----------------------------------------------------------*
       8100-WRITE-DETAIL-LINE.
           MOVE WS-IT-ACTION       TO WS-RD-ACTION.
           MOVE WS-IT-SEQUENCE     TO WS-RD-SEQUENCE.
           IF WS-IT-ACTION = "P"
               MOVE SPACES         TO WS-RD-CALENDAR
           ELSE
               IF WS-IT-CALENDAR = SPACES
                   MOVE "HOUSE"    TO WS-RD-CALENDAR
               ELSE
                   MOVE WS-IT-CALENDAR TO WS-RD-CALENDAR
               END-IF
           END-IF.
           MOVE WS-IT-HOLIDAY-DATE TO WS-RD-DATE.
           MOVE WS-OUTCOME-TEXT    TO WS-RD-OUTCOME.
           MOVE WS-RPT-DETAIL      TO HOLIDAY-REPORT-LINE.
           WRITE HOLIDAY-REPORT-LINE.
       8100-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - REWRITE WHICHEVER CALENDARS CHANGED AND  *
      * THE PENDING LEDGER (APPROVED CHANGES DROP OFF IT), CLEAR  *
      * HOLTRAN, AND REPORT THE RUN.                              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE HOLIDAY-TRAN-FILE
               OPEN OUTPUT HOLIDAY-TRAN-FILE
               CLOSE HOLIDAY-TRAN-FILE
           END-IF.
           IF WS-HOLIDAY-CHANGED
               OPEN OUTPUT HOLIDAY-CTL-FILE
               PERFORM 9100-WRITE-ONE-HOLIDAY
                   THRU 9100-WRITE-ONE-HOLIDAY-EXIT
                   VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
               CLOSE HOLIDAY-CTL-FILE
           END-IF.
           IF WS-CURRHOL-CHANGED
               OPEN OUTPUT CURRENCY-HOLIDAY-FILE
               PERFORM 9200-WRITE-ONE-CURRENCY-HOLIDAY
                   THRU 9200-WRITE-ONE-CURRENCY-HOLIDAY-EXIT
                   VARYING WS-CHL-IDX FROM 1 BY 1
                   UNTIL WS-CHL-IDX > WS-CHL-COUNT
               CLOSE CURRENCY-HOLIDAY-FILE
           END-IF.
           IF WS-PENDING-CHANGED
               OPEN OUTPUT PENDING-FILE
               PERFORM 9300-WRITE-ONE-PENDING
                   THRU 9300-WRITE-ONE-PENDING-EXIT
                   VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               CLOSE PENDING-FILE
           END-IF.
           CLOSE HOLIDAY-REPORT-FILE.
           DISPLAY "HOLMNT: CHANGES STAGED   = " WS-STAGED-COUNT.
           DISPLAY "HOLMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "HOLMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-ONE-HOLIDAY.
           MOVE WS-HOL-DATE(WS-HOL-IDX) TO HD-HOLIDAY-DATE.
           WRITE HOLIDAY-CTL-RECORD.
       9100-WRITE-ONE-HOLIDAY-EXIT.
           EXIT.

       9200-WRITE-ONE-CURRENCY-HOLIDAY.
           MOVE WS-CHL-KEY(WS-CHL-IDX) TO CURRENCY-HOLIDAY-RECORD.
           WRITE CURRENCY-HOLIDAY-RECORD.
       9200-WRITE-ONE-CURRENCY-HOLIDAY-EXIT.
           EXIT.

       9300-WRITE-ONE-PENDING.
           IF WS-PND-STATE(WS-PND-IDX) = SPACE
               MOVE WS-PND-RECORD(WS-PND-IDX) TO PENDING-RECORD
               WRITE PENDING-RECORD
           END-IF.
       9300-WRITE-ONE-PENDING-EXIT.
           EXIT.

       END PROGRAM HOLMNT.
