      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared online-session register, called like LOCKMGR
      * is, so a signed-on dialog can no longer sit open at an
      * unattended counter all day and one operator ID can no longer
      * be signed on at two terminals at once.  The SESSREG ledger
      * carries one record per live session: operator, program,
      * terminal, start date and time, and the time of the last
      * activity.  Function "S" starts a session after OPERSIGN: a
      * second session for an operator who already has a live one is
      * refused with status "N" and stamped SESSION-REFUSED on
      * OPERAUDIT.  Function "T" is called by the dialog each time
      * the operator comes back to it: when more than the idle limit
      * (15 minutes) has passed since the last activity the session
      * is ended, stamped TIMEOUT-SIGNOFF, and status "X" tells the
      * dialog to force a fresh sign-on; otherwise the activity time
      * is moved on and the status is "Y".  Function "E" ends the
      * caller's session at sign-off.  A session left on the ledger
      * by a dialog that was cancelled is dead once it has been idle
      * past the limit; it is ended and stamped TIMEOUT-SIGNOFF when
      * that operator next signs on, instead of locking them out.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-REG-FILE ASSIGN TO "SESSREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SESS-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01  SESSION-REG-RECORD.
           05  SR-OPERATOR-ID          PIC X(08).
           05  SR-PROGRAM              PIC X(08).
           05  SR-TERMINAL             PIC X(08).
           05  SR-START-DATE           PIC X(08).
           05  SR-START-TIME           PIC X(08).
           05  SR-LAST-DATE            PIC X(08).
           05  SR-LAST-TIME            PIC X(08).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-SESS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SESS-OK                        VALUE "00".
           88  WS-SESS-EOF                       VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SESSION-TABLE.
           05  WS-SES-ENTRY OCCURS 100 TIMES.
               10  WS-SES-RECORD       PIC X(56).
       77  WS-SES-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-SES-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-SES-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-IDLE-LIMIT-SECONDS       PIC 9(05) COMP VALUE 900.
       01  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       01  WS-TIME-WORK                PIC X(08) VALUE SPACES.
       01  WS-TIME-WORK-NUM REDEFINES WS-TIME-WORK.
           05  WS-TW-HOURS             PIC 9(02).
           05  WS-TW-MINUTES           PIC 9(02).
           05  WS-TW-SECONDS           PIC 9(02).
           05  WS-TW-HUNDREDTHS        PIC 9(02).
       01  WS-TIME-SECONDS             PIC 9(05) COMP VALUE ZERO.
       01  WS-NOW-SECONDS              PIC 9(05) COMP VALUE ZERO.
       01  WS-LAST-SECONDS             PIC 9(05) COMP VALUE ZERO.
       01  WS-IDLE-SECONDS             PIC S9(07) COMP VALUE ZERO.
       01  WS-IDLE-SWITCH              PIC X(01) VALUE "N".
           88  WS-SESSION-IS-IDLE                VALUE "Y".
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "D".
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE SPACE.
           88  WS-DATE-IS-GOOD                   VALUE "Y".
       01  WS-AUDIT-OPERATOR           PIC X(08) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       LINKAGE SECTION.
       01  SESS-FUNCTION               PIC X(01).
           88  FUNCTION-IS-START                 VALUE "S".
           88  FUNCTION-IS-TOUCH                 VALUE "T".
           88  FUNCTION-IS-END                   VALUE "E".
       01  SESS-OPERATOR-ID            PIC X(08).
       01  SESS-PROGRAM                PIC X(08).
       01  SESS-TERMINAL               PIC X(08).
       01  SESS-STATUS                 PIC X(01).
           88  SESSION-IS-ACTIVE                 VALUE "Y".
           88  SESSION-IS-REFUSED                VALUE "N".
           88  SESSION-HAS-TIMED-OUT             VALUE "X".
       PROCEDURE DIVISION USING SESS-FUNCTION, SESS-OPERATOR-ID,
           SESS-PROGRAM, SESS-TERMINAL, SESS-STATUS.
       0000-MAINLINE.
           MOVE "N" TO SESS-STATUS.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 1000-LOAD-SESSION-TABLE
               THRU 1000-LOAD-SESSION-TABLE-EXIT.
           PERFORM 2000-FIND-SESSION
               THRU 2000-FIND-SESSION-EXIT.
           EVALUATE TRUE
               WHEN FUNCTION-IS-START
                   PERFORM 3000-START-SESSION
                       THRU 3000-START-SESSION-EXIT
               WHEN FUNCTION-IS-TOUCH
                   PERFORM 4000-TOUCH-SESSION
                       THRU 4000-TOUCH-SESSION-EXIT
               WHEN FUNCTION-IS-END
                   PERFORM 5000-END-SESSION
                       THRU 5000-END-SESSION-EXIT
               WHEN OTHER
                   DISPLAY "SESSMGR: UNKNOWN FUNCTION "
                       SESS-FUNCTION " - NOTHING DONE."
           END-EVALUATE.
           GOBACK.

       1000-LOAD-SESSION-TABLE.
           MOVE ZERO TO WS-SES-COUNT.
           MOVE SPACES TO WS-SESS-FILE-STATUS.
           OPEN INPUT SESSION-REG-FILE.
           IF WS-SESS-OK
               PERFORM 1100-LOAD-ONE-SESSION
                   THRU 1100-LOAD-ONE-SESSION-EXIT
                   UNTIL WS-SESS-EOF
                   OR WS-SES-COUNT = 100
               CLOSE SESSION-REG-FILE
           END-IF.
       1000-LOAD-SESSION-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-SESSION.
           READ SESSION-REG-FILE
               AT END
                   SET WS-SESS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SES-COUNT
                   MOVE SESSION-REG-RECORD
                       TO WS-SES-RECORD(WS-SES-COUNT)
           END-READ.
       1100-LOAD-ONE-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-FIND-SESSION - THE OPERATOR'S SESSION, WHATEVER THE  *
      * PROGRAM OR TERMINAL - ONE OPERATOR, ONE SESSION.          *
      *-----------------------------------------------------------*
       2000-FIND-SESSION.
           MOVE ZERO TO WS-SES-MATCH-IDX.
           PERFORM 2100-SCAN-ONE-SESSION
               THRU 2100-SCAN-ONE-SESSION-EXIT
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-COUNT
               OR WS-SES-MATCH-IDX > 0.
           IF WS-SES-MATCH-IDX > 0
               MOVE WS-SES-RECORD(WS-SES-MATCH-IDX)
                   TO SESSION-REG-RECORD
           END-IF.
       2000-FIND-SESSION-EXIT.
           EXIT.

       2100-SCAN-ONE-SESSION.
           IF WS-SES-RECORD(WS-SES-IDX)(1:8) = SESS-OPERATOR-ID
               MOVE WS-SES-IDX TO WS-SES-MATCH-IDX
           END-IF.
       2100-SCAN-ONE-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-START-SESSION - A LIVE SESSION FOR THE SAME OPERATOR *
      * REFUSES THE NEW ONE; A DEAD ONE (IDLE PAST THE LIMIT) IS  *
      * ENDED AS A TIMEOUT AND REPLACED.                          *
      *-----------------------------------------------------------*
       3000-START-SESSION.
           IF WS-SES-MATCH-IDX > 0
               PERFORM 6000-CHECK-IDLE
                   THRU 6000-CHECK-IDLE-EXIT
               IF NOT WS-SESSION-IS-IDLE
                   DISPLAY "SESSMGR: OPERATOR " SESS-OPERATOR-ID
                       " IS ALREADY SIGNED ON IN " SR-PROGRAM
                       " AT TERMINAL " SR-TERMINAL " SINCE "
                       SR-START-TIME(1:4) " - SESSION REFUSED."
                   MOVE SESS-OPERATOR-ID  TO WS-AUDIT-OPERATOR
                   MOVE "SESSION-REFUSED" TO WS-AUDIT-RESULT
                   PERFORM 8000-LOG-AUDIT-RECORD
                       THRU 8000-LOG-AUDIT-RECORD-EXIT
                   GO TO 3000-START-SESSION-EXIT
               END-IF
               MOVE SESS-OPERATOR-ID  TO WS-AUDIT-OPERATOR
               MOVE "TIMEOUT-SIGNOFF" TO WS-AUDIT-RESULT
               PERFORM 8000-LOG-AUDIT-RECORD
                   THRU 8000-LOG-AUDIT-RECORD-EXIT
               PERFORM 7000-DROP-SESSION
                   THRU 7000-DROP-SESSION-EXIT
           END-IF.
           IF WS-SES-COUNT = 100
               DISPLAY "SESSMGR: SESSION REGISTER FULL - SESSION "
                   "REFUSED."
               GO TO 3000-START-SESSION-EXIT
           END-IF.
           MOVE SPACES           TO SESSION-REG-RECORD.
           MOVE SESS-OPERATOR-ID TO SR-OPERATOR-ID.
           MOVE SESS-PROGRAM     TO SR-PROGRAM.
           MOVE SESS-TERMINAL    TO SR-TERMINAL.
           MOVE WS-NOW-DATE      TO SR-START-DATE.
           MOVE WS-NOW-TIME      TO SR-START-TIME.
           MOVE WS-NOW-DATE      TO SR-LAST-DATE.
           MOVE WS-NOW-TIME      TO SR-LAST-TIME.
           ADD 1 TO WS-SES-COUNT.
           MOVE SESSION-REG-RECORD TO WS-SES-RECORD(WS-SES-COUNT).
           PERFORM 8100-REWRITE-SESSION-TABLE
               THRU 8100-REWRITE-SESSION-TABLE-EXIT.
           MOVE "Y" TO SESS-STATUS.
       3000-START-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TOUCH-SESSION - THE OPERATOR IS BACK AT THE DIALOG.  *
      * A SESSION IDLE PAST THE LIMIT IS ENDED AND THE DIALOG     *
      * TOLD TO FORCE A SIGN-ON; A SESSION NO LONGER ON THE       *
      * LEDGER, OR NOW HELD ELSEWHERE, IS TREATED THE SAME WAY.   *
      *-----------------------------------------------------------*
       4000-TOUCH-SESSION.
           MOVE "X" TO SESS-STATUS.
           IF WS-SES-MATCH-IDX = 0
               GO TO 4000-TOUCH-SESSION-EXIT
           END-IF.
           IF SR-PROGRAM NOT = SESS-PROGRAM
               OR SR-TERMINAL NOT = SESS-TERMINAL
               GO TO 4000-TOUCH-SESSION-EXIT
           END-IF.
           PERFORM 6000-CHECK-IDLE
               THRU 6000-CHECK-IDLE-EXIT.
           IF WS-SESSION-IS-IDLE
               MOVE SESS-OPERATOR-ID  TO WS-AUDIT-OPERATOR
               MOVE "TIMEOUT-SIGNOFF" TO WS-AUDIT-RESULT
               PERFORM 8000-LOG-AUDIT-RECORD
                   THRU 8000-LOG-AUDIT-RECORD-EXIT
               PERFORM 7000-DROP-SESSION
                   THRU 7000-DROP-SESSION-EXIT
               PERFORM 8100-REWRITE-SESSION-TABLE
                   THRU 8100-REWRITE-SESSION-TABLE-EXIT
               GO TO 4000-TOUCH-SESSION-EXIT
           END-IF.
           MOVE WS-NOW-DATE TO SR-LAST-DATE.
           MOVE WS-NOW-TIME TO SR-LAST-TIME.
           MOVE SESSION-REG-RECORD
               TO WS-SES-RECORD(WS-SES-MATCH-IDX).
           PERFORM 8100-REWRITE-SESSION-TABLE
               THRU 8100-REWRITE-SESSION-TABLE-EXIT.
           MOVE "Y" TO SESS-STATUS.
       4000-TOUCH-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-END-SESSION - ONLY THE SESSION'S OWN PROGRAM AND     *
      * TERMINAL CAN END IT.  ENDING A SESSION NOT HELD IS A      *
      * QUIET SUCCESS, AS WITH LOCKMGR.                           *
      *-----------------------------------------------------------*
       5000-END-SESSION.
           MOVE "Y" TO SESS-STATUS.
           IF WS-SES-MATCH-IDX = 0
               GO TO 5000-END-SESSION-EXIT
           END-IF.
           IF SR-PROGRAM NOT = SESS-PROGRAM
               OR SR-TERMINAL NOT = SESS-TERMINAL
               GO TO 5000-END-SESSION-EXIT
           END-IF.
           PERFORM 7000-DROP-SESSION
               THRU 7000-DROP-SESSION-EXIT.
           PERFORM 8100-REWRITE-SESSION-TABLE
               THRU 8100-REWRITE-SESSION-TABLE-EXIT.
       5000-END-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CHECK-IDLE - SECONDS SINCE THE LAST ACTIVITY.  ONLY  *
      * A GAP ACROSS ONE MIDNIGHT NEEDS THE DATE SERVICE; A LAST  *
      * ACTIVITY ANY EARLIER IS IDLE WHATEVER THE TIME.           *
      *-----------------------------------------------------------*
       6000-CHECK-IDLE.
           MOVE "Y" TO WS-IDLE-SWITCH.
           IF SR-LAST-TIME IS NOT NUMERIC
               GO TO 6000-CHECK-IDLE-EXIT
           END-IF.
           MOVE WS-NOW-TIME TO WS-TIME-WORK.
           PERFORM 6100-TIME-TO-SECONDS
               THRU 6100-TIME-TO-SECONDS-EXIT.
           MOVE WS-TIME-SECONDS TO WS-NOW-SECONDS.
           MOVE SR-LAST-TIME TO WS-TIME-WORK.
           PERFORM 6100-TIME-TO-SECONDS
               THRU 6100-TIME-TO-SECONDS-EXIT.
           MOVE WS-TIME-SECONDS TO WS-LAST-SECONDS.
           IF SR-LAST-DATE = WS-NOW-DATE
               COMPUTE WS-IDLE-SECONDS =
                   WS-NOW-SECONDS - WS-LAST-SECONDS
           ELSE
               MOVE "D" TO WS-DATE-FUNCTION
               MOVE ZERO TO WS-RESULT-DAYS
               CALL "DATESRV" USING WS-DATE-FUNCTION, SR-LAST-DATE,
                   WS-NOW-DATE, WS-RESULT-DATE, WS-RESULT-DAYS,
                   WS-DATE-STATUS
               IF NOT WS-DATE-IS-GOOD
                   OR WS-RESULT-DAYS NOT = 1
                   GO TO 6000-CHECK-IDLE-EXIT
               END-IF
               COMPUTE WS-IDLE-SECONDS =
                   86400 - WS-LAST-SECONDS + WS-NOW-SECONDS
           END-IF.
           IF WS-IDLE-SECONDS NOT > WS-IDLE-LIMIT-SECONDS
               MOVE "N" TO WS-IDLE-SWITCH
           END-IF.
       6000-CHECK-IDLE-EXIT.
           EXIT.

       6100-TIME-TO-SECONDS.
           COMPUTE WS-TIME-SECONDS =
               (WS-TW-HOURS * 3600) + (WS-TW-MINUTES * 60)
               + WS-TW-SECONDS.
       6100-TIME-TO-SECONDS-EXIT.
           EXIT.

       7000-DROP-SESSION.
           IF WS-SES-MATCH-IDX < WS-SES-COUNT
               MOVE WS-SES-RECORD(WS-SES-COUNT)
                   TO WS-SES-RECORD(WS-SES-MATCH-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-SES-COUNT.
           MOVE ZERO TO WS-SES-MATCH-IDX.
       7000-DROP-SESSION-EXIT.
           EXIT.

       8000-LOG-AUDIT-RECORD.
           MOVE WS-AUDIT-OPERATOR TO OA-OPERATOR-ID.
           MOVE WS-NOW-DATE       TO OA-RUN-DATE.
           MOVE WS-NOW-TIME       TO OA-RUN-TIME.
           MOVE WS-AUDIT-RESULT   TO OA-RESULT.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8000-LOG-AUDIT-RECORD-EXIT.
           EXIT.

       8100-REWRITE-SESSION-TABLE.
           OPEN OUTPUT SESSION-REG-FILE.
           PERFORM 8110-WRITE-ONE-SESSION
               THRU 8110-WRITE-ONE-SESSION-EXIT
               VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-COUNT.
           CLOSE SESSION-REG-FILE.
       8100-REWRITE-SESSION-TABLE-EXIT.
           EXIT.

       8110-WRITE-ONE-SESSION.
           MOVE WS-SES-RECORD(WS-SES-IDX) TO SESSION-REG-RECORD.
           WRITE SESSION-REG-RECORD.
       8110-WRITE-ONE-SESSION-EXIT.
           EXIT.

       END PROGRAM SESSMGR.
