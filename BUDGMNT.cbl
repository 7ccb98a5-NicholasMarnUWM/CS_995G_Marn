      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the BUDGMAS period budget master, in
      * the style of CHARTMNT.  Finance's budget spreadsheet is
      * exported to the BUDGTRN transaction file, one row per GL
      * account and period, and loaded here instead of being compared
      * to the ledger by hand.  The operator signs on through the
      * shared OPERSIGN subprogram and must hold the supervisor role.
      * Action "A" adds an account's budget for a period, "C" changes
      * its amount (and its variance tolerance when one is given),
      * and "D" deletes it.  The tolerance is the percentage by which
      * actual may differ from budget before BUDGRPT flags the
      * account; zero means the account is not monitored.  Every
      * account must be open on the CHARTMAS chart of accounts
      * (checked through CHARTCHK).  Every change is stamped to
      * OPERAUDIT, and the BUDGLIST listing shows each changed row's
      * before and after image.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BU-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT BUDGET-TRAN-FILE ASSIGN TO "BUDGTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-KEY.
               10  BU-ACCOUNT          PIC 9(08).
               10  BU-PERIOD           PIC 9(06).
           05  BU-AMOUNT               PIC S9(11)V9(02).
           05  BU-TOLERANCE-PCT        PIC 9(03)V9(02).
           05  BU-LAST-CHANGED         PIC X(08).
           05  BU-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(06).

       FD  BUDGET-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  BUDGET-TRAN-RECORD.
           05  BT-ACTION               PIC X(01).
               88  BT-IS-ADD                     VALUE "A".
               88  BT-IS-CHANGE                  VALUE "C".
               88  BT-IS-DELETE                  VALUE "D".
           05  BT-ACCOUNT              PIC 9(08).
           05  BT-PERIOD               PIC 9(06).
           05  BT-PERIOD-PARTS REDEFINES BT-PERIOD.
               10  BT-PERIOD-YEAR      PIC 9(04).
               10  BT-PERIOD-MONTH     PIC 9(02).
           05  BT-AMOUNT               PIC S9(11)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  BT-TOLERANCE-PCT        PIC 9(03)V9(02).
           05  BT-TOLERANCE-X REDEFINES BT-TOLERANCE-PCT
                                       PIC X(05).
           05  FILLER                  PIC X(16).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  BUDGET-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BUDGET-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BUDGET-OK                      VALUE "00".
           88  WS-BUDGET-NOT-FOUND               VALUE "35".
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
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
       01  WS-CHART-FUNCTION           PIC X(01) VALUE "V".
       01  WS-CHART-DR-CR              PIC X(01) VALUE SPACE.
       01  WS-CHART-ACCOUNT            PIC 9(08) VALUE ZERO.
       01  WS-CHART-RESULT             PIC X(01) VALUE SPACE.
           88  WS-CHART-ACCOUNT-OPEN             VALUE "O".
           88  WS-CHART-ACCOUNT-CLOSED           VALUE "C".
           88  WS-CHART-UNAVAILABLE              VALUE "X".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-BUDGET-FOUND                   VALUE "Y".
       01  WS-BEFORE-IMAGE             PIC X(60) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(60) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-IMAGE             PIC X(60).
           05  FILLER                  PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- BUDGET MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-MAINT
               THRU 2000-APPLY-ONE-MAINT-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE BUDGET MASTER FOR UPDATE        *
      * (CREATING IT EMPTY THE FIRST TIME), THE TRANSACTION FILE   *
      * AND THE BEFORE/AFTER LISTING.                              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-NOT-FOUND
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT WS-BUDGET-OK
               CALL "FILERR" USING "BUDGMNT        ", "BUDGMAS ",
                   "OPEN-IO ", WS-BUDGET-FILE-STATUS, "N"
               DISPLAY "BUDGMNT: BUDGMAS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           STRING "BUDGET MASTER BEFORE/AFTER LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           OPEN INPUT BUDGET-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "BUDGMNT: NO BUDGTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ BUDGET-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
           END-READ.
           IF NOT WS-TRN-EOF
               PERFORM 2100-PROCESS-MAINT-RECORD
                   THRU 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2000-APPLY-ONE-MAINT-EXIT.
           EXIT.

       2100-PROCESS-MAINT-RECORD.
           IF NOT BT-IS-ADD AND NOT BT-IS-CHANGE
               AND NOT BT-IS-DELETE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: UNKNOWN ACTION " BT-ACTION
                   " FOR ACCOUNT " BT-ACCOUNT " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF BT-ACCOUNT IS NOT NUMERIC OR BT-ACCOUNT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: BAD ACCOUNT NUMBER " BT-ACCOUNT
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF BT-PERIOD IS NOT NUMERIC
               OR BT-PERIOD-MONTH < 1 OR BT-PERIOD-MONTH > 12
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: BAD PERIOD " BT-PERIOD
                   " FOR ACCOUNT " BT-ACCOUNT " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           MOVE BT-ACCOUNT TO BU-ACCOUNT.
           MOVE BT-PERIOD  TO BU-PERIOD.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-BUDGET-FOUND TO TRUE
                   MOVE BUDGET-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN BT-IS-ADD
                   PERFORM 3000-ADD-BUDGET
                       THRU 3000-ADD-BUDGET-EXIT
               WHEN BT-IS-CHANGE
                   PERFORM 4000-CHANGE-BUDGET
                       THRU 4000-CHANGE-BUDGET-EXIT
               WHEN BT-IS-DELETE
                   PERFORM 5000-DELETE-BUDGET
                       THRU 5000-DELETE-BUDGET-EXIT
           END-EVALUATE.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-AMOUNTS - THE AMOUNT MUST BE NUMERIC AND THE    *
      * TOLERANCE, WHEN GIVEN, MUST BE NUMERIC.  THE ACCOUNT MUST  *
      * BE OPEN ON THE CHART; WITH NO CHART IT PASSES UNCHECKED.   *
      * THE REASON GOES TO WS-AUDIT-RESULT, SPACES WHEN CLEAN.     *
      *-----------------------------------------------------------*
       2200-CHECK-AMOUNTS.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF BT-AMOUNT IS NOT NUMERIC
               MOVE "BAD AMOUNT" TO WS-AUDIT-RESULT
               GO TO 2200-CHECK-AMOUNTS-EXIT
           END-IF.
           IF BT-TOLERANCE-X NOT = SPACES
               AND BT-TOLERANCE-PCT IS NOT NUMERIC
               MOVE "BAD TOLERANCE" TO WS-AUDIT-RESULT
               GO TO 2200-CHECK-AMOUNTS-EXIT
           END-IF.
           MOVE "V"        TO WS-CHART-FUNCTION.
           MOVE BT-ACCOUNT TO WS-CHART-ACCOUNT.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-ACCOUNT-OPEN OR WS-CHART-UNAVAILABLE
               GO TO 2200-CHECK-AMOUNTS-EXIT
           END-IF.
           IF WS-CHART-ACCOUNT-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-AUDIT-RESULT
           ELSE
               MOVE "NOT ON CHART" TO WS-AUDIT-RESULT
           END-IF.
       2200-CHECK-AMOUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-BUDGET - A NEW ACCOUNT/PERIOD BUDGET.  ONE        *
      * ALREADY ON FILE IS REFUSED - A CHANGE MUST SAY IT IS ONE.  *
      *-----------------------------------------------------------*
       3000-ADD-BUDGET.
           IF WS-BUDGET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                   BT-PERIOD " ALREADY BUDGETED - ADD IGNORED."
               GO TO 3000-ADD-BUDGET-EXIT
           END-IF.
           PERFORM 2200-CHECK-AMOUNTS
               THRU 2200-CHECK-AMOUNTS-EXIT.
           IF WS-AUDIT-RESULT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                   BT-PERIOD " " WS-AUDIT-RESULT " - ADD IGNORED."
               GO TO 3000-ADD-BUDGET-EXIT
           END-IF.
           MOVE SPACES          TO BUDGET-RECORD.
           MOVE BT-ACCOUNT      TO BU-ACCOUNT.
           MOVE BT-PERIOD       TO BU-PERIOD.
           MOVE BT-AMOUNT       TO BU-AMOUNT.
           IF BT-TOLERANCE-X = SPACES
               MOVE ZERO             TO BU-TOLERANCE-PCT
           ELSE
               MOVE BT-TOLERANCE-PCT TO BU-TOLERANCE-PCT
           END-IF.
           MOVE WS-RUN-DATE     TO BU-LAST-CHANGED.
           MOVE WS-OPERATOR-ID  TO BU-CHANGED-BY.
           WRITE BUDGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                       BT-PERIOD " COULD NOT BE WRITTEN - IGNORED."
                   GO TO 3000-ADD-BUDGET-EXIT
           END-WRITE.
           MOVE "BUDGET-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-BUDGET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-BUDGET - THE AMOUNT IS REPLACED; THE TOLERANCE *
      * ONLY WHEN THE TRANSACTION CARRIES ONE.                     *
      *-----------------------------------------------------------*
       4000-CHANGE-BUDGET.
           IF NOT WS-BUDGET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                   BT-PERIOD " NOT BUDGETED - CHANGE IGNORED."
               GO TO 4000-CHANGE-BUDGET-EXIT
           END-IF.
           PERFORM 2200-CHECK-AMOUNTS
               THRU 2200-CHECK-AMOUNTS-EXIT.
           IF WS-AUDIT-RESULT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                   BT-PERIOD " " WS-AUDIT-RESULT " - CHANGE IGNORED."
               GO TO 4000-CHANGE-BUDGET-EXIT
           END-IF.
           MOVE BT-AMOUNT TO BU-AMOUNT.
           IF BT-TOLERANCE-X NOT = SPACES
               MOVE BT-TOLERANCE-PCT TO BU-TOLERANCE-PCT
           END-IF.
           MOVE WS-RUN-DATE    TO BU-LAST-CHANGED.
           MOVE WS-OPERATOR-ID TO BU-CHANGED-BY.
           REWRITE BUDGET-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                       BT-PERIOD " COULD NOT BE REWRITTEN - IGNORED."
                   GO TO 4000-CHANGE-BUDGET-EXIT
           END-REWRITE.
           MOVE "BUDGET-CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       4000-CHANGE-BUDGET-EXIT.
           EXIT.

       5000-DELETE-BUDGET.
           IF NOT WS-BUDGET-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                   BT-PERIOD " NOT BUDGETED - DELETE IGNORED."
               GO TO 5000-DELETE-BUDGET-EXIT
           END-IF.
           DELETE BUDGET-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "BUDGMNT: ACCOUNT " BT-ACCOUNT " PERIOD "
                       BT-PERIOD " COULD NOT BE DELETED - IGNORED."
                   GO TO 5000-DELETE-BUDGET-EXIT
           END-DELETE.
           MOVE SPACES TO BUDGET-RECORD.
           MOVE "BUDGET-DELETED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       5000-DELETE-BUDGET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST ITS BEFORE AND AFTER IMAGES ON   *
      * BUDGLIST.                                                  *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE BUDGET-RECORD TO WS-AFTER-IMAGE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE BT-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE BT-ACTION       TO WS-RD-ACTION.
           MOVE "AFTER:  "      TO WS-RD-LABEL.
           MOVE WS-AFTER-IMAGE  TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
       7000-RECORD-CHANGE-EXIT.
           EXIT.

       7100-LOG-AUDIT-RECORD.
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
       7100-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN'S MAINTENANCE *
      * COUNTS.                                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE BUDGET-TRAN-FILE
           END-IF.
           CLOSE BUDGET-FILE.
           CLOSE BUDGET-REPORT-FILE.
           MOVE "C" TO WS-CHART-FUNCTION.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           DISPLAY "BUDGMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "BUDGMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BUDGMNT.
