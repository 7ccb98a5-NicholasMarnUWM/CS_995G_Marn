      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the CHARTMAS chart-of-accounts master,
      * in the style of GLMAPMNT.  The chart records each ledger
      * account's type (asset, liability, income or expense), its
      * status and the date it was closed, and is what GLMAPMNT and
      * every journal-writing program check an account against.  The
      * operator signs on through the shared OPERSIGN subprogram and
      * must hold the supervisor role; the CHARTTRN transaction file
      * is then applied - action "A" adds an account, "C" changes its
      * type or description, "X" closes it as of the effective date
      * (the run date when none is given), and "R" reopens a closed
      * account.  Accounts are never deleted: the journals already
      * written against them still need to resolve.  Every change is
      * stamped to OPERAUDIT, and the CHARTRPT listing shows each
      * changed account's before and after image.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "CHARTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-ACCOUNT
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT CHART-TRAN-FILE ASSIGN TO "CHARTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CHART-REPORT-FILE ASSIGN TO "CHARTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-RECORD.
           05  CH-ACCOUNT              PIC 9(08).
           05  CH-ACCOUNT-TYPE         PIC X(01).
           05  CH-STATUS               PIC X(01).
               88  CH-IS-OPEN                    VALUE "O".
               88  CH-IS-CLOSED                  VALUE "C".
           05  CH-OPENED-DATE          PIC X(08).
           05  CH-CLOSED-DATE          PIC X(08).
           05  CH-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(04).

       FD  CHART-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  CHART-TRAN-RECORD.
           05  CT-ACTION               PIC X(01).
               88  CT-IS-ADD                     VALUE "A".
               88  CT-IS-CHANGE                  VALUE "C".
               88  CT-IS-CLOSE                   VALUE "X".
               88  CT-IS-REOPEN                  VALUE "R".
           05  CT-ACCOUNT              PIC 9(08).
           05  CT-ACCOUNT-TYPE         PIC X(01).
               88  CT-TYPE-VALID                 VALUE "A" "L"
                                                       "I" "E".
           05  CT-DESCRIPTION          PIC X(30).
           05  CT-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(02).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  CHART-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CHART-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHART-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CHART-OK                       VALUE "00".
           88  WS-CHART-NOT-FOUND                VALUE "35".
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
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ACCOUNT-FOUND                  VALUE "Y".
       01  WS-BEFORE-IMAGE             PIC X(60) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(60) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-EFFECTIVE-DATE           PIC X(08) VALUE SPACES.
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
                   "- CHART MAINTENANCE NOT PERFORMED."
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
      * 1000-INITIALIZE - OPEN THE CHART FOR UPDATE (CREATING IT   *
      * EMPTY THE FIRST TIME), THE TRANSACTION FILE AND THE        *
      * BEFORE/AFTER LISTING.  NOTHING TO APPLY IS A NORMAL QUIET  *
      * DAY.                                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O CHART-FILE.
           IF WS-CHART-NOT-FOUND
               OPEN OUTPUT CHART-FILE
               CLOSE CHART-FILE
               OPEN I-O CHART-FILE
           END-IF.
           IF NOT WS-CHART-OK
               CALL "FILERR" USING "CHARTMNT       ", "CHARTMAS",
                   "OPEN-IO ", WS-CHART-FILE-STATUS, "N"
               DISPLAY "CHARTMNT: CHARTMAS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CHART-REPORT-FILE.
           MOVE SPACES TO CHART-REPORT-LINE.
           STRING "CHART OF ACCOUNTS BEFORE/AFTER LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           OPEN INPUT CHART-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "CHARTMNT: NO CHARTTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ CHART-TRAN-FILE
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
           IF NOT CT-IS-ADD AND NOT CT-IS-CHANGE
               AND NOT CT-IS-CLOSE AND NOT CT-IS-REOPEN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: UNKNOWN ACTION " CT-ACTION
                   " FOR ACCOUNT " CT-ACCOUNT " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF CT-ACCOUNT IS NOT NUMERIC OR CT-ACCOUNT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: BAD ACCOUNT NUMBER " CT-ACCOUNT
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF CT-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE CT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: BAD EFFECTIVE DATE FOR ACCOUNT "
                   CT-ACCOUNT " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           MOVE CT-ACCOUNT TO CH-ACCOUNT.
           READ CHART-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
                   MOVE CHART-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN CT-IS-ADD
                   PERFORM 3000-ADD-ACCOUNT
                       THRU 3000-ADD-ACCOUNT-EXIT
               WHEN CT-IS-CHANGE
                   PERFORM 4000-CHANGE-ACCOUNT
                       THRU 4000-CHANGE-ACCOUNT-EXIT
               WHEN CT-IS-CLOSE
                   PERFORM 5000-CLOSE-ACCOUNT
                       THRU 5000-CLOSE-ACCOUNT-EXIT
               WHEN CT-IS-REOPEN
                   PERFORM 6000-REOPEN-ACCOUNT
                       THRU 6000-REOPEN-ACCOUNT-EXIT
           END-EVALUATE.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-ACCOUNT - A NEW ACCOUNT, OPEN FROM THE EFFECTIVE  *
      * DATE.  AN ACCOUNT ALREADY ON THE CHART IS REFUSED - A      *
      * CHANGE MUST SAY IT IS A CHANGE.                            *
      *-----------------------------------------------------------*
       3000-ADD-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " ALREADY ON THE CHART - ADD IGNORED."
               GO TO 3000-ADD-ACCOUNT-EXIT
           END-IF.
           IF NOT CT-TYPE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: BAD ACCOUNT TYPE " CT-ACCOUNT-TYPE
                   " FOR ACCOUNT " CT-ACCOUNT " - ADD IGNORED."
               GO TO 3000-ADD-ACCOUNT-EXIT
           END-IF.
           MOVE SPACES             TO CHART-RECORD.
           MOVE CT-ACCOUNT         TO CH-ACCOUNT.
           MOVE CT-ACCOUNT-TYPE    TO CH-ACCOUNT-TYPE.
           MOVE "O"                TO CH-STATUS.
           MOVE WS-EFFECTIVE-DATE  TO CH-OPENED-DATE.
           MOVE SPACES             TO CH-CLOSED-DATE.
           MOVE CT-DESCRIPTION     TO CH-DESCRIPTION.
           WRITE CHART-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                       " COULD NOT BE WRITTEN - ADD IGNORED."
                   GO TO 3000-ADD-ACCOUNT-EXIT
           END-WRITE.
           MOVE "CHART-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-ACCOUNT - A NON-BLANK TYPE OR DESCRIPTION ON   *
      * THE TRANSACTION REPLACES THE CHART'S.                      *
      *-----------------------------------------------------------*
       4000-CHANGE-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " NOT ON THE CHART - CHANGE IGNORED."
               GO TO 4000-CHANGE-ACCOUNT-EXIT
           END-IF.
           IF CT-ACCOUNT-TYPE NOT = SPACE
               AND NOT CT-TYPE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: BAD ACCOUNT TYPE " CT-ACCOUNT-TYPE
                   " FOR ACCOUNT " CT-ACCOUNT " - CHANGE IGNORED."
               GO TO 4000-CHANGE-ACCOUNT-EXIT
           END-IF.
           IF CT-ACCOUNT-TYPE NOT = SPACE
               MOVE CT-ACCOUNT-TYPE TO CH-ACCOUNT-TYPE
           END-IF.
           IF CT-DESCRIPTION NOT = SPACES
               MOVE CT-DESCRIPTION TO CH-DESCRIPTION
           END-IF.
           MOVE "CHART-CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-ACCOUNT
               THRU 8000-REWRITE-ACCOUNT-EXIT.
       4000-CHANGE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CLOSE-ACCOUNT - FROM HERE ON A JOURNAL LINE AIMED AT  *
      * THE ACCOUNT IS ROUTED TO SUSPENSE AND GLMAPMNT WILL NOT    *
      * MAP TO IT.                                                 *
      *-----------------------------------------------------------*
       5000-CLOSE-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " NOT ON THE CHART - CLOSE IGNORED."
               GO TO 5000-CLOSE-ACCOUNT-EXIT
           END-IF.
           IF CH-IS-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " ALREADY CLOSED - CLOSE IGNORED."
               GO TO 5000-CLOSE-ACCOUNT-EXIT
           END-IF.
           MOVE "C"               TO CH-STATUS.
           MOVE WS-EFFECTIVE-DATE TO CH-CLOSED-DATE.
           MOVE "CHART-CLOSED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-ACCOUNT
               THRU 8000-REWRITE-ACCOUNT-EXIT.
       5000-CLOSE-ACCOUNT-EXIT.
           EXIT.

       6000-REOPEN-ACCOUNT.
           IF NOT WS-ACCOUNT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " NOT ON THE CHART - REOPEN IGNORED."
               GO TO 6000-REOPEN-ACCOUNT-EXIT
           END-IF.
           IF NOT CH-IS-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                   " IS NOT CLOSED - REOPEN IGNORED."
               GO TO 6000-REOPEN-ACCOUNT-EXIT
           END-IF.
           MOVE "O"    TO CH-STATUS.
           MOVE SPACES TO CH-CLOSED-DATE.
           MOVE "CHART-REOPENED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-ACCOUNT
               THRU 8000-REWRITE-ACCOUNT-EXIT.
       6000-REOPEN-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST ITS BEFORE AND AFTER IMAGES ON   *
      * CHARTRPT.                                                  *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE CHART-RECORD TO WS-AFTER-IMAGE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE CT-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
           MOVE CT-ACTION       TO WS-RD-ACTION.
           MOVE "AFTER:  "      TO WS-RD-LABEL.
           MOVE WS-AFTER-IMAGE  TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO CHART-REPORT-LINE.
           WRITE CHART-REPORT-LINE.
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

       8000-REWRITE-ACCOUNT.
           REWRITE CHART-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CHARTMNT: ACCOUNT " CT-ACCOUNT
                       " COULD NOT BE REWRITTEN - IGNORED."
                   GO TO 8000-REWRITE-ACCOUNT-EXIT
           END-REWRITE.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       8000-REWRITE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN'S MAINTENANCE *
      * COUNTS.                                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE CHART-TRAN-FILE
           END-IF.
           CLOSE CHART-FILE.
           CLOSE CHART-REPORT-FILE.
           DISPLAY "CHARTMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "CHARTMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM CHARTMNT.
