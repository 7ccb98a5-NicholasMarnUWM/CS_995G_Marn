      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the BRANCHMS branch master, in the
      * style of CHARTMNT.  The master records each branch's code,
      * name, region, status and the date it was closed, and is what
      * CSVINTAK, TELLER and LATESTAG check a keyed branch code
      * against through the shared BRCHCHK subprogram.  The operator
      * signs on through the shared OPERSIGN subprogram and must hold
      * the supervisor role; the BRCHTRN transaction file is then
      * applied - action "A" adds a branch, "C" changes its name or
      * region, "X" closes it as of the effective date (the run date
      * when none is given), and "R" reopens a closed branch.
      * Branches are never deleted: the activity already booked to
      * them still needs to resolve on the branch report.  Every
      * change is stamped to OPERAUDIT, and the BRCHMRPT listing
      * shows each changed branch's before and after image.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT BRANCH-TRAN-FILE ASSIGN TO "BRCHTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BRANCH-REPORT-FILE ASSIGN TO "BRCHMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-CODE          PIC X(04).
           05  BR-NAME                 PIC X(30).
           05  BR-REGION               PIC X(04).
           05  BR-STATUS               PIC X(01).
               88  BR-IS-OPEN                    VALUE "O".
               88  BR-IS-CLOSED                  VALUE "C".
           05  BR-OPENED-DATE          PIC X(08).
           05  BR-CLOSED-DATE          PIC X(08).
           05  FILLER                  PIC X(05).

       FD  BRANCH-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  BRANCH-TRAN-RECORD.
           05  BT-ACTION               PIC X(01).
               88  BT-IS-ADD                     VALUE "A".
               88  BT-IS-CHANGE                  VALUE "C".
               88  BT-IS-CLOSE                   VALUE "X".
               88  BT-IS-REOPEN                  VALUE "R".
           05  BT-BRANCH-CODE          PIC X(04).
           05  BT-NAME                 PIC X(30).
           05  BT-REGION               PIC X(04).
           05  BT-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(03).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  BRANCH-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BRANCH-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BRANCH-OK                      VALUE "00".
           88  WS-BRANCH-NOT-FOUND               VALUE "35".
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
           88  WS-BRANCH-FOUND                   VALUE "Y".
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
                   "- BRANCH MAINTENANCE NOT PERFORMED."
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
      * 1000-INITIALIZE - OPEN THE MASTER FOR UPDATE (CREATING IT  *
      * EMPTY THE FIRST TIME), THE TRANSACTION FILE AND THE        *
      * BEFORE/AFTER LISTING.  NOTHING TO APPLY IS A NORMAL QUIET  *
      * DAY.                                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O BRANCH-MASTER-FILE.
           IF WS-BRANCH-NOT-FOUND
               OPEN OUTPUT BRANCH-MASTER-FILE
               CLOSE BRANCH-MASTER-FILE
               OPEN I-O BRANCH-MASTER-FILE
           END-IF.
           IF NOT WS-BRANCH-OK
               CALL "FILERR" USING "BRCHMNT        ", "BRANCHMS",
                   "OPEN-IO ", WS-BRANCH-FILE-STATUS, "N"
               DISPLAY "BRCHMNT: BRANCHMS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BRANCH-REPORT-FILE.
           MOVE SPACES TO BRANCH-REPORT-LINE.
           STRING "BRANCH MASTER BEFORE/AFTER LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           OPEN INPUT BRANCH-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "BRCHMNT: NO BRCHTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ BRANCH-TRAN-FILE
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
               AND NOT BT-IS-CLOSE AND NOT BT-IS-REOPEN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: UNKNOWN ACTION " BT-ACTION
                   " FOR BRANCH " BT-BRANCH-CODE " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF BT-BRANCH-CODE = SPACES
               OR BT-BRANCH-CODE(1:1) = SPACE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BAD BRANCH CODE " BT-BRANCH-CODE
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF BT-EFFECTIVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE BT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BAD EFFECTIVE DATE FOR BRANCH "
                   BT-BRANCH-CODE " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           MOVE BT-BRANCH-CODE TO BR-BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-BRANCH-FOUND TO TRUE
                   MOVE BRANCH-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN BT-IS-ADD
                   PERFORM 3000-ADD-BRANCH
                       THRU 3000-ADD-BRANCH-EXIT
               WHEN BT-IS-CHANGE
                   PERFORM 4000-CHANGE-BRANCH
                       THRU 4000-CHANGE-BRANCH-EXIT
               WHEN BT-IS-CLOSE
                   PERFORM 5000-CLOSE-BRANCH
                       THRU 5000-CLOSE-BRANCH-EXIT
               WHEN BT-IS-REOPEN
                   PERFORM 6000-REOPEN-BRANCH
                       THRU 6000-REOPEN-BRANCH-EXIT
           END-EVALUATE.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-BRANCH - A NEW BRANCH, OPEN FROM THE EFFECTIVE    *
      * DATE.  A BRANCH ALREADY ON THE MASTER IS REFUSED - A       *
      * CHANGE MUST SAY IT IS A CHANGE.                            *
      *-----------------------------------------------------------*
       3000-ADD-BRANCH.
           IF WS-BRANCH-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " ALREADY ON THE MASTER - ADD IGNORED."
               GO TO 3000-ADD-BRANCH-EXIT
           END-IF.
           IF BT-NAME = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: NO NAME FOR BRANCH " BT-BRANCH-CODE
                   " - ADD IGNORED."
               GO TO 3000-ADD-BRANCH-EXIT
           END-IF.
           MOVE SPACES             TO BRANCH-MASTER-RECORD.
           MOVE BT-BRANCH-CODE     TO BR-BRANCH-CODE.
           MOVE BT-NAME            TO BR-NAME.
           MOVE BT-REGION          TO BR-REGION.
           MOVE "O"                TO BR-STATUS.
           MOVE WS-EFFECTIVE-DATE  TO BR-OPENED-DATE.
           MOVE SPACES             TO BR-CLOSED-DATE.
           WRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                       " COULD NOT BE WRITTEN - ADD IGNORED."
                   GO TO 3000-ADD-BRANCH-EXIT
           END-WRITE.
           MOVE "BRANCH-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-BRANCH - A NON-BLANK NAME OR REGION ON THE     *
      * TRANSACTION REPLACES THE MASTER'S.                         *
      *-----------------------------------------------------------*
       4000-CHANGE-BRANCH.
           IF NOT WS-BRANCH-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " NOT ON THE MASTER - CHANGE IGNORED."
               GO TO 4000-CHANGE-BRANCH-EXIT
           END-IF.
           IF BT-NAME NOT = SPACES
               MOVE BT-NAME TO BR-NAME
           END-IF.
           IF BT-REGION NOT = SPACES
               MOVE BT-REGION TO BR-REGION
           END-IF.
           MOVE "BRANCH-CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-BRANCH
               THRU 8000-REWRITE-BRANCH-EXIT.
       4000-CHANGE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CLOSE-BRANCH - FROM HERE ON WORK KEYED UNDER THE      *
      * BRANCH IS REFUSED AT INTAKE AND AT THE COUNTER.            *
      *-----------------------------------------------------------*
       5000-CLOSE-BRANCH.
           IF NOT WS-BRANCH-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " NOT ON THE MASTER - CLOSE IGNORED."
               GO TO 5000-CLOSE-BRANCH-EXIT
           END-IF.
           IF BR-IS-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " ALREADY CLOSED - CLOSE IGNORED."
               GO TO 5000-CLOSE-BRANCH-EXIT
           END-IF.
           MOVE "C"               TO BR-STATUS.
           MOVE WS-EFFECTIVE-DATE TO BR-CLOSED-DATE.
           MOVE "BRANCH-CLOSED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-BRANCH
               THRU 8000-REWRITE-BRANCH-EXIT.
       5000-CLOSE-BRANCH-EXIT.
           EXIT.

       6000-REOPEN-BRANCH.
           IF NOT WS-BRANCH-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " NOT ON THE MASTER - REOPEN IGNORED."
               GO TO 6000-REOPEN-BRANCH-EXIT
           END-IF.
           IF NOT BR-IS-CLOSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                   " IS NOT CLOSED - REOPEN IGNORED."
               GO TO 6000-REOPEN-BRANCH-EXIT
           END-IF.
           MOVE "O"    TO BR-STATUS.
           MOVE SPACES TO BR-CLOSED-DATE.
           MOVE "BRANCH-REOPENED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-BRANCH
               THRU 8000-REWRITE-BRANCH-EXIT.
       6000-REOPEN-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST ITS BEFORE AND AFTER IMAGES ON   *
      * BRCHMRPT.                                                  *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE BRANCH-MASTER-RECORD TO WS-AFTER-IMAGE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE BT-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
           MOVE BT-ACTION       TO WS-RD-ACTION.
           MOVE "AFTER:  "      TO WS-RD-LABEL.
           MOVE WS-AFTER-IMAGE  TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO BRANCH-REPORT-LINE.
           WRITE BRANCH-REPORT-LINE.
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

       8000-REWRITE-BRANCH.
           REWRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "BRCHMNT: BRANCH " BT-BRANCH-CODE
                       " COULD NOT BE REWRITTEN - IGNORED."
                   GO TO 8000-REWRITE-BRANCH-EXIT
           END-REWRITE.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       8000-REWRITE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN'S MAINTENANCE *
      * COUNTS.                                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE BRANCH-TRAN-FILE
           END-IF.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE BRANCH-REPORT-FILE.
           DISPLAY "BRCHMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "BRCHMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM BRCHMNT.
