      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the CUSTPREF customer preference
      * master, in the style of RELMNT.  One row per customer holds
      * whether the customer takes posting alerts and the alert
      * threshold in base currency; the nightly ALERTGEN step sends
      * the notification vendor an alert for every posting or
      * reversal above that threshold (zero alerts on every posting)
      * and for every item held on ADDSUSP.  A customer with no row,
      * or whose alerts are switched off, is sent nothing.  The
      * operator signs on through the shared OPERSIGN subprogram and
      * must hold the intake role; the PREFTRN transaction file is
      * then applied - action "A" adds a customer's preferences, "C"
      * changes the alert switch and/or the threshold (a blank field
      * is left as it was), and "D" deletes the row.  A row may only
      * be added for an active CUSTMAS customer.  Every change is
      * stamped to OPERAUDIT, and the PREFLIST listing shows each
      * changed row's before and after image.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT PREF-TRAN-FILE ASSIGN TO "PREFTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PREF-REPORT-FILE ASSIGN TO "PREFLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCE-FILE.
       01  PREFERENCE-RECORD.
           05  CP-CUST-ID              PIC 9(06).
           05  CP-ALERT-SWITCH         PIC X(01).
               88  CP-ALERTS-ON                  VALUE "Y".
               88  CP-ALERTS-OFF                 VALUE "N".
           05  CP-ALERT-THRESHOLD      PIC 9(09)V9(02).
           05  CP-LAST-CHANGED         PIC X(08).
           05  CP-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(06).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
           05  CM-NAME                 PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET           PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-REGION           PIC X(02).
               10  CM-POSTAL-CODE      PIC X(09).
           05  CM-DATE-OF-BIRTH        PIC X(08).
           05  CM-SENSITIVE-FLAG       PIC X(01).
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  PREF-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PREF-TRAN-RECORD.
           05  PT-ACTION               PIC X(01).
               88  PT-IS-ADD                     VALUE "A".
               88  PT-IS-CHANGE                  VALUE "C".
               88  PT-IS-DELETE                  VALUE "D".
           05  PT-CUST-ID              PIC 9(06).
           05  PT-ALERT-SWITCH         PIC X(01).
               88  PT-SWITCH-VALID               VALUE "Y" "N".
           05  PT-ALERT-THRESHOLD      PIC 9(09)V9(02).
           05  PT-THRESHOLD-X REDEFINES PT-ALERT-THRESHOLD
                                       PIC X(11).
           05  FILLER                  PIC X(31).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  PREF-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PREF-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PREF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PREF-OK                        VALUE "00".
           88  WS-PREF-NOT-FOUND                 VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
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
               88  WS-HAS-INTAKE-ROLE            VALUE "Y".
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-PREF-FOUND                     VALUE "Y".
       01  WS-BEFORE-IMAGE             PIC X(40) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(40) VALUE SPACES.
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
           05  WS-RD-IMAGE             PIC X(40).
           05  FILLER                  PIC X(25) VALUE SPACES.

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
           IF NOT WS-HAS-INTAKE-ROLE
               DISPLAY "OPERATOR DOES NOT HOLD THE INTAKE ROLE ",
                   "- PREFERENCE MAINTENANCE NOT PERFORMED."
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
      * 1000-INITIALIZE - OPEN THE PREFERENCE MASTER FOR UPDATE    *
      * (CREATING IT EMPTY THE FIRST TIME), THE CUSTOMER MASTER,   *
      * THE TRANSACTION FILE AND THE BEFORE/AFTER LISTING.         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O PREFERENCE-FILE.
           IF WS-PREF-NOT-FOUND
               OPEN OUTPUT PREFERENCE-FILE
               CLOSE PREFERENCE-FILE
               OPEN I-O PREFERENCE-FILE
           END-IF.
           IF NOT WS-PREF-OK
               CALL "FILERR" USING "PREFMNT        ", "CUSTPREF",
                   "OPEN-IO ", WS-PREF-FILE-STATUS, "N"
               DISPLAY "PREFMNT: CUSTPREF NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "PREFMNT        ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "PREFMNT: CUSTMAS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               CLOSE PREFERENCE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PREF-REPORT-FILE.
           MOVE SPACES TO PREF-REPORT-LINE.
           STRING "CUSTOMER PREFERENCE BEFORE/AFTER LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PREF-REPORT-LINE.
           WRITE PREF-REPORT-LINE.
           OPEN INPUT PREF-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "PREFMNT: NO PREFTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ PREF-TRAN-FILE
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
           IF NOT PT-IS-ADD AND NOT PT-IS-CHANGE
               AND NOT PT-IS-DELETE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: UNKNOWN ACTION " PT-ACTION
                   " FOR CUSTOMER " PT-CUST-ID " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF PT-CUST-ID IS NOT NUMERIC OR PT-CUST-ID = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: BAD CUSTOMER ID " PT-CUST-ID
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           MOVE PT-CUST-ID TO CP-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-PREF-FOUND TO TRUE
                   MOVE PREFERENCE-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN PT-IS-ADD
                   PERFORM 3000-ADD-PREFERENCE
                       THRU 3000-ADD-PREFERENCE-EXIT
               WHEN PT-IS-CHANGE
                   PERFORM 4000-CHANGE-PREFERENCE
                       THRU 4000-CHANGE-PREFERENCE-EXIT
               WHEN PT-IS-DELETE
                   PERFORM 5000-DELETE-PREFERENCE
                       THRU 5000-DELETE-PREFERENCE-EXIT
           END-EVALUATE.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-FIELDS - THE SWITCH, WHEN GIVEN, MUST BE "Y" OR *
      * "N" AND THE THRESHOLD, WHEN GIVEN, MUST BE NUMERIC.  THE   *
      * REASON GOES TO WS-AUDIT-RESULT, SPACES WHEN CLEAN.         *
      *-----------------------------------------------------------*
       2200-CHECK-FIELDS.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF PT-ALERT-SWITCH NOT = SPACE
               AND NOT PT-SWITCH-VALID
               MOVE "BAD ALERT SWITCH" TO WS-AUDIT-RESULT
               GO TO 2200-CHECK-FIELDS-EXIT
           END-IF.
           IF PT-THRESHOLD-X NOT = SPACES
               AND PT-ALERT-THRESHOLD IS NOT NUMERIC
               MOVE "BAD THRESHOLD" TO WS-AUDIT-RESULT
           END-IF.
       2200-CHECK-FIELDS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-PREFERENCE - A NEW CUSTOMER ROW.  THE CUSTOMER    *
      * MUST BE ACTIVE ON CUSTMAS; A BLANK SWITCH MEANS ALERTS ON  *
      * AND A BLANK THRESHOLD MEANS ZERO (EVERY POSTING ALERTS).   *
      *-----------------------------------------------------------*
       3000-ADD-PREFERENCE.
           IF WS-PREF-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                   " ALREADY HAS PREFERENCES - ADD IGNORED."
               GO TO 3000-ADD-PREFERENCE-EXIT
           END-IF.
           PERFORM 2200-CHECK-FIELDS
               THRU 2200-CHECK-FIELDS-EXIT.
           IF WS-AUDIT-RESULT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID " "
                   WS-AUDIT-RESULT " - ADD IGNORED."
               GO TO 3000-ADD-PREFERENCE-EXIT
           END-IF.
           MOVE PT-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO CM-STATUS-FLAG
           END-READ.
           IF NOT CM-IS-ACTIVE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                   " NOT AN ACTIVE CUSTOMER - ADD IGNORED."
               GO TO 3000-ADD-PREFERENCE-EXIT
           END-IF.
           MOVE SPACES          TO PREFERENCE-RECORD.
           MOVE PT-CUST-ID      TO CP-CUST-ID.
           IF PT-ALERT-SWITCH = SPACE
               MOVE "Y"             TO CP-ALERT-SWITCH
           ELSE
               MOVE PT-ALERT-SWITCH TO CP-ALERT-SWITCH
           END-IF.
           IF PT-THRESHOLD-X = SPACES
               MOVE ZERO               TO CP-ALERT-THRESHOLD
           ELSE
               MOVE PT-ALERT-THRESHOLD TO CP-ALERT-THRESHOLD
           END-IF.
           MOVE WS-RUN-DATE     TO CP-LAST-CHANGED.
           MOVE WS-OPERATOR-ID  TO CP-CHANGED-BY.
           WRITE PREFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                       " COULD NOT BE WRITTEN - IGNORED."
                   GO TO 3000-ADD-PREFERENCE-EXIT
           END-WRITE.
           MOVE "PREF-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-PREFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHANGE-PREFERENCE - THE SWITCH AND THE THRESHOLD ARE  *
      * EACH REPLACED ONLY WHEN THE TRANSACTION CARRIES ONE.       *
      *-----------------------------------------------------------*
       4000-CHANGE-PREFERENCE.
           IF NOT WS-PREF-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                   " HAS NO PREFERENCES - CHANGE IGNORED."
               GO TO 4000-CHANGE-PREFERENCE-EXIT
           END-IF.
           PERFORM 2200-CHECK-FIELDS
               THRU 2200-CHECK-FIELDS-EXIT.
           IF WS-AUDIT-RESULT NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID " "
                   WS-AUDIT-RESULT " - CHANGE IGNORED."
               GO TO 4000-CHANGE-PREFERENCE-EXIT
           END-IF.
           IF PT-ALERT-SWITCH NOT = SPACE
               MOVE PT-ALERT-SWITCH TO CP-ALERT-SWITCH
           END-IF.
           IF PT-THRESHOLD-X NOT = SPACES
               MOVE PT-ALERT-THRESHOLD TO CP-ALERT-THRESHOLD
           END-IF.
           MOVE WS-RUN-DATE    TO CP-LAST-CHANGED.
           MOVE WS-OPERATOR-ID TO CP-CHANGED-BY.
           REWRITE PREFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                       " COULD NOT BE REWRITTEN - IGNORED."
                   GO TO 4000-CHANGE-PREFERENCE-EXIT
           END-REWRITE.
           MOVE "PREF-CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       4000-CHANGE-PREFERENCE-EXIT.
           EXIT.

       5000-DELETE-PREFERENCE.
           IF NOT WS-PREF-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                   " HAS NO PREFERENCES - DELETE IGNORED."
               GO TO 5000-DELETE-PREFERENCE-EXIT
           END-IF.
           DELETE PREFERENCE-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "PREFMNT: CUSTOMER " PT-CUST-ID
                       " COULD NOT BE DELETED - IGNORED."
                   GO TO 5000-DELETE-PREFERENCE-EXIT
           END-DELETE.
           MOVE SPACES TO PREFERENCE-RECORD.
           MOVE "PREF-DELETED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       5000-DELETE-PREFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST ITS BEFORE AND AFTER IMAGES ON   *
      * PREFLIST.                                                  *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE PREFERENCE-RECORD TO WS-AFTER-IMAGE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE PT-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO PREF-REPORT-LINE.
           WRITE PREF-REPORT-LINE.
           MOVE PT-ACTION       TO WS-RD-ACTION.
           MOVE "AFTER:  "      TO WS-RD-LABEL.
           MOVE WS-AFTER-IMAGE  TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO PREF-REPORT-LINE.
           WRITE PREF-REPORT-LINE.
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
               CLOSE PREF-TRAN-FILE
           END-IF.
           CLOSE PREFERENCE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PREF-REPORT-FILE.
           DISPLAY "PREFMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "PREFMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM PREFMNT.
