      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the POLICYMS policy master, which
      * links each actuarial policy on the FIBSCHED schedule to the
      * customer its installments are collected from and carries the
      * installment schedule FIBINST generates from, in the style of
      * STNDMNT.  The operator signs on through the shared OPERSIGN
      * subprogram and must hold the maintenance role; the POLTRN
      * transaction file is then applied, each record naming a
      * policy by its policy number:
      *   "A" adds a policy - the customer must be on CUSTMAS and
      *       active, the frequency one of W/F/M/Q/Y, the amount
      *       basis "R" (the policy's FIBSCHEDO result is the
      *       installment in cents) or "U" (the result is a number of
      *       units at the unit amount on the policy, which must then
      *       be numeric and not zero), and the start date a real
      *       date no earlier than today.  The first due date is the
      *       start date, or the next business day after it (DATESRV).
      *   "M" amends one - any non-blank customer, frequency, basis,
      *       unit amount, currency or end date replaces the one on
      *       file, and a new start date re-seeds the schedule.
      *   "S" suspends an active policy; nothing is generated while
      *       it is suspended.
      *   "R" resumes a suspended one.  Installments missed while it
      *       was suspended are not made up: when its next due date
      *       has already passed, the resume must carry a new start
      *       date to re-seed the schedule from.
      *   "C" closes a policy for good.
      * Every applied change is stamped to OPERAUDIT and listed on
      * POLRPT with the policy's before and after state.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLICYMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT POLICY-MAINT-FILE ASSIGN TO "POLTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT POLICY-REPORT-FILE ASSIGN TO "POLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-MASTER-FILE.
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NO            PIC X(10).
           05  PM-CUST-ID              PIC 9(06).
           05  PM-FREQUENCY            PIC X(01).
               88  PM-IS-WEEKLY                  VALUE "W".
               88  PM-IS-FORTNIGHTLY             VALUE "F".
               88  PM-IS-MONTHLY                 VALUE "M".
               88  PM-IS-QUARTERLY               VALUE "Q".
               88  PM-IS-YEARLY                  VALUE "Y".
           05  PM-AMOUNT-BASIS         PIC X(01).
               88  PM-BASIS-IS-RESULT            VALUE "R".
               88  PM-BASIS-IS-UNITS             VALUE "U".
           05  PM-UNIT-AMOUNT          PIC 9(05)V9(02).
           05  PM-CURRENCY-CODE        PIC X(03).
           05  PM-START-DATE           PIC X(08).
           05  PM-END-DATE             PIC X(08).
           05  PM-ANCHOR-DAY           PIC 9(02).
           05  PM-SCHED-DATE           PIC X(08).
           05  PM-NEXT-DUE-DATE        PIC X(08).
           05  PM-STATUS               PIC X(01).
               88  PM-IS-ACTIVE                  VALUE "A".
               88  PM-IS-SUSPENDED               VALUE "S".
               88  PM-IS-CLOSED                  VALUE "C".
               88  PM-IS-ENDED                   VALUE "E".
           05  PM-LAST-GEN-DATE        PIC X(08).
           05  PM-LAST-GEN-AMOUNT      PIC 9(05)V9(02).
           05  PM-GEN-COUNT            PIC 9(05).
           05  PM-CHANGED-BY           PIC X(08).
           05  PM-CHANGED-DATE         PIC X(08).
           05  FILLER                  PIC X(03).

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
               88  CM-IS-SENSITIVE               VALUE "Y".
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
               88  CM-IS-INACTIVE                VALUE "I".
               88  CM-IS-MERGED                  VALUE "M".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  POLICY-MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  POLICY-MAINT-RECORD.
           05  PX-ACTION               PIC X(01).
               88  PX-IS-ADD                     VALUE "A".
               88  PX-IS-AMEND                   VALUE "M".
               88  PX-IS-SUSPEND                 VALUE "S".
               88  PX-IS-RESUME                  VALUE "R".
               88  PX-IS-CLOSE                   VALUE "C".
           05  PX-POLICY-NO            PIC X(10).
           05  PX-CUST-ID              PIC X(06).
           05  PX-CUST-ID-N REDEFINES PX-CUST-ID
                                       PIC 9(06).
           05  PX-FREQUENCY            PIC X(01).
           05  PX-AMOUNT-BASIS         PIC X(01).
           05  PX-UNIT-AMOUNT          PIC X(07).
           05  PX-UNIT-AMOUNT-N REDEFINES PX-UNIT-AMOUNT
                                       PIC 9(05)V9(02).
           05  PX-CURRENCY-CODE        PIC X(03).
           05  PX-START-DATE           PIC X(08).
           05  PX-END-DATE             PIC X(08).
           05  FILLER                  PIC X(15).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  POLICY-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  POLICY-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PM-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-PM-OK                          VALUE "00".
           88  WS-PM-NOT-FOUND                   VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-MNT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MNT-OK                         VALUE "00".
           88  WS-MNT-EOF                        VALUE "10".
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
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-PM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-PM-IS-OPEN                     VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
           88  WS-POLICY-ON-FILE                 VALUE "Y".
       01  WS-VALID-SWITCH             PIC X(01) VALUE "N".
           88  WS-FIELD-IS-VALID                 VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
       01  WS-BEFORE-NEXT-DUE          PIC X(08) VALUE SPACES.
       01  WS-NEW-BASIS                PIC X(01) VALUE SPACE.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-POLICY-NO         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OLD-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE "->".
           05  WS-RD-NEW-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FREQUENCY         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-BASIS             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-UNIT-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-OLD-NEXT-DUE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NEW-NEXT-DUE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-END-DATE          PIC X(08).
           05  FILLER                  PIC X(08) VALUE SPACES.

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
           IF WS-ROLE-MAINT NOT = "Y"
               DISPLAY "OPERATOR DOES NOT HOLD THE MAINTENANCE ROLE ",
                   "- MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-MAINT
               THRU 2000-APPLY-ONE-MAINT-EXIT
               UNTIL WS-MNT-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE POLICY MASTER (CREATED EMPTY    *
      * WHEN IT DOES NOT YET EXIST, AS STNDMAS IS), CUSTMAS FOR    *
      * THE CUSTOMER CHECK, THE TRANSACTION FILE AND THE LISTING.  *
      * NOTHING TO APPLY IS A NORMAL QUIET DAY.                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O POLICY-MASTER-FILE.
           IF WS-PM-NOT-FOUND
               OPEN OUTPUT POLICY-MASTER-FILE
               IF WS-PM-OK
                   CLOSE POLICY-MASTER-FILE
                   OPEN I-O POLICY-MASTER-FILE
               END-IF
           END-IF.
           IF NOT WS-PM-OK
               CALL "FILERR" USING "POLMNT         ", "POLICYMS",
                   "OPEN-IO ", WS-PM-FILE-STATUS, "N"
               DISPLAY "POLMNT: POLICYMS COULD NOT BE OPENED - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-MNT-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-PM-IS-OPEN TO TRUE.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "POLMNT: CUSTMAS NOT AVAILABLE - NEW ",
                   "POLICIES AND CUSTOMER CHANGES WILL BE REJECTED."
           END-IF.
           OPEN OUTPUT POLICY-REPORT-FILE.
           MOVE SPACES TO POLICY-REPORT-LINE.
           STRING "POLICY MASTER MAINTENANCE LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO POLICY-REPORT-LINE.
           WRITE POLICY-REPORT-LINE.
           MOVE SPACES TO POLICY-REPORT-LINE.
           MOVE " A POLICY     CUST    ST    F B  UNIT AMT CCY"
               TO POLICY-REPORT-LINE.
           MOVE " OLD DUE  NEW DUE  END DATE"
               TO POLICY-REPORT-LINE(46:27).
           WRITE POLICY-REPORT-LINE.
           OPEN INPUT POLICY-MAINT-FILE.
           IF NOT WS-MNT-OK
               DISPLAY "POLMNT: NO POLTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-MNT-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ POLICY-MAINT-FILE
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ.
           IF NOT WS-MNT-EOF
               PERFORM 2100-PROCESS-MAINT-RECORD
                   THRU 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2000-APPLY-ONE-MAINT-EXIT.
           EXIT.

       2100-PROCESS-MAINT-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT PX-IS-ADD AND NOT PX-IS-AMEND
               AND NOT PX-IS-SUSPEND AND NOT PX-IS-RESUME
               AND NOT PX-IS-CLOSE
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF PX-POLICY-NO = SPACES
               MOVE "POLICY NUMBER IS BLANK" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE PX-POLICY-NO TO PM-POLICY-NO.
           MOVE "Y" TO WS-ON-FILE-SWITCH.
           READ POLICY-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.
           IF WS-POLICY-ON-FILE
               MOVE PM-STATUS        TO WS-BEFORE-STATUS
               MOVE PM-NEXT-DUE-DATE TO WS-BEFORE-NEXT-DUE
           ELSE
               MOVE SPACE  TO WS-BEFORE-STATUS
               MOVE SPACES TO WS-BEFORE-NEXT-DUE
           END-IF.
           EVALUATE TRUE
               WHEN PX-IS-ADD
                   PERFORM 3000-ADD-POLICY
                       THRU 3000-ADD-POLICY-EXIT
               WHEN PX-IS-AMEND
                   PERFORM 4000-AMEND-POLICY
                       THRU 4000-AMEND-POLICY-EXIT
               WHEN OTHER
                   PERFORM 5000-CHANGE-POLICY-STATUS
                       THRU 5000-CHANGE-POLICY-STATUS-EXIT
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2100-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "POLMNT: " PX-ACTION " FOR POLICY " PX-POLICY-NO
               " REJECTED - " WS-REJECT-REASON.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-POLICY - A NEW POLICY LINK.  ONE ALREADY ON FILE  *
      * IS REFUSED - A CHANGE MUST SAY IT IS AN AMENDMENT.         *
      *-----------------------------------------------------------*
       3000-ADD-POLICY.
           IF WS-POLICY-ON-FILE
               MOVE "POLICY ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           PERFORM 3100-VERIFY-CUSTOMER
               THRU 3100-VERIFY-CUSTOMER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           PERFORM 3200-VERIFY-FREQUENCY
               THRU 3200-VERIFY-FREQUENCY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           MOVE PX-AMOUNT-BASIS TO WS-NEW-BASIS.
           PERFORM 3300-VERIFY-AMOUNT-BASIS
               THRU 3300-VERIFY-AMOUNT-BASIS-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           PERFORM 3400-VERIFY-START-DATE
               THRU 3400-VERIFY-START-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           MOVE SPACES TO POLICY-MASTER-RECORD.
           MOVE PX-POLICY-NO     TO PM-POLICY-NO.
           MOVE PX-CUST-ID-N     TO PM-CUST-ID.
           MOVE PX-FREQUENCY     TO PM-FREQUENCY.
           MOVE PX-AMOUNT-BASIS  TO PM-AMOUNT-BASIS.
           IF PM-BASIS-IS-UNITS
               MOVE PX-UNIT-AMOUNT-N TO PM-UNIT-AMOUNT
           ELSE
               MOVE ZERO TO PM-UNIT-AMOUNT
           END-IF.
           MOVE PX-CURRENCY-CODE TO PM-CURRENCY-CODE.
           MOVE ZERO             TO PM-LAST-GEN-AMOUNT.
           MOVE ZERO             TO PM-GEN-COUNT.
           MOVE "A"              TO PM-STATUS.
           PERFORM 3600-SEED-SCHEDULE
               THRU 3600-SEED-SCHEDULE-EXIT.
           PERFORM 3500-VERIFY-END-DATE
               THRU 3500-VERIFY-END-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-POLICY-EXIT
           END-IF.
           MOVE PX-END-DATE      TO PM-END-DATE.
           MOVE WS-OPERATOR-ID   TO PM-CHANGED-BY.
           MOVE WS-RUN-DATE      TO PM-CHANGED-DATE.
           WRITE POLICY-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   GO TO 3000-ADD-POLICY-EXIT
           END-WRITE.
           MOVE "POL-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-POLICY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VERIFY-CUSTOMER - THE CUSTOMER MUST BE ON CUSTMAS AND *
      * ACTIVE, AS AT THE TELLER COUNTER.                          *
      *-----------------------------------------------------------*
       3100-VERIFY-CUSTOMER.
           IF NOT WS-CUSTMAS-AVAILABLE
               MOVE "CUSTMAS NOT AVAILABLE" TO WS-REJECT-REASON
               GO TO 3100-VERIFY-CUSTOMER-EXIT
           END-IF.
           IF PX-CUST-ID IS NOT NUMERIC
               MOVE "CUSTOMER NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3100-VERIFY-CUSTOMER-EXIT
           END-IF.
           MOVE PX-CUST-ID-N TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                   GO TO 3100-VERIFY-CUSTOMER-EXIT
           END-READ.
           IF NOT CM-IS-ACTIVE
               MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
           END-IF.
       3100-VERIFY-CUSTOMER-EXIT.
           EXIT.

       3200-VERIFY-FREQUENCY.
           IF PX-FREQUENCY NOT = "W" AND PX-FREQUENCY NOT = "F"
               AND PX-FREQUENCY NOT = "M" AND PX-FREQUENCY NOT = "Q"
               AND PX-FREQUENCY NOT = "Y"
               MOVE "FREQUENCY MUST BE W, F, M, Q OR Y"
                   TO WS-REJECT-REASON
           END-IF.
       3200-VERIFY-FREQUENCY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-VERIFY-AMOUNT-BASIS - WS-NEW-BASIS IS THE BASIS THE   *
      * POLICY WILL CARRY.  "R" TAKES NO UNIT AMOUNT; "U" NEEDS A  *
      * NUMERIC, NON-ZERO ONE (THROUGH THE SHARED NUMCHECK).       *
      *-----------------------------------------------------------*
       3300-VERIFY-AMOUNT-BASIS.
           IF WS-NEW-BASIS NOT = "R" AND WS-NEW-BASIS NOT = "U"
               MOVE "AMOUNT BASIS MUST BE R OR U" TO WS-REJECT-REASON
               GO TO 3300-VERIFY-AMOUNT-BASIS-EXIT
           END-IF.
           IF WS-NEW-BASIS = "R"
               GO TO 3300-VERIFY-AMOUNT-BASIS-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING PX-UNIT-AMOUNT, "N",
               WS-VALID-SWITCH, "POLMNT         ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "UNIT AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3300-VERIFY-AMOUNT-BASIS-EXIT
           END-IF.
           IF PX-UNIT-AMOUNT-N = ZERO
               MOVE "UNIT AMOUNT IS ZERO" TO WS-REJECT-REASON
           END-IF.
       3300-VERIFY-AMOUNT-BASIS-EXIT.
           EXIT.

       3400-VERIFY-START-DATE.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING PX-START-DATE, "D",
               WS-VALID-SWITCH, "POLMNT         ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "START DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 3400-VERIFY-START-DATE-EXIT
           END-IF.
           IF PX-START-DATE < WS-RUN-DATE
               MOVE "START DATE IS IN THE PAST" TO WS-REJECT-REASON
           END-IF.
       3400-VERIFY-START-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-VERIFY-END-DATE - BLANK MEANS OPEN-ENDED; OTHERWISE   *
      * A REAL DATE NO EARLIER THAN THE SCHEDULE'S NEXT DATE.      *
      *-----------------------------------------------------------*
       3500-VERIFY-END-DATE.
           IF PX-END-DATE = SPACES
               GO TO 3500-VERIFY-END-DATE-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING PX-END-DATE, "D",
               WS-VALID-SWITCH, "POLMNT         ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "END DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 3500-VERIFY-END-DATE-EXIT
           END-IF.
           IF PX-END-DATE < PM-SCHED-DATE
               MOVE "END DATE BEFORE NEXT SCHEDULED DATE"
                   TO WS-REJECT-REASON
           END-IF.
       3500-VERIFY-END-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-SEED-SCHEDULE - START THE SCHEDULE FROM THE START     *
      * DATE ON THE TRANSACTION: THE DAY OF THE MONTH IS KEPT AS   *
      * THE ANCHOR FOR MONTHLY AND LONGER SCHEDULES, AND THE FIRST *
      * DUE DATE IS THE START DATE OR THE NEXT BUSINESS DAY.       *
      *-----------------------------------------------------------*
       3600-SEED-SCHEDULE.
           MOVE PX-START-DATE      TO PM-START-DATE.
           MOVE PX-START-DATE      TO PM-SCHED-DATE.
           MOVE PX-START-DATE(7:2) TO PM-ANCHOR-DAY.
           MOVE PX-START-DATE      TO PM-NEXT-DUE-DATE.
           MOVE "C" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               GO TO 3600-SEED-SCHEDULE-EXIT
           END-IF.
           MOVE "N" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO PM-NEXT-DUE-DATE
           END-IF.
       3600-SEED-SCHEDULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-AMEND-POLICY - APPLY EVERY NON-BLANK FIELD ON THE     *
      * TRANSACTION TO A LIVE (ACTIVE OR SUSPENDED) POLICY.  THE   *
      * BASIS AND UNIT AMOUNT ARE CHECKED TOGETHER AGAINST WHAT    *
      * THE POLICY WILL CARRY AFTER THE CHANGE.                    *
      *-----------------------------------------------------------*
       4000-AMEND-POLICY.
           IF NOT WS-POLICY-ON-FILE
               MOVE "POLICY NOT ON FILE" TO WS-REJECT-REASON
               GO TO 4000-AMEND-POLICY-EXIT
           END-IF.
           IF PM-IS-CLOSED OR PM-IS-ENDED
               MOVE "POLICY IS CLOSED OR ENDED" TO WS-REJECT-REASON
               GO TO 4000-AMEND-POLICY-EXIT
           END-IF.
           IF PX-CUST-ID NOT = SPACES
               PERFORM 3100-VERIFY-CUSTOMER
                   THRU 3100-VERIFY-CUSTOMER-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-POLICY-EXIT
               END-IF
           END-IF.
           IF PX-FREQUENCY NOT = SPACE
               PERFORM 3200-VERIFY-FREQUENCY
                   THRU 3200-VERIFY-FREQUENCY-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-POLICY-EXIT
               END-IF
           END-IF.
           IF PX-AMOUNT-BASIS NOT = SPACE
               OR PX-UNIT-AMOUNT NOT = SPACES
               MOVE PM-AMOUNT-BASIS TO WS-NEW-BASIS
               IF PX-AMOUNT-BASIS NOT = SPACE
                   MOVE PX-AMOUNT-BASIS TO WS-NEW-BASIS
               END-IF
               PERFORM 3300-VERIFY-AMOUNT-BASIS
                   THRU 3300-VERIFY-AMOUNT-BASIS-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-POLICY-EXIT
               END-IF
           END-IF.
           IF PX-START-DATE NOT = SPACES
               PERFORM 3400-VERIFY-START-DATE
                   THRU 3400-VERIFY-START-DATE-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-POLICY-EXIT
               END-IF
           END-IF.
           IF PX-CUST-ID NOT = SPACES
               MOVE PX-CUST-ID-N TO PM-CUST-ID
           END-IF.
           IF PX-FREQUENCY NOT = SPACE
               MOVE PX-FREQUENCY TO PM-FREQUENCY
           END-IF.
           IF PX-AMOUNT-BASIS NOT = SPACE
               OR PX-UNIT-AMOUNT NOT = SPACES
               MOVE WS-NEW-BASIS TO PM-AMOUNT-BASIS
               IF PM-BASIS-IS-UNITS
                   MOVE PX-UNIT-AMOUNT-N TO PM-UNIT-AMOUNT
               ELSE
                   MOVE ZERO TO PM-UNIT-AMOUNT
               END-IF
           END-IF.
           IF PX-CURRENCY-CODE NOT = SPACES
               MOVE PX-CURRENCY-CODE TO PM-CURRENCY-CODE
           END-IF.
           IF PX-START-DATE NOT = SPACES
               PERFORM 3600-SEED-SCHEDULE
                   THRU 3600-SEED-SCHEDULE-EXIT
           END-IF.
           IF PX-END-DATE NOT = SPACES
               PERFORM 3500-VERIFY-END-DATE
                   THRU 3500-VERIFY-END-DATE-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-POLICY-EXIT
               END-IF
               MOVE PX-END-DATE TO PM-END-DATE
           END-IF.
           MOVE WS-OPERATOR-ID TO PM-CHANGED-BY.
           MOVE WS-RUN-DATE    TO PM-CHANGED-DATE.
           PERFORM 6000-REWRITE-POLICY
               THRU 6000-REWRITE-POLICY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-AMEND-POLICY-EXIT
           END-IF.
           MOVE "POL-AMENDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       4000-AMEND-POLICY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CHANGE-POLICY-STATUS - SUSPEND, RESUME OR CLOSE.      *
      *-----------------------------------------------------------*
       5000-CHANGE-POLICY-STATUS.
           IF NOT WS-POLICY-ON-FILE
               MOVE "POLICY NOT ON FILE" TO WS-REJECT-REASON
               GO TO 5000-CHANGE-POLICY-STATUS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PX-IS-SUSPEND
                   IF NOT PM-IS-ACTIVE
                       MOVE "POLICY IS NOT ACTIVE" TO WS-REJECT-REASON
                       GO TO 5000-CHANGE-POLICY-STATUS-EXIT
                   END-IF
                   MOVE "S" TO PM-STATUS
                   MOVE "POL-SUSPENDED" TO WS-AUDIT-RESULT
               WHEN PX-IS-RESUME
                   PERFORM 5100-RESUME-POLICY
                       THRU 5100-RESUME-POLICY-EXIT
                   IF WS-REJECT-REASON NOT = SPACES
                       GO TO 5000-CHANGE-POLICY-STATUS-EXIT
                   END-IF
                   MOVE "POL-RESUMED" TO WS-AUDIT-RESULT
               WHEN OTHER
                   IF PM-IS-CLOSED
                       MOVE "POLICY ALREADY CLOSED" TO WS-REJECT-REASON
                       GO TO 5000-CHANGE-POLICY-STATUS-EXIT
                   END-IF
                   MOVE "C" TO PM-STATUS
                   MOVE "POL-CLOSED" TO WS-AUDIT-RESULT
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO PM-CHANGED-BY.
           MOVE WS-RUN-DATE    TO PM-CHANGED-DATE.
           PERFORM 6000-REWRITE-POLICY
               THRU 6000-REWRITE-POLICY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5000-CHANGE-POLICY-STATUS-EXIT
           END-IF.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       5000-CHANGE-POLICY-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RESUME-POLICY - ONLY A SUSPENDED POLICY RESUMES.  A   *
      * NEW START DATE RE-SEEDS THE SCHEDULE; WITHOUT ONE THE OLD  *
      * SCHEDULE STANDS, WHICH IS ONLY ALLOWED WHILE ITS NEXT DUE  *
      * DATE IS STILL AHEAD.                                       *
      *-----------------------------------------------------------*
       5100-RESUME-POLICY.
           IF NOT PM-IS-SUSPENDED
               MOVE "POLICY IS NOT SUSPENDED" TO WS-REJECT-REASON
               GO TO 5100-RESUME-POLICY-EXIT
           END-IF.
           IF PX-START-DATE = SPACES
               IF PM-NEXT-DUE-DATE < WS-RUN-DATE
                   MOVE "DUE DATE PASSED - GIVE A NEW START DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "A" TO PM-STATUS
               END-IF
               GO TO 5100-RESUME-POLICY-EXIT
           END-IF.
           PERFORM 3400-VERIFY-START-DATE
               THRU 3400-VERIFY-START-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5100-RESUME-POLICY-EXIT
           END-IF.
           IF PM-END-DATE NOT = SPACES
               AND PX-START-DATE > PM-END-DATE
               MOVE "NEW START DATE IS AFTER THE END DATE"
                   TO WS-REJECT-REASON
               GO TO 5100-RESUME-POLICY-EXIT
           END-IF.
           PERFORM 3600-SEED-SCHEDULE
               THRU 3600-SEED-SCHEDULE-EXIT.
           MOVE "A" TO PM-STATUS.
       5100-RESUME-POLICY-EXIT.
           EXIT.

       6000-REWRITE-POLICY.
           REWRITE POLICY-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
       6000-REWRITE-POLICY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST IT ON POLRPT.                    *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE PX-ACTION          TO WS-RD-ACTION.
           MOVE PM-POLICY-NO       TO WS-RD-POLICY-NO.
           MOVE PM-CUST-ID         TO WS-RD-CUST-ID.
           MOVE WS-BEFORE-STATUS   TO WS-RD-OLD-STATUS.
           MOVE PM-STATUS          TO WS-RD-NEW-STATUS.
           MOVE PM-FREQUENCY       TO WS-RD-FREQUENCY.
           MOVE PM-AMOUNT-BASIS    TO WS-RD-BASIS.
           MOVE PM-UNIT-AMOUNT     TO WS-RD-UNIT-AMOUNT.
           MOVE PM-CURRENCY-CODE   TO WS-RD-CURRENCY.
           MOVE WS-BEFORE-NEXT-DUE TO WS-RD-OLD-NEXT-DUE.
           MOVE PM-NEXT-DUE-DATE   TO WS-RD-NEW-NEXT-DUE.
           MOVE PM-END-DATE        TO WS-RD-END-DATE.
           MOVE WS-RPT-DETAIL TO POLICY-REPORT-LINE.
           WRITE POLICY-REPORT-LINE.
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
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN'S             *
      * MAINTENANCE COUNTS.                                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PM-IS-OPEN
               CLOSE POLICY-MASTER-FILE
               CLOSE POLICY-REPORT-FILE
               IF WS-CUSTMAS-AVAILABLE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-MNT-OK OR WS-MNT-EOF
                   CLOSE POLICY-MAINT-FILE
               END-IF
           END-IF.
           DISPLAY "POLMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "POLMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF NOT WS-PM-IS-OPEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM POLMNT.
