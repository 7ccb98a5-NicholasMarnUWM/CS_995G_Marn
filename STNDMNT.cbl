      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the STNDMAS standing-instruction
      * master that STNDGEN generates from, in the style of CUSTMAINT.
      * The operator signs on through the shared OPERSIGN subprogram
      * and must hold the maintenance role; the STNDTRN transaction
      * file is then applied, each record naming an instruction by
      * customer and sequence number:
      *   "A" adds an instruction - the customer must be on CUSTMAS
      *       and active, the frequency one of W/F/M/Q/Y, the amounts
      *       numeric (through the shared NUMCHECK) and not both zero,
      *       and the start date a real date no earlier than today.
      *       The first due date is the start date, or the next
      *       business day after it (DATESRV).
      *   "M" amends one - any non-blank frequency, amount pair,
      *       currency or end date replaces the one on file, and a
      *       new start date re-seeds the schedule from that date.
      *   "S" suspends an active instruction; nothing is generated
      *       while it is suspended.
      *   "R" resumes a suspended one.  Occurrences missed while it
      *       was suspended are not made up: when its next due date
      *       has already passed, the resume must carry a new start
      *       date to re-seed the schedule from.
      *   "C" cancels an instruction for good.
      * Every applied change is stamped to OPERAUDIT and listed on
      * STNDRPT with the instruction's before and after state.
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
       PROGRAM-ID. STNDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT STANDING-MAINT-FILE ASSIGN TO "STNDTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT STANDING-REPORT-FILE ASSIGN TO "STNDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SI-KEY.
               10  SI-CUST-ID          PIC 9(06).
               10  SI-SEQ-NO           PIC 9(03).
           05  SI-FREQUENCY            PIC X(01).
               88  SI-IS-WEEKLY                  VALUE "W".
               88  SI-IS-FORTNIGHTLY             VALUE "F".
               88  SI-IS-MONTHLY                 VALUE "M".
               88  SI-IS-QUARTERLY               VALUE "Q".
               88  SI-IS-YEARLY                  VALUE "Y".
           05  SI-NUM1                 PIC 9(05)V9(02).
           05  SI-NUM2                 PIC 9(05)V9(02).
           05  SI-CURRENCY-CODE        PIC X(03).
           05  SI-START-DATE           PIC X(08).
           05  SI-END-DATE             PIC X(08).
           05  SI-ANCHOR-DAY           PIC 9(02).
           05  SI-SCHED-DATE           PIC X(08).
           05  SI-NEXT-DUE-DATE        PIC X(08).
           05  SI-STATUS               PIC X(01).
               88  SI-IS-ACTIVE                  VALUE "A".
               88  SI-IS-SUSPENDED               VALUE "S".
               88  SI-IS-CANCELLED               VALUE "C".
               88  SI-IS-ENDED                   VALUE "E".
           05  SI-LAST-GEN-DATE        PIC X(08).
           05  SI-GEN-COUNT            PIC 9(05).
           05  SI-CHANGED-BY           PIC X(08).
           05  SI-CHANGED-DATE         PIC X(08).
           05  FILLER                  PIC X(09).

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

       FD  STANDING-MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  STANDING-MAINT-RECORD.
           05  SM-ACTION               PIC X(01).
               88  SM-IS-ADD                     VALUE "A".
               88  SM-IS-AMEND                   VALUE "M".
               88  SM-IS-SUSPEND                 VALUE "S".
               88  SM-IS-RESUME                  VALUE "R".
               88  SM-IS-CANCEL                  VALUE "C".
           05  SM-CUST-ID              PIC 9(06).
           05  SM-SEQ-NO               PIC 9(03).
           05  SM-FREQUENCY            PIC X(01).
           05  SM-NUM1                 PIC X(07).
           05  SM-NUM1-N REDEFINES SM-NUM1
                                       PIC 9(05)V9(02).
           05  SM-NUM2                 PIC X(07).
           05  SM-NUM2-N REDEFINES SM-NUM2
                                       PIC 9(05)V9(02).
           05  SM-CURRENCY-CODE        PIC X(03).
           05  SM-START-DATE           PIC X(08).
           05  SM-END-DATE             PIC X(08).
           05  FILLER                  PIC X(04).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  STANDING-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDING-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-SI-OK                          VALUE "00".
           88  WS-SI-NOT-FOUND                   VALUE "35".
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
       01  WS-SI-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-SI-IS-OPEN                     VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
           88  WS-ORDER-ON-FILE                  VALUE "Y".
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
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-RD-SEQ-NO            PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OLD-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE "->".
           05  WS-RD-NEW-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FREQUENCY         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NUM1              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NUM2              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-OLD-NEXT-DUE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NEW-NEXT-DUE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-END-DATE          PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "STNDMNT        ", "STNDMAS ".
           CALL "ENVCHK" USING "STNDMNT        ", "STNDRPT ".
           CALL "ENVCHK" USING "STNDMNT        ", "OPERAUDIT".
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
      * 1000-INITIALIZE - OPEN THE STANDING-INSTRUCTION MASTER     *
      * (CREATED EMPTY WHEN IT DOES NOT YET EXIST, AS ADDPAIRS     *
      * IS), CUSTMAS FOR THE CUSTOMER CHECK, THE TRANSACTION FILE  *
      * AND THE LISTING.  NOTHING TO APPLY IS A NORMAL QUIET DAY.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SI-NOT-FOUND
               OPEN OUTPUT STANDING-ORDER-FILE
               IF WS-SI-OK
                   CLOSE STANDING-ORDER-FILE
                   OPEN I-O STANDING-ORDER-FILE
               END-IF
           END-IF.
           IF NOT WS-SI-OK
               CALL "FILERR" USING "STNDMNT        ", "STNDMAS ",
                   "OPEN-IO ", WS-SI-FILE-STATUS, "N"
               DISPLAY "STNDMNT: STNDMAS COULD NOT BE OPENED - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-MNT-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-SI-IS-OPEN TO TRUE.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "STNDMNT: CUSTMAS NOT AVAILABLE - NEW ",
                   "INSTRUCTIONS WILL BE REJECTED THIS RUN."
           END-IF.
           OPEN OUTPUT STANDING-REPORT-FILE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           STRING "STANDING-ORDER MAINTENANCE LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE SPACES TO STANDING-REPORT-LINE.
           MOVE " A CUSTOMER/SEQ ST   F      NUM1      NUM2 CCY"
               TO STANDING-REPORT-LINE.
           MOVE " OLD DUE  NEW DUE  END DATE"
               TO STANDING-REPORT-LINE(47:27).
           WRITE STANDING-REPORT-LINE.
           OPEN INPUT STANDING-MAINT-FILE.
           IF NOT WS-MNT-OK
               DISPLAY "STNDMNT: NO STNDTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-MNT-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ STANDING-MAINT-FILE
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
           IF NOT SM-IS-ADD AND NOT SM-IS-AMEND
               AND NOT SM-IS-SUSPEND AND NOT SM-IS-RESUME
               AND NOT SM-IS-CANCEL
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF SM-CUST-ID IS NOT NUMERIC
               OR SM-SEQ-NO IS NOT NUMERIC
               MOVE "CUSTOMER/SEQUENCE NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE SM-CUST-ID TO SI-CUST-ID.
           MOVE SM-SEQ-NO  TO SI-SEQ-NO.
           MOVE "Y" TO WS-ON-FILE-SWITCH.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.
           IF WS-ORDER-ON-FILE
               MOVE SI-STATUS        TO WS-BEFORE-STATUS
               MOVE SI-NEXT-DUE-DATE TO WS-BEFORE-NEXT-DUE
           ELSE
               MOVE SPACE  TO WS-BEFORE-STATUS
               MOVE SPACES TO WS-BEFORE-NEXT-DUE
           END-IF.
           EVALUATE TRUE
               WHEN SM-IS-ADD
                   PERFORM 3000-ADD-ORDER
                       THRU 3000-ADD-ORDER-EXIT
               WHEN SM-IS-AMEND
                   PERFORM 4000-AMEND-ORDER
                       THRU 4000-AMEND-ORDER-EXIT
               WHEN OTHER
                   PERFORM 5000-CHANGE-ORDER-STATUS
                       THRU 5000-CHANGE-ORDER-STATUS-EXIT
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2100-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "STNDMNT: " SM-ACTION " FOR " SM-CUST-ID "/"
               SM-SEQ-NO " REJECTED - " WS-REJECT-REASON.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-ORDER - A NEW INSTRUCTION.  ONE ALREADY ON FILE   *
      * UNDER THE SAME CUSTOMER AND SEQUENCE IS REFUSED - A CHANGE *
      * MUST SAY IT IS AN AMENDMENT.                               *
      *-----------------------------------------------------------*
       3000-ADD-ORDER.
           IF WS-ORDER-ON-FILE
               MOVE "INSTRUCTION ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           PERFORM 3100-VERIFY-CUSTOMER
               THRU 3100-VERIFY-CUSTOMER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           PERFORM 3200-VERIFY-FREQUENCY
               THRU 3200-VERIFY-FREQUENCY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           PERFORM 3300-VERIFY-AMOUNTS
               THRU 3300-VERIFY-AMOUNTS-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           PERFORM 3400-VERIFY-START-DATE
               THRU 3400-VERIFY-START-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           MOVE SPACES TO STANDING-ORDER-RECORD.
           MOVE SM-CUST-ID       TO SI-CUST-ID.
           MOVE SM-SEQ-NO        TO SI-SEQ-NO.
           MOVE SM-FREQUENCY     TO SI-FREQUENCY.
           MOVE SM-NUM1-N        TO SI-NUM1.
           MOVE SM-NUM2-N        TO SI-NUM2.
           MOVE SM-CURRENCY-CODE TO SI-CURRENCY-CODE.
           MOVE ZERO             TO SI-GEN-COUNT.
           MOVE "A"              TO SI-STATUS.
           PERFORM 3600-SEED-SCHEDULE
               THRU 3600-SEED-SCHEDULE-EXIT.
           PERFORM 3500-VERIFY-END-DATE
               THRU 3500-VERIFY-END-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-ORDER-EXIT
           END-IF.
           MOVE SM-END-DATE      TO SI-END-DATE.
           MOVE WS-OPERATOR-ID   TO SI-CHANGED-BY.
           MOVE WS-RUN-DATE      TO SI-CHANGED-DATE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   GO TO 3000-ADD-ORDER-EXIT
           END-WRITE.
           MOVE "SO-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-ORDER-EXIT.
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
           MOVE SM-CUST-ID TO CM-CUST-ID.
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
           IF SM-FREQUENCY NOT = "W" AND SM-FREQUENCY NOT = "F"
               AND SM-FREQUENCY NOT = "M" AND SM-FREQUENCY NOT = "Q"
               AND SM-FREQUENCY NOT = "Y"
               MOVE "FREQUENCY MUST BE W, F, M, Q OR Y"
                   TO WS-REJECT-REASON
           END-IF.
       3200-VERIFY-FREQUENCY-EXIT.
           EXIT.

       3300-VERIFY-AMOUNTS.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING SM-NUM1, "N",
               WS-VALID-SWITCH, "STNDMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "AMOUNT 1 NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3300-VERIFY-AMOUNTS-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING SM-NUM2, "N",
               WS-VALID-SWITCH, "STNDMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "AMOUNT 2 NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 3300-VERIFY-AMOUNTS-EXIT
           END-IF.
           IF SM-NUM1-N = ZERO AND SM-NUM2-N = ZERO
               MOVE "AMOUNTS ARE BOTH ZERO" TO WS-REJECT-REASON
           END-IF.
       3300-VERIFY-AMOUNTS-EXIT.
           EXIT.

       3400-VERIFY-START-DATE.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING SM-START-DATE, "D",
               WS-VALID-SWITCH, "STNDMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "START DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 3400-VERIFY-START-DATE-EXIT
           END-IF.
           IF SM-START-DATE < WS-RUN-DATE
               MOVE "START DATE IS IN THE PAST" TO WS-REJECT-REASON
           END-IF.
       3400-VERIFY-START-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-VERIFY-END-DATE - BLANK MEANS OPEN-ENDED; OTHERWISE   *
      * A REAL DATE NO EARLIER THAN THE SCHEDULE'S START.          *
      *-----------------------------------------------------------*
       3500-VERIFY-END-DATE.
           IF SM-END-DATE = SPACES
               GO TO 3500-VERIFY-END-DATE-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING SM-END-DATE, "D",
               WS-VALID-SWITCH, "STNDMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "END DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 3500-VERIFY-END-DATE-EXIT
           END-IF.
           IF SM-END-DATE < SI-SCHED-DATE
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
           MOVE SM-START-DATE      TO SI-START-DATE.
           MOVE SM-START-DATE      TO SI-SCHED-DATE.
           MOVE SM-START-DATE(7:2) TO SI-ANCHOR-DAY.
           MOVE SM-START-DATE      TO SI-NEXT-DUE-DATE.
           MOVE "C" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, SI-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               GO TO 3600-SEED-SCHEDULE-EXIT
           END-IF.
           MOVE "N" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, SI-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO SI-NEXT-DUE-DATE
           END-IF.
       3600-SEED-SCHEDULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-AMEND-ORDER - APPLY EVERY NON-BLANK FIELD ON THE      *
      * TRANSACTION TO A LIVE (ACTIVE OR SUSPENDED) INSTRUCTION.   *
      * THE AMOUNTS TRAVEL AS A PAIR: WHEN EITHER IS GIVEN BOTH    *
      * ARE VALIDATED AND REPLACED.                                *
      *-----------------------------------------------------------*
       4000-AMEND-ORDER.
           IF NOT WS-ORDER-ON-FILE
               MOVE "INSTRUCTION NOT ON FILE" TO WS-REJECT-REASON
               GO TO 4000-AMEND-ORDER-EXIT
           END-IF.
           IF SI-IS-CANCELLED OR SI-IS-ENDED
               MOVE "INSTRUCTION IS CANCELLED OR ENDED"
                   TO WS-REJECT-REASON
               GO TO 4000-AMEND-ORDER-EXIT
           END-IF.
           IF SM-FREQUENCY NOT = SPACE
               PERFORM 3200-VERIFY-FREQUENCY
                   THRU 3200-VERIFY-FREQUENCY-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-ORDER-EXIT
               END-IF
           END-IF.
           IF SM-NUM1 NOT = SPACES OR SM-NUM2 NOT = SPACES
               PERFORM 3300-VERIFY-AMOUNTS
                   THRU 3300-VERIFY-AMOUNTS-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-ORDER-EXIT
               END-IF
           END-IF.
           IF SM-START-DATE NOT = SPACES
               PERFORM 3400-VERIFY-START-DATE
                   THRU 3400-VERIFY-START-DATE-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-ORDER-EXIT
               END-IF
           END-IF.
           IF SM-FREQUENCY NOT = SPACE
               MOVE SM-FREQUENCY TO SI-FREQUENCY
           END-IF.
           IF SM-NUM1 NOT = SPACES OR SM-NUM2 NOT = SPACES
               MOVE SM-NUM1-N TO SI-NUM1
               MOVE SM-NUM2-N TO SI-NUM2
           END-IF.
           IF SM-CURRENCY-CODE NOT = SPACES
               MOVE SM-CURRENCY-CODE TO SI-CURRENCY-CODE
           END-IF.
           IF SM-START-DATE NOT = SPACES
               PERFORM 3600-SEED-SCHEDULE
                   THRU 3600-SEED-SCHEDULE-EXIT
           END-IF.
           IF SM-END-DATE NOT = SPACES
               PERFORM 3500-VERIFY-END-DATE
                   THRU 3500-VERIFY-END-DATE-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 4000-AMEND-ORDER-EXIT
               END-IF
               MOVE SM-END-DATE TO SI-END-DATE
           END-IF.
           MOVE WS-OPERATOR-ID TO SI-CHANGED-BY.
           MOVE WS-RUN-DATE    TO SI-CHANGED-DATE.
           PERFORM 6000-REWRITE-ORDER
               THRU 6000-REWRITE-ORDER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-AMEND-ORDER-EXIT
           END-IF.
           MOVE "SO-AMENDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       4000-AMEND-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CHANGE-ORDER-STATUS - SUSPEND, RESUME OR CANCEL.      *
      *-----------------------------------------------------------*
       5000-CHANGE-ORDER-STATUS.
           IF NOT WS-ORDER-ON-FILE
               MOVE "INSTRUCTION NOT ON FILE" TO WS-REJECT-REASON
               GO TO 5000-CHANGE-ORDER-STATUS-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SM-IS-SUSPEND
                   IF NOT SI-IS-ACTIVE
                       MOVE "INSTRUCTION IS NOT ACTIVE"
                           TO WS-REJECT-REASON
                       GO TO 5000-CHANGE-ORDER-STATUS-EXIT
                   END-IF
                   MOVE "S" TO SI-STATUS
                   MOVE "SO-SUSPENDED" TO WS-AUDIT-RESULT
               WHEN SM-IS-RESUME
                   PERFORM 5100-RESUME-ORDER
                       THRU 5100-RESUME-ORDER-EXIT
                   IF WS-REJECT-REASON NOT = SPACES
                       GO TO 5000-CHANGE-ORDER-STATUS-EXIT
                   END-IF
                   MOVE "SO-RESUMED" TO WS-AUDIT-RESULT
               WHEN OTHER
                   IF SI-IS-CANCELLED
                       MOVE "INSTRUCTION ALREADY CANCELLED"
                           TO WS-REJECT-REASON
                       GO TO 5000-CHANGE-ORDER-STATUS-EXIT
                   END-IF
                   MOVE "C" TO SI-STATUS
                   MOVE "SO-CANCELLED" TO WS-AUDIT-RESULT
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO SI-CHANGED-BY.
           MOVE WS-RUN-DATE    TO SI-CHANGED-DATE.
           PERFORM 6000-REWRITE-ORDER
               THRU 6000-REWRITE-ORDER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5000-CHANGE-ORDER-STATUS-EXIT
           END-IF.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       5000-CHANGE-ORDER-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-RESUME-ORDER - ONLY A SUSPENDED INSTRUCTION RESUMES.  *
      * A NEW START DATE ON THE TRANSACTION RE-SEEDS THE SCHEDULE; *
      * WITHOUT ONE THE OLD SCHEDULE STANDS, WHICH IS ONLY ALLOWED *
      * WHILE ITS NEXT DUE DATE IS STILL AHEAD - MISSED PAYMENTS   *
      * ARE NOT MADE UP BEHIND THE CUSTOMER'S BACK.                *
      *-----------------------------------------------------------*
       5100-RESUME-ORDER.
           IF NOT SI-IS-SUSPENDED
               MOVE "INSTRUCTION IS NOT SUSPENDED" TO WS-REJECT-REASON
               GO TO 5100-RESUME-ORDER-EXIT
           END-IF.
           IF SM-START-DATE = SPACES
               IF SI-NEXT-DUE-DATE < WS-RUN-DATE
                   MOVE "DUE DATE PASSED - GIVE A NEW START DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "A" TO SI-STATUS
               END-IF
               GO TO 5100-RESUME-ORDER-EXIT
           END-IF.
           PERFORM 3400-VERIFY-START-DATE
               THRU 3400-VERIFY-START-DATE-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5100-RESUME-ORDER-EXIT
           END-IF.
           IF SI-END-DATE NOT = SPACES
               AND SM-START-DATE > SI-END-DATE
               MOVE "NEW START DATE IS AFTER THE END DATE"
                   TO WS-REJECT-REASON
               GO TO 5100-RESUME-ORDER-EXIT
           END-IF.
           PERFORM 3600-SEED-SCHEDULE
               THRU 3600-SEED-SCHEDULE-EXIT.
           MOVE "A" TO SI-STATUS.
       5100-RESUME-ORDER-EXIT.
           EXIT.

       6000-REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
       6000-REWRITE-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST IT ON STNDRPT.                   *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE SM-ACTION          TO WS-RD-ACTION.
           MOVE SI-CUST-ID         TO WS-RD-CUST-ID.
           MOVE SI-SEQ-NO          TO WS-RD-SEQ-NO.
           MOVE WS-BEFORE-STATUS   TO WS-RD-OLD-STATUS.
           MOVE SI-STATUS          TO WS-RD-NEW-STATUS.
           MOVE SI-FREQUENCY       TO WS-RD-FREQUENCY.
           MOVE SI-NUM1            TO WS-RD-NUM1.
           MOVE SI-NUM2            TO WS-RD-NUM2.
           MOVE SI-CURRENCY-CODE   TO WS-RD-CURRENCY.
           MOVE WS-BEFORE-NEXT-DUE TO WS-RD-OLD-NEXT-DUE.
           MOVE SI-NEXT-DUE-DATE   TO WS-RD-NEW-NEXT-DUE.
           MOVE SI-END-DATE        TO WS-RD-END-DATE.
           MOVE WS-RPT-DETAIL TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
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
           IF WS-SI-IS-OPEN
               CLOSE STANDING-ORDER-FILE
               CLOSE STANDING-REPORT-FILE
               IF WS-CUSTMAS-AVAILABLE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-MNT-OK OR WS-MNT-EOF
                   CLOSE STANDING-MAINT-FILE
               END-IF
           END-IF.
           DISPLAY "STNDMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "STNDMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF NOT WS-SI-IS-OPEN
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

       END PROGRAM STNDMNT.
