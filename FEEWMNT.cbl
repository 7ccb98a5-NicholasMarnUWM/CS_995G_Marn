      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the FEEWAIV fee-waiver master, in the
      * style of STNDMNT.  FEEWAIV carries two kinds of entry against
      * a customer, each keyed by customer and sequence number: a
      * standing waiver (type "W") that stops TIERFEE accruing the
      * monthly fee for the customer between its from and to dates,
      * for one tier bucket or for any bucket when none is given; and
      * a one-off fee refund (type "R") of a fee already charged.
      * The operator signs on through the shared OPERSIGN subprogram
      * and the FEEWTRN transaction file is then applied:
      *   "W" adds a standing waiver - the customer must be on
      *       CUSTMAS and active, the from date a real date, the to
      *       date blank (open-ended) or a real date no earlier than
      *       the from date, and a reason code given.
      *   "F" requests a refund - the customer must be on CUSTMAS
      *       and not merged away, the amount numeric and not zero,
      *       the date of the fee being refunded a real date no later
      *       than today, and a reason code given.  The refund is
      *       held pending until a supervisor decides it.
      *   "C" cancels an active waiver or withdraws a pending refund.
      *   "A" approves a pending refund and stages it as an "R"
      *       reversal ADDTRAN on ADDSTAGE, so ADDMERGE posts it with
      *       the next night's batch exactly as DISPMGR's reversals.
      *   "D" declines a pending refund; nothing is staged.
      * W, F and C need the maintenance role.  A and D need the
      * supervisor role, and a supervisor cannot decide a refund
      * they requested themselves.  Every applied change is stamped
      * to OPERAUDIT and listed on FEEWLST.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  AN APPROVED REFUND'S REVERSAL TAKES A
      *                 TRANSACTION REFERENCE FROM TXNREF, CARRIED ON
      *                 ADDSTAGE (NOW 44 BYTES), AND ITS APPROVAL IS
      *                 LOGGED TO TXNTRAIL THROUGH TXNLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEWMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT WAIVER-MAINT-FILE ASSIGN TO "FEEWTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO "ADDSTAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WAIVER-REPORT-FILE ASSIGN TO "FEEWLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-WAIVER-FILE.
       01  FEE-WAIVER-RECORD.
           05  FW-KEY.
               10  FW-CUST-ID          PIC 9(06).
               10  FW-SEQ-NO           PIC 9(03).
           05  FW-TYPE                 PIC X(01).
               88  FW-IS-WAIVER                  VALUE "W".
               88  FW-IS-REFUND                  VALUE "R".
           05  FW-STATUS               PIC X(01).
               88  FW-WAIVER-ACTIVE              VALUE "A".
               88  FW-IS-CANCELLED               VALUE "C".
               88  FW-REFUND-PENDING             VALUE "P".
               88  FW-REFUND-STAGED              VALUE "S".
               88  FW-REFUND-DECLINED            VALUE "D".
           05  FW-BUCKET               PIC X(16).
           05  FW-FROM-DATE            PIC X(08).
           05  FW-TO-DATE              PIC X(08).
           05  FW-AMOUNT               PIC 9(05)V9(02).
           05  FW-REASON               PIC X(04).
           05  FW-ENTERED-BY           PIC X(08).
           05  FW-ENTERED-DATE         PIC X(08).
           05  FW-DECIDED-BY           PIC X(08).
           05  FW-DECIDED-DATE         PIC X(08).
           05  FW-LAST-WAIVED-MONTH    PIC X(06).
           05  FW-LAST-WAIVED-AMT      PIC 9(05)V9(02).
           05  FW-WAIVED-TOTAL         PIC 9(07)V9(02).
           05  FILLER                  PIC X(12).

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
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  WAIVER-MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WAIVER-MAINT-RECORD.
           05  FX-ACTION               PIC X(01).
               88  FX-IS-WAIVER                  VALUE "W".
               88  FX-IS-REFUND                  VALUE "F".
               88  FX-IS-CANCEL                  VALUE "C".
               88  FX-IS-APPROVE                 VALUE "A".
               88  FX-IS-DECLINE                 VALUE "D".
           05  FX-CUST-ID              PIC 9(06).
           05  FX-SEQ-NO               PIC 9(03).
           05  FX-BUCKET               PIC X(16).
           05  FX-FROM-DATE            PIC X(08).
           05  FX-TO-DATE              PIC X(08).
           05  FX-AMOUNT               PIC X(07).
           05  FX-AMOUNT-N REDEFINES FX-AMOUNT
                                       PIC 9(05)V9(02).
           05  FX-REASON               PIC X(04).
           05  FILLER                  PIC X(07).

       FD  STAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  STAGE-RECORD.
           05  SG-TRAN-CODE            PIC X(01).
           05  SG-CUST-ID              PIC 9(06).
           05  SG-NUM1                 PIC 9(05)V9(02).
           05  SG-NUM2                 PIC 9(05)V9(02).
           05  SG-CURRENCY-CODE        PIC X(03).
           05  SG-BRANCH-CODE          PIC X(04).
           05  SG-TXN-REF              PIC X(16).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  WAIVER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WAIVER-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-NOT-FOUND                   VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-MNT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MNT-OK                         VALUE "00".
           88  WS-MNT-EOF                        VALUE "10".
       01  WS-STAGE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-STAGE-OK                       VALUE "00".
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
       01  WS-FW-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-IS-OPEN                     VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
           88  WS-ENTRY-ON-FILE                  VALUE "Y".
       01  WS-VALID-SWITCH             PIC X(01) VALUE "N".
           88  WS-FIELD-IS-VALID                 VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "FW".
           05  WS-RQ-RUN-DATE          PIC X(08) VALUE SPACES.
           05  WS-RQ-REFERENCE         PIC X(16) VALUE SPACES.
       01  WS-REF-STATUS               PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-FUNCTION         PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-EVENT.
           05  WS-LE-TXN-REF           PIC X(16).
           05  WS-LE-EVENT-CODE        PIC X(04).
           05  WS-LE-PROGRAM           PIC X(08).
           05  WS-LE-OPERATOR-ID       PIC X(08).
           05  WS-LE-CUST-ID           PIC X(06).
           05  WS-LE-AMOUNT            PIC 9(09)V9(02).
           05  WS-LE-CURRENCY-CODE     PIC X(03).
           05  WS-LE-DETAIL            PIC X(20).
       01  WS-LINEAGE-STATUS           PIC X(01) VALUE SPACE.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-STAGED-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-STAGED-TOTAL             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-RD-SEQ-NO            PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-TYPE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-OLD-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE "->".
           05  WS-RD-NEW-STATUS        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-BUCKET            PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-FROM-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-TO-DATE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-REASON            PIC X(04).
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
               AND WS-ROLE-SUPERVISOR NOT = "Y"
               DISPLAY "OPERATOR HOLDS NEITHER THE MAINTENANCE NOR ",
                   "THE SUPERVISOR ROLE - MAINTENANCE NOT PERFORMED."
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
      * 1000-INITIALIZE - OPEN THE FEE-WAIVER MASTER (CREATED      *
      * EMPTY WHEN IT DOES NOT YET EXIST, AS STNDMAS IS), CUSTMAS  *
      * FOR THE CUSTOMER CHECK, THE TRANSACTION FILE AND THE       *
      * LISTING.  NOTHING TO APPLY IS A NORMAL QUIET DAY.          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O FEE-WAIVER-FILE.
           IF WS-FW-NOT-FOUND
               OPEN OUTPUT FEE-WAIVER-FILE
               IF WS-FW-OK
                   CLOSE FEE-WAIVER-FILE
                   OPEN I-O FEE-WAIVER-FILE
               END-IF
           END-IF.
           IF NOT WS-FW-OK
               CALL "FILERR" USING "FEEWMNT        ", "FEEWAIV ",
                   "OPEN-IO ", WS-FW-FILE-STATUS, "N"
               DISPLAY "FEEWMNT: FEEWAIV COULD NOT BE OPENED - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-MNT-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FW-IS-OPEN TO TRUE.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FEEWMNT: CUSTMAS NOT AVAILABLE - NEW ",
                   "WAIVERS AND REFUNDS WILL BE REJECTED THIS RUN."
           END-IF.
           OPEN OUTPUT WAIVER-REPORT-FILE.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           STRING "FEE WAIVER AND REFUND MAINTENANCE LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           MOVE " A CUST/SEQ    T ST    BUCKET           FROM"
               TO WAIVER-REPORT-LINE.
           MOVE "    TO          AMOUNT RSN"
               TO WAIVER-REPORT-LINE(46:26).
           WRITE WAIVER-REPORT-LINE.
           OPEN INPUT WAIVER-MAINT-FILE.
           IF NOT WS-MNT-OK
               DISPLAY "FEEWMNT: NO FEEWTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-MNT-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ WAIVER-MAINT-FILE
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
           IF NOT FX-IS-WAIVER AND NOT FX-IS-REFUND
               AND NOT FX-IS-CANCEL AND NOT FX-IS-APPROVE
               AND NOT FX-IS-DECLINE
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF FX-IS-APPROVE OR FX-IS-DECLINE
               IF WS-ROLE-SUPERVISOR NOT = "Y"
                   MOVE "SUPERVISOR ROLE REQUIRED" TO WS-REJECT-REASON
                   GO TO 2100-REJECT
               END-IF
           ELSE
               IF WS-ROLE-MAINT NOT = "Y"
                   MOVE "MAINTENANCE ROLE REQUIRED"
                       TO WS-REJECT-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.
           IF FX-CUST-ID IS NOT NUMERIC
               OR FX-SEQ-NO IS NOT NUMERIC
               MOVE "CUSTOMER/SEQUENCE NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE FX-CUST-ID TO FW-CUST-ID.
           MOVE FX-SEQ-NO  TO FW-SEQ-NO.
           MOVE "Y" TO WS-ON-FILE-SWITCH.
           READ FEE-WAIVER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-FILE-SWITCH
           END-READ.
           IF WS-ENTRY-ON-FILE
               MOVE FW-STATUS TO WS-BEFORE-STATUS
           ELSE
               MOVE SPACE     TO WS-BEFORE-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN FX-IS-WAIVER
                   PERFORM 3000-ADD-WAIVER
                       THRU 3000-ADD-WAIVER-EXIT
               WHEN FX-IS-REFUND
                   PERFORM 4000-REQUEST-REFUND
                       THRU 4000-REQUEST-REFUND-EXIT
               WHEN FX-IS-CANCEL
                   PERFORM 5000-CANCEL-ENTRY
                       THRU 5000-CANCEL-ENTRY-EXIT
               WHEN OTHER
                   PERFORM 6000-DECIDE-REFUND
                       THRU 6000-DECIDE-REFUND-EXIT
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2100-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "FEEWMNT: " FX-ACTION " FOR " FX-CUST-ID "/"
               FX-SEQ-NO " REJECTED - " WS-REJECT-REASON.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-WAIVER - A NEW STANDING WAIVER.  A BLANK BUCKET   *
      * WAIVES THE FEE WHATEVER BUCKET THE CUSTOMER IS IN; A       *
      * BLANK TO DATE LEAVES IT OPEN UNTIL IT IS CANCELLED.        *
      *-----------------------------------------------------------*
       3000-ADD-WAIVER.
           IF WS-ENTRY-ON-FILE
               MOVE "ENTRY ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 3000-ADD-WAIVER-EXIT
           END-IF.
           PERFORM 3100-VERIFY-CUSTOMER
               THRU 3100-VERIFY-CUSTOMER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-WAIVER-EXIT
           END-IF.
           IF NOT CM-IS-ACTIVE
               MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
               GO TO 3000-ADD-WAIVER-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING FX-FROM-DATE, "D",
               WS-VALID-SWITCH, "FEEWMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "FROM DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 3000-ADD-WAIVER-EXIT
           END-IF.
           IF FX-TO-DATE NOT = SPACES
               MOVE "N" TO WS-VALID-SWITCH
               CALL "NUMCHECK" USING FX-TO-DATE, "D",
                   WS-VALID-SWITCH, "FEEWMNT        "
               IF NOT WS-FIELD-IS-VALID
                   MOVE "TO DATE NOT VALID" TO WS-REJECT-REASON
                   GO TO 3000-ADD-WAIVER-EXIT
               END-IF
               IF FX-TO-DATE < FX-FROM-DATE
                   MOVE "TO DATE BEFORE FROM DATE" TO WS-REJECT-REASON
                   GO TO 3000-ADD-WAIVER-EXIT
               END-IF
           END-IF.
           PERFORM 3200-VERIFY-REASON
               THRU 3200-VERIFY-REASON-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3000-ADD-WAIVER-EXIT
           END-IF.
           PERFORM 3300-BUILD-NEW-ENTRY
               THRU 3300-BUILD-NEW-ENTRY-EXIT.
           MOVE "W"          TO FW-TYPE.
           MOVE "A"          TO FW-STATUS.
           MOVE FX-BUCKET    TO FW-BUCKET.
           MOVE FX-FROM-DATE TO FW-FROM-DATE.
           MOVE FX-TO-DATE   TO FW-TO-DATE.
           MOVE ZERO         TO FW-AMOUNT.
           WRITE FEE-WAIVER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   GO TO 3000-ADD-WAIVER-EXIT
           END-WRITE.
           MOVE "FW-WAIVER-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       3000-ADD-WAIVER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VERIFY-CUSTOMER - THE CUSTOMER MUST BE ON CUSTMAS AND *
      * NOT MERGED INTO ANOTHER CUSTOMER.                          *
      *-----------------------------------------------------------*
       3100-VERIFY-CUSTOMER.
           IF NOT WS-CUSTMAS-AVAILABLE
               MOVE "CUSTMAS NOT AVAILABLE" TO WS-REJECT-REASON
               GO TO 3100-VERIFY-CUSTOMER-EXIT
           END-IF.
           MOVE FX-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                   GO TO 3100-VERIFY-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-MERGED
               MOVE "CUSTOMER MERGED - USE THE SURVIVING ID"
                   TO WS-REJECT-REASON
           END-IF.
       3100-VERIFY-CUSTOMER-EXIT.
           EXIT.

       3200-VERIFY-REASON.
           IF FX-REASON = SPACES
               MOVE "REASON CODE REQUIRED" TO WS-REJECT-REASON
           END-IF.
       3200-VERIFY-REASON-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-BUILD-NEW-ENTRY - THE FIELDS EVERY NEW ENTRY STARTS   *
      * WITH: KEY, REASON, WHO KEYED IT AND WHEN, NOTHING WAIVED.  *
      *-----------------------------------------------------------*
       3300-BUILD-NEW-ENTRY.
           MOVE SPACES         TO FEE-WAIVER-RECORD.
           MOVE FX-CUST-ID     TO FW-CUST-ID.
           MOVE FX-SEQ-NO      TO FW-SEQ-NO.
           MOVE FX-REASON      TO FW-REASON.
           MOVE WS-OPERATOR-ID TO FW-ENTERED-BY.
           MOVE WS-RUN-DATE    TO FW-ENTERED-DATE.
           MOVE ZERO           TO FW-LAST-WAIVED-AMT.
           MOVE ZERO           TO FW-WAIVED-TOTAL.
       3300-BUILD-NEW-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REQUEST-REFUND - A ONE-OFF REFUND OF A FEE ALREADY    *
      * CHARGED.  THE FROM DATE CARRIES THE DATE OF THE FEE BEING  *
      * REFUNDED.  IT WAITS AS PENDING FOR A SUPERVISOR.           *
      *-----------------------------------------------------------*
       4000-REQUEST-REFUND.
           IF WS-ENTRY-ON-FILE
               MOVE "ENTRY ALREADY ON FILE" TO WS-REJECT-REASON
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           PERFORM 3100-VERIFY-CUSTOMER
               THRU 3100-VERIFY-CUSTOMER-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING FX-AMOUNT, "N",
               WS-VALID-SWITCH, "FEEWMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "REFUND AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           IF FX-AMOUNT-N = ZERO
               MOVE "REFUND AMOUNT IS ZERO" TO WS-REJECT-REASON
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           MOVE "N" TO WS-VALID-SWITCH.
           CALL "NUMCHECK" USING FX-FROM-DATE, "D",
               WS-VALID-SWITCH, "FEEWMNT        ".
           IF NOT WS-FIELD-IS-VALID
               MOVE "FEE DATE NOT VALID" TO WS-REJECT-REASON
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           IF FX-FROM-DATE > WS-RUN-DATE
               MOVE "FEE DATE IS IN THE FUTURE" TO WS-REJECT-REASON
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           PERFORM 3200-VERIFY-REASON
               THRU 3200-VERIFY-REASON-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-REQUEST-REFUND-EXIT
           END-IF.
           PERFORM 3300-BUILD-NEW-ENTRY
               THRU 3300-BUILD-NEW-ENTRY-EXIT.
           MOVE "R"          TO FW-TYPE.
           MOVE "P"          TO FW-STATUS.
           MOVE FX-FROM-DATE TO FW-FROM-DATE.
           MOVE FX-AMOUNT-N  TO FW-AMOUNT.
           WRITE FEE-WAIVER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   GO TO 4000-REQUEST-REFUND-EXIT
           END-WRITE.
           MOVE "FW-REFUND-REQ" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       4000-REQUEST-REFUND-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CANCEL-ENTRY - AN ACTIVE WAIVER STOPS FROM THE NEXT   *
      * FEE RUN; A PENDING REFUND IS WITHDRAWN.  A REFUND ALREADY  *
      * STAGED CANNOT BE CALLED BACK HERE.                         *
      *-----------------------------------------------------------*
       5000-CANCEL-ENTRY.
           IF NOT WS-ENTRY-ON-FILE
               MOVE "ENTRY NOT ON FILE" TO WS-REJECT-REASON
               GO TO 5000-CANCEL-ENTRY-EXIT
           END-IF.
           IF NOT FW-WAIVER-ACTIVE AND NOT FW-REFUND-PENDING
               MOVE "ENTRY IS NOT ACTIVE OR PENDING"
                   TO WS-REJECT-REASON
               GO TO 5000-CANCEL-ENTRY-EXIT
           END-IF.
           MOVE "C"            TO FW-STATUS.
           MOVE WS-OPERATOR-ID TO FW-DECIDED-BY.
           MOVE WS-RUN-DATE    TO FW-DECIDED-DATE.
           PERFORM 6500-REWRITE-ENTRY
               THRU 6500-REWRITE-ENTRY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 5000-CANCEL-ENTRY-EXIT
           END-IF.
           MOVE "FW-CANCELLED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       5000-CANCEL-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-DECIDE-REFUND - A SUPERVISOR APPROVES OR DECLINES A   *
      * PENDING REFUND.  THE SUPERVISOR CANNOT BE THE OPERATOR WHO *
      * REQUESTED IT, AS AT THE TELLER OVERRIDE.  AN APPROVAL      *
      * STAGES THE REVERSAL; ADDSTAGE IS OPENED FIRST SO A REFUND  *
      * IS NEVER MARKED STAGED WITHOUT ITS REVERSAL.               *
      *-----------------------------------------------------------*
       6000-DECIDE-REFUND.
           IF NOT WS-ENTRY-ON-FILE
               MOVE "ENTRY NOT ON FILE" TO WS-REJECT-REASON
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           IF NOT FW-IS-REFUND OR NOT FW-REFUND-PENDING
               MOVE "NOT A PENDING REFUND" TO WS-REJECT-REASON
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           IF FW-ENTERED-BY = WS-OPERATOR-ID
               MOVE "REQUESTER CANNOT DECIDE OWN REFUND"
                   TO WS-REJECT-REASON
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO FW-DECIDED-BY.
           MOVE WS-RUN-DATE    TO FW-DECIDED-DATE.
           IF FX-IS-DECLINE
               MOVE "D" TO FW-STATUS
               PERFORM 6500-REWRITE-ENTRY
                   THRU 6500-REWRITE-ENTRY-EXIT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 6000-DECIDE-REFUND-EXIT
               END-IF
               MOVE "FW-REFUND-DECL" TO WS-AUDIT-RESULT
               PERFORM 7000-RECORD-CHANGE
                   THRU 7000-RECORD-CHANGE-EXIT
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           OPEN EXTEND STAGE-FILE.
           IF NOT WS-STAGE-OK
               CLOSE STAGE-FILE
               OPEN OUTPUT STAGE-FILE
           END-IF.
           IF NOT WS-STAGE-OK
               MOVE "ADDSTAGE NOT AVAILABLE" TO WS-REJECT-REASON
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           MOVE "S" TO FW-STATUS.
           PERFORM 6500-REWRITE-ENTRY
               THRU 6500-REWRITE-ENTRY-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               CLOSE STAGE-FILE
               GO TO 6000-DECIDE-REFUND-EXIT
           END-IF.
           PERFORM 6100-STAGE-REVERSAL
               THRU 6100-STAGE-REVERSAL-EXIT.
           MOVE "FW-REFUND-APPR" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       6000-DECIDE-REFUND-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-STAGE-REVERSAL - THE APPROVED REFUND GOES ON ADDSTAGE *
      * AS AN "R" REVERSAL OF THE FEE: NUM1 CARRIES THE AMOUNT AS  *
      * TIERFEE'S DETAIL DID, NUM2 IS ZERO, AND A BLANK CURRENCY   *
      * AND BRANCH BOOK IT IN BASE TO THE CUSTOMER'S HOME BRANCH.  *
      *-----------------------------------------------------------*
       6100-STAGE-REVERSAL.
           MOVE "R"        TO SG-TRAN-CODE.
           MOVE FW-CUST-ID TO SG-CUST-ID.
           MOVE FW-AMOUNT  TO SG-NUM1.
           MOVE ZERO       TO SG-NUM2.
           MOVE SPACES     TO SG-CURRENCY-CODE.
           MOVE SPACES     TO SG-BRANCH-CODE.
           PERFORM 6200-ASSIGN-REFERENCE
               THRU 6200-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE TO SG-TXN-REF.
           WRITE STAGE-RECORD.
           CLOSE STAGE-FILE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-STAGED-COUNT.
           ADD FW-AMOUNT TO WS-STAGED-TOTAL.
       6100-STAGE-REVERSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-ASSIGN-REFERENCE - THE STAGED REVERSAL TAKES ITS     *
      * TRANSACTION REFERENCE FROM TXNREF, AND ITS APPROVAL UNDER *
      * THE SUPERVISOR'S SIGN-ON IS THE FIRST EVENT ON ITS        *
      * TXNTRAIL LINEAGE.                                         *
      *-----------------------------------------------------------*
       6200-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "INTK"           TO WS-LE-EVENT-CODE.
           MOVE "FEEWMNT"        TO WS-LE-PROGRAM.
           MOVE WS-OPERATOR-ID   TO WS-LE-OPERATOR-ID.
           MOVE SG-CUST-ID       TO WS-LE-CUST-ID.
           MOVE SG-NUM1          TO WS-LE-AMOUNT.
           STRING "FEE REFUND " FW-SEQ-NO DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       6200-ASSIGN-REFERENCE-EXIT.
           EXIT.

       6500-REWRITE-ENTRY.
           REWRITE FEE-WAIVER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE.
       6500-REWRITE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST IT ON FEEWLST.                   *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE FX-ACTION        TO WS-RD-ACTION.
           MOVE FW-CUST-ID       TO WS-RD-CUST-ID.
           MOVE FW-SEQ-NO        TO WS-RD-SEQ-NO.
           MOVE FW-TYPE          TO WS-RD-TYPE.
           MOVE WS-BEFORE-STATUS TO WS-RD-OLD-STATUS.
           MOVE FW-STATUS        TO WS-RD-NEW-STATUS.
           MOVE FW-BUCKET        TO WS-RD-BUCKET.
           MOVE FW-FROM-DATE     TO WS-RD-FROM-DATE.
           MOVE FW-TO-DATE       TO WS-RD-TO-DATE.
           MOVE FW-AMOUNT        TO WS-RD-AMOUNT.
           MOVE FW-REASON        TO WS-RD-REASON.
           MOVE WS-RPT-DETAIL TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
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
           IF WS-FW-IS-OPEN
               CLOSE FEE-WAIVER-FILE
               CLOSE WAIVER-REPORT-FILE
               IF WS-CUSTMAS-AVAILABLE
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-MNT-OK OR WS-MNT-EOF
                   CLOSE WAIVER-MAINT-FILE
               END-IF
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "FEEWMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "FEEWMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "FEEWMNT: REFUNDS STAGED   = " WS-STAGED-COUNT.
           DISPLAY "FEEWMNT: AMOUNT STAGED    = " WS-STAGED-TOTAL.
           IF NOT WS-FW-IS-OPEN
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

       END PROGRAM FEEWMNT.
