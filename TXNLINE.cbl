      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Transaction lineage inquiry.  Given a transaction
      * reference - the sixteen-character key TXNREF assigns when an
      * item is first created and every later program carries - it
      * lists, oldest first, every event TXNLOG recorded on TXNTRAIL
      * for that item: its intake or generation, the merge, a night
      * carried over or warehoused, the posting or reversal, a reject
      * to ADDEXCP, a hold and its release or discard, a repair, a
      * write-off or recovery, a dispute and its outcome, and each GL
      * journal line written for it, each with the date and time, the
      * program, the operator (BATCH for a batch step), the customer,
      * the amount and currency and the short detail.  The listing
      * closes with the event count and the last event, which is the
      * state the item now stands in.  The operator signs on through
      * OPERSIGN, must hold the inquiry role, and the session is held
      * on the SESSMGR register against the terminal keyed at
      * sign-on, as at TRANINQ.  On a line for a sensitive customer
      * a non-supervisor sees the customer and amount masked; either
      * way the touch is logged to SENSLOG, once per customer per
      * inquiry.  Every inquiry is stamped to OPERAUDIT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNLINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "TXNTRAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SENSITIVE-LOG-FILE ASSIGN TO "SENSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LINEAGE-RECORD.
           05  TL-TXN-REF              PIC X(16).
           05  TL-EVENT-DATE           PIC X(08).
           05  TL-EVENT-TIME.
               10  TL-EVENT-HH         PIC X(02).
               10  TL-EVENT-MM         PIC X(02).
               10  TL-EVENT-SS         PIC X(02).
               10  FILLER              PIC X(02).
           05  TL-EVENT-CODE           PIC X(04).
           05  TL-PROGRAM              PIC X(08).
           05  TL-OPERATOR-ID          PIC X(08).
           05  TL-CUST-ID              PIC X(06).
           05  TL-CUST-ID-NUM REDEFINES TL-CUST-ID
                                       PIC 9(06).
           05  TL-AMOUNT               PIC 9(09)V9(02).
           05  TL-CURRENCY-CODE        PIC X(03).
           05  TL-DETAIL               PIC X(20).
           05  FILLER                  PIC X(08).

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

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  SENSITIVE-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  SENSITIVE-LOG-RECORD.
           05  SN-OPERATOR-ID          PIC X(08).
           05  SN-CUST-ID              PIC 9(06).
           05  SN-ACCESS-DATE          PIC X(08).
           05  SN-ACCESS-TIME          PIC X(08).
           05  SN-ACTION               PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-TRAIL-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-TRAIL-OK                       VALUE "00".
       01  WS-TRAIL-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-TRAIL-EOF                      VALUE "Y".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SENS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SENS-OK                        VALUE "00".
       01  WS-SENS-ACTION              PIC X(08) VALUE SPACES.
       01  WS-SENS-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-LAST-SENS-CUST-ID        PIC X(06) VALUE SPACES.
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
               88  WS-HAS-INQUIRY-ROLE           VALUE "Y".
           05  WS-ROLE-SUPERVISOR      PIC X(01).
               88  WS-IS-SUPERVISOR              VALUE "Y".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-SESSION-SWITCH           PIC X(01) VALUE "N".
           88  WS-SESSION-OVER                   VALUE "Y".
       01  WS-TERMINAL-ID              PIC X(08) VALUE SPACES.
       01  WS-SESS-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-SESS-PROGRAM             PIC X(08) VALUE "TXNLINE".
       01  WS-SESS-STATUS              PIC X(01) VALUE SPACE.
           88  WS-SESS-IS-ACTIVE                 VALUE "Y".
           88  WS-SESS-TIMED-OUT                 VALUE "X".
       01  WS-SESS-LIVE-SWITCH         PIC X(01) VALUE "Y".
           88  WS-SESSION-IS-LIVE                VALUE "Y".
       01  WS-RESIGN-ID                PIC X(08) VALUE SPACES.
       01  WS-RESIGN-SWITCH            PIC X(01) VALUE "N".
           88  WS-RESIGN-VALID                   VALUE "Y".
       01  WS-RESIGN-ROLES             PIC X(04) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-INQUIRY-REF              PIC X(16) VALUE SPACES.
       01  WS-INQUIRY-REF-PARTS REDEFINES WS-INQUIRY-REF.
           05  WS-IR-SOURCE            PIC X(02).
           05  WS-IR-DATE              PIC X(08).
           05  WS-IR-SEQUENCE          PIC X(06).
       01  WS-SENSITIVE-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUSTOMER-SENSITIVE             VALUE "Y".
       01  WS-TRAIL-AVAIL-SWITCH       PIC X(01) VALUE "N".
           88  WS-TRAIL-AVAILABLE                VALUE "Y".
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-LAST-EVENT-CODE          PIC X(04) VALUE SPACES.
       01  WS-LAST-EVENT-DATE          PIC X(08) VALUE SPACES.
       77  WS-INQUIRY-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-EVENT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-MASKED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-EVENT-TEXT               PIC X(10) VALUE SPACES.
       01  WS-LINEAGE-HEADING.
           05  FILLER                  PIC X(09) VALUE "DATE".
           05  FILLER                  PIC X(09) VALUE "TIME".
           05  FILLER                  PIC X(16) VALUE "EVENT".
           05  FILLER                  PIC X(09) VALUE "PROGRAM".
           05  FILLER                  PIC X(09) VALUE "OPERATOR".
           05  FILLER                  PIC X(07) VALUE "CUST".
           05  FILLER                  PIC X(15)
                                       VALUE "         AMOUNT".
           05  FILLER                  PIC X(04) VALUE " CCY".
           05  FILLER                  PIC X(07) VALUE " DETAIL".
       01  WS-LINEAGE-LINE.
           05  WS-LL-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-HH                PIC X(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-LL-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  WS-LL-SS                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-EVENT-CODE        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-EVENT-TEXT        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-CUST-ID           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LL-DETAIL            PIC X(20).
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.
       01  WS-MASKED-EDIT              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - INQUIRY NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-HAS-INQUIRY-ROLE
               DISPLAY "OPERATOR DOES NOT HOLD THE INQUIRY ROLE - ",
                   "INQUIRY NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1600-START-SESSION
               THRU 1600-START-SESSION-EXIT.
           IF NOT WS-SESS-IS-ACTIVE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TXNLINE: CUSTMAS NOT AVAILABLE - EVERY ",
                   "CUSTOMER IS TREATED AS SENSITIVE THIS SESSION."
           END-IF.
           PERFORM 2000-ANSWER-ONE-INQUIRY
               THRU 2000-ANSWER-ONE-INQUIRY-EXIT
               UNTIL WS-SESSION-OVER.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "E" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           DISPLAY "TXNLINE: INQUIRIES ANSWERED = " WS-INQUIRY-COUNT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1600-START-SESSION - THE TERMINAL IS KEYED ONCE AND THE   *
      * SESSION TAKEN ON THE SESSMGR REGISTER.  AN OPERATOR       *
      * ALREADY SIGNED ON AT ANOTHER TERMINAL IS REFUSED.         *
      *-----------------------------------------------------------*
       1600-START-SESSION.
           MOVE "N" TO WS-SESS-STATUS.
           DISPLAY "Enter terminal ID: ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.
           IF WS-TERMINAL-ID = SPACES
               DISPLAY "NO TERMINAL ID - INQUIRY NOT PERFORMED."
               GO TO 1600-START-SESSION-EXIT
           END-IF.
           MOVE "S" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF NOT WS-SESS-IS-ACTIVE
               DISPLAY "SESSION REFUSED - INQUIRY NOT PERFORMED."
           END-IF.
       1600-START-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ANSWER-ONE-INQUIRY - ACCEPT A TRANSACTION REFERENCE  *
      * (BLANK SIGNS OFF), CHECK ITS SHAPE, THEN LIST ITS         *
      * LINEAGE.  EVERY INQUIRY IS AUDITED.                       *
      *-----------------------------------------------------------*
       2000-ANSWER-ONE-INQUIRY.
           DISPLAY "Enter transaction reference (blank to sign off): ".
           MOVE SPACES TO WS-INQUIRY-REF.
           ACCEPT WS-INQUIRY-REF.
           IF WS-INQUIRY-REF = SPACES
               SET WS-SESSION-OVER TO TRUE
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           PERFORM 2020-CHECK-SESSION
               THRU 2020-CHECK-SESSION-EXIT.
           IF NOT WS-SESSION-IS-LIVE
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           IF WS-IR-SOURCE = SPACES
               OR WS-IR-DATE IS NOT NUMERIC
               OR WS-IR-SEQUENCE IS NOT NUMERIC
               DISPLAY "A TRANSACTION REFERENCE IS A TWO-CHARACTER ",
                   "SOURCE, A YYYYMMDD DATE AND A SIX-DIGIT NUMBER."
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           ADD 1 TO WS-INQUIRY-COUNT.
           PERFORM 2100-LIST-LINEAGE
               THRU 2100-LIST-LINEAGE-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-TRAIL-AVAILABLE
                   MOVE "LINEAGE-NOTAVAIL" TO WS-AUDIT-RESULT
               WHEN WS-EVENT-COUNT = 0
                   MOVE "LINEAGE-NOTFOUND" TO WS-AUDIT-RESULT
               WHEN OTHER
                   MOVE "LINEAGE-ANSWERED" TO WS-AUDIT-RESULT
           END-EVALUATE.
           PERFORM 0600-LOG-AUDIT-RECORD
               THRU 0600-LOG-AUDIT-RECORD-EXIT.
       2000-ANSWER-ONE-INQUIRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2020-CHECK-SESSION - TOUCH THE SESSION BEFORE ANSWERING.  *
      * ONE IDLE PAST THE LIMIT MAKES THE SAME OPERATOR SIGN ON   *
      * AGAIN; ANYONE ELSE, OR A FAILED SIGN-ON, ENDS THE DIALOG.  *
      *-----------------------------------------------------------*
       2020-CHECK-SESSION.
           MOVE "Y" TO WS-SESS-LIVE-SWITCH.
           MOVE "T" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF WS-SESS-IS-ACTIVE
               GO TO 2020-CHECK-SESSION-EXIT
           END-IF.
           MOVE "N" TO WS-SESS-LIVE-SWITCH.
           DISPLAY "SESSION TIMED OUT - INQUIRY NOT ANSWERED. ",
               "OPERATOR " WS-OPERATOR-ID " MUST SIGN ON AGAIN.".
           MOVE "N" TO WS-RESIGN-SWITCH.
           CALL "OPERSIGN" USING WS-RESIGN-ID, WS-RESIGN-SWITCH,
               WS-RESIGN-ROLES.
           IF NOT WS-RESIGN-VALID
               OR WS-RESIGN-ID NOT = WS-OPERATOR-ID
               DISPLAY "SIGN-ON NOT RESUMED - INQUIRY SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2020-CHECK-SESSION-EXIT
           END-IF.
           MOVE WS-RESIGN-ROLES TO WS-SIGNON-ROLES.
           IF NOT WS-HAS-INQUIRY-ROLE
               DISPLAY "OPERATOR NO LONGER HOLDS THE INQUIRY ROLE - ",
                   "INQUIRY SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2020-CHECK-SESSION-EXIT
           END-IF.
           MOVE "S" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF NOT WS-SESS-IS-ACTIVE
               DISPLAY "SESSION REFUSED - INQUIRY SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2020-CHECK-SESSION-EXIT
           END-IF.
           DISPLAY "SIGNED ON AGAIN - RE-KEY THE REFERENCE.".
       2020-CHECK-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LIST-LINEAGE - TXNTRAIL IS IN THE ORDER THE EVENTS   *
      * HAPPENED, SO ONE PASS LISTS THE REFERENCE'S EVENTS OLDEST *
      * FIRST.  THE LAST ONE READ IS WHERE THE ITEM STANDS NOW.   *
      *-----------------------------------------------------------*
       2100-LIST-LINEAGE.
           MOVE ZERO   TO WS-EVENT-COUNT.
           MOVE ZERO   TO WS-MASKED-COUNT.
           MOVE SPACES TO WS-LAST-EVENT-CODE.
           MOVE SPACES TO WS-LAST-EVENT-DATE.
           MOVE SPACES TO WS-LAST-SENS-CUST-ID.
           MOVE "N"    TO WS-TRAIL-EOF-SWITCH.
           MOVE "N"    TO WS-TRAIL-AVAIL-SWITCH.
           OPEN INPUT LINEAGE-FILE.
           IF NOT WS-TRAIL-OK
               CALL "FILERR" USING "TXNLINE        ", "TXNTRAIL",
                   "OPEN-IN ", WS-TRAIL-FILE-STATUS, "N"
               DISPLAY "TXNLINE: TXNTRAIL COULD NOT BE OPENED - ",
                   "NO LINEAGE CAN BE SHOWN."
               GO TO 2100-LIST-LINEAGE-EXIT
           END-IF.
           SET WS-TRAIL-AVAILABLE TO TRUE.
           DISPLAY "LINEAGE OF TRANSACTION " WS-INQUIRY-REF.
           DISPLAY WS-LINEAGE-HEADING.
           PERFORM 2110-LIST-ONE-EVENT
               THRU 2110-LIST-ONE-EVENT-EXIT
               UNTIL WS-TRAIL-EOF.
           CLOSE LINEAGE-FILE.
           IF WS-EVENT-COUNT = 0
               DISPLAY "NO EVENTS RECORDED FOR THE REFERENCE."
               GO TO 2100-LIST-LINEAGE-EXIT
           END-IF.
           MOVE WS-EVENT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-LAST-EVENT-CODE TO WS-LL-EVENT-CODE.
           PERFORM 2120-NAME-EVENT
               THRU 2120-NAME-EVENT-EXIT.
           DISPLAY "EVENTS " WS-COUNT-EDIT "  LAST EVENT "
               WS-LAST-EVENT-CODE " " WS-EVENT-TEXT " ON "
               WS-LAST-EVENT-DATE.
           IF WS-MASKED-COUNT > 0
               MOVE WS-MASKED-COUNT TO WS-MASKED-EDIT
               DISPLAY WS-MASKED-EDIT " LINE(S) FOR A SENSITIVE ",
                   "CUSTOMER MASKED (SUPERVISOR REQUIRED)."
           END-IF.
       2100-LIST-LINEAGE-EXIT.
           EXIT.

       2110-LIST-ONE-EVENT.
           READ LINEAGE-FILE
               AT END
                   SET WS-TRAIL-EOF TO TRUE
                   GO TO 2110-LIST-ONE-EVENT-EXIT
           END-READ.
           IF TL-TXN-REF NOT = WS-INQUIRY-REF
               GO TO 2110-LIST-ONE-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE TL-EVENT-CODE TO WS-LAST-EVENT-CODE.
           MOVE TL-EVENT-DATE TO WS-LAST-EVENT-DATE.
           MOVE TL-EVENT-CODE TO WS-LL-EVENT-CODE.
           PERFORM 2120-NAME-EVENT
               THRU 2120-NAME-EVENT-EXIT.
           MOVE WS-EVENT-TEXT    TO WS-LL-EVENT-TEXT.
           MOVE TL-EVENT-DATE    TO WS-LL-DATE.
           MOVE TL-EVENT-HH      TO WS-LL-HH.
           MOVE TL-EVENT-MM      TO WS-LL-MM.
           MOVE TL-EVENT-SS      TO WS-LL-SS.
           MOVE TL-PROGRAM       TO WS-LL-PROGRAM.
           IF TL-OPERATOR-ID = SPACES
               MOVE "BATCH"        TO WS-LL-OPERATOR
           ELSE
               MOVE TL-OPERATOR-ID TO WS-LL-OPERATOR
           END-IF.
           MOVE TL-CUST-ID       TO WS-LL-CUST-ID.
           IF TL-AMOUNT IS NUMERIC
               MOVE TL-AMOUNT    TO WS-LL-AMOUNT
           ELSE
               MOVE ZERO         TO WS-LL-AMOUNT
           END-IF.
           MOVE TL-CURRENCY-CODE TO WS-LL-CURRENCY.
           MOVE TL-DETAIL        TO WS-LL-DETAIL.
           PERFORM 2130-CHECK-CUSTOMER
               THRU 2130-CHECK-CUSTOMER-EXIT.
           IF WS-CUSTOMER-SENSITIVE
               PERFORM 2140-HANDLE-SENSITIVE-LINE
                   THRU 2140-HANDLE-SENSITIVE-LINE-EXIT
           END-IF.
           DISPLAY WS-LINEAGE-LINE.
       2110-LIST-ONE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-NAME-EVENT - A SHORT NAME FOR THE EVENT CODE IN      *
      * WS-LL-EVENT-CODE, AS TXNLOG DEFINES THEM.                 *
      *-----------------------------------------------------------*
       2120-NAME-EVENT.
           EVALUATE WS-LL-EVENT-CODE
               WHEN "INTK"
                   MOVE "INTAKE"     TO WS-EVENT-TEXT
               WHEN "MRGE"
                   MOVE "MERGED"     TO WS-EVENT-TEXT
               WHEN "LATE"
                   MOVE "CARRIED"    TO WS-EVENT-TEXT
               WHEN "FUTR"
                   MOVE "WAREHOUSED" TO WS-EVENT-TEXT
               WHEN "CNCL"
                   MOVE "CANCELLED"  TO WS-EVENT-TEXT
               WHEN "PSTD"
                   MOVE "POSTED"     TO WS-EVENT-TEXT
               WHEN "RVSD"
                   MOVE "REVERSED"   TO WS-EVENT-TEXT
               WHEN "REJT"
                   MOVE "REJECTED"   TO WS-EVENT-TEXT
               WHEN "HELD"
                   MOVE "HELD"       TO WS-EVENT-TEXT
               WHEN "RELS"
                   MOVE "RELEASED"   TO WS-EVENT-TEXT
               WHEN "DSCD"
                   MOVE "DISCARDED"  TO WS-EVENT-TEXT
               WHEN "REPR"
                   MOVE "REPAIRED"   TO WS-EVENT-TEXT
               WHEN "WOFF"
                   MOVE "WRITE-OFF"  TO WS-EVENT-TEXT
               WHEN "RCOV"
                   MOVE "RECOVERED"  TO WS-EVENT-TEXT
               WHEN "DISP"
                   MOVE "DISPUTED"   TO WS-EVENT-TEXT
               WHEN "DSPR"
                   MOVE "DISP REVSD" TO WS-EVENT-TEXT
               WHEN "DSPU"
                   MOVE "DISP UPHLD" TO WS-EVENT-TEXT
               WHEN "GLJE"
                   MOVE "JOURNALED"  TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE SPACES       TO WS-EVENT-TEXT
           END-EVALUATE.
       2120-NAME-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2130-CHECK-CUSTOMER - CUSTMAS SAYS WHETHER THE EVENT'S    *
      * CUSTOMER IS SENSITIVE.  AN EVENT WITH NO CUSTOMER, OR ONE *
      * NO LONGER ON FILE, IS SHOWN; WITH CUSTMAS DOWN NOBODY CAN *
      * BE CLEARED, SO EVERY CUSTOMER IS HANDLED AS SENSITIVE.    *
      *-----------------------------------------------------------*
       2130-CHECK-CUSTOMER.
           MOVE "N" TO WS-SENSITIVE-SWITCH.
           IF TL-CUST-ID IS NOT NUMERIC
               GO TO 2130-CHECK-CUSTOMER-EXIT
           END-IF.
           IF NOT WS-CUSTMAS-AVAILABLE
               SET WS-CUSTOMER-SENSITIVE TO TRUE
               GO TO 2130-CHECK-CUSTOMER-EXIT
           END-IF.
           MOVE TL-CUST-ID-NUM TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 2130-CHECK-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-SENSITIVE
               SET WS-CUSTOMER-SENSITIVE TO TRUE
           END-IF.
       2130-CHECK-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2140-HANDLE-SENSITIVE-LINE - A NON-SUPERVISOR SEES THE    *
      * CUSTOMER AND AMOUNT MASKED.  THE FIRST TOUCH OF EACH      *
      * SENSITIVE CUSTOMER IN THE INQUIRY IS LOGGED TO SENSLOG.   *
      *-----------------------------------------------------------*
       2140-HANDLE-SENSITIVE-LINE.
           IF WS-IS-SUPERVISOR
               MOVE "LINEAGE " TO WS-SENS-ACTION
           ELSE
               ADD 1 TO WS-MASKED-COUNT
               MOVE "******"   TO WS-LL-CUST-ID
               MOVE ZERO       TO WS-LL-AMOUNT
               MOVE "WITHHELD" TO WS-SENS-ACTION
           END-IF.
           IF TL-CUST-ID = WS-LAST-SENS-CUST-ID
               GO TO 2140-HANDLE-SENSITIVE-LINE-EXIT
           END-IF.
           MOVE TL-CUST-ID     TO WS-LAST-SENS-CUST-ID.
           MOVE TL-CUST-ID-NUM TO WS-SENS-CUST-ID.
           PERFORM 2150-LOG-SENSITIVE-ACCESS
               THRU 2150-LOG-SENSITIVE-ACCESS-EXIT.
       2140-HANDLE-SENSITIVE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-LOG-SENSITIVE-ACCESS - APPEND ONE SENSLOG ENTRY FOR  *
      * THIS TOUCH OF A SENSITIVE CUSTOMER'S ITEM.                *
      *-----------------------------------------------------------*
       2150-LOG-SENSITIVE-ACCESS.
           OPEN EXTEND SENSITIVE-LOG-FILE.
           IF NOT WS-SENS-OK
               CLOSE SENSITIVE-LOG-FILE
               OPEN OUTPUT SENSITIVE-LOG-FILE
           END-IF.
           MOVE WS-OPERATOR-ID  TO SN-OPERATOR-ID.
           MOVE WS-SENS-CUST-ID TO SN-CUST-ID.
           ACCEPT SN-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-ACCESS-TIME FROM TIME.
           MOVE WS-SENS-ACTION TO SN-ACTION.
           WRITE SENSITIVE-LOG-RECORD.
           CLOSE SENSITIVE-LOG-FILE.
       2150-LOG-SENSITIVE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-LOG-AUDIT-RECORD - APPEND ONE OPERAUDIT ENTRY FOR    *
      * THE INQUIRY JUST ANSWERED.                                *
      *-----------------------------------------------------------*
       0600-LOG-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       0600-LOG-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM TXNLINE.
