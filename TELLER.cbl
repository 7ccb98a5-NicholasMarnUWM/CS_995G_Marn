      * OPERSIGN subprogram and must hold the intake role; each
      * entered transaction is verified against CUSTMAS (on file and
      * active) and the IDCHECK check-digit scheme, its amounts are
      * validated through the shared NUMCHECK, an add is held to the
      * customer's LIMITMAS exposure limit (with a supervisor
      * override for a one-off breach), and an accepted
      * transaction is appended to the ADDDAY intra-day file as a
      * 44-byte record: the ADDTRAN detail fields followed by the
      * branch code and the transaction reference.  ADDMERGE folds
      * ADDDAY into the night's ADDTRANM alongside the EXCPMGR
      * repairs, so counter work flows through the same posting,
      * control-total, and GL chain as batch work.  A blank customer
      * ID signs the session off.  The session is held on the
      * shared SESSMGR register against the terminal keyed at
      * sign-on: an operator already signed on elsewhere is refused,
      * and a counter left idle past the limit forces the operator
      * to sign on again before the next item is taken.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 COUNTER LIKE AN INACTIVE ONE, WITH THE
      *                 SURVIVING ID NAMED, SO NEW WORK CANNOT POST
      *                 UNDER THE DUPLICATE ID.
      * 10/15/2026  NM  ONCE THE CUSTOMER IS VERIFIED THE COUNTER
      *                 NOW SHOWS THE CUSTOMER'S BALANCES FROM THE
      *                 BALMAS BALANCE MASTER - LEDGER, MONTH-TO-DATE,
      *                 YEAR-TO-DATE AND LAST ACTIVITY DATE PER
      *                 CURRENCY, AS POSTED BY LAST NIGHT'S RUN.
      * 10/15/2026  NM  AN ADD IS NOW CHECKED AGAINST THE CUSTOMER'S
      *                 LIMITMAS NIGHTLY EXPOSURE LIMIT BEFORE IT IS
      *                 ACCEPTED, COUNTING TODAY'S ADDDAY ENTRIES
      *                 CONVERTED TO BASE THROUGH CURRMAS.  A BREACH
      *                 IS REFUSED UNLESS A SUPERVISOR SIGNS ON AT THE
      *                 COUNTER AND APPROVES A ONE-OFF OVERRIDE; THE
      *                 ITEM IS THEN WRITTEN WITH TRAN CODE "O", WHICH
      *                 THE POSTING RUN'S LIMIT CHECK HONOURS, AND THE
      *                 APPROVAL (OR REFUSAL) IS STAMPED TO OPERAUDIT.
      * 10/15/2026  NM  THE COUNTER'S BRANCH CODE IS KEYED AT SIGN-ON,
      *                 CHECKED OPEN ON BRANCHMS THROUGH BRCHCHK, AND
      *                 STAMPED ON EVERY ADDDAY ITEM (NOW 28 BYTES).
      * 10/15/2026  NM  AN ADD FOR A CUSTOMER WHOSE KYC REVIEW IS PAST
      *                 DUE BEYOND THE GRACE PERIOD IS REFUSED AT THE
      *                 COUNTER THROUGH THE SHARED KYCCHK, MATCHING THE
      *                 POSTING RUN'S KYCX REJECT; INSIDE THE GRACE
      *                 PERIOD THE TELLER IS WARNED.  REVERSALS ARE NOT
      *                 CHECKED.
      * 10/15/2026  NM  LIMITMAS RECORD LAYOUT EXTENDED WITH THE LIMIT
      *                 SOURCE, TIER BUCKET, AND SET DATE AND USER NOW
      *                 THAT LIMREFR SETS LIMITS FROM THE TIER SCHEDULE
      *                 (60 BYTES; LIMCONV CONVERTS THE OLD FILE).
      * 10/15/2026  NM  A MIGRATED LEGACY CUSTOMER ID IS ACCEPTED DURING
      *                 ITS TRANSITION WINDOW: THE SHARED IDALIAS TURNS
      *                 IT INTO THE NEW SELF-VERIFYING ID, THE COUNTER
      *                 SAYS SO, AND THE WORK POSTS UNDER THE NEW ID.
      * 10/15/2026  NM  THE TERMINAL IS NOW KEYED AT SIGN-ON AND THE
      *                 SESSION HELD ON THE SESSMGR REGISTER. A SECOND
      *                 SESSION FOR THE SAME OPERATOR IS REFUSED, AND A
      *                 COUNTER LEFT IDLE PAST THE LIMIT DISCARDS THE
      *                 ITEM IN HAND AND FORCES THE OPERATOR TO SIGN ON
      *                 AGAIN.
      * 10/15/2026  NM  EACH ACCEPTED ITEM TAKES A TRANSACTION REFERENCE
      *                 FROM TXNREF, SHOWN TO THE TELLER AND CARRIED ON
      *                 ADDDAY (NOW 44 BYTES), AND ITS INTAKE BY THE
      *                 SIGNED-ON OPERATOR IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      * 10/15/2026  NM  AN APPROVED LIMIT OVERRIDE IS COUNTED AND
      *                 STAMPED LIMT-OVR TO OPERAUDIT ONLY AFTER THE
      *                 ITEM IS WRITTEN TO ADDDAY, SO AN ITEM DISCARDED
      *                 BY THE SESSION CHECK LEAVES NO OVERRIDE BEHIND.
      *                 TXNSEQ AND TXNTRAIL ARE CLOSED AFTER EVERY ITEM
      *                 INSTEAD OF AT SIGN-OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER.
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT DAY-FILE ASSIGN TO "ADDDAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-FILE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURRENCY-CODE
               FILE STATUS IS WS-CURRM-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  CUSTOMER-BALANCE-FILE.
       01  CUSTOMER-BALANCE-RECORD.
           05  BL-KEY.
               10  BL-CUST-ID          PIC 9(06).
               10  BL-CURRENCY-CODE    PIC X(03).
           05  BL-LEDGER-BALANCE       PIC S9(11)V9(02).
           05  BL-LAST-ACTIVITY-DATE   PIC X(08).
           05  BL-MTD-PERIOD           PIC X(06).
           05  BL-MTD-TOTAL            PIC S9(11)V9(02).
           05  BL-YTD-YEAR             PIC X(04).
           05  BL-YTD-TOTAL            PIC S9(11)V9(02).
           05  FILLER                  PIC X(14).

       FD  DAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  DAY-RECORD.
           05  DY-TRAN-CODE            PIC X(01).
           05  DY-CUST-ID              PIC 9(06).
           05  DY-NUM1                 PIC 9(05)V9(02).
           05  DY-NUM2                 PIC 9(05)V9(02).
           05  DY-CURRENCY-CODE        PIC X(03).
           05  DY-BRANCH-CODE          PIC X(04).
           05  DY-TXN-REF              PIC X(16).

       FD  LIMIT-MASTER-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  CURRENCY-MASTER-FILE.
       01  CURRENCY-MASTER-RECORD.
           05  CU-CURRENCY-CODE        PIC X(03).
           05  CU-EXCHANGE-RATE        PIC 9(03)V9(04).
           05  CU-EFF-DATE             PIC X(08).
           05  CU-DECIMAL-PLACES       PIC 9(01).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BAL-OK                         VALUE "00".
           88  WS-BAL-EOF                        VALUE "10".
       01  WS-BALMAS-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-BALMAS-AVAILABLE               VALUE "Y".
       01  WS-BAL-DONE-SWITCH          PIC X(01) VALUE "N".
           88  WS-BAL-DONE                       VALUE "Y".
       01  WS-BAL-CUST-ID              PIC 9(06) VALUE ZERO.
       01  WS-BAL-TODAY                PIC X(08) VALUE SPACES.
       77  WS-BAL-SHOWN-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-BAL-LINE.
           05  WS-BAL-LINE-CURRENCY    PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BAL-LINE-LEDGER      PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BAL-LINE-MTD         PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BAL-LINE-YTD         PIC -(11)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BAL-LINE-LAST-DATE   PIC X(08).
       01  WS-DAY-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-DAY-OK                         VALUE "00".
           88  WS-DAY-EOF                        VALUE "10".
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LIMIT-OK                       VALUE "00".
       01  WS-LIMIT-AVAIL-SWITCH       PIC X(01) VALUE "N".
           88  WS-LIMITMAS-AVAILABLE             VALUE "Y".
       01  WS-CURRM-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CURRM-OK                       VALUE "00".
       01  WS-CURRM-AVAIL-SWITCH       PIC X(01) VALUE "N".
           88  WS-CURRMAS-AVAILABLE              VALUE "Y".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
      * COUNTER EXPOSURE CHECK: TODAY'S ADDDAY ITEMS FOR THE
      * CUSTOMER PLUS THE ONE BEING ENTERED, IN BASE CURRENCY, AS
      * THE POSTING RUN'S 2650-CHECK-EXPOSURE-LIMIT WILL SEE THEM.
       01  WS-RATE-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-CONV-RATE                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-RATE-FOUND                     VALUE "Y".
       01  WS-EXPO-ITEM                PIC S9(11)V9(04) VALUE ZERO.
       01  WS-EXPO-RUNNING             PIC S9(11)V9(04) VALUE ZERO.
       01  WS-EXPO-CANDIDATE           PIC S9(12)V9(04) VALUE ZERO.
       01  WS-EXPO-LIMIT-SHOW          PIC -(11)9.99.
       01  WS-EXPO-CANDIDATE-SHOW      PIC -(11)9.99.
       01  WS-ENTRY-CLEARED-SWITCH     PIC X(01) VALUE "Y".
           88  WS-ENTRY-CLEARED                  VALUE "Y".
       01  WS-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
           88  WS-LIMIT-OVERRIDDEN               VALUE "Y".
       01  WS-OVERRIDE-ANSWER          PIC X(01) VALUE SPACE.
       01  WS-SUPER-ID                 PIC X(08) VALUE SPACES.
       01  WS-SUPER-SIGNON-SWITCH      PIC X(01) VALUE "N".
           88  WS-SUPER-SIGNON-VALID             VALUE "Y".
       01  WS-SUPER-ROLES.
           05  WS-SUPER-ROLE-INTAKE    PIC X(01).
           05  WS-SUPER-ROLE-INQUIRY   PIC X(01).
           05  WS-SUPER-ROLE-SUPER     PIC X(01).
               88  WS-SUPER-IS-SUPERVISOR        VALUE "Y".
           05  WS-SUPER-ROLE-MAINT     PIC X(01).
       01  WS-AUDIT-OPERATOR           PIC X(08) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-SESSION-SWITCH           PIC X(01) VALUE "N".
           88  WS-SESSION-OVER                   VALUE "Y".
       01  WS-TERMINAL-ID              PIC X(08) VALUE SPACES.
       01  WS-SESS-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-SESS-PROGRAM             PIC X(08) VALUE "TELLER".
       01  WS-SESS-STATUS              PIC X(01) VALUE SPACE.
           88  WS-SESS-IS-ACTIVE                 VALUE "Y".
           88  WS-SESS-TIMED-OUT                 VALUE "X".
       01  WS-SESS-LIVE-SWITCH         PIC X(01) VALUE "Y".
           88  WS-SESSION-IS-LIVE                VALUE "Y".
       01  WS-RESIGN-ID                PIC X(08) VALUE SPACES.
       01  WS-RESIGN-SWITCH            PIC X(01) VALUE "N".
           88  WS-RESIGN-VALID                   VALUE "Y".
       01  WS-RESIGN-ROLES             PIC X(04) VALUE SPACES.
       01  WS-BRANCH-CODE              PIC X(04) VALUE SPACES.
       01  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       01  WS-BRANCH-RESULT            PIC X(01) VALUE SPACE.
           88  WS-BRANCH-IS-OPEN                 VALUE "O".
           88  WS-BRANCH-IS-CLOSED               VALUE "C".
           88  WS-BRANCH-UNAVAILABLE             VALUE "X".
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-IN-GRACE                   VALUE "G".
           88  WS-KYC-EXPIRED                    VALUE "E".
       01  WS-KYC-RATING               PIC X(01) VALUE SPACE.
       01  WS-KYC-NEXT-DATE            PIC X(08) VALUE SPACES.
       01  WS-ENTRY-ID                 PIC X(06) VALUE SPACES.
       01  WS-ENTRY-CUST-ID            PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-CODE               PIC X(01) VALUE SPACE.
       01  WS-ID-VALID-SWITCH          PIC X(01) VALUE "N".
           88  WS-ID-IS-VALID                    VALUE "Y".
       01  WS-ID-RESULT-TEXT           PIC X(15) VALUE SPACES.
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "TL".
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
       77  WS-ENTERED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-OVERRIDE-COUNT           PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-CAPTURE-BRANCH
               THRU 1500-CAPTURE-BRANCH-EXIT.
           IF NOT WS-BRANCH-IS-OPEN
               AND NOT WS-BRANCH-UNAVAILABLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1600-START-SESSION
               THRU 1600-START-SESSION-EXIT.
           IF NOT WS-SESS-IS-ACTIVE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               DISPLAY "TELLER: CUSTMAS COULD NOT BE OPENED - ",
                   "TELLER ENTRY NOT PERFORMED."
               MOVE "E" TO WS-SESS-FUNCTION
               CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
                   WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-BALMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF WS-BAL-OK
               SET WS-BALMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TELLER: BALMAS NOT AVAILABLE - ",
                   "BALANCES NOT SHOWN THIS SESSION."
           END-IF.
           MOVE "N" TO WS-LIMIT-AVAIL-SWITCH.
           OPEN INPUT LIMIT-MASTER-FILE.
           IF WS-LIMIT-OK
               SET WS-LIMITMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TELLER: LIMITMAS NOT AVAILABLE - ",
                   "EXPOSURE LIMITS NOT CHECKED THIS SESSION."
           END-IF.
           MOVE "N" TO WS-CURRM-AVAIL-SWITCH.
           OPEN INPUT CURRENCY-MASTER-FILE.
           IF WS-CURRM-OK
               SET WS-CURRMAS-AVAILABLE TO TRUE
           END-IF.
           PERFORM 2000-ENTER-ONE-TRANSACTION
               THRU 2000-ENTER-ONE-TRANSACTION-EXIT
               UNTIL WS-SESSION-OVER.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-BALMAS-AVAILABLE
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-LIMITMAS-AVAILABLE
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           IF WS-CURRMAS-AVAILABLE
               CLOSE CURRENCY-MASTER-FILE
           END-IF.
           CALL "BRCHCHK" USING "C", WS-BRANCH-CODE,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           MOVE "C" TO WS-KYC-FUNCTION.
           CALL "KYCCHK" USING WS-KYC-FUNCTION, WS-ENTRY-CUST-ID,
               WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE.
           MOVE "E" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           DISPLAY "TELLER: BRANCH    = " WS-BRANCH-CODE.
           DISPLAY "TELLER: ENTERED   = " WS-ENTERED-COUNT.
           DISPLAY "TELLER: ACCEPTED  = " WS-ACCEPTED-COUNT.
           DISPLAY "TELLER: REJECTED  = " WS-REJECTED-COUNT.
           DISPLAY "TELLER: OVERRIDES = " WS-OVERRIDE-COUNT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1500-CAPTURE-BRANCH - THE COUNTER'S BRANCH IS KEYED ONCE   *
      * PER SESSION AND STAMPED ON EVERY ADDDAY ITEM.  IT MUST BE  *
      * OPEN ON THE BRANCHMS MASTER; WITHOUT A MASTER IT IS TAKEN  *
      * AS KEYED.                                                  *
      *-----------------------------------------------------------*
       1500-CAPTURE-BRANCH.
           DISPLAY "Enter branch code: ".
           MOVE SPACES TO WS-BRANCH-CODE.
           ACCEPT WS-BRANCH-CODE.
           IF WS-BRANCH-CODE = SPACES
               MOVE "U" TO WS-BRANCH-RESULT
               DISPLAY "NO BRANCH CODE - TELLER ENTRY NOT PERFORMED."
               GO TO 1500-CAPTURE-BRANCH-EXIT
           END-IF.
           CALL "BRCHCHK" USING "V", WS-BRANCH-CODE,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           IF WS-BRANCH-IS-OPEN
               DISPLAY "BRANCH " WS-BRANCH-CODE " " WS-BRANCH-NAME
               GO TO 1500-CAPTURE-BRANCH-EXIT
           END-IF.
           IF WS-BRANCH-UNAVAILABLE
               DISPLAY "BRANCH " WS-BRANCH-CODE " NOT VALIDATED - ",
                   "NO BRANCH MASTER."
               GO TO 1500-CAPTURE-BRANCH-EXIT
           END-IF.
           IF WS-BRANCH-IS-CLOSED
               DISPLAY "BRANCH " WS-BRANCH-CODE " IS CLOSED - ",
                   "TELLER ENTRY NOT PERFORMED."
           ELSE
               DISPLAY "BRANCH " WS-BRANCH-CODE " IS NOT ON FILE - ",
                   "TELLER ENTRY NOT PERFORMED."
           END-IF.
       1500-CAPTURE-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-START-SESSION - THE COUNTER'S TERMINAL IS KEYED ONCE  *
      * AND THE SESSION TAKEN ON THE SESSMGR REGISTER.  AN         *
      * OPERATOR ALREADY SIGNED ON AT ANOTHER TERMINAL IS REFUSED. *
      *-----------------------------------------------------------*
       1600-START-SESSION.
           MOVE "N" TO WS-SESS-STATUS.
           DISPLAY "Enter terminal ID: ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.
           IF WS-TERMINAL-ID = SPACES
               DISPLAY "NO TERMINAL ID - TELLER ENTRY NOT PERFORMED."
               GO TO 1600-START-SESSION-EXIT
           END-IF.
           MOVE "S" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF NOT WS-SESS-IS-ACTIVE
               DISPLAY "SESSION REFUSED - TELLER ENTRY NOT PERFORMED."
           END-IF.
       1600-START-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ENTER-ONE-TRANSACTION - ONE PASS THROUGH THE COUNTER  *
      * DIALOG.  A BLANK CUSTOMER ID SIGNS THE SESSION OFF; AN     *
               SET WS-SESSION-OVER TO TRUE
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM 2050-CHECK-SESSION
               THRU 2050-CHECK-SESSION-EXIT.
           IF NOT WS-SESSION-IS-LIVE
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           ADD 1 TO WS-ENTERED-COUNT.
           IF WS-ENTRY-ID IS NOT NUMERIC
               DISPLAY "CUSTOMER ID MUST BE NUMERIC."
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM 2150-SHOW-BALANCES
               THRU 2150-SHOW-BALANCES-EXIT.
           DISPLAY "Transaction code (A=ADD, R=REVERSAL): ".
           MOVE SPACE TO WS-ENTRY-CODE.
           ACCEPT WS-ENTRY-CODE.
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           IF WS-ENTRY-CODE = "A"
               PERFORM 2250-CHECK-KYC-REVIEW
                   THRU 2250-CHECK-KYC-REVIEW-EXIT
               IF WS-KYC-EXPIRED
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
               END-IF
           END-IF.
           DISPLAY "Amount 1 (9999999, two implied decimals): ".
           MOVE SPACES TO WS-ENTRY-NUM1.
           ACCEPT WS-ENTRY-NUM1.
           DISPLAY "Currency code (blank for base): ".
           MOVE SPACES TO WS-ENTRY-CURRENCY.
           ACCEPT WS-ENTRY-CURRENCY.
           MOVE "Y" TO WS-ENTRY-CLEARED-SWITCH.
           MOVE "N" TO WS-OVERRIDE-SWITCH.
           IF WS-ENTRY-CODE = "A"
               PERFORM 2300-CHECK-EXPOSURE
                   THRU 2300-CHECK-EXPOSURE-EXIT
           END-IF.
           IF NOT WS-ENTRY-CLEARED
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM 2050-CHECK-SESSION
               THRU 2050-CHECK-SESSION-EXIT.
           IF NOT WS-SESSION-IS-LIVE
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2000-ENTER-ONE-TRANSACTION-EXIT
           END-IF.
           PERFORM 2200-WRITE-DAY-RECORD
               THRU 2200-WRITE-DAY-RECORD-EXIT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           DISPLAY "TRANSACTION ACCEPTED FOR TONIGHT'S POSTING.".
           IF WS-RQ-REFERENCE NOT = SPACES
               DISPLAY "TRANSACTION REFERENCE " WS-RQ-REFERENCE
           END-IF.
       2000-ENTER-ONE-TRANSACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CHECK-SESSION - THE OPERATOR IS BACK AT THE COUNTER.  *
      * A SESSION IDLE PAST THE SESSMGR LIMIT HAS BEEN SIGNED OFF; *
      * THE ITEM IN HAND IS DISCARDED AND THE SAME OPERATOR MUST   *
      * SIGN ON AGAIN, STILL HOLDING THE INTAKE ROLE, OR THE       *
      * COUNTER SESSION ENDS.                                      *
      *-----------------------------------------------------------*
       2050-CHECK-SESSION.
           MOVE "Y" TO WS-SESS-LIVE-SWITCH.
           MOVE "T" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF WS-SESS-IS-ACTIVE
               GO TO 2050-CHECK-SESSION-EXIT
           END-IF.
           MOVE "N" TO WS-SESS-LIVE-SWITCH.
           DISPLAY "SESSION TIMED OUT - ENTRY DISCARDED. OPERATOR "
               WS-OPERATOR-ID " MUST SIGN ON AGAIN.".
           MOVE "N" TO WS-RESIGN-SWITCH.
           CALL "OPERSIGN" USING WS-RESIGN-ID, WS-RESIGN-SWITCH,
               WS-RESIGN-ROLES.
           IF NOT WS-RESIGN-VALID
               OR WS-RESIGN-ID NOT = WS-OPERATOR-ID
               DISPLAY "SIGN-ON NOT RESUMED - TELLER SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2050-CHECK-SESSION-EXIT
           END-IF.
           MOVE WS-RESIGN-ROLES TO WS-SIGNON-ROLES.
           IF NOT WS-HAS-INTAKE-ROLE
               DISPLAY "OPERATOR NO LONGER HOLDS THE INTAKE ROLE - ",
                   "TELLER SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2050-CHECK-SESSION-EXIT
           END-IF.
           MOVE "S" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           IF NOT WS-SESS-IS-ACTIVE
               DISPLAY "SESSION REFUSED - TELLER SESSION ENDED."
               SET WS-SESSION-OVER TO TRUE
               GO TO 2050-CHECK-SESSION-EXIT
           END-IF.
           DISPLAY "SIGNED ON AGAIN - RE-KEY THE ENTRY.".
       2050-CHECK-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-VERIFY-CUSTOMER - THE CUSTOMER MUST BE ON CUSTMAS AND *
      * ACTIVE, AND THE ID MUST PASS THE IDCHECK CHECK-DIGIT       *
      * SCHEME (AN ID THE PRIME RUN HAS NOT COVERED PROCEEDS WITH  *
      * A WARNING, AS AT INTAKE).  A MIGRATED LEGACY ID STILL IN  *
      * ITS TRANSITION WINDOW IS TAKEN AS THE NEW ID IT BECAME.    *
      *-----------------------------------------------------------*
       2100-VERIFY-CUSTOMER.
           MOVE "N" TO WS-ID-VALID-SWITCH.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-ENTRY-CUST-ID, WS-ALIAS-SWITCH,
               "TELLER         ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "CUSTOMER " WS-ENTRY-ID " IS A LEGACY ID - NOW "
                   WS-ENTRY-CUST-ID " - WORK POSTS UNDER THE NEW ID."
           END-IF.
           MOVE WS-ENTRY-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
       2100-VERIFY-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-SHOW-BALANCES - LIST THE CUSTOMER'S BALMAS BALANCES,  *
      * ONE LINE PER CURRENCY HELD: LEDGER BALANCE, MONTH-TO-DATE  *
      * AND YEAR-TO-DATE NET ACTIVITY, AND LAST ACTIVITY DATE, AS  *
      * POSTED BY LAST NIGHT'S RUN.  A MONTH OR YEAR FIGURE LAST   *
      * TOUCHED IN AN EARLIER PERIOD SHOWS AS ZERO.                *
      *-----------------------------------------------------------*
       2150-SHOW-BALANCES.
           IF NOT WS-BALMAS-AVAILABLE
               DISPLAY "BALANCES    : NOT AVAILABLE."
               GO TO 2150-SHOW-BALANCES-EXIT
           END-IF.
           ACCEPT WS-BAL-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO        TO WS-BAL-SHOWN-COUNT.
           MOVE "N"         TO WS-BAL-DONE-SWITCH.
           MOVE CM-CUST-ID  TO WS-BAL-CUST-ID.
           MOVE CM-CUST-ID  TO BL-CUST-ID.
           MOVE LOW-VALUES  TO BL-CURRENCY-CODE.
           START CUSTOMER-BALANCE-FILE KEY IS NOT LESS THAN BL-KEY
               INVALID KEY
                   SET WS-BAL-DONE TO TRUE
           END-START.
           IF NOT WS-BAL-DONE
               DISPLAY "BALANCES    : CCY  LEDGER BALANCE",
                   "    MONTH-TO-DATE     YEAR-TO-DATE  LAST ACT"
           END-IF.
           PERFORM 2160-SHOW-ONE-BALANCE
               THRU 2160-SHOW-ONE-BALANCE-EXIT
               UNTIL WS-BAL-DONE.
           IF WS-BAL-SHOWN-COUNT = 0
               DISPLAY "BALANCES    : NO POSTED ACTIVITY ON FILE."
           END-IF.
       2150-SHOW-BALANCES-EXIT.
           EXIT.

       2160-SHOW-ONE-BALANCE.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-DONE TO TRUE
                   GO TO 2160-SHOW-ONE-BALANCE-EXIT
           END-READ.
           IF BL-CUST-ID NOT = WS-BAL-CUST-ID
               SET WS-BAL-DONE TO TRUE
               GO TO 2160-SHOW-ONE-BALANCE-EXIT
           END-IF.
           IF BL-MTD-PERIOD NOT = WS-BAL-TODAY(1:6)
               MOVE ZERO TO BL-MTD-TOTAL
           END-IF.
           IF BL-YTD-YEAR NOT = WS-BAL-TODAY(1:4)
               MOVE ZERO TO BL-YTD-TOTAL
           END-IF.
           MOVE BL-CURRENCY-CODE      TO WS-BAL-LINE-CURRENCY.
           IF BL-CURRENCY-CODE = SPACES
               MOVE "BAS"             TO WS-BAL-LINE-CURRENCY
           END-IF.
           MOVE BL-LEDGER-BALANCE     TO WS-BAL-LINE-LEDGER.
           MOVE BL-MTD-TOTAL          TO WS-BAL-LINE-MTD.
           MOVE BL-YTD-TOTAL          TO WS-BAL-LINE-YTD.
           MOVE BL-LAST-ACTIVITY-DATE TO WS-BAL-LINE-LAST-DATE.
           DISPLAY "              " WS-BAL-LINE.
           ADD 1 TO WS-BAL-SHOWN-COUNT.
       2160-SHOW-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-DAY-RECORD - APPEND THE ITEM TO ADDDAY AND LOG  *
      * ITS INTAKE.  AN APPROVED OVERRIDE IS COUNTED AND STAMPED   *
      * TO OPERAUDIT ONLY NOW THE ITEM IS WRITTEN.  TXNSEQ AND     *
      * TXNTRAIL ARE CLOSED AFTER EVERY ITEM, AS ADDDAY AND        *
      * OPERAUDIT ARE, SO OTHER COUNTERS AND THE NIGHT'S STEPS     *
      * ARE NEVER LOCKED OUT BY AN OPEN SESSION.                   *
      *-----------------------------------------------------------*
       2200-WRITE-DAY-RECORD.
           PERFORM 2210-ASSIGN-REFERENCE
               THRU 2210-ASSIGN-REFERENCE-EXIT.
           OPEN EXTEND DAY-FILE.
           IF NOT WS-DAY-OK
               CLOSE DAY-FILE
               OPEN OUTPUT DAY-FILE
           END-IF.
           MOVE WS-ENTRY-CODE     TO DY-TRAN-CODE.
           IF WS-LIMIT-OVERRIDDEN
               MOVE "O"           TO DY-TRAN-CODE
           END-IF.
           MOVE WS-ENTRY-CUST-ID  TO DY-CUST-ID.
           MOVE WS-ENTRY-NUM1-N   TO DY-NUM1.
           MOVE WS-ENTRY-NUM2-N   TO DY-NUM2.
           MOVE WS-ENTRY-CURRENCY TO DY-CURRENCY-CODE.
           MOVE WS-BRANCH-CODE    TO DY-BRANCH-CODE.
           MOVE WS-RQ-REFERENCE   TO DY-TXN-REF.
           WRITE DAY-RECORD.
           CLOSE DAY-FILE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           IF WS-LIMIT-OVERRIDDEN
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE WS-SUPER-ID TO WS-AUDIT-OPERATOR
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "LIMT-OVR " DELIMITED BY SIZE
                   WS-ENTRY-CUST-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
               PERFORM 2450-LOG-AUDIT-RECORD
                   THRU 2450-LOG-AUDIT-RECORD-EXIT
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       2200-WRITE-DAY-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2210-ASSIGN-REFERENCE - THE ITEM TAKES ITS TRANSACTION     *
      * REFERENCE FROM TXNREF, AND ITS INTAKE AT THIS COUNTER BY   *
      * THIS OPERATOR IS THE FIRST EVENT ON ITS TXNTRAIL LINEAGE.  *
      *-----------------------------------------------------------*
       2210-ASSIGN-REFERENCE.
           ACCEPT WS-RQ-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES            TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE   TO WS-LE-TXN-REF.
           MOVE "INTK"            TO WS-LE-EVENT-CODE.
           MOVE "TELLER"          TO WS-LE-PROGRAM.
           MOVE WS-OPERATOR-ID    TO WS-LE-OPERATOR-ID.
           MOVE WS-ENTRY-CUST-ID  TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-ENTRY-NUM1-N + WS-ENTRY-NUM2-N.
           MOVE WS-ENTRY-CURRENCY TO WS-LE-CURRENCY-CODE.
           IF WS-LIMIT-OVERRIDDEN
               STRING "BRANCH " WS-BRANCH-CODE " OVERRIDE"
                   DELIMITED BY SIZE INTO WS-LE-DETAIL
           ELSE
               STRING "BRANCH " WS-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-LE-DETAIL
           END-IF.
       2210-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-CHECK-KYC-REVIEW - AN ADD FOR A CUSTOMER WHOSE KYC    *
      * REVIEW IS PAST DUE BEYOND THE GRACE PERIOD IS REFUSED AT   *
      * THE COUNTER, AS THE POSTING RUN WOULD REJECT IT.  INSIDE   *
      * THE GRACE PERIOD THE TELLER IS ONLY WARNED.  REVERSALS     *
      * ARE NEVER CHECKED.                                         *
      *-----------------------------------------------------------*
       2250-CHECK-KYC-REVIEW.
           MOVE "V" TO WS-KYC-FUNCTION.
           CALL "KYCCHK" USING WS-KYC-FUNCTION, WS-ENTRY-CUST-ID,
               WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE.
           IF WS-KYC-EXPIRED
               DISPLAY "KYC REVIEW WAS DUE " WS-KYC-NEXT-DATE
                   " AND IS PAST THE GRACE PERIOD - ADD REFUSED."
               DISPLAY "REFER THE CUSTOMER FOR A KYC REVIEW; ",
                   "REVERSALS ARE STILL ACCEPTED."
           END-IF.
           IF WS-KYC-IN-GRACE
               DISPLAY "WARNING: KYC REVIEW WAS DUE " WS-KYC-NEXT-DATE
                   " - REFER THE CUSTOMER FOR REVIEW."
           END-IF.
       2250-CHECK-KYC-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHECK-EXPOSURE - WOULD THIS ADD TAKE THE CUSTOMER     *
      * PAST ITS LIMITMAS NIGHTLY LIMIT?  TODAY'S ADDDAY ITEMS FOR *
      * THE CUSTOMER (ADDS UP, REVERSALS DOWN) PLUS THIS ONE ARE   *
      * PRICED TO BASE THROUGH CURRMAS, AS THE POSTING RUN PRICES  *
      * THEM.  NO LIMIT RECORD, OR NO LIMITMAS, NEVER BLOCKS; A    *
      * CURRENCY THE COUNTER CANNOT PRICE IS LEFT TO THE NIGHT.    *
      * A BREACH GOES TO 2400 FOR A SUPERVISOR OVERRIDE.           *
      *-----------------------------------------------------------*
       2300-CHECK-EXPOSURE.
           IF NOT WS-LIMITMAS-AVAILABLE
               GO TO 2300-CHECK-EXPOSURE-EXIT
           END-IF.
           MOVE WS-ENTRY-CUST-ID TO LM-CUST-ID.
           READ LIMIT-MASTER-FILE
               INVALID KEY
                   GO TO 2300-CHECK-EXPOSURE-EXIT
           END-READ.
           MOVE WS-ENTRY-CURRENCY TO WS-RATE-CURRENCY.
           PERFORM 2350-LOOKUP-RATE
               THRU 2350-LOOKUP-RATE-EXIT.
           IF NOT WS-RATE-FOUND
               DISPLAY "CURRENCY " WS-ENTRY-CURRENCY
                   " NOT ON CURRMAS - EXPOSURE NOT CHECKED AT THE ",
                   "COUNTER."
               GO TO 2300-CHECK-EXPOSURE-EXIT
           END-IF.
           COMPUTE WS-EXPO-CANDIDATE =
               (WS-ENTRY-NUM1-N + WS-ENTRY-NUM2-N) * WS-CONV-RATE.
           MOVE ZERO TO WS-EXPO-RUNNING.
           OPEN INPUT DAY-FILE.
           IF WS-DAY-OK
               PERFORM 2310-ADD-ONE-DAY-ITEM
                   THRU 2310-ADD-ONE-DAY-ITEM-EXIT
                   UNTIL WS-DAY-EOF
               CLOSE DAY-FILE
           END-IF.
           ADD WS-EXPO-RUNNING TO WS-EXPO-CANDIDATE.
           IF WS-EXPO-CANDIDATE NOT > LM-NIGHTLY-LIMIT
               GO TO 2300-CHECK-EXPOSURE-EXIT
           END-IF.
           MOVE LM-NIGHTLY-LIMIT  TO WS-EXPO-LIMIT-SHOW.
           MOVE WS-EXPO-CANDIDATE TO WS-EXPO-CANDIDATE-SHOW.
           DISPLAY "EXPOSURE LIMIT     : " WS-EXPO-LIMIT-SHOW.
           DISPLAY "TODAY WITH THIS ITEM: " WS-EXPO-CANDIDATE-SHOW.
           DISPLAY "THIS ITEM WOULD BREACH THE CUSTOMER'S NIGHTLY ",
               "EXPOSURE LIMIT.".
           PERFORM 2400-SUPERVISOR-OVERRIDE
               THRU 2400-SUPERVISOR-OVERRIDE-EXIT.
       2300-CHECK-EXPOSURE-EXIT.
           EXIT.

       2310-ADD-ONE-DAY-ITEM.
           READ DAY-FILE
               AT END
                   SET WS-DAY-EOF TO TRUE
                   GO TO 2310-ADD-ONE-DAY-ITEM-EXIT
           END-READ.
           IF DY-CUST-ID NOT = WS-ENTRY-CUST-ID
               OR DY-NUM1 IS NOT NUMERIC
               OR DY-NUM2 IS NOT NUMERIC
               GO TO 2310-ADD-ONE-DAY-ITEM-EXIT
           END-IF.
           MOVE DY-CURRENCY-CODE TO WS-RATE-CURRENCY.
           PERFORM 2350-LOOKUP-RATE
               THRU 2350-LOOKUP-RATE-EXIT.
           IF NOT WS-RATE-FOUND
               GO TO 2310-ADD-ONE-DAY-ITEM-EXIT
           END-IF.
           COMPUTE WS-EXPO-ITEM = (DY-NUM1 + DY-NUM2) * WS-CONV-RATE.
           IF DY-TRAN-CODE = "R"
               SUBTRACT WS-EXPO-ITEM FROM WS-EXPO-RUNNING
           ELSE
               ADD WS-EXPO-ITEM TO WS-EXPO-RUNNING
           END-IF.
       2310-ADD-ONE-DAY-ITEM-EXIT.
           EXIT.

       2350-LOOKUP-RATE.
           SET WS-RATE-FOUND TO TRUE.
           MOVE 1.0000 TO WS-CONV-RATE.
           IF WS-RATE-CURRENCY = SPACES
               GO TO 2350-LOOKUP-RATE-EXIT
           END-IF.
           MOVE "N" TO WS-RATE-FOUND-SWITCH.
           IF NOT WS-CURRMAS-AVAILABLE
               GO TO 2350-LOOKUP-RATE-EXIT
           END-IF.
           MOVE WS-RATE-CURRENCY TO CU-CURRENCY-CODE.
           READ CURRENCY-MASTER-FILE
               INVALID KEY
                   GO TO 2350-LOOKUP-RATE-EXIT
           END-READ.
           MOVE CU-EXCHANGE-RATE TO WS-CONV-RATE.
           SET WS-RATE-FOUND TO TRUE.
       2350-LOOKUP-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-SUPERVISOR-OVERRIDE - A BREACH POSTS ONLY WITH A     *
      * ONE-OFF SUPERVISOR APPROVAL AT THE COUNTER: THE           *
      * SUPERVISOR SIGNS ON THROUGH OPERSIGN, MUST HOLD THE       *
      * SUPERVISOR ROLE, AND CANNOT BE THE TELLER WHO KEYED THE   *
      * ITEM.  A REFUSAL IS STAMPED TO OPERAUDIT WITH THE         *
      * CUSTOMER ID HERE; AN APPROVAL IS COUNTED AND STAMPED BY   *
      * 2200 ONLY ONCE THE ITEM IS WRITTEN.                       *
      *-----------------------------------------------------------*
       2400-SUPERVISOR-OVERRIDE.
           DISPLAY "Supervisor override? (Y/N): ".
           MOVE SPACE TO WS-OVERRIDE-ANSWER.
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER NOT = "Y"
               DISPLAY "ENTRY REJECTED - OVER EXPOSURE LIMIT."
               MOVE "N" TO WS-ENTRY-CLEARED-SWITCH
               GO TO 2400-SUPERVISOR-OVERRIDE-EXIT
           END-IF.
           DISPLAY "SUPERVISOR SIGN-ON FOR THE OVERRIDE:".
           MOVE "N" TO WS-SUPER-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-SUPER-ID, WS-SUPER-SIGNON-SWITCH,
               WS-SUPER-ROLES.
           IF NOT WS-SUPER-SIGNON-VALID
               OR NOT WS-SUPER-IS-SUPERVISOR
               OR WS-SUPER-ID = WS-OPERATOR-ID
               DISPLAY "OVERRIDE NOT APPROVED - ENTRY REJECTED."
               MOVE "N" TO WS-ENTRY-CLEARED-SWITCH
               MOVE WS-SUPER-ID TO WS-AUDIT-OPERATOR
               IF WS-SUPER-ID = SPACES
                   MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR
               END-IF
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "LIMT-DENY " DELIMITED BY SIZE
                   WS-ENTRY-CUST-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
               PERFORM 2450-LOG-AUDIT-RECORD
                   THRU 2450-LOG-AUDIT-RECORD-EXIT
               GO TO 2400-SUPERVISOR-OVERRIDE-EXIT
           END-IF.
           SET WS-LIMIT-OVERRIDDEN TO TRUE.
           DISPLAY "OVERRIDE APPROVED BY " WS-SUPER-ID ".".
       2400-SUPERVISOR-OVERRIDE-EXIT.
           EXIT.

       2450-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-AUDIT-OPERATOR TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       2450-LOG-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM TELLER.
