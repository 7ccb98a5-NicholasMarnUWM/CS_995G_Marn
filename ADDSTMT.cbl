      *                 THE INQUIRY DOES, SO THE STATEMENT CARRIES
      *                 THE SURVIVOR'S ID, NAME, ADDRESS, AND
      *                 PREFERENCES INSTEAD OF THE DEAD RECORD'S.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  A CUSTOMER ON RETURNED-MAIL HOLD (HOLD FLAG R)
      *                 GETS NO STATEMENT AND IS COUNTED APART FROM
      *                 STAFF HOLDS.
      * 10/15/2026  NM  DISPLDG IS NOW 80 BYTES, CARRYING THE
      *                 PROVISIONAL-CREDIT FIELDS DISPMGR KEEPS.
      * 10/15/2026  NM  ADDOUT (73 BYTES) AND DISPLDG (96) LAYOUTS
      *                 WIDENED FOR THE TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDSTMT.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-ADD                    VALUE "A".
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.

       FD  DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01  DISPUTE-LEDGER-RECORD.
           05  DP-SEQUENCE             PIC 9(06).
           05  DP-STATUS               PIC X(01).
           05  DP-POST-DATE            PIC X(08).
           05  DP-OPEN-DATE            PIC X(08).
           05  DP-RESOLVE-DATE         PIC X(08).
           05  FILLER                  PIC X(42).

       FD  CURRENCY-MASTER-FILE.
       01  CURRENCY-MASTER-RECORD.
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".
       01  WS-GRP-ACTIVITY-SWITCH      PIC X(01) VALUE "N".
           88  WS-GRP-HAS-ACTIVITY               VALUE "Y".
       77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-RETURNED-MAIL-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-SUPPRESSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-GRAND-BASE-TOTAL         PIC S9(11)V9(04) VALUE ZERO.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
               ADD 1 TO WS-HELD-COUNT
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           IF WS-CM-FOUND AND CM-STMT-RETURNED-MAIL
               ADD 1 TO WS-RETURNED-MAIL-COUNT
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           IF WS-CM-FOUND AND CM-SUPPRESS-NO-ACTIVITY
               AND NOT WS-GRP-HAS-ACTIVITY
               ADD 1 TO WS-SUPPRESSED-COUNT
               WS-CUSTOMER-COUNT.
           DISPLAY "ADDSTMT: STATEMENTS HELD        = "
               WS-HELD-COUNT.
           DISPLAY "ADDSTMT: HELD FOR RETURNED MAIL = "
               WS-RETURNED-MAIL-COUNT.
           DISPLAY "ADDSTMT: STATEMENTS SUPPRESSED  = "
               WS-SUPPRESSED-COUNT.
       9000-TERMINATE-EXIT.
