      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Transaction history inquiry over the TRANHIST archive
      * TRANARCH appends to each night, so a posting disputed long
      * after its ADDOUT generation has rolled off can still be shown
      * line by line.  The operator signs on through OPERSIGN, must
      * hold the inquiry role, and the session is held on the SESSMGR
      * register against the terminal keyed at sign-on, as at
      * CUSTINQ.  For each customer ID and date range keyed, every
      * archived posting in the range is listed in posting order with
      * its native amount and currency, its base-currency amount, the
      * settlement date and booked branch; a reversal is marked and
      * shown negative, and the range closes with its posting and
      * reversal counts and the net base amount.  A legacy customer
      * ID is resolved through IDALIAS.  A sensitive customer's
      * postings are shown only to a supervisor-level operator, and
      * either way the touch is logged to SENSLOG.  Every inquiry is
      * stamped to OPERAUDIT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  TRANHIST CARRIES THE TRANSACTION REFERENCE IN
      *                 WHAT WAS FILLER; A POSTING THAT HAS ONE IS
      *                 FOLLOWED BY A LINE NAMING IT, FOR THE TXNLINE
      *                 LINEAGE INQUIRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
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
       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-CUST-ID          PIC 9(06).
               10  TH-POST-DATE        PIC X(08).
               10  TH-SEQUENCE         PIC 9(07).
           05  TH-TRAN-CODE            PIC X(01).
               88  TH-IS-REVERSAL                VALUE "R".
           05  TH-NUM1                 PIC 9(05)V9(02).
           05  TH-NUM2                 PIC 9(05)V9(02).
           05  TH-NATIVE-AMOUNT        PIC 9(06)V9(02).
           05  TH-CURRENCY-CODE        PIC X(03).
           05  TH-BASE-AMOUNT          PIC 9(09)V9(04).
           05  TH-SETTLE-DATE          PIC X(08).
           05  TH-BRANCH-CODE          PIC X(04).
           05  TH-ARCHIVED-DATE        PIC X(08).
           05  TH-TXN-REF              PIC X(16).
           05  FILLER                  PIC X(04).

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
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
           88  WS-HIST-EOF                       VALUE "10".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SENS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SENS-OK                        VALUE "00".
       01  WS-SENS-ACTION              PIC X(08) VALUE SPACES.
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
       01  WS-SESS-PROGRAM             PIC X(08) VALUE "TRANINQ".
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
       01  WS-INQUIRY-ID               PIC X(06) VALUE SPACES.
       01  WS-INQUIRY-CUST-ID          PIC 9(06) VALUE ZERO.
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       01  WS-SENSITIVE-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUSTOMER-SENSITIVE             VALUE "Y".
       01  WS-TODAY                    PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-RANGE-SWITCH             PIC X(01) VALUE "N".
           88  WS-RANGE-IS-VALID                 VALUE "Y".
       01  WS-LIST-DONE-SWITCH         PIC X(01) VALUE "N".
           88  WS-LIST-DONE                      VALUE "Y".
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-INQUIRY-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-POSTING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-NET-BASE                 PIC S9(11)V9(04) VALUE ZERO.
       01  WS-SIGNED-NATIVE            PIC S9(06)V9(02) VALUE ZERO.
       01  WS-SIGNED-BASE              PIC S9(09)V9(04) VALUE ZERO.
       01  WS-TXN-HEADING.
           05  FILLER                  PIC X(09) VALUE "POSTED".
           05  FILLER                  PIC X(08) VALUE "    SEQ".
           05  FILLER                  PIC X(09) VALUE "TYPE".
           05  FILLER                  PIC X(04) VALUE "CCY".
           05  FILLER                  PIC X(11) VALUE "     NATIVE".
           05  FILLER                  PIC X(17)
                                       VALUE "            BASE".
           05  FILLER                  PIC X(09) VALUE " SETTLED".
           05  FILLER                  PIC X(04) VALUE "BRCH".
       01  WS-TXN-LINE.
           05  WS-TL-POST-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-SEQUENCE          PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-TYPE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-NATIVE            PIC -(6)9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-BASE              PIC -(9)9.9999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-SETTLE-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TL-BRANCH            PIC X(04).
       01  WS-TXN-REF-LINE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REFERENCE ".
           05  WS-TR-TXN-REF           PIC X(16).
       01  WS-COUNT-EDIT               PIC ZZZZZZ9.
       01  WS-REVERSAL-EDIT            PIC ZZZZZZ9.
       01  WS-NET-EDIT                 PIC -(11)9.9999.

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
           OPEN INPUT TRAN-HISTORY-FILE.
           IF NOT WS-HIST-OK
               CALL "FILERR" USING "TRANINQ        ", "TRANHIST",
                   "OPEN-IN ", WS-HIST-FILE-STATUS, "N"
               DISPLAY "TRANINQ: TRANHIST COULD NOT BE OPENED - ",
                   "INQUIRY NOT PERFORMED."
               MOVE "E" TO WS-SESS-FUNCTION
               CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
                   WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TRANINQ: CUSTMAS NOT AVAILABLE - EVERY ",
                   "CUSTOMER IS TREATED AS SENSITIVE THIS SESSION."
           END-IF.
           PERFORM 2000-ANSWER-ONE-INQUIRY
               THRU 2000-ANSWER-ONE-INQUIRY-EXIT
               UNTIL WS-SESSION-OVER.
           CLOSE TRAN-HISTORY-FILE.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "E" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           DISPLAY "TRANINQ: INQUIRIES ANSWERED = " WS-INQUIRY-COUNT.
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
      * 2000-ANSWER-ONE-INQUIRY - ACCEPT A CUSTOMER ID (BLANK     *
      * SIGNS OFF) AND A DATE RANGE, THEN LIST THE CUSTOMER'S     *
      * ARCHIVED POSTINGS IN IT - WITHHOLDING A SENSITIVE         *
      * CUSTOMER'S FROM A NON-SUPERVISOR.  EVERY INQUIRY IS       *
      * AUDITED.                                                  *
      *-----------------------------------------------------------*
       2000-ANSWER-ONE-INQUIRY.
           DISPLAY "Enter customer ID (blank to sign off): ".
           MOVE SPACES TO WS-INQUIRY-ID.
           ACCEPT WS-INQUIRY-ID.
           IF WS-INQUIRY-ID = SPACES
               SET WS-SESSION-OVER TO TRUE
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           PERFORM 2020-CHECK-SESSION
               THRU 2020-CHECK-SESSION-EXIT.
           IF NOT WS-SESSION-IS-LIVE
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           IF WS-INQUIRY-ID IS NOT NUMERIC
               DISPLAY "CUSTOMER ID MUST BE NUMERIC."
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           PERFORM 2030-ACCEPT-DATE-RANGE
               THRU 2030-ACCEPT-DATE-RANGE-EXIT.
           IF NOT WS-RANGE-IS-VALID
               GO TO 2000-ANSWER-ONE-INQUIRY-EXIT
           END-IF.
           ADD 1 TO WS-INQUIRY-COUNT.
           MOVE WS-INQUIRY-ID TO WS-INQUIRY-CUST-ID.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-INQUIRY-CUST-ID, WS-ALIAS-SWITCH,
               "TRANINQ        ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "CUSTOMER " WS-INQUIRY-ID " IS A LEGACY ID - ",
                   "NOW " WS-INQUIRY-CUST-ID
                   " - SHOWING THE NEW ID'S POSTINGS."
           END-IF.
           PERFORM 2050-CHECK-CUSTOMER
               THRU 2050-CHECK-CUSTOMER-EXIT.
           IF WS-CUSTOMER-SENSITIVE AND NOT WS-IS-SUPERVISOR
               DISPLAY "SENSITIVE RECORD - POSTINGS WITHHELD ",
                   "(SUPERVISOR REQUIRED)."
               MOVE "TXN-INQ-WITHHELD" TO WS-AUDIT-RESULT
               MOVE "WITHHELD" TO WS-SENS-ACTION
               PERFORM 2150-LOG-SENSITIVE-ACCESS
                   THRU 2150-LOG-SENSITIVE-ACCESS-EXIT
           ELSE
               PERFORM 2100-LIST-POSTINGS
                   THRU 2100-LIST-POSTINGS-EXIT
               MOVE "TXN-INQ-ANSWERED" TO WS-AUDIT-RESULT
               IF WS-CUSTOMER-SENSITIVE
                   MOVE "TXN INQ " TO WS-SENS-ACTION
                   PERFORM 2150-LOG-SENSITIVE-ACCESS
                       THRU 2150-LOG-SENSITIVE-ACCESS-EXIT
               END-IF
           END-IF.
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
           DISPLAY "SIGNED ON AGAIN - RE-KEY THE CUSTOMER ID.".
       2020-CHECK-SESSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2030-ACCEPT-DATE-RANGE - FROM AND TO POSTING DATES.  A    *
      * BLANK FROM DATE MEANS THE START OF THE ARCHIVE; A BLANK   *
      * TO DATE MEANS TODAY.  BOTH MUST BE REAL DATES, IN ORDER.  *
      *-----------------------------------------------------------*
       2030-ACCEPT-DATE-RANGE.
           MOVE "N" TO WS-RANGE-SWITCH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "From posting date YYYYMMDD (blank for all): ".
           MOVE SPACES TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           ELSE
               MOVE "N" TO WS-DATE-VALID-SWITCH
               CALL "NUMCHECK" USING WS-FROM-DATE, "D",
                   WS-DATE-VALID-SWITCH, "TRANINQ        "
               IF NOT WS-DATE-IS-VALID
                   DISPLAY "FROM DATE IS NOT VALID - INQUIRY NOT ",
                       "ANSWERED."
                   GO TO 2030-ACCEPT-DATE-RANGE-EXIT
               END-IF
           END-IF.
           DISPLAY "To posting date YYYYMMDD (blank for today): ".
           MOVE SPACES TO WS-TO-DATE.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               MOVE "N" TO WS-DATE-VALID-SWITCH
               CALL "NUMCHECK" USING WS-TO-DATE, "D",
                   WS-DATE-VALID-SWITCH, "TRANINQ        "
               IF NOT WS-DATE-IS-VALID
                   DISPLAY "TO DATE IS NOT VALID - INQUIRY NOT ",
                       "ANSWERED."
                   GO TO 2030-ACCEPT-DATE-RANGE-EXIT
               END-IF
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER TO DATE - INQUIRY NOT ",
                   "ANSWERED."
               GO TO 2030-ACCEPT-DATE-RANGE-EXIT
           END-IF.
           SET WS-RANGE-IS-VALID TO TRUE.
       2030-ACCEPT-DATE-RANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CHECK-CUSTOMER - CUSTMAS SAYS WHETHER THE CUSTOMER   *
      * IS SENSITIVE.  A CUSTOMER NO LONGER ON FILE STILL HAS ITS *
      * HISTORY LISTED; WITH CUSTMAS DOWN NOBODY CAN BE CLEARED,  *
      * SO EVERY CUSTOMER IS HANDLED AS SENSITIVE.  A MERGED      *
      * CUSTOMER'S OWN POSTINGS STAY UNDER ITS OWN ID.            *
      *-----------------------------------------------------------*
       2050-CHECK-CUSTOMER.
           MOVE "N" TO WS-SENSITIVE-SWITCH.
           MOVE WS-INQUIRY-CUST-ID TO CM-CUST-ID.
           IF NOT WS-CUSTMAS-AVAILABLE
               SET WS-CUSTOMER-SENSITIVE TO TRUE
               GO TO 2050-CHECK-CUSTOMER-EXIT
           END-IF.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-INQUIRY-CUST-ID
                       " IS NOT ON CUSTMAS - ARCHIVED POSTINGS ONLY."
                   GO TO 2050-CHECK-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-SENSITIVE
               SET WS-CUSTOMER-SENSITIVE TO TRUE
           END-IF.
           IF CM-IS-MERGED
               DISPLAY "CUSTOMER " CM-CUST-ID " WAS MERGED INTO "
                   CM-MERGED-TO-ID " - LATER POSTINGS ARE UNDER THAT ",
                   "ID."
           END-IF.
       2050-CHECK-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LIST-POSTINGS - POSITION ON THE CUSTOMER'S FIRST     *
      * POSTING ON OR AFTER THE FROM DATE AND LIST FORWARD TO THE *
      * TO DATE, THEN THE RANGE TOTALS.                           *
      *-----------------------------------------------------------*
       2100-LIST-POSTINGS.
           MOVE ZERO TO WS-POSTING-COUNT.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           MOVE ZERO TO WS-NET-BASE.
           MOVE "N"  TO WS-LIST-DONE-SWITCH.
           DISPLAY "POSTINGS FOR CUSTOMER " WS-INQUIRY-CUST-ID
               " FROM " WS-FROM-DATE " TO " WS-TO-DATE.
           DISPLAY WS-TXN-HEADING.
           MOVE WS-INQUIRY-CUST-ID TO TH-CUST-ID.
           MOVE WS-FROM-DATE       TO TH-POST-DATE.
           MOVE ZERO               TO TH-SEQUENCE.
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET WS-LIST-DONE TO TRUE
           END-START.
           PERFORM 2110-LIST-ONE-POSTING
               THRU 2110-LIST-ONE-POSTING-EXIT
               UNTIL WS-LIST-DONE.
           IF WS-POSTING-COUNT = 0
               DISPLAY "NO ARCHIVED POSTINGS IN THE RANGE."
               GO TO 2100-LIST-POSTINGS-EXIT
           END-IF.
           MOVE WS-POSTING-COUNT  TO WS-COUNT-EDIT.
           MOVE WS-REVERSAL-COUNT TO WS-REVERSAL-EDIT.
           MOVE WS-NET-BASE       TO WS-NET-EDIT.
           DISPLAY "POSTINGS " WS-COUNT-EDIT "  OF WHICH REVERSALS "
               WS-REVERSAL-EDIT "  NET BASE " WS-NET-EDIT.
       2100-LIST-POSTINGS-EXIT.
           EXIT.

       2110-LIST-ONE-POSTING.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-LIST-DONE TO TRUE
                   GO TO 2110-LIST-ONE-POSTING-EXIT
           END-READ.
           IF TH-CUST-ID NOT = WS-INQUIRY-CUST-ID
               OR TH-POST-DATE > WS-TO-DATE
               SET WS-LIST-DONE TO TRUE
               GO TO 2110-LIST-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE TH-NATIVE-AMOUNT TO WS-SIGNED-NATIVE.
           MOVE TH-BASE-AMOUNT   TO WS-SIGNED-BASE.
           IF TH-IS-REVERSAL
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE "REVERSAL" TO WS-TL-TYPE
               COMPUTE WS-SIGNED-NATIVE = 0 - WS-SIGNED-NATIVE
               COMPUTE WS-SIGNED-BASE   = 0 - WS-SIGNED-BASE
           ELSE
               MOVE "ADD"      TO WS-TL-TYPE
           END-IF.
           ADD WS-SIGNED-BASE TO WS-NET-BASE.
           MOVE TH-POST-DATE     TO WS-TL-POST-DATE.
           MOVE TH-SEQUENCE      TO WS-TL-SEQUENCE.
           MOVE TH-CURRENCY-CODE TO WS-TL-CURRENCY.
           MOVE WS-SIGNED-NATIVE TO WS-TL-NATIVE.
           MOVE WS-SIGNED-BASE   TO WS-TL-BASE.
           MOVE TH-SETTLE-DATE   TO WS-TL-SETTLE-DATE.
           MOVE TH-BRANCH-CODE   TO WS-TL-BRANCH.
           DISPLAY WS-TXN-LINE.
           IF TH-TXN-REF NOT = SPACES
               MOVE TH-TXN-REF TO WS-TR-TXN-REF
               DISPLAY WS-TXN-REF-LINE
           END-IF.
       2110-LIST-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-LOG-SENSITIVE-ACCESS - APPEND ONE SENSLOG ENTRY FOR  *
      * THIS TOUCH OF A SENSITIVE CUSTOMER'S HISTORY.             *
      *-----------------------------------------------------------*
       2150-LOG-SENSITIVE-ACCESS.
           OPEN EXTEND SENSITIVE-LOG-FILE.
           IF NOT WS-SENS-OK
               CLOSE SENSITIVE-LOG-FILE
               OPEN OUTPUT SENSITIVE-LOG-FILE
           END-IF.
           MOVE WS-OPERATOR-ID     TO SN-OPERATOR-ID.
           MOVE WS-INQUIRY-CUST-ID TO SN-CUST-ID.
           ACCEPT SN-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-ACCESS-TIME FROM TIME.
           MOVE WS-SENS-ACTION TO SN-ACTION.
           WRITE SENSITIVE-LOG-RECORD.
           CLOSE SENSITIVE-LOG-FILE.
       2150-LOG-SENSITIVE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 0600-LOG-AUDIT-RECORD - APPEND ONE OPERAUDIT ENTRY FOR    *
      * THE INQUIRY JUST ANSWERED OR WITHHELD.                    *
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

       END PROGRAM TRANINQ.
