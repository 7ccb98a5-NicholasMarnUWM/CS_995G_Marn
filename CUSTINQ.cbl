      * operator - anyone else sees the ID and status with the
      * details withheld, the same discipline the intake screen
      * applies on the way in.  Every inquiry, answered or withheld,
      * is logged to OPERAUDIT just as intakes are.  The session is
      * held on the shared SESSMGR register against the terminal
      * keyed at sign-on: an operator already signed on elsewhere is
      * refused, and a dialog left idle past the limit forces the
      * operator to sign on again before the next inquiry.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 EARLIEST PRIOR IMAGE CAPTURED AFTER IT, OR
      *                 THE CURRENT RECORD WHEN NOTHING CHANGED
      *                 SINCE) IS SHOWN INSTEAD OF TODAY'S.
      * 10/15/2026  NM  AN ANSWERED INQUIRY NOW ALSO LISTS THE
      *                 CUSTOMER'S BALANCES FROM THE BALMAS BALANCE
      *                 MASTER - LEDGER, MONTH-TO-DATE, YEAR-TO-DATE
      *                 AND LAST ACTIVITY DATE PER CURRENCY.  THEY
      *                 ARE WITHHELD WITH THE OTHER DETAILS OF A
      *                 SENSITIVE RECORD, AND ARE ALWAYS THE CURRENT
      *                 FIGURES, EVEN ON AN AS-OF INQUIRY.
      * 10/15/2026  NM  AN ANSWERED INQUIRY ON A CUSTOMER LINKED INTO A
      *                 RELMAS HOUSEHOLD NOW ALSO SHOWS THE HOUSEHOLD,
      *                 ITS EXPOSURE LIMIT, EACH LINKED CUSTOMER AND
      *                 ROLE, AND THE MEMBERS' COMBINED BALMAS ACTIVITY
      *                 PER CURRENCY. A SENSITIVE MEMBER'S NAME AND
      *                 FIGURES ARE LEFT OUT FOR A NON-SUPERVISOR.
      * 10/15/2026  NM  A MIGRATED LEGACY CUSTOMER ID IS ANSWERED WITH
      *                 THE NEW RECORD DURING ITS TRANSITION WINDOW
      *                 THROUGH THE SHARED IDALIAS, WHICH COUNTS THE USE
      *                 FOR IDUSRPT.
      * 10/15/2026  NM  AN ANSWERED INQUIRY NOW ALSO SHOWS THE
      *                 CUSTOMER'S FIVE MOST RECENT CONTACT NOTES FROM
      *                 THE CUSTNOTE REGISTER NOTEADD FILES, NEWEST
      *                 FIRST. THEY ARE WITHHELD WITH THE REST OF A
      *                 SENSITIVE RECORD, AND SHOWING A SENSITIVE
      *                 CUSTOMER'S NOTES IS LOGGED TO SENSLOG.
      * 10/15/2026  NM  THE TERMINAL IS NOW KEYED AT SIGN-ON AND THE
      *                 SESSION HELD ON THE SESSMGR REGISTER. A SECOND
      *                 SESSION FOR THE SAME OPERATOR IS REFUSED, AND A
      *                 DIALOG LEFT IDLE PAST THE LIMIT FORCES THE
      *                 OPERATOR TO SIGN ON AGAIN BEFORE THE NEXT
      *                 INQUIRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
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

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-RECORD.
           05  RL-KEY.
               10  RL-HOUSEHOLD-ID     PIC 9(06).
               10  RL-CUST-ID          PIC 9(06).
           05  RL-ROLE                 PIC X(01).
               88  RL-IS-PRIMARY                 VALUE "P".
               88  RL-IS-JOINT                   VALUE "J".
               88  RL-IS-GUARDIAN                VALUE "G".
           05  RL-HOUSEHOLD-NAME       PIC X(30).
           05  RL-EXPOSURE-LIMIT       PIC 9(09)V9(02).
           05  RL-LINKED-DATE          PIC X(08).
           05  RL-LINKED-BY            PIC X(08).
           05  FILLER                  PIC X(02).

       FD  CUSTOMER-NOTE-FILE.
       01  CUSTOMER-NOTE-RECORD.
           05  NT-KEY.
               10  NT-CUST-ID          PIC 9(06).
               10  NT-NOTE-DATE        PIC X(08).
               10  NT-NOTE-TIME        PIC X(08).
           05  NT-OPERATOR-ID          PIC X(08).
           05  NT-CATEGORY             PIC X(04).
           05  NT-NOTE-TEXT            PIC X(60).
           05  FILLER                  PIC X(06).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
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
       01  WS-REL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REL-OK                         VALUE "00".
       01  WS-RELMAS-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-RELMAS-AVAILABLE               VALUE "Y".
       01  WS-HH-DONE-SWITCH           PIC X(01) VALUE "N".
           88  WS-HH-DONE                        VALUE "Y".
       01  WS-HH-WITHHELD-SWITCH       PIC X(01) VALUE "N".
           88  WS-HH-SOME-WITHHELD               VALUE "Y".
       01  WS-HH-ID                    PIC 9(06) VALUE ZERO.
       01  WS-HH-SAVED-CUSTOMER        PIC X(101) VALUE SPACES.
       01  WS-HH-LIMIT-EDIT            PIC Z(8)9.99.
       01  WS-HH-ROLE-NAME             PIC X(08) VALUE SPACES.
       77  WS-HH-MEMBER-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  WS-HH-CCY-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  WS-HH-CCY-IDX               PIC 9(03) COMP VALUE ZERO.
       77  WS-HH-CCY-MATCH             PIC 9(03) COMP VALUE ZERO.
       01  WS-HH-CCY-TABLE.
           05  WS-HH-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-HH-CCY-CODE      PIC X(03).
               10  WS-HH-CCY-LEDGER    PIC S9(13)V9(02).
               10  WS-HH-CCY-MTD       PIC S9(13)V9(02).
               10  WS-HH-CCY-YTD       PIC S9(13)V9(02).
       01  WS-NOTE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-NOTE-OK                        VALUE "00".
       01  WS-CUSTNOTE-AVAIL-SWITCH    PIC X(01) VALUE "N".
           88  WS-CUSTNOTE-AVAILABLE             VALUE "Y".
       01  WS-NOTE-DONE-SWITCH         PIC X(01) VALUE "N".
           88  WS-NOTE-DONE                      VALUE "Y".
       01  WS-NOTE-CUST-ID             PIC 9(06) VALUE ZERO.
       77  WS-NOTE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-NOTE-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-NOTE-TOTAL               PIC 9(05) COMP VALUE ZERO.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY OCCURS 5 TIMES.
               10  WS-NOTE-DATE        PIC X(08).
               10  WS-NOTE-OPERATOR    PIC X(08).
               10  WS-NOTE-CATEGORY    PIC X(04).
               10  WS-NOTE-TEXT        PIC X(60).
       01  WS-NOTE-TOTAL-EDIT          PIC ZZZZ9.
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
           88  WS-HIST-EOF                       VALUE "10".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-SESSION-SWITCH           PIC X(01) VALUE "N".
           88  WS-SESSION-OVER                   VALUE "Y".
       01  WS-TERMINAL-ID              PIC X(08) VALUE SPACES.
       01  WS-SESS-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-SESS-PROGRAM             PIC X(08) VALUE "CUSTINQ".
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
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-INQUIRY-COUNT            PIC 9(05) COMP VALUE ZERO.

               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1600-START-SESSION
               THRU 1600-START-SESSION-EXIT.
           IF NOT WS-SESS-IS-ACTIVE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               DISPLAY "CUSTINQ: CUSTMAS COULD NOT BE OPENED - ",
                   "INQUIRY NOT PERFORMED."
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
               DISPLAY "CUSTINQ: BALMAS NOT AVAILABLE - ",
                   "BALANCES NOT SHOWN THIS SESSION."
           END-IF.
           MOVE "N" TO WS-RELMAS-AVAIL-SWITCH.
           OPEN INPUT RELATIONSHIP-FILE.
           IF WS-REL-OK
               SET WS-RELMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "CUSTINQ: RELMAS NOT AVAILABLE - ",
                   "HOUSEHOLDS NOT SHOWN THIS SESSION."
           END-IF.
           MOVE "N" TO WS-CUSTNOTE-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-NOTE-FILE.
           IF WS-NOTE-OK
               SET WS-CUSTNOTE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "CUSTINQ: CUSTNOTE NOT AVAILABLE - ",
                   "CONTACT NOTES NOT SHOWN THIS SESSION."
           END-IF.
           PERFORM 2000-ANSWER-ONE-INQUIRY
               THRU 2000-ANSWER-ONE-INQUIRY-EXIT
               UNTIL WS-SESSION-OVER.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-BALMAS-AVAILABLE
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-RELMAS-AVAILABLE
               CLOSE RELATIONSHIP-FILE
           END-IF.
           IF WS-CUSTNOTE-AVAILABLE
               CLOSE CUSTOMER-NOTE-FILE
           END-IF.
           MOVE "E" TO WS-SESS-FUNCTION.
           CALL "SESSMGR" USING WS-SESS-FUNCTION, WS-OPERATOR-ID,
               WS-SESS-PROGRAM, WS-TERMINAL-ID, WS-SESS-STATUS.
           DISPLAY "CUSTINQ: INQUIRIES ANSWERED = " WS-INQUIRY-COUNT.
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
      * SIGNS OFF), KEY-READ CUSTMAS, AND SHOW THE RECORD -       *
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
                       "CURRENT RECORD."
               END-IF
           END-IF.
           MOVE WS-INQUIRY-ID TO WS-INQUIRY-CUST-ID.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-INQUIRY-CUST-ID, WS-ALIAS-SWITCH,
               "CUSTINQ        ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "CUSTOMER " WS-INQUIRY-ID " IS A LEGACY ID - ",
                   "NOW " WS-INQUIRY-CUST-ID
                   " - SHOWING THE NEW RECORD."
           END-IF.
           MOVE WS-INQUIRY-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-INQUIRY-ID " NOT ON FILE."
       2000-ANSWER-ONE-INQUIRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2020-CHECK-SESSION - THE OPERATOR IS BACK AT THE DIALOG.  *
      * A SESSION IDLE PAST THE SESSMGR LIMIT HAS BEEN SIGNED     *
      * OFF; THE INQUIRY IN HAND IS DROPPED AND THE SAME OPERATOR *
      * MUST SIGN ON AGAIN, STILL HOLDING THE INQUIRY ROLE, OR    *
      * THE SESSION ENDS.                                         *
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
      * 2050-CHASE-MERGED-RECORD - A MERGED RECORD POINTS AT ITS  *
      * SURVIVOR; THE INQUIRY ANSWERS WITH THE SURVIVING RECORD.  *
               DISPLAY "NAME        : " CM-NAME
               DISPLAY "ADDRESS     : " CM-CUSTOMER-ADDRESS
               DISPLAY "DATE OF BIRTH: " CM-DATE-OF-BIRTH
               PERFORM 2200-SHOW-BALANCES
                   THRU 2200-SHOW-BALANCES-EXIT
               MOVE "INQ-ANSWERED"   TO WS-AUDIT-RESULT
               IF CM-IS-SENSITIVE
                   MOVE "INQUIRY " TO WS-SENS-ACTION
                   PERFORM 2150-LOG-SENSITIVE-ACCESS
                       THRU 2150-LOG-SENSITIVE-ACCESS-EXIT
               END-IF
               PERFORM 2300-SHOW-HOUSEHOLD
                   THRU 2300-SHOW-HOUSEHOLD-EXIT
               PERFORM 2400-SHOW-NOTES
                   THRU 2400-SHOW-NOTES-EXIT
           END-IF.
       2100-SHOW-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-SHOW-BALANCES - LIST THE CUSTOMER'S BALMAS BALANCES,  *
      * ONE LINE PER CURRENCY HELD: LEDGER BALANCE, MONTH-TO-DATE  *
      * AND YEAR-TO-DATE NET ACTIVITY, AND LAST ACTIVITY DATE, AS  *
      * POSTED BY LAST NIGHT'S RUN.  A MONTH OR YEAR FIGURE LAST   *
      * TOUCHED IN AN EARLIER PERIOD SHOWS AS ZERO.                *
      *-----------------------------------------------------------*
       2200-SHOW-BALANCES.
           IF NOT WS-BALMAS-AVAILABLE
               DISPLAY "BALANCES    : NOT AVAILABLE."
               GO TO 2200-SHOW-BALANCES-EXIT
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
           PERFORM 2210-SHOW-ONE-BALANCE
               THRU 2210-SHOW-ONE-BALANCE-EXIT
               UNTIL WS-BAL-DONE.
           IF WS-BAL-SHOWN-COUNT = 0
               DISPLAY "BALANCES    : NO POSTED ACTIVITY ON FILE."
           END-IF.
       2200-SHOW-BALANCES-EXIT.
           EXIT.

       2210-SHOW-ONE-BALANCE.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-DONE TO TRUE
                   GO TO 2210-SHOW-ONE-BALANCE-EXIT
           END-READ.
           IF BL-CUST-ID NOT = WS-BAL-CUST-ID
               SET WS-BAL-DONE TO TRUE
               GO TO 2210-SHOW-ONE-BALANCE-EXIT
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
       2210-SHOW-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SHOW-HOUSEHOLD - WHEN THE CUSTOMER IS LINKED INTO A   *
      * RELMAS HOUSEHOLD, SHOW THE HOUSEHOLD, ITS EXPOSURE LIMIT,  *
      * EVERY LINKED CUSTOMER AND ROLE, AND THE MEMBERS' COMBINED  *
      * BALMAS ACTIVITY PER CURRENCY.  A SENSITIVE MEMBER'S NAME   *
      * AND FIGURES ARE LEFT OUT FOR A NON-SUPERVISOR, AND SAID    *
      * SO.  THE INQUIRED RECORD IS PUT BACK AFTERWARDS.           *
      *-----------------------------------------------------------*
       2300-SHOW-HOUSEHOLD.
           IF NOT WS-RELMAS-AVAILABLE
               GO TO 2300-SHOW-HOUSEHOLD-EXIT
           END-IF.
           MOVE CM-CUST-ID TO RL-CUST-ID.
           READ RELATIONSHIP-FILE KEY IS RL-CUST-ID
               INVALID KEY
                   DISPLAY "HOUSEHOLD   : NONE."
                   GO TO 2300-SHOW-HOUSEHOLD-EXIT
           END-READ.
           MOVE RL-HOUSEHOLD-ID TO WS-HH-ID.
           MOVE CUSTOMER-MASTER-RECORD TO WS-HH-SAVED-CUSTOMER.
           MOVE ZERO TO RL-CUST-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "*HEADER NOT ON FILE*" TO RL-HOUSEHOLD-NAME
                   MOVE ZERO TO RL-EXPOSURE-LIMIT
           END-READ.
           DISPLAY "HOUSEHOLD   : " WS-HH-ID " " RL-HOUSEHOLD-NAME.
           IF RL-EXPOSURE-LIMIT = ZERO
               DISPLAY "HSHLD LIMIT : NONE"
           ELSE
               MOVE RL-EXPOSURE-LIMIT TO WS-HH-LIMIT-EDIT
               DISPLAY "HSHLD LIMIT : " WS-HH-LIMIT-EDIT " BASE"
           END-IF.
           MOVE ZERO TO WS-HH-MEMBER-COUNT.
           MOVE ZERO TO WS-HH-CCY-COUNT.
           MOVE "N"  TO WS-HH-WITHHELD-SWITCH.
           MOVE "N"  TO WS-HH-DONE-SWITCH.
           MOVE WS-HH-ID TO RL-HOUSEHOLD-ID.
           MOVE 1        TO RL-CUST-ID.
           START RELATIONSHIP-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   SET WS-HH-DONE TO TRUE
           END-START.
           PERFORM 2310-SHOW-ONE-MEMBER
               THRU 2310-SHOW-ONE-MEMBER-EXIT
               UNTIL WS-HH-DONE.
           IF WS-BALMAS-AVAILABLE AND WS-HH-CCY-COUNT > 0
               DISPLAY "COMBINED    : CCY  LEDGER BALANCE",
                   "    MONTH-TO-DATE     YEAR-TO-DATE"
               PERFORM 2350-SHOW-ONE-COMBINED
                   THRU 2350-SHOW-ONE-COMBINED-EXIT
                   VARYING WS-HH-CCY-IDX FROM 1 BY 1
                   UNTIL WS-HH-CCY-IDX > WS-HH-CCY-COUNT
           END-IF.
           IF WS-HH-SOME-WITHHELD
               DISPLAY "COMBINED    : SENSITIVE MEMBERS EXCLUDED ",
                   "(SUPERVISOR REQUIRED)."
           END-IF.
           MOVE WS-HH-SAVED-CUSTOMER TO CUSTOMER-MASTER-RECORD.
       2300-SHOW-HOUSEHOLD-EXIT.
           EXIT.

       2310-SHOW-ONE-MEMBER.
           READ RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET WS-HH-DONE TO TRUE
                   GO TO 2310-SHOW-ONE-MEMBER-EXIT
           END-READ.
           IF RL-HOUSEHOLD-ID NOT = WS-HH-ID
               SET WS-HH-DONE TO TRUE
               GO TO 2310-SHOW-ONE-MEMBER-EXIT
           END-IF.
           ADD 1 TO WS-HH-MEMBER-COUNT.
           EVALUATE TRUE
               WHEN RL-IS-PRIMARY
                   MOVE "PRIMARY " TO WS-HH-ROLE-NAME
               WHEN RL-IS-JOINT
                   MOVE "JOINT   " TO WS-HH-ROLE-NAME
               WHEN RL-IS-GUARDIAN
                   MOVE "GUARDIAN" TO WS-HH-ROLE-NAME
               WHEN OTHER
                   MOVE RL-ROLE    TO WS-HH-ROLE-NAME
           END-EVALUATE.
           MOVE RL-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "  MEMBER    : " RL-CUST-ID " "
                       WS-HH-ROLE-NAME " *NOT ON CUSTMAS*"
                   GO TO 2310-SHOW-ONE-MEMBER-EXIT
           END-READ.
           IF CM-IS-SENSITIVE AND NOT WS-IS-SUPERVISOR
               DISPLAY "  MEMBER    : " RL-CUST-ID " "
                   WS-HH-ROLE-NAME " (DETAILS WITHHELD)"
               SET WS-HH-SOME-WITHHELD TO TRUE
               GO TO 2310-SHOW-ONE-MEMBER-EXIT
           END-IF.
           DISPLAY "  MEMBER    : " RL-CUST-ID " "
               WS-HH-ROLE-NAME " " CM-NAME.
           IF NOT WS-BALMAS-AVAILABLE
               GO TO 2310-SHOW-ONE-MEMBER-EXIT
           END-IF.
           ACCEPT WS-BAL-TODAY FROM DATE YYYYMMDD.
           MOVE "N"         TO WS-BAL-DONE-SWITCH.
           MOVE CM-CUST-ID  TO WS-BAL-CUST-ID.
           MOVE CM-CUST-ID  TO BL-CUST-ID.
           MOVE LOW-VALUES  TO BL-CURRENCY-CODE.
           START CUSTOMER-BALANCE-FILE KEY IS NOT LESS THAN BL-KEY
               INVALID KEY
                   SET WS-BAL-DONE TO TRUE
           END-START.
           PERFORM 2320-ADD-ONE-BALANCE
               THRU 2320-ADD-ONE-BALANCE-EXIT
               UNTIL WS-BAL-DONE.
       2310-SHOW-ONE-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2320-ADD-ONE-BALANCE - ADD ONE MEMBER BALANCE INTO THE     *
      * HOUSEHOLD'S CURRENCY TOTALS, THE STALE-PERIOD RULE OF      *
      * 2210 APPLYING TO THE MONTH AND YEAR FIGURES.               *
      *-----------------------------------------------------------*
       2320-ADD-ONE-BALANCE.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-DONE TO TRUE
                   GO TO 2320-ADD-ONE-BALANCE-EXIT
           END-READ.
           IF BL-CUST-ID NOT = WS-BAL-CUST-ID
               SET WS-BAL-DONE TO TRUE
               GO TO 2320-ADD-ONE-BALANCE-EXIT
           END-IF.
           IF BL-MTD-PERIOD NOT = WS-BAL-TODAY(1:6)
               MOVE ZERO TO BL-MTD-TOTAL
           END-IF.
           IF BL-YTD-YEAR NOT = WS-BAL-TODAY(1:4)
               MOVE ZERO TO BL-YTD-TOTAL
           END-IF.
           MOVE ZERO TO WS-HH-CCY-MATCH.
           PERFORM 2330-MATCH-CURRENCY
               THRU 2330-MATCH-CURRENCY-EXIT
               VARYING WS-HH-CCY-IDX FROM 1 BY 1
               UNTIL WS-HH-CCY-IDX > WS-HH-CCY-COUNT
                  OR WS-HH-CCY-MATCH > 0.
           IF WS-HH-CCY-MATCH = 0
               IF WS-HH-CCY-COUNT >= 20
                   DISPLAY "COMBINED    : CURRENCY TABLE FULL - "
                       BL-CURRENCY-CODE " NOT SUMMED."
                   GO TO 2320-ADD-ONE-BALANCE-EXIT
               END-IF
               ADD 1 TO WS-HH-CCY-COUNT
               MOVE WS-HH-CCY-COUNT  TO WS-HH-CCY-MATCH
               MOVE BL-CURRENCY-CODE TO WS-HH-CCY-CODE(WS-HH-CCY-MATCH)
               MOVE ZERO TO WS-HH-CCY-LEDGER(WS-HH-CCY-MATCH)
               MOVE ZERO TO WS-HH-CCY-MTD(WS-HH-CCY-MATCH)
               MOVE ZERO TO WS-HH-CCY-YTD(WS-HH-CCY-MATCH)
           END-IF.
           ADD BL-LEDGER-BALANCE TO WS-HH-CCY-LEDGER(WS-HH-CCY-MATCH).
           ADD BL-MTD-TOTAL      TO WS-HH-CCY-MTD(WS-HH-CCY-MATCH).
           ADD BL-YTD-TOTAL      TO WS-HH-CCY-YTD(WS-HH-CCY-MATCH).
       2320-ADD-ONE-BALANCE-EXIT.
           EXIT.

       2330-MATCH-CURRENCY.
           IF WS-HH-CCY-CODE(WS-HH-CCY-IDX) = BL-CURRENCY-CODE
               MOVE WS-HH-CCY-IDX TO WS-HH-CCY-MATCH
           END-IF.
       2330-MATCH-CURRENCY-EXIT.
           EXIT.

       2350-SHOW-ONE-COMBINED.
           MOVE WS-HH-CCY-CODE(WS-HH-CCY-IDX) TO WS-BAL-LINE-CURRENCY.
           IF WS-HH-CCY-CODE(WS-HH-CCY-IDX) = SPACES
               MOVE "BAS"             TO WS-BAL-LINE-CURRENCY
           END-IF.
           MOVE WS-HH-CCY-LEDGER(WS-HH-CCY-IDX) TO WS-BAL-LINE-LEDGER.
           MOVE WS-HH-CCY-MTD(WS-HH-CCY-IDX)    TO WS-BAL-LINE-MTD.
           MOVE WS-HH-CCY-YTD(WS-HH-CCY-IDX)    TO WS-BAL-LINE-YTD.
           MOVE SPACES                TO WS-BAL-LINE-LAST-DATE.
           DISPLAY "              " WS-BAL-LINE.
       2350-SHOW-ONE-COMBINED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-SHOW-NOTES - LIST THE CUSTOMER'S FIVE MOST RECENT     *
      * CUSTNOTE CONTACT NOTES, NEWEST FIRST, WITH HOW MANY ARE ON *
      * FILE IN ALL.  THE NOTES ARE KEYED OLDEST FIRST, SO THE     *
      * LAST FIVE READ ARE KEPT.  SHOWING A SENSITIVE CUSTOMER'S   *
      * NOTES IS LOGGED TO SENSLOG LIKE THE REST OF THE RECORD.    *
      *-----------------------------------------------------------*
       2400-SHOW-NOTES.
           IF NOT WS-CUSTNOTE-AVAILABLE
               GO TO 2400-SHOW-NOTES-EXIT
           END-IF.
           MOVE ZERO        TO WS-NOTE-COUNT.
           MOVE ZERO        TO WS-NOTE-TOTAL.
           MOVE "N"         TO WS-NOTE-DONE-SWITCH.
           MOVE CM-CUST-ID  TO WS-NOTE-CUST-ID.
           MOVE CM-CUST-ID  TO NT-CUST-ID.
           MOVE LOW-VALUES  TO NT-NOTE-DATE.
           MOVE LOW-VALUES  TO NT-NOTE-TIME.
           START CUSTOMER-NOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY
                   SET WS-NOTE-DONE TO TRUE
           END-START.
           PERFORM 2410-KEEP-ONE-NOTE
               THRU 2410-KEEP-ONE-NOTE-EXIT
               UNTIL WS-NOTE-DONE.
           IF WS-NOTE-COUNT = 0
               DISPLAY "NOTES       : NONE."
               GO TO 2400-SHOW-NOTES-EXIT
           END-IF.
           MOVE WS-NOTE-TOTAL TO WS-NOTE-TOTAL-EDIT.
           DISPLAY "NOTES       : " WS-NOTE-TOTAL-EDIT
               " ON FILE - MOST RECENT FIRST".
           PERFORM 2430-SHOW-ONE-NOTE
               THRU 2430-SHOW-ONE-NOTE-EXIT
               VARYING WS-NOTE-IDX FROM WS-NOTE-COUNT BY -1
               UNTIL WS-NOTE-IDX < 1.
           IF CM-IS-SENSITIVE
               MOVE "NOTES   " TO WS-SENS-ACTION
               PERFORM 2150-LOG-SENSITIVE-ACCESS
                   THRU 2150-LOG-SENSITIVE-ACCESS-EXIT
           END-IF.
       2400-SHOW-NOTES-EXIT.
           EXIT.

       2410-KEEP-ONE-NOTE.
           READ CUSTOMER-NOTE-FILE NEXT RECORD
               AT END
                   SET WS-NOTE-DONE TO TRUE
                   GO TO 2410-KEEP-ONE-NOTE-EXIT
           END-READ.
           IF NT-CUST-ID NOT = WS-NOTE-CUST-ID
               SET WS-NOTE-DONE TO TRUE
               GO TO 2410-KEEP-ONE-NOTE-EXIT
           END-IF.
           ADD 1 TO WS-NOTE-TOTAL.
           IF WS-NOTE-COUNT = 5
               PERFORM 2420-DROP-OLDEST-NOTE
                   THRU 2420-DROP-OLDEST-NOTE-EXIT
                   VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > 4
           ELSE
               ADD 1 TO WS-NOTE-COUNT
           END-IF.
           MOVE NT-NOTE-DATE   TO WS-NOTE-DATE(WS-NOTE-COUNT).
           MOVE NT-OPERATOR-ID TO WS-NOTE-OPERATOR(WS-NOTE-COUNT).
           MOVE NT-CATEGORY    TO WS-NOTE-CATEGORY(WS-NOTE-COUNT).
           MOVE NT-NOTE-TEXT   TO WS-NOTE-TEXT(WS-NOTE-COUNT).
       2410-KEEP-ONE-NOTE-EXIT.
           EXIT.

       2420-DROP-OLDEST-NOTE.
           MOVE WS-NOTE-ENTRY(WS-NOTE-IDX + 1)
               TO WS-NOTE-ENTRY(WS-NOTE-IDX).
       2420-DROP-OLDEST-NOTE-EXIT.
           EXIT.

       2430-SHOW-ONE-NOTE.
           DISPLAY "  " WS-NOTE-DATE(WS-NOTE-IDX) " "
               WS-NOTE-CATEGORY(WS-NOTE-IDX) " "
               WS-NOTE-OPERATOR(WS-NOTE-IDX) " "
               WS-NOTE-TEXT(WS-NOTE-IDX).
       2430-SHOW-ONE-NOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-LOG-SENSITIVE-ACCESS - APPEND ONE SENSLOG ENTRY FOR  *
      * THIS TOUCH OF A SENSITIVE RECORD.                         *
