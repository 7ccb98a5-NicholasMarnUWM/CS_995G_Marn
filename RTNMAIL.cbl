      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly returned-mail posting.  The print bureau
      * sends back, on RTNMIN, one record for each statement it could
      * not deliver - customer, date returned (blank means today) and
      * the bureau's reason code.  Each customer named is put on
      * returned-mail hold: CUSTMAS CM-STMT-HOLD-FLAG goes to "R",
      * the change is journaled through FWDJRNL and audited on
      * CUSTAUDT as action "R", and the shared RTNMHLD records the
      * return on RETMAIL together with the hold flag the customer
      * had before, which CUSTMAINT puts back when an address change
      * clears the hold.  A customer already on returned-mail hold
      * just has the return counted.  ADDSTMT and ADDMSTMT print no
      * statement for a customer on this hold and CUSTDELT sends the
      * bureau an undeliverable record in place of the address.
      * Returns for a customer not on file, closed or merged, or
      * with a bad date are rejected and listed on SYSOUT.
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
       PROGRAM-ID. RTNMAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-IN-FILE ASSIGN TO "RTNMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  RETURNED-MAIL-IN-RECORD.
           05  RI-CUST-ID              PIC X(06).
           05  RI-CUST-ID-NUM REDEFINES RI-CUST-ID
                                       PIC 9(06).
           05  RI-RETURN-DATE          PIC X(08).
           05  RI-REASON               PIC X(02).
           05  FILLER                  PIC X(24).

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

       FD  CUSTOMER-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 227 CHARACTERS.
       01  CUSTOMER-AUDIT-RECORD.
           05  CA-OPERATOR-ID          PIC X(08).
           05  CA-RUN-DATE             PIC X(08).
           05  CA-RUN-TIME             PIC X(08).
           05  CA-ACTION               PIC X(01).
           05  CA-BEFORE-IMAGE         PIC X(101).
           05  CA-AFTER-IMAGE          PIC X(101).

       WORKING-STORAGE SECTION.
       01  WS-RTN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RTN-OK                         VALUE "00".
           88  WS-RTN-EOF                        VALUE "10".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(101) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE "RTNMAIL ".
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-RTH-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RTH-HOLD-FLAG            PIC X(01) VALUE SPACE.
       01  WS-RTH-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RTH-DONE                       VALUE "Y".
           88  WS-RTH-ADDED                      VALUE "A".
           88  WS-RTH-UNAVAILABLE                VALUE "U".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REPEAT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "RTNMAIL        ", "CUSTMAS ".
           CALL "ENVCHK" USING "RTNMAIL        ", "CUSTAUDT".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "RTNMAIL        " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "RTNMAIL: CUSTMAS LOCK REFUSED - ",
                   "RETURNED MAIL NOT POSTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-ONE-RETURN
               THRU 2000-POST-ONE-RETURN-EXIT
               UNTIL WS-RTN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - NO RTNMIN IS A NIGHT WITH NOTHING SENT   *
      * BACK; NO CUSTMAS ENDS THE RUN.                             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RETURNED-MAIL-IN-FILE.
           IF NOT WS-RTN-OK
               DISPLAY "RTNMAIL: NO RTNMIN RETURNED MAIL TONIGHT."
               SET WS-RTN-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "RTNMAIL        ", "CUSTMAS ",
                   "OPEN-IO ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "RTNMAIL: CUSTMAS COULD NOT BE OPENED - ",
                   "RETURNED MAIL NOT POSTED."
               CLOSE RETURNED-MAIL-IN-FILE
               SET WS-RTN-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUST-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-POST-ONE-RETURN - CHECK THE RETURN, RECORD IT ON      *
      * RETMAIL, AND PUT A CUSTOMER NOT YET ON RETURNED-MAIL HOLD  *
      * ON IT.                                                     *
      *-----------------------------------------------------------*
       2000-POST-ONE-RETURN.
           READ RETURNED-MAIL-IN-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
           END-READ.
           IF WS-RTN-EOF
               CLOSE RETURNED-MAIL-IN-FILE
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF RI-CUST-ID IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RTNMAIL: RETURN " WS-READ-COUNT
                   " HAS NO VALID CUSTOMER NUMBER - REJECTED."
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           IF RI-RETURN-DATE = SPACES
               MOVE WS-RUN-DATE TO RI-RETURN-DATE
           END-IF.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           CALL "NUMCHECK" USING RI-RETURN-DATE, "D",
               WS-DATE-VALID-SWITCH, "RTNMAIL        ".
           IF NOT WS-DATE-IS-VALID
               OR RI-RETURN-DATE > WS-RUN-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RTNMAIL: RETURN DATE " RI-RETURN-DATE
                   " FOR CUSTOMER " RI-CUST-ID " NOT VALID - ",
                   "REJECTED."
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           MOVE RI-CUST-ID-NUM TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RTNMAIL: CUSTOMER " RI-CUST-ID
                       " NOT ON FILE - REJECTED."
                   GO TO 2000-POST-ONE-RETURN-EXIT
           END-READ.
           IF CM-IS-INACTIVE OR CM-IS-MERGED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RTNMAIL: CUSTOMER " RI-CUST-ID
                   " IS CLOSED OR MERGED - REJECTED."
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           MOVE "S"               TO WS-RTH-FUNCTION.
           MOVE CM-STMT-HOLD-FLAG TO WS-RTH-HOLD-FLAG.
           MOVE SPACE             TO WS-RTH-RESULT.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, RI-CUST-ID-NUM,
               RI-RETURN-DATE, RI-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           IF WS-RTH-UNAVAILABLE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "RTNMAIL: RETMAIL UNAVAILABLE - RETURN FOR ",
                   "CUSTOMER " RI-CUST-ID " NOT POSTED."
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           IF CM-STMT-RETURNED-MAIL
               ADD 1 TO WS-REPEAT-COUNT
               GO TO 2000-POST-ONE-RETURN-EXIT
           END-IF.
           PERFORM 2100-HOLD-CUSTOMER
               THRU 2100-HOLD-CUSTOMER-EXIT.
       2000-POST-ONE-RETURN-EXIT.
           EXIT.

       2100-HOLD-CUSTOMER.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "R" TO CM-STMT-HOLD-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RTNMAIL: REWRITE FAILED FOR CUSTOMER "
                       CM-CUST-ID " - STATUS " WS-CUST-FILE-STATUS
                   GO TO 2100-HOLD-CUSTOMER-EXIT
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           PERFORM 8000-LOG-HOLD-AUDIT
               THRU 8000-LOG-HOLD-AUDIT-EXIT.
           ADD 1 TO WS-HELD-COUNT.
       2100-HOLD-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOG-HOLD-AUDIT - THE HOLD GOES TO CUSTAUDT AS ACTION  *
      * "R", BEFORE AND AFTER IMAGES, UNDER THE RUN'S OWN NAME.    *
      *-----------------------------------------------------------*
       8000-LOG-HOLD-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE "R" TO CA-ACTION.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       8000-LOG-HOLD-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN.              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "C" TO WS-RTH-FUNCTION.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, RI-CUST-ID-NUM,
               RI-RETURN-DATE, RI-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           DISPLAY "RTNMAIL: RETURNS READ           = "
               WS-READ-COUNT.
           DISPLAY "RTNMAIL: CUSTOMERS PUT ON HOLD  = "
               WS-HELD-COUNT.
           DISPLAY "RTNMAIL: RETURNS ON HELD CUSTS  = "
               WS-REPEAT-COUNT.
           DISPLAY "RTNMAIL: RETURNS REJECTED       = "
               WS-REJECTED-COUNT.
           DISPLAY "RTNMAIL: ERRORS                 = "
               WS-ERROR-COUNT.
           IF RETURN-CODE < 4
               AND (WS-REJECTED-COUNT > 0 OR WS-ERROR-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM RTNMAIL.
