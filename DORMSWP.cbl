      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly dormant-account sweep.  A customer with no
      * activity stays "A" on CUSTMAS forever otherwise, and staff can
      * post to it with no extra check.  The run gathers every
      * customer's latest activity onto the DORMACT activity master -
      * from the month's catalogued ADDOUT generations (the same GDG
      * concatenation REVALUE and ADDMSTMT read; an item there counts
      * as activity this month) and from the BALMAS last-activity
      * dates the posting run keeps per customer and currency, which
      * carry the history back past the generations still catalogued
      * (the ADDOUTARC archive holds only each year's run trailers,
      * nothing per customer).  DORMACT also remembers when the sweep
      * first saw a customer, so one that has never traded is judged
      * from then rather than flagged on sight.  Every active customer
      * whose latest activity falls before the cutoff - the run date
      * less the DORMCTL number of months, twelve when DORMCTL is
      * absent - is flagged dormant (CUSTMAS status "D"), journaled
      * through FWDJRNL and audited on CUSTAUDT as action "Z".  The
      * DORMRPT report lists each customer flagged this run and each
      * still dormant from earlier runs.  The posting run holds a
      * dormant customer's transactions on DORMHOLD for review.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANT-CTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT DORMANT-ACTIVITY-FILE ASSIGN TO "DORMACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-CUST-ID
               FILE STATUS IS WS-ACT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DORMANT-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 02 CHARACTERS.
       01  DORMANT-CTL-RECORD.
           05  DC-DORMANT-MONTHS       PIC 9(02).

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-TRAILER                VALUE "T".
           05  OUT-CUST-ID             PIC 9(06).
           05  OUT-NUM1                PIC 9(05)V9(02).
           05  OUT-NUM2                PIC 9(05)V9(02).
           05  OUT-NUM3                PIC 9(06)V9(02).
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

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

       FD  DORMANT-ACTIVITY-FILE.
       01  DORMANT-ACTIVITY-RECORD.
           05  DA-CUST-ID              PIC 9(06).
           05  DA-LAST-ACTIVITY-DATE   PIC X(08).
           05  DA-FIRST-SEEN-DATE      PIC X(08).
           05  DA-DORMANT-DATE         PIC X(08).
           05  DA-REACTIVATED-DATE     PIC X(08).
           05  FILLER                  PIC X(10).

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

       FD  DORMANT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMANT-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
       01  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BAL-OK                         VALUE "00".
       01  WS-ACT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACT-OK                         VALUE "00".
           88  WS-ACT-NOT-FOUND                  VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-ADDOUT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-ADDOUT-EOF                     VALUE "Y".
       01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-BAL-EOF                        VALUE "Y".
       01  WS-CUST-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CUST-EOF                       VALUE "Y".
       01  WS-ACT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-ACT-IS-OPEN                    VALUE "Y".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YEAR             PIC 9(04).
           05  WS-CUT-MONTH            PIC 9(02).
           05  WS-CUT-DAY              PIC 9(02).
       01  WS-DORMANT-MONTHS           PIC 9(02) VALUE 12.
       01  WS-MONTH-SERIAL             PIC 9(06) VALUE ZERO.
       01  WS-ACTIVITY-CUST-ID         PIC 9(06) VALUE ZERO.
       01  WS-ACTIVITY-DATE            PIC X(08) VALUE SPACES.
       01  WS-REFERENCE-DATE           PIC X(08) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(101) VALUE SPACES.
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       77  WS-ADDOUT-ITEM-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-BALANCE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-STILL-DORMANT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(32)
               VALUE "DORMSWP - DORMANT-ACCOUNT SWEEP ".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  CUTOFF  ".
           05  WS-H1-CUTOFF-DATE       PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(38)
               VALUE "CUST   NAME                           ".
           05  FILLER                  PIC X(42)
               VALUE "LAST ACT  DORMANT   STATUS".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-LAST-ACTIVITY     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DORMANT-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(16).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(24)
               VALUE "FLAGGED DORMANT THIS RUN".
           05  FILLER                  PIC X(03) VALUE " = ".
           05  WS-TL-FLAGGED           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(19)
               VALUE "   STILL DORMANT = ".
           05  WS-TL-STILL             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "DORMSWP        ", "BALMAS  ".
           CALL "ENVCHK" USING "DORMSWP        ", "CUSTMAS ".
           CALL "ENVCHK" USING "DORMSWP        ", "DORMACT ".
           CALL "ENVCHK" USING "DORMSWP        ", "DORMRPT ".
           CALL "ENVCHK" USING "DORMSWP        ", "CUSTAUDT".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "DORMSWP        " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "DORMSWP: CUSTMAS LOCK REFUSED - ",
                   "SWEEP NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-NOTE-ONE-ADDOUT-ITEM
               THRU 2000-NOTE-ONE-ADDOUT-ITEM-EXIT
               UNTIL WS-ADDOUT-EOF.
           PERFORM 3000-NOTE-ONE-BALANCE
               THRU 3000-NOTE-ONE-BALANCE-EXIT
               UNTIL WS-BAL-EOF.
           PERFORM 4000-JUDGE-ONE-CUSTOMER
               THRU 4000-JUDGE-ONE-CUSTOMER-EXIT
               UNTIL WS-CUST-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE DORMANCY PERIOD FROM DORMCTL,   *
      * WORK OUT THE CUTOFF DATE, AND OPEN THE ACTIVITY SOURCES,   *
      * THE DORMACT MASTER (CREATED EMPTY WHEN GENUINELY ABSENT),  *
      * CUSTMAS, AND THE REPORT.  A MISSING ADDOUT OR BALMAS ONLY  *
      * NARROWS THE EVIDENCE; NO DORMACT OR CUSTMAS ENDS THE RUN.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DORMANT-CTL-FILE.
           IF WS-CTL-OK
               READ DORMANT-CTL-FILE
                   NOT AT END
                       IF DC-DORMANT-MONTHS IS NUMERIC
                           AND DC-DORMANT-MONTHS > ZERO
                           MOVE DC-DORMANT-MONTHS
                               TO WS-DORMANT-MONTHS
                       END-IF
               END-READ
               CLOSE DORMANT-CTL-FILE
           ELSE
               DISPLAY "DORMSWP: NO DORMCTL - DORMANCY PERIOD ",
                   "DEFAULTS TO 12 MONTHS."
           END-IF.
           COMPUTE WS-MONTH-SERIAL = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - WS-DORMANT-MONTHS.
           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH.
           ADD 1 TO WS-CUT-MONTH.
           MOVE WS-RUN-DAY TO WS-CUT-DAY.
           IF WS-CUT-DAY > 28
               MOVE 28 TO WS-CUT-DAY
           END-IF.
           OPEN INPUT ADDITION-OUT-FILE.
           IF NOT WS-ADDOUT-OK
               DISPLAY "DORMSWP: ADDOUT NOT AVAILABLE - ",
                   "THIS MONTH'S GENERATIONS NOT CONSULTED."
               SET WS-ADDOUT-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF NOT WS-BAL-OK
               DISPLAY "DORMSWP: BALMAS NOT AVAILABLE - ",
                   "LAST-ACTIVITY DATES NOT CONSULTED."
               SET WS-BAL-EOF TO TRUE
           END-IF.
           OPEN I-O DORMANT-ACTIVITY-FILE.
           IF WS-ACT-NOT-FOUND
               OPEN OUTPUT DORMANT-ACTIVITY-FILE
               IF WS-ACT-OK
                   CLOSE DORMANT-ACTIVITY-FILE
                   OPEN I-O DORMANT-ACTIVITY-FILE
               END-IF
           END-IF.
           IF NOT WS-ACT-OK
               CALL "FILERR" USING "DORMSWP        ", "DORMACT ",
                   "OPEN-IO ", WS-ACT-FILE-STATUS, "N"
               DISPLAY "DORMSWP: DORMACT COULD NOT BE OPENED - ",
                   "SWEEP NOT PERFORMED."
               PERFORM 1900-ABANDON-SWEEP
                   THRU 1900-ABANDON-SWEEP-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-ACT-IS-OPEN TO TRUE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "DORMSWP        ", "CUSTMAS ",
                   "OPEN-IO ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "DORMSWP: CUSTMAS COULD NOT BE OPENED - ",
                   "SWEEP NOT PERFORMED."
               PERFORM 1900-ABANDON-SWEEP
                   THRU 1900-ABANDON-SWEEP-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUST-IS-OPEN TO TRUE.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE WS-RUN-DATE    TO WS-H1-RUN-DATE
               MOVE WS-CUTOFF-DATE TO WS-H1-CUTOFF-DATE
               WRITE DORMANT-REPORT-LINE FROM WS-HEADING-1
               MOVE SPACES TO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE FROM WS-HEADING-2
           ELSE
               DISPLAY "DORMSWP: DORMRPT COULD NOT BE OPENED - ",
                   "DORMANCY REPORT NOT PRINTED."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1900-ABANDON-SWEEP.
           IF WS-ADDOUT-OK
               CLOSE ADDITION-OUT-FILE
           END-IF.
           IF WS-BAL-OK
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           SET WS-ADDOUT-EOF TO TRUE.
           SET WS-BAL-EOF TO TRUE.
           SET WS-CUST-EOF TO TRUE.
       1900-ABANDON-SWEEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-NOTE-ONE-ADDOUT-ITEM - ANY DETAIL ON A GENERATION     *
      * STILL CATALOGUED IS ACTIVITY WITHIN THE MONTH; THE NIGHTS  *
      * CARRY NO DATE OF THEIR OWN, SO IT IS NOTED AS OF TODAY.    *
      *-----------------------------------------------------------*
       2000-NOTE-ONE-ADDOUT-ITEM.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-ADDOUT-EOF TO TRUE
           END-READ.
           IF WS-ADDOUT-EOF
               CLOSE ADDITION-OUT-FILE
               GO TO 2000-NOTE-ONE-ADDOUT-ITEM-EXIT
           END-IF.
           IF OUT-IS-TRAILER
               OR OUT-CUST-ID IS NOT NUMERIC
               GO TO 2000-NOTE-ONE-ADDOUT-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ADDOUT-ITEM-COUNT.
           MOVE OUT-CUST-ID TO WS-ACTIVITY-CUST-ID.
           MOVE WS-RUN-DATE TO WS-ACTIVITY-DATE.
           PERFORM 2100-NOTE-ACTIVITY
               THRU 2100-NOTE-ACTIVITY-EXIT.
       2000-NOTE-ONE-ADDOUT-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-NOTE-ACTIVITY - RAISE THE CUSTOMER'S DORMACT LAST-    *
      * ACTIVITY DATE TO WS-ACTIVITY-DATE WHEN THAT IS LATER; A    *
      * CUSTOMER NEW TO DORMACT IS FIRST SEEN TODAY.               *
      *-----------------------------------------------------------*
       2100-NOTE-ACTIVITY.
           MOVE WS-ACTIVITY-CUST-ID TO DA-CUST-ID.
           READ DORMANT-ACTIVITY-FILE
               INVALID KEY
                   MOVE SPACES              TO DORMANT-ACTIVITY-RECORD
                   MOVE WS-ACTIVITY-CUST-ID TO DA-CUST-ID
                   MOVE WS-ACTIVITY-DATE    TO DA-LAST-ACTIVITY-DATE
                   MOVE WS-RUN-DATE         TO DA-FIRST-SEEN-DATE
                   WRITE DORMANT-ACTIVITY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
                   GO TO 2100-NOTE-ACTIVITY-EXIT
           END-READ.
           IF DA-LAST-ACTIVITY-DATE = SPACES
               OR WS-ACTIVITY-DATE > DA-LAST-ACTIVITY-DATE
               MOVE WS-ACTIVITY-DATE TO DA-LAST-ACTIVITY-DATE
               REWRITE DORMANT-ACTIVITY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           END-IF.
       2100-NOTE-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-NOTE-ONE-BALANCE - EACH BALMAS CUSTOMER/CURRENCY      *
      * CARRIES THE DATE OF ITS LAST POSTING.                      *
      *-----------------------------------------------------------*
       3000-NOTE-ONE-BALANCE.
           READ CUSTOMER-BALANCE-FILE
               AT END
                   SET WS-BAL-EOF TO TRUE
           END-READ.
           IF WS-BAL-EOF
               CLOSE CUSTOMER-BALANCE-FILE
               GO TO 3000-NOTE-ONE-BALANCE-EXIT
           END-IF.
           IF BL-LAST-ACTIVITY-DATE = SPACES
               GO TO 3000-NOTE-ONE-BALANCE-EXIT
           END-IF.
           ADD 1 TO WS-BALANCE-COUNT.
           MOVE BL-CUST-ID            TO WS-ACTIVITY-CUST-ID.
           MOVE BL-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE.
           PERFORM 2100-NOTE-ACTIVITY
               THRU 2100-NOTE-ACTIVITY-EXIT.
       3000-NOTE-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-JUDGE-ONE-CUSTOMER - READ THE NEXT CUSTMAS CUSTOMER.  *
      * AN ACTIVE CUSTOMER WHOSE LATEST ACTIVITY (OR, NEVER HAVING *
      * TRADED, THE DATE THE SWEEP FIRST SAW IT) IS BEFORE THE     *
      * CUTOFF IS FLAGGED DORMANT; ONE ALREADY DORMANT IS LISTED.  *
      *-----------------------------------------------------------*
       4000-JUDGE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
           IF WS-CUST-EOF
               GO TO 4000-JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF NOT CM-IS-ACTIVE AND NOT CM-IS-DORMANT
               GO TO 4000-JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE CM-CUST-ID TO DA-CUST-ID.
           READ DORMANT-ACTIVITY-FILE
               INVALID KEY
                   MOVE SPACES      TO DORMANT-ACTIVITY-RECORD
                   MOVE CM-CUST-ID  TO DA-CUST-ID
                   MOVE WS-RUN-DATE TO DA-FIRST-SEEN-DATE
                   WRITE DORMANT-ACTIVITY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
           END-READ.
           IF CM-IS-DORMANT
               ADD 1 TO WS-STILL-DORMANT-COUNT
               MOVE "STILL DORMANT" TO WS-DL-STATUS
               PERFORM 4200-REPORT-ONE-CUSTOMER
                   THRU 4200-REPORT-ONE-CUSTOMER-EXIT
               GO TO 4000-JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           IF DA-LAST-ACTIVITY-DATE NOT = SPACES
               MOVE DA-LAST-ACTIVITY-DATE TO WS-REFERENCE-DATE
           ELSE
               MOVE DA-FIRST-SEEN-DATE    TO WS-REFERENCE-DATE
           END-IF.
           IF WS-REFERENCE-DATE NOT < WS-CUTOFF-DATE
               GO TO 4000-JUDGE-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 4100-FLAG-DORMANT
               THRU 4100-FLAG-DORMANT-EXIT.
       4000-JUDGE-ONE-CUSTOMER-EXIT.
           EXIT.

       4100-FLAG-DORMANT.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "D" TO CM-STATUS-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "DORMSWP: REWRITE FAILED FOR CUSTOMER "
                       CM-CUST-ID " - STATUS " WS-CUST-FILE-STATUS
                   GO TO 4100-FLAG-DORMANT-EXIT
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           PERFORM 8000-LOG-DORMANT-AUDIT
               THRU 8000-LOG-DORMANT-AUDIT-EXIT.
           MOVE WS-RUN-DATE TO DA-DORMANT-DATE.
           REWRITE DORMANT-ACTIVITY-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE "FLAGGED DORMANT" TO WS-DL-STATUS.
           PERFORM 4200-REPORT-ONE-CUSTOMER
               THRU 4200-REPORT-ONE-CUSTOMER-EXIT.
       4100-FLAG-DORMANT-EXIT.
           EXIT.

       4200-REPORT-ONE-CUSTOMER.
           IF NOT WS-RPT-IS-OPEN
               GO TO 4200-REPORT-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE CM-CUST-ID            TO WS-DL-CUST-ID.
           MOVE CM-NAME               TO WS-DL-NAME.
           IF DA-LAST-ACTIVITY-DATE = SPACES
               MOVE "NONE"            TO WS-DL-LAST-ACTIVITY
           ELSE
               MOVE DA-LAST-ACTIVITY-DATE TO WS-DL-LAST-ACTIVITY
           END-IF.
           MOVE DA-DORMANT-DATE       TO WS-DL-DORMANT-DATE.
           WRITE DORMANT-REPORT-LINE FROM WS-DETAIL-LINE.
       4200-REPORT-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOG-DORMANT-AUDIT - THE STATUS CHANGE GOES TO         *
      * CUSTAUDT AS ACTION "Z", BEFORE AND AFTER IMAGES, UNDER THE *
      * SWEEP'S OWN NAME.                                          *
      *-----------------------------------------------------------*
       8000-LOG-DORMANT-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE "DORMSWP " TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE "Z" TO CA-ACTION.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       8000-LOG-DORMANT-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, AND REPORT.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO DORMANT-REPORT-LINE
               WRITE DORMANT-REPORT-LINE
               MOVE WS-FLAGGED-COUNT       TO WS-TL-FLAGGED
               MOVE WS-STILL-DORMANT-COUNT TO WS-TL-STILL
               WRITE DORMANT-REPORT-LINE FROM WS-TOTAL-LINE
               CLOSE DORMANT-REPORT-FILE
           END-IF.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ACT-IS-OPEN
               CLOSE DORMANT-ACTIVITY-FILE
           END-IF.
           DISPLAY "DORMSWP: DORMANCY PERIOD MONTHS = "
               WS-DORMANT-MONTHS.
           DISPLAY "DORMSWP: CUTOFF DATE            = "
               WS-CUTOFF-DATE.
           DISPLAY "DORMSWP: ADDOUT ITEMS NOTED     = "
               WS-ADDOUT-ITEM-COUNT.
           DISPLAY "DORMSWP: BALANCES NOTED         = "
               WS-BALANCE-COUNT.
           DISPLAY "DORMSWP: CUSTOMERS READ         = "
               WS-CUSTOMER-COUNT.
           DISPLAY "DORMSWP: FLAGGED DORMANT        = "
               WS-FLAGGED-COUNT.
           DISPLAY "DORMSWP: STILL DORMANT          = "
               WS-STILL-DORMANT-COUNT.
           DISPLAY "DORMSWP: ERRORS                 = "
               WS-ERROR-COUNT.
           IF NOT WS-CUST-IS-OPEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM DORMSWP.
