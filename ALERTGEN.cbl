      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly customer alert feed for the notification
      * vendor, so that a customer hears of a large or unusual
      * posting the morning after rather than from the month-end
      * statement.  Each customer's alert switch and threshold (base
      * currency) are held on the CUSTPREF preference master, kept
      * through PREFMNT.  Every posting or reversal on tonight's
      * ADDOUT whose base amount is above the customer's threshold
      * is written to the ALERTOUT feed, and so is every item the
      * posting run held on ADDSUSP tonight (items held on earlier
      * nights were alerted then).  A held item is alerted without
      * its hold reason - the vendor is told only that it is held
      * for review.  Only customers with alerts switched on are
      * alerted; one with no CUSTPREF row is sent nothing.  For a
      * customer whose CM-SENSITIVE-FLAG is set the amount is masked
      * with asterisks and the masked flag set, and when CUSTMAS
      * cannot be read every amount is masked.  The feed is framed
      * by a header and a trailer carrying the detail counts.  Each
      * detail carries the item's transaction reference so a customer
      * query on an alert can be traced through TXNLINE.  RC 4
      * means CUSTPREF, CUSTMAS or ADDSUSP could not be read (the
      * SYSOUT says which); RC 12 means ADDOUT or ALERTOUT could not
      * be opened and no feed was written.  Every input is read
      * only.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT (73 BYTES) AND ADDSUSP (49) CARRY THE
      *                 TRANSACTION REFERENCE, PASSED ON IN EACH
      *                 ALERTOUT DETAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PREFERENCE-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS WS-PREF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT ALERT-OUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-REVERSAL               VALUE "R".
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

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
           05  SU-CUST-ID              PIC 9(06).
           05  SU-NUM1                 PIC 9(05)V9(02).
           05  SU-NUM2                 PIC 9(05)V9(02).
           05  SU-CURRENCY-CODE        PIC X(03).
           05  SU-LOG-DATE             PIC X(08).
           05  SU-HOLD-REASON          PIC X(01).
           05  SU-TXN-REF              PIC X(16).

       FD  PREFERENCE-FILE.
       01  PREFERENCE-RECORD.
           05  CP-CUST-ID              PIC 9(06).
           05  CP-ALERT-SWITCH         PIC X(01).
               88  CP-ALERTS-ON                  VALUE "Y".
               88  CP-ALERTS-OFF                 VALUE "N".
           05  CP-ALERT-THRESHOLD      PIC 9(09)V9(02).
           05  CP-LAST-CHANGED         PIC X(08).
           05  CP-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(06).

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
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  ALERT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ALERT-DETAIL-RECORD.
           05  AD-RECORD-TYPE          PIC X(01).
               88  AD-IS-HEADER                  VALUE "H".
               88  AD-IS-DETAIL                  VALUE "D".
               88  AD-IS-TRAILER                 VALUE "T".
           05  AD-CUST-ID              PIC 9(06).
           05  AD-ALERT-TYPE           PIC X(01).
               88  AD-IS-POSTING                 VALUE "P".
               88  AD-IS-REVERSAL                VALUE "R".
               88  AD-IS-HELD                    VALUE "H".
           05  AD-ACTIVITY-DATE        PIC X(08).
           05  AD-CURRENCY-CODE        PIC X(03).
           05  AD-AMOUNT               PIC 9(09)V9(02).
           05  AD-AMOUNT-X REDEFINES AD-AMOUNT
                                       PIC X(11).
           05  AD-MASKED-FLAG          PIC X(01).
           05  AD-VALUE-DATE           PIC X(08).
           05  AD-TXN-REF              PIC X(16).
           05  FILLER                  PIC X(25).
       01  ALERT-HEADER-RECORD REDEFINES ALERT-DETAIL-RECORD.
           05  AH-RECORD-TYPE          PIC X(01).
           05  AH-FILE-ID              PIC X(08).
           05  AH-RUN-DATE             PIC X(08).
           05  AH-CREATED-TIME         PIC X(08).
           05  FILLER                  PIC X(55).
       01  ALERT-TRAILER-RECORD REDEFINES ALERT-DETAIL-RECORD.
           05  AT-RECORD-TYPE          PIC X(01).
           05  AT-FILE-ID              PIC X(08).
           05  AT-RUN-DATE             PIC X(08).
           05  AT-DETAIL-COUNT         PIC 9(07).
           05  AT-POSTING-COUNT        PIC 9(07).
           05  AT-REVERSAL-COUNT       PIC 9(07).
           05  AT-HELD-COUNT           PIC 9(07).
           05  AT-MASKED-COUNT         PIC 9(07).
           05  FILLER                  PIC X(28).

       WORKING-STORAGE SECTION.
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
       01  WS-SUSP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                        VALUE "00".
       01  WS-PREF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PREF-OK                        VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-ALERT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-ALERT-OK                       VALUE "00".
       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "N".
           88  WS-RUN-IS-OK                      VALUE "Y".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".
       01  WS-PREF-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUSTPREF-AVAILABLE             VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-ENROLLED-SWITCH          PIC X(01) VALUE "N".
           88  WS-CUST-ENROLLED                  VALUE "Y".
       01  WS-MASK-SWITCH              PIC X(01) VALUE "N".
           88  WS-MASK-AMOUNT                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-CUST-ID           PIC 9(06) VALUE ZERO.
       01  WS-ALERT-TYPE               PIC X(01) VALUE SPACE.
       01  WS-ALERT-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-ALERT-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-ALERT-VALUE-DATE         PIC X(08) VALUE SPACES.
       01  WS-ALERT-TXN-REF            PIC X(16) VALUE SPACES.
       77  WS-ADDOUT-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-TONIGHT-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ENROLLED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDER-THRESHOLD-COUNT    PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-CUSTMAS-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-POSTING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-MASKED-COUNT             PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-RUN-IS-OK
               PERFORM 2000-ALERT-POSTINGS
                   THRU 2000-ALERT-POSTINGS-EXIT
               PERFORM 3000-ALERT-HELD-ITEMS
                   THRU 3000-ALERT-HELD-ITEMS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN TONIGHT'S ADDOUT AND THE ALERTOUT   *
      * FEED, WITHOUT WHICH NOTHING CAN BE SENT, THEN CUSTPREF AND *
      * CUSTMAS.  WITH NO CUSTPREF NOBODY IS ALERTED; WITH NO      *
      * CUSTMAS EVERY AMOUNT IS MASKED.  THE FEED HEADER IS        *
      * WRITTEN HERE.                                              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ADDITION-OUT-FILE.
           IF NOT WS-ADDOUT-OK
               CALL "FILERR" USING "ALERTGEN       ", "ADDOUT  ",
                   "OPEN-IN ", WS-ADDOUT-FILE-STATUS, "N"
               DISPLAY "ALERTGEN: ADDOUT COULD NOT BE OPENED - ",
                   "NO ALERTS SENT."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT ALERT-OUT-FILE.
           IF NOT WS-ALERT-OK
               CALL "FILERR" USING "ALERTGEN       ", "ALERTOUT",
                   "OPEN-OUT", WS-ALERT-FILE-STATUS, "N"
               DISPLAY "ALERTGEN: ALERTOUT COULD NOT BE OPENED - ",
                   "NO ALERTS SENT."
               CLOSE ADDITION-OUT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RUN-IS-OK TO TRUE.
           OPEN INPUT PREFERENCE-FILE.
           IF WS-PREF-OK
               SET WS-CUSTPREF-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "ALERTGEN       ", "CUSTPREF",
                   "OPEN-IN ", WS-PREF-FILE-STATUS, "N"
               DISPLAY "ALERTGEN: CUSTPREF NOT AVAILABLE - ",
                   "NO CUSTOMER IS ALERTED TONIGHT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "ALERTGEN       ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "ALERTGEN: CUSTMAS NOT AVAILABLE - ",
                   "EVERY ALERT AMOUNT IS MASKED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES           TO ALERT-HEADER-RECORD.
           MOVE "H"              TO AH-RECORD-TYPE.
           MOVE "ALERTOUT"       TO AH-FILE-ID.
           MOVE WS-RUN-DATE      TO AH-RUN-DATE.
           ACCEPT AH-CREATED-TIME FROM TIME.
           WRITE ALERT-HEADER-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ALERT-POSTINGS - ONE PASS OF TONIGHT'S ADDOUT.  THE   *
      * "T" TRAILER IS NOT ACTIVITY.                               *
      *-----------------------------------------------------------*
       2000-ALERT-POSTINGS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-CHECK-ONE-POSTING
               THRU 2100-CHECK-ONE-POSTING-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE ADDITION-OUT-FILE.
       2000-ALERT-POSTINGS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-ONE-POSTING - A POSTING OR REVERSAL IS ALERTED  *
      * WHEN ITS BASE AMOUNT IS ABOVE THE CUSTOMER'S THRESHOLD.    *
      * THE ALERT CARRIES THE NATIVE AMOUNT AND CURRENCY.          *
      *-----------------------------------------------------------*
       2100-CHECK-ONE-POSTING.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-CHECK-ONE-POSTING-EXIT
           END-READ.
           IF OUT-IS-TRAILER
               GO TO 2100-CHECK-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-ADDOUT-READ-COUNT.
           MOVE OUT-CUST-ID TO WS-LOOKUP-CUST-ID.
           PERFORM 6000-LOOKUP-CUSTOMER
               THRU 6000-LOOKUP-CUSTOMER-EXIT.
           IF NOT WS-CUST-ENROLLED
               GO TO 2100-CHECK-ONE-POSTING-EXIT
           END-IF.
           IF OUT-BASE-NUM3 NOT > CP-ALERT-THRESHOLD
               ADD 1 TO WS-UNDER-THRESHOLD-COUNT
               GO TO 2100-CHECK-ONE-POSTING-EXIT
           END-IF.
           IF OUT-IS-REVERSAL
               MOVE "R" TO WS-ALERT-TYPE
           ELSE
               MOVE "P" TO WS-ALERT-TYPE
           END-IF.
           MOVE OUT-CURRENCY-CODE TO WS-ALERT-CURRENCY.
           MOVE OUT-NUM3          TO WS-ALERT-AMOUNT.
           MOVE OUT-SETTLE-DATE   TO WS-ALERT-VALUE-DATE.
           MOVE OUT-TXN-REF       TO WS-ALERT-TXN-REF.
           PERFORM 7000-WRITE-ALERT
               THRU 7000-WRITE-ALERT-EXIT.
       2100-CHECK-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ALERT-HELD-ITEMS - EVERY ITEM THE POSTING RUN HELD ON *
      * ADDSUSP TONIGHT IS ALERTED, WHATEVER ITS AMOUNT.  A HELD   *
      * ITEM HAS NO VALUE DATE YET.                                *
      *-----------------------------------------------------------*
       3000-ALERT-HELD-ITEMS.
           OPEN INPUT SUSPECT-FILE.
           IF NOT WS-SUSP-OK
               CALL "FILERR" USING "ALERTGEN       ", "ADDSUSP ",
                   "OPEN-IN ", WS-SUSP-FILE-STATUS, "N"
               DISPLAY "ALERTGEN: ADDSUSP COULD NOT BE READ - ",
                   "HELD ITEMS NOT ALERTED."
               MOVE 4 TO RETURN-CODE
               GO TO 3000-ALERT-HELD-ITEMS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-CHECK-ONE-HELD-ITEM
               THRU 3100-CHECK-ONE-HELD-ITEM-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SUSPECT-FILE.
       3000-ALERT-HELD-ITEMS-EXIT.
           EXIT.

       3100-CHECK-ONE-HELD-ITEM.
           READ SUSPECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-CHECK-ONE-HELD-ITEM-EXIT
           END-READ.
           IF SU-LOG-DATE NOT = WS-RUN-DATE
               GO TO 3100-CHECK-ONE-HELD-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-HELD-TONIGHT-COUNT.
           MOVE SU-CUST-ID TO WS-LOOKUP-CUST-ID.
           PERFORM 6000-LOOKUP-CUSTOMER
               THRU 6000-LOOKUP-CUSTOMER-EXIT.
           IF NOT WS-CUST-ENROLLED
               GO TO 3100-CHECK-ONE-HELD-ITEM-EXIT
           END-IF.
           MOVE "H"              TO WS-ALERT-TYPE.
           MOVE SU-CURRENCY-CODE TO WS-ALERT-CURRENCY.
           COMPUTE WS-ALERT-AMOUNT = SU-NUM1 + SU-NUM2.
           MOVE SPACES           TO WS-ALERT-VALUE-DATE.
           MOVE SU-TXN-REF       TO WS-ALERT-TXN-REF.
           PERFORM 7000-WRITE-ALERT
               THRU 7000-WRITE-ALERT-EXIT.
       3100-CHECK-ONE-HELD-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LOOKUP-CUSTOMER - THE CUSTOMER IS ENROLLED WHEN IT    *
      * HAS A CUSTPREF ROW WITH ALERTS ON AND IS ON CUSTMAS.  THE  *
      * AMOUNT IS MASKED FOR A SENSITIVE CUSTOMER, OR FOR ALL WHEN *
      * CUSTMAS CANNOT BE READ.                                    *
      *-----------------------------------------------------------*
       6000-LOOKUP-CUSTOMER.
           MOVE "N" TO WS-ENROLLED-SWITCH.
           MOVE "N" TO WS-MASK-SWITCH.
           IF NOT WS-CUSTPREF-AVAILABLE
               GO TO 6000-LOOKUP-CUSTOMER-EXIT
           END-IF.
           MOVE WS-LOOKUP-CUST-ID TO CP-CUST-ID.
           READ PREFERENCE-FILE
               INVALID KEY
                   MOVE "N" TO CP-ALERT-SWITCH
           END-READ.
           IF NOT CP-ALERTS-ON
               ADD 1 TO WS-NOT-ENROLLED-COUNT
               GO TO 6000-LOOKUP-CUSTOMER-EXIT
           END-IF.
           IF NOT WS-CUSTMAS-AVAILABLE
               SET WS-MASK-AMOUNT TO TRUE
               SET WS-CUST-ENROLLED TO TRUE
               GO TO 6000-LOOKUP-CUSTOMER-EXIT
           END-IF.
           MOVE WS-LOOKUP-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-CUSTMAS-COUNT
                   GO TO 6000-LOOKUP-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-SENSITIVE
               SET WS-MASK-AMOUNT TO TRUE
           END-IF.
           SET WS-CUST-ENROLLED TO TRUE.
       6000-LOOKUP-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-ALERT - ONE DETAIL ON THE FEED, THE AMOUNT      *
      * REPLACED BY ASTERISKS WHEN IT IS TO BE MASKED.             *
      *-----------------------------------------------------------*
       7000-WRITE-ALERT.
           MOVE SPACES              TO ALERT-DETAIL-RECORD.
           MOVE "D"                 TO AD-RECORD-TYPE.
           MOVE WS-LOOKUP-CUST-ID   TO AD-CUST-ID.
           MOVE WS-ALERT-TYPE       TO AD-ALERT-TYPE.
           MOVE WS-RUN-DATE         TO AD-ACTIVITY-DATE.
           MOVE WS-ALERT-CURRENCY   TO AD-CURRENCY-CODE.
           IF WS-MASK-AMOUNT
               MOVE ALL "*"         TO AD-AMOUNT-X
               MOVE "Y"             TO AD-MASKED-FLAG
               ADD 1 TO WS-MASKED-COUNT
           ELSE
               MOVE WS-ALERT-AMOUNT TO AD-AMOUNT
               MOVE "N"             TO AD-MASKED-FLAG
           END-IF.
           MOVE WS-ALERT-VALUE-DATE TO AD-VALUE-DATE.
           MOVE WS-ALERT-TXN-REF    TO AD-TXN-REF.
           WRITE ALERT-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE TRUE
               WHEN AD-IS-POSTING
                   ADD 1 TO WS-POSTING-COUNT
               WHEN AD-IS-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
               WHEN AD-IS-HELD
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.
       7000-WRITE-ALERT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE FEED TRAILER, CLOSE UP AND      *
      * REPORT THE RUN'S COUNTS.                                   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-IS-OK
               MOVE 12 TO RETURN-CODE
               GO TO 9000-TERMINATE-EXIT
           END-IF.
           MOVE SPACES            TO ALERT-TRAILER-RECORD.
           MOVE "T"               TO AT-RECORD-TYPE.
           MOVE "ALERTOUT"        TO AT-FILE-ID.
           MOVE WS-RUN-DATE       TO AT-RUN-DATE.
           MOVE WS-DETAIL-COUNT   TO AT-DETAIL-COUNT.
           MOVE WS-POSTING-COUNT  TO AT-POSTING-COUNT.
           MOVE WS-REVERSAL-COUNT TO AT-REVERSAL-COUNT.
           MOVE WS-HELD-COUNT     TO AT-HELD-COUNT.
           MOVE WS-MASKED-COUNT   TO AT-MASKED-COUNT.
           WRITE ALERT-TRAILER-RECORD.
           CLOSE ALERT-OUT-FILE.
           IF WS-CUSTPREF-AVAILABLE
               CLOSE PREFERENCE-FILE
           END-IF.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "ALERTGEN: ADDOUT DETAILS READ      = "
               WS-ADDOUT-READ-COUNT.
           DISPLAY "ALERTGEN: ITEMS HELD TONIGHT       = "
               WS-HELD-TONIGHT-COUNT.
           DISPLAY "ALERTGEN: CUSTOMER NOT ENROLLED    = "
               WS-NOT-ENROLLED-COUNT.
           DISPLAY "ALERTGEN: AT OR UNDER THRESHOLD    = "
               WS-UNDER-THRESHOLD-COUNT.
           DISPLAY "ALERTGEN: NOT ON CUSTMAS           = "
               WS-NOT-ON-CUSTMAS-COUNT.
           DISPLAY "ALERTGEN: POSTING ALERTS           = "
               WS-POSTING-COUNT.
           DISPLAY "ALERTGEN: REVERSAL ALERTS          = "
               WS-REVERSAL-COUNT.
           DISPLAY "ALERTGEN: HELD-ITEM ALERTS         = "
               WS-HELD-COUNT.
           DISPLAY "ALERTGEN: AMOUNTS MASKED           = "
               WS-MASKED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ALERTGEN.
