      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly interest accrual on daily customer balances.
      * BALACCR carries every BALMAS balance onto the ACCRMAS accrual
      * master each night as a running sum of balance times calendar
      * days; this run closes the month on it.  Each customer/
      * currency sum is first brought up to the run date at the
      * balance last seen, the customer's tier bucket is taken from
      * TIERMAS, and the INTRATE table gives the annual rate for that
      * bucket and currency (a row with a blank currency is the
      * bucket's rate for any currency without a row of its own).
      * Interest is balance-days times the rate over 365 x 100,
      * rounded to the cent, on credit balances only.  The interest
      * comes out as a properly formed ADDTRAN batch on INTTRAN, the
      * way TIERFEE emits fees - an "H" header whose batch ID is IN
      * plus the accrual month (so the ADDBATCH ledger blocks a
      * double run), one "A" detail per customer/currency carrying
      * the interest in the account's own currency, and a computed
      * "T" trailer.  An amount over NUM1's capacity is carried on
      * into NUM2.  The INTRPT accrual report lists every customer/
      * currency with the days and balance-days accrued, the rate
      * used and the interest, with totals by currency, so finance
      * can tie the run to the GL.  The accrual period then restarts
      * from the run date; a period already accrued this month is
      * left alone on a rerun.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE GENERATED ADDTRAN BATCH IS 28 BYTES WITH A
      *                 BLANK BRANCH CODE; POSTING BOOKS EACH ITEM TO
      *                 THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EACH INTEREST ITEM TAKES A TRANSACTION REFERENCE
      *                 FROM TXNREF, CARRIED ON INTTRAN (NOW 44 BYTES),
      *                 AND ITS ACCRUAL IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT TIER-MASTER-FILE ASSIGN TO "TIERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ACCOUNT-ID
               FILE STATUS IS WS-MAS-FILE-STATUS.
           SELECT ACCRUAL-MASTER-FILE ASSIGN TO "ACCRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-ACC-FILE-STATUS.
           SELECT INTEREST-TRAN-FILE ASSIGN TO "INTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT-FILE-STATUS.
           SELECT INTEREST-REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01  INTEREST-RATE-RECORD.
           05  IR-BUCKET               PIC X(16).
           05  IR-CURRENCY-CODE        PIC X(03).
           05  IR-ANNUAL-RATE          PIC 9(02)V9(04).

       FD  TIER-MASTER-FILE.
       01  TIER-MASTER-RECORD.
           05  TM-ACCOUNT-ID           PIC 9(06).
           05  TM-BUCKET               PIC X(16).
           05  TM-SINCE-DATE           PIC X(08).

       FD  ACCRUAL-MASTER-FILE.
       01  ACCRUAL-MASTER-RECORD.
           05  AC-KEY.
               10  AC-CUST-ID          PIC 9(06).
               10  AC-CURRENCY-CODE    PIC X(03).
           05  AC-LAST-BALANCE         PIC S9(11)V9(02).
           05  AC-THROUGH-DATE         PIC X(08).
           05  AC-PERIOD-START         PIC X(08).
           05  AC-DAY-COUNT            PIC 9(05).
           05  AC-BALANCE-DAYS         PIC S9(15)V9(02).
           05  AC-LAST-ACCRUAL-DATE    PIC X(08).
           05  FILLER                  PIC X(12).

       FD  INTEREST-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  INTEREST-TRAN-RECORD.
           05  IT-TRAN-CODE            PIC X(01).
           05  IT-CUST-ID              PIC 9(06).
           05  IT-NUM1                 PIC 9(05)V9(02).
           05  IT-NUM2                 PIC 9(05)V9(02).
           05  IT-CURRENCY-CODE        PIC X(03).
           05  IT-BRANCH-CODE          PIC X(04).
           05  IT-TXN-REF              PIC X(16).
       01  INTEREST-TRAN-HEADER REDEFINES INTEREST-TRAN-RECORD.
           05  IH-RECORD-CODE          PIC X(01).
           05  IH-BATCH-ID             PIC X(08).
           05  IH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  INTEREST-TRAN-TRAILER REDEFINES INTEREST-TRAN-RECORD.
           05  IX-RECORD-CODE          PIC X(01).
           05  IX-RECORD-COUNT         PIC 9(07).
           05  IX-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       FD  INTEREST-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEREST-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RATE-OK                        VALUE "00".
           88  WS-RATE-EOF                       VALUE "10".
       01  WS-MAS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MAS-OK                         VALUE "00".
       01  WS-ACC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACC-OK                         VALUE "00".
       01  WS-INT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-INT-OK                         VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-ACC-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-ACC-EOF                        VALUE "Y".
       01  WS-MAS-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-MAS-IS-OPEN                    VALUE "Y".
       01  WS-ACC-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-ACC-IS-OPEN                    VALUE "Y".
       01  WS-INT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-INT-IS-OPEN                    VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-ACCR-BUCKET              PIC X(16) VALUE SPACES.
       01  WS-ACCR-RATE                PIC 9(02)V9(04) VALUE ZERO.
       01  WS-ACCR-INTEREST            PIC 9(07)V9(02) VALUE ZERO.
       01  WS-ACCR-NOTE                PIC X(08) VALUE SPACES.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 50 TIMES.
               10  WS-RTE-BUCKET       PIC X(16).
               10  WS-RTE-CURRENCY     PIC X(03).
               10  WS-RTE-RATE         PIC 9(02)V9(04).
       77  WS-RTE-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-RTE-IDX                  PIC 9(02) COMP VALUE ZERO.
       77  WS-RTE-MATCH-IDX            PIC 9(02) COMP VALUE ZERO.
       77  WS-RTE-DEFAULT-IDX          PIC 9(02) COMP VALUE ZERO.
       01  WS-CURRENCY-TOTALS.
           05  WS-CT-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CURRENCY      PIC X(03).
               10  WS-CT-COUNT         PIC 9(07).
               10  WS-CT-INTEREST      PIC 9(11)V9(02).
       77  WS-CT-COUNT-USED            PIC 9(02) COMP VALUE ZERO.
       77  WS-CT-IDX                   PIC 9(02) COMP VALUE ZERO.
       77  WS-CT-MATCH-IDX             PIC 9(02) COMP VALUE ZERO.
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-INTEREST-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-CREDIT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "IN".
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
       01  WS-HASH-TOTAL               PIC 9(09)V9(02) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(30)
               VALUE "INTACCR - MONTHLY INTEREST ACC".
           05  FILLER                  PIC X(12) VALUE "RUAL  BATCH ".
           05  WS-H1-BATCH-ID          PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  RUN DATE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(34)
               VALUE "CUST   CCY BUCKET            DAYS ".
           05  FILLER                  PIC X(19)
               VALUE "      BALANCE-DAYS ".
           05  FILLER                  PIC X(27)
               VALUE "   RATE   INTEREST NOTE    ".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-BUCKET            PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-DAY-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-BALANCE-DAYS      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-RATE              PIC Z9.9999.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-INTEREST          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-NOTE              PIC X(08).
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "TOTAL CCY ".
           05  WS-TL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(10) VALUE "  ITEMS = ".
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "  INTEREST = ".
           05  WS-TL-INTEREST          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "INTACCR        ", "TIERMAS ".
           CALL "ENVCHK" USING "INTACCR        ", "ACCRMAS ".
           CALL "ENVCHK" USING "INTACCR        ", "INTTRAN ".
           CALL "ENVCHK" USING "INTACCR        ", "INTRPT  ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-ACCRUE-ONE-BALANCE
               THRU 2000-ACCRUE-ONE-BALANCE-EXIT
               UNTIL WS-ACC-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE INTRATE TABLE, OPEN TIERMAS FOR *
      * THE BUCKET LOOKUP AND ACCRMAS FOR UPDATE, AND WRITE THE    *
      * BATCH HEADER WITH THE ACCRUAL MONTH'S BATCH ID.            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "IN" DELIMITED BY SIZE
               WS-RUN-DATE(1:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID.
           PERFORM 1100-LOAD-RATE-TABLE
               THRU 1100-LOAD-RATE-TABLE-EXIT.
           IF WS-RTE-COUNT = 0
               DISPLAY "INTACCR: NO INTRATE TABLE - NO INTEREST ",
                   "ACCRUED."
               SET WS-ACC-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT TIER-MASTER-FILE.
           IF NOT WS-MAS-OK
               DISPLAY "INTACCR: TIERMAS COULD NOT BE OPENED - ",
                   "NO INTEREST ACCRUED."
               SET WS-ACC-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-MAS-IS-OPEN TO TRUE.
           OPEN I-O ACCRUAL-MASTER-FILE.
           IF NOT WS-ACC-OK
               CALL "FILERR" USING "INTACCR        ", "ACCRMAS ",
                   "OPEN-IO ", WS-ACC-FILE-STATUS, "N"
               DISPLAY "INTACCR: ACCRMAS COULD NOT BE OPENED - ",
                   "NO INTEREST ACCRUED."
               SET WS-ACC-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-ACC-IS-OPEN TO TRUE.
           OPEN OUTPUT INTEREST-TRAN-FILE.
           IF NOT WS-INT-OK
               CALL "FILERR" USING "INTACCR        ", "INTTRAN ",
                   "OPEN-OUT", WS-INT-FILE-STATUS, "N"
               SET WS-ACC-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-INT-IS-OPEN TO TRUE.
           MOVE SPACES      TO INTEREST-TRAN-RECORD.
           MOVE "H"         TO IH-RECORD-CODE.
           MOVE WS-BATCH-ID TO IH-BATCH-ID.
           MOVE WS-RUN-DATE TO IH-BATCH-DATE.
           WRITE INTEREST-TRAN-RECORD.
           OPEN OUTPUT INTEREST-REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE WS-BATCH-ID TO WS-H1-BATCH-ID
               MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
               WRITE INTEREST-REPORT-LINE FROM WS-HEADING-1
               MOVE SPACES TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE FROM WS-HEADING-2
           ELSE
               DISPLAY "INTACCR: INTRPT COULD NOT BE OPENED - ",
                   "ACCRUAL REPORT NOT PRINTED."
           END-IF.
           MOVE LOW-VALUES TO AC-KEY.
           START ACCRUAL-MASTER-FILE KEY IS NOT LESS THAN AC-KEY
               INVALID KEY
                   SET WS-ACC-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RTE-COUNT.
           OPEN INPUT INTEREST-RATE-FILE.
           IF WS-RATE-OK
               PERFORM 1110-LOAD-ONE-RATE
                   THRU 1110-LOAD-ONE-RATE-EXIT
                   UNTIL WS-RATE-EOF
                   OR WS-RTE-COUNT = 50
               CLOSE INTEREST-RATE-FILE
           END-IF.
       1100-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1110-LOAD-ONE-RATE.
           READ INTEREST-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF IR-ANNUAL-RATE IS NUMERIC
                       ADD 1 TO WS-RTE-COUNT
                       MOVE IR-BUCKET
                           TO WS-RTE-BUCKET(WS-RTE-COUNT)
                       MOVE IR-CURRENCY-CODE
                           TO WS-RTE-CURRENCY(WS-RTE-COUNT)
                       MOVE IR-ANNUAL-RATE
                           TO WS-RTE-RATE(WS-RTE-COUNT)
                   END-IF
           END-READ.
       1110-LOAD-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ACCRUE-ONE-BALANCE - READ THE NEXT ACCRMAS CUSTOMER/  *
      * CURRENCY, BRING ITS BALANCE-DAYS UP TO THE RUN DATE, PRICE *
      * IT AT ITS BUCKET AND CURRENCY RATE, EMIT THE INTEREST AS   *
      * AN "A" DETAIL, REPORT IT, AND RESTART THE PERIOD.          *
      *-----------------------------------------------------------*
       2000-ACCRUE-ONE-BALANCE.
           READ ACCRUAL-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACC-EOF TO TRUE
           END-READ.
           IF WS-ACC-EOF
               GO TO 2000-ACCRUE-ONE-BALANCE-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF AC-LAST-ACCRUAL-DATE(1:6) = WS-RUN-DATE(1:6)
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2000-ACCRUE-ONE-BALANCE-EXIT
           END-IF.
           IF AC-THROUGH-DATE < WS-RUN-DATE
               PERFORM 2100-ROLL-BALANCE-DAYS
                   THRU 2100-ROLL-BALANCE-DAYS-EXIT
           END-IF.
           PERFORM 2200-FIND-ACCRUAL-RATE
               THRU 2200-FIND-ACCRUAL-RATE-EXIT.
           MOVE ZERO   TO WS-ACCR-INTEREST.
           MOVE SPACES TO WS-ACCR-NOTE.
           EVALUATE TRUE
               WHEN WS-RTE-MATCH-IDX = 0
                   MOVE "NO RATE" TO WS-ACCR-NOTE
                   ADD 1 TO WS-NO-RATE-COUNT
               WHEN AC-BALANCE-DAYS NOT > ZERO
                   MOVE "NO CR"   TO WS-ACCR-NOTE
                   ADD 1 TO WS-NO-CREDIT-COUNT
               WHEN OTHER
                   PERFORM 2300-EMIT-INTEREST
                       THRU 2300-EMIT-INTEREST-EXIT
           END-EVALUATE.
           PERFORM 2500-REPORT-ONE-ACCRUAL
               THRU 2500-REPORT-ONE-ACCRUAL-EXIT.
           MOVE ZERO        TO AC-BALANCE-DAYS.
           MOVE ZERO        TO AC-DAY-COUNT.
           MOVE WS-RUN-DATE TO AC-PERIOD-START.
           MOVE WS-RUN-DATE TO AC-LAST-ACCRUAL-DATE.
           REWRITE ACCRUAL-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "INTACCR: ACCRMAS REWRITE FAILED FOR "
                       AC-CUST-ID "/" AC-CURRENCY-CODE
                       " - STATUS " WS-ACC-FILE-STATUS
           END-REWRITE.
       2000-ACCRUE-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-ROLL-BALANCE-DAYS - WEIGHT THE BALANCE LAST SEEN BY   *
      * BALACCR BY THE CALENDAR DAYS FROM ITS THROUGH DATE TO THE  *
      * RUN DATE, SO THE PERIOD CLOSES ON TODAY.                   *
      *-----------------------------------------------------------*
       2100-ROLL-BALANCE-DAYS.
           MOVE "D" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           MOVE ZERO TO WS-RESULT-DAYS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, AC-THROUGH-DATE,
               WS-RUN-DATE, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               OR WS-RESULT-DAYS NOT > ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "INTACCR: DAYS FROM " AC-THROUGH-DATE
                   " COULD NOT BE MEASURED FOR " AC-CUST-ID "/"
                   AC-CURRENCY-CODE " - NOTHING ROLLED."
               MOVE WS-RUN-DATE TO AC-THROUGH-DATE
               GO TO 2100-ROLL-BALANCE-DAYS-EXIT
           END-IF.
           COMPUTE AC-BALANCE-DAYS = AC-BALANCE-DAYS
               + AC-LAST-BALANCE * WS-RESULT-DAYS.
           ADD WS-RESULT-DAYS TO AC-DAY-COUNT.
           MOVE WS-RUN-DATE TO AC-THROUGH-DATE.
       2100-ROLL-BALANCE-DAYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-ACCRUAL-RATE - TAKE THE CUSTOMER'S BUCKET FROM   *
      * TIERMAS AND FIND ITS RATE FOR THE CURRENCY, FALLING BACK   *
      * TO THE BUCKET'S BLANK-CURRENCY ROW.                        *
      *-----------------------------------------------------------*
       2200-FIND-ACCRUAL-RATE.
           MOVE ZERO   TO WS-RTE-MATCH-IDX.
           MOVE ZERO   TO WS-RTE-DEFAULT-IDX.
           MOVE ZERO   TO WS-ACCR-RATE.
           MOVE SPACES TO WS-ACCR-BUCKET.
           MOVE AC-CUST-ID TO TM-ACCOUNT-ID.
           READ TIER-MASTER-FILE
               INVALID KEY
                   GO TO 2200-FIND-ACCRUAL-RATE-EXIT
           END-READ.
           MOVE TM-BUCKET TO WS-ACCR-BUCKET.
           PERFORM 2210-SCAN-ONE-RATE
               THRU 2210-SCAN-ONE-RATE-EXIT
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-COUNT
               OR WS-RTE-MATCH-IDX > 0.
           IF WS-RTE-MATCH-IDX = 0
               MOVE WS-RTE-DEFAULT-IDX TO WS-RTE-MATCH-IDX
           END-IF.
           IF WS-RTE-MATCH-IDX > 0
               MOVE WS-RTE-RATE(WS-RTE-MATCH-IDX) TO WS-ACCR-RATE
           END-IF.
           IF WS-ACCR-RATE = ZERO
               MOVE ZERO TO WS-RTE-MATCH-IDX
           END-IF.
       2200-FIND-ACCRUAL-RATE-EXIT.
           EXIT.

       2210-SCAN-ONE-RATE.
           IF WS-RTE-BUCKET(WS-RTE-IDX) = TM-BUCKET
               IF WS-RTE-CURRENCY(WS-RTE-IDX) = AC-CURRENCY-CODE
                   MOVE WS-RTE-IDX TO WS-RTE-MATCH-IDX
               ELSE
                   IF WS-RTE-CURRENCY(WS-RTE-IDX) = SPACES
                       AND WS-RTE-DEFAULT-IDX = 0
                       MOVE WS-RTE-IDX TO WS-RTE-DEFAULT-IDX
                   END-IF
               END-IF
           END-IF.
       2210-SCAN-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-EMIT-INTEREST - PRICE THE BALANCE-DAYS AND WRITE THE  *
      * "A" DETAIL IN THE ACCOUNT'S OWN CURRENCY.  NUM1 CARRIES UP *
      * TO ITS CAPACITY AND NUM2 THE REST; AN AMOUNT BEYOND BOTH   *
      * IS NOT POSTED AND IS LEFT ON THE REPORT FOR FINANCE.       *
      *-----------------------------------------------------------*
       2300-EMIT-INTEREST.
           COMPUTE WS-ACCR-INTEREST ROUNDED =
               AC-BALANCE-DAYS * WS-ACCR-RATE / 36500
               ON SIZE ERROR
                   MOVE "TOO BIG" TO WS-ACCR-NOTE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2300-EMIT-INTEREST-EXIT
           END-COMPUTE.
           IF WS-ACCR-INTEREST = ZERO
               MOVE "NIL"     TO WS-ACCR-NOTE
               GO TO 2300-EMIT-INTEREST-EXIT
           END-IF.
           IF WS-ACCR-INTEREST > 199999.98
               MOVE "TOO BIG" TO WS-ACCR-NOTE
               ADD 1 TO WS-ERROR-COUNT
               GO TO 2300-EMIT-INTEREST-EXIT
           END-IF.
           MOVE SPACES     TO INTEREST-TRAN-RECORD.
           MOVE "A"        TO IT-TRAN-CODE.
           MOVE AC-CUST-ID TO IT-CUST-ID.
           IF WS-ACCR-INTEREST > 99999.99
               MOVE 99999.99 TO IT-NUM1
               COMPUTE IT-NUM2 = WS-ACCR-INTEREST - 99999.99
           ELSE
               MOVE WS-ACCR-INTEREST TO IT-NUM1
               MOVE ZERO             TO IT-NUM2
           END-IF.
           MOVE AC-CURRENCY-CODE TO IT-CURRENCY-CODE.
           PERFORM 2600-ASSIGN-REFERENCE
               THRU 2600-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE  TO IT-TXN-REF.
           WRITE INTEREST-TRAN-RECORD.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-INTEREST-COUNT.
           ADD IT-NUM1 TO WS-HASH-TOTAL.
           ADD IT-NUM2 TO WS-HASH-TOTAL.
           MOVE "POSTED" TO WS-ACCR-NOTE.
           PERFORM 2400-ADD-CURRENCY-TOTAL
               THRU 2400-ADD-CURRENCY-TOTAL-EXIT.
       2300-EMIT-INTEREST-EXIT.
           EXIT.

       2400-ADD-CURRENCY-TOTAL.
           MOVE ZERO TO WS-CT-MATCH-IDX.
           PERFORM 2410-SCAN-ONE-CURRENCY
               THRU 2410-SCAN-ONE-CURRENCY-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT-USED
               OR WS-CT-MATCH-IDX > 0.
           IF WS-CT-MATCH-IDX = 0
               IF WS-CT-COUNT-USED = 20
                   DISPLAY "INTACCR: CURRENCY TOTAL TABLE FULL - "
                       AC-CURRENCY-CODE " NOT TOTALLED."
                   GO TO 2400-ADD-CURRENCY-TOTAL-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT-USED
               MOVE WS-CT-COUNT-USED TO WS-CT-MATCH-IDX
               MOVE AC-CURRENCY-CODE
                   TO WS-CT-CURRENCY(WS-CT-MATCH-IDX)
               MOVE ZERO TO WS-CT-COUNT(WS-CT-MATCH-IDX)
               MOVE ZERO TO WS-CT-INTEREST(WS-CT-MATCH-IDX)
           END-IF.
           ADD 1 TO WS-CT-COUNT(WS-CT-MATCH-IDX).
           ADD WS-ACCR-INTEREST TO WS-CT-INTEREST(WS-CT-MATCH-IDX).
       2400-ADD-CURRENCY-TOTAL-EXIT.
           EXIT.

       2410-SCAN-ONE-CURRENCY.
           IF WS-CT-CURRENCY(WS-CT-IDX) = AC-CURRENCY-CODE
               MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
           END-IF.
       2410-SCAN-ONE-CURRENCY-EXIT.
           EXIT.

       2500-REPORT-ONE-ACCRUAL.
           IF NOT WS-RPT-IS-OPEN
               GO TO 2500-REPORT-ONE-ACCRUAL-EXIT
           END-IF.
           MOVE AC-CUST-ID       TO WS-DL-CUST-ID.
           MOVE AC-CURRENCY-CODE TO WS-DL-CURRENCY.
           MOVE WS-ACCR-BUCKET   TO WS-DL-BUCKET.
           MOVE AC-DAY-COUNT     TO WS-DL-DAY-COUNT.
           MOVE AC-BALANCE-DAYS  TO WS-DL-BALANCE-DAYS.
           MOVE WS-ACCR-RATE     TO WS-DL-RATE.
           MOVE WS-ACCR-INTEREST TO WS-DL-INTEREST.
           MOVE WS-ACCR-NOTE     TO WS-DL-NOTE.
           WRITE INTEREST-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-REPORT-ONE-ACCRUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-ASSIGN-REFERENCE - EACH INTEREST ITEM TAKES ITS      *
      * TRANSACTION REFERENCE FROM TXNREF, AND ITS ACCRUAL IS THE *
      * FIRST EVENT ON ITS TXNTRAIL LINEAGE.                      *
      *-----------------------------------------------------------*
       2600-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "INTK"           TO WS-LE-EVENT-CODE.
           MOVE "INTACCR"        TO WS-LE-PROGRAM.
           MOVE IT-CUST-ID       TO WS-LE-CUST-ID.
           MOVE WS-ACCR-INTEREST TO WS-LE-AMOUNT.
           MOVE IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "INTEREST " WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       2600-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE COMPUTED "T" TRAILER, PRINT THE *
      * CURRENCY TOTALS, CLOSE UP, AND REPORT THE ACCRUAL FIGURES. *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-INT-IS-OPEN
               MOVE SPACES            TO INTEREST-TRAN-RECORD
               MOVE "T"               TO IX-RECORD-CODE
               MOVE WS-INTEREST-COUNT TO IX-RECORD-COUNT
               MOVE WS-HASH-TOTAL     TO IX-HASH-TOTAL
               WRITE INTEREST-TRAN-RECORD
               CLOSE INTEREST-TRAN-FILE
           END-IF.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO INTEREST-REPORT-LINE
               WRITE INTEREST-REPORT-LINE
               PERFORM 9100-PRINT-ONE-TOTAL
                   THRU 9100-PRINT-ONE-TOTAL-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT-USED
               CLOSE INTEREST-REPORT-FILE
           END-IF.
           IF WS-ACC-IS-OPEN
               CLOSE ACCRUAL-MASTER-FILE
           END-IF.
           IF WS-MAS-IS-OPEN
               CLOSE TIER-MASTER-FILE
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "INTACCR: BATCH ID           = " WS-BATCH-ID.
           DISPLAY "INTACCR: BALANCES READ      = " WS-ACCOUNT-COUNT.
           DISPLAY "INTACCR: INTEREST ACCRUED   = " WS-INTEREST-COUNT.
           DISPLAY "INTACCR: NO RATE FOR BUCKET = " WS-NO-RATE-COUNT.
           DISPLAY "INTACCR: NO CREDIT BALANCE  = " WS-NO-CREDIT-COUNT.
           DISPLAY "INTACCR: ALREADY ACCRUED    = " WS-ALREADY-COUNT.
           DISPLAY "INTACCR: ERRORS             = " WS-ERROR-COUNT.
           IF NOT WS-INT-IS-OPEN
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

       9100-PRINT-ONE-TOTAL.
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO WS-TL-CURRENCY.
           MOVE WS-CT-COUNT(WS-CT-IDX)    TO WS-TL-COUNT.
           MOVE WS-CT-INTEREST(WS-CT-IDX) TO WS-TL-INTEREST.
           WRITE INTEREST-REPORT-LINE FROM WS-TOTAL-LINE.
       9100-PRINT-ONE-TOTAL-EXIT.
           EXIT.

       END PROGRAM INTACCR.
