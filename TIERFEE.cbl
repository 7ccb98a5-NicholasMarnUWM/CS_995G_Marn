      * through COBOL-ADDITION's normal validation and land on
      * ADDOUT, the statements, and GLJRNL like any other activity.
      * A bucket with no TIERRATE row (or a zero fee) accrues
      * nothing and is counted.  A customer with an active standing
      * waiver on FEEWAIV (kept through FEEWMNT) covering the run date
      * and the account's bucket, or any bucket, is not charged; the
      * fee waived is stamped on the waiver for the monthly FEEWRPT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE GENERATED ADDTRAN BATCH IS 28 BYTES WITH A
      *                 BLANK BRANCH CODE; POSTING BOOKS EACH ITEM TO
      *                 THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  CUSTOMERS WITH AN ACTIVE STANDING WAIVER ON
      *                 FEEWAIV ARE NOT CHARGED; THE FEE WAIVED IS
      *                 STAMPED ON THE WAIVER.
      * 10/15/2026  NM  EACH FEE ITEM TAKES A TRANSACTION REFERENCE FROM
      *                 TXNREF, CARRIED ON FEETRAN (NOW 44 BYTES), AND
      *                 ITS ACCRUAL IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERFEE.
           SELECT FEE-TRAN-FILE ASSIGN TO "FEETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-RATE-FILE

       FD  FEE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEE-TRAN-RECORD.
           05  FT-TRAN-CODE            PIC X(01).
           05  FT-CUST-ID              PIC 9(06).
           05  FT-NUM1                 PIC 9(05)V9(02).
           05  FT-NUM2                 PIC 9(05)V9(02).
           05  FT-CURRENCY-CODE        PIC X(03).
           05  FT-BRANCH-CODE          PIC X(04).
           05  FT-TXN-REF              PIC X(16).
       01  FEE-TRAN-HEADER REDEFINES FEE-TRAN-RECORD.
           05  FH-RECORD-CODE          PIC X(01).
           05  FH-BATCH-ID             PIC X(08).
           05  FH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  FEE-TRAN-TRAILER REDEFINES FEE-TRAN-RECORD.
           05  FT-RECORD-CODE          PIC X(01).
           05  FT-RECORD-COUNT         PIC 9(07).
           05  FT-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

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

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-MAS-OK                         VALUE "00".
       01  WS-FEE-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FEE-OK                         VALUE "00".
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-NOT-FOUND                   VALUE "35".
       01  WS-FW-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-IS-OPEN                     VALUE "Y".
       01  WS-FW-SCAN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-SCAN-DONE                   VALUE "Y".
       01  WS-WAIVED-SWITCH            PIC X(01) VALUE "N".
           88  WS-FEE-IS-WAIVED                  VALUE "Y".
       01  WS-MAS-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-MAS-EOF                        VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FEE-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-WAIVED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "TF".
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
       01  WS-FEE-TOTAL                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-WAIVED-TOTAL             PIC 9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "TIERFEE        ", "FEETRAN ".
           CALL "ENVCHK" USING "TIERFEE        ", "FEEWAIV ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PRICE-ONE-ACCOUNT
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-OPEN-WAIVER-FILE
               THRU 1200-OPEN-WAIVER-FILE-EXIT.
           IF RETURN-CODE > 8
               SET WS-MAS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT FEE-TRAN-FILE.
           MOVE SPACES      TO FEE-TRAN-RECORD.
           MOVE "H"         TO FH-RECORD-CODE.
       1110-LOAD-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-OPEN-WAIVER-FILE - NO FEEWAIV YET MEANS NO WAIVERS.   *
      * ONE THAT IS THERE BUT WILL NOT OPEN STOPS THE RUN, RATHER  *
      * THAN CHARGE CUSTOMERS WHOSE FEES HAVE BEEN WAIVED.         *
      *-----------------------------------------------------------*
       1200-OPEN-WAIVER-FILE.
           OPEN I-O FEE-WAIVER-FILE.
           IF WS-FW-NOT-FOUND
               DISPLAY "TIERFEE: NO FEEWAIV FILE - NO FEES WAIVED."
               GO TO 1200-OPEN-WAIVER-FILE-EXIT
           END-IF.
           IF NOT WS-FW-OK
               CALL "FILERR" USING "TIERFEE        ", "FEEWAIV ",
                   "OPEN-IO ", WS-FW-FILE-STATUS, "N"
               DISPLAY "TIERFEE: FEEWAIV COULD NOT BE OPENED - ",
                   "NO FEES ACCRUED."
               MOVE 12 TO RETURN-CODE
               GO TO 1200-OPEN-WAIVER-FILE-EXIT
           END-IF.
           SET WS-FW-IS-OPEN TO TRUE.
       1200-OPEN-WAIVER-FILE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PRICE-ONE-ACCOUNT - READ THE NEXT TIERMAS ACCOUNT,    *
      * LOOK ITS BUCKET UP IN THE RATE TABLE, AND EMIT THE FEE AS  *
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO 2000-PRICE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM 2200-CHECK-WAIVER
               THRU 2200-CHECK-WAIVER-EXIT.
           IF WS-FEE-IS-WAIVED
               GO TO 2000-PRICE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE SPACES        TO FEE-TRAN-RECORD.
           MOVE "A"           TO FT-TRAN-CODE.
           MOVE TM-ACCOUNT-ID TO FT-CUST-ID.
           MOVE WS-RTE-FEE(WS-RTE-MATCH-IDX) TO FT-NUM1.
           MOVE ZERO          TO FT-NUM2.
           MOVE SPACES        TO FT-CURRENCY-CODE.
           PERFORM 2300-ASSIGN-REFERENCE
               THRU 2300-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE TO FT-TXN-REF.
           WRITE FEE-TRAN-RECORD.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-FEE-COUNT.
           ADD FT-NUM1 TO WS-HASH-TOTAL.
           ADD FT-NUM2 TO WS-HASH-TOTAL.
       2110-SCAN-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-WAIVER - WALK THE CUSTOMER'S FEEWAIV ENTRIES    *
      * FOR AN ACTIVE STANDING WAIVER IN FORCE ON THE RUN DATE     *
      * FOR THIS BUCKET (A BLANK BUCKET COVERS ANY).               *
      *-----------------------------------------------------------*
       2200-CHECK-WAIVER.
           MOVE "N" TO WS-WAIVED-SWITCH.
           IF NOT WS-FW-IS-OPEN
               GO TO 2200-CHECK-WAIVER-EXIT
           END-IF.
           MOVE TM-ACCOUNT-ID TO FW-CUST-ID.
           MOVE ZERO          TO FW-SEQ-NO.
           MOVE "N" TO WS-FW-SCAN-SWITCH.
           START FEE-WAIVER-FILE KEY IS NOT LESS THAN FW-KEY
               INVALID KEY
                   GO TO 2200-CHECK-WAIVER-EXIT
           END-START.
           PERFORM 2210-CHECK-ONE-WAIVER
               THRU 2210-CHECK-ONE-WAIVER-EXIT
               UNTIL WS-FW-SCAN-DONE
               OR WS-FEE-IS-WAIVED.
       2200-CHECK-WAIVER-EXIT.
           EXIT.

       2210-CHECK-ONE-WAIVER.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   SET WS-FW-SCAN-DONE TO TRUE
                   GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-READ.
           IF FW-CUST-ID NOT = TM-ACCOUNT-ID
               SET WS-FW-SCAN-DONE TO TRUE
               GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-IF.
           IF NOT FW-IS-WAIVER OR NOT FW-WAIVER-ACTIVE
               GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-IF.
           IF FW-FROM-DATE > WS-RUN-DATE
               GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-IF.
           IF FW-TO-DATE NOT = SPACES
               AND FW-TO-DATE < WS-RUN-DATE
               GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-IF.
           IF FW-BUCKET NOT = SPACES
               AND FW-BUCKET NOT = TM-BUCKET
               GO TO 2210-CHECK-ONE-WAIVER-EXIT
           END-IF.
           SET WS-FEE-IS-WAIVED TO TRUE.
           PERFORM 2220-STAMP-WAIVER
               THRU 2220-STAMP-WAIVER-EXIT.
       2210-CHECK-ONE-WAIVER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2220-STAMP-WAIVER - RECORD THE FEE WAIVED ON THE WAIVER.   *
      * A RERUN IN THE SAME FEE MONTH REPLACES THAT MONTH'S FIGURE *
      * RATHER THAN ADDING IT TWICE.                               *
      *-----------------------------------------------------------*
       2220-STAMP-WAIVER.
           IF FW-LAST-WAIVED-MONTH = WS-RUN-DATE(1:6)
               SUBTRACT FW-LAST-WAIVED-AMT FROM FW-WAIVED-TOTAL
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO FW-LAST-WAIVED-MONTH.
           MOVE WS-RTE-FEE(WS-RTE-MATCH-IDX) TO FW-LAST-WAIVED-AMT.
           ADD FW-LAST-WAIVED-AMT TO FW-WAIVED-TOTAL.
           REWRITE FEE-WAIVER-RECORD
               INVALID KEY
                   DISPLAY "TIERFEE: WAIVER " FW-CUST-ID "/"
                       FW-SEQ-NO " NOT UPDATED - STATUS "
                       WS-FW-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-WAIVED-COUNT.
           ADD FW-LAST-WAIVED-AMT TO WS-WAIVED-TOTAL.
       2220-STAMP-WAIVER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ASSIGN-REFERENCE - EACH FEE ITEM TAKES ITS           *
      * TRANSACTION REFERENCE FROM TXNREF, AND ITS ACCRUAL IS THE *
      * FIRST EVENT ON ITS TXNTRAIL LINEAGE.                      *
      *-----------------------------------------------------------*
       2300-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "INTK"           TO WS-LE-EVENT-CODE.
           MOVE "TIERFEE"        TO WS-LE-PROGRAM.
           MOVE FT-CUST-ID       TO WS-LE-CUST-ID.
           MOVE FT-NUM1          TO WS-LE-AMOUNT.
           STRING "FEE BATCH " WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       2300-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE COMPUTED "T" TRAILER, CLOSE UP, *
      * AND REPORT THE ACCRUAL FIGURES.                            *
           IF WS-MAS-OK
               CLOSE TIER-MASTER-FILE
           END-IF.
           IF WS-FW-IS-OPEN
               CLOSE FEE-WAIVER-FILE
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "TIERFEE: BATCH ID           = " WS-BATCH-ID.
           DISPLAY "TIERFEE: ACCOUNTS READ      = " WS-ACCOUNT-COUNT.
           DISPLAY "TIERFEE: FEES ACCRUED       = " WS-FEE-COUNT.
           DISPLAY "TIERFEE: NO RATE FOR BUCKET = " WS-NO-RATE-COUNT.
           DISPLAY "TIERFEE: FEES WAIVED        = " WS-WAIVED-COUNT.
           DISPLAY "TIERFEE: TOTAL WAIVED       = " WS-WAIVED-TOTAL.
           DISPLAY "TIERFEE: TOTAL FEES         = " WS-FEE-TOTAL.
       9000-TERMINATE-EXIT.
           EXIT.
