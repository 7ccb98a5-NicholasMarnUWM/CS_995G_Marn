      * Purpose: Intake adapter for the branch front-end's CSV
      * extract, replacing the nightly hand-reformat (and the trailer
      * hash computed on a calculator).  BRANCHCSV carries one batch:
      * a header line H,batch-id,yyyymmdd,branch followed by detail
      * lines code,customer,amount1,amount2,currency,value-date,branch
      * - amounts as digits with an optional decimal point; currency,
      * value date and branch optional (a row without a branch takes
      * the header's).  Each row
      * is parsed, its customer and amounts validated through the
      * shared NUMCHECK, and a good row becomes a canonical 28-byte
      * ADDTRAN detail on CSVTRAN under an "H" batch header, with the
      * "T" trailer count and NUM1/NUM2 hash computed exactly as
      * 1500-VERIFY-TRAN-CONTROLS expects.  A malformed row goes to
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  AN OPTIONAL SIXTH COLUMN CARRIES A VALUE DATE.
      *                 A ROW DATED AFTER TODAY (AND NO MORE THAN A
      *                 YEAR AHEAD) IS HELD ON THE FUTRWHS WAREHOUSE
      *                 INSTEAD OF CSVTRAN, FOR ADDMERGE TO RELEASE ON
      *                 ITS VALUE DATE.  A BLANK OR PAST DATE POSTS
      *                 TONIGHT AS BEFORE; AN INVALID ONE IS REJECTED.
      * 10/15/2026  NM  THE KEYING BRANCH IS CAPTURED FROM AN OPTIONAL
      *                 SEVENTH COLUMN, DEFAULTING TO THE HEADER'S
      *                 FOURTH, CHECKED OPEN ON BRANCHMS THROUGH
      *                 BRCHCHK, AND CARRIED ON CSVTRAN (NOW 28 BYTES)
      *                 AND FUTRWHS.  REJECTED ROWS ARE COUNTED TO
      *                 THEIR BRANCH ON BRCHACT.
      * 10/15/2026  NM  THE CUSTOMER ID, AMOUNT AND VALUE-DATE CHECKS
      *                 ARE NOW NUMCHECK RULE-BASED CALLS AGAINST THE
      *                 VALRULE RULES FILE. THE AMOUNT CEILING AND THE
      *                 VALUE-DATE HORIZON (WAS ONE YEAR AHEAD, HARD-
      *                 CODED) ARE RULE SETTINGS NOW.
      * 10/15/2026  NM  EVERY ACCEPTED ROW TAKES A TRANSACTION REFERENCE
      *                 FROM TXNREF, CARRIED ON CSVTRAN (NOW 44 BYTES)
      *                 AND FUTRWHS, AND ITS INTAKE (AND ANY
      *                 WAREHOUSING) IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVINTAK.
           SELECT CSV-REJECT-FILE ASSIGN TO "CSVREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTRWHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-CSV-FILE

       FD  CSV-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  CSV-TRAN-RECORD.
           05  CT-TRAN-CODE            PIC X(01).
           05  CT-CUST-ID              PIC 9(06).
           05  CT-NUM1                 PIC 9(05)V9(02).
           05  CT-NUM2                 PIC 9(05)V9(02).
           05  CT-CURRENCY-CODE        PIC X(03).
           05  CT-BRANCH-CODE          PIC X(04).
           05  CT-TXN-REF              PIC X(16).
       01  CSV-TRAN-HEADER REDEFINES CSV-TRAN-RECORD.
           05  CH-RECORD-CODE          PIC X(01).
           05  CH-BATCH-ID             PIC X(08).
           05  CH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  CSV-TRAN-TRAILER REDEFINES CSV-TRAN-RECORD.
           05  CR-RECORD-CODE          PIC X(01).
           05  CR-RECORD-COUNT         PIC 9(07).
           05  CR-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       FD  CSV-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CSV-REJECT-LINE             PIC X(80).

       FD  FUTURE-WAREHOUSE-FILE.
       01  FUTURE-WAREHOUSE-RECORD.
           05  FW-KEY.
               10  FW-VALUE-DATE       PIC X(08).
               10  FW-ENTRY-DATE       PIC X(08).
               10  FW-ENTRY-SEQ        PIC 9(05).
           05  FW-TRAN-DETAIL.
               10  FW-TRAN-CODE        PIC X(01).
               10  FW-CUST-ID          PIC 9(06).
               10  FW-NUM1             PIC 9(05)V9(02).
               10  FW-NUM2             PIC 9(05)V9(02).
               10  FW-CURRENCY-CODE    PIC X(03).
               10  FW-BRANCH-CODE      PIC X(04).
               10  FW-TXN-REF          PIC X(16).
           05  FW-SOURCE-BATCH         PIC X(08).
           05  FW-SOURCE-PROGRAM       PIC X(08).
           05  FW-STATUS               PIC X(01).
               88  FW-IS-HELD                    VALUE "H".
               88  FW-IS-RELEASED                VALUE "R".
               88  FW-IS-CANCELLED               VALUE "C".
           05  FW-STATUS-DATE          PIC X(08).
           05  FW-STATUS-BY            PIC X(08).
           05  FILLER                  PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CSV-OK                         VALUE "00".
           88  WS-TRAN-OK                        VALUE "00".
       01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REJ-OK                         VALUE "00".
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-NOT-FOUND                   VALUE "35".
       01  WS-FW-AVAIL-SWITCH          PIC X(01) VALUE "N".
           88  WS-FW-AVAILABLE                   VALUE "Y".
       01  WS-FW-WRITTEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-FW-WRITTEN                     VALUE "Y".
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN                    VALUE "Y".
       01  WS-ROW-BAD-SWITCH           PIC X(01) VALUE "N".
       01  WS-FIELD-3                  PIC X(12) VALUE SPACES.
       01  WS-FIELD-4                  PIC X(12) VALUE SPACES.
       01  WS-FIELD-5                  PIC X(08) VALUE SPACES.
       01  WS-FIELD-6                  PIC X(10) VALUE SPACES.
       01  WS-FIELD-7                  PIC X(06) VALUE SPACES.
       01  WS-BATCH-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-ROW-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-BRANCH-RESULT            PIC X(01) VALUE SPACE.
           88  WS-BRANCH-IS-OPEN                 VALUE "O".
           88  WS-BRANCH-UNAVAILABLE             VALUE "X".
       01  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       01  WS-BRANCH-UNCHECKED-SWITCH  PIC X(01) VALUE "N".
           88  WS-BRANCH-UNCHECKED               VALUE "Y".
       01  WS-BRANCH-FUNCTION          PIC X(01) VALUE SPACE.
       01  WS-BRANCH-ITEM.
           05  WS-BI-BRANCH-CODE       PIC X(04).
           05  WS-BI-CUST-ID           PIC X(06).
           05  WS-BI-CURRENCY-CODE     PIC X(03).
           05  WS-BI-NATIVE-AMOUNT     PIC S9(09)V9(02).
           05  WS-BI-BASE-AMOUNT       PIC S9(11)V9(04).
           05  WS-BI-FEE-FLAG          PIC X(01).
           05  WS-BI-RUN-DATE          PIC X(08).
       01  WS-BRANCH-STATUS            PIC X(01) VALUE SPACE.
       01  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-VALUE-DATE               PIC X(08) VALUE SPACES.
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-CUST-X                   PIC X(06) VALUE SPACES.
       01  WS-CUST-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUST-IS-NUMERIC                VALUE "Y".
       77  WS-ROW-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-GOOD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-BRANCH-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-FW-SEQ                   PIC 9(05) COMP VALUE ZERO.
       01  WS-HASH-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "CS".
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

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BRANCH-CSV-FILE.
           IF NOT WS-CSV-OK
               DISPLAY "CSVINTAK: BRANCHCSV COULD NOT BE OPENED - ",
           END-IF.
           OPEN OUTPUT CSV-TRAN-FILE.
           OPEN OUTPUT CSV-REJECT-FILE.
           OPEN I-O FUTURE-WAREHOUSE-FILE.
           IF WS-FW-NOT-FOUND
               OPEN OUTPUT FUTURE-WAREHOUSE-FILE
               IF WS-FW-OK
                   CLOSE FUTURE-WAREHOUSE-FILE
                   OPEN I-O FUTURE-WAREHOUSE-FILE
               END-IF
           END-IF.
           IF WS-FW-OK
               SET WS-FW-AVAILABLE TO TRUE
           ELSE
               DISPLAY "CSVINTAK: FUTRWHS NOT AVAILABLE - FUTURE-",
                   "DATED ROWS WILL BE REJECTED THIS RUN."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

               GO TO 2000-CONVERT-ONE-LINE-EXIT
           END-IF.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
               WS-FIELD-4 WS-FIELD-5 WS-FIELD-6 WS-FIELD-7.
           UNSTRING BRANCH-CSV-LINE DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                    WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                    WS-FIELD-7.
           IF WS-FIELD-1(1:1) = "H"
               PERFORM 2100-WRITE-BATCH-HEADER
                   THRU 2100-WRITE-BATCH-HEADER-EXIT
           MOVE SPACES          TO CSV-TRAN-RECORD.
           MOVE "H"             TO CH-RECORD-CODE.
           MOVE WS-FIELD-2(1:8) TO CH-BATCH-ID.
           MOVE WS-FIELD-2(1:8) TO WS-BATCH-ID.
           MOVE WS-FIELD-3(1:8) TO CH-BATCH-DATE.
           MOVE WS-FIELD-4(1:4) TO WS-BATCH-BRANCH.
           WRITE CSV-TRAN-RECORD.
       2100-WRITE-BATCH-HEADER-EXIT.
           EXIT.
           END-IF.
           MOVE WS-FIELD-2(1:6) TO WS-CUST-X.
           MOVE "N" TO WS-CUST-VALID-SWITCH.
           CALL "NUMCHECK" USING WS-CUST-X, "R",
               WS-CUST-VALID-SWITCH, "CSVINTAK       ",
               "CUST-ID        ".
           IF NOT WS-CUST-IS-NUMERIC
               SET WS-ROW-IS-BAD TO TRUE
           END-IF.
           PERFORM 2300-CONVERT-AMOUNT
               THRU 2300-CONVERT-AMOUNT-EXIT.
           MOVE WS-AMT-NUMERIC TO WS-NUM2-WORK.
           PERFORM 2400-CHECK-VALUE-DATE
               THRU 2400-CHECK-VALUE-DATE-EXIT.
           PERFORM 2600-CHECK-BRANCH
               THRU 2600-CHECK-BRANCH-EXIT.
           IF WS-ROW-IS-BAD
               PERFORM 8000-REJECT-ROW
                   THRU 8000-REJECT-ROW-EXIT
               GO TO 2200-CONVERT-DETAIL-ROW-EXIT
           END-IF.
           PERFORM 8200-ASSIGN-REFERENCE
               THRU 8200-ASSIGN-REFERENCE-EXIT.
           IF WS-VALUE-DATE > WS-RUN-DATE
               PERFORM 2500-HOLD-FUTURE-ROW
                   THRU 2500-HOLD-FUTURE-ROW-EXIT
               GO TO 2200-CONVERT-DETAIL-ROW-EXIT
           END-IF.
           MOVE SPACES          TO CSV-TRAN-RECORD.
           MOVE WS-FIELD-1(1:1) TO CT-TRAN-CODE.
           MOVE WS-CUST-X       TO CT-CUST-ID.
           MOVE WS-NUM1-WORK    TO CT-NUM1.
           MOVE WS-NUM2-WORK    TO CT-NUM2.
           MOVE WS-FIELD-5(1:3) TO CT-CURRENCY-CODE.
           MOVE WS-ROW-BRANCH   TO CT-BRANCH-CODE.
           MOVE WS-RQ-REFERENCE TO CT-TXN-REF.
           WRITE CSV-TRAN-RECORD.
           ADD 1 TO WS-GOOD-COUNT.
           ADD WS-NUM1-WORK TO WS-HASH-TOTAL.
      * 2300-CONVERT-AMOUNT - TURN ONE CSV AMOUNT FIELD (DIGITS   *
      * WITH AN OPTIONAL DECIMAL POINT) INTO THE CANONICAL        *
      * 9(05)V9(02) AMOUNT: WHOLE PART RIGHT-JUSTIFIED AND        *
      * ZERO-FILLED, FRACTION ZERO-PADDED ON THE RIGHT, THEN      *
      * CHECKED AGAINST THE AMOUNT RULE ON VALRULE THROUGH        *
      * NUMCHECK, WHICH HOLDS THE CEILING.  MORE THAN FIVE WHOLE  *
      * DIGITS OR A FAILED RULE MARKS THE ROW BAD.                *
      *-----------------------------------------------------------*
       2300-CONVERT-AMOUNT.
           MOVE SPACES TO WS-AMT-WHOLE-IN.
           MOVE WS-AMT-FRAC-IN(1:2)  TO WS-AMT-FRAC.
           INSPECT WS-AMT-FRAC REPLACING ALL " " BY "0".
           MOVE "N" TO WS-AMT-VALID-SWITCH.
           CALL "NUMCHECK" USING WS-AMT-ASSEMBLED, "R",
               WS-AMT-VALID-SWITCH, "CSVINTAK       ",
               "AMOUNT         ".
           IF NOT WS-AMOUNT-IS-NUMERIC
               SET WS-ROW-IS-BAD TO TRUE
               MOVE ZERO TO WS-AMT-NUMERIC
       2300-CONVERT-AMOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-CHECK-VALUE-DATE - THE OPTIONAL VALUE-DATE COLUMN.   *
      * BLANK MEANS POST TONIGHT.  THE VALUE-DATE RULE ON VALRULE *
      * SAYS WHETHER IT MAY BE BLANK AND HOW FAR AHEAD A REAL     *
      * DATE MAY BE; ONE ALREADY PASSED SIMPLY POSTS TONIGHT.     *
      *-----------------------------------------------------------*
       2400-CHECK-VALUE-DATE.
           MOVE SPACES TO WS-VALUE-DATE.
           IF WS-FIELD-6(9:2) NOT = SPACES
               SET WS-ROW-IS-BAD TO TRUE
               GO TO 2400-CHECK-VALUE-DATE-EXIT
           END-IF.
           MOVE WS-FIELD-6(1:8) TO WS-VALUE-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           CALL "NUMCHECK" USING WS-VALUE-DATE, "R",
               WS-DATE-VALID-SWITCH, "CSVINTAK       ",
               "VALUE-DATE     ".
           IF NOT WS-DATE-IS-VALID
               SET WS-ROW-IS-BAD TO TRUE
           END-IF.
       2400-CHECK-VALUE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-HOLD-FUTURE-ROW - A FUTURE-DATED ROW GOES TO THE     *
      * FUTRWHS WAREHOUSE KEYED BY VALUE DATE, ENTRY DATE, AND A  *
      * SEQUENCE NUMBER; ADDMERGE RELEASES IT ON ITS VALUE DATE.  *
      * IT IS NOT PART OF TONIGHT'S CSVTRAN COUNT OR HASH.  A     *
      * SEQUENCE ALREADY TAKEN BY AN EARLIER RUN TODAY IS SKIPPED.*
      *-----------------------------------------------------------*
       2500-HOLD-FUTURE-ROW.
           IF NOT WS-FW-AVAILABLE
               PERFORM 8000-REJECT-ROW
                   THRU 8000-REJECT-ROW-EXIT
               GO TO 2500-HOLD-FUTURE-ROW-EXIT
           END-IF.
           MOVE SPACES          TO FUTURE-WAREHOUSE-RECORD.
           MOVE WS-VALUE-DATE   TO FW-VALUE-DATE.
           MOVE WS-RUN-DATE     TO FW-ENTRY-DATE.
           MOVE WS-FIELD-1(1:1) TO FW-TRAN-CODE.
           MOVE WS-CUST-X       TO FW-CUST-ID.
           MOVE WS-NUM1-WORK    TO FW-NUM1.
           MOVE WS-NUM2-WORK    TO FW-NUM2.
           MOVE WS-FIELD-5(1:3) TO FW-CURRENCY-CODE.
           MOVE WS-ROW-BRANCH   TO FW-BRANCH-CODE.
           MOVE WS-RQ-REFERENCE TO FW-TXN-REF.
           MOVE WS-BATCH-ID     TO FW-SOURCE-BATCH.
           MOVE "CSVINTAK"      TO FW-SOURCE-PROGRAM.
           MOVE "H"             TO FW-STATUS.
           MOVE WS-RUN-DATE     TO FW-STATUS-DATE.
           MOVE "CSVINTAK"      TO FW-STATUS-BY.
           MOVE "N" TO WS-FW-WRITTEN-SWITCH.
           PERFORM 2510-WRITE-WAREHOUSE-ITEM
               THRU 2510-WRITE-WAREHOUSE-ITEM-EXIT
               UNTIL WS-FW-WRITTEN
               OR WS-FW-SEQ = 99999.
           IF NOT WS-FW-WRITTEN
               PERFORM 8000-REJECT-ROW
                   THRU 8000-REJECT-ROW-EXIT
               GO TO 2500-HOLD-FUTURE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "FUTR"   TO WS-LE-EVENT-CODE.
           MOVE SPACES   TO WS-LE-DETAIL.
           STRING "VALUE DATE " WS-VALUE-DATE DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
           PERFORM 8300-LOG-LINEAGE
               THRU 8300-LOG-LINEAGE-EXIT.
       2500-HOLD-FUTURE-ROW-EXIT.
           EXIT.

       2510-WRITE-WAREHOUSE-ITEM.
           ADD 1 TO WS-FW-SEQ.
           MOVE WS-FW-SEQ TO FW-ENTRY-SEQ.
           WRITE FUTURE-WAREHOUSE-RECORD
               INVALID KEY
                   GO TO 2510-WRITE-WAREHOUSE-ITEM-EXIT
           END-WRITE.
           SET WS-FW-WRITTEN TO TRUE.
       2510-WRITE-WAREHOUSE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-CHECK-BRANCH - THE OPTIONAL SEVENTH COLUMN NAMES THE  *
      * BRANCH THAT KEYED THE ROW; WITHOUT IT THE ROW TAKES THE    *
      * HEADER'S BATCH BRANCH.  A BRANCH CODE MUST BE OPEN ON THE  *
      * BRANCHMS MASTER.  A ROW WITH NO BRANCH AT ALL IS BOOKED TO *
      * THE CUSTOMER'S HOME BRANCH AT POSTING.                     *
      *-----------------------------------------------------------*
       2600-CHECK-BRANCH.
           MOVE WS-BATCH-BRANCH TO WS-ROW-BRANCH.
           IF WS-FIELD-7 NOT = SPACES
               IF WS-FIELD-7(5:2) NOT = SPACES
                   SET WS-ROW-IS-BAD TO TRUE
                   GO TO 2600-CHECK-BRANCH-EXIT
               END-IF
               MOVE WS-FIELD-7(1:4) TO WS-ROW-BRANCH
           END-IF.
           IF WS-ROW-BRANCH = SPACES
               GO TO 2600-CHECK-BRANCH-EXIT
           END-IF.
           CALL "BRCHCHK" USING "V", WS-ROW-BRANCH,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           IF WS-BRANCH-UNAVAILABLE
               SET WS-BRANCH-UNCHECKED TO TRUE
               GO TO 2600-CHECK-BRANCH-EXIT
           END-IF.
           IF NOT WS-BRANCH-IS-OPEN
               SET WS-ROW-IS-BAD TO TRUE
               ADD 1 TO WS-BRANCH-REJECT-COUNT
           END-IF.
       2600-CHECK-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REJECT-ROW - A REJECTED DETAIL ROW IS ALSO COUNTED    *
      * AGAINST ITS BRANCH ON BRCHACT.                             *
      *-----------------------------------------------------------*
       8000-REJECT-ROW.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE BRANCH-CSV-LINE TO CSV-REJECT-LINE.
           WRITE CSV-REJECT-LINE.
           IF WS-FIELD-1(1:1) NOT = "H"
               PERFORM 8100-BOOK-BRANCH-REJECT
                   THRU 8100-BOOK-BRANCH-REJECT-EXIT
           END-IF.
       8000-REJECT-ROW-EXIT.
           EXIT.

       8100-BOOK-BRANCH-REJECT.
           MOVE WS-ROW-BRANCH   TO WS-BI-BRANCH-CODE.
           MOVE WS-CUST-X       TO WS-BI-CUST-ID.
           MOVE WS-FIELD-5(1:3) TO WS-BI-CURRENCY-CODE.
           MOVE ZERO            TO WS-BI-NATIVE-AMOUNT.
           MOVE ZERO            TO WS-BI-BASE-AMOUNT.
           MOVE "N"             TO WS-BI-FEE-FLAG.
           MOVE WS-RUN-DATE     TO WS-BI-RUN-DATE.
           MOVE "R" TO WS-BRANCH-FUNCTION.
           CALL "BRCHUPD" USING WS-BRANCH-FUNCTION, WS-BRANCH-ITEM,
               WS-BRANCH-STATUS.
       8100-BOOK-BRANCH-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-ASSIGN-REFERENCE - A ROW THAT PASSED EVERY CHECK      *
      * TAKES ITS TRANSACTION REFERENCE FROM TXNREF, AND ITS       *
      * INTAKE IS THE FIRST EVENT ON ITS TXNTRAIL LINEAGE.         *
      *-----------------------------------------------------------*
       8200-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES          TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE TO WS-LE-TXN-REF.
           MOVE "INTK"          TO WS-LE-EVENT-CODE.
           MOVE "CSVINTAK"      TO WS-LE-PROGRAM.
           MOVE WS-CUST-X       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-NUM1-WORK + WS-NUM2-WORK.
           MOVE WS-FIELD-5(1:3) TO WS-LE-CURRENCY-CODE.
           STRING "BATCH " WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
           PERFORM 8300-LOG-LINEAGE
               THRU 8300-LOG-LINEAGE-EXIT.
       8200-ASSIGN-REFERENCE-EXIT.
           EXIT.

       8300-LOG-LINEAGE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       8300-LOG-LINEAGE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-TRAN-OK
               MOVE SPACES        TO CSV-TRAN-RECORD
               CLOSE CSV-REJECT-FILE
               CLOSE BRANCH-CSV-FILE
           END-IF.
           IF WS-FW-AVAILABLE
               CLOSE FUTURE-WAREHOUSE-FILE
           END-IF.
           CALL "BRCHCHK" USING "C", WS-ROW-BRANCH,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           MOVE "C" TO WS-BRANCH-FUNCTION.
           CALL "BRCHUPD" USING WS-BRANCH-FUNCTION, WS-BRANCH-ITEM,
               WS-BRANCH-STATUS.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "CSVINTAK: ROWS READ      = " WS-ROW-COUNT.
           DISPLAY "CSVINTAK: ROWS CONVERTED = " WS-GOOD-COUNT.
           DISPLAY "CSVINTAK: ROWS HELD      = " WS-HELD-COUNT.
           DISPLAY "CSVINTAK: ROWS REJECTED  = " WS-REJECT-COUNT.
           DISPLAY "CSVINTAK: BAD BRANCH     = "
               WS-BRANCH-REJECT-COUNT.
           IF WS-BRANCH-UNCHECKED
               DISPLAY "CSVINTAK: BRANCH CODES ACCEPTED WITHOUT ",
                   "VALIDATION - NO BRANCHMS MASTER."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT WS-HEADER-SEEN
               DISPLAY "CSVINTAK: NO H HEADER LINE ON BRANCHCSV - ",
                   "BATCH HAS NO DOUBLE-POSTING PROTECTION."
