      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  LATETRAN CARRIES THE KEYING BRANCH ON EACH
      *                 DETAIL (28 BYTES), DEFAULTING TO THE HEADER'S
      *                 BRANCH.  AN ITEM UNDER A CLOSED OR UNKNOWN
      *                 BRANCHMS BRANCH REFUSES THE FILE WHOLE; THE
      *                 BRANCH IS CARRIED ON ADDLATE (NOW 44 BYTES).
      * 10/15/2026  NM  EACH STAGED ITEM TAKES A TRANSACTION REFERENCE
      *                 FROM TXNREF, CARRIED ON ADDLATE (NOW 60 BYTES),
      *                 AND ITS CARRY TO THE NEXT NIGHT IS LOGGED TO
      *                 TXNTRAIL THROUGH TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATESTAG.
       FILE SECTION.
       FD  LATE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  LATE-TRAN-RECORD.
           05  LT-TRAN-CODE            PIC X(01).
               88  LT-IS-HEADER                  VALUE "H".
           05  LT-NUM1                 PIC 9(05)V9(02).
           05  LT-NUM2                 PIC 9(05)V9(02).
           05  LT-CURRENCY-CODE        PIC X(03).
           05  LT-BRANCH-CODE          PIC X(04).
       01  LATE-TRAN-HEADER REDEFINES LATE-TRAN-RECORD.
           05  LH-RECORD-CODE          PIC X(01).
           05  LH-BATCH-ID             PIC X(08).
           05  LH-BATCH-DATE           PIC X(08).
           05  LH-BRANCH-CODE          PIC X(04).
           05  FILLER                  PIC X(07).
       01  LATE-TRAN-TRAILER REDEFINES LATE-TRAN-RECORD.
           05  LR-RECORD-CODE          PIC X(01).
           05  LR-RECORD-COUNT         PIC 9(07).
           05  LR-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(09).

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CARRY-OVER-RECORD.
           05  CO-TRAN-CODE            PIC X(01).
           05  CO-CUST-ID              PIC 9(06).
           05  CO-CURRENCY-CODE        PIC X(03).
           05  CO-ORIG-BATCH           PIC X(08).
           05  CO-ARRIVAL-DATE         PIC X(08).
           05  CO-BRANCH-CODE          PIC X(04).
           05  CO-TXN-REF              PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-LATE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CARRY-OK                       VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
       01  WS-BATCH-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-ITEM-BRANCH              PIC X(04) VALUE SPACES.
       01  WS-BRANCH-RESULT            PIC X(01) VALUE SPACE.
           88  WS-BRANCH-IS-OPEN                 VALUE "O".
           88  WS-BRANCH-UNAVAILABLE             VALUE "X".
       01  WS-BRANCH-NAME              PIC X(30) VALUE SPACES.
       01  WS-BAD-BRANCH               PIC X(04) VALUE SPACES.
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-FOUND                  VALUE "Y".
       01  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  WS-FILE-REFUSED                   VALUE "Y".
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "LA".
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
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-HASH-TOTAL               PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TRL-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-TRL-HASH                 PIC 9(09)V9(02) VALUE ZERO.
       77  WS-STAGED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-BAD-BRANCH-COUNT         PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "LATESTAG       ", "LATETRAN".
           CALL "ENVCHK" USING "LATESTAG       ", "ADDLATE ".
           PERFORM 1000-VERIFY-LATE-FILE
               THRU 1000-VERIFY-LATE-FILE-EXIT.
           IF NOT WS-FILE-REFUSED
                       "TO THE TRAILER - FILE REFUSED."
               END-IF
           END-IF.
           IF WS-BAD-BRANCH-COUNT > 0
               SET WS-FILE-REFUSED TO TRUE
               DISPLAY "LATESTAG: " WS-BAD-BRANCH-COUNT
                   " ITEM(S) KEYED UNDER A CLOSED OR UNKNOWN BRANCH ",
                   "(FIRST " WS-BAD-BRANCH ") - FILE REFUSED."
           END-IF.
           CALL "BRCHCHK" USING "C", WS-BATCH-BRANCH,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           CLOSE LATE-TRAN-FILE.
           IF WS-FILE-REFUSED
               MOVE 16 TO RETURN-CODE
                   GO TO 1100-TALLY-ONE-RECORD-EXIT
           END-READ.
           IF LT-IS-HEADER
               MOVE LH-BATCH-ID     TO WS-BATCH-ID
               MOVE LH-BRANCH-CODE  TO WS-BATCH-BRANCH
               GO TO 1100-TALLY-ONE-RECORD-EXIT
           END-IF.
           IF LT-IS-TRAILER
           IF LT-NUM2 IS NUMERIC
               ADD LT-NUM2 TO WS-HASH-TOTAL
           END-IF.
           PERFORM 1200-CHECK-ITEM-BRANCH
               THRU 1200-CHECK-ITEM-BRANCH-EXIT.
       1100-TALLY-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-ITEM-BRANCH - AN ITEM KEYED WITHOUT A BRANCH    *
      * TAKES THE HEADER'S.  A BRANCH CODE MUST BE OPEN ON THE     *
      * BRANCHMS MASTER, OR THE WHOLE FILE IS REFUSED WITH THE     *
      * CONTROL FAILURES SO THE BRANCH CAN RESUBMIT IT CORRECTED.  *
      *-----------------------------------------------------------*
       1200-CHECK-ITEM-BRANCH.
           MOVE LT-BRANCH-CODE TO WS-ITEM-BRANCH.
           IF WS-ITEM-BRANCH = SPACES
               MOVE WS-BATCH-BRANCH TO WS-ITEM-BRANCH
           END-IF.
           IF WS-ITEM-BRANCH = SPACES
               GO TO 1200-CHECK-ITEM-BRANCH-EXIT
           END-IF.
           CALL "BRCHCHK" USING "V", WS-ITEM-BRANCH,
               WS-BRANCH-RESULT, WS-BRANCH-NAME.
           IF WS-BRANCH-IS-OPEN OR WS-BRANCH-UNAVAILABLE
               GO TO 1200-CHECK-ITEM-BRANCH-EXIT
           END-IF.
           IF WS-BAD-BRANCH-COUNT = 0
               MOVE WS-ITEM-BRANCH TO WS-BAD-BRANCH
           END-IF.
           ADD 1 TO WS-BAD-BRANCH-COUNT.
       1200-CHECK-ITEM-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-STAGE-LATE-FILE - SECOND PASS: APPEND EVERY DETAIL TO *
      * THE ADDLATE CARRY-OVER FILE STAMPED WITH THE ORIGINAL      *
           MOVE LT-CURRENCY-CODE TO CO-CURRENCY-CODE.
           MOVE WS-BATCH-ID      TO CO-ORIG-BATCH.
           MOVE WS-RUN-DATE      TO CO-ARRIVAL-DATE.
           MOVE LT-BRANCH-CODE   TO CO-BRANCH-CODE.
           IF CO-BRANCH-CODE = SPACES
               MOVE WS-BATCH-BRANCH TO CO-BRANCH-CODE
           END-IF.
           PERFORM 2200-ASSIGN-REFERENCE
               THRU 2200-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE  TO CO-TXN-REF.
           WRITE CARRY-OVER-RECORD.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-STAGED-COUNT.
       2100-STAGE-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ASSIGN-REFERENCE - THE LATE ITEM TAKES ITS            *
      * TRANSACTION REFERENCE HERE, AND BEING CARRIED TO THE NEXT  *
      * NIGHT IS THE FIRST EVENT ON ITS TXNTRAIL LINEAGE.          *
      *-----------------------------------------------------------*
       2200-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "LATE"           TO WS-LE-EVENT-CODE.
           MOVE "LATESTAG"       TO WS-LE-PROGRAM.
           MOVE CO-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = CO-NUM1 + CO-NUM2.
           MOVE CO-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "LATE BATCH " WS-BATCH-ID DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       2200-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - REPORT WHAT WAS STAGED.                   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "LATESTAG: ORIGINAL BATCH   = " WS-BATCH-ID.
           DISPLAY "LATESTAG: DETAILS VERIFIED = " WS-DETAIL-COUNT.
           DISPLAY "LATESTAG: DETAILS STAGED   = " WS-STAGED-COUNT.
