      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Ties the policy installments FIBINST raised back to
      * the posting output.  ADDOUT carries no reference field, so
      * each installment is matched to tonight's posted items by
      * what it was raised as: an "A" item for the policy's customer
      * with NUM1 equal to the installment, NUM2 zero and the same
      * currency.  Every entry on the FIBXREF cross-reference not
      * yet posted is a candidate, oldest first, and each ADDOUT item
      * can satisfy only one entry.  A matched entry is stamped
      * posted with tonight's date, so a rerun never matches it
      * again.  FIBTRPT lists every entry that was outstanding at
      * the start of the run, in the order raised, with its policy
      * number, as POSTED tonight or NOT POSTED with the days since
      * it was raised - an installment rejected or held by the
      * posting run stays on the report until a repair posts it.
      * Anything still outstanding ends the step with code 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALMENT-XREF-FILE ASSIGN TO "FIBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO "FIBTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTALMENT-XREF-FILE.
       01  INSTALMENT-XREF-RECORD.
           05  XR-KEY.
               10  XR-BATCH-ID         PIC X(08).
               10  XR-ITEM-NO          PIC 9(07).
           05  XR-POLICY-NO            PIC X(10).
           05  XR-CUST-ID              PIC 9(06).
           05  XR-AMOUNT               PIC 9(05)V9(02).
           05  XR-CURRENCY-CODE        PIC X(03).
           05  XR-DUE-DATE             PIC X(08).
           05  XR-GEN-DATE             PIC X(08).
           05  XR-STATUS               PIC X(01).
               88  XR-IS-OPEN                    VALUE "O".
               88  XR-IS-POSTED                  VALUE "P".
           05  XR-POSTED-DATE          PIC X(08).
           05  FILLER                  PIC X(14).

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-ADDITION               VALUE "A".
           05  OUT-CUST-ID             PIC 9(06).
           05  OUT-NUM1                PIC 9(05)V9(02).
           05  OUT-NUM2                PIC 9(05)V9(02).
           05  OUT-NUM3                PIC 9(06)V9(02).
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       FD  TRACE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACE-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XR-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-XR-OK                          VALUE "00".
           88  WS-XR-NOT-FOUND                   VALUE "35".
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-XR-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-XR-EOF                         VALUE "Y".
       01  WS-ADDOUT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-ADDOUT-EOF                     VALUE "Y".
       01  WS-XR-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-XR-IS-OPEN                     VALUE "Y".
       01  WS-ADDOUT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-ADDOUT-IS-OPEN                 VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-OPEN-TABLE.
           05  WS-OT-ENTRY             OCCURS 5000 TIMES.
               10  WS-OT-KEY           PIC X(15).
               10  WS-OT-CUST-ID       PIC 9(06).
               10  WS-OT-AMOUNT        PIC 9(05)V9(02).
               10  WS-OT-CURRENCY-CODE PIC X(03).
               10  WS-OT-MATCHED       PIC X(01).
       77  WS-OT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-OT-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-OT-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-LOADED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-ADDOUT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-OUTSTANDING-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "FIBTRACE - POLICY INSTALLMENT TRACE".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(38)
               VALUE "BATCH/ITEM       POLICY     CUST      ".
           05  FILLER                  PIC X(42)
               VALUE "AMOUNT CCY DUE DATE STATUS     DAYS".
       01  WS-DETAIL-LINE.
           05  WS-DL-BATCH-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-DL-ITEM-NO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-POLICY-NO         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-DUE-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-DAYS              PIC ZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "POSTED  = ".
           05  WS-TL-POSTED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE "   NOT POSTED = ".
           05  WS-TL-OUTSTANDING       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-MATCH-ONE-POSTED-ITEM
               THRU 2000-MATCH-ONE-POSTED-ITEM-EXIT
               UNTIL WS-ADDOUT-EOF.
           PERFORM 3000-STAMP-ONE-ENTRY
               THRU 3000-STAMP-ONE-ENTRY-EXIT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT AND THE CROSS-REFERENCE, *
      * TABLE EVERY ENTRY NOT YET POSTED, AND OPEN TONIGHT'S       *
      * ADDOUT.  NO CROSS-REFERENCE MEANS NO INSTALLMENT HAS EVER  *
      * BEEN RAISED; NO ADDOUT MATCHES NOTHING BUT STILL LISTS     *
      * WHAT IS OUTSTANDING.                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET WS-ADDOUT-EOF TO TRUE.
           OPEN OUTPUT TRACE-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "FIBTRACE       ", "FIBTRPT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE TRACE-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE.
           WRITE TRACE-REPORT-LINE FROM WS-HEADING-2.
           OPEN I-O INSTALMENT-XREF-FILE.
           IF WS-XR-NOT-FOUND
               MOVE "NO FIBXREF FILE - NO INSTALLMENTS RAISED YET."
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-XR-OK
               CALL "FILERR" USING "FIBTRACE       ", "FIBXREF ",
                   "OPEN-IO ", WS-XR-FILE-STATUS, "N"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-XR-IS-OPEN TO TRUE.
           PERFORM 1100-LOAD-ONE-ENTRY
               THRU 1100-LOAD-ONE-ENTRY-EXIT
               UNTIL WS-XR-EOF.
           IF WS-NOT-LOADED-COUNT > 0
               DISPLAY "FIBTRACE: OVER 5000 OUTSTANDING ENTRIES - "
                   WS-NOT-LOADED-COUNT " NOT EXAMINED TONIGHT."
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-OT-COUNT = 0
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT ADDITION-OUT-FILE.
           IF NOT WS-ADDOUT-OK
               CALL "FILERR" USING "FIBTRACE       ", "ADDOUT  ",
                   "OPEN-IN ", WS-ADDOUT-FILE-STATUS, "N"
               DISPLAY "FIBTRACE: ADDOUT NOT AVAILABLE - NOTHING ",
                   "MATCHED TONIGHT."
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-ADDOUT-IS-OPEN TO TRUE.
           MOVE "N" TO WS-ADDOUT-EOF-SWITCH.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY.
           READ INSTALMENT-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XR-EOF TO TRUE
                   GO TO 1100-LOAD-ONE-ENTRY-EXIT
           END-READ.
           IF NOT XR-IS-OPEN
               GO TO 1100-LOAD-ONE-ENTRY-EXIT
           END-IF.
           IF WS-OT-COUNT NOT < 5000
               ADD 1 TO WS-NOT-LOADED-COUNT
               GO TO 1100-LOAD-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-OT-COUNT.
           MOVE XR-KEY           TO WS-OT-KEY (WS-OT-COUNT).
           MOVE XR-CUST-ID       TO WS-OT-CUST-ID (WS-OT-COUNT).
           MOVE XR-AMOUNT        TO WS-OT-AMOUNT (WS-OT-COUNT).
           MOVE XR-CURRENCY-CODE TO WS-OT-CURRENCY-CODE (WS-OT-COUNT).
           MOVE "N"              TO WS-OT-MATCHED (WS-OT-COUNT).
       1100-LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-MATCH-ONE-POSTED-ITEM - AN "A" ITEM WITH NUM2 ZERO    *
      * SATISFIES THE OLDEST UNMATCHED ENTRY FOR THE SAME          *
      * CUSTOMER, AMOUNT AND CURRENCY.  THE TRAILER AND EVERY      *
      * OTHER ITEM ARE PASSED BY.                                  *
      *-----------------------------------------------------------*
       2000-MATCH-ONE-POSTED-ITEM.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-ADDOUT-EOF TO TRUE
                   GO TO 2000-MATCH-ONE-POSTED-ITEM-EXIT
           END-READ.
           IF NOT OUT-IS-ADDITION
               OR OUT-NUM2 NOT = ZERO
               GO TO 2000-MATCH-ONE-POSTED-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-ADDOUT-COUNT.
           MOVE ZERO TO WS-OT-FOUND-IDX.
           PERFORM 2100-TRY-ONE-ENTRY
               THRU 2100-TRY-ONE-ENTRY-EXIT
               VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT
                   OR WS-OT-FOUND-IDX > 0.
           IF WS-OT-FOUND-IDX > 0
               MOVE "Y" TO WS-OT-MATCHED (WS-OT-FOUND-IDX)
           END-IF.
       2000-MATCH-ONE-POSTED-ITEM-EXIT.
           EXIT.

       2100-TRY-ONE-ENTRY.
           IF WS-OT-MATCHED (WS-OT-IDX) = "N"
               AND WS-OT-CUST-ID (WS-OT-IDX) = OUT-CUST-ID
               AND WS-OT-AMOUNT (WS-OT-IDX) = OUT-NUM1
               AND WS-OT-CURRENCY-CODE (WS-OT-IDX) = OUT-CURRENCY-CODE
               MOVE WS-OT-IDX TO WS-OT-FOUND-IDX
           END-IF.
       2100-TRY-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-STAMP-ONE-ENTRY - RE-READ ONE OUTSTANDING ENTRY,      *
      * STAMP IT POSTED WHEN IT WAS MATCHED, AND LIST IT - POSTED  *
      * TONIGHT, OR NOT POSTED WITH ITS AGE IN DAYS.               *
      *-----------------------------------------------------------*
       3000-STAMP-ONE-ENTRY.
           MOVE WS-OT-KEY (WS-OT-IDX) TO XR-KEY.
           READ INSTALMENT-XREF-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FIBTRACE: ENTRY " WS-OT-KEY (WS-OT-IDX)
                       " COULD NOT BE RE-READ - STATUS "
                       WS-XR-FILE-STATUS
                   GO TO 3000-STAMP-ONE-ENTRY-EXIT
           END-READ.
           MOVE XR-BATCH-ID      TO WS-DL-BATCH-ID.
           MOVE XR-ITEM-NO       TO WS-DL-ITEM-NO.
           MOVE XR-POLICY-NO     TO WS-DL-POLICY-NO.
           MOVE XR-CUST-ID       TO WS-DL-CUST-ID.
           MOVE XR-AMOUNT        TO WS-DL-AMOUNT.
           MOVE XR-CURRENCY-CODE TO WS-DL-CURRENCY.
           MOVE XR-DUE-DATE      TO WS-DL-DUE-DATE.
           IF WS-OT-MATCHED (WS-OT-IDX) = "Y"
               GO TO 3000-STAMP-POSTED
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           MOVE "D"              TO WS-DATE-FUNCTION.
           MOVE XR-GEN-DATE      TO WS-DATE-ONE.
           MOVE WS-RUN-DATE      TO WS-DATE-TWO.
           MOVE "N"              TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               OR WS-RESULT-DAYS < 0
               MOVE ZERO TO WS-RESULT-DAYS
           END-IF.
           MOVE "NOT POSTED"     TO WS-DL-STATUS.
           MOVE WS-RESULT-DAYS   TO WS-DL-DAYS.
           GO TO 3000-STAMP-WRITE-LINE.
       3000-STAMP-POSTED.
           MOVE "P"              TO XR-STATUS.
           MOVE WS-RUN-DATE      TO XR-POSTED-DATE.
           REWRITE INSTALMENT-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FIBTRACE: ENTRY " XR-BATCH-ID "/"
                       XR-ITEM-NO " NOT STAMPED POSTED - STATUS "
                       WS-XR-FILE-STATUS
           END-REWRITE.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE "POSTED"         TO WS-DL-STATUS.
           MOVE ZERO             TO WS-DL-DAYS.
       3000-STAMP-WRITE-LINE.
           IF WS-RPT-IS-OPEN
               WRITE TRACE-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
       3000-STAMP-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, AND REPORT.   *
      * AN INSTALLMENT STILL NOT POSTED, OR ANY FILE TROUBLE, ENDS *
      * THE STEP WITH CODE 4.                                      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               MOVE WS-POSTED-COUNT      TO WS-TL-POSTED
               MOVE WS-OUTSTANDING-COUNT TO WS-TL-OUTSTANDING
               WRITE TRACE-REPORT-LINE FROM WS-TOTAL-LINE
               CLOSE TRACE-REPORT-FILE
           END-IF.
           IF WS-XR-IS-OPEN
               CLOSE INSTALMENT-XREF-FILE
           END-IF.
           IF WS-ADDOUT-IS-OPEN
               CLOSE ADDITION-OUT-FILE
           END-IF.
           DISPLAY "FIBTRACE: ENTRIES OUTSTANDING = " WS-OT-COUNT.
           DISPLAY "FIBTRACE: ADDOUT ITEMS TRIED  = " WS-ADDOUT-COUNT.
           DISPLAY "FIBTRACE: POSTED TONIGHT      = " WS-POSTED-COUNT.
           DISPLAY "FIBTRACE: STILL NOT POSTED    = "
               WS-OUTSTANDING-COUNT.
           IF WS-OUTSTANDING-COUNT > 0 OR WS-ERROR-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FIBTRACE.
