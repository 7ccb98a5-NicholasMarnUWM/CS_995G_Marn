      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared transaction lineage routine.  Every program that
      * creates, merges, posts, rejects, holds, releases, repairs,
      * disputes or journals a posting item calls it with the item's
      * transaction reference, and one event is appended to the TXNTRAIL
      * lineage file stamped with the date and time, the calling program
      * and the operator (blank for a batch step), together with the
      * customer, amount, currency and a short detail such as a reject
      * or hold reason.  TXNLINE reads TXNTRAIL back to show everything
      * a reference went through.  Event codes in use: INTK assigned at
      * intake, MRGE assigned at the merge, LATE carried to the next
      * night, FUTR warehoused for a future date, CNCL cancelled from
      * the warehouse, PSTD posted, RVSD reversal posted, REJT rejected
      * to ADDEXCP, HELD held on a hold queue, RELS released from a hold
      * queue, DSCD discarded from a hold queue, REPR repaired and
      * restaged, WOFF written off, RCOV written-off amount recovered,
      * DISP dispute opened, DSPR dispute reversed, DSPU dispute upheld,
      * GLJE journal line written.  Function "W" writes the event, "C"
      * closes TXNTRAIL at the end of the caller's run.  The status
      * comes back "Y" when written and "N" when the item has no
      * reference or TXNTRAIL is unavailable; a lineage failure never
      * stops the caller.  The exception is a TXNTRAIL belonging to
      * another environment: the first call proves it through ENVCHK,
      * which stops the caller's step with RETURN-CODE 20.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  TXNTRAIL IS STARTED AFRESH ONLY WHEN THE EXTEND
      *                 FINDS NO FILE (STATUS 35); ANY OTHER OPEN
      *                 FAILURE IS LOGGED THROUGH FILERR AND THE TRAIL
      *                 IS LEFT UNTOUCHED.
      * 10/15/2026  NM  THE FIRST CALL OF THE RUN CHECKS TXNTRAIL
      *                 THROUGH ENVCHK BEFORE IT IS OPENED, SO LINEAGE
      *                 IS NEVER WRITTEN TO ANOTHER ENVIRONMENT'S TRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "TXNTRAIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  LINEAGE-RECORD.
           05  TL-TXN-REF              PIC X(16).
           05  TL-EVENT-DATE           PIC X(08).
           05  TL-EVENT-TIME           PIC X(08).
           05  TL-EVENT-CODE           PIC X(04).
           05  TL-PROGRAM              PIC X(08).
           05  TL-OPERATOR-ID          PIC X(08).
           05  TL-CUST-ID              PIC X(06).
           05  TL-AMOUNT               PIC 9(09)V9(02).
           05  TL-CURRENCY-CODE        PIC X(03).
           05  TL-DETAIL               PIC X(20).
           05  FILLER                  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-TRAIL-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-TRAIL-OK                       VALUE "00".
           88  WS-TRAIL-NOT-FOUND                VALUE "35".
       01  WS-OPEN-OPERATION           PIC X(08) VALUE SPACES.
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-TRAIL-OPEN                     VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".

       LINKAGE SECTION.
       01  LINEAGE-FUNCTION            PIC X(01).
           88  LINEAGE-WRITE                     VALUE "W".
           88  LINEAGE-CLOSE                     VALUE "C".
       01  LINEAGE-EVENT.
           05  LE-TXN-REF              PIC X(16).
           05  LE-EVENT-CODE           PIC X(04).
           05  LE-PROGRAM              PIC X(08).
           05  LE-OPERATOR-ID          PIC X(08).
           05  LE-CUST-ID              PIC X(06).
           05  LE-AMOUNT               PIC 9(09)V9(02).
           05  LE-CURRENCY-CODE        PIC X(03).
           05  LE-DETAIL               PIC X(20).
       01  LINEAGE-STATUS              PIC X(01).
           88  LINEAGE-WRITTEN                   VALUE "Y".

       PROCEDURE DIVISION USING LINEAGE-FUNCTION, LINEAGE-EVENT,
           LINEAGE-STATUS.
       0000-MAINLINE.
           IF LINEAGE-CLOSE
               IF WS-TRAIL-OPEN
                   CLOSE LINEAGE-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "N" TO LINEAGE-STATUS.
           IF NOT LINEAGE-WRITE
               GOBACK
           END-IF.
           IF LE-TXN-REF = SPACES
               GOBACK
           END-IF.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-FILES
                   THRU 1000-OPEN-FILES-EXIT
           END-IF.
           IF NOT WS-TRAIL-OPEN
               GOBACK
           END-IF.
           PERFORM 2000-WRITE-EVENT
               THRU 2000-WRITE-EVENT-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-FILES - FIRST CALL ONLY.  TXNTRAIL IS EXTENDED, *
      * OR STARTED ONLY WHEN IT DOES NOT YET EXIST (STATUS 35) -  *
      * ANY OTHER FAILURE, SUCH AS THE TRAIL BEING IN USE, IS AN  *
      * ERROR AND NEVER EMPTIES THE TRAIL.                        *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           SET WS-OPEN-TRIED TO TRUE.
      * THE FIRST CALL OF THE RUN PROVES THE DATASET BELONGS TO THE
      * RUN'S ENVIRONMENT BEFORE IT IS OPENED FOR UPDATE - ENVCHK
      * STOPS THE CALLER WITH RETURN-CODE 20 WHEN IT DOES NOT.
           CALL "ENVCHK" USING "TXNLOG         ", "TXNTRAIL".
           MOVE "OPEN-EXT" TO WS-OPEN-OPERATION.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-TRAIL-NOT-FOUND
               MOVE "OPEN-OUT" TO WS-OPEN-OPERATION
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           IF WS-TRAIL-OK
               SET WS-TRAIL-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "TXNLOG         ", "TXNTRAIL",
                   WS-OPEN-OPERATION, WS-TRAIL-FILE-STATUS, "N"
               DISPLAY "TXNLOG: TXNTRAIL NOT AVAILABLE - LINEAGE ",
                   "NOT RECORDED THIS RUN."
           END-IF.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-EVENT - STAMP AND APPEND ONE LINEAGE EVENT.    *
      *-----------------------------------------------------------*
       2000-WRITE-EVENT.
           MOVE SPACES           TO LINEAGE-RECORD.
           MOVE LE-TXN-REF       TO TL-TXN-REF.
           ACCEPT TL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-EVENT-TIME FROM TIME.
           MOVE LE-EVENT-CODE    TO TL-EVENT-CODE.
           MOVE LE-PROGRAM       TO TL-PROGRAM.
           MOVE LE-OPERATOR-ID   TO TL-OPERATOR-ID.
           MOVE LE-CUST-ID       TO TL-CUST-ID.
           MOVE LE-AMOUNT        TO TL-AMOUNT.
           MOVE LE-CURRENCY-CODE TO TL-CURRENCY-CODE.
           MOVE LE-DETAIL        TO TL-DETAIL.
           WRITE LINEAGE-RECORD.
           IF WS-TRAIL-OK
               MOVE "Y" TO LINEAGE-STATUS
           END-IF.
       2000-WRITE-EVENT-EXIT.
           EXIT.

       END PROGRAM TXNLOG.
