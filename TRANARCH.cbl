      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly append of every ADDOUT posting to the TRANHIST
      * long-term transaction history.  ADDOUT generations roll off
      * after 31 nights and ADDOUTARC and YTDARCH keep only trailer
      * totals, so without this file a posting disputed a year later
      * cannot be shown at detail level.  Each detail record of
      * tonight's ADDOUT - adds and reversals alike, the trailer
      * excepted - is written to TRANHIST keyed by customer, posting
      * date and its sequence within the night's file, carrying the
      * native amount and currency, the base-currency amount, the
      * settlement date and the booked branch.  A posting already on
      * file under the same key is counted and left alone, so a rerun
      * of the step archives nothing twice.  TRANINQ lists a
      * customer's postings for a date range from this file, and
      * RETAIN purges it under its RETPOLCY policy like the other
      * archives.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE, WHICH IS KEPT ON THE
      *                 ARCHIVED TRANHIST POSTING IN WHAT WAS FILLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
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

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-CUST-ID          PIC 9(06).
               10  TH-POST-DATE        PIC X(08).
               10  TH-SEQUENCE         PIC 9(07).
           05  TH-TRAN-CODE            PIC X(01).
               88  TH-IS-REVERSAL                VALUE "R".
           05  TH-NUM1                 PIC 9(05)V9(02).
           05  TH-NUM2                 PIC 9(05)V9(02).
           05  TH-NATIVE-AMOUNT        PIC 9(06)V9(02).
           05  TH-CURRENCY-CODE        PIC X(03).
           05  TH-BASE-AMOUNT          PIC 9(09)V9(04).
           05  TH-SETTLE-DATE          PIC X(08).
           05  TH-BRANCH-CODE          PIC X(04).
           05  TH-ARCHIVED-DATE        PIC X(08).
           05  TH-TXN-REF              PIC X(16).
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
           88  WS-ADDOUT-EOF                     VALUE "10".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
           88  WS-HIST-DUPLICATE                 VALUE "22".
           88  WS-HIST-NOT-FOUND                 VALUE "35".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       77  WS-SEQUENCE                 PIC 9(07) COMP VALUE ZERO.
       77  WS-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "TRANARCH       ", "TRANHIST".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.
           PERFORM 2000-ARCHIVE-ONE-POSTING
               THRU 2000-ARCHIVE-ONE-POSTING-EXIT
               UNTIL WS-ADDOUT-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE HISTORY FOR UPDATE (CREATING   *
      * IT EMPTY THE FIRST NIGHT) AND TONIGHT'S ADDOUT.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O TRAN-HISTORY-FILE.
           IF WS-HIST-NOT-FOUND
               OPEN OUTPUT TRAN-HISTORY-FILE
               CLOSE TRAN-HISTORY-FILE
               OPEN I-O TRAN-HISTORY-FILE
           END-IF.
           IF NOT WS-HIST-OK
               CALL "FILERR" USING "TRANARCH       ", "TRANHIST",
                   "OPEN-IO ", WS-HIST-FILE-STATUS, "N"
               DISPLAY "TRANARCH: TRANHIST NOT AVAILABLE - ",
                   "NOTHING ARCHIVED."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT ADDITION-OUT-FILE.
           IF NOT WS-ADDOUT-OK
               CALL "FILERR" USING "TRANARCH       ", "ADDOUT  ",
                   "OPEN-IN ", WS-ADDOUT-FILE-STATUS, "N"
               DISPLAY "TRANARCH: ADDOUT COULD NOT BE OPENED - ",
                   "NOTHING ARCHIVED."
               CLOSE TRAN-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ARCHIVE-ONE-POSTING - ONE ADDOUT DETAIL TO TRANHIST  *
      * UNDER ITS CUSTOMER, TONIGHT'S DATE AND ITS SEQUENCE IN    *
      * THE FILE.  A KEY ALREADY ON FILE IS A RERUN'S POSTING.    *
      *-----------------------------------------------------------*
       2000-ARCHIVE-ONE-POSTING.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-ADDOUT-EOF TO TRUE
                   GO TO 2000-ARCHIVE-ONE-POSTING-EXIT
           END-READ.
           IF OUT-IS-TRAILER
               GO TO 2000-ARCHIVE-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-SEQUENCE.
           MOVE SPACES            TO TRAN-HISTORY-RECORD.
           MOVE OUT-CUST-ID       TO TH-CUST-ID.
           MOVE WS-RUN-DATE       TO TH-POST-DATE.
           MOVE WS-SEQUENCE       TO TH-SEQUENCE.
           MOVE OUT-TRAN-CODE     TO TH-TRAN-CODE.
           MOVE OUT-NUM1          TO TH-NUM1.
           MOVE OUT-NUM2          TO TH-NUM2.
           MOVE OUT-NUM3          TO TH-NATIVE-AMOUNT.
           MOVE OUT-CURRENCY-CODE TO TH-CURRENCY-CODE.
           MOVE OUT-BASE-NUM3     TO TH-BASE-AMOUNT.
           MOVE OUT-SETTLE-DATE   TO TH-SETTLE-DATE.
           MOVE OUT-BRANCH-CODE   TO TH-BRANCH-CODE.
           MOVE WS-RUN-DATE       TO TH-ARCHIVED-DATE.
           MOVE OUT-TXN-REF       TO TH-TXN-REF.
           WRITE TRAN-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-HIST-OK
                   ADD 1 TO WS-ARCHIVED-COUNT
               WHEN WS-HIST-DUPLICATE
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "TRANARCH: POSTING " WS-SEQUENCE
                       " FOR CUSTOMER " OUT-CUST-ID
                       " NOT ARCHIVED - STATUS " WS-HIST-FILE-STATUS
           END-EVALUATE.
       2000-ARCHIVE-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE NIGHT'S COUNTS.  *
      * A POSTING THAT COULD NOT BE WRITTEN ENDS THE STEP RC 4.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ADDITION-OUT-FILE.
           CLOSE TRAN-HISTORY-FILE.
           DISPLAY "TRANARCH: POSTINGS ARCHIVED      = "
               WS-ARCHIVED-COUNT.
           DISPLAY "TRANARCH: ALREADY ON TRANHIST    = "
               WS-ALREADY-COUNT.
           DISPLAY "TRANARCH: NOT ARCHIVED (ERRORS)  = "
               WS-FAILED-COUNT.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM TRANARCH.
