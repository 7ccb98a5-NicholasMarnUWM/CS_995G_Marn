      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Listing of the FUTRWHS future-dated warehouse, so
      * the branches can see every instruction still waiting for its
      * value date without keeping a paper drawer.  Every item still
      * held is printed in value-date order with its entry date and
      * sequence (the key FUTRMNT cancels by), customer, amounts,
      * currency and source batch, followed by a count and amount
      * subtotal for each value date and a grand total.  Items
      * already released or cancelled are counted on the trailer
      * lines only.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  FUTRWHS CARRIES THE KEYING BRANCH (84 BYTES),
      *                 NOW SHOWN ON EACH LISTED ITEM.
      * 10/15/2026  NM  FUTRWHS CARRIES THE TRANSACTION REFERENCE (100
      *                 BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTRLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTRWHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
           SELECT FUTURE-REPORT-FILE ASSIGN TO "FUTRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  FUTURE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FUTURE-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-EOF                         VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-FW-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-IS-OPEN                     VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-PREV-VALUE-DATE          PIC X(08) VALUE SPACES.
       77  WS-DATE-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-DATE-NUM1                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-DATE-NUM2                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-HELD-NUM1                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-HELD-NUM2                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-VALUE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-ENTRY-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-ENTRY-SEQ         PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-TRAN-CODE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NUM1              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-NUM2              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-SOURCE-BATCH      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-BRANCH            PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RPT-TOTAL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(20).
           05  WS-RT-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE " ITEMS  ".
           05  WS-RT-NUM1              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RT-NUM2              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LIST-ONE-ITEM
               THRU 2000-LIST-ONE-ITEM-EXIT
               UNTIL WS-FW-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE WAREHOUSE AND POSITION AT ITS  *
      * FIRST VALUE DATE.  NO WAREHOUSE YET MEANS NOTHING HELD,   *
      * AND THE LISTING SAYS SO.                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FUTURE-REPORT-FILE.
           MOVE SPACES TO FUTURE-REPORT-LINE.
           STRING "FUTURE-DATED WAREHOUSE LISTING - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO FUTURE-REPORT-LINE.
           WRITE FUTURE-REPORT-LINE.
           MOVE " VALUE DT ENTRY DT   SEQ C CUST       NUM1      NUM2"
               TO FUTURE-REPORT-LINE.
           MOVE "CCY BATCH    BRCH" TO FUTURE-REPORT-LINE(55:17).
           WRITE FUTURE-REPORT-LINE.
           OPEN INPUT FUTURE-WAREHOUSE-FILE.
           IF NOT WS-FW-OK
               DISPLAY "FUTRLIST: FUTRWHS NOT AVAILABLE - NO ITEMS ",
                   "HELD."
               MOVE "10" TO WS-FW-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FW-IS-OPEN TO TRUE.
           MOVE LOW-VALUES TO FW-KEY.
           START FUTURE-WAREHOUSE-FILE KEY IS NOT LESS THAN FW-KEY
               INVALID KEY
                   SET WS-FW-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-ONE-ITEM - PRINT ONE HELD ITEM, CLOSING OFF THE *
      * PREVIOUS VALUE DATE'S SUBTOTAL WHEN THE DATE CHANGES.     *
      *-----------------------------------------------------------*
       2000-LIST-ONE-ITEM.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
               AT END
                   SET WS-FW-EOF TO TRUE
                   GO TO 2000-LIST-ONE-ITEM-EXIT
           END-READ.
           IF FW-IS-RELEASED
               ADD 1 TO WS-RELEASED-COUNT
               GO TO 2000-LIST-ONE-ITEM-EXIT
           END-IF.
           IF FW-IS-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               GO TO 2000-LIST-ONE-ITEM-EXIT
           END-IF.
           IF FW-VALUE-DATE NOT = WS-PREV-VALUE-DATE
               PERFORM 3000-PRINT-DATE-TOTAL
                   THRU 3000-PRINT-DATE-TOTAL-EXIT
               MOVE FW-VALUE-DATE TO WS-PREV-VALUE-DATE
           END-IF.
           MOVE FW-VALUE-DATE     TO WS-RD-VALUE-DATE.
           MOVE FW-ENTRY-DATE     TO WS-RD-ENTRY-DATE.
           MOVE FW-ENTRY-SEQ      TO WS-RD-ENTRY-SEQ.
           MOVE FW-TRAN-CODE      TO WS-RD-TRAN-CODE.
           MOVE FW-CUST-ID        TO WS-RD-CUST-ID.
           MOVE FW-NUM1           TO WS-RD-NUM1.
           MOVE FW-NUM2           TO WS-RD-NUM2.
           MOVE FW-CURRENCY-CODE  TO WS-RD-CURRENCY.
           MOVE FW-SOURCE-BATCH   TO WS-RD-SOURCE-BATCH.
           MOVE FW-BRANCH-CODE    TO WS-RD-BRANCH.
           MOVE WS-RPT-DETAIL TO FUTURE-REPORT-LINE.
           WRITE FUTURE-REPORT-LINE.
           ADD 1 TO WS-DATE-COUNT.
           ADD 1 TO WS-HELD-COUNT.
           IF FW-NUM1 IS NUMERIC
               ADD FW-NUM1 TO WS-DATE-NUM1
               ADD FW-NUM1 TO WS-HELD-NUM1
           END-IF.
           IF FW-NUM2 IS NUMERIC
               ADD FW-NUM2 TO WS-DATE-NUM2
               ADD FW-NUM2 TO WS-HELD-NUM2
           END-IF.
       2000-LIST-ONE-ITEM-EXIT.
           EXIT.

       3000-PRINT-DATE-TOTAL.
           IF WS-DATE-COUNT = 0
               GO TO 3000-PRINT-DATE-TOTAL-EXIT
           END-IF.
           MOVE SPACES TO WS-RT-LABEL.
           STRING "  VALUE DATE " DELIMITED BY SIZE
               WS-PREV-VALUE-DATE DELIMITED BY SIZE
               INTO WS-RT-LABEL.
           MOVE WS-DATE-COUNT TO WS-RT-COUNT.
           MOVE WS-DATE-NUM1  TO WS-RT-NUM1.
           MOVE WS-DATE-NUM2  TO WS-RT-NUM2.
           MOVE WS-RPT-TOTAL TO FUTURE-REPORT-LINE.
           WRITE FUTURE-REPORT-LINE.
           MOVE SPACES TO FUTURE-REPORT-LINE.
           WRITE FUTURE-REPORT-LINE.
           MOVE ZERO TO WS-DATE-COUNT.
           MOVE ZERO TO WS-DATE-NUM1.
           MOVE ZERO TO WS-DATE-NUM2.
       3000-PRINT-DATE-TOTAL-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 3000-PRINT-DATE-TOTAL
               THRU 3000-PRINT-DATE-TOTAL-EXIT.
           MOVE "TOTAL HELD"    TO WS-RT-LABEL.
           MOVE WS-HELD-COUNT   TO WS-RT-COUNT.
           MOVE WS-HELD-NUM1    TO WS-RT-NUM1.
           MOVE WS-HELD-NUM2    TO WS-RT-NUM2.
           MOVE WS-RPT-TOTAL TO FUTURE-REPORT-LINE.
           WRITE FUTURE-REPORT-LINE.
           MOVE SPACES TO FUTURE-REPORT-LINE.
           MOVE " RELEASED TO DATE: " TO FUTURE-REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-RT-COUNT.
           MOVE WS-RT-COUNT TO FUTURE-REPORT-LINE(21:9).
           MOVE "   CANCELLED: " TO FUTURE-REPORT-LINE(30:14).
           MOVE WS-CANCELLED-COUNT TO WS-RT-COUNT.
           MOVE WS-RT-COUNT TO FUTURE-REPORT-LINE(44:9).
           WRITE FUTURE-REPORT-LINE.
           CLOSE FUTURE-REPORT-FILE.
           IF WS-FW-IS-OPEN
               CLOSE FUTURE-WAREHOUSE-FILE
           END-IF.
           DISPLAY "FUTRLIST: ITEMS HELD      = " WS-HELD-COUNT.
           DISPLAY "FUTRLIST: ITEMS RELEASED  = " WS-RELEASED-COUNT.
           DISPLAY "FUTRLIST: ITEMS CANCELLED = " WS-CANCELLED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FUTRLIST.
