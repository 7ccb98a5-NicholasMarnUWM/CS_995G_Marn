      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Daily liquidity ladder for treasury.  Tonight's
      * SETTLOUT net tells treasury only what settles next; this run
      * lays out, by currency and by value date, everything due to
      * settle over the next ten business days.  Tonight's SETTLOUT
      * instructions are taken at their value dates (a pay "P" is an
      * outflow, a receive "R" an inflow).  The late items waiting
      * on the ADDLATE carry-over file and the suspects held on
      * ADDSUSP are projected as posting on the next run, and so
      * settling on the currency's next settlement day after it -
      * an add brings the currency in, a reversal takes it out -
      * with the dates worked through DATESRV against the house and
      * currency calendars, as the posting run sets them.  Base-
      * currency items (blank currency) settle same day and are not
      * laddered, as SETTLOUT leaves them off.  Anything due after
      * the tenth business day goes on a closing LATER row.  A day's
      * net outflow is what goes out less what comes in; where it
      * exceeds the currency's outflow threshold on the LIQTHR file,
      * which treasury sets and changes only through PARMMNT, the
      * day is flagged on the LIQRPT report and the console is
      * warned.  Every row also goes to the LIQEXT comma-separated
      * extract for the treasury spreadsheet, closed by a
      * TRAILER,count line as the other extracts are.  An input that
      * cannot be read, a SETTLOUT whose trailer does not tie or a
      * currency table overflow ends the step RC 4; an invalid run
      * date or an unwritable report ends it RC 12.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDLATE (60 BYTES) AND ADDSUSP (49) LAYOUTS
      *                 WIDENED FOR THE TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQLADR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQ-THRESHOLD-FILE ASSIGN TO "LIQTHR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-THR-FILE-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.
           SELECT CARRY-OVER-FILE ASSIGN TO "ADDLATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT LADDER-REPORT-FILE ASSIGN TO "LIQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT LADDER-CSV-FILE ASSIGN TO "LIQEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIQ-THRESHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  LIQ-THRESHOLD-RECORD.
           05  LQ-CURRENCY-CODE        PIC X(03).
           05  LQ-OUTFLOW-LIMIT        PIC 9(11)V9(02).

       FD  SETTLEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SETTLEMENT-RECORD.
           05  ST-RECORD-TYPE          PIC X(01).
               88  ST-IS-HEADER                  VALUE "H".
               88  ST-IS-DETAIL                  VALUE "D".
               88  ST-IS-TRAILER                 VALUE "T".
           05  ST-CURRENCY-CODE        PIC X(03).
           05  ST-DIRECTION            PIC X(01).
               88  ST-IS-PAY                     VALUE "P".
           05  ST-NET-AMOUNT           PIC 9(09)V9(02).
           05  ST-VALUE-DATE           PIC X(08).
           05  ST-BATCH-ID             PIC X(08).
           05  FILLER                  PIC X(08).
       01  SETTLEMENT-HEADER REDEFINES SETTLEMENT-RECORD.
           05  SH-RECORD-TYPE          PIC X(01).
           05  SH-RUN-DATE             PIC X(08).
           05  SH-BATCH-ID             PIC X(08).
           05  FILLER                  PIC X(23).
       01  SETTLEMENT-TRAILER REDEFINES SETTLEMENT-RECORD.
           05  SR-RECORD-TYPE          PIC X(01).
           05  SR-RECORD-COUNT         PIC 9(07).
           05  SR-TOTAL-AMOUNT         PIC 9(11)V9(02).
           05  FILLER                  PIC X(19).

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CARRY-OVER-RECORD.
           05  CO-TRAN-CODE            PIC X(01).
               88  CO-IS-REVERSAL                VALUE "R".
           05  CO-CUST-ID              PIC 9(06).
           05  CO-NUM1                 PIC 9(05)V9(02).
           05  CO-NUM2                 PIC 9(05)V9(02).
           05  CO-CURRENCY-CODE        PIC X(03).
           05  CO-ORIG-BATCH           PIC X(08).
           05  CO-ARRIVAL-DATE         PIC X(08).
           05  CO-BRANCH-CODE          PIC X(04).
           05  CO-TXN-REF              PIC X(16).

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
               88  SU-IS-REVERSAL                VALUE "R".
           05  SU-CUST-ID              PIC 9(06).
           05  SU-NUM1                 PIC 9(05)V9(02).
           05  SU-NUM2                 PIC 9(05)V9(02).
           05  SU-CURRENCY-CODE        PIC X(03).
           05  SU-LOG-DATE             PIC X(08).
           05  SU-HOLD-REASON          PIC X(01).
           05  SU-TXN-REF              PIC X(16).

       FD  LADDER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LADDER-REPORT-LINE          PIC X(132).

       FD  LADDER-CSV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LADDER-CSV-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-THR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-THR-OK                         VALUE "00".
       01  WS-SETTLE-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-SETTLE-OK                      VALUE "00".
       01  WS-CARRY-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CARRY-OK                       VALUE "00".
       01  WS-SUSP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CSV-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CSV-OK                         VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".
       01  WS-SOURCE-MISSING-SWITCH    PIC X(01) VALUE "N".
           88  WS-SOURCE-MISSING                 VALUE "Y".
       01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
           88  WS-CURRENCY-TABLE-FULL            VALUE "Y".
       01  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-VALUE-DATE               PIC X(08) VALUE SPACES.
       01  WS-ITEM-AMOUNT              PIC S9(11)V9(02) VALUE ZERO.
      * DATESRV PARAMETERS.
       01  WS-DS-FUNCTION              PIC X(01) VALUE SPACES.
       01  WS-DS-DATE-ONE              PIC X(08) VALUE SPACES.
       01  WS-DS-DATE-TWO              PIC X(08) VALUE SPACES.
       01  WS-DS-RESULT-DATE           PIC X(08) VALUE SPACES.
       01  WS-DS-RESULT-DAYS           PIC S9(07) VALUE ZERO.
       01  WS-DS-RESULT-STATUS         PIC X(01) VALUE SPACES.
           88  WS-DS-GOOD                        VALUE "Y".
      * THE TEN BUSINESS DAYS AFTER THE RUN DATE.  SLOT 11 OF EACH
      * CURRENCY IS EVERYTHING DUE LATER.
       01  WS-LADDER-TABLE.
           05  WS-LADDER-DATE OCCURS 10 TIMES
                                       PIC X(08).
       77  WS-DAY-IDX                  PIC 9(02) COMP VALUE ZERO.
      * ONE ENTRY PER CURRENCY - ITS THRESHOLD, ITS PROJECTED VALUE
      * DATE FOR ITEMS POSTING ON THE NEXT RUN, AND ITS LADDER.
       01  WS-CURRENCY-TABLE.
           05  WS-LQ-ENTRY OCCURS 30 TIMES.
               10  WS-LQ-CURRENCY      PIC X(03).
               10  WS-LQ-LIMIT-SWITCH  PIC X(01).
                   88  WS-LQ-HAS-LIMIT           VALUE "Y".
               10  WS-LQ-LIMIT         PIC 9(11)V9(02).
               10  WS-LQ-PROJ-DATE     PIC X(08).
               10  WS-LQ-DAY OCCURS 11 TIMES.
                   15  WS-LQ-PAY       PIC S9(11)V9(02).
                   15  WS-LQ-RECEIVE   PIC S9(11)V9(02).
                   15  WS-LQ-LATE      PIC S9(11)V9(02).
                   15  WS-LQ-HELD      PIC S9(11)V9(02).
       77  WS-LQ-COUNT                 PIC 9(02) COMP VALUE ZERO.
       77  WS-LQ-IDX                   PIC 9(02) COMP VALUE ZERO.
       77  WS-LQ-MATCH-IDX             PIC 9(02) COMP VALUE ZERO.
       01  WS-CURRENCY-KEY             PIC X(03) VALUE SPACES.
       01  WS-NET-OUTFLOW              PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ROW-FLAG                 PIC X(01) VALUE SPACES.
      * CONTROL COUNTS.
       77  WS-SETTLE-ITEMS             PIC 9(07) COMP VALUE ZERO.
       77  WS-LATE-ITEMS               PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-ITEMS               PIC 9(07) COMP VALUE ZERO.
       77  WS-BREACH-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-CSV-ROWS                 PIC 9(07) COMP VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
      * REPORT LINES.
       01  WS-CURRENCY-HEADING.
           05  FILLER                  PIC X(09) VALUE "CURRENCY ".
           05  WS-CH-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(22)
               VALUE "   OUTFLOW THRESHOLD  ".
           05  WS-CH-LIMIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(81) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(32)
               VALUE "  VALUE DATE      SETTLOUT PAY  ".
           05  FILLER                  PIC X(40)
               VALUE "  SETTLOUT RECEIVE   LATE ITEMS NET IN  ".
           05  FILLER                  PIC X(40)
               VALUE "   HELD SUSPECT IN         NET OUTFLOW  ".
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-LADDER-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-PAY               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-RECEIVE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-LATE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-HELD              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-NET-OUTFLOW       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-FLAG              PIC X(14).
           05  FILLER                  PIC X(06) VALUE SPACES.
      * CSV FIELDS.
       01  WS-CSV-DAY                  PIC Z9.
       01  WS-CSV-PAY                  PIC -(11)9.99.
       01  WS-CSV-RECEIVE              PIC -(11)9.99.
       01  WS-CSV-LATE                 PIC -(11)9.99.
       01  WS-CSV-HELD                 PIC -(11)9.99.
       01  WS-CSV-NET                  PIC -(11)9.99.
       01  WS-CSV-LIMIT                PIC Z(10)9.99.
       01  WS-CSV-TRAILER-COUNT        PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.
           PERFORM 2000-LOAD-SETTLEMENTS
               THRU 2000-LOAD-SETTLEMENTS-EXIT.
           IF RETURN-CODE > 4
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               GOBACK
           END-IF.
           PERFORM 3000-LOAD-LATE-ITEMS
               THRU 3000-LOAD-LATE-ITEMS-EXIT.
           PERFORM 4000-LOAD-HELD-SUSPECTS
               THRU 4000-LOAD-HELD-SUSPECTS-EXIT.
           PERFORM 5000-PRINT-LADDER
               THRU 5000-PRINT-LADDER-EXIT
               VARYING WS-LQ-IDX FROM 1 BY 1
               UNTIL WS-LQ-IDX > WS-LQ-COUNT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT AND EXTRACT AND LOAD    *
      * THE TREASURY THRESHOLDS.  EVERY CURRENCY WITH A           *
      * THRESHOLD IS LADDERED, EVEN WITH NOTHING DUE.             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-CURRENCY-TABLE.
           OPEN OUTPUT LADDER-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "LIQLADR        ", "LIQRPT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT LADDER-CSV-FILE.
           IF NOT WS-CSV-OK
               CALL "FILERR" USING "LIQLADR        ", "LIQEXT  ",
                   "OPEN-OUT", WS-CSV-FILE-STATUS, "N"
               CLOSE LADDER-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT LIQ-THRESHOLD-FILE.
           IF NOT WS-THR-OK
               CALL "FILERR" USING "LIQLADR        ", "LIQTHR  ",
                   "OPEN-IN ", WS-THR-FILE-STATUS, "N"
               SET WS-SOURCE-MISSING TO TRUE
               DISPLAY "LIQLADR: LIQTHR COULD NOT BE OPENED - NO ",
                   "DAY WILL BE FLAGGED."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 1100-LOAD-ONE-THRESHOLD
               THRU 1100-LOAD-ONE-THRESHOLD-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE LIQ-THRESHOLD-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-THRESHOLD.
           READ LIQ-THRESHOLD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1100-LOAD-ONE-THRESHOLD-EXIT
           END-READ.
           IF LQ-CURRENCY-CODE = SPACES
               OR LQ-OUTFLOW-LIMIT IS NOT NUMERIC
               DISPLAY "LIQLADR: LIQTHR RECORD FOR '" LQ-CURRENCY-CODE
                   "' IS NOT VALID - IGNORED."
               GO TO 1100-LOAD-ONE-THRESHOLD-EXIT
           END-IF.
           MOVE LQ-CURRENCY-CODE TO WS-CURRENCY-KEY.
           PERFORM 6000-FIND-CURRENCY
               THRU 6000-FIND-CURRENCY-EXIT.
           IF WS-LQ-MATCH-IDX = 0
               GO TO 1100-LOAD-ONE-THRESHOLD-EXIT
           END-IF.
           MOVE "Y" TO WS-LQ-LIMIT-SWITCH(WS-LQ-MATCH-IDX).
           MOVE LQ-OUTFLOW-LIMIT TO WS-LQ-LIMIT(WS-LQ-MATCH-IDX).
       1100-LOAD-ONE-THRESHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-BUILD-LADDER - THE TEN BUSINESS DAYS FOLLOWING THE   *
      * RUN DATE, EACH THE DATE SERVICE'S NEXT BUSINESS DAY AFTER *
      * THE ONE BEFORE IT.                                        *
      *-----------------------------------------------------------*
       1500-BUILD-LADDER.
           MOVE WS-RUN-DATE TO WS-DS-DATE-ONE.
           PERFORM 1510-NEXT-LADDER-DAY
               THRU 1510-NEXT-LADDER-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 10
               OR RETURN-CODE > 4.
           IF RETURN-CODE > 4
               DISPLAY "LIQLADR: RUN DATE " WS-RUN-DATE
                   " IS NOT A VALID DATE - NO LADDER PRODUCED."
               MOVE "*** RUN DATE NOT VALID - NO LADDER PRODUCED ***"
                   TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
               GO TO 1500-BUILD-LADDER-EXIT
           END-IF.
           MOVE SPACES TO LADDER-REPORT-LINE.
           STRING "LIQUIDITY LADDER BY CURRENCY AND VALUE DATE - RUN "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - BUSINESS DAYS " DELIMITED BY SIZE
               WS-LADDER-DATE(1) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-LADDER-DATE(10) DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
       1500-BUILD-LADDER-EXIT.
           EXIT.

       1510-NEXT-LADDER-DAY.
           MOVE "N"    TO WS-DS-FUNCTION.
           MOVE SPACES TO WS-DS-DATE-TWO.
           MOVE "N"    TO WS-DS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DS-FUNCTION, WS-DS-DATE-ONE,
               WS-DS-DATE-TWO, WS-DS-RESULT-DATE, WS-DS-RESULT-DAYS,
               WS-DS-RESULT-STATUS.
           IF NOT WS-DS-GOOD
               MOVE 12 TO RETURN-CODE
               GO TO 1510-NEXT-LADDER-DAY-EXIT
           END-IF.
           MOVE WS-DS-RESULT-DATE TO WS-LADDER-DATE(WS-DAY-IDX).
           MOVE WS-DS-RESULT-DATE TO WS-DS-DATE-ONE.
       1510-NEXT-LADDER-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-SETTLEMENTS - TONIGHT'S SETTLOUT.  ITS HEADER   *
      * GIVES THE RUN DATE THE LADDER STARTS FROM; WITHOUT ONE    *
      * THE LADDER STARTS FROM TODAY.  THE DETAILS ARE TIED TO    *
      * THE TRAILER COUNT.                                        *
      *-----------------------------------------------------------*
       2000-LOAD-SETTLEMENTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT WS-SETTLE-OK
               CALL "FILERR" USING "LIQLADR        ", "SETTLOUT",
                   "OPEN-IN ", WS-SETTLE-FILE-STATUS, "N"
               SET WS-SOURCE-MISSING TO TRUE
               PERFORM 1500-BUILD-LADDER
                   THRU 1500-BUILD-LADDER-EXIT
               MOVE "*** SETTLOUT COULD NOT BE READ - TONIGHT'S"
                   TO LADDER-REPORT-LINE
               MOVE " SETTLEMENTS ARE MISSING BELOW ***"
                   TO LADDER-REPORT-LINE(43:34)
               WRITE LADDER-REPORT-LINE
               GO TO 2000-LOAD-SETTLEMENTS-EXIT
           END-IF.
           MOVE SPACES TO SETTLEMENT-RECORD.
           READ SETTLEMENT-FILE
               AT END
                   CONTINUE
           END-READ.
           IF ST-IS-HEADER AND SH-RUN-DATE IS NUMERIC
               MOVE SH-RUN-DATE TO WS-RUN-DATE
           END-IF.
           PERFORM 1500-BUILD-LADDER
               THRU 1500-BUILD-LADDER-EXIT.
           IF RETURN-CODE > 4
               CLOSE SETTLEMENT-FILE
               GO TO 2000-LOAD-SETTLEMENTS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           IF NOT ST-IS-HEADER
               PERFORM 2200-TAKE-ONE-SETTLEMENT
                   THRU 2200-TAKE-ONE-SETTLEMENT-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-SETTLEMENT
               THRU 2100-READ-ONE-SETTLEMENT-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SETTLEMENT-FILE.
           IF NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-SETTLE-ITEMS
               SET WS-SOURCE-MISSING TO TRUE
               DISPLAY "LIQLADR: SETTLOUT DOES NOT TIE TO ITS ",
                   "TRAILER - LADDER MAY BE INCOMPLETE."
               MOVE "*** SETTLOUT DOES NOT TIE TO ITS TRAILER ***"
                   TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
           END-IF.
       2000-LOAD-SETTLEMENTS-EXIT.
           EXIT.

       2100-READ-ONE-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-READ-ONE-SETTLEMENT-EXIT
           END-READ.
           PERFORM 2200-TAKE-ONE-SETTLEMENT
               THRU 2200-TAKE-ONE-SETTLEMENT-EXIT.
       2100-READ-ONE-SETTLEMENT-EXIT.
           EXIT.

       2200-TAKE-ONE-SETTLEMENT.
           IF ST-IS-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE SR-RECORD-COUNT TO WS-TRAILER-COUNT
               GO TO 2200-TAKE-ONE-SETTLEMENT-EXIT
           END-IF.
           IF NOT ST-IS-DETAIL
               GO TO 2200-TAKE-ONE-SETTLEMENT-EXIT
           END-IF.
           ADD 1 TO WS-SETTLE-ITEMS.
           MOVE ST-CURRENCY-CODE TO WS-CURRENCY-KEY.
           PERFORM 6000-FIND-CURRENCY
               THRU 6000-FIND-CURRENCY-EXIT.
           IF WS-LQ-MATCH-IDX = 0
               GO TO 2200-TAKE-ONE-SETTLEMENT-EXIT
           END-IF.
           MOVE ST-VALUE-DATE TO WS-VALUE-DATE.
           PERFORM 6100-FIND-DAY-SLOT
               THRU 6100-FIND-DAY-SLOT-EXIT.
           IF ST-IS-PAY
               ADD ST-NET-AMOUNT
                   TO WS-LQ-PAY(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           ELSE
               ADD ST-NET-AMOUNT
                   TO WS-LQ-RECEIVE(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           END-IF.
       2200-TAKE-ONE-SETTLEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-LATE-ITEMS - THE ADDLATE CARRY-OVERS POST ON    *
      * THE NEXT RUN AND SETTLE ON THE CURRENCY'S SETTLEMENT DAY  *
      * AFTER IT.                                                 *
      *-----------------------------------------------------------*
       3000-LOAD-LATE-ITEMS.
           OPEN INPUT CARRY-OVER-FILE.
           IF NOT WS-CARRY-OK
               CALL "FILERR" USING "LIQLADR        ", "ADDLATE ",
                   "OPEN-IN ", WS-CARRY-FILE-STATUS, "N"
               SET WS-SOURCE-MISSING TO TRUE
               MOVE "*** ADDLATE COULD NOT BE READ - LATE ITEMS ARE"
                   TO LADDER-REPORT-LINE
               MOVE " MISSING BELOW ***" TO LADDER-REPORT-LINE(48:18)
               WRITE LADDER-REPORT-LINE
               GO TO 3000-LOAD-LATE-ITEMS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-TAKE-ONE-LATE-ITEM
               THRU 3100-TAKE-ONE-LATE-ITEM-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE CARRY-OVER-FILE.
       3000-LOAD-LATE-ITEMS-EXIT.
           EXIT.

       3100-TAKE-ONE-LATE-ITEM.
           READ CARRY-OVER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-TAKE-ONE-LATE-ITEM-EXIT
           END-READ.
           IF CO-CURRENCY-CODE = SPACES
               GO TO 3100-TAKE-ONE-LATE-ITEM-EXIT
           END-IF.
           MOVE CO-CURRENCY-CODE TO WS-CURRENCY-KEY.
           PERFORM 6200-FIND-PROJECTED-SLOT
               THRU 6200-FIND-PROJECTED-SLOT-EXIT.
           IF WS-LQ-MATCH-IDX = 0
               GO TO 3100-TAKE-ONE-LATE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-LATE-ITEMS.
           COMPUTE WS-ITEM-AMOUNT = CO-NUM1 + CO-NUM2.
           IF CO-IS-REVERSAL
               SUBTRACT WS-ITEM-AMOUNT
                   FROM WS-LQ-LATE(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           ELSE
               ADD WS-ITEM-AMOUNT
                   TO WS-LQ-LATE(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           END-IF.
       3100-TAKE-ONE-LATE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LOAD-HELD-SUSPECTS - A SUSPECT HELD ON ADDSUSP IS    *
      * LADDERED AS IF RELEASED FOR THE NEXT RUN, SO TREASURY     *
      * SEES THE MOST IT COULD BE CALLED ON FOR.                  *
      *-----------------------------------------------------------*
       4000-LOAD-HELD-SUSPECTS.
           OPEN INPUT SUSPECT-FILE.
           IF NOT WS-SUSP-OK
               CALL "FILERR" USING "LIQLADR        ", "ADDSUSP ",
                   "OPEN-IN ", WS-SUSP-FILE-STATUS, "N"
               SET WS-SOURCE-MISSING TO TRUE
               MOVE "*** ADDSUSP COULD NOT BE READ - HELD SUSPECTS ARE"
                   TO LADDER-REPORT-LINE
               MOVE " MISSING BELOW ***" TO LADDER-REPORT-LINE(51:18)
               WRITE LADDER-REPORT-LINE
               GO TO 4000-LOAD-HELD-SUSPECTS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-TAKE-ONE-SUSPECT
               THRU 4100-TAKE-ONE-SUSPECT-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SUSPECT-FILE.
       4000-LOAD-HELD-SUSPECTS-EXIT.
           EXIT.

       4100-TAKE-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-TAKE-ONE-SUSPECT-EXIT
           END-READ.
           IF SU-CURRENCY-CODE = SPACES
               GO TO 4100-TAKE-ONE-SUSPECT-EXIT
           END-IF.
           MOVE SU-CURRENCY-CODE TO WS-CURRENCY-KEY.
           PERFORM 6200-FIND-PROJECTED-SLOT
               THRU 6200-FIND-PROJECTED-SLOT-EXIT.
           IF WS-LQ-MATCH-IDX = 0
               GO TO 4100-TAKE-ONE-SUSPECT-EXIT
           END-IF.
           ADD 1 TO WS-HELD-ITEMS.
           COMPUTE WS-ITEM-AMOUNT = SU-NUM1 + SU-NUM2.
           IF SU-IS-REVERSAL
               SUBTRACT WS-ITEM-AMOUNT
                   FROM WS-LQ-HELD(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           ELSE
               ADD WS-ITEM-AMOUNT
                   TO WS-LQ-HELD(WS-LQ-MATCH-IDX, WS-DAY-IDX)
           END-IF.
       4100-TAKE-ONE-SUSPECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-LADDER - ONE CURRENCY: ITS HEADING, ONE ROW    *
      * PER BUSINESS DAY AND THE LATER ROW, EACH ALSO WRITTEN TO  *
      * THE EXTRACT.                                              *
      *-----------------------------------------------------------*
       5000-PRINT-LADDER.
           MOVE SPACES TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE WS-LQ-CURRENCY(WS-LQ-IDX) TO WS-CH-CURRENCY.
           IF WS-LQ-HAS-LIMIT(WS-LQ-IDX)
               MOVE WS-LQ-LIMIT(WS-LQ-IDX) TO WS-CH-LIMIT
               MOVE WS-CURRENCY-HEADING TO LADDER-REPORT-LINE
           ELSE
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING "CURRENCY " DELIMITED BY SIZE
                   WS-LQ-CURRENCY(WS-LQ-IDX) DELIMITED BY SIZE
                   "   NO OUTFLOW THRESHOLD SET" DELIMITED BY SIZE
                   INTO LADDER-REPORT-LINE
           END-IF.
           WRITE LADDER-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           PERFORM 5100-PRINT-ONE-DAY
               THRU 5100-PRINT-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 11.
       5000-PRINT-LADDER-EXIT.
           EXIT.

       5100-PRINT-ONE-DAY.
           COMPUTE WS-NET-OUTFLOW =
               WS-LQ-PAY(WS-LQ-IDX, WS-DAY-IDX)
               - WS-LQ-RECEIVE(WS-LQ-IDX, WS-DAY-IDX)
               - WS-LQ-LATE(WS-LQ-IDX, WS-DAY-IDX)
               - WS-LQ-HELD(WS-LQ-IDX, WS-DAY-IDX).
           MOVE "N" TO WS-ROW-FLAG.
           MOVE SPACES TO WS-LD-FLAG.
           IF WS-LQ-HAS-LIMIT(WS-LQ-IDX)
               AND WS-NET-OUTFLOW > WS-LQ-LIMIT(WS-LQ-IDX)
               MOVE "Y" TO WS-ROW-FLAG
               MOVE "OVER THRESHOLD" TO WS-LD-FLAG
               ADD 1 TO WS-BREACH-COUNT
           END-IF.
           IF WS-DAY-IDX > 10
               MOVE "LATER" TO WS-LD-DATE
           ELSE
               MOVE WS-LADDER-DATE(WS-DAY-IDX) TO WS-LD-DATE
           END-IF.
           IF WS-ROW-FLAG = "Y"
               DISPLAY "LIQLADR: *** " WS-LQ-CURRENCY(WS-LQ-IDX)
                   " NET OUTFLOW OVER THRESHOLD ON " WS-LD-DATE
                   " ***"
           END-IF.
           MOVE WS-LQ-PAY(WS-LQ-IDX, WS-DAY-IDX)     TO WS-LD-PAY.
           MOVE WS-LQ-RECEIVE(WS-LQ-IDX, WS-DAY-IDX) TO WS-LD-RECEIVE.
           MOVE WS-LQ-LATE(WS-LQ-IDX, WS-DAY-IDX)    TO WS-LD-LATE.
           MOVE WS-LQ-HELD(WS-LQ-IDX, WS-DAY-IDX)    TO WS-LD-HELD.
           MOVE WS-NET-OUTFLOW TO WS-LD-NET-OUTFLOW.
           MOVE WS-LADDER-DETAIL TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           PERFORM 5200-WRITE-CSV-ROW
               THRU 5200-WRITE-CSV-ROW-EXIT.
       5100-PRINT-ONE-DAY-EXIT.
           EXIT.

       5200-WRITE-CSV-ROW.
           MOVE WS-DAY-IDX                           TO WS-CSV-DAY.
           MOVE WS-LQ-PAY(WS-LQ-IDX, WS-DAY-IDX)     TO WS-CSV-PAY.
           MOVE WS-LQ-RECEIVE(WS-LQ-IDX, WS-DAY-IDX) TO WS-CSV-RECEIVE.
           MOVE WS-LQ-LATE(WS-LQ-IDX, WS-DAY-IDX)    TO WS-CSV-LATE.
           MOVE WS-LQ-HELD(WS-LQ-IDX, WS-DAY-IDX)    TO WS-CSV-HELD.
           MOVE WS-NET-OUTFLOW                       TO WS-CSV-NET.
           IF WS-LQ-HAS-LIMIT(WS-LQ-IDX)
               MOVE WS-LQ-LIMIT(WS-LQ-IDX) TO WS-CSV-LIMIT
           ELSE
               MOVE ZERO TO WS-CSV-LIMIT
           END-IF.
           MOVE SPACES TO LADDER-CSV-RECORD.
           STRING WS-RUN-DATE               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-LQ-CURRENCY(WS-LQ-IDX) DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-DAY                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-LD-DATE                DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-PAY                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-RECEIVE            DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-LATE               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-HELD               DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-NET                DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-CSV-LIMIT              DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-ROW-FLAG               DELIMITED BY SIZE
               INTO LADDER-CSV-RECORD.
           WRITE LADDER-CSV-RECORD.
           ADD 1 TO WS-CSV-ROWS.
       5200-WRITE-CSV-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FIND-CURRENCY - THE CURRENCY'S TABLE ENTRY, ADDED    *
      * WHEN NEW.  A FULL TABLE LEAVES THE MATCH AT ZERO.         *
      *-----------------------------------------------------------*
       6000-FIND-CURRENCY.
           MOVE ZERO TO WS-LQ-MATCH-IDX.
           PERFORM 6010-SCAN-ONE-CURRENCY
               THRU 6010-SCAN-ONE-CURRENCY-EXIT
               VARYING WS-LQ-IDX FROM 1 BY 1
               UNTIL WS-LQ-IDX > WS-LQ-COUNT
               OR WS-LQ-MATCH-IDX > 0.
           IF WS-LQ-MATCH-IDX > 0
               GO TO 6000-FIND-CURRENCY-EXIT
           END-IF.
           IF WS-LQ-COUNT NOT < 30
               IF NOT WS-CURRENCY-TABLE-FULL
                   SET WS-CURRENCY-TABLE-FULL TO TRUE
                   DISPLAY "LIQLADR: CURRENCY TABLE FULL - LADDER ",
                       "INCOMPLETE FROM " WS-CURRENCY-KEY "."
               END-IF
               GO TO 6000-FIND-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-LQ-COUNT.
           MOVE WS-LQ-COUNT TO WS-LQ-MATCH-IDX.
           MOVE WS-CURRENCY-KEY TO WS-LQ-CURRENCY(WS-LQ-MATCH-IDX).
           MOVE "N"    TO WS-LQ-LIMIT-SWITCH(WS-LQ-MATCH-IDX).
           MOVE ZERO   TO WS-LQ-LIMIT(WS-LQ-MATCH-IDX).
           MOVE SPACES TO WS-LQ-PROJ-DATE(WS-LQ-MATCH-IDX).
           PERFORM 6020-CLEAR-ONE-DAY
               THRU 6020-CLEAR-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 11.
       6000-FIND-CURRENCY-EXIT.
           EXIT.

       6010-SCAN-ONE-CURRENCY.
           IF WS-LQ-CURRENCY(WS-LQ-IDX) = WS-CURRENCY-KEY
               MOVE WS-LQ-IDX TO WS-LQ-MATCH-IDX
           END-IF.
       6010-SCAN-ONE-CURRENCY-EXIT.
           EXIT.

       6020-CLEAR-ONE-DAY.
           MOVE ZERO TO WS-LQ-PAY(WS-LQ-MATCH-IDX, WS-DAY-IDX).
           MOVE ZERO TO WS-LQ-RECEIVE(WS-LQ-MATCH-IDX, WS-DAY-IDX).
           MOVE ZERO TO WS-LQ-LATE(WS-LQ-MATCH-IDX, WS-DAY-IDX).
           MOVE ZERO TO WS-LQ-HELD(WS-LQ-MATCH-IDX, WS-DAY-IDX).
       6020-CLEAR-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-FIND-DAY-SLOT - THE LADDER DAY FOR WS-VALUE-DATE: A  *
      * DATE ALREADY PAST FALLS DUE ON THE FIRST DAY, ONE AFTER   *
      * THE TENTH GOES TO THE LATER SLOT.                         *
      *-----------------------------------------------------------*
       6100-FIND-DAY-SLOT.
           IF WS-VALUE-DATE > WS-LADDER-DATE(10)
               MOVE 11 TO WS-DAY-IDX
               GO TO 6100-FIND-DAY-SLOT-EXIT
           END-IF.
           PERFORM 6110-TRY-ONE-DAY
               THRU 6110-TRY-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 10
               OR WS-LADDER-DATE(WS-DAY-IDX) NOT < WS-VALUE-DATE.
       6100-FIND-DAY-SLOT-EXIT.
           EXIT.

       6110-TRY-ONE-DAY.
           CONTINUE.
       6110-TRY-ONE-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-FIND-PROJECTED-SLOT - AN ITEM POSTING ON THE NEXT    *
      * RUN (THE FIRST LADDER DAY) SETTLES ON ITS CURRENCY'S      *
      * NEXT SETTLEMENT DAY AFTER THAT, THROUGH THE DATE          *
      * SERVICE'S "S" FUNCTION, WORKED ONCE PER CURRENCY.         *
      *-----------------------------------------------------------*
       6200-FIND-PROJECTED-SLOT.
           PERFORM 6000-FIND-CURRENCY
               THRU 6000-FIND-CURRENCY-EXIT.
           IF WS-LQ-MATCH-IDX = 0
               GO TO 6200-FIND-PROJECTED-SLOT-EXIT
           END-IF.
           IF WS-LQ-PROJ-DATE(WS-LQ-MATCH-IDX) = SPACES
               MOVE WS-LADDER-DATE(1)
                   TO WS-LQ-PROJ-DATE(WS-LQ-MATCH-IDX)
               MOVE "S"               TO WS-DS-FUNCTION
               MOVE WS-LADDER-DATE(1) TO WS-DS-DATE-ONE
               MOVE SPACES            TO WS-DS-DATE-TWO
               MOVE WS-CURRENCY-KEY   TO WS-DS-DATE-TWO(1:3)
               MOVE "N"               TO WS-DS-RESULT-STATUS
               CALL "DATESRV" USING WS-DS-FUNCTION, WS-DS-DATE-ONE,
                   WS-DS-DATE-TWO, WS-DS-RESULT-DATE,
                   WS-DS-RESULT-DAYS, WS-DS-RESULT-STATUS
               IF WS-DS-GOOD
                   MOVE WS-DS-RESULT-DATE
                       TO WS-LQ-PROJ-DATE(WS-LQ-MATCH-IDX)
               END-IF
           END-IF.
           MOVE WS-LQ-PROJ-DATE(WS-LQ-MATCH-IDX) TO WS-VALUE-DATE.
           PERFORM 6100-FIND-DAY-SLOT
               THRU 6100-FIND-DAY-SLOT-EXIT.
       6200-FIND-PROJECTED-SLOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE EXTRACT WITH ITS TRAILER AND   *
      * REPORT.  A MISSING OR UNTIED INPUT OR A FULL CURRENCY     *
      * TABLE ENDS THE STEP RC 4.                                 *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-CSV-ROWS TO WS-CSV-TRAILER-COUNT.
           MOVE SPACES TO LADDER-CSV-RECORD.
           STRING "TRAILER"            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-CSV-TRAILER-COUNT DELIMITED BY SIZE
               INTO LADDER-CSV-RECORD.
           WRITE LADDER-CSV-RECORD.
           CLOSE LADDER-REPORT-FILE.
           CLOSE LADDER-CSV-FILE.
           DISPLAY "LIQLADR: SETTLOUT INSTRUCTIONS TAKEN = "
               WS-SETTLE-ITEMS.
           DISPLAY "LIQLADR: LATE ITEMS PROJECTED        = "
               WS-LATE-ITEMS.
           DISPLAY "LIQLADR: HELD SUSPECTS PROJECTED     = "
               WS-HELD-ITEMS.
           DISPLAY "LIQLADR: CURRENCIES LADDERED         = "
               WS-LQ-COUNT.
           DISPLAY "LIQLADR: DAYS OVER THRESHOLD         = "
               WS-BREACH-COUNT.
           IF RETURN-CODE < 4
               AND (WS-SOURCE-MISSING OR WS-CURRENCY-TABLE-FULL)
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LIQLADR.
