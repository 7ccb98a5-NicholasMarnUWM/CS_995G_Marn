      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nostro reconciliation.  Each night's SETTLOUT
      * generation carries one net settlement instruction per foreign
      * currency; this program ties every instruction to the bank's
      * settlement confirmations (loaded onto NOSTCONF by NOSTLOAD)
      * by currency, direction, amount and value date, and keeps
      * whatever does not tie on the NOSTOPEN open-items ledger until
      * it clears.  A confirmation matching an open instruction
      * exactly clears it.  One for the full amount on a different
      * value date clears it as settled late (or early).  One for
      * less than the amount on the right value date part-settles it
      * and the remainder stays open.  Anything else the bank
      * confirmed is an unmatched confirmation, itself an open item
      * that a later instruction can still clear.  An instruction
      * still unconfirmed once its value date has passed is late.
      * Every open break is aged in business days from its value date
      * on the NOSTRPT nostro break report.  The ledger's control
      * record remembers the last SETTLOUT run date taken, so a rerun
      * cannot load the same instructions twice, and NOSTCONF is
      * cleared only once the ledger has been rewritten.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.
           SELECT NOSTRO-CONF-FILE ASSIGN TO "NOSTCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONF-FILE-STATUS.
           SELECT NOSTRO-OPEN-FILE ASSIGN TO "NOSTOPEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-FILE-STATUS.
           SELECT NOSTRO-REPORT-FILE ASSIGN TO "NOSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SETTLEMENT-RECORD.
           05  ST-RECORD-TYPE          PIC X(01).
           05  ST-CURRENCY-CODE        PIC X(03).
           05  ST-DIRECTION            PIC X(01).
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

       FD  NOSTRO-CONF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  NOSTRO-CONF-RECORD.
           05  NC-CURRENCY-CODE        PIC X(03).
           05  NC-DIRECTION            PIC X(01).
           05  NC-AMOUNT               PIC 9(09)V9(02).
           05  NC-VALUE-DATE           PIC X(08).
           05  NC-BANK-REF             PIC X(16).
           05  NC-RECEIVED-DATE        PIC X(08).
           05  FILLER                  PIC X(01).

       FD  NOSTRO-OPEN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NOSTRO-OPEN-RECORD          PIC X(80).

       FD  NOSTRO-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NOSTRO-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SETTLE-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-SETTLE-OK                      VALUE "00".
           88  WS-SETTLE-EOF                     VALUE "10".
       01  WS-CONF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CONF-OK                        VALUE "00".
           88  WS-CONF-EOF                       VALUE "10".
       01  WS-OPEN-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-OPEN-OK                        VALUE "00".
           88  WS-OPEN-EOF                       VALUE "10".
           88  WS-OPEN-NOT-FOUND                 VALUE "35".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                    VALUE "Y".
      *
      * LEDGER CONTROL RECORD - ALWAYS THE FIRST RECORD ON NOSTOPEN.
      *
       01  WS-LEDGER-CONTROL.
           05  WS-LC-RECORD-TYPE       PIC X(01) VALUE "H".
           05  WS-LC-LAST-SETTLE-DATE  PIC X(08) VALUE SPACES.
           05  WS-LC-LAST-RUN-DATE     PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(63) VALUE SPACES.
      *
      * OPEN ITEMS - "I" AN INSTRUCTION FROM SETTLOUT, "C" A BANK
      * CONFIRMATION THAT MATCHED NO INSTRUCTION.
      *
       01  WS-OPEN-TABLE.
           05  WS-OP-ENTRY OCCURS 3000 TIMES.
               10  WS-OP-RECORD        PIC X(80).
               10  WS-OP-CLEARED       PIC X(01).
       77  WS-OP-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-OP-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-OP-MATCH-IDX             PIC 9(04) COMP VALUE ZERO.
       01  WS-ITEM-RECORD              PIC X(80) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-RECORD-TYPE       PIC X(01).
               88  WS-IT-IS-INSTRUCTION          VALUE "I".
               88  WS-IT-IS-CONFIRMATION         VALUE "C".
           05  WS-IT-CURRENCY-CODE     PIC X(03).
           05  WS-IT-DIRECTION         PIC X(01).
           05  WS-IT-ORIG-AMOUNT       PIC 9(09)V9(02).
           05  WS-IT-OPEN-AMOUNT       PIC 9(09)V9(02).
           05  WS-IT-VALUE-DATE        PIC X(08).
           05  WS-IT-REFERENCE         PIC X(16).
           05  WS-IT-OPENED-DATE       PIC X(08).
           05  WS-IT-STATUS            PIC X(01).
               88  WS-IT-AWAITING                VALUE "A".
               88  WS-IT-UNMATCHED               VALUE "U".
               88  WS-IT-PARTIAL                 VALUE "P".
               88  WS-IT-LATE                    VALUE "L".
           05  FILLER                  PIC X(20).
       01  WS-SETTLE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-SETTLE-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-TOTAL            PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-SETTLE-RUN-DATE          PIC X(08) VALUE SPACES.
       01  WS-SETTLE-BATCH-ID          PIC X(08) VALUE SPACES.
       01  WS-SETTLE-STAGE.
           05  WS-SS-ENTRY OCCURS 100 TIMES.
               10  WS-SS-CURRENCY      PIC X(03).
               10  WS-SS-DIRECTION     PIC X(01).
               10  WS-SS-AMOUNT        PIC 9(09)V9(02).
               10  WS-SS-VALUE-DATE    PIC X(08).
       77  WS-SS-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-SS-IDX                   PIC 9(03) COMP VALUE ZERO.
       77  WS-NEW-INSTR-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-CONF-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-MATCHED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-LATE-CLEAR-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-PARTIAL-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-BREAK-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-BUCKET-1-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-BUCKET-2-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-BUCKET-3-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-BUCKET-4-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-AGE-DAYS                 PIC 9(05) VALUE ZERO.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-TYPE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-DIRECTION         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-VALUE-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-REFERENCE         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-AGE               PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-BUCKET            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NOTE              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  WS-RPT-COLUMNS.
           05  FILLER                  PIC X(21)
                   VALUE " TYPE CUR D VALUE DT ".
           05  FILLER                  PIC X(15)
                   VALUE "        AMOUNT ".
           05  FILLER                  PIC X(17)
                   VALUE "REFERENCE        ".
           05  FILLER                  PIC X(27)
                   VALUE " AGE BUCKET  NOTE          ".
       01  WS-RPT-BUCKETS.
           05  FILLER                  PIC X(35)
                   VALUE "  AGED 0-1 / 2-5 / 6-10 / OVER 10: ".
           05  WS-RB-BUCKET-1          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE " /".
           05  WS-RB-BUCKET-2          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE " /".
           05  WS-RB-BUCKET-3          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE " /".
           05  WS-RB-BUCKET-4          PIC ZZZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-COUNT-DISPLAY            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "NOSTREC        ", "NOSTCONF".
           CALL "ENVCHK" USING "NOSTREC        ", "NOSTOPEN".
           CALL "ENVCHK" USING "NOSTREC        ", "NOSTRPT ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-TAKE-INSTRUCTIONS
                   THRU 2000-TAKE-INSTRUCTIONS-EXIT
           END-IF.
           IF NOT WS-RUN-REFUSED
               PERFORM 3000-MATCH-CONFIRMATIONS
                   THRU 3000-MATCH-CONFIRMATIONS-EXIT
           END-IF.
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-AGE-OPEN-ITEMS
                   THRU 4000-AGE-OPEN-ITEMS-EXIT
               PERFORM 8000-REWRITE-LEDGER
                   THRU 8000-REWRITE-LEDGER-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE LEDGER.  NO *
      * LEDGER YET IS AN EMPTY ONE; ONE THAT WILL NOT OPEN OR WILL *
      * NOT FIT IN THE TABLE REFUSES THE RUN SO NOTHING IS LOST.   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT NOSTRO-REPORT-FILE.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "NOSTRO RECONCILIATION - BREAK REPORT - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE ZERO TO WS-OP-COUNT.
           OPEN INPUT NOSTRO-OPEN-FILE.
           IF WS-OPEN-NOT-FOUND
               DISPLAY "NOSTREC: NO NOSTOPEN LEDGER YET - STARTING ",
                   "AN EMPTY ONE."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-OPEN-OK
               CALL "FILERR" USING "NOSTREC        ", "NOSTOPEN",
                   "OPEN-IN ", WS-OPEN-FILE-STATUS, "N"
               SET WS-RUN-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-ITEM
               THRU 1100-LOAD-ONE-ITEM-EXIT
               UNTIL WS-OPEN-EOF
               OR WS-RUN-REFUSED.
           CLOSE NOSTRO-OPEN-FILE.
           IF WS-RUN-REFUSED
               DISPLAY "NOSTREC: MORE OPEN ITEMS THAN THE TABLE ",
                   "HOLDS - NOTHING CHANGED THIS RUN."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-ITEM.
           READ NOSTRO-OPEN-FILE
               AT END
                   SET WS-OPEN-EOF TO TRUE
           END-READ.
           IF WS-OPEN-EOF
               GO TO 1100-LOAD-ONE-ITEM-EXIT
           END-IF.
           IF NOSTRO-OPEN-RECORD(1:1) = "H"
               MOVE NOSTRO-OPEN-RECORD TO WS-LEDGER-CONTROL
               GO TO 1100-LOAD-ONE-ITEM-EXIT
           END-IF.
           IF WS-OP-COUNT = 3000
               SET WS-RUN-REFUSED TO TRUE
               GO TO 1100-LOAD-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-OP-COUNT.
           MOVE NOSTRO-OPEN-RECORD TO WS-OP-RECORD(WS-OP-COUNT).
           MOVE "N" TO WS-OP-CLEARED(WS-OP-COUNT).
       1100-LOAD-ONE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-TAKE-INSTRUCTIONS - READ THE SETTLOUT GENERATION.  IT *
      * IS TAKEN ONLY WHEN ITS RUN DATE IS LATER THAN THE LAST ONE *
      * TAKEN AND ITS TRAILER TIES; EACH INSTRUCTION IS FIRST      *
      * OFFERED TO THE UNMATCHED CONFIRMATIONS ALREADY OPEN.       *
      *-----------------------------------------------------------*
       2000-TAKE-INSTRUCTIONS.
           MOVE ZERO TO WS-SS-COUNT.
           OPEN INPUT SETTLEMENT-FILE.
           IF NOT WS-SETTLE-OK
               DISPLAY "NOSTREC: NO SETTLOUT GENERATION - NO NEW ",
                   "INSTRUCTIONS TAKEN."
               GO TO 2000-TAKE-INSTRUCTIONS-EXIT
           END-IF.
           PERFORM 2100-READ-ONE-SETTLEMENT
               THRU 2100-READ-ONE-SETTLEMENT-EXIT
               UNTIL WS-SETTLE-EOF.
           CLOSE SETTLEMENT-FILE.
           IF WS-SETTLE-RUN-DATE = SPACES
               OR WS-SETTLE-RUN-DATE NOT > WS-LC-LAST-SETTLE-DATE
               DISPLAY "NOSTREC: SETTLOUT FOR " WS-SETTLE-RUN-DATE
                   " ALREADY TAKEN - NO NEW INSTRUCTIONS."
               GO TO 2000-TAKE-INSTRUCTIONS-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-SETTLE-COUNT
               OR WS-TRAILER-TOTAL NOT = WS-SETTLE-TOTAL
               OR WS-SETTLE-COUNT > 100
               DISPLAY "NOSTREC: SETTLOUT FOR " WS-SETTLE-RUN-DATE
                   " DOES NOT TIE TO ITS TRAILER - RUN REFUSED."
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-TAKE-INSTRUCTIONS-EXIT
           END-IF.
           PERFORM 2200-TAKE-ONE-INSTRUCTION
               THRU 2200-TAKE-ONE-INSTRUCTION-EXIT
               VARYING WS-SS-IDX FROM 1 BY 1
               UNTIL WS-SS-IDX > WS-SS-COUNT
               OR WS-RUN-REFUSED.
           IF NOT WS-RUN-REFUSED
               MOVE WS-SETTLE-RUN-DATE TO WS-LC-LAST-SETTLE-DATE
           END-IF.
       2000-TAKE-INSTRUCTIONS-EXIT.
           EXIT.

       2100-READ-ONE-SETTLEMENT.
           READ SETTLEMENT-FILE
               AT END
                   SET WS-SETTLE-EOF TO TRUE
           END-READ.
           IF WS-SETTLE-EOF
               GO TO 2100-READ-ONE-SETTLEMENT-EXIT
           END-IF.
           IF SH-RECORD-TYPE = "H"
               MOVE SH-RUN-DATE  TO WS-SETTLE-RUN-DATE
               MOVE SH-BATCH-ID  TO WS-SETTLE-BATCH-ID
               GO TO 2100-READ-ONE-SETTLEMENT-EXIT
           END-IF.
           IF SR-RECORD-TYPE = "T"
               SET WS-TRAILER-SEEN TO TRUE
               MOVE SR-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE SR-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
               GO TO 2100-READ-ONE-SETTLEMENT-EXIT
           END-IF.
           IF ST-RECORD-TYPE NOT = "D"
               GO TO 2100-READ-ONE-SETTLEMENT-EXIT
           END-IF.
           ADD 1 TO WS-SETTLE-COUNT.
           ADD ST-NET-AMOUNT TO WS-SETTLE-TOTAL.
           IF WS-SS-COUNT < 100
               ADD 1 TO WS-SS-COUNT
               MOVE ST-CURRENCY-CODE TO WS-SS-CURRENCY(WS-SS-COUNT)
               MOVE ST-DIRECTION     TO WS-SS-DIRECTION(WS-SS-COUNT)
               MOVE ST-NET-AMOUNT    TO WS-SS-AMOUNT(WS-SS-COUNT)
               MOVE ST-VALUE-DATE    TO WS-SS-VALUE-DATE(WS-SS-COUNT)
           END-IF.
       2100-READ-ONE-SETTLEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-TAKE-ONE-INSTRUCTION - A ZERO NET MOVES NO MONEY AND *
      * NEEDS NO CONFIRMATION.  AN UNMATCHED CONFIRMATION ALREADY *
      * ON THE LEDGER FOR THE SAME CURRENCY, DIRECTION, AMOUNT    *
      * AND VALUE DATE CLEARS AGAINST IT; OTHERWISE IT OPENS.     *
      *-----------------------------------------------------------*
       2200-TAKE-ONE-INSTRUCTION.
           IF WS-SS-AMOUNT(WS-SS-IDX) = ZERO
               GO TO 2200-TAKE-ONE-INSTRUCTION-EXIT
           END-IF.
           ADD 1 TO WS-NEW-INSTR-COUNT.
           MOVE ZERO TO WS-OP-MATCH-IDX.
           PERFORM 2210-FIND-OPEN-CONFIRMATION
               THRU 2210-FIND-OPEN-CONFIRMATION-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               OR WS-OP-MATCH-IDX > 0.
           IF WS-OP-MATCH-IDX > 0
               MOVE "Y" TO WS-OP-CLEARED(WS-OP-MATCH-IDX)
               MOVE WS-OP-RECORD(WS-OP-MATCH-IDX) TO WS-ITEM-RECORD
               ADD 1 TO WS-MATCHED-COUNT
               MOVE "MATCHED" TO WS-RD-NOTE
               PERFORM 7100-WRITE-CLEARED-LINE
                   THRU 7100-WRITE-CLEARED-LINE-EXIT
               GO TO 2200-TAKE-ONE-INSTRUCTION-EXIT
           END-IF.
           IF WS-OP-COUNT = 3000
               DISPLAY "NOSTREC: OPEN-ITEMS TABLE FULL - RUN ",
                   "REFUSED."
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 2200-TAKE-ONE-INSTRUCTION-EXIT
           END-IF.
           MOVE SPACES                      TO WS-ITEM-RECORD.
           MOVE "I"                         TO WS-IT-RECORD-TYPE.
           MOVE WS-SS-CURRENCY(WS-SS-IDX)   TO WS-IT-CURRENCY-CODE.
           MOVE WS-SS-DIRECTION(WS-SS-IDX)  TO WS-IT-DIRECTION.
           MOVE WS-SS-AMOUNT(WS-SS-IDX)     TO WS-IT-ORIG-AMOUNT.
           MOVE WS-SS-AMOUNT(WS-SS-IDX)     TO WS-IT-OPEN-AMOUNT.
           MOVE WS-SS-VALUE-DATE(WS-SS-IDX) TO WS-IT-VALUE-DATE.
           MOVE WS-SETTLE-BATCH-ID          TO WS-IT-REFERENCE.
           MOVE WS-RUN-DATE                 TO WS-IT-OPENED-DATE.
           MOVE "A"                         TO WS-IT-STATUS.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-ITEM-RECORD TO WS-OP-RECORD(WS-OP-COUNT).
           MOVE "N" TO WS-OP-CLEARED(WS-OP-COUNT).
       2200-TAKE-ONE-INSTRUCTION-EXIT.
           EXIT.

       2210-FIND-OPEN-CONFIRMATION.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 2210-FIND-OPEN-CONFIRMATION-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-IS-CONFIRMATION
               AND WS-IT-CURRENCY-CODE = WS-SS-CURRENCY(WS-SS-IDX)
               AND WS-IT-DIRECTION = WS-SS-DIRECTION(WS-SS-IDX)
               AND WS-IT-OPEN-AMOUNT = WS-SS-AMOUNT(WS-SS-IDX)
               AND WS-IT-VALUE-DATE = WS-SS-VALUE-DATE(WS-SS-IDX)
               MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
           END-IF.
       2210-FIND-OPEN-CONFIRMATION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MATCH-CONFIRMATIONS - OFFER EACH CONFIRMATION ON     *
      * NOSTCONF TO THE OPEN INSTRUCTIONS: EXACT FIRST, THEN FULL *
      * AMOUNT ON ANOTHER VALUE DATE, THEN PART OF THE AMOUNT ON  *
      * THE SAME VALUE DATE.  WHAT STILL DOES NOT TIE OPENS AS AN *
      * UNMATCHED CONFIRMATION.                                   *
      *-----------------------------------------------------------*
       3000-MATCH-CONFIRMATIONS.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE "CLEARED TODAY" TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-RPT-COLUMNS TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           OPEN INPUT NOSTRO-CONF-FILE.
           IF NOT WS-CONF-OK
               DISPLAY "NOSTREC: NO NOSTCONF CONFIRMATIONS TO ",
                   "MATCH."
               GO TO 3000-MATCH-CONFIRMATIONS-EXIT
           END-IF.
           PERFORM 3100-MATCH-ONE-CONFIRMATION
               THRU 3100-MATCH-ONE-CONFIRMATION-EXIT
               UNTIL WS-CONF-EOF
               OR WS-RUN-REFUSED.
           CLOSE NOSTRO-CONF-FILE.
       3000-MATCH-CONFIRMATIONS-EXIT.
           EXIT.

       3100-MATCH-ONE-CONFIRMATION.
           READ NOSTRO-CONF-FILE
               AT END
                   SET WS-CONF-EOF TO TRUE
           END-READ.
           IF WS-CONF-EOF
               GO TO 3100-MATCH-ONE-CONFIRMATION-EXIT
           END-IF.
           ADD 1 TO WS-CONF-COUNT.
           MOVE ZERO TO WS-OP-MATCH-IDX.
           PERFORM 3110-FIND-EXACT
               THRU 3110-FIND-EXACT-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               OR WS-OP-MATCH-IDX > 0.
           IF WS-OP-MATCH-IDX > 0
               MOVE "Y" TO WS-OP-CLEARED(WS-OP-MATCH-IDX)
               MOVE WS-OP-RECORD(WS-OP-MATCH-IDX) TO WS-ITEM-RECORD
               ADD 1 TO WS-MATCHED-COUNT
               IF WS-IT-PARTIAL
                   MOVE "PART CLEARED" TO WS-RD-NOTE
               ELSE
                   MOVE "MATCHED" TO WS-RD-NOTE
               END-IF
               PERFORM 7100-WRITE-CLEARED-LINE
                   THRU 7100-WRITE-CLEARED-LINE-EXIT
               GO TO 3100-MATCH-ONE-CONFIRMATION-EXIT
           END-IF.
           PERFORM 3120-FIND-OTHER-DATE
               THRU 3120-FIND-OTHER-DATE-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               OR WS-OP-MATCH-IDX > 0.
           IF WS-OP-MATCH-IDX > 0
               MOVE "Y" TO WS-OP-CLEARED(WS-OP-MATCH-IDX)
               MOVE WS-OP-RECORD(WS-OP-MATCH-IDX) TO WS-ITEM-RECORD
               ADD 1 TO WS-LATE-CLEAR-COUNT
               IF NC-VALUE-DATE > WS-IT-VALUE-DATE
                   MOVE "SETTLED LATE" TO WS-RD-NOTE
               ELSE
                   MOVE "SETTLED EARLY" TO WS-RD-NOTE
               END-IF
               PERFORM 7100-WRITE-CLEARED-LINE
                   THRU 7100-WRITE-CLEARED-LINE-EXIT
               GO TO 3100-MATCH-ONE-CONFIRMATION-EXIT
           END-IF.
           PERFORM 3130-FIND-PART
               THRU 3130-FIND-PART-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               OR WS-OP-MATCH-IDX > 0.
           IF WS-OP-MATCH-IDX > 0
               MOVE WS-OP-RECORD(WS-OP-MATCH-IDX) TO WS-ITEM-RECORD
               SUBTRACT NC-AMOUNT FROM WS-IT-OPEN-AMOUNT
               MOVE "P" TO WS-IT-STATUS
               MOVE WS-ITEM-RECORD TO WS-OP-RECORD(WS-OP-MATCH-IDX)
               ADD 1 TO WS-PARTIAL-COUNT
               MOVE "PART SETTLED" TO WS-RD-NOTE
               PERFORM 7100-WRITE-CLEARED-LINE
                   THRU 7100-WRITE-CLEARED-LINE-EXIT
               GO TO 3100-MATCH-ONE-CONFIRMATION-EXIT
           END-IF.
           IF WS-OP-COUNT = 3000
               DISPLAY "NOSTREC: OPEN-ITEMS TABLE FULL - RUN ",
                   "REFUSED."
               SET WS-RUN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO 3100-MATCH-ONE-CONFIRMATION-EXIT
           END-IF.
           MOVE SPACES           TO WS-ITEM-RECORD.
           MOVE "C"              TO WS-IT-RECORD-TYPE.
           MOVE NC-CURRENCY-CODE TO WS-IT-CURRENCY-CODE.
           MOVE NC-DIRECTION     TO WS-IT-DIRECTION.
           MOVE NC-AMOUNT        TO WS-IT-ORIG-AMOUNT.
           MOVE NC-AMOUNT        TO WS-IT-OPEN-AMOUNT.
           MOVE NC-VALUE-DATE    TO WS-IT-VALUE-DATE.
           MOVE NC-BANK-REF      TO WS-IT-REFERENCE.
           MOVE WS-RUN-DATE      TO WS-IT-OPENED-DATE.
           MOVE "U"              TO WS-IT-STATUS.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-ITEM-RECORD TO WS-OP-RECORD(WS-OP-COUNT).
           MOVE "N" TO WS-OP-CLEARED(WS-OP-COUNT).
           ADD 1 TO WS-UNMATCHED-COUNT.
       3100-MATCH-ONE-CONFIRMATION-EXIT.
           EXIT.

       3110-FIND-EXACT.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 3110-FIND-EXACT-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-IS-INSTRUCTION
               AND WS-IT-CURRENCY-CODE = NC-CURRENCY-CODE
               AND WS-IT-DIRECTION = NC-DIRECTION
               AND WS-IT-OPEN-AMOUNT = NC-AMOUNT
               AND WS-IT-VALUE-DATE = NC-VALUE-DATE
               MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
           END-IF.
       3110-FIND-EXACT-EXIT.
           EXIT.

       3120-FIND-OTHER-DATE.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 3120-FIND-OTHER-DATE-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-IS-INSTRUCTION
               AND WS-IT-CURRENCY-CODE = NC-CURRENCY-CODE
               AND WS-IT-DIRECTION = NC-DIRECTION
               AND WS-IT-OPEN-AMOUNT = NC-AMOUNT
               MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
           END-IF.
       3120-FIND-OTHER-DATE-EXIT.
           EXIT.

       3130-FIND-PART.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 3130-FIND-PART-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-IS-INSTRUCTION
               AND WS-IT-CURRENCY-CODE = NC-CURRENCY-CODE
               AND WS-IT-DIRECTION = NC-DIRECTION
               AND WS-IT-VALUE-DATE = NC-VALUE-DATE
               AND WS-IT-OPEN-AMOUNT > NC-AMOUNT
               MOVE WS-OP-IDX TO WS-OP-MATCH-IDX
           END-IF.
       3130-FIND-PART-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-AGE-OPEN-ITEMS - AN INSTRUCTION STILL AWAITING ITS   *
      * CONFIRMATION AFTER ITS VALUE DATE TURNS LATE.  EVERY      *
      * BREAK - UNMATCHED, PARTIAL OR LATE - IS AGED IN BUSINESS  *
      * DAYS FROM ITS VALUE DATE AND LISTED WITH ITS AGE BUCKET;  *
      * INSTRUCTIONS NOT YET DUE ARE LISTED SEPARATELY.           *
      *-----------------------------------------------------------*
       4000-AGE-OPEN-ITEMS.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE "OPEN BREAKS" TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-RPT-COLUMNS TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           PERFORM 4100-AGE-ONE-ITEM
               THRU 4100-AGE-ONE-ITEM-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE "AWAITING VALUE DATE" TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-RPT-COLUMNS TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           PERFORM 4200-LIST-ONE-AWAITING
               THRU 4200-LIST-ONE-AWAITING-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
       4000-AGE-OPEN-ITEMS-EXIT.
           EXIT.

       4100-AGE-ONE-ITEM.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 4100-AGE-ONE-ITEM-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-AWAITING
               IF WS-IT-VALUE-DATE < WS-RUN-DATE
                   MOVE "L" TO WS-IT-STATUS
                   MOVE WS-ITEM-RECORD TO WS-OP-RECORD(WS-OP-IDX)
               ELSE
                   GO TO 4100-AGE-ONE-ITEM-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE "B"              TO WS-DATE-FUNCTION.
           MOVE WS-IT-VALUE-DATE TO WS-DATE-ONE.
           MOVE WS-RUN-DATE      TO WS-DATE-TWO.
           MOVE "N"              TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y" AND WS-RESULT-DAYS > 0
               MOVE WS-RESULT-DAYS TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 2
                   MOVE "0-1"     TO WS-RD-BUCKET
                   ADD 1 TO WS-BUCKET-1-COUNT
               WHEN WS-AGE-DAYS < 6
                   MOVE "2-5"     TO WS-RD-BUCKET
                   ADD 1 TO WS-BUCKET-2-COUNT
               WHEN WS-AGE-DAYS < 11
                   MOVE "6-10"    TO WS-RD-BUCKET
                   ADD 1 TO WS-BUCKET-3-COUNT
               WHEN OTHER
                   MOVE "OVER 10" TO WS-RD-BUCKET
                   ADD 1 TO WS-BUCKET-4-COUNT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-IT-UNMATCHED
                   MOVE "UNMATCHED"   TO WS-RD-NOTE
               WHEN WS-IT-PARTIAL
                   MOVE "PARTIAL"     TO WS-RD-NOTE
               WHEN OTHER
                   MOVE "LATE"        TO WS-RD-NOTE
           END-EVALUATE.
           MOVE WS-AGE-DAYS TO WS-RD-AGE.
           PERFORM 7000-FORMAT-ITEM-LINE
               THRU 7000-FORMAT-ITEM-LINE-EXIT.
       4100-AGE-ONE-ITEM-EXIT.
           EXIT.

       4200-LIST-ONE-AWAITING.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 4200-LIST-ONE-AWAITING-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO WS-ITEM-RECORD.
           IF NOT WS-IT-AWAITING
               GO TO 4200-LIST-ONE-AWAITING-EXIT
           END-IF.
           ADD 1 TO WS-AWAITING-COUNT.
           MOVE ZERO     TO WS-RD-AGE.
           MOVE SPACES   TO WS-RD-BUCKET.
           MOVE "NOT DUE" TO WS-RD-NOTE.
           PERFORM 7000-FORMAT-ITEM-LINE
               THRU 7000-FORMAT-ITEM-LINE-EXIT.
       4200-LIST-ONE-AWAITING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-FORMAT-ITEM-LINE - ONE LEDGER ITEM ON THE REPORT;    *
      * THE CALLER HAS SET THE AGE, BUCKET AND NOTE.              *
      *-----------------------------------------------------------*
       7000-FORMAT-ITEM-LINE.
           IF WS-IT-IS-INSTRUCTION
               MOVE "INST" TO WS-RD-TYPE
           ELSE
               MOVE "CONF" TO WS-RD-TYPE
           END-IF.
           MOVE WS-IT-CURRENCY-CODE TO WS-RD-CURRENCY.
           MOVE WS-IT-DIRECTION     TO WS-RD-DIRECTION.
           MOVE WS-IT-VALUE-DATE    TO WS-RD-VALUE-DATE.
           MOVE WS-IT-OPEN-AMOUNT   TO WS-RD-AMOUNT.
           MOVE WS-IT-REFERENCE     TO WS-RD-REFERENCE.
           MOVE WS-RPT-DETAIL       TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
       7000-FORMAT-ITEM-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-WRITE-CLEARED-LINE - THE ITEM JUST CLEARED OR PART-  *
      * SETTLED, SHOWING THE AMOUNT THE CONFIRMATION CARRIED.     *
      *-----------------------------------------------------------*
       7100-WRITE-CLEARED-LINE.
           MOVE ZERO   TO WS-RD-AGE.
           MOVE SPACES TO WS-RD-BUCKET.
           PERFORM 7000-FORMAT-ITEM-LINE
               THRU 7000-FORMAT-ITEM-LINE-EXIT.
       7100-WRITE-CLEARED-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REWRITE-LEDGER - THE CONTROL RECORD, THEN EVERY ITEM *
      * NOT CLEARED.  NOSTCONF IS CLEARED ONLY ONCE THE LEDGER    *
      * HAS BEEN WRITTEN, SO A FAILED RUN CAN SIMPLY BE RERUN.    *
      *-----------------------------------------------------------*
       8000-REWRITE-LEDGER.
           OPEN OUTPUT NOSTRO-OPEN-FILE.
           IF NOT WS-OPEN-OK
               CALL "FILERR" USING "NOSTREC        ", "NOSTOPEN",
                   "OPEN-OUT", WS-OPEN-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 8000-REWRITE-LEDGER-EXIT
           END-IF.
           MOVE "H"         TO WS-LC-RECORD-TYPE.
           MOVE WS-RUN-DATE TO WS-LC-LAST-RUN-DATE.
           MOVE WS-LEDGER-CONTROL TO NOSTRO-OPEN-RECORD.
           WRITE NOSTRO-OPEN-RECORD.
           PERFORM 8100-WRITE-ONE-ITEM
               THRU 8100-WRITE-ONE-ITEM-EXIT
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
           CLOSE NOSTRO-OPEN-FILE.
           OPEN OUTPUT NOSTRO-CONF-FILE.
           CLOSE NOSTRO-CONF-FILE.
       8000-REWRITE-LEDGER-EXIT.
           EXIT.

       8100-WRITE-ONE-ITEM.
           IF WS-OP-CLEARED(WS-OP-IDX) = "Y"
               GO TO 8100-WRITE-ONE-ITEM-EXIT
           END-IF.
           MOVE WS-OP-RECORD(WS-OP-IDX) TO NOSTRO-OPEN-RECORD.
           WRITE NOSTRO-OPEN-RECORD.
       8100-WRITE-ONE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - SUMMARY AND RETURN CODE.  ANY OPEN BREAK *
      * RAISES THE STEP TO 4 SO THE DESK SEES IT THE SAME NIGHT.  *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           IF WS-RUN-REFUSED
               MOVE "RUN REFUSED - LEDGER UNCHANGED"
                   TO NOSTRO-REPORT-LINE
               WRITE NOSTRO-REPORT-LINE
           END-IF.
           MOVE WS-NEW-INSTR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "NEW INSTRUCTIONS:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-CONF-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "CONFIRMATIONS READ:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "MATCHED:                " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-LATE-CLEAR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "CLEARED ON OTHER DATE:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "PART-SETTLED:           " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "NEW UNMATCHED CONFS:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "OPEN BREAKS:            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-BUCKET-1-COUNT TO WS-RB-BUCKET-1.
           MOVE WS-BUCKET-2-COUNT TO WS-RB-BUCKET-2.
           MOVE WS-BUCKET-3-COUNT TO WS-RB-BUCKET-3.
           MOVE WS-BUCKET-4-COUNT TO WS-RB-BUCKET-4.
           MOVE WS-RPT-BUCKETS TO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOSTRO-REPORT-LINE.
           STRING "AWAITING VALUE DATE:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO NOSTRO-REPORT-LINE.
           WRITE NOSTRO-REPORT-LINE.
           CLOSE NOSTRO-REPORT-FILE.
           DISPLAY "NOSTREC: NEW INSTRUCTIONS  = " WS-NEW-INSTR-COUNT.
           DISPLAY "NOSTREC: CONFIRMATIONS     = " WS-CONF-COUNT.
           DISPLAY "NOSTREC: MATCHED           = " WS-MATCHED-COUNT.
           DISPLAY "NOSTREC: OPEN BREAKS       = " WS-BREAK-COUNT.
           IF WS-BREAK-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM NOSTREC.
