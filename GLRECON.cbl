      * debits to the sum of the ADDOUT details' base amounts.  The
      * GLRECRPT listing prints each tie with the break amount, and
      * any break ends the step non-zero so the chain flags it the
      * same night instead of month-end finding it.  The suspense
      * clearing journal (GLSCJRNL, from GLSUSPCL) and the write-off
      * and recovery journal (GLEXJRNL, from EXCPESC) move the ledger
      * outside ADDOUT, so they cannot join ties 3 and 4; each is tied
      * on its own - (5/7) its trailer's debits to its credits, and
      * (6/8) its trailer's count and debits to the detail lines it
      * describes.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT (57 BYTES) AND GLJRNL (50 BYTES) CARRY
      *                 THE BRANCH CODE.
      * 10/15/2026  NM  ADDOUT (73 BYTES) AND GLJRNL (66) LAYOUTS
      *                 WIDENED FOR THE TRANSACTION REFERENCE.
      * 10/15/2026  NM  THE GLSUSPCL CLEARING JOURNAL (GLSCJRNL) AND THE
      *                 EXCPESC WRITE-OFF AND RECOVERY JOURNAL
      *                 (GLEXJRNL) ARE EACH TIED ON THEIR OWN - TRAILER
      *                 DEBITS TO CREDITS, AND TRAILER COUNT AND DEBITS
      *                 TO THEIR DETAIL LINES (TIES 5 TO 8).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT GL-CLEARING-FILE ASSIGN TO "GLSCJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCJ-FILE-STATUS.
           SELECT GL-ESCALATION-FILE ASSIGN TO "GLEXJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXJ-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "GLRECRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-TRAILER                VALUE "T".
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).
       01  ADDITION-OUT-TRAILER REDEFINES ADDITION-OUT-RECORD.
           05  OUT-TRL-CODE            PIC X(01).
           COPY ADDTOTAL
               REPLACING ==AT-RECORD-COUNT== BY ==OUT-TRL-RECORD-COUNT==
                         ==AT-GRAND-TOTAL==  BY ==OUT-TRL-GRAND-TOTAL==.
           05  FILLER                  PIC X(54).

       FD  ADDITION-CTL-FILE
           RECORDING MODE IS F

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JT-RECORD-TYPE          PIC X(01).
           05  JT-RECORD-COUNT         PIC 9(07).
           05  JT-TOTAL-DEBITS         PIC 9(11)V9(04).
           05  JT-TOTAL-CREDITS        PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

      * THE SIDE JOURNALS SHARE THE GLJRNL LAYOUT; ONLY THE FIELDS
      * THE TIES NEED ARE NAMED.
       FD  GL-CLEARING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-CLEARING-RECORD.
           05  SC-RECORD-TYPE          PIC X(01).
               88  SC-IS-TRAILER                 VALUE "T".
           05  FILLER                  PIC X(08).
           05  SC-DR-CR                PIC X(01).
               88  SC-IS-DEBIT                   VALUE "D".
           05  SC-AMOUNT               PIC 9(09)V9(04).
           05  FILLER                  PIC X(43).
       01  GL-CLEARING-TRAILER REDEFINES GL-CLEARING-RECORD.
           05  SCT-RECORD-TYPE         PIC X(01).
           05  SCT-RECORD-COUNT        PIC 9(07).
           05  SCT-TOTAL-DEBITS        PIC 9(11)V9(04).
           05  SCT-TOTAL-CREDITS       PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

       FD  GL-ESCALATION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-ESCALATION-RECORD.
           05  EX-RECORD-TYPE          PIC X(01).
               88  EX-IS-TRAILER                 VALUE "T".
           05  FILLER                  PIC X(08).
           05  EX-DR-CR                PIC X(01).
               88  EX-IS-DEBIT                   VALUE "D".
           05  EX-AMOUNT               PIC 9(09)V9(04).
           05  FILLER                  PIC X(43).
       01  GL-ESCALATION-TRAILER REDEFINES GL-ESCALATION-RECORD.
           05  EXT-RECORD-TYPE         PIC X(01).
           05  EXT-RECORD-COUNT        PIC 9(07).
           05  EXT-TOTAL-DEBITS        PIC 9(11)V9(04).
           05  EXT-TOTAL-CREDITS       PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
       01  WS-JRNL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                        VALUE "00".
           88  WS-JRNL-EOF                       VALUE "10".
       01  WS-SCJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SCJ-OK                         VALUE "00".
           88  WS-SCJ-EOF                        VALUE "10".
       01  WS-EXJ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-EXJ-OK                         VALUE "00".
           88  WS-EXJ-EOF                        VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-JRNL-TRL-CREDITS         PIC 9(11)V9(04) VALUE ZERO.
       01  WS-JRNL-TRL-SWITCH          PIC X(01) VALUE "N".
           88  WS-JRNL-TRAILER-FOUND             VALUE "Y".
      * GLSCJRNL SIDE.
       77  WS-SCJ-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-SCJ-DETAIL-DEBITS        PIC 9(11)V9(04) VALUE ZERO.
       01  WS-SCJ-TRL-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-SCJ-TRL-DEBITS           PIC 9(11)V9(04) VALUE ZERO.
       01  WS-SCJ-TRL-CREDITS          PIC 9(11)V9(04) VALUE ZERO.
       01  WS-SCJ-TRL-SWITCH           PIC X(01) VALUE "N".
           88  WS-SCJ-TRAILER-FOUND              VALUE "Y".
      * GLEXJRNL SIDE.
       77  WS-EXJ-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-EXJ-DETAIL-DEBITS        PIC 9(11)V9(04) VALUE ZERO.
       01  WS-EXJ-TRL-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EXJ-TRL-DEBITS           PIC 9(11)V9(04) VALUE ZERO.
       01  WS-EXJ-TRL-CREDITS          PIC 9(11)V9(04) VALUE ZERO.
       01  WS-EXJ-TRL-SWITCH           PIC X(01) VALUE "N".
           88  WS-EXJ-TRAILER-FOUND              VALUE "Y".
       01  WS-EXPECTED-JRNL-COUNT      PIC 9(08) VALUE ZERO.
       01  WS-BREAK-AMOUNT             PIC S9(11)V9(04) VALUE ZERO.
       01  WS-BREAK-COUNT              PIC S9(08) VALUE ZERO.
               THRU 3000-SCAN-ADDCTL-EXIT.
           PERFORM 4000-SCAN-JOURNAL
               THRU 4000-SCAN-JOURNAL-EXIT.
           PERFORM 5000-SCAN-CLEARING-JOURNAL
               THRU 5000-SCAN-CLEARING-JOURNAL-EXIT.
           PERFORM 6000-SCAN-ESCALATION-JOURNAL
               THRU 6000-SCAN-ESCALATION-JOURNAL-EXIT.
           PERFORM 8000-TIE-THE-THREE-WAYS
               THRU 8000-TIE-THE-THREE-WAYS-EXIT.
           PERFORM 9000-TERMINATE
       4100-SCAN-ONE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SCAN-CLEARING-JOURNAL - COUNT GLSUSPCL'S DETAIL       *
      * LINES, SUM THEIR DEBITS, AND CAPTURE THE TRAILER.          *
      *-----------------------------------------------------------*
       5000-SCAN-CLEARING-JOURNAL.
           OPEN INPUT GL-CLEARING-FILE.
           IF NOT WS-SCJ-OK
               DISPLAY "GLRECON: GLSCJRNL COULD NOT BE OPENED."
               SET WS-RECON-BREAK TO TRUE
               GO TO 5000-SCAN-CLEARING-JOURNAL-EXIT
           END-IF.
           PERFORM 5100-SCAN-ONE-CLEARING
               THRU 5100-SCAN-ONE-CLEARING-EXIT
               UNTIL WS-SCJ-EOF.
           CLOSE GL-CLEARING-FILE.
           IF NOT WS-SCJ-TRAILER-FOUND
               DISPLAY "GLRECON: GLSCJRNL HAS NO TRAILER."
               SET WS-RECON-BREAK TO TRUE
           END-IF.
       5000-SCAN-CLEARING-JOURNAL-EXIT.
           EXIT.

       5100-SCAN-ONE-CLEARING.
           READ GL-CLEARING-FILE
               AT END
                   SET WS-SCJ-EOF TO TRUE
               NOT AT END
                   IF SC-IS-TRAILER
                       SET WS-SCJ-TRAILER-FOUND TO TRUE
                       MOVE SCT-RECORD-COUNT  TO WS-SCJ-TRL-COUNT
                       MOVE SCT-TOTAL-DEBITS  TO WS-SCJ-TRL-DEBITS
                       MOVE SCT-TOTAL-CREDITS TO WS-SCJ-TRL-CREDITS
                   ELSE
                       ADD 1 TO WS-SCJ-DETAIL-COUNT
                       IF SC-IS-DEBIT
                           ADD SC-AMOUNT TO WS-SCJ-DETAIL-DEBITS
                       END-IF
                   END-IF
           END-READ.
       5100-SCAN-ONE-CLEARING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-SCAN-ESCALATION-JOURNAL - COUNT EXCPESC'S DETAIL      *
      * LINES, SUM THEIR DEBITS, AND CAPTURE THE TRAILER.          *
      *-----------------------------------------------------------*
       6000-SCAN-ESCALATION-JOURNAL.
           OPEN INPUT GL-ESCALATION-FILE.
           IF NOT WS-EXJ-OK
               DISPLAY "GLRECON: GLEXJRNL COULD NOT BE OPENED."
               SET WS-RECON-BREAK TO TRUE
               GO TO 6000-SCAN-ESCALATION-JOURNAL-EXIT
           END-IF.
           PERFORM 6100-SCAN-ONE-ESCALATION
               THRU 6100-SCAN-ONE-ESCALATION-EXIT
               UNTIL WS-EXJ-EOF.
           CLOSE GL-ESCALATION-FILE.
           IF NOT WS-EXJ-TRAILER-FOUND
               DISPLAY "GLRECON: GLEXJRNL HAS NO TRAILER."
               SET WS-RECON-BREAK TO TRUE
           END-IF.
       6000-SCAN-ESCALATION-JOURNAL-EXIT.
           EXIT.

       6100-SCAN-ONE-ESCALATION.
           READ GL-ESCALATION-FILE
               AT END
                   SET WS-EXJ-EOF TO TRUE
               NOT AT END
                   IF EX-IS-TRAILER
                       SET WS-EXJ-TRAILER-FOUND TO TRUE
                       MOVE EXT-RECORD-COUNT  TO WS-EXJ-TRL-COUNT
                       MOVE EXT-TOTAL-DEBITS  TO WS-EXJ-TRL-DEBITS
                       MOVE EXT-TOTAL-CREDITS TO WS-EXJ-TRL-CREDITS
                   ELSE
                       ADD 1 TO WS-EXJ-DETAIL-COUNT
                       IF EX-IS-DEBIT
                           ADD EX-AMOUNT TO WS-EXJ-DETAIL-DEBITS
                       END-IF
                   END-IF
           END-READ.
       6100-SCAN-ONE-ESCALATION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-TIE-THE-THREE-WAYS - PRINT EACH TIE WITH ITS BREAK    *
      * AMOUNT.  ANY BREAK FLAGS THE NIGHT.                        *
                   TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
      * TIE 5: CLEARING JOURNAL DEBITS TO ITS CREDITS.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE "TIE 5: GLSCJRNL DEBITS VS CREDITS"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ZERO TO WS-BREAK-COUNT.
           COMPUTE WS-BREAK-AMOUNT =
               WS-SCJ-TRL-DEBITS - WS-SCJ-TRL-CREDITS.
           PERFORM 8100-PRINT-ONE-TIE
               THRU 8100-PRINT-ONE-TIE-EXIT.
      * TIE 6: CLEARING JOURNAL TRAILER TO ITS DETAIL LINES.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE "TIE 6: GLSCJRNL TRAILER VS ITS DETAIL LINES"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           COMPUTE WS-BREAK-COUNT =
               WS-SCJ-TRL-COUNT - WS-SCJ-DETAIL-COUNT.
           COMPUTE WS-BREAK-AMOUNT =
               WS-SCJ-TRL-DEBITS - WS-SCJ-DETAIL-DEBITS.
           PERFORM 8100-PRINT-ONE-TIE
               THRU 8100-PRINT-ONE-TIE-EXIT.
      * TIE 7: ESCALATION JOURNAL DEBITS TO ITS CREDITS.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE "TIE 7: GLEXJRNL DEBITS VS CREDITS"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE ZERO TO WS-BREAK-COUNT.
           COMPUTE WS-BREAK-AMOUNT =
               WS-EXJ-TRL-DEBITS - WS-EXJ-TRL-CREDITS.
           PERFORM 8100-PRINT-ONE-TIE
               THRU 8100-PRINT-ONE-TIE-EXIT.
      * TIE 8: ESCALATION JOURNAL TRAILER TO ITS DETAIL LINES.
           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE "TIE 8: GLEXJRNL TRAILER VS ITS DETAIL LINES"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           COMPUTE WS-BREAK-COUNT =
               WS-EXJ-TRL-COUNT - WS-EXJ-DETAIL-COUNT.
           COMPUTE WS-BREAK-AMOUNT =
               WS-EXJ-TRL-DEBITS - WS-EXJ-DETAIL-DEBITS.
           PERFORM 8100-PRINT-ONE-TIE
               THRU 8100-PRINT-ONE-TIE-EXIT.
       8000-TIE-THE-THREE-WAYS-EXIT.
           EXIT.

               WS-CTL-RECORD-COUNT.
           DISPLAY "GLRECON: GLJRNL TRAILER COUNT = "
               WS-JRNL-TRL-COUNT.
           DISPLAY "GLRECON: GLSCJRNL TRAILER COUNT = "
               WS-SCJ-TRL-COUNT.
           DISPLAY "GLRECON: GLEXJRNL TRAILER COUNT = "
               WS-EXJ-TRL-COUNT.
           IF WS-RECON-BREAK
               DISPLAY "GLRECON: *** THREE-WAY TIE BROKEN ***"
               MOVE 8 TO RETURN-CODE
