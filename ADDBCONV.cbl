      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of a catalogued ADDOUT
      * generation from the 53-byte layout to the 57-byte layout
      * carrying the booked branch code.  REVALUE, the monthly
      * statement, the dormancy sweep and the integrity sweep read
      * the whole GDG concatenation, so a cutover month that mixes
      * 53- and 57-byte generations cannot be read under one record
      * length; run this step once per catalogued old generation
      * (old generation under ADDOUTO, converted copy under
      * ADDOUTN) and recatalogue the converted copies before the
      * first concatenated read.  A generation still in the 45-byte
      * layout goes through ADDOCONV first.  Details gain a blank
      * branch - pre-cutover activity was never booked to one, and
      * the readers treat a blank as unassigned.  The "T" trailer's
      * count and grand total are carried unchanged with its filler
      * widened, so every generation still reconciles.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDBCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OUT-FILE ASSIGN TO "ADDOUTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-OUT-FILE ASSIGN TO "ADDOUTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
       01  OLD-OUT-RECORD              PIC X(53).

       FD  NEW-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01  NEW-OUT-RECORD.
           05  NO-OLD-PORTION          PIC X(53).
           05  NO-BRANCH-CODE          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OLD-OK                         VALUE "00".
       01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NEW-OK                         VALUE "00".
       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-EOF                        VALUE "Y".
       77  WS-CONVERTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CONVERT-ONE-RECORD
               THRU 2000-CONVERT-ONE-RECORD-EXIT
               UNTIL WS-OLD-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT OLD-OUT-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "ADDBCONV: ADDOUTO COULD NOT BE OPENED - ",
                   "STATUS " WS-OLD-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT NEW-OUT-FILE.
           IF NOT WS-NEW-OK
               DISPLAY "ADDBCONV: ADDOUTN COULD NOT BE OPENED - ",
                   "STATUS " WS-NEW-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               CLOSE OLD-OUT-FILE
               SET WS-OLD-EOF TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CONVERT-ONE-RECORD - DETAIL OR TRAILER ALIKE, THE    *
      * OLD 53 BYTES ARE CARRIED UNCHANGED AND THE NEW TAIL IS    *
      * BLANK: A BLANK BRANCH CODE ON A DETAIL, WIDER FILLER ON   *
      * THE TRAILER.                                              *
      *-----------------------------------------------------------*
       2000-CONVERT-ONE-RECORD.
           READ OLD-OUT-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-ONE-RECORD-EXIT
           END-READ.
           MOVE OLD-OUT-RECORD TO NO-OLD-PORTION.
           MOVE SPACES         TO NO-BRANCH-CODE.
           WRITE NEW-OUT-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           IF OLD-OUT-RECORD(1:1) = "T"
               ADD 1 TO WS-TRAILER-COUNT
           END-IF.
       2000-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OLD-OK OR WS-OLD-EOF
               CLOSE OLD-OUT-FILE
           END-IF.
           IF WS-NEW-OK
               CLOSE NEW-OUT-FILE
           END-IF.
           DISPLAY "ADDBCONV: RECORDS CONVERTED = "
               WS-CONVERTED-COUNT.
           DISPLAY "ADDBCONV: TRAILERS CARRIED  = "
               WS-TRAILER-COUNT.
           IF WS-TRAILER-COUNT NOT = 1
               AND WS-CONVERTED-COUNT > 0
               DISPLAY "ADDBCONV: A SINGLE GENERATION CARRIES ONE ",
                   "TRAILER - VERIFY THE INPUT BEFORE ",
                   "RECATALOGUING."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM ADDBCONV.
