      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Loads the sanctions/watch list compliance delivers
      * on WLSTIN into the WATCHLST file the WLSCREEN screening
      * routine reads.  Every entry must carry an entry ID and a
      * name; entries without are rejected and counted.  The new
      * list replaces the old one only when it differs from it, and
      * only then is the list stamp on the WLSTCTL control record
      * moved on - that stamp is what tells the nightly WLRESCRN
      * step the list has changed and the whole of CUSTMAS must be
      * screened again.  A feed that is absent, or identical to the
      * list already loaded, leaves everything as it was.  A feed
      * with no usable entries, or more than the screening table
      * holds, is refused outright rather than loaded short, since a
      * short list would pass customers it never looked at.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-FEED-FILE ASSIGN TO "WLSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT WATCH-CTL-FILE ASSIGN TO "WLSTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WATCH-FEED-RECORD.
           05  WI-ENTRY-ID             PIC X(10).
           05  WI-NAME                 PIC X(30).
           05  WI-DATE-OF-BIRTH        PIC X(08).
           05  WI-LIST-SOURCE          PIC X(12).

       FD  WATCH-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WATCH-LIST-RECORD           PIC X(60).

       FD  WATCH-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WATCH-CTL-RECORD.
           05  WC-LIST-STAMP.
               10  WC-LIST-DATE        PIC X(08).
               10  WC-LIST-TIME        PIC X(06).
           05  WC-ENTRY-COUNT          PIC 9(06).
           05  WC-SCREENED-STAMP       PIC X(14).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FEED-OK                        VALUE "00".
           88  WS-FEED-EOF                       VALUE "10".
       01  WS-LIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-LIST-OK                        VALUE "00".
           88  WS-LIST-EOF                       VALUE "10".
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
           88  WS-LIST-CHANGED                   VALUE "Y".
       01  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
           88  WS-FEED-OVERFLOW                  VALUE "Y".
       01  WS-TIME-NOW                 PIC X(08) VALUE SPACES.
       01  WS-FEED-TABLE.
           05  WS-FD-ENTRY OCCURS 5000 TIMES.
               10  WS-FD-RECORD        PIC X(60).
       77  WS-FD-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-FD-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-OLD-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-SAVED-CTL                PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "WLSTLOAD       ", "WATCHLST".
           CALL "ENVCHK" USING "WLSTLOAD       ", "WLSTCTL ".
           PERFORM 1000-LOAD-FEED
               THRU 1000-LOAD-FEED-EXIT.
           IF RETURN-CODE < 8
               AND WS-FD-COUNT > 0
               PERFORM 2000-COMPARE-WITH-LIST
                   THRU 2000-COMPARE-WITH-LIST-EXIT
               IF WS-LIST-CHANGED
                   PERFORM 3000-REPLACE-LIST
                       THRU 3000-REPLACE-LIST-EXIT
               ELSE
                   DISPLAY "WLSTLOAD: FEED MATCHES THE LIST ALREADY ",
                       "LOADED - NOTHING CHANGED."
               END-IF
           END-IF.
           DISPLAY "WLSTLOAD: FEED RECORDS READ     = " WS-READ-COUNT.
           DISPLAY "WLSTLOAD: FEED RECORDS REJECTED = "
               WS-REJECT-COUNT.
           DISPLAY "WLSTLOAD: ENTRIES ON THE LIST   = " WS-FD-COUNT.
           IF WS-REJECT-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-FEED - READ THE WHOLE FEED INTO THE TABLE.  NO   *
      * FEED IS A QUIET NIGHT; AN EMPTY OR OVERSIZED ONE IS        *
      * REFUSED WITH RETURN-CODE 8.                                *
      *-----------------------------------------------------------*
       1000-LOAD-FEED.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-FD-COUNT.
           OPEN INPUT WATCH-FEED-FILE.
           IF NOT WS-FEED-OK
               DISPLAY "WLSTLOAD: NO WLSTIN FEED - LIST UNCHANGED."
               GO TO 1000-LOAD-FEED-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-FEED-RECORD
               THRU 1100-LOAD-ONE-FEED-RECORD-EXIT
               UNTIL WS-FEED-EOF
               OR WS-FEED-OVERFLOW.
           CLOSE WATCH-FEED-FILE.
           IF WS-FEED-OVERFLOW
               DISPLAY "WLSTLOAD: FEED HOLDS MORE THAN 5000 ",
                   "ENTRIES - REFUSED, LIST UNCHANGED."
               MOVE 8 TO RETURN-CODE
               GO TO 1000-LOAD-FEED-EXIT
           END-IF.
           IF WS-READ-COUNT > 0
               AND WS-FD-COUNT = 0
               DISPLAY "WLSTLOAD: FEED HAS NO USABLE ENTRIES - ",
                   "REFUSED, LIST UNCHANGED."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-LOAD-FEED-EXIT.
           EXIT.

       1100-LOAD-ONE-FEED-RECORD.
           READ WATCH-FEED-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.
           IF WS-FEED-EOF
               GO TO 1100-LOAD-ONE-FEED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF WI-ENTRY-ID = SPACES
               OR WI-NAME = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "WLSTLOAD: FEED RECORD " WS-READ-COUNT
                   " HAS NO ENTRY ID OR NAME - REJECTED."
               GO TO 1100-LOAD-ONE-FEED-RECORD-EXIT
           END-IF.
           IF WS-FD-COUNT = 5000
               SET WS-FEED-OVERFLOW TO TRUE
               GO TO 1100-LOAD-ONE-FEED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-FD-COUNT.
           MOVE WATCH-FEED-RECORD TO WS-FD-RECORD(WS-FD-COUNT).
       1100-LOAD-ONE-FEED-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-COMPARE-WITH-LIST - THE FEED IS A CHANGE WHEN THE     *
      * CURRENT WATCHLST DIFFERS IN ANY RECORD OR IN LENGTH, OR    *
      * DOES NOT EXIST YET.                                        *
      *-----------------------------------------------------------*
       2000-COMPARE-WITH-LIST.
           MOVE "N" TO WS-CHANGED-SWITCH.
           MOVE ZERO TO WS-OLD-COUNT.
           OPEN INPUT WATCH-LIST-FILE.
           IF NOT WS-LIST-OK
               SET WS-LIST-CHANGED TO TRUE
               GO TO 2000-COMPARE-WITH-LIST-EXIT
           END-IF.
           PERFORM 2100-COMPARE-ONE-RECORD
               THRU 2100-COMPARE-ONE-RECORD-EXIT
               UNTIL WS-LIST-EOF
               OR WS-LIST-CHANGED.
           CLOSE WATCH-LIST-FILE.
           IF WS-OLD-COUNT NOT = WS-FD-COUNT
               SET WS-LIST-CHANGED TO TRUE
           END-IF.
       2000-COMPARE-WITH-LIST-EXIT.
           EXIT.

       2100-COMPARE-ONE-RECORD.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
           END-READ.
           IF WS-LIST-EOF
               GO TO 2100-COMPARE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-OLD-COUNT.
           IF WS-OLD-COUNT > WS-FD-COUNT
               SET WS-LIST-CHANGED TO TRUE
               GO TO 2100-COMPARE-ONE-RECORD-EXIT
           END-IF.
           IF WATCH-LIST-RECORD NOT = WS-FD-RECORD(WS-OLD-COUNT)
               SET WS-LIST-CHANGED TO TRUE
           END-IF.
       2100-COMPARE-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPLACE-LIST - WRITE THE NEW LIST AND MOVE THE LIST   *
      * STAMP ON, KEEPING THE LAST-SCREENED STAMP WLRESCRN LEFT.   *
      *-----------------------------------------------------------*
       3000-REPLACE-LIST.
           OPEN OUTPUT WATCH-LIST-FILE.
           IF NOT WS-LIST-OK
               CALL "FILERR" USING "WLSTLOAD       ", "WATCHLST",
                   "OPEN-OUT", WS-LIST-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 3000-REPLACE-LIST-EXIT
           END-IF.
           PERFORM 3100-WRITE-ONE-ENTRY
               THRU 3100-WRITE-ONE-ENTRY-EXIT
               VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT.
           CLOSE WATCH-LIST-FILE.
           MOVE SPACES TO WS-SAVED-CTL.
           OPEN INPUT WATCH-CTL-FILE.
           IF WS-CTL-OK
               READ WATCH-CTL-FILE
                   NOT AT END
                       MOVE WATCH-CTL-RECORD TO WS-SAVED-CTL
               END-READ
               CLOSE WATCH-CTL-FILE
           END-IF.
           MOVE WS-SAVED-CTL TO WATCH-CTL-RECORD.
           ACCEPT WC-LIST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WC-LIST-TIME.
           MOVE WS-FD-COUNT TO WC-ENTRY-COUNT.
           OPEN OUTPUT WATCH-CTL-FILE.
           IF NOT WS-CTL-OK
               CALL "FILERR" USING "WLSTLOAD       ", "WLSTCTL ",
                   "OPEN-OUT", WS-CTL-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 3000-REPLACE-LIST-EXIT
           END-IF.
           WRITE WATCH-CTL-RECORD.
           CLOSE WATCH-CTL-FILE.
           DISPLAY "WLSTLOAD: NEW LIST LOADED - STAMP " WC-LIST-STAMP.
       3000-REPLACE-LIST-EXIT.
           EXIT.

       3100-WRITE-ONE-ENTRY.
           MOVE WS-FD-RECORD(WS-FD-IDX) TO WATCH-LIST-RECORD.
           WRITE WATCH-LIST-RECORD.
       3100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

       END PROGRAM WLSTLOAD.
