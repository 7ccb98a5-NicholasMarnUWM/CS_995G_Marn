      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Loads the postal authority's reference list - postal
      * code to city and region - delivered on POSTIN into the keyed
      * POSTREF file the shared POSTCHK routine reads.  Every entry
      * must carry a postal code that passes the shared NUMCHECK
      * postal class, a city and a region; entries without, and a
      * second entry for a postal code already loaded, are rejected
      * and counted.  The feed is read through once to be checked
      * before POSTREF is touched: an absent feed leaves the current
      * reference as it was, and a feed with no usable entries is
      * refused outright rather than loaded empty, since an empty
      * reference would fail every address on file.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FEED-FILE ASSIGN TO "POSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-POSTAL-CODE
               FILE STATUS IS WS-REF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  POSTAL-FEED-RECORD.
           05  PI-POSTAL-CODE          PIC X(09).
           05  PI-CITY                 PIC X(15).
           05  PI-REGION               PIC X(02).
           05  FILLER                  PIC X(14).

       FD  POSTAL-REF-FILE.
       01  POSTAL-REF-RECORD.
           05  PR-POSTAL-CODE          PIC X(09).
           05  PR-CITY                 PIC X(15).
           05  PR-REGION               PIC X(02).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FEED-OK                        VALUE "00".
           88  WS-FEED-EOF                       VALUE "10".
       01  WS-REF-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REF-OK                         VALUE "00".
       01  WS-ENTRY-VALID-SWITCH       PIC X(01) VALUE "N".
           88  WS-ENTRY-IS-VALID                 VALUE "Y".
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-LOAD-PASS-SWITCH         PIC X(01) VALUE "N".
           88  WS-LOADING                        VALUE "Y".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-USABLE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-LOADED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CHECK-FEED
               THRU 1000-CHECK-FEED-EXIT.
           IF RETURN-CODE < 8
               AND WS-USABLE-COUNT > 0
               PERFORM 2000-LOAD-REFERENCE
                   THRU 2000-LOAD-REFERENCE-EXIT
           END-IF.
           DISPLAY "POSTLOAD: FEED RECORDS READ     = " WS-READ-COUNT.
           DISPLAY "POSTLOAD: FEED RECORDS REJECTED = "
               WS-REJECT-COUNT.
           DISPLAY "POSTLOAD: DUPLICATE POSTAL CODES = "
               WS-DUPLICATE-COUNT.
           DISPLAY "POSTLOAD: POSTAL CODES LOADED   = "
               WS-LOADED-COUNT.
           IF (WS-REJECT-COUNT > 0
               OR WS-DUPLICATE-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-CHECK-FEED - READ THE WHOLE FEED ONCE AND COUNT THE   *
      * USABLE ENTRIES.  NO FEED IS A QUIET MONTH; A FEED WITH     *
      * NOTHING USABLE IS REFUSED WITH RETURN-CODE 8.              *
      *-----------------------------------------------------------*
       1000-CHECK-FEED.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT POSTAL-FEED-FILE.
           IF NOT WS-FEED-OK
               DISPLAY "POSTLOAD: NO POSTIN FEED - REFERENCE ",
                   "UNCHANGED."
               GO TO 1000-CHECK-FEED-EXIT
           END-IF.
           PERFORM 1100-CHECK-ONE-FEED-RECORD
               THRU 1100-CHECK-ONE-FEED-RECORD-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE POSTAL-FEED-FILE.
           IF WS-READ-COUNT > 0
               AND WS-USABLE-COUNT = 0
               DISPLAY "POSTLOAD: FEED HAS NO USABLE ENTRIES - ",
                   "REFUSED, REFERENCE UNCHANGED."
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-CHECK-FEED-EXIT.
           EXIT.

       1100-CHECK-ONE-FEED-RECORD.
           READ POSTAL-FEED-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.
           IF WS-FEED-EOF
               GO TO 1100-CHECK-ONE-FEED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 1200-VALIDATE-ENTRY
               THRU 1200-VALIDATE-ENTRY-EXIT.
           IF NOT WS-ENTRY-IS-VALID
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "POSTLOAD: FEED RECORD " WS-READ-COUNT
                   " HAS A BAD POSTAL CODE, CITY OR REGION - ",
                   "REJECTED."
               GO TO 1100-CHECK-ONE-FEED-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-USABLE-COUNT.
       1100-CHECK-ONE-FEED-RECORD-EXIT.
           EXIT.

       1200-VALIDATE-ENTRY.
           MOVE "N" TO WS-ENTRY-VALID-SWITCH.
           IF PI-CITY = SPACES
               OR PI-REGION = SPACES
               GO TO 1200-VALIDATE-ENTRY-EXIT
           END-IF.
           MOVE "N" TO WS-POSTAL-VALID-SWITCH.
           CALL "NUMCHECK" USING PI-POSTAL-CODE, "P",
               WS-POSTAL-VALID-SWITCH, "POSTLOAD       ".
           IF WS-POSTAL-IS-VALID
               SET WS-ENTRY-IS-VALID TO TRUE
           END-IF.
       1200-VALIDATE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-REFERENCE - REBUILD POSTREF FROM THE FEED.  THE  *
      * FIRST ENTRY FOR A POSTAL CODE STANDS; LATER ONES ARE       *
      * COUNTED AS DUPLICATES.                                     *
      *-----------------------------------------------------------*
       2000-LOAD-REFERENCE.
           OPEN OUTPUT POSTAL-REF-FILE.
           IF NOT WS-REF-OK
               CALL "FILERR" USING "POSTLOAD       ", "POSTREF ",
                   "OPEN-OUT", WS-REF-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 2000-LOAD-REFERENCE-EXIT
           END-IF.
           OPEN INPUT POSTAL-FEED-FILE.
           IF NOT WS-FEED-OK
               CALL "FILERR" USING "POSTLOAD       ", "POSTIN  ",
                   "OPEN-IN ", WS-FEED-FILE-STATUS, "N"
               CLOSE POSTAL-REF-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 2000-LOAD-REFERENCE-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-FEED-RECORD
               THRU 2100-LOAD-ONE-FEED-RECORD-EXIT
               UNTIL WS-FEED-EOF.
           CLOSE POSTAL-FEED-FILE.
           CLOSE POSTAL-REF-FILE.
       2000-LOAD-REFERENCE-EXIT.
           EXIT.

       2100-LOAD-ONE-FEED-RECORD.
           READ POSTAL-FEED-FILE
               AT END
                   SET WS-FEED-EOF TO TRUE
           END-READ.
           IF WS-FEED-EOF
               GO TO 2100-LOAD-ONE-FEED-RECORD-EXIT
           END-IF.
           PERFORM 1200-VALIDATE-ENTRY
               THRU 1200-VALIDATE-ENTRY-EXIT.
           IF NOT WS-ENTRY-IS-VALID
               GO TO 2100-LOAD-ONE-FEED-RECORD-EXIT
           END-IF.
           MOVE POSTAL-FEED-RECORD TO POSTAL-REF-RECORD.
           INSPECT PR-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT PR-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           WRITE POSTAL-REF-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "POSTLOAD: POSTAL CODE " PI-POSTAL-CODE
                       " APPEARS MORE THAN ONCE - FIRST KEPT."
                   GO TO 2100-LOAD-ONE-FEED-RECORD-EXIT
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.
       2100-LOAD-ONE-FEED-RECORD-EXIT.
           EXIT.

       END PROGRAM POSTLOAD.
