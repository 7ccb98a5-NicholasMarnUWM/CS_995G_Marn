      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of the DISPLDG dispute ledger
      * from the old 54-byte layout to the 80-byte layout carrying
      * the provisional-credit deadline and the provisional-credit
      * status and dates, now that DISPMGR runs a service-level
      * clock on every open dispute.  The old file is read under the
      * DISPLDGO name and the new one is built under DISPLDGN, so the
      * swap is a rename after the run is verified, like the other
      * cutover converters.  Every dispute converts with a blank
      * deadline and no provisional credit; DISPMGR works the
      * deadline out from the open date on its next run, so an open
      * dispute already past it is credited that night.  Without
      * this step the catalogued 54-byte ledger fails DISPMGR's,
      * ADDSTMT's and PRIVPURG's opens on record length.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO "DISPLDGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-LEDGER-FILE ASSIGN TO "DISPLDGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  OLD-LEDGER-RECORD           PIC X(54).

       FD  NEW-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-LEDGER-RECORD.
           05  DP-DISPUTE-ITEM         PIC X(54).
           05  DP-DEADLINE-DATE        PIC X(08).
           05  DP-PROV-STATUS          PIC X(01).
           05  DP-PROV-CREDIT-DATE     PIC X(08).
           05  DP-PROV-TAKEBACK-DATE   PIC X(08).
           05  FILLER                  PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OLD-OK                         VALUE "00".
       01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NEW-OK                         VALUE "00".
       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-EOF                        VALUE "Y".
       77  WS-CONVERTED-COUNT          PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CONVERT-ONE-DISPUTE
               THRU 2000-CONVERT-ONE-DISPUTE-EXIT
               UNTIL WS-OLD-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT OLD-LEDGER-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "DISPCONV: DISPLDGO COULD NOT BE OPENED - ",
                   "STATUS " WS-OLD-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT NEW-LEDGER-FILE.
           IF NOT WS-NEW-OK
               DISPLAY "DISPCONV: DISPLDGN COULD NOT BE OPENED - ",
                   "STATUS " WS-NEW-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               CLOSE OLD-LEDGER-FILE
               SET WS-OLD-EOF TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-CONVERT-ONE-DISPUTE.
           READ OLD-LEDGER-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-ONE-DISPUTE-EXIT
           END-READ.
           MOVE SPACES            TO NEW-LEDGER-RECORD.
           MOVE OLD-LEDGER-RECORD TO DP-DISPUTE-ITEM.
           WRITE NEW-LEDGER-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
       2000-CONVERT-ONE-DISPUTE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OLD-OK OR WS-OLD-EOF
               CLOSE OLD-LEDGER-FILE
           END-IF.
           IF WS-NEW-OK
               CLOSE NEW-LEDGER-FILE
           END-IF.
           DISPLAY "DISPCONV: DISPUTES CONVERTED = "
               WS-CONVERTED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM DISPCONV.
