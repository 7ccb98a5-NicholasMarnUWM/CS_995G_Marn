      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of the ADDSUSP held-item file
      * from the old 32-byte layout to the 33-byte layout carrying
      * the hold reason, now that the posting run holds items for
      * the velocity and amount-spike screens as well as suspected
      * duplicates.  The old file is read under the ADDSUSPO name
      * and the new one is built under ADDSUSPN, so the swap is a
      * rename after the run is verified, like the other cutover
      * converters.  Every item on the old file was held by the
      * duplicate screen - the only screen there was - so each
      * converts with reason "D".  Without this step the catalogued
      * 32-byte file fails SUSPMGR's open on record length and the
      * items already held would never be listed or released.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUSPECT-FILE ASSIGN TO "ADDSUSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SUSPECT-FILE ASSIGN TO "ADDSUSPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01  OLD-SUSPECT-RECORD          PIC X(32).

       FD  NEW-SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01  NEW-SUSPECT-RECORD.
           05  SU-HELD-ITEM            PIC X(32).
           05  SU-HOLD-REASON          PIC X(01).

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
           PERFORM 2000-CONVERT-ONE-ITEM
               THRU 2000-CONVERT-ONE-ITEM-EXIT
               UNTIL WS-OLD-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT OLD-SUSPECT-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "SUSPCONV: ADDSUSPO COULD NOT BE OPENED - ",
                   "STATUS " WS-OLD-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT NEW-SUSPECT-FILE.
           IF NOT WS-NEW-OK
               DISPLAY "SUSPCONV: ADDSUSPN COULD NOT BE OPENED - ",
                   "STATUS " WS-NEW-FILE-STATUS
                   " - NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               CLOSE OLD-SUSPECT-FILE
               SET WS-OLD-EOF TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-CONVERT-ONE-ITEM.
           READ OLD-SUSPECT-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-ONE-ITEM-EXIT
           END-READ.
           MOVE OLD-SUSPECT-RECORD TO SU-HELD-ITEM.
           MOVE "D"                TO SU-HOLD-REASON.
           WRITE NEW-SUSPECT-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
       2000-CONVERT-ONE-ITEM-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OLD-OK OR WS-OLD-EOF
               CLOSE OLD-SUSPECT-FILE
           END-IF.
           IF WS-NEW-OK
               CLOSE NEW-SUSPECT-FILE
           END-IF.
           DISPLAY "SUSPCONV: ITEMS CONVERTED = "
               WS-CONVERTED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM SUSPCONV.
