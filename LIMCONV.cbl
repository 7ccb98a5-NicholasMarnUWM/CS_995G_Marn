      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of the LIMITMAS exposure-limit
      * master from the old 17-byte layout (customer and nightly
      * limit only) to the 60-byte layout carrying the limit source,
      * the tier bucket the limit was set from, and the date and user
      * that set it, now that LIMREFR sets limits nightly from the
      * tier schedule.  The old master is read under the LIMITMO name
      * and the new one is built under LIMITMN, so the swap is a
      * rename after the run is verified, like the other cutover
      * converters.  Every limit on the old master was keyed by hand,
      * but most are starter limits nobody ever revisited, so a limit
      * converts as tier-managed ("T") and LIMREFR resets it from the
      * schedule.  Customers whose limit was individually approved
      * are listed on the LIMAPPR card file and convert as manual
      * ("M"), which LIMREFR never touches.  No LIMAPPR converts
      * every limit as tier-managed.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LIMIT-FILE ASSIGN TO "LIMITMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-CUST-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-LIMIT-FILE ASSIGN TO "LIMITMN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT APPROVED-LIST-FILE ASSIGN TO "LIMAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LIMIT-FILE.
       01  OLD-LIMIT-RECORD.
           05  OL-CUST-ID              PIC 9(06).
           05  OL-NIGHTLY-LIMIT        PIC 9(09)V9(02).

       FD  NEW-LIMIT-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  APPROVED-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVED-LIST-RECORD.
           05  AP-CUST-ID              PIC X(06).
           05  FILLER                  PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OLD-OK                         VALUE "00".
       01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NEW-OK                         VALUE "00".
       01  WS-APPR-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-APPR-OK                        VALUE "00".
       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-EOF                        VALUE "Y".
       01  WS-APPR-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-APPR-EOF                       VALUE "Y".
       01  WS-APPR-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-APPR-FOUND                     VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-APPROVED-TABLE.
           05  WS-APPROVED-ID          PIC 9(06)
                   OCCURS 2000 TIMES.
       77  WS-APPR-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-APPR-IDX                 PIC 9(05) COMP VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-MANUAL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-APPROVED-LIST
               THRU 1100-LOAD-APPROVED-LIST-EXIT.
           OPEN INPUT OLD-LIMIT-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "LIMCONV: LIMITMO COULD NOT BE OPENED - ",
                   "NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT NEW-LIMIT-FILE.
           IF NOT WS-NEW-OK
               DISPLAY "LIMCONV: LIMITMN COULD NOT BE OPENED - ",
                   "STATUS " WS-NEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-APPROVED-LIST - THE CUSTOMERS WHOSE LIMIT WAS   *
      * INDIVIDUALLY APPROVED.  A CARD THAT IS NOT A CUSTOMER     *
      * NUMBER IS REPORTED AND SKIPPED.                           *
      *-----------------------------------------------------------*
       1100-LOAD-APPROVED-LIST.
           OPEN INPUT APPROVED-LIST-FILE.
           IF NOT WS-APPR-OK
               DISPLAY "LIMCONV: NO LIMAPPR LIST - EVERY LIMIT ",
                   "CONVERTS AS TIER-MANAGED."
               GO TO 1100-LOAD-APPROVED-LIST-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-APPROVED
               THRU 1110-LOAD-ONE-APPROVED-EXIT
               UNTIL WS-APPR-EOF.
           CLOSE APPROVED-LIST-FILE.
       1100-LOAD-APPROVED-LIST-EXIT.
           EXIT.

       1110-LOAD-ONE-APPROVED.
           READ APPROVED-LIST-FILE
               AT END
                   SET WS-APPR-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-APPROVED-EXIT
           END-READ.
           IF AP-CUST-ID IS NOT NUMERIC
               DISPLAY "LIMCONV: LIMAPPR CARD " AP-CUST-ID
                   " IS NOT A CUSTOMER NUMBER - SKIPPED."
               GO TO 1110-LOAD-ONE-APPROVED-EXIT
           END-IF.
           IF WS-APPR-COUNT NOT < 2000
               DISPLAY "LIMCONV: LIMAPPR OVER 2000 CUSTOMERS - "
                   AP-CUST-ID " AND AFTER NOT LOADED."
               MOVE 8 TO RETURN-CODE
               SET WS-APPR-EOF TO TRUE
               GO TO 1110-LOAD-ONE-APPROVED-EXIT
           END-IF.
           ADD 1 TO WS-APPR-COUNT.
           MOVE AP-CUST-ID TO WS-APPROVED-ID (WS-APPR-COUNT).
       1110-LOAD-ONE-APPROVED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CONVERT-ONE-RECORD - CUSTOMER AND LIMIT CARRIED      *
      * ACROSS; SOURCE "M" FOR AN APPROVED LIMIT, "T" OTHERWISE.  *
      *-----------------------------------------------------------*
       2000-CONVERT-ONE-RECORD.
           READ OLD-LIMIT-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES           TO LIMIT-MASTER-RECORD.
           MOVE OL-CUST-ID       TO LM-CUST-ID.
           MOVE OL-NIGHTLY-LIMIT TO LM-NIGHTLY-LIMIT.
           MOVE WS-RUN-DATE      TO LM-SET-DATE.
           MOVE "LIMCONV "       TO LM-SET-BY.
           MOVE "N" TO WS-APPR-FOUND-SWITCH.
           PERFORM 2100-CHECK-ONE-APPROVED
               THRU 2100-CHECK-ONE-APPROVED-EXIT
               VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-COUNT
                   OR WS-APPR-FOUND.
           IF WS-APPR-FOUND
               SET LM-MANUAL-LIMIT TO TRUE
               ADD 1 TO WS-MANUAL-COUNT
           ELSE
               SET LM-TIER-LIMIT TO TRUE
           END-IF.
           WRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LIMCONV: CUSTOMER " OL-CUST-ID
                       " NOT WRITTEN - STATUS " WS-NEW-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-CONVERT-ONE-RECORD-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITTEN-COUNT.
       2000-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       2100-CHECK-ONE-APPROVED.
           IF WS-APPROVED-ID (WS-APPR-IDX) = OL-CUST-ID
               SET WS-APPR-FOUND TO TRUE
           END-IF.
       2100-CHECK-ONE-APPROVED-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OLD-OK OR WS-OLD-EOF
               CLOSE OLD-LIMIT-FILE
           END-IF.
           IF WS-NEW-OK
               CLOSE NEW-LIMIT-FILE
           END-IF.
           DISPLAY "LIMCONV: LIMITS READ      = " WS-READ-COUNT.
           DISPLAY "LIMCONV: LIMITS CONVERTED = " WS-WRITTEN-COUNT.
           DISPLAY "LIMCONV: KEPT AS MANUAL   = " WS-MANUAL-COUNT.
           DISPLAY "LIMCONV: LIMITS REJECTED  = " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LIMCONV.
