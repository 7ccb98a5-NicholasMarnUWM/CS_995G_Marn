      * Date-Compiled: 08/22/2026
      * Purpose: Bridge step between ADDSTEP and TIERSTEP.  Builds the
      * TIERIN classification input from the night's ADDOUT records -
      * one record per account carrying the account's net posted
      * total for the night, a reversal counted as a negative value
      * so a net-negative night lands in the NEGATIVE bucket -
      * skipping the "T" control trailer.  Tiering now always
      * reflects the totals actually posted, and the hand-keyed TIERIN
      * file, with its typos and missed days, goes away.  Cents are
      * dropped; the tier bounds are whole units.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 08/22/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  THE NIGHT'S DETAILS ARE NOW SORTED BY ACCOUNT
      *                 AND NETTED, SO TIERIN CARRIES ONE NIGHTLY
      *                 TOTAL PER ACCOUNT FOR THE ROLLING-AVERAGE
      *                 CLASSIFICATION.  A NET TOTAL BEYOND THE
      *                 SIX-DIGIT FIELD IS HELD AT 999999.
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERFEED.
           SELECT TIER-IN-FILE ASSIGN TO "TIERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIERIN-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-REVERSAL               VALUE "R".
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       FD  TIER-IN-FILE
           RECORDING MODE IS F
           05  TI-USERINPUT            PIC S9(06)
                   SIGN IS LEADING SEPARATE CHARACTER.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-ACCOUNT-ID           PIC 9(06).
           05  SW-AMOUNT               PIC S9(07).

       WORKING-STORAGE SECTION.
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
           88  WS-TIERIN-OK                      VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       77  WS-FED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-CAPPED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-WHOLE-TOTAL              PIC 9(06) VALUE ZERO.
       01  WS-CURR-ACCOUNT-ID          PIC 9(06) VALUE ZERO.
       01  WS-ACCOUNT-NET              PIC S9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-ID
               INPUT PROCEDURE IS 2000-RELEASE-RECORDS
                   THRU 2000-RELEASE-RECORDS-EXIT
               OUTPUT PROCEDURE IS 3000-FEED-ACCOUNTS
                   THRU 3000-FEED-ACCOUNTS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-RECORDS - FEED EVERY ADDOUT DETAIL TO THE    *
      * SORT.  A REVERSAL GOES IN AS A NEGATIVE AMOUNT; THE       *
      * CONTROL TRAILER CARRIES NO ACTIVITY.                      *
      *-----------------------------------------------------------*
       2000-RELEASE-RECORDS.
           PERFORM 2050-RELEASE-ONE-RECORD
               THRU 2050-RELEASE-ONE-RECORD-EXIT
               UNTIL WS-END-OF-FILE.
       2000-RELEASE-RECORDS-EXIT.
           EXIT.

       2050-RELEASE-ONE-RECORD.
           IF NOT OUT-IS-TRAILER
               MOVE OUT-CUST-ID TO SW-ACCOUNT-ID
               MOVE OUT-NUM3    TO WS-WHOLE-TOTAL
               IF OUT-IS-REVERSAL
                   COMPUTE SW-AMOUNT = 0 - WS-WHOLE-TOTAL
               ELSE
                   MOVE WS-WHOLE-TOTAL TO SW-AMOUNT
               END-IF
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-DETAIL-COUNT
           END-IF.
           PERFORM 2100-READ-ADDOUT-RECORD
               THRU 2100-READ-ADDOUT-RECORD-EXIT.
       2050-RELEASE-ONE-RECORD-EXIT.
           EXIT.

       2100-READ-ADDOUT-RECORD.
       2100-READ-ADDOUT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FEED-ACCOUNTS - CONTROL BREAK ON ACCOUNT OVER THE    *
      * SORTED DETAILS: ONE TIERIN RECORD PER ACCOUNT CARRYING    *
      * THE NIGHT'S NET TOTAL.                                    *
      *-----------------------------------------------------------*
       3000-FEED-ACCOUNTS.
           PERFORM 3100-PROCESS-ONE-SORTED
               THRU 3100-PROCESS-ONE-SORTED-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-WRITE-ACCOUNT-TOTAL
                   THRU 3200-WRITE-ACCOUNT-TOTAL-EXIT
           END-IF.
       3000-FEED-ACCOUNTS-EXIT.
           EXIT.

       3100-PROCESS-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
               GO TO 3100-PROCESS-ONE-SORTED-EXIT
           END-IF.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SWITCH
           ELSE
               IF SW-ACCOUNT-ID NOT = WS-CURR-ACCOUNT-ID
                   PERFORM 3200-WRITE-ACCOUNT-TOTAL
                       THRU 3200-WRITE-ACCOUNT-TOTAL-EXIT
               END-IF
           END-IF.
           MOVE SW-ACCOUNT-ID TO WS-CURR-ACCOUNT-ID.
           ADD SW-AMOUNT TO WS-ACCOUNT-NET.
       3100-PROCESS-ONE-SORTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-WRITE-ACCOUNT-TOTAL - WRITE THE ACCOUNT'S NET FOR    *
      * THE NIGHT, HELD WITHIN THE SIX-DIGIT TIERIN FIELD.        *
      *-----------------------------------------------------------*
       3200-WRITE-ACCOUNT-TOTAL.
           MOVE WS-CURR-ACCOUNT-ID TO TI-ACCOUNT-ID.
           IF WS-ACCOUNT-NET > 999999
               MOVE 999999 TO TI-USERINPUT
               ADD 1 TO WS-CAPPED-COUNT
           ELSE
               IF WS-ACCOUNT-NET < -999999
                   MOVE -999999 TO TI-USERINPUT
                   ADD 1 TO WS-CAPPED-COUNT
               ELSE
                   MOVE WS-ACCOUNT-NET TO TI-USERINPUT
               END-IF
           END-IF.
           WRITE TIER-IN-RECORD.
           ADD 1 TO WS-FED-COUNT.
           MOVE ZERO TO WS-ACCOUNT-NET.
       3200-WRITE-ACCOUNT-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES AND REPORT HOW MANY      *
      * RECORDS WERE FED TO THE CLASSIFIER.                       *
       9000-TERMINATE.
           CLOSE ADDITION-OUT-FILE.
           CLOSE TIER-IN-FILE.
           DISPLAY "TIERFEED: ADDOUT DETAILS READ     = "
               WS-DETAIL-COUNT.
           DISPLAY "TIERFEED: ACCOUNTS FED TO TIERIN  = " WS-FED-COUNT.
           IF WS-CAPPED-COUNT > 0
               DISPLAY "TIERFEED: ACCOUNT TOTALS HELD AT THE FIELD ",
                   "LIMIT = " WS-CAPPED-COUNT
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

