      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly tier-change letters for the print bureau.
      * Every bucket change TIERSTEP wrote to the TIERTENH tenure
      * history today is joined to the customer's name and address on
      * CUSTMAS and written to the TIERLTR letter file with the old
      * and new bucket, the monthly fee for the new bucket from the
      * TIERRATE table TIERFEE prices by, and the date the change took
      * effect - so the customer hears about the move before a
      * different fee turns up on the statement.  A first assignment
      * is not a change and gets no letter.  A customer whose
      * statements are held ("Y") or on returned-mail hold ("R", the
      * bureau cannot deliver to the address) is left out and
      * counted, as is an account no longer active on CUSTMAS.  The
      * file ends with a "T" trailer carrying the letter count and a
      * fee hash total so the bureau can prove the file complete.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERLTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-TENURE-FILE ASSIGN TO "TIERTENH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TENH-FILE-STATUS.
           SELECT TIER-RATE-FILE ASSIGN TO "TIERRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT TIER-LETTER-FILE ASSIGN TO "TIERLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-TENURE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 46 CHARACTERS.
       01  TIER-TENURE-RECORD.
           05  TN-ACCOUNT-ID           PIC 9(06).
           05  TN-CHANGE-DATE          PIC X(08).
           05  TN-OLD-BUCKET           PIC X(16).
           05  TN-NEW-BUCKET           PIC X(16).

       FD  TIER-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01  TIER-RATE-RECORD.
           05  TF-BUCKET               PIC X(16).
           05  TF-FEE-AMOUNT           PIC 9(05)V9(02).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
           05  CM-NAME                 PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET           PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-REGION           PIC X(02).
               10  CM-POSTAL-CODE      PIC X(09).
           05  CM-DATE-OF-BIRTH        PIC X(08).
           05  CM-SENSITIVE-FLAG       PIC X(01).
               88  CM-IS-SENSITIVE               VALUE "Y".
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
               88  CM-IS-INACTIVE                VALUE "I".
               88  CM-IS-MERGED                  VALUE "M".
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  TIER-LETTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.
       01  TIER-LETTER-RECORD.
           05  LT-RECORD-TYPE          PIC X(01).
           05  LT-CUST-ID              PIC 9(06).
           05  LT-NAME                 PIC X(30).
           05  LT-ADDRESS.
               10  LT-STREET           PIC X(20).
               10  LT-CITY             PIC X(15).
               10  LT-REGION           PIC X(02).
               10  LT-POSTAL-CODE      PIC X(09).
           05  LT-OLD-BUCKET           PIC X(16).
           05  LT-NEW-BUCKET           PIC X(16).
           05  LT-NEW-FEE              PIC 9(05)V9(02).
           05  LT-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(10).
       01  TIER-LETTER-TRAILER REDEFINES TIER-LETTER-RECORD.
           05  LX-RECORD-TYPE          PIC X(01).
           05  LX-LETTER-COUNT         PIC 9(07).
           05  LX-FEE-HASH-TOTAL       PIC 9(09)V9(02).
           05  LX-RUN-DATE             PIC X(08).
           05  FILLER                  PIC X(113).

       WORKING-STORAGE SECTION.
       01  WS-TENH-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-TENH-OK                        VALUE "00".
           88  WS-TENH-NOT-FOUND                 VALUE "35".
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RATE-OK                        VALUE "00".
           88  WS-RATE-EOF                       VALUE "10".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-LTR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LTR-OK                         VALUE "00".
       01  WS-TENH-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-TENH-EOF                       VALUE "Y".
       01  WS-LTR-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-LTR-IS-OPEN                    VALUE "Y".
       01  WS-TENH-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-TENH-IS-OPEN                   VALUE "Y".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RATE-TABLE.
           05  WS-RTE-ENTRY OCCURS 10 TIMES.
               10  WS-RTE-BUCKET       PIC X(16).
               10  WS-RTE-FEE          PIC 9(05)V9(02).
       77  WS-RTE-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-RTE-IDX                  PIC 9(02) COMP VALUE ZERO.
       77  WS-RTE-MATCH-IDX            PIC 9(02) COMP VALUE ZERO.
       77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-LETTER-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDELIVERABLE-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ACTIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-RATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-FEE-HASH-TOTAL           PIC 9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ONE-CHANGE
               THRU 2000-PROCESS-ONE-CHANGE-EXIT
               UNTIL WS-TENH-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE LETTER FILE, LOAD THE TIERRATE  *
      * FEES, AND OPEN CUSTMAS AND TIERTENH.  NO TENURE HISTORY    *
      * MEANS NO BUCKET HAS EVER CHANGED - AN EMPTY FILE WITH ITS  *
      * TRAILER STILL GOES TO THE BUREAU.                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT TIER-LETTER-FILE.
           IF NOT WS-LTR-OK
               CALL "FILERR" USING "TIERLTR        ", "TIERLTR ",
                   "OPEN-OUT", WS-LTR-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-TENH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-LTR-IS-OPEN TO TRUE.
           PERFORM 1100-LOAD-RATE-TABLE
               THRU 1100-LOAD-RATE-TABLE-EXIT.
           IF WS-RTE-COUNT = 0
               DISPLAY "TIERLTR: NO TIERRATE TABLE - NO LETTERS ",
                   "WRITTEN."
               MOVE 8 TO RETURN-CODE
               SET WS-TENH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "TIERLTR        ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-TENH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUST-IS-OPEN TO TRUE.
           OPEN INPUT TIER-TENURE-FILE.
           IF WS-TENH-NOT-FOUND
               DISPLAY "TIERLTR: NO TIERTENH HISTORY - NO TIER ",
                   "CHANGES TO NOTIFY."
               SET WS-TENH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-TENH-OK
               CALL "FILERR" USING "TIERLTR        ", "TIERTENH",
                   "OPEN-IN ", WS-TENH-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-TENH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-TENH-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RTE-COUNT.
           OPEN INPUT TIER-RATE-FILE.
           IF WS-RATE-OK
               PERFORM 1110-LOAD-ONE-RATE
                   THRU 1110-LOAD-ONE-RATE-EXIT
                   UNTIL WS-RATE-EOF
                   OR WS-RTE-COUNT = 10
               CLOSE TIER-RATE-FILE
           END-IF.
       1100-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1110-LOAD-ONE-RATE.
           READ TIER-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF TF-FEE-AMOUNT IS NUMERIC
                       ADD 1 TO WS-RTE-COUNT
                       MOVE TF-BUCKET
                           TO WS-RTE-BUCKET(WS-RTE-COUNT)
                       MOVE TF-FEE-AMOUNT
                           TO WS-RTE-FEE(WS-RTE-COUNT)
                   END-IF
           END-READ.
       1110-LOAD-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-CHANGE - PICK OUT TODAY'S BUCKET MOVES    *
      * AND WRITE A LETTER FOR EACH MAILABLE CUSTOMER.             *
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-CHANGE.
           READ TIER-TENURE-FILE
               AT END
                   SET WS-TENH-EOF TO TRUE
                   GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-READ.
           IF TN-CHANGE-DATE NOT = WS-RUN-DATE
               OR TN-OLD-BUCKET = SPACES
               GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE TN-ACCOUNT-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ACTIVE-COUNT
                   GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-READ.
           IF CM-IS-INACTIVE OR CM-IS-MERGED
               ADD 1 TO WS-NOT-ACTIVE-COUNT
               GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-IF.
           IF CM-STMT-RETURNED-MAIL
               ADD 1 TO WS-UNDELIVERABLE-COUNT
               GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-IF.
           IF CM-STMT-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-PROCESS-ONE-CHANGE-EXIT
           END-IF.
           PERFORM 2100-FIND-BUCKET-RATE
               THRU 2100-FIND-BUCKET-RATE-EXIT.
           MOVE SPACES              TO TIER-LETTER-RECORD.
           MOVE "L"                 TO LT-RECORD-TYPE.
           MOVE CM-CUST-ID          TO LT-CUST-ID.
           MOVE CM-NAME             TO LT-NAME.
           MOVE CM-CUSTOMER-ADDRESS TO LT-ADDRESS.
           MOVE TN-OLD-BUCKET       TO LT-OLD-BUCKET.
           MOVE TN-NEW-BUCKET       TO LT-NEW-BUCKET.
           IF WS-RTE-MATCH-IDX = 0
               MOVE ZERO TO LT-NEW-FEE
               ADD 1 TO WS-NO-RATE-COUNT
           ELSE
               MOVE WS-RTE-FEE(WS-RTE-MATCH-IDX) TO LT-NEW-FEE
           END-IF.
           MOVE TN-CHANGE-DATE      TO LT-EFFECTIVE-DATE.
           WRITE TIER-LETTER-RECORD.
           ADD 1 TO WS-LETTER-COUNT.
           ADD LT-NEW-FEE TO WS-FEE-HASH-TOTAL.
       2000-PROCESS-ONE-CHANGE-EXIT.
           EXIT.

       2100-FIND-BUCKET-RATE.
           MOVE ZERO TO WS-RTE-MATCH-IDX.
           PERFORM 2110-CHECK-ONE-RATE
               THRU 2110-CHECK-ONE-RATE-EXIT
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-COUNT
               OR WS-RTE-MATCH-IDX > 0.
       2100-FIND-BUCKET-RATE-EXIT.
           EXIT.

       2110-CHECK-ONE-RATE.
           IF WS-RTE-BUCKET(WS-RTE-IDX) = TN-NEW-BUCKET
               MOVE WS-RTE-IDX TO WS-RTE-MATCH-IDX
           END-IF.
       2110-CHECK-ONE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE CONTROL TRAILER, CLOSE UP, AND  *
      * REPORT WHAT WAS MAILED AND WHAT WAS LEFT OUT.              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-LTR-IS-OPEN
               MOVE SPACES            TO TIER-LETTER-TRAILER
               MOVE "T"               TO LX-RECORD-TYPE
               MOVE WS-LETTER-COUNT   TO LX-LETTER-COUNT
               MOVE WS-FEE-HASH-TOTAL TO LX-FEE-HASH-TOTAL
               MOVE WS-RUN-DATE       TO LX-RUN-DATE
               WRITE TIER-LETTER-RECORD
               CLOSE TIER-LETTER-FILE
           END-IF.
           IF WS-TENH-IS-OPEN
               CLOSE TIER-TENURE-FILE
           END-IF.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "TIERLTR: TIER CHANGES TODAY       = "
               WS-CHANGE-COUNT.
           DISPLAY "TIERLTR: LETTERS WRITTEN          = "
               WS-LETTER-COUNT.
           DISPLAY "TIERLTR: LEFT OUT - STMT HELD     = "
               WS-HELD-COUNT.
           DISPLAY "TIERLTR: LEFT OUT - UNDELIVERABLE = "
               WS-UNDELIVERABLE-COUNT.
           DISPLAY "TIERLTR: LEFT OUT - NOT ACTIVE    = "
               WS-NOT-ACTIVE-COUNT.
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "TIERLTR: LETTERS WITH NO TIERRATE FEE = "
                   WS-NO-RATE-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF RETURN-CODE < 4
               AND WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM TIERLTR.
