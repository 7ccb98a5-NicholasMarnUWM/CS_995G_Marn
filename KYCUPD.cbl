      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared update of the KYCMAS know-your-customer
      * review file, called by the intake dialog when a customer is
      * created and by CUSTMAINT when a periodic review is recorded.
      * Function "S" sets one customer's risk rating - "L" low, "M"
      * medium, "H" high - with the date the review was done (blank
      * means today) and the date the next review falls due.  A
      * blank next-review date is worked out from the rating: three
      * years on for low risk, two for medium, one for high (29
      * February stepping back to the 28th in a common year).  The
      * record is stamped with the operator and date of the change.
      * The result returned is "Y" recorded, "N" refused (bad
      * rating or date) or "U" when KYCMAS cannot be opened.  The
      * file is opened I-O on the first call, created empty when
      * genuinely absent, and function "C" closes it at the end of
      * the caller's run.  Function "Q" queues a fresh review by
      * bringing the next-review date forward to today.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDED FUNCTION "Q" - QUEUE A FRESH REVIEW BY
      *                 BRINGING THE NEXT-REVIEW DATE FORWARD TO TODAY,
      *                 FOR THE MONTHLY COMING-OF-AGE RUN.
      * 10/15/2026  NM  THE FIRST CALL CHECKS EVERY DATASET THE ROUTINE
      *                 UPDATES THROUGH THE SHARED ENVCHK GUARD AGAINST
      *                 THE RUN'S ENVIRONMENT BEFORE IT IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 RUN WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KYC-REVIEW-FILE.
       01  KYC-REVIEW-RECORD.
           05  KY-CUST-ID              PIC 9(06).
           05  KY-RISK-RATING          PIC X(01).
           05  KY-LAST-REVIEW-DATE     PIC X(08).
           05  KY-NEXT-REVIEW-DATE     PIC X(08).
           05  KY-CHANGED-DATE         PIC X(08).
           05  KY-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-KYC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-KYC-OK                         VALUE "00".
           88  WS-KYC-NOT-FOUND                  VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-KYC-OPEN                       VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-REVIEW-ON-FILE                 VALUE "Y".
       01  WS-TODAY                    PIC X(08) VALUE SPACES.
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-NEXT-WORK                PIC X(08) VALUE SPACES.
       01  WS-NEXT-WORK-NUM REDEFINES WS-NEXT-WORK.
           05  WS-NW-YEAR              PIC 9(04).
           05  WS-NW-MONTH             PIC 9(02).
           05  WS-NW-DAY               PIC 9(02).
       01  WS-CYCLE-YEARS              PIC 9(01) VALUE ZERO.
       01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4               PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-100             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-400             PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.
       01  KYC-FUNCTION                PIC X(01).
           88  KYC-SET-REVIEW                    VALUE "S".
           88  KYC-QUEUE-REVIEW                  VALUE "Q".
           88  KYC-CLOSE                         VALUE "C".
       01  KYC-CUST-ID                 PIC 9(06).
       01  KYC-RATING                  PIC X(01).
           88  KYC-RATING-VALID                  VALUE "L" "M" "H".
       01  KYC-REVIEW-DATE             PIC X(08).
       01  KYC-NEXT-REVIEW-DATE        PIC X(08).
       01  KYC-OPERATOR-ID             PIC X(08).
       01  KYC-RESULT                  PIC X(01).

       PROCEDURE DIVISION USING KYC-FUNCTION, KYC-CUST-ID,
           KYC-RATING, KYC-REVIEW-DATE, KYC-NEXT-REVIEW-DATE,
           KYC-OPERATOR-ID, KYC-RESULT.
       0000-MAINLINE.
           IF KYC-CLOSE
               IF WS-KYC-OPEN
                   CLOSE KYC-REVIEW-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "U" TO KYC-RESULT.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-KYC-FILE
                   THRU 1000-OPEN-KYC-FILE-EXIT
           END-IF.
           IF NOT WS-KYC-OPEN
               GOBACK
           END-IF.
           IF KYC-QUEUE-REVIEW
               PERFORM 3000-QUEUE-REVIEW
                   THRU 3000-QUEUE-REVIEW-EXIT
           ELSE
               PERFORM 2000-SET-REVIEW
                   THRU 2000-SET-REVIEW-EXIT
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-KYC-FILE - FIRST CALL ONLY.                      *
      *-----------------------------------------------------------*
       1000-OPEN-KYC-FILE.
           SET WS-OPEN-TRIED TO TRUE.
      * THE FIRST CALL OF THE RUN PROVES THE DATASET BELONGS TO THE
      * RUN'S ENVIRONMENT BEFORE IT IS OPENED FOR UPDATE - ENVCHK
      * STOPS THE CALLER WITH RETURN-CODE 20 WHEN IT DOES NOT.
           CALL "ENVCHK" USING "KYCUPD         ", "KYCMAS  ".
           OPEN I-O KYC-REVIEW-FILE.
           IF WS-KYC-NOT-FOUND
               OPEN OUTPUT KYC-REVIEW-FILE
               CLOSE KYC-REVIEW-FILE
               OPEN I-O KYC-REVIEW-FILE
           END-IF.
           IF NOT WS-KYC-OK
               CALL "FILERR" USING "KYCUPD         ", "KYCMAS  ",
                   "OPEN-IO ", WS-KYC-FILE-STATUS, "N"
               DISPLAY "KYCUPD: KYCMAS NOT AVAILABLE - ",
                   "REVIEWS NOT RECORDED."
               GO TO 1000-OPEN-KYC-FILE-EXIT
           END-IF.
           SET WS-KYC-OPEN TO TRUE.
       1000-OPEN-KYC-FILE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SET-REVIEW - VALIDATE, WORK OUT THE NEXT REVIEW DATE  *
      * WHEN NONE WAS GIVEN, AND WRITE OR REWRITE THE ROW.         *
      *-----------------------------------------------------------*
       2000-SET-REVIEW.
           MOVE "N" TO KYC-RESULT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF NOT KYC-RATING-VALID
               GO TO 2000-SET-REVIEW-EXIT
           END-IF.
           IF KYC-REVIEW-DATE = SPACES
               MOVE WS-TODAY TO KYC-REVIEW-DATE
           END-IF.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           CALL "NUMCHECK" USING KYC-REVIEW-DATE, "D",
               WS-DATE-VALID-SWITCH, "KYCUPD         ".
           IF NOT WS-DATE-IS-VALID
               OR KYC-REVIEW-DATE > WS-TODAY
               GO TO 2000-SET-REVIEW-EXIT
           END-IF.
           IF KYC-NEXT-REVIEW-DATE = SPACES
               PERFORM 2100-COMPUTE-NEXT-REVIEW
                   THRU 2100-COMPUTE-NEXT-REVIEW-EXIT
           ELSE
               MOVE "N" TO WS-DATE-VALID-SWITCH
               CALL "NUMCHECK" USING KYC-NEXT-REVIEW-DATE, "D",
                   WS-DATE-VALID-SWITCH, "KYCUPD         "
               IF NOT WS-DATE-IS-VALID
                   OR KYC-NEXT-REVIEW-DATE NOT > KYC-REVIEW-DATE
                   GO TO 2000-SET-REVIEW-EXIT
               END-IF
           END-IF.
           MOVE KYC-CUST-ID TO KY-CUST-ID.
           READ KYC-REVIEW-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-REVIEW-ON-FILE TO TRUE
           END-READ.
           IF NOT WS-REVIEW-ON-FILE
               MOVE SPACES      TO KYC-REVIEW-RECORD
               MOVE KYC-CUST-ID TO KY-CUST-ID
           END-IF.
           MOVE KYC-RATING           TO KY-RISK-RATING.
           MOVE KYC-REVIEW-DATE      TO KY-LAST-REVIEW-DATE.
           MOVE KYC-NEXT-REVIEW-DATE TO KY-NEXT-REVIEW-DATE.
           MOVE WS-TODAY             TO KY-CHANGED-DATE.
           MOVE KYC-OPERATOR-ID      TO KY-CHANGED-BY.
           IF WS-REVIEW-ON-FILE
               REWRITE KYC-REVIEW-RECORD
                   INVALID KEY
                       MOVE "U" TO KYC-RESULT
                       GO TO 2000-SET-REVIEW-EXIT
               END-REWRITE
           ELSE
               WRITE KYC-REVIEW-RECORD
                   INVALID KEY
                       MOVE "U" TO KYC-RESULT
                       GO TO 2000-SET-REVIEW-EXIT
               END-WRITE
           END-IF.
           MOVE "Y" TO KYC-RESULT.
       2000-SET-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-COMPUTE-NEXT-REVIEW - THE REVIEW DATE PLUS THE        *
      * RATING'S CYCLE IN WHOLE YEARS.                             *
      *-----------------------------------------------------------*
       2100-COMPUTE-NEXT-REVIEW.
           EVALUATE KYC-RATING
               WHEN "H"
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN "M"
                   MOVE 2 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE.
           MOVE KYC-REVIEW-DATE TO WS-NEXT-WORK.
           ADD WS-CYCLE-YEARS TO WS-NW-YEAR.
           IF WS-NW-MONTH = 2 AND WS-NW-DAY = 29
               DIVIDE WS-NW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-NW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-NW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
                   MOVE 28 TO WS-NW-DAY
               END-IF
           END-IF.
           MOVE WS-NEXT-WORK TO KYC-NEXT-REVIEW-DATE.
       2100-COMPUTE-NEXT-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-QUEUE-REVIEW - BRING A CUSTOMER'S NEXT REVIEW FORWARD *
      * TO TODAY SO IT COMES ONTO THE REVIEW WORKLIST NOW.  THE    *
      * RATING AND LAST REVIEW ARE LEFT ALONE, AND A REVIEW        *
      * ALREADY DUE IS NOT MOVED.  A CUSTOMER WITH NO ROW IS       *
      * REFUSED - KYCRPT ALREADY LISTS THEM AS MISSING.            *
      *-----------------------------------------------------------*
       3000-QUEUE-REVIEW.
           MOVE "N" TO KYC-RESULT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE KYC-CUST-ID TO KY-CUST-ID.
           READ KYC-REVIEW-FILE
               INVALID KEY
                   GO TO 3000-QUEUE-REVIEW-EXIT
           END-READ.
           IF KY-NEXT-REVIEW-DATE > WS-TODAY
               OR KY-NEXT-REVIEW-DATE = SPACES
               MOVE WS-TODAY        TO KY-NEXT-REVIEW-DATE
               MOVE WS-TODAY        TO KY-CHANGED-DATE
               MOVE KYC-OPERATOR-ID TO KY-CHANGED-BY
               REWRITE KYC-REVIEW-RECORD
                   INVALID KEY
                       MOVE "U" TO KYC-RESULT
                       GO TO 3000-QUEUE-REVIEW-EXIT
               END-REWRITE
           END-IF.
           MOVE KY-RISK-RATING      TO KYC-RATING.
           MOVE KY-NEXT-REVIEW-DATE TO KYC-NEXT-REVIEW-DATE.
           MOVE "Y" TO KYC-RESULT.
       3000-QUEUE-REVIEW-EXIT.
           EXIT.

       END PROGRAM KYCUPD.
