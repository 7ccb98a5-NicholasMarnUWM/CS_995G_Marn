      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared know-your-customer review check against the
      * KYCMAS review file that intake and CUSTMAINT keep through
      * KYCUPD.  Function "V" looks up one customer's risk rating and
      * next-review date and answers "C" current (review not yet
      * due), "G" overdue but still inside the grace period, "E"
      * expired (past the review date by more than the grace period),
      * "N" no review on file, or "X" when KYCMAS itself cannot be
      * read.  COBOL-ADDITION and TELLER refuse new adds for an
      * expired customer; reversals are never refused.  The grace
      * period is a number of calendar days on the optional KYCPRM
      * card (columns 1-3), 30 days when the card is absent, and the
      * day count comes from the shared DATESRV.  Function "C"
      * closes KYCMAS at the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.
           SELECT KYC-PARM-FILE ASSIGN TO "KYCPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
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

       FD  KYC-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  KYC-PARM-RECORD.
           05  KP-GRACE-DAYS           PIC 9(03).
           05  FILLER                  PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-KYC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-KYC-OK                         VALUE "00".
           88  WS-KYC-NOT-FOUND                  VALUE "35".
       01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PRM-OK                         VALUE "00".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-KYC-OPEN                       VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-GRACE-DAYS               PIC 9(03) VALUE 30.
       01  WS-TODAY                    PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
           88  WS-DATE-GOOD                      VALUE "Y".

       LINKAGE SECTION.
       01  KYC-FUNCTION                PIC X(01).
           88  KYC-VERIFY                        VALUE "V".
           88  KYC-CLOSE                         VALUE "C".
       01  KYC-CUST-ID                 PIC 9(06).
       01  KYC-RESULT                  PIC X(01).
           88  KYC-IS-CURRENT                    VALUE "C".
           88  KYC-IN-GRACE                      VALUE "G".
           88  KYC-IS-EXPIRED                    VALUE "E".
           88  KYC-NOT-ON-FILE                   VALUE "N".
           88  KYC-UNAVAILABLE                   VALUE "X".
       01  KYC-RATING                  PIC X(01).
       01  KYC-NEXT-REVIEW-DATE        PIC X(08).

       PROCEDURE DIVISION USING KYC-FUNCTION, KYC-CUST-ID,
           KYC-RESULT, KYC-RATING, KYC-NEXT-REVIEW-DATE.
       0000-MAINLINE.
           IF KYC-CLOSE
               IF WS-KYC-OPEN
                   CLOSE KYC-REVIEW-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "X"    TO KYC-RESULT.
           MOVE SPACE  TO KYC-RATING.
           MOVE SPACES TO KYC-NEXT-REVIEW-DATE.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-KYC-FILES
                   THRU 1000-OPEN-KYC-FILES-EXIT
           END-IF.
           IF NOT WS-KYC-OPEN
               GOBACK
           END-IF.
           PERFORM 2000-CHECK-REVIEW
               THRU 2000-CHECK-REVIEW-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-KYC-FILES - FIRST CALL ONLY.  THE GRACE PERIOD   *
      * IS TAKEN FROM KYCPRM WHEN A NUMERIC CARD IS PRESENT.       *
      *-----------------------------------------------------------*
       1000-OPEN-KYC-FILES.
           SET WS-OPEN-TRIED TO TRUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 30 TO WS-GRACE-DAYS.
           OPEN INPUT KYC-PARM-FILE.
           IF WS-PRM-OK
               READ KYC-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-GRACE-DAYS IS NUMERIC
                           MOVE KP-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE KYC-PARM-FILE
           END-IF.
           OPEN INPUT KYC-REVIEW-FILE.
           IF WS-KYC-NOT-FOUND
               DISPLAY "KYCCHK: NO KYCMAS REVIEW FILE - ",
                   "REVIEW DATES NOT ENFORCED."
               GO TO 1000-OPEN-KYC-FILES-EXIT
           END-IF.
           IF NOT WS-KYC-OK
               CALL "FILERR" USING "KYCCHK         ", "KYCMAS  ",
                   "OPEN-IN ", WS-KYC-FILE-STATUS, "N"
               GO TO 1000-OPEN-KYC-FILES-EXIT
           END-IF.
           SET WS-KYC-OPEN TO TRUE.
       1000-OPEN-KYC-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-REVIEW - STATE OF THE CUSTOMER'S REVIEW.  A     *
      * REVIEW DATE THAT WILL NOT DATE-CHECK IS TREATED AS DUE     *
      * TODAY, SO IT SHOWS ON THE WORKLIST WITHOUT BLOCKING.       *
      *-----------------------------------------------------------*
       2000-CHECK-REVIEW.
           MOVE KYC-CUST-ID TO KY-CUST-ID.
           READ KYC-REVIEW-FILE
               INVALID KEY
                   MOVE "N" TO KYC-RESULT
                   GO TO 2000-CHECK-REVIEW-EXIT
           END-READ.
           MOVE KY-RISK-RATING      TO KYC-RATING.
           MOVE KY-NEXT-REVIEW-DATE TO KYC-NEXT-REVIEW-DATE.
           IF KY-NEXT-REVIEW-DATE >= WS-TODAY
               MOVE "C" TO KYC-RESULT
               GO TO 2000-CHECK-REVIEW-EXIT
           END-IF.
           MOVE "D" TO WS-DATE-FUNCTION.
           MOVE ZERO TO WS-RESULT-DAYS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, KY-NEXT-REVIEW-DATE,
               WS-TODAY, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-DATE-GOOD
               AND WS-RESULT-DAYS > WS-GRACE-DAYS
               MOVE "E" TO KYC-RESULT
           ELSE
               MOVE "G" TO KYC-RESULT
           END-IF.
       2000-CHECK-REVIEW-EXIT.
           EXIT.

       END PROGRAM KYCCHK.
