      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly coming-of-age run over the MINORMAS minor
      * register that intake and CUSTLOAD keep through MINORREG.
      * Every customer still flagged as a minor whose majority date
      * has arrived is listed on the MINRPT report, has the minor
      * flag cleared (status "A" with the date cleared), has the
      * minor limit on LIMITMAS handed back to the tier schedule so
      * the next nightly LIMREFR sets the full tier limit, and is
      * queued for a fresh KYC review through the shared KYCUPD so
      * the review comes onto this month's KYCRPT worklist.  A
      * manually approved limit is left as it is.  A sensitive
      * customer's name is not printed.  RC 4 means a customer could
      * not be cleared or queued and is listed for follow-up.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINOR-MASTER-FILE ASSIGN TO "MINORMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MN-CUST-ID
               FILE STATUS IS WS-MINOR-FILE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT MINOR-REPORT-FILE ASSIGN TO "MINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MINOR-MASTER-FILE.
       01  MINOR-MASTER-RECORD.
           05  MN-CUST-ID              PIC 9(06).
           05  MN-DATE-OF-BIRTH        PIC X(08).
           05  MN-MAJORITY-DATE        PIC X(08).
           05  MN-GUARDIAN-ID          PIC 9(06).
           05  MN-STATUS               PIC X(01).
               88  MN-IS-MINOR                   VALUE "M".
               88  MN-HAS-COME-OF-AGE            VALUE "A".
           05  MN-OPENED-DATE          PIC X(08).
           05  MN-OPENED-BY            PIC X(08).
           05  MN-CLEARED-DATE         PIC X(08).
           05  FILLER                  PIC X(07).

       FD  LIMIT-MASTER-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
               88  LM-MINOR-LIMIT                VALUE "Y".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

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
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  MINOR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MINOR-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MINOR-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-MINOR-OK                       VALUE "00".
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LIMIT-OK                       VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-MINOR-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-MINOR-EOF                      VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-MINOR-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-MINOR-IS-OPEN                  VALUE "Y".
       01  WS-LIMIT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-LIMIT-IS-OPEN                  VALUE "Y".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE "MINORAGE".
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-CUST-ID              PIC 9(06) VALUE ZERO.
       01  WS-KYC-RATING               PIC X(01) VALUE SPACE.
       01  WS-KYC-REVIEW-DATE          PIC X(08) VALUE SPACES.
       01  WS-KYC-NEXT-DATE            PIC X(08) VALUE SPACES.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-QUEUED                     VALUE "Y".
           88  WS-KYC-NOT-ON-FILE                VALUE "N".
       77  WS-MINOR-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-STILL-MINOR-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-OF-AGE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-LIMIT-FREED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-KYC-QUEUED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-KYC-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "MINORAGE - CUSTOMERS COME OF AGE".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(42)
               VALUE "CUST   NAME                      OF AGE   ".
           05  FILLER                  PIC X(38)
               VALUE "GUARD  LIMIT   KYC REVIEW".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-NAME              PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-MAJORITY-DATE     PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-GUARDIAN-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-LIMIT             PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-KYC               PIC X(23).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(30).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "MINORAGE       ", "MINORMAS".
           CALL "ENVCHK" USING "MINORAGE       ", "LIMITMAS".
           CALL "ENVCHK" USING "MINORAGE       ", "CUSTMAS ".
           CALL "ENVCHK" USING "MINORAGE       ", "KYCMAS  ".
           CALL "ENVCHK" USING "MINORAGE       ", "MINRPT  ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ONE-MINOR
               THRU 2000-CHECK-ONE-MINOR-EXIT
               UNTIL WS-MINOR-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT, THE REGISTER, LIMITMAS  *
      * AND CUSTMAS.  NO REGISTER YET MEANS NO MINORS HAVE BEEN    *
      * OPENED AND THE RUN IS QUIET.                               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MINOR-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "MINORAGE       ", "MINRPT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MINOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE MINOR-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO MINOR-REPORT-LINE.
           WRITE MINOR-REPORT-LINE.
           WRITE MINOR-REPORT-LINE FROM WS-HEADING-2.
           OPEN I-O MINOR-MASTER-FILE.
           IF WS-MINOR-FILE-STATUS = "35"
               MOVE "NO MINORMAS REGISTER - NO MINORS ON FILE."
                   TO MINOR-REPORT-LINE
               WRITE MINOR-REPORT-LINE
               SET WS-MINOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-MINOR-OK
               CALL "FILERR" USING "MINORAGE       ", "MINORMAS",
                   "OPEN-IO ", WS-MINOR-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MINOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-MINOR-IS-OPEN TO TRUE.
           OPEN I-O LIMIT-MASTER-FILE.
           IF NOT WS-LIMIT-OK
               CALL "FILERR" USING "MINORAGE       ", "LIMITMAS",
                   "OPEN-IO ", WS-LIMIT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MINOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-LIMIT-IS-OPEN TO TRUE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "MINORAGE       ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-MINOR-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUST-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-MINOR - A REGISTER ROW STILL FLAGGED AS A   *
      * MINOR WHOSE MAJORITY DATE HAS ARRIVED IS CLEARED, ITS      *
      * LIMIT RELEASED AND A KYC REVIEW QUEUED.                    *
      *-----------------------------------------------------------*
       2000-CHECK-ONE-MINOR.
           READ MINOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MINOR-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-MINOR-EXIT
           END-READ.
           IF NOT MN-IS-MINOR
               GO TO 2000-CHECK-ONE-MINOR-EXIT
           END-IF.
           ADD 1 TO WS-MINOR-COUNT.
           IF MN-MAJORITY-DATE > WS-RUN-DATE
               ADD 1 TO WS-STILL-MINOR-COUNT
               GO TO 2000-CHECK-ONE-MINOR-EXIT
           END-IF.
           SET MN-HAS-COME-OF-AGE TO TRUE.
           MOVE WS-RUN-DATE TO MN-CLEARED-DATE.
           REWRITE MINOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MINORAGE: REGISTER ROW FOR " MN-CUST-ID
                       " NOT REWRITTEN - STATUS "
                       WS-MINOR-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2000-CHECK-ONE-MINOR-EXIT
           END-REWRITE.
           ADD 1 TO WS-OF-AGE-COUNT.
           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE MN-CUST-ID         TO WS-DL-CUST-ID.
           MOVE MN-MAJORITY-DATE   TO WS-DL-MAJORITY-DATE.
           MOVE MN-GUARDIAN-ID     TO WS-DL-GUARDIAN-ID.
           PERFORM 2100-FIND-NAME
               THRU 2100-FIND-NAME-EXIT.
           PERFORM 2200-RELEASE-LIMIT
               THRU 2200-RELEASE-LIMIT-EXIT.
           PERFORM 2300-QUEUE-KYC-REVIEW
               THRU 2300-QUEUE-KYC-REVIEW-EXIT.
           WRITE MINOR-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-CHECK-ONE-MINOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-NAME - THE CUSTOMER'S NAME FOR THE REPORT,       *
      * WITHHELD FOR A SENSITIVE CUSTOMER.                         *
      *-----------------------------------------------------------*
       2100-FIND-NAME.
           MOVE MN-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON CUSTMAS" TO WS-DL-NAME
                   GO TO 2100-FIND-NAME-EXIT
           END-READ.
           IF CM-IS-SENSITIVE
               MOVE "*** SENSITIVE ***" TO WS-DL-NAME
           ELSE
               MOVE CM-NAME TO WS-DL-NAME
           END-IF.
       2100-FIND-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-LIMIT - HAND A MINOR LIMIT BACK TO THE TIER   *
      * SCHEDULE.  THE NEXT NIGHTLY LIMREFR SETS THE BUCKET'S FULL *
      * LIMIT AS "NOW TIER-MANAGED".  A MANUAL LIMIT STAYS PUT.    *
      *-----------------------------------------------------------*
       2200-RELEASE-LIMIT.
           MOVE MN-CUST-ID TO LM-CUST-ID.
           READ LIMIT-MASTER-FILE
               INVALID KEY
                   MOVE "NONE" TO WS-DL-LIMIT
                   GO TO 2200-RELEASE-LIMIT-EXIT
           END-READ.
           IF NOT LM-MINOR-LIMIT
               IF LM-MANUAL-LIMIT
                   MOVE "MANUAL" TO WS-DL-LIMIT
               ELSE
                   MOVE "TIER" TO WS-DL-LIMIT
               END-IF
               GO TO 2200-RELEASE-LIMIT-EXIT
           END-IF.
           SET LM-TIER-LIMIT  TO TRUE.
           MOVE SPACES        TO LM-TIER-BUCKET.
           MOVE WS-RUN-DATE   TO LM-SET-DATE.
           MOVE WS-OPERATOR-ID TO LM-SET-BY.
           REWRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   MOVE "ERROR" TO WS-DL-LIMIT
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 2200-RELEASE-LIMIT-EXIT
           END-REWRITE.
           ADD 1 TO WS-LIMIT-FREED-COUNT.
           MOVE "FREED" TO WS-DL-LIMIT.
       2200-RELEASE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-QUEUE-KYC-REVIEW - BRING THE NEXT KYC REVIEW FORWARD  *
      * TO TODAY THROUGH KYCUPD.  A CUSTOMER WITH NO REVIEW ON     *
      * FILE IS ALREADY ON KYCRPT AS MISSING.                      *
      *-----------------------------------------------------------*
       2300-QUEUE-KYC-REVIEW.
           MOVE "Q"    TO WS-KYC-FUNCTION.
           MOVE MN-CUST-ID TO WS-KYC-CUST-ID.
           MOVE SPACE  TO WS-KYC-RATING.
           MOVE SPACES TO WS-KYC-REVIEW-DATE.
           MOVE SPACES TO WS-KYC-NEXT-DATE.
           MOVE SPACE  TO WS-KYC-RESULT.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, WS-KYC-CUST-ID,
               WS-KYC-RATING, WS-KYC-REVIEW-DATE, WS-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           IF WS-KYC-QUEUED
               ADD 1 TO WS-KYC-QUEUED-COUNT
               MOVE SPACES TO WS-DL-KYC
               STRING "DUE " DELIMITED BY SIZE
                   WS-KYC-NEXT-DATE DELIMITED BY SIZE
                   INTO WS-DL-KYC
               GO TO 2300-QUEUE-KYC-REVIEW-EXIT
           END-IF.
           IF WS-KYC-NOT-ON-FILE
               ADD 1 TO WS-NO-KYC-COUNT
               MOVE "NONE ON FILE - MISSING" TO WS-DL-KYC
               GO TO 2300-QUEUE-KYC-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE "NOT QUEUED - FOLLOW UP" TO WS-DL-KYC.
       2300-QUEUE-KYC-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, REPORT.       *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO MINOR-REPORT-LINE
               WRITE MINOR-REPORT-LINE
               MOVE "MINORS ON THE REGISTER      = " TO WS-TL-LABEL
               MOVE WS-MINOR-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "COME OF AGE - FLAG CLEARED  = " TO WS-TL-LABEL
               MOVE WS-OF-AGE-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MINOR LIMITS RELEASED       = " TO WS-TL-LABEL
               MOVE WS-LIMIT-FREED-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "KYC REVIEWS QUEUED          = " TO WS-TL-LABEL
               MOVE WS-KYC-QUEUED-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "NO KYC REVIEW ON FILE       = " TO WS-TL-LABEL
               MOVE WS-NO-KYC-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "STILL MINORS                = " TO WS-TL-LABEL
               MOVE WS-STILL-MINOR-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "ERRORS - FOLLOW UP          = " TO WS-TL-LABEL
               MOVE WS-ERROR-COUNT TO WS-TL-COUNT
               WRITE MINOR-REPORT-LINE FROM WS-TOTAL-LINE
               CLOSE MINOR-REPORT-FILE
           END-IF.
           IF WS-MINOR-IS-OPEN
               CLOSE MINOR-MASTER-FILE
           END-IF.
           IF WS-LIMIT-IS-OPEN
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "C" TO WS-KYC-FUNCTION.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, WS-KYC-CUST-ID,
               WS-KYC-RATING, WS-KYC-REVIEW-DATE, WS-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           DISPLAY "MINORAGE: COME OF AGE     = " WS-OF-AGE-COUNT.
           DISPLAY "MINORAGE: LIMITS RELEASED = " WS-LIMIT-FREED-COUNT.
           DISPLAY "MINORAGE: KYC QUEUED      = " WS-KYC-QUEUED-COUNT.
           IF RETURN-CODE < 4
               AND WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM MINORAGE.
