      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly know-your-customer review worklist.  Every
      * active or dormant customer on CUSTMAS is checked through the
      * shared KYCCHK, and each one whose review is expired (past the
      * grace period, so new adds are already being rejected), overdue
      * but inside the grace period, falling due before the end of
      * the run month, or not on KYCMAS at all is listed.  The list
      * is ordered by risk rating - high, medium, low, then customers
      * with no review - and within a rating by home branch from
      * BRCHHOME ("NONE" when the customer has never been served at a
      * branch), with a count of each state per rating.  Customers
      * are listed by ID only, so sensitive records need no special
      * handling.  Any expired review ends the step with RC 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT BRANCH-HOME-FILE ASSIGN TO "BRCHHOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-CUST-ID
               FILE STATUS IS WS-BHOME-FILE-STATUS.
           SELECT KYC-REPORT-FILE ASSIGN TO "KYCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  BRANCH-HOME-FILE.
       01  BRANCH-HOME-RECORD.
           05  BH-CUST-ID              PIC 9(06).
           05  BH-BRANCH-CODE          PIC X(04).
           05  BH-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(02).

       FD  KYC-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  KYC-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-EOF                       VALUE "10".
       01  WS-BHOME-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-BHOME-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CUST-SWITCH              PIC X(01) VALUE "N".
           88  WS-CUSTMAS-OPEN                   VALUE "Y".
       01  WS-BHOME-SWITCH             PIC X(01) VALUE "N".
           88  WS-BHOME-AVAILABLE                VALUE "Y".
       01  WS-KYC-SWITCH               PIC X(01) VALUE "Y".
           88  WS-KYC-AVAILABLE                  VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-MONTH-END                PIC X(08) VALUE SPACES.
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-IS-CURRENT                 VALUE "C".
           88  WS-KYC-IN-GRACE                   VALUE "G".
           88  WS-KYC-IS-EXPIRED                 VALUE "E".
           88  WS-KYC-NOT-ON-FILE                VALUE "N".
           88  WS-KYC-UNAVAILABLE                VALUE "X".
       01  WS-KYC-RATING               PIC X(01) VALUE SPACE.
       01  WS-KYC-NEXT-DATE            PIC X(08) VALUE SPACES.
      * ONE ENTRY PER CUSTOMER ON THE WORKLIST, KEPT IN RATING,
      * BRANCH AND CUSTOMER ORDER AS ENTRIES ARE INSERTED.  THE
      * RATING RANK IS 1 HIGH, 2 MEDIUM, 3 LOW, 4 NO REVIEW.
       01  WS-WORK-TABLE.
           05  WS-WT-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-KEY.
                   15  WS-WT-RANK      PIC 9(01).
                   15  WS-WT-BRANCH    PIC X(04).
                   15  WS-WT-CUST-ID   PIC 9(06).
               10  WS-WT-RATING        PIC X(01).
               10  WS-WT-STATE         PIC X(01).
                   88  WS-WT-EXPIRED             VALUE "E".
                   88  WS-WT-IN-GRACE            VALUE "G".
                   88  WS-WT-DUE                 VALUE "D".
                   88  WS-WT-NO-REVIEW           VALUE "N".
               10  WS-WT-NEXT-DATE     PIC X(08).
       77  WS-WT-COUNT                 PIC S9(04) COMP VALUE ZERO.
       77  WS-WT-IDX                   PIC S9(04) COMP VALUE ZERO.
       77  WS-SHIFT-IDX                PIC S9(04) COMP VALUE ZERO.
       01  WS-WT-FULL-SWITCH           PIC X(01) VALUE "N".
           88  WS-WT-TABLE-FULL                  VALUE "Y".
       01  WS-NEW-KEY.
           05  WS-NEW-RANK             PIC 9(01).
           05  WS-NEW-BRANCH           PIC X(04).
           05  WS-NEW-CUST-ID          PIC 9(06).
       01  WS-NEW-STATE                PIC X(01) VALUE SPACE.
       01  WS-PREV-RANK                PIC 9(01) VALUE ZERO.
       77  WS-CUST-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-GRACE-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-DUE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-REVIEW-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-RK-EXPIRED               PIC 9(05) COMP VALUE ZERO.
       77  WS-RK-GRACE                 PIC 9(05) COMP VALUE ZERO.
       77  WS-RK-DUE                   PIC 9(05) COMP VALUE ZERO.
       77  WS-RK-NO-REVIEW             PIC 9(05) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(08) VALUE "RATING".
           05  FILLER                  PIC X(08) VALUE "BRANCH".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(12) VALUE "NEXT REVIEW".
           05  FILLER                  PIC X(30) VALUE "STATE".
       01  WS-RPT-DETAIL.
           05  WS-RD-RATING            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-BRANCH            PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-NEXT-DATE         PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-STATE             PIC X(30).
       01  WS-RPT-SUBTOTAL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-RATING            PIC X(06).
           05  FILLER                  PIC X(12) VALUE " - EXPIRED:".
           05  WS-RS-EXPIRED           PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  IN GRACE:".
           05  WS-RS-GRACE             PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE "  DUE:".
           05  WS-RS-DUE               PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  NO REVIEW:".
           05  WS-RS-NO-REVIEW         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ONE-CUSTOMER
               THRU 2000-CHECK-ONE-CUSTOMER-EXIT
               UNTIL WS-CUST-EOF.
           PERFORM 6000-PRINT-ONE-ENTRY
               THRU 6000-PRINT-ONE-ENTRY-EXIT
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > WS-WT-COUNT.
           IF WS-WT-COUNT > 0
               PERFORM 6200-PRINT-SUBTOTAL
                   THRU 6200-PRINT-SUBTOTAL-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - RUN DATE AND MONTH END, OPEN THE REPORT, *
      * CUSTMAS AND BRCHHOME.  WITHOUT CUSTMAS THERE IS NOTHING    *
      * TO CHECK; WITHOUT BRCHHOME EVERY BRANCH SHOWS AS NONE.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-MONTH-END.
           MOVE "31" TO WS-MONTH-END(7:2).
           OPEN OUTPUT KYC-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "KYCRPT         ", "KYCOUT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "KYC REVIEW WORKLIST RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - EXPIRED, IN GRACE, DUE BY MONTH END, NO REVIEW"
               DELIMITED BY SIZE
               INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE SPACES TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "KYCRPT         ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               MOVE "  *** CUSTMAS NOT AVAILABLE - NO WORKLIST ***"
                   TO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-CUST-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUSTMAS-OPEN TO TRUE.
           OPEN INPUT BRANCH-HOME-FILE.
           IF WS-BHOME-OK
               SET WS-BHOME-AVAILABLE TO TRUE
           ELSE
               MOVE "  *** BRCHHOME NOT AVAILABLE - NO BRANCHES ***"
                   TO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-CUSTOMER - ACTIVE AND DORMANT CUSTOMERS     *
      * ONLY.  A CURRENT REVIEW IS LISTED ONLY WHEN IT FALLS DUE   *
      * BY THE END OF THE RUN MONTH.                               *
      *-----------------------------------------------------------*
       2000-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-READ.
           IF NOT CM-IS-ACTIVE AND NOT CM-IS-DORMANT
               GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CUST-READ-COUNT.
           MOVE "V" TO WS-KYC-FUNCTION.
           CALL "KYCCHK" USING WS-KYC-FUNCTION, CM-CUST-ID,
               WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE.
           EVALUATE TRUE
               WHEN WS-KYC-UNAVAILABLE
                   MOVE "N" TO WS-KYC-SWITCH
                   SET WS-CUST-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
               WHEN WS-KYC-IS-EXPIRED
                   MOVE "E" TO WS-NEW-STATE
               WHEN WS-KYC-IN-GRACE
                   MOVE "G" TO WS-NEW-STATE
               WHEN WS-KYC-NOT-ON-FILE
                   MOVE "N" TO WS-NEW-STATE
               WHEN WS-KYC-NEXT-DATE NOT > WS-MONTH-END
                   MOVE "D" TO WS-NEW-STATE
               WHEN OTHER
                   GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-EVALUATE.
           EVALUATE WS-KYC-RATING
               WHEN "H"
                   MOVE 1 TO WS-NEW-RANK
               WHEN "M"
                   MOVE 2 TO WS-NEW-RANK
               WHEN "L"
                   MOVE 3 TO WS-NEW-RANK
               WHEN OTHER
                   MOVE 4 TO WS-NEW-RANK
           END-EVALUATE.
           MOVE "NONE" TO WS-NEW-BRANCH.
           IF WS-BHOME-AVAILABLE
               MOVE CM-CUST-ID TO BH-CUST-ID
               READ BRANCH-HOME-FILE
                   NOT INVALID KEY
                       IF BH-BRANCH-CODE NOT = SPACES
                           MOVE BH-BRANCH-CODE TO WS-NEW-BRANCH
                       END-IF
               END-READ
           END-IF.
           MOVE CM-CUST-ID TO WS-NEW-CUST-ID.
           PERFORM 5000-INSERT-ENTRY
               THRU 5000-INSERT-ENTRY-EXIT.
       2000-CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INSERT-ENTRY - PLACE WS-NEW-KEY IN THE TABLE IN KEY   *
      * ORDER.  A FULL TABLE IS FLAGGED AND THE ENTRY DROPPED.     *
      *-----------------------------------------------------------*
       5000-INSERT-ENTRY.
           IF WS-WT-COUNT = 5000
               SET WS-WT-TABLE-FULL TO TRUE
               GO TO 5000-INSERT-ENTRY-EXIT
           END-IF.
           PERFORM 5100-MATCH-ONE-ENTRY
               THRU 5100-MATCH-ONE-ENTRY-EXIT
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > WS-WT-COUNT
               OR WS-WT-KEY(WS-WT-IDX) > WS-NEW-KEY.
           PERFORM 5200-SHIFT-ONE-ENTRY
               THRU 5200-SHIFT-ONE-ENTRY-EXIT
               VARYING WS-SHIFT-IDX FROM WS-WT-COUNT BY -1
               UNTIL WS-SHIFT-IDX < WS-WT-IDX.
           ADD 1 TO WS-WT-COUNT.
           MOVE WS-NEW-KEY       TO WS-WT-KEY(WS-WT-IDX).
           MOVE WS-KYC-RATING    TO WS-WT-RATING(WS-WT-IDX).
           MOVE WS-NEW-STATE     TO WS-WT-STATE(WS-WT-IDX).
           MOVE WS-KYC-NEXT-DATE TO WS-WT-NEXT-DATE(WS-WT-IDX).
       5000-INSERT-ENTRY-EXIT.
           EXIT.

       5100-MATCH-ONE-ENTRY.
           CONTINUE.
       5100-MATCH-ONE-ENTRY-EXIT.
           EXIT.

       5200-SHIFT-ONE-ENTRY.
           MOVE WS-WT-ENTRY(WS-SHIFT-IDX)
               TO WS-WT-ENTRY(WS-SHIFT-IDX + 1).
       5200-SHIFT-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-ONE-ENTRY - ONE WORKLIST LINE, WITH THE RATING  *
      * SUBTOTAL PRINTED WHEN THE RATING CHANGES.                  *
      *-----------------------------------------------------------*
       6000-PRINT-ONE-ENTRY.
           IF WS-LISTED-COUNT = 0
               MOVE WS-RPT-HEADING TO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
               MOVE WS-WT-RANK(WS-WT-IDX) TO WS-PREV-RANK
           END-IF.
           IF WS-WT-RANK(WS-WT-IDX) NOT = WS-PREV-RANK
               PERFORM 6200-PRINT-SUBTOTAL
                   THRU 6200-PRINT-SUBTOTAL-EXIT
               MOVE WS-WT-RANK(WS-WT-IDX) TO WS-PREV-RANK
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-WT-RANK(WS-WT-IDX) TO WS-NEW-RANK.
           PERFORM 6100-SET-RATING-TEXT
               THRU 6100-SET-RATING-TEXT-EXIT.
           MOVE WS-WT-BRANCH(WS-WT-IDX)    TO WS-RD-BRANCH.
           MOVE WS-WT-CUST-ID(WS-WT-IDX)   TO WS-RD-CUST-ID.
           MOVE WS-WT-NEXT-DATE(WS-WT-IDX) TO WS-RD-NEXT-DATE.
           EVALUATE TRUE
               WHEN WS-WT-EXPIRED(WS-WT-IDX)
                   MOVE "EXPIRED - ADDS REJECTED" TO WS-RD-STATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD 1 TO WS-RK-EXPIRED
               WHEN WS-WT-IN-GRACE(WS-WT-IDX)
                   MOVE "OVERDUE - IN GRACE PERIOD" TO WS-RD-STATE
                   ADD 1 TO WS-GRACE-COUNT
                   ADD 1 TO WS-RK-GRACE
               WHEN WS-WT-DUE(WS-WT-IDX)
                   MOVE "DUE THIS MONTH" TO WS-RD-STATE
                   ADD 1 TO WS-DUE-COUNT
                   ADD 1 TO WS-RK-DUE
               WHEN OTHER
                   MOVE "NO REVIEW ON FILE" TO WS-RD-STATE
                   ADD 1 TO WS-NO-REVIEW-COUNT
                   ADD 1 TO WS-RK-NO-REVIEW
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
       6000-PRINT-ONE-ENTRY-EXIT.
           EXIT.

       6100-SET-RATING-TEXT.
           EVALUATE WS-NEW-RANK
               WHEN 1
                   MOVE "HIGH"   TO WS-RD-RATING
               WHEN 2
                   MOVE "MEDIUM" TO WS-RD-RATING
               WHEN 3
                   MOVE "LOW"    TO WS-RD-RATING
               WHEN OTHER
                   MOVE "NONE"   TO WS-RD-RATING
           END-EVALUATE.
       6100-SET-RATING-TEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-PRINT-SUBTOTAL - COUNTS FOR THE RATING JUST ENDED.    *
      *-----------------------------------------------------------*
       6200-PRINT-SUBTOTAL.
           MOVE WS-PREV-RANK TO WS-NEW-RANK.
           PERFORM 6100-SET-RATING-TEXT
               THRU 6100-SET-RATING-TEXT-EXIT.
           MOVE WS-RD-RATING    TO WS-RS-RATING.
           MOVE WS-RK-EXPIRED   TO WS-RS-EXPIRED.
           MOVE WS-RK-GRACE     TO WS-RS-GRACE.
           MOVE WS-RK-DUE       TO WS-RS-DUE.
           MOVE WS-RK-NO-REVIEW TO WS-RS-NO-REVIEW.
           MOVE WS-RPT-SUBTOTAL TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE SPACES TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE ZERO TO WS-RK-EXPIRED.
           MOVE ZERO TO WS-RK-GRACE.
           MOVE ZERO TO WS-RK-DUE.
           MOVE ZERO TO WS-RK-NO-REVIEW.
       6200-PRINT-SUBTOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - COUNTS, CLOSE UP AND SET THE STEP CODE.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-KYC-AVAILABLE
               MOVE "  *** KYCMAS NOT AVAILABLE - NO WORKLIST ***"
                   TO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-WT-TABLE-FULL
               MOVE "  *** WORKLIST TABLE FULL - REPORT INCOMPLETE ***"
                   TO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO KYC-REPORT-LINE.
           MOVE WS-CUST-READ-COUNT TO WS-COUNT-DISPLAY.
           STRING "CUSTOMERS CHECKED:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE SPACES TO KYC-REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
           STRING "CUSTOMERS LISTED:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE SPACES TO KYC-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           STRING "REVIEWS EXPIRED:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           CALL "KYCCHK" USING "C", CM-CUST-ID,
               WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE.
           IF WS-BHOME-AVAILABLE
               CLOSE BRANCH-HOME-FILE
           END-IF.
           IF WS-CUSTMAS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE KYC-REPORT-FILE.
           DISPLAY "KYCRPT: CUSTOMERS CHECKED = " WS-CUST-READ-COUNT.
           DISPLAY "KYCRPT: EXPIRED           = " WS-EXPIRED-COUNT.
           DISPLAY "KYCRPT: IN GRACE          = " WS-GRACE-COUNT.
           DISPLAY "KYCRPT: DUE THIS MONTH    = " WS-DUE-COUNT.
           DISPLAY "KYCRPT: NO REVIEW ON FILE = " WS-NO-REVIEW-COUNT.
           IF WS-EXPIRED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM KYCRPT.
