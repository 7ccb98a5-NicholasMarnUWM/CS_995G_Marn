      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared watch-list screening routine, called by the
      * intake dialog and CUSTLOAD when a customer is created and by
      * the nightly WLRESCRN re-screen of the whole master.  On the
      * first call the WATCHLST list that WLSTLOAD keeps is loaded
      * into a table with every name normalized - upper case,
      * punctuation dropped, runs of spaces closed up - so that
      * "O'Neil, J." and "ONEIL J" compare equal.  A customer is a
      * potential match when its normalized name equals a listed
      * name, or when its surname (last word) and date of birth both
      * equal a listed entry's.  A potential match is queued on the
      * WLREVIEW review queue as pending ("P"); posting for that
      * customer is held until compliance clears ("C") or confirms
      * ("F") it through WLREVMGR.  A customer already pending or
      * confirmed is not queued again, and a customer cleared
      * against one entry is only re-queued when it matches a
      * different entry.  Function "S" screens one customer and
      * function "C" closes the files at the end of the caller's
      * run.  The result returned is "N" no match, "Q" newly queued,
      * "H" already held for review, or "U" when the list or queue
      * is unavailable and nothing could be screened.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "WLREVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WQ-CUST-ID
               FILE STATUS IS WS-QUE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-NAME                 PIC X(30).
           05  WL-DATE-OF-BIRTH        PIC X(08).
           05  WL-LIST-SOURCE          PIC X(12).

       FD  REVIEW-QUEUE-FILE.
       01  REVIEW-QUEUE-RECORD.
           05  WQ-CUST-ID              PIC 9(06).
           05  WQ-STATUS               PIC X(01).
               88  WQ-IS-PENDING                 VALUE "P".
               88  WQ-IS-CLEARED                 VALUE "C".
               88  WQ-IS-CONFIRMED               VALUE "F".
           05  WQ-ENTRY-ID             PIC X(10).
           05  WQ-MATCH-TYPE           PIC X(01).
               88  WQ-NAME-MATCH                 VALUE "N".
               88  WQ-SURNAME-DOB-MATCH          VALUE "D".
           05  WQ-CUST-NAME            PIC X(30).
           05  WQ-LIST-NAME            PIC X(30).
           05  WQ-QUEUED-DATE          PIC X(08).
           05  WQ-QUEUED-BY            PIC X(15).
           05  WQ-DECIDED-DATE         PIC X(08).
           05  WQ-DECIDED-BY           PIC X(08).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-LIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-LIST-OK                        VALUE "00".
           88  WS-LIST-EOF                       VALUE "10".
       01  WS-QUE-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-QUE-OK                         VALUE "00".
           88  WS-QUE-NOT-FOUND                  VALUE "35".
       01  WS-LOADED-SWITCH            PIC X(01) VALUE "N".
           88  WS-LIST-LOADED                    VALUE "Y".
       01  WS-USABLE-SWITCH            PIC X(01) VALUE "N".
           88  WS-SCREEN-USABLE                  VALUE "Y".
       01  WS-QUEUED-SWITCH            PIC X(01) VALUE "N".
           88  WS-QUEUE-RECORD-FOUND             VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-WATCH-TABLE.
           05  WS-WT-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-ENTRY-ID      PIC X(10).
               10  WS-WT-NAME          PIC X(30).
               10  WS-WT-MATCH-NAME    PIC X(30).
               10  WS-WT-SURNAME       PIC X(30).
               10  WS-WT-DATE-OF-BIRTH PIC X(08).
       77  WS-WT-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-WT-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-NAME-MATCH-IDX           PIC 9(04) COMP VALUE ZERO.
       77  WS-DOB-MATCH-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WS-MATCH-IDX                PIC 9(04) COMP VALUE ZERO.
       01  WS-CLEARED-ENTRY-ID         PIC X(10) VALUE SPACES.
       01  WS-CUST-MATCH-NAME          PIC X(30) VALUE SPACES.
       01  WS-CUST-SURNAME             PIC X(30) VALUE SPACES.
      * NAME NORMALIZATION WORK AREA.
       01  WS-NORM-IN                  PIC X(30) VALUE SPACES.
       01  WS-NORM-IN-CHARS REDEFINES WS-NORM-IN.
           05  WS-NI-CHAR              PIC X(01) OCCURS 30 TIMES.
       01  WS-NORM-OUT                 PIC X(30) VALUE SPACES.
       01  WS-NORM-OUT-CHARS REDEFINES WS-NORM-OUT.
           05  WS-NO-CHAR              PIC X(01) OCCURS 30 TIMES.
       01  WS-NORM-SURNAME             PIC X(30) VALUE SPACES.
       77  WS-NI-IDX                   PIC 9(02) COMP VALUE ZERO.
       77  WS-NO-IDX                   PIC 9(02) COMP VALUE ZERO.
       77  WS-WORD-START               PIC 9(02) COMP VALUE ZERO.
       77  WS-WORD-LENGTH              PIC 9(02) COMP VALUE ZERO.
       01  WS-PREV-SPACE-SWITCH        PIC X(01) VALUE "Y".
           88  WS-PREV-WAS-SPACE                 VALUE "Y".

       LINKAGE SECTION.
       01  SCREEN-FUNCTION             PIC X(01).
           88  SCREEN-ONE-CUSTOMER               VALUE "S".
           88  SCREEN-CLOSE                      VALUE "C".
       01  CUSTOMER-ID                 PIC 9(06).
       01  CUSTOMER-NAME               PIC X(30).
       01  CUSTOMER-DATE-OF-BIRTH      PIC X(08).
       01  CALLING-PROGRAM             PIC X(15).
       01  SCREEN-RESULT               PIC X(01).
           88  SCREEN-NO-MATCH                   VALUE "N".
           88  SCREEN-QUEUED                     VALUE "Q".
           88  SCREEN-ALREADY-HELD               VALUE "H".
           88  SCREEN-UNAVAILABLE                VALUE "U".
       PROCEDURE DIVISION USING SCREEN-FUNCTION, CUSTOMER-ID,
           CUSTOMER-NAME, CUSTOMER-DATE-OF-BIRTH, CALLING-PROGRAM,
           SCREEN-RESULT.
       0000-MAINLINE.
           IF SCREEN-CLOSE
               PERFORM 9000-CLOSE-FILES
                   THRU 9000-CLOSE-FILES-EXIT
               GOBACK
           END-IF.
           SET SCREEN-UNAVAILABLE TO TRUE.
           IF NOT WS-LIST-LOADED
               PERFORM 1000-LOAD-WATCH-LIST
                   THRU 1000-LOAD-WATCH-LIST-EXIT
           END-IF.
           IF NOT WS-SCREEN-USABLE
               GOBACK
           END-IF.
           PERFORM 2000-SCREEN-CUSTOMER
               THRU 2000-SCREEN-CUSTOMER-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-WATCH-LIST - FIRST CALL ONLY.  THE LIST IS HELD  *
      * NORMALIZED IN THE TABLE AND THE REVIEW QUEUE STAYS OPEN    *
      * UNTIL THE CALLER'S CLOSE.  THE QUEUE IS CREATED EMPTY WHEN *
      * GENUINELY ABSENT.  A MISSING OR OVERSIZED LIST LEAVES THE  *
      * ROUTINE UNUSABLE FOR THE RUN - A PARTIAL LIST WOULD PASS   *
      * CUSTOMERS IT NEVER LOOKED AT.                              *
      *-----------------------------------------------------------*
       1000-LOAD-WATCH-LIST.
           SET WS-LIST-LOADED TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-WT-COUNT.
           OPEN INPUT WATCH-LIST-FILE.
           IF NOT WS-LIST-OK
               CALL "FILERR" USING "WLSCREEN       ", "WATCHLST",
                   "OPEN-IN ", WS-LIST-FILE-STATUS, "N"
               DISPLAY "WLSCREEN: WATCHLST NOT AVAILABLE - ",
                   "NO WATCH-LIST SCREENING THIS RUN."
               GO TO 1000-LOAD-WATCH-LIST-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-ENTRY
               THRU 1100-LOAD-ONE-ENTRY-EXIT
               UNTIL WS-LIST-EOF
               OR WS-WT-COUNT = 5000.
           IF NOT WS-LIST-EOF
               READ WATCH-LIST-FILE
                   AT END
                       SET WS-LIST-EOF TO TRUE
               END-READ
           END-IF.
           CLOSE WATCH-LIST-FILE.
           IF NOT WS-LIST-EOF
               DISPLAY "WLSCREEN: WATCHLST HOLDS MORE THAN 5000 ",
                   "ENTRIES - NO WATCH-LIST SCREENING THIS RUN."
               GO TO 1000-LOAD-WATCH-LIST-EXIT
           END-IF.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF WS-QUE-NOT-FOUND
               OPEN OUTPUT REVIEW-QUEUE-FILE
               IF WS-QUE-OK
                   CLOSE REVIEW-QUEUE-FILE
                   OPEN I-O REVIEW-QUEUE-FILE
               END-IF
           END-IF.
           IF NOT WS-QUE-OK
               CALL "FILERR" USING "WLSCREEN       ", "WLREVIEW",
                   "OPEN-IO ", WS-QUE-FILE-STATUS, "N"
               DISPLAY "WLSCREEN: WLREVIEW NOT AVAILABLE - ",
                   "NO WATCH-LIST SCREENING THIS RUN."
               GO TO 1000-LOAD-WATCH-LIST-EXIT
           END-IF.
           SET WS-SCREEN-USABLE TO TRUE.
       1000-LOAD-WATCH-LIST-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY.
           READ WATCH-LIST-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
           END-READ.
           IF WS-LIST-EOF
               GO TO 1100-LOAD-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-WT-COUNT.
           MOVE WL-ENTRY-ID      TO WS-WT-ENTRY-ID(WS-WT-COUNT).
           MOVE WL-NAME          TO WS-WT-NAME(WS-WT-COUNT).
           MOVE WL-DATE-OF-BIRTH TO WS-WT-DATE-OF-BIRTH(WS-WT-COUNT).
           MOVE WL-NAME          TO WS-NORM-IN.
           PERFORM 5000-NORMALIZE-NAME
               THRU 5000-NORMALIZE-NAME-EXIT.
           MOVE WS-NORM-OUT      TO WS-WT-MATCH-NAME(WS-WT-COUNT).
           MOVE WS-NORM-SURNAME  TO WS-WT-SURNAME(WS-WT-COUNT).
       1100-LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCREEN-CUSTOMER - LOOK THE CUSTOMER UP ON THE QUEUE,  *
      * THEN AGAINST THE LIST.  A FULL-NAME MATCH IS PREFERRED TO  *
      * A SURNAME-AND-BIRTH-DATE MATCH WHEN BOTH EXIST.            *
      *-----------------------------------------------------------*
       2000-SCREEN-CUSTOMER.
           SET SCREEN-NO-MATCH TO TRUE.
           MOVE SPACES TO WS-CLEARED-ENTRY-ID.
           MOVE "N" TO WS-QUEUED-SWITCH.
           MOVE CUSTOMER-ID TO WQ-CUST-ID.
           READ REVIEW-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-QUEUE-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-QUEUE-RECORD-FOUND
               IF WQ-IS-PENDING OR WQ-IS-CONFIRMED
                   SET SCREEN-ALREADY-HELD TO TRUE
                   GO TO 2000-SCREEN-CUSTOMER-EXIT
               END-IF
               MOVE WQ-ENTRY-ID TO WS-CLEARED-ENTRY-ID
           END-IF.
           MOVE CUSTOMER-NAME TO WS-NORM-IN.
           PERFORM 5000-NORMALIZE-NAME
               THRU 5000-NORMALIZE-NAME-EXIT.
           MOVE WS-NORM-OUT     TO WS-CUST-MATCH-NAME.
           MOVE WS-NORM-SURNAME TO WS-CUST-SURNAME.
           IF WS-CUST-MATCH-NAME = SPACES
               GO TO 2000-SCREEN-CUSTOMER-EXIT
           END-IF.
           MOVE ZERO TO WS-NAME-MATCH-IDX.
           MOVE ZERO TO WS-DOB-MATCH-IDX.
           PERFORM 2100-COMPARE-ONE-ENTRY
               THRU 2100-COMPARE-ONE-ENTRY-EXIT
               VARYING WS-WT-IDX FROM 1 BY 1
               UNTIL WS-WT-IDX > WS-WT-COUNT
               OR WS-NAME-MATCH-IDX > 0.
           IF WS-NAME-MATCH-IDX > 0
               MOVE WS-NAME-MATCH-IDX TO WS-MATCH-IDX
               MOVE "N" TO WQ-MATCH-TYPE
           ELSE
               IF WS-DOB-MATCH-IDX > 0
                   MOVE WS-DOB-MATCH-IDX TO WS-MATCH-IDX
                   MOVE "D" TO WQ-MATCH-TYPE
               ELSE
                   GO TO 2000-SCREEN-CUSTOMER-EXIT
               END-IF
           END-IF.
           PERFORM 2200-QUEUE-FOR-REVIEW
               THRU 2200-QUEUE-FOR-REVIEW-EXIT.
       2000-SCREEN-CUSTOMER-EXIT.
           EXIT.

       2100-COMPARE-ONE-ENTRY.
           IF WS-WT-ENTRY-ID(WS-WT-IDX) = WS-CLEARED-ENTRY-ID
               GO TO 2100-COMPARE-ONE-ENTRY-EXIT
           END-IF.
           IF WS-WT-MATCH-NAME(WS-WT-IDX) = WS-CUST-MATCH-NAME
               MOVE WS-WT-IDX TO WS-NAME-MATCH-IDX
               GO TO 2100-COMPARE-ONE-ENTRY-EXIT
           END-IF.
           IF WS-DOB-MATCH-IDX = 0
               AND CUSTOMER-DATE-OF-BIRTH NOT = SPACES
               AND WS-WT-DATE-OF-BIRTH(WS-WT-IDX)
                   = CUSTOMER-DATE-OF-BIRTH
               AND WS-WT-SURNAME(WS-WT-IDX) = WS-CUST-SURNAME
               MOVE WS-WT-IDX TO WS-DOB-MATCH-IDX
           END-IF.
       2100-COMPARE-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-QUEUE-FOR-REVIEW - A NEW POTENTIAL MATCH GOES ON THE  *
      * QUEUE PENDING; A CUSTOMER CLEARED EARLIER AGAINST ANOTHER  *
      * ENTRY IS RE-OPENED WITH THE NEW ENTRY.                     *
      *-----------------------------------------------------------*
       2200-QUEUE-FOR-REVIEW.
           MOVE CUSTOMER-ID                  TO WQ-CUST-ID.
           MOVE "P"                          TO WQ-STATUS.
           MOVE WS-WT-ENTRY-ID(WS-MATCH-IDX) TO WQ-ENTRY-ID.
           MOVE CUSTOMER-NAME                TO WQ-CUST-NAME.
           MOVE WS-WT-NAME(WS-MATCH-IDX)     TO WQ-LIST-NAME.
           MOVE WS-RUN-DATE                  TO WQ-QUEUED-DATE.
           MOVE CALLING-PROGRAM              TO WQ-QUEUED-BY.
           MOVE SPACES                       TO WQ-DECIDED-DATE.
           MOVE SPACES                       TO WQ-DECIDED-BY.
           IF WS-QUEUE-RECORD-FOUND
               REWRITE REVIEW-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "WLSCREEN: QUEUE REWRITE FAILED FOR "
                           "CUSTOMER " CUSTOMER-ID " - STATUS "
                           WS-QUE-FILE-STATUS
                       SET SCREEN-UNAVAILABLE TO TRUE
                       GO TO 2200-QUEUE-FOR-REVIEW-EXIT
               END-REWRITE
           ELSE
               WRITE REVIEW-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "WLSCREEN: QUEUE WRITE FAILED FOR "
                           "CUSTOMER " CUSTOMER-ID " - STATUS "
                           WS-QUE-FILE-STATUS
                       SET SCREEN-UNAVAILABLE TO TRUE
                       GO TO 2200-QUEUE-FOR-REVIEW-EXIT
               END-WRITE
           END-IF.
           SET SCREEN-QUEUED TO TRUE.
       2200-QUEUE-FOR-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-NORMALIZE-NAME - WS-NORM-IN TO WS-NORM-OUT: UPPER     *
      * CASE, PUNCTUATION TO SPACES, LEADING SPACES DROPPED AND    *
      * EACH RUN OF SPACES CLOSED TO ONE.  THE LAST WORD IS LEFT   *
      * IN WS-NORM-SURNAME.                                        *
      *-----------------------------------------------------------*
       5000-NORMALIZE-NAME.
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-'/&"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".
           MOVE SPACES TO WS-NORM-OUT.
           MOVE SPACES TO WS-NORM-SURNAME.
           MOVE ZERO   TO WS-NO-IDX.
           MOVE ZERO   TO WS-WORD-START.
           MOVE "Y"    TO WS-PREV-SPACE-SWITCH.
           PERFORM 5100-COPY-ONE-CHAR
               THRU 5100-COPY-ONE-CHAR-EXIT
               VARYING WS-NI-IDX FROM 1 BY 1
               UNTIL WS-NI-IDX > 30.
           IF WS-WORD-START > 0
               COMPUTE WS-WORD-LENGTH = WS-NO-IDX - WS-WORD-START + 1
               IF WS-NO-CHAR(WS-NO-IDX) = SPACE
                   SUBTRACT 1 FROM WS-WORD-LENGTH
               END-IF
               IF WS-WORD-LENGTH > 0
                   MOVE WS-NORM-OUT(WS-WORD-START:WS-WORD-LENGTH)
                       TO WS-NORM-SURNAME
               END-IF
           END-IF.
       5000-NORMALIZE-NAME-EXIT.
           EXIT.

       5100-COPY-ONE-CHAR.
           IF WS-NI-CHAR(WS-NI-IDX) = SPACE
               IF NOT WS-PREV-WAS-SPACE
                   ADD 1 TO WS-NO-IDX
                   MOVE SPACE TO WS-NO-CHAR(WS-NO-IDX)
                   MOVE "Y" TO WS-PREV-SPACE-SWITCH
               END-IF
           ELSE
               ADD 1 TO WS-NO-IDX
               IF WS-PREV-WAS-SPACE
                   MOVE WS-NO-IDX TO WS-WORD-START
               END-IF
               MOVE WS-NI-CHAR(WS-NI-IDX) TO WS-NO-CHAR(WS-NO-IDX)
               MOVE "N" TO WS-PREV-SPACE-SWITCH
           END-IF.
       5100-COPY-ONE-CHAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-CLOSE-FILES - THE CALLER'S END OF RUN.  THE NEXT      *
      * SCREEN CALL RELOADS THE LIST.                              *
      *-----------------------------------------------------------*
       9000-CLOSE-FILES.
           IF WS-SCREEN-USABLE
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           MOVE "N" TO WS-LOADED-SWITCH.
           MOVE "N" TO WS-USABLE-SWITCH.
       9000-CLOSE-FILES-EXIT.
           EXIT.

       END PROGRAM WLSCREEN.
