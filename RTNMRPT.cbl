      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Weekly returned-mail hold report for customer
      * services.  Every customer with an open hold on the RETMAIL
      * file RTNMAIL keeps is listed with the date the first and the
      * latest statement came back, the number returned, the
      * bureau's last reason code, and how many days the customer has
      * been on hold, counted by the shared DATESRV from the first
      * return to the run date.  The name comes from CUSTMAS; a
      * sensitive customer's name is not printed.  The report ends
      * with the holds counted by age - under 30 days, 30 to 89, and
      * 90 or more - so the long-standing ones stand out.  No RETMAIL
      * means no customer has ever been held and the report says so.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-CUST-ID
               FILE STATUS IS WS-RTM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "RTNMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RM-CUST-ID              PIC 9(06).
           05  RM-HOLD-STATUS          PIC X(01).
               88  RM-HOLD-OPEN                  VALUE "O".
               88  RM-HOLD-CLEARED               VALUE "C".
           05  RM-FIRST-RETURN-DATE    PIC X(08).
           05  RM-LAST-RETURN-DATE     PIC X(08).
           05  RM-RETURN-COUNT         PIC 9(03).
           05  RM-LAST-REASON          PIC X(02).
           05  RM-PRIOR-HOLD-FLAG      PIC X(01).
           05  RM-CLEARED-DATE         PIC X(08).
           05  RM-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(15).

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

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RTM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RTM-OK                         VALUE "00".
           88  WS-RTM-NOT-FOUND                  VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RTM-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-RTM-EOF                        VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-RTM-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RTM-IS-OPEN                    VALUE "Y".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       77  WS-OPEN-HOLD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNDER-30-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-30-TO-89-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-90-PLUS-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "RTNMRPT - RETURNED-MAIL HOLDS".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(38)
               VALUE "CUST   NAME                           ".
           05  FILLER                  PIC X(42)
               VALUE "FIRST RTN LAST RTN  RTNS RSN  DAYS HELD".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-NAME              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-FIRST-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LAST-DATE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RETURNS           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REASON            PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-DAYS              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-TOTAL-LINE-1.
           05  FILLER                  PIC X(30)
               VALUE "CUSTOMERS ON HOLD           = ".
           05  WS-TL-OPEN              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  WS-TOTAL-LINE-2.
           05  FILLER                  PIC X(10) VALUE "UNDER 30 =".
           05  WS-TL-UNDER-30          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
               VALUE "   30 - 89 = ".
           05  WS-TL-30-TO-89          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
               VALUE "   90 PLUS = ".
           05  WS-TL-90-PLUS           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPORT-ONE-HOLD
               THRU 2000-REPORT-ONE-HOLD-EXIT
               UNTIL WS-RTM-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT, RETMAIL AND CUSTMAS.    *
      * NO CUSTMAS ONLY COSTS THE NAMES.                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT HOLD-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "RTNMRPT        ", "RTNMOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               SET WS-RTM-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           WRITE HOLD-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE FROM WS-HEADING-2.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RTM-NOT-FOUND
               MOVE "NO RETMAIL FILE - NO CUSTOMER HAS BEEN ON HOLD."
                   TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
               SET WS-RTM-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-RTM-OK
               CALL "FILERR" USING "RTNMRPT        ", "RETMAIL ",
                   "OPEN-IN ", WS-RTM-FILE-STATUS, "N"
               ADD 1 TO WS-ERROR-COUNT
               SET WS-RTM-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RTM-IS-OPEN TO TRUE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "RTNMRPT: CUSTMAS NOT AVAILABLE - NAMES ",
                   "NOT PRINTED."
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPORT-ONE-HOLD - LIST ONE OPEN HOLD WITH ITS AGE AND *
      * COUNT IT INTO ITS AGE BAND.                                *
      *-----------------------------------------------------------*
       2000-REPORT-ONE-HOLD.
           READ RETURNED-MAIL-FILE NEXT RECORD
               AT END
                   SET WS-RTM-EOF TO TRUE
           END-READ.
           IF WS-RTM-EOF
               GO TO 2000-REPORT-ONE-HOLD-EXIT
           END-IF.
           IF NOT RM-HOLD-OPEN
               GO TO 2000-REPORT-ONE-HOLD-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-HOLD-COUNT.
           MOVE "D"                  TO WS-DATE-FUNCTION.
           MOVE RM-FIRST-RETURN-DATE TO WS-DATE-ONE.
           MOVE WS-RUN-DATE          TO WS-DATE-TWO.
           MOVE "N"                  TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               OR WS-RESULT-DAYS < 0
               MOVE ZERO TO WS-RESULT-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESULT-DAYS < 30
                   ADD 1 TO WS-UNDER-30-COUNT
               WHEN WS-RESULT-DAYS < 90
                   ADD 1 TO WS-30-TO-89-COUNT
               WHEN OTHER
                   ADD 1 TO WS-90-PLUS-COUNT
           END-EVALUATE.
           MOVE RM-CUST-ID TO WS-DL-CUST-ID.
           PERFORM 2100-FIND-NAME
               THRU 2100-FIND-NAME-EXIT.
           MOVE RM-FIRST-RETURN-DATE TO WS-DL-FIRST-DATE.
           MOVE RM-LAST-RETURN-DATE  TO WS-DL-LAST-DATE.
           MOVE RM-RETURN-COUNT      TO WS-DL-RETURNS.
           MOVE RM-LAST-REASON       TO WS-DL-REASON.
           MOVE WS-RESULT-DAYS       TO WS-DL-DAYS.
           WRITE HOLD-REPORT-LINE FROM WS-DETAIL-LINE.
       2000-REPORT-ONE-HOLD-EXIT.
           EXIT.

       2100-FIND-NAME.
           MOVE SPACES TO WS-DL-NAME.
           IF NOT WS-CUST-IS-OPEN
               GO TO 2100-FIND-NAME-EXIT
           END-IF.
           MOVE RM-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTMAS)" TO WS-DL-NAME
                   GO TO 2100-FIND-NAME-EXIT
           END-READ.
           IF CM-IS-SENSITIVE
               MOVE "(SENSITIVE)" TO WS-DL-NAME
           ELSE
               MOVE CM-NAME TO WS-DL-NAME
           END-IF.
       2100-FIND-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE AGE TOTALS, CLOSE UP, REPORT.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
               MOVE WS-OPEN-HOLD-COUNT TO WS-TL-OPEN
               WRITE HOLD-REPORT-LINE FROM WS-TOTAL-LINE-1
               MOVE WS-UNDER-30-COUNT  TO WS-TL-UNDER-30
               MOVE WS-30-TO-89-COUNT  TO WS-TL-30-TO-89
               MOVE WS-90-PLUS-COUNT   TO WS-TL-90-PLUS
               WRITE HOLD-REPORT-LINE FROM WS-TOTAL-LINE-2
               CLOSE HOLD-REPORT-FILE
           END-IF.
           IF WS-RTM-IS-OPEN
               CLOSE RETURNED-MAIL-FILE
           END-IF.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "RTNMRPT: CUSTOMERS ON HOLD      = "
               WS-OPEN-HOLD-COUNT.
           DISPLAY "RTNMRPT: ON HOLD 90 DAYS OR MORE = "
               WS-90-PLUS-COUNT.
           IF RETURN-CODE < 4
               AND WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM RTNMRPT.
