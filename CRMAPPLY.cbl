      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly apply of the inbound CRM change feed to the
      * CUSTMAS master.  CUSTDELT sends our changes to the CRM, but
      * the call centre's changes made in the CRM came back on paper
      * and were re-keyed into CUSTMAINT.  The CRM now sends them on
      * the CRMIN feed instead - "N" name correction, "C" address
      * change, "S" statement preferences - each carrying the date of
      * the CUSTDELT extract the CRM's copy of the customer reflects,
      * and ending with a "T" record-count trailer the same way
      * CUSTDELT's own extract does.  A feed whose trailer is missing
      * or disagrees is not applied at all.  Each change passes the
      * same edits as CUSTMAINT (NUMCHECK, then POSTCHK for an
      * address) and is applied the same way, with the FWDJRNL
      * forward journal, the CUSTAUDT before-and-after audit, the
      * CUSTHIST prior image and, for a sensitive record, a SENSLOG
      * entry, all under the operator ID CRMFEED.  A customer that
      * was also changed on our side after the CRM's extract date -
      * any CUSTAUDT touch not made by this feed - is a conflict: the
      * CRM change is NOT applied and goes to the CRMRVW review
      * report with our last change, for the call centre and
      * customer services to settle by hand.  Rejected edits are
      * listed there too.  CUSTDELT leaves customers touched only
      * under CRMFEED out of the CRMDELT copy it sends the CRM, so the
      * CRM's own changes are not echoed back.
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
       PROGRAM-ID. CRMAPPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CRM-CHANGE-FILE ASSIGN TO "CRMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRM-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT SENSITIVE-LOG-FILE ASSIGN TO "SENSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENS-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "CRMRVW"
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
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  CRM-CHANGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  CRM-CHANGE-RECORD           PIC X(93).
       01  CRM-CHANGE-TRAILER REDEFINES CRM-CHANGE-RECORD.
           05  CRT-RECORD-TYPE         PIC X(01).
               88  CRT-IS-TRAILER                VALUE "T".
           05  CRT-RECORD-COUNT        PIC X(07).
           05  FILLER                  PIC X(85).

       FD  CUSTOMER-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 227 CHARACTERS.
       01  CUSTOMER-AUDIT-RECORD.
           05  CA-OPERATOR-ID          PIC X(08).
           05  CA-RUN-DATE             PIC X(08).
           05  CA-RUN-TIME             PIC X(08).
           05  CA-ACTION               PIC X(01).
           05  CA-BEFORE-IMAGE         PIC X(101).
           05  CA-AFTER-IMAGE          PIC X(101).
           05  FILLER REDEFINES CA-AFTER-IMAGE.
               10  CA-AFTER-CUST-ID    PIC X(06).
               10  FILLER              PIC X(95).

       FD  CUSTOMER-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 123 CHARACTERS.
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-CUST-ID              PIC 9(06).
           05  CH-EFF-DATE             PIC X(08).
           05  CH-EFF-TIME             PIC X(08).
           05  CH-RECORD-IMAGE         PIC X(101).

       FD  SENSITIVE-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  SENSITIVE-LOG-RECORD.
           05  SN-OPERATOR-ID          PIC X(08).
           05  SN-CUST-ID              PIC 9(06).
           05  SN-ACCESS-DATE          PIC X(08).
           05  SN-ACCESS-TIME          PIC X(08).
           05  SN-ACTION               PIC X(08).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-CRM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CRM-OK                         VALUE "00".
           88  WS-CRM-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
           88  WS-AUDIT-EOF                      VALUE "10".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
       01  WS-SENS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SENS-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE "CRMFEED ".
      *-----------------------------------------------------------*
      * THE FEED IS HELD IN STORAGE SO THE TRAILER CAN BE PROVED  *
      * AND CUSTAUDT SCANNED ONCE FOR CONFLICTS BEFORE ANYTHING   *
      * IS APPLIED.                                               *
      *-----------------------------------------------------------*
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CHG-FEED-IMAGE.
                   15  WS-CHG-ACTION   PIC X(01).
                   15  WS-CHG-CUST-ID  PIC X(06).
                   15  WS-CHG-LAST-SEEN
                                       PIC X(08).
                   15  FILLER          PIC X(78).
               10  WS-CHG-OUR-DATE     PIC X(08).
               10  WS-CHG-OUR-OPERATOR PIC X(08).
       77  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-CHG-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-FEED-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-EARLIEST-LAST-SEEN       PIC X(08) VALUE HIGH-VALUES.
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-FOUND                  VALUE "Y".
       01  WS-FEED-SWITCH              PIC X(01) VALUE "Y".
           88  WS-FEED-IS-COMPLETE               VALUE "Y".
       01  WS-CRM-ITEM.
           05  WS-CI-ACTION            PIC X(01).
               88  WS-CI-IS-NAME-CORRECT         VALUE "N".
               88  WS-CI-IS-ADDR-CHANGE          VALUE "C".
               88  WS-CI-IS-STMT-PREFS           VALUE "S".
           05  WS-CI-CUST-ID           PIC 9(06).
           05  WS-CI-LAST-SEEN         PIC X(08).
           05  WS-CI-NEW-NAME          PIC X(30).
           05  WS-CI-NEW-ADDRESS.
               10  WS-CI-NEW-STREET    PIC X(20).
               10  WS-CI-NEW-CITY      PIC X(15).
               10  WS-CI-NEW-REGION    PIC X(02).
               10  WS-CI-NEW-POSTAL    PIC X(09).
           05  WS-CI-STMT-SUPPRESS     PIC X(01).
           05  WS-CI-STMT-HOLD         PIC X(01).
       01  WS-NAME-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-NAME-IS-ALPHABETIC             VALUE "Y".
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(101) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-CONFLICT-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.
       01  WS-RTH-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RTH-RETURN-DATE          PIC X(08) VALUE SPACES.
       01  WS-RTH-REASON               PIC X(02) VALUE SPACES.
       01  WS-RTH-HOLD-FLAG            PIC X(01) VALUE SPACE.
       01  WS-RTH-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RTH-UNAVAILABLE                VALUE "U".
       01  WS-REVIEW-REASON            PIC X(38) VALUE SPACES.
       01  WS-MASTER-SWITCH            PIC X(01) VALUE "N".
           88  WS-MASTER-WAS-READ                VALUE "Y".
       01  WS-MASK-30                  PIC X(30) VALUE ALL "*".
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LAST-SEEN         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OUR-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-RD-OUR-OPERATOR      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(38).
       01  WS-RPT-VALUE-LINE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-RV-LABEL             PIC X(11).
           05  WS-RV-VALUE             PIC X(56).
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "  APPLIED ".
           05  WS-RT-APPLIED           PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   CONFLICTS ".
           05  WS-RT-CONFLICTS         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "   REJECTED ".
           05  WS-RT-REJECTED          PIC ZZZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "CRMAPPLY       ", "CUSTMAS ".
           CALL "ENVCHK" USING "CRMAPPLY       ", "CRMRVW  ".
           CALL "ENVCHK" USING "CRMAPPLY       ", "CUSTAUDT".
           CALL "ENVCHK" USING "CRMAPPLY       ", "CUSTHIST".
           CALL "ENVCHK" USING "CRMAPPLY       ", "SENSLOG ".
           CALL "ENVCHK" USING "CRMAPPLY       ", "CRMIN   ".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "CRMAPPLY       " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "CRMAPPLY: CUSTMAS LOCK REFUSED - ",
                   "CRM CHANGES NOT APPLIED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-FEED-IS-COMPLETE
               PERFORM 3000-APPLY-ONE-CHANGE
                   THRU 3000-APPLY-ONE-CHANGE-EXIT
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, WS-CI-NEW-POSTAL,
               WS-CI-NEW-CITY, WS-CI-NEW-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           MOVE "C" TO WS-RTH-FUNCTION.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, WS-CI-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE FEED AND PROVE ITS TRAILER,    *
      * SCAN CUSTAUDT FOR OUR OWN CHANGES SINCE EACH CRM EXTRACT  *
      * DATE, OPEN THE MASTER AND START THE REVIEW REPORT.  NO    *
      * FEED AT ALL IS A NORMAL QUIET NIGHT.                      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CRM CHANGE FEED REVIEW - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           MOVE "  CUST    A  CRM-SEEN  OUR-CHG  BY        REASON"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE ZERO TO WS-CHG-COUNT.
           OPEN INPUT CRM-CHANGE-FILE.
           IF NOT WS-CRM-OK
               DISPLAY "CRMAPPLY: NO CRMIN CHANGES THIS RUN."
               MOVE "N" TO WS-FEED-SWITCH
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-CHANGE
               THRU 1100-LOAD-ONE-CHANGE-EXIT
               UNTIL WS-CRM-EOF.
           CLOSE CRM-CHANGE-FILE.
           PERFORM 1200-PROVE-TRAILER
               THRU 1200-PROVE-TRAILER-EXIT.
           IF NOT WS-FEED-IS-COMPLETE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM 1300-SCAN-ONE-AUDIT
                   THRU 1300-SCAN-ONE-AUDIT-EXIT
                   UNTIL WS-AUDIT-EOF
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               DISPLAY "CRMAPPLY: CUSTMAS COULD NOT BE OPENED - ",
                   "CRM CHANGES NOT APPLIED."
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-FEED-SWITCH
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-ONE-CHANGE - HOLD ONE FEED RECORD, NOTE THE     *
      * TRAILER, AND TRACK THE EARLIEST CRM EXTRACT DATE SO THE   *
      * CUSTAUDT SCAN CAN SKIP EVERYTHING OLDER.                  *
      *-----------------------------------------------------------*
       1100-LOAD-ONE-CHANGE.
           READ CRM-CHANGE-FILE
               AT END
                   SET WS-CRM-EOF TO TRUE
                   GO TO 1100-LOAD-ONE-CHANGE-EXIT
           END-READ.
           IF CRT-IS-TRAILER
               SET WS-TRAILER-FOUND TO TRUE
               IF CRT-RECORD-COUNT IS NUMERIC
                   MOVE CRT-RECORD-COUNT TO WS-TRAILER-COUNT
               ELSE
                   MOVE 9999999 TO WS-TRAILER-COUNT
               END-IF
               GO TO 1100-LOAD-ONE-CHANGE-EXIT
           END-IF.
           ADD 1 TO WS-FEED-RECORD-COUNT.
           IF WS-CHG-COUNT = 2000
               GO TO 1100-LOAD-ONE-CHANGE-EXIT
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE CRM-CHANGE-RECORD TO WS-CHG-FEED-IMAGE(WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-OUR-DATE(WS-CHG-COUNT).
           MOVE SPACES TO WS-CHG-OUR-OPERATOR(WS-CHG-COUNT).
           IF WS-CHG-LAST-SEEN(WS-CHG-COUNT) < WS-EARLIEST-LAST-SEEN
               MOVE WS-CHG-LAST-SEEN(WS-CHG-COUNT)
                   TO WS-EARLIEST-LAST-SEEN
           END-IF.
       1100-LOAD-ONE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-PROVE-TRAILER - A FEED WITHOUT ITS TRAILER, OR WHOSE *
      * TRAILER COUNT DISAGREES, MAY BE INCOMPLETE AND IS NOT     *
      * APPLIED; NEITHER IS ONE TOO LARGE TO HOLD.                *
      *-----------------------------------------------------------*
       1200-PROVE-TRAILER.
           IF NOT WS-TRAILER-FOUND
               AND WS-FEED-RECORD-COUNT = 0
               DISPLAY "CRMAPPLY: NO CRMIN CHANGES THIS RUN."
               MOVE "N" TO WS-FEED-SWITCH
               GO TO 1200-PROVE-TRAILER-EXIT
           END-IF.
           IF NOT WS-TRAILER-FOUND
               DISPLAY "CRMAPPLY: CRMIN HAS NO TRAILER - ",
                   "CRM CHANGES NOT APPLIED."
               MOVE "N" TO WS-FEED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1200-PROVE-TRAILER-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-FEED-RECORD-COUNT
               DISPLAY "CRMAPPLY: CRMIN TRAILER COUNT "
                   WS-TRAILER-COUNT " BUT " WS-FEED-RECORD-COUNT
                   " RECORDS READ - CRM CHANGES NOT APPLIED."
               MOVE "N" TO WS-FEED-SWITCH
               MOVE 8 TO RETURN-CODE
               GO TO 1200-PROVE-TRAILER-EXIT
           END-IF.
           IF WS-FEED-RECORD-COUNT > 2000
               DISPLAY "CRMAPPLY: CRMIN HOLDS MORE THAN 2000 ",
                   "CHANGES - CRM CHANGES NOT APPLIED."
               MOVE "N" TO WS-FEED-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       1200-PROVE-TRAILER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-SCAN-ONE-AUDIT - A CUSTAUDT TOUCH NOT MADE BY THIS   *
      * FEED, DATED AFTER THE EXTRACT THE CRM'S CHANGE WAS BASED  *
      * ON, IS A CHANGE THE CRM HAS NOT SEEN.  THE LATEST ONE IS  *
      * KEPT AGAINST EVERY FEED RECORD FOR THAT CUSTOMER.         *
      *-----------------------------------------------------------*
       1300-SCAN-ONE-AUDIT.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 1300-SCAN-ONE-AUDIT-EXIT
           END-READ.
           IF CA-OPERATOR-ID = WS-OPERATOR-ID
               GO TO 1300-SCAN-ONE-AUDIT-EXIT
           END-IF.
           IF CA-RUN-DATE NOT > WS-EARLIEST-LAST-SEEN
               GO TO 1300-SCAN-ONE-AUDIT-EXIT
           END-IF.
           PERFORM 1310-MATCH-ONE-CHANGE
               THRU 1310-MATCH-ONE-CHANGE-EXIT
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.
       1300-SCAN-ONE-AUDIT-EXIT.
           EXIT.

       1310-MATCH-ONE-CHANGE.
           IF WS-CHG-CUST-ID(WS-CHG-IDX) = CA-AFTER-CUST-ID
               AND CA-RUN-DATE > WS-CHG-LAST-SEEN(WS-CHG-IDX)
               AND (WS-CHG-OUR-DATE(WS-CHG-IDX) = SPACES
               OR CA-RUN-DATE NOT < WS-CHG-OUR-DATE(WS-CHG-IDX))
               MOVE CA-RUN-DATE    TO WS-CHG-OUR-DATE(WS-CHG-IDX)
               MOVE CA-OPERATOR-ID TO WS-CHG-OUR-OPERATOR(WS-CHG-IDX)
           END-IF.
       1310-MATCH-ONE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-ONE-CHANGE - EDIT ONE CRM CHANGE THE WAY       *
      * CUSTMAINT EDITS ITS OWN.  A CONFLICT OR A FAILED EDIT GOES *
      * TO THE REVIEW REPORT; ANYTHING ELSE IS APPLIED.           *
      *-----------------------------------------------------------*
       3000-APPLY-ONE-CHANGE.
           MOVE WS-CHG-FEED-IMAGE(WS-CHG-IDX) TO WS-CRM-ITEM.
           MOVE "N" TO WS-MASTER-SWITCH.
           IF NOT WS-CI-IS-NAME-CORRECT
               AND NOT WS-CI-IS-ADDR-CHANGE
               AND NOT WS-CI-IS-STMT-PREFS
               MOVE "UNKNOWN ACTION - IGNORED" TO WS-REVIEW-REASON
               GO TO 3000-REJECT-CHANGE
           END-IF.
           IF WS-CI-CUST-ID IS NOT NUMERIC
               MOVE "CUSTOMER ID NOT NUMERIC - IGNORED"
                   TO WS-REVIEW-REASON
               GO TO 3000-REJECT-CHANGE
           END-IF.
           MOVE WS-CI-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE - IGNORED"
                       TO WS-REVIEW-REASON
                   GO TO 3000-REJECT-CHANGE
           END-READ.
           SET WS-MASTER-WAS-READ TO TRUE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           CALL "NUMCHECK" USING WS-CI-LAST-SEEN, "D",
               WS-DATE-VALID-SWITCH, "CRMAPPLY       ".
           IF NOT WS-DATE-IS-VALID
               MOVE "CRM EXTRACT DATE NOT VALID - IGNORED"
                   TO WS-REVIEW-REASON
               GO TO 3000-REJECT-CHANGE
           END-IF.
           IF WS-CHG-OUR-DATE(WS-CHG-IDX) NOT = SPACES
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE "CONFLICT - CHANGED HERE, NOT APPLIED"
                   TO WS-REVIEW-REASON
               PERFORM 8000-WRITE-REVIEW-ENTRY
                   THRU 8000-WRITE-REVIEW-ENTRY-EXIT
               GO TO 3000-APPLY-ONE-CHANGE-EXIT
           END-IF.
           IF WS-CI-IS-ADDR-CHANGE
               MOVE "N" TO WS-POSTAL-VALID-SWITCH
               CALL "NUMCHECK" USING WS-CI-NEW-POSTAL, "P",
                   WS-POSTAL-VALID-SWITCH, "CRMAPPLY       "
               IF NOT WS-POSTAL-IS-VALID
                   MOVE "POSTAL CODE NOT VALID - IGNORED"
                       TO WS-REVIEW-REASON
                   GO TO 3000-REJECT-CHANGE
               END-IF
               PERFORM 3150-CHECK-POSTAL-REFERENCE
                   THRU 3150-CHECK-POSTAL-REFERENCE-EXIT
               IF WS-POST-CODE-UNKNOWN
                   OR WS-POST-CITY-DIFFERS
                   OR WS-POST-REGION-DIFFERS
                   GO TO 3000-REJECT-CHANGE
               END-IF
           END-IF.
           IF WS-CI-IS-NAME-CORRECT
               MOVE "N" TO WS-NAME-VALID-SWITCH
               CALL "NUMCHECK" USING WS-CI-NEW-NAME, "A",
                   WS-NAME-VALID-SWITCH, "CRMAPPLY       "
               IF NOT WS-NAME-IS-ALPHABETIC
                   MOVE "NEW NAME NOT ALPHABETIC - IGNORED"
                       TO WS-REVIEW-REASON
                   GO TO 3000-REJECT-CHANGE
               END-IF
           END-IF.
           IF CM-IS-MERGED
               MOVE SPACES TO WS-REVIEW-REASON
               STRING "MERGED INTO " DELIMITED BY SIZE
                   CM-MERGED-TO-ID DELIMITED BY SIZE
                   " - IGNORED" DELIMITED BY SIZE
                   INTO WS-REVIEW-REASON
               GO TO 3000-REJECT-CHANGE
           END-IF.
           PERFORM 3200-APPLY-CHANGE
               THRU 3200-APPLY-CHANGE-EXIT.
           GO TO 3000-APPLY-ONE-CHANGE-EXIT.
       3000-REJECT-CHANGE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "CRMAPPLY: CUSTOMER " WS-CI-CUST-ID " ACTION "
               WS-CI-ACTION " - " WS-REVIEW-REASON.
           PERFORM 8000-WRITE-REVIEW-ENTRY
               THRU 8000-WRITE-REVIEW-ENTRY-EXIT.
       3000-APPLY-ONE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3150-CHECK-POSTAL-REFERENCE - THE NEW ADDRESS MUST AGREE   *
      * WITH THE POSTAL REFERENCE, AS AT CUSTMAINT.  NO REFERENCE  *
      * AT ALL LETS THE CHANGE THROUGH.                            *
      *-----------------------------------------------------------*
       3150-CHECK-POSTAL-REFERENCE.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, WS-CI-NEW-POSTAL,
               WS-CI-NEW-CITY, WS-CI-NEW-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           IF WS-POST-CODE-UNKNOWN
               MOVE "POSTAL CODE NOT ON REFERENCE - IGNORED"
                   TO WS-REVIEW-REASON
           END-IF.
           IF WS-POST-CITY-DIFFERS
               OR WS-POST-REGION-DIFFERS
               MOVE SPACES TO WS-REVIEW-REASON
               STRING "CODE IS " DELIMITED BY SIZE
                   WS-SUGGESTED-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SUGGESTED-REGION DELIMITED BY SIZE
                   " - IGNORED" DELIMITED BY SIZE
                   INTO WS-REVIEW-REASON
           END-IF.
       3150-CHECK-POSTAL-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-APPLY-CHANGE - CAPTURE THE BEFORE IMAGE, APPLY THE   *
      * CHANGE, REWRITE THE MASTER, THEN JOURNAL, AUDIT AND KEEP  *
      * HISTORY EXACTLY AS CUSTMAINT DOES.  AN ADDRESS CHANGE     *
      * CLEARS A RETURNED-MAIL HOLD; A STATEMENT-HOLD CHANGE MADE *
      * DURING ONE WAITS UNTIL IT CLEARS.                         *
      *-----------------------------------------------------------*
       3200-APPLY-CHANGE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           IF WS-CI-IS-NAME-CORRECT
               MOVE WS-CI-NEW-NAME TO CM-NAME
           END-IF.
           IF WS-CI-IS-ADDR-CHANGE
               MOVE WS-CI-NEW-ADDRESS TO CM-CUSTOMER-ADDRESS
               IF CM-STMT-RETURNED-MAIL
                   PERFORM 3250-CLEAR-RETURNED-MAIL
                       THRU 3250-CLEAR-RETURNED-MAIL-EXIT
               END-IF
           END-IF.
           IF WS-CI-IS-STMT-PREFS
               IF WS-CI-STMT-SUPPRESS = "Y"
                   OR WS-CI-STMT-SUPPRESS = "N"
                   MOVE WS-CI-STMT-SUPPRESS TO CM-STMT-SUPPRESS-FLAG
               END-IF
               IF (WS-CI-STMT-HOLD = "Y" OR WS-CI-STMT-HOLD = "N")
                   AND CM-STMT-RETURNED-MAIL
                   PERFORM 3260-DEFER-STMT-HOLD
                       THRU 3260-DEFER-STMT-HOLD-EXIT
               END-IF
               IF (WS-CI-STMT-HOLD = "Y" OR WS-CI-STMT-HOLD = "N")
                   AND NOT CM-STMT-RETURNED-MAIL
                   MOVE WS-CI-STMT-HOLD TO CM-STMT-HOLD-FLAG
               END-IF
           END-IF.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "CRMAPPLY: REWRITE FAILED FOR CUSTOMER "
                       CM-CUST-ID " - STATUS " WS-CUST-FILE-STATUS
                   MOVE "MASTER REWRITE FAILED - NOT APPLIED"
                       TO WS-REVIEW-REASON
                   PERFORM 8000-WRITE-REVIEW-ENTRY
                       THRU 8000-WRITE-REVIEW-ENTRY-EXIT
                   GO TO 3200-APPLY-CHANGE-EXIT
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           PERFORM 3300-LOG-CHANGE-AUDIT
               THRU 3300-LOG-CHANGE-AUDIT-EXIT.
           PERFORM 3400-WRITE-HISTORY-IMAGE
               THRU 3400-WRITE-HISTORY-IMAGE-EXIT.
           IF CM-IS-SENSITIVE
               PERFORM 3500-LOG-SENSITIVE-ACCESS
                   THRU 3500-LOG-SENSITIVE-ACCESS-EXIT
           END-IF.
       3200-APPLY-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3250-CLEAR-RETURNED-MAIL - THE NEW ADDRESS ENDS THE HOLD   *
      * RTNMAIL PUT ON; THE STATEMENT-HOLD FLAG GOES BACK TO WHAT  *
      * IT WAS BEFORE, OR "N" WHEN RETMAIL HAS NO RECORD OF IT.    *
      *-----------------------------------------------------------*
       3250-CLEAR-RETURNED-MAIL.
           MOVE "X"    TO WS-RTH-FUNCTION.
           MOVE "N"    TO WS-RTH-HOLD-FLAG.
           MOVE SPACE  TO WS-RTH-RESULT.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, WS-CI-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           IF WS-RTH-UNAVAILABLE
               MOVE "N" TO WS-RTH-HOLD-FLAG
               DISPLAY "CRMAPPLY: RETMAIL UNAVAILABLE - HOLD FOR ",
                   "CUSTOMER " WS-CI-CUST-ID " CLEARED ON CUSTMAS ONLY."
           END-IF.
           MOVE WS-RTH-HOLD-FLAG TO CM-STMT-HOLD-FLAG.
           DISPLAY "CRMAPPLY: RETURNED-MAIL HOLD CLEARED FOR ",
               "CUSTOMER " WS-CI-CUST-ID ".".
       3250-CLEAR-RETURNED-MAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3260-DEFER-STMT-HOLD - ONLY AN ADDRESS CHANGE LIFTS A      *
      * RETURNED-MAIL HOLD, SO THE REQUESTED HOLD FLAG IS KEPT ON  *
      * RETMAIL AND APPLIED WHEN THE HOLD CLEARS.                  *
      *-----------------------------------------------------------*
       3260-DEFER-STMT-HOLD.
           MOVE "P"             TO WS-RTH-FUNCTION.
           MOVE WS-CI-STMT-HOLD TO WS-RTH-HOLD-FLAG.
           MOVE SPACE           TO WS-RTH-RESULT.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, WS-CI-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           DISPLAY "CRMAPPLY: CUSTOMER " WS-CI-CUST-ID
               " IS ON RETURNED-MAIL HOLD - STATEMENT HOLD "
               WS-CI-STMT-HOLD " APPLIES WHEN THE ADDRESS IS CHANGED.".
       3260-DEFER-STMT-HOLD-EXIT.
           EXIT.

       3300-LOG-CHANGE-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE WS-CI-ACTION TO CA-ACTION.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       3300-LOG-CHANGE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-WRITE-HISTORY-IMAGE - APPEND THE PRIOR RECORD IMAGE  *
      * TO CUSTHIST UNDER THE CUSTOMER AND THE DATE/TIME THE      *
      * CHANGE TOOK EFFECT.                                       *
      *-----------------------------------------------------------*
       3400-WRITE-HISTORY-IMAGE.
           OPEN EXTEND CUSTOMER-HISTORY-FILE.
           IF NOT WS-HIST-OK
               CLOSE CUSTOMER-HISTORY-FILE
               OPEN OUTPUT CUSTOMER-HISTORY-FILE
           END-IF.
           MOVE WS-CI-CUST-ID TO CH-CUST-ID.
           ACCEPT CH-EFF-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-EFF-TIME FROM TIME.
           MOVE WS-BEFORE-IMAGE TO CH-RECORD-IMAGE.
           WRITE CUSTOMER-HISTORY-RECORD.
           CLOSE CUSTOMER-HISTORY-FILE.
       3400-WRITE-HISTORY-IMAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-LOG-SENSITIVE-ACCESS - APPEND ONE SENSLOG ENTRY FOR  *
      * THIS FEED'S TOUCH OF A SENSITIVE RECORD.                  *
      *-----------------------------------------------------------*
       3500-LOG-SENSITIVE-ACCESS.
           OPEN EXTEND SENSITIVE-LOG-FILE.
           IF NOT WS-SENS-OK
               CLOSE SENSITIVE-LOG-FILE
               OPEN OUTPUT SENSITIVE-LOG-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO SN-OPERATOR-ID.
           MOVE CM-CUST-ID     TO SN-CUST-ID.
           ACCEPT SN-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-ACCESS-TIME FROM TIME.
           MOVE "MAINT   " TO SN-ACTION.
           WRITE SENSITIVE-LOG-RECORD.
           CLOSE SENSITIVE-LOG-FILE.
       3500-LOG-SENSITIVE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-REVIEW-ENTRY - ONE CRMRVW ENTRY: THE CRM'S     *
      * CHANGE, OUR LAST CHANGE WHEN IT CONFLICTS, THE REASON,    *
      * AND THE VALUE THE CRM SENT.  A SENSITIVE CUSTOMER'S NAME  *
      * AND ADDRESS ARE NOT PRINTED.                              *
      *-----------------------------------------------------------*
       8000-WRITE-REVIEW-ENTRY.
           MOVE WS-CI-CUST-ID                  TO WS-RD-CUST-ID.
           MOVE WS-CI-ACTION                   TO WS-RD-ACTION.
           MOVE WS-CI-LAST-SEEN                TO WS-RD-LAST-SEEN.
           MOVE WS-CHG-OUR-DATE(WS-CHG-IDX)    TO WS-RD-OUR-DATE.
           MOVE WS-CHG-OUR-OPERATOR(WS-CHG-IDX)
               TO WS-RD-OUR-OPERATOR.
           MOVE WS-REVIEW-REASON               TO WS-RD-REASON.
           MOVE WS-RPT-DETAIL TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO WS-RV-VALUE.
           IF WS-CI-IS-NAME-CORRECT
               MOVE "CRM NAME:"    TO WS-RV-LABEL
               MOVE WS-CI-NEW-NAME TO WS-RV-VALUE
           END-IF.
           IF WS-CI-IS-ADDR-CHANGE
               MOVE "CRM ADDR:"    TO WS-RV-LABEL
               STRING WS-CI-NEW-STREET DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CI-NEW-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CI-NEW-REGION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CI-NEW-POSTAL DELIMITED BY SIZE
                   INTO WS-RV-VALUE
           END-IF.
           IF WS-CI-IS-STMT-PREFS
               MOVE "CRM PREFS:"   TO WS-RV-LABEL
               STRING "SUPPRESS " DELIMITED BY SIZE
                   WS-CI-STMT-SUPPRESS DELIMITED BY SIZE
                   "  HOLD " DELIMITED BY SIZE
                   WS-CI-STMT-HOLD DELIMITED BY SIZE
                   INTO WS-RV-VALUE
           END-IF.
           IF WS-RV-VALUE = SPACES
               GO TO 8000-WRITE-REVIEW-ENTRY-EXIT
           END-IF.
           IF WS-MASTER-WAS-READ
               AND CM-IS-SENSITIVE
               AND NOT WS-CI-IS-STMT-PREFS
               MOVE WS-MASK-30 TO WS-RV-VALUE
           END-IF.
           MOVE WS-RPT-VALUE-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
       8000-WRITE-REVIEW-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES, CLEAR AN APPLIED FEED,  *
      * AND REPORT THE RUN.  CONFLICTS AND REJECTS END WITH       *
      * RETURN-CODE 4 SO THE REVIEW REPORT GETS LOOKED AT.        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CUST-OK
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-FEED-IS-COMPLETE
               OPEN OUTPUT CRM-CHANGE-FILE
               CLOSE CRM-CHANGE-FILE
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-APPLIED-COUNT  TO WS-RT-APPLIED.
           MOVE WS-CONFLICT-COUNT TO WS-RT-CONFLICTS.
           MOVE WS-REJECTED-COUNT TO WS-RT-REJECTED.
           MOVE WS-RPT-TOTAL-LINE TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY "CRMAPPLY: CHANGES APPLIED   = " WS-APPLIED-COUNT.
           DISPLAY "CRMAPPLY: CONFLICTS HELD    = " WS-CONFLICT-COUNT.
           DISPLAY "CRMAPPLY: CHANGES REJECTED  = " WS-REJECTED-COUNT.
           IF (WS-CONFLICT-COUNT > 0 OR WS-REJECTED-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM CRMAPPLY.
