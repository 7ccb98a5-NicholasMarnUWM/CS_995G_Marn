      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Legacy customer-ID migration to the self-verifying
      * scheme.  CM-ID-SCHEME-FLAG tells the self-verifying IDs from
      * the legacy ones; every legacy customer not already merged is
      * taken in ID order.  A legacy ID that happens to pass IDCHECK
      * already is simply flagged "S" where it stands.  Any other is
      * given a new self-verifying ID drawn through the CUSTSEQ
      * serializer exactly as intake draws one: the new CUSTMAS
      * record is a copy of the old under the new ID, and the old
      * record stays on file as the alias - status "M" with
      * CM-MERGED-TO-ID pointing at the new ID, as CUSTMERG leaves a
      * duplicate.  The customer's TIERMAS, BALMAS, LIMITMAS, KYCMAS
      * and WLREVIEW records move to the new ID with it.  Each pair
      * is written to the IDXREF cross-reference with the date the
      * transition window closes; until then IDALIAS turns the old
      * ID into the new one for TELLER, CUSTINQ, DISPMGR and the
      * posting run, and counts each use for IDUSRPT.  Every change
      * goes to CUSTAUDT and the forward-recovery journal, and the
      * IDMRPT listing shows each customer moved.  The operator
      * signs on through OPERSIGN and must hold the supervisor role;
      * a run takes at most 5000 customers and may simply be run
      * again for the rest.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDMIGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-SEQ-FILE ASSIGN TO "CUSTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT ID-XREF-FILE ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-OLD-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT TIER-MASTER-FILE ASSIGN TO "TIERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-ACCOUNT-ID
               FILE STATUS IS WS-MAS-FILE-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIM-FILE-STATUS.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CUST-ID
               FILE STATUS IS WS-KYC-FILE-STATUS.
           SELECT WATCH-REVIEW-FILE ASSIGN TO "WLREVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-CUST-ID
               FILE STATUS IS WS-WLRV-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MIGRATION-REPORT-FILE ASSIGN TO "IDMRPT"
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
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  CUSTOMER-SEQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  CUSTOMER-SEQ-RECORD.
           05  CS-LAST-CUST-ID         PIC 9(06).

       FD  ID-XREF-FILE.
       01  ID-XREF-RECORD.
           05  IX-OLD-ID               PIC 9(06).
           05  IX-NEW-ID               PIC 9(06).
           05  IX-MIGRATED-DATE        PIC X(08).
           05  IX-RETIRE-DATE          PIC X(08).
           05  IX-USE-COUNT            PIC 9(07).
           05  IX-LAST-USED-DATE       PIC X(08).
           05  IX-LAST-USED-BY         PIC X(15).
           05  FILLER                  PIC X(12).

       FD  TIER-MASTER-FILE.
       01  TIER-MASTER-RECORD.
           05  TM-ACCOUNT-ID           PIC 9(06).
           05  TM-BUCKET               PIC X(16).
           05  TM-SINCE-DATE           PIC X(08).

       FD  CUSTOMER-BALANCE-FILE.
       01  CUSTOMER-BALANCE-RECORD.
           05  BL-KEY.
               10  BL-CUST-ID          PIC 9(06).
               10  BL-CURRENCY-CODE    PIC X(03).
           05  BL-LEDGER-BALANCE       PIC S9(11)V9(02).
           05  BL-LAST-ACTIVITY-DATE   PIC X(08).
           05  BL-MTD-PERIOD           PIC X(06).
           05  BL-MTD-TOTAL            PIC S9(11)V9(02).
           05  BL-YTD-YEAR             PIC X(04).
           05  BL-YTD-TOTAL            PIC S9(11)V9(02).
           05  FILLER                  PIC X(14).

       FD  LIMIT-MASTER-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  KYC-REVIEW-FILE.
       01  KYC-REVIEW-RECORD.
           05  KY-CUST-ID              PIC 9(06).
           05  KY-RISK-RATING          PIC X(01).
           05  KY-LAST-REVIEW-DATE     PIC X(08).
           05  KY-NEXT-REVIEW-DATE     PIC X(08).
           05  KY-CHANGED-DATE         PIC X(08).
           05  KY-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(11).

       FD  WATCH-REVIEW-FILE.
       01  WATCH-REVIEW-RECORD.
           05  WQ-CUST-ID              PIC 9(06).
           05  WQ-STATUS               PIC X(01).
           05  FILLER                  PIC X(123).

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

       FD  MIGRATION-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MIGRATION-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-EOF                       VALUE "10".
       01  WS-SEQ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SEQ-OK                         VALUE "00".
       01  WS-XREF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-XREF-OK                        VALUE "00".
           88  WS-XREF-NOT-FOUND                 VALUE "35".
       01  WS-MAS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MAS-OK                         VALUE "00".
           88  WS-MAS-NOT-FOUND                  VALUE "35".
       01  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BAL-OK                         VALUE "00".
           88  WS-BAL-NOT-FOUND                  VALUE "35".
       01  WS-LIM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LIM-OK                         VALUE "00".
           88  WS-LIM-NOT-FOUND                  VALUE "35".
       01  WS-KYC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-KYC-OK                         VALUE "00".
           88  WS-KYC-NOT-FOUND                  VALUE "35".
       01  WS-WLRV-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WLRV-OK                        VALUE "00".
           88  WS-WLRV-NOT-FOUND                 VALUE "35".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
               88  WS-IS-SUPERVISOR              VALUE "Y".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-OPEN-SWITCHES.
           05  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-CUSTMAS-OPEN               VALUE "Y".
           05  WS-XREF-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-IDXREF-OPEN                VALUE "Y".
           05  WS-TIER-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-TIERMAS-OPEN               VALUE "Y".
           05  WS-BAL-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-BALMAS-OPEN                VALUE "Y".
           05  WS-LIM-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-LIMITMAS-OPEN              VALUE "Y".
           05  WS-KYC-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-KYCMAS-OPEN                VALUE "Y".
           05  WS-WLRV-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-WLREVIEW-OPEN              VALUE "Y".
           05  WS-RPT-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  WS-IDMRPT-OPEN                VALUE "Y".
       01  WS-STOP-SWITCH              PIC X(01) VALUE "N".
           88  WS-RUN-STOPPED                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RETIRE-DATE              PIC X(08) VALUE SPACES.
       77  WS-WINDOW-DAYS              PIC 9(03) COMP VALUE 180.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
      *
      * LEGACY CUSTOMERS FOUND BY THE SCAN, MIGRATED IN ID ORDER.
      *
       01  WS-LEGACY-TABLE.
           05  WS-LG-CUST-ID           PIC 9(06) OCCURS 5000 TIMES.
       77  WS-LG-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-LG-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-LG-LIMIT                 PIC 9(05) COMP VALUE 5000.
       01  WS-MORE-LEGACY-SWITCH       PIC X(01) VALUE "N".
           88  WS-MORE-LEGACY-LEFT               VALUE "Y".
      *
      * CURRENCIES THE CUSTOMER HOLDS ON BALMAS, GATHERED BEFORE
      * ANY IS MOVED SO THE BROWSE IS NOT DISTURBED BY THE WRITES.
      *
       01  WS-CURRENCY-TABLE.
           05  WS-CY-CODE              PIC X(03) OCCURS 50 TIMES.
       77  WS-CY-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CY-IDX                   PIC 9(03) COMP VALUE ZERO.
       01  WS-BAL-DONE-SWITCH          PIC X(01) VALUE "N".
           88  WS-BAL-DONE                       VALUE "Y".
      *
      * CUSTSEQ SERIALIZER WORK FIELDS, AS AT INTAKE.
      *
       01  WS-SEQ-EMPTY-SWITCH         PIC X(01) VALUE "N".
           88  WS-SEQ-FILE-EMPTY                 VALUE "Y".
       01  WS-ID-VALID-SWITCH          PIC X(01) VALUE "N".
           88  WS-ID-IS-VALID                    VALUE "Y".
       01  WS-ID-RESULT-TEXT           PIC X(15) VALUE SPACES.
       01  WS-ID-REJECT-SWITCH         PIC X(01) VALUE "N".
           88  WS-ID-REJECTED                    VALUE "Y".
       01  WS-NEXT-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-NEXT-BASE                PIC 9(05) VALUE ZERO.
       01  WS-CHECK-DIGIT              PIC 9(01) VALUE ZERO.
       01  WS-ID-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WS-SELF-ID-FOUND                  VALUE "Y".
       77  WS-BASE-TRIES               PIC 9(03) COMP VALUE ZERO.
      *
      * THE CUSTOMER BEING MOVED.
      *
       01  WS-OLD-CUST-ID              PIC 9(06) VALUE ZERO.
       01  WS-NEW-CUST-ID              PIC 9(06) VALUE ZERO.
       01  WS-OLD-RECORD               PIC X(101) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(101) VALUE SPACES.
       01  WS-AUDIT-ACTION             PIC X(01) VALUE SPACE.
       01  WS-CARRY-RECORD             PIC X(130) VALUE SPACES.
       01  WS-CARRY-TEXT               PIC X(08) VALUE SPACES.
       77  WS-MIGRATED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-CARRIED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OLD-ID            PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-NEW-ID            PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-NAME              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-RESULT            PIC X(20).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-LABEL             PIC X(30).
           05  WS-RC-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - MIGRATION NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- MIGRATION NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "IDMIGR         " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "IDMIGR: CUSTMAS LOCK REFUSED - ",
                   "MIGRATION NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "L"        TO WS-LOCK-FUNCTION.
           MOVE "TIERMAS " TO WS-LOCK-NAME.
           MOVE "N"        TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "IDMIGR: TIERMAS LOCK REFUSED - ",
                   "MIGRATION NOT PERFORMED."
               MOVE "U"        TO WS-LOCK-FUNCTION
               MOVE "CUSTMAS " TO WS-LOCK-NAME
               CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
                   WS-LOCK-OWNER, WS-LOCK-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-STOPPED
               PERFORM 2000-FIND-LEGACY-CUSTOMERS
                   THRU 2000-FIND-LEGACY-CUSTOMERS-EXIT
               PERFORM 3000-MIGRATE-ONE-CUSTOMER
                   THRU 3000-MIGRATE-ONE-CUSTOMER-EXIT
                   VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
                   OR WS-RUN-STOPPED
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "U"        TO WS-LOCK-FUNCTION.
           MOVE "TIERMAS " TO WS-LOCK-NAME.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           MOVE "CUSTMAS " TO WS-LOCK-NAME.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - WORK OUT THE DATE THE TRANSITION WINDOW *
      * CLOSES AND OPEN EVERY MASTER THE MOVE TOUCHES.  IDXREF IS *
      * CREATED ON THE FIRST RUN.  A CARRIED MASTER THAT DOES NOT *
      * EXIST YET HAS NOTHING TO CARRY; ONE THAT EXISTS BUT WILL  *
      * NOT OPEN STOPS THE RUN, SINCE MOVING THE CUSTOMER WITHOUT *
      * IT WOULD STRAND ITS RECORDS UNDER THE OLD ID.             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "A"            TO WS-DATE-FUNCTION.
           MOVE WS-WINDOW-DAYS TO WS-RESULT-DAYS.
           MOVE "N"            TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               DISPLAY "IDMIGR: TRANSITION WINDOW DATE COULD NOT ",
                   "BE WORKED OUT - MIGRATION NOT PERFORMED."
               GO TO 1000-INITIALIZE-STOP
           END-IF.
           MOVE WS-RESULT-DATE TO WS-RETIRE-DATE.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "IDMIGR         ", "CUSTMAS ",
                   "OPEN-IO ", WS-CUST-FILE-STATUS, "N"
               GO TO 1000-INITIALIZE-STOP
           END-IF.
           SET WS-CUSTMAS-OPEN TO TRUE.
           OPEN I-O ID-XREF-FILE.
           IF WS-XREF-NOT-FOUND
               OPEN OUTPUT ID-XREF-FILE
               CLOSE ID-XREF-FILE
               OPEN I-O ID-XREF-FILE
           END-IF.
           IF NOT WS-XREF-OK
               CALL "FILERR" USING "IDMIGR         ", "IDXREF  ",
                   "OPEN-IO ", WS-XREF-FILE-STATUS, "N"
               GO TO 1000-INITIALIZE-STOP
           END-IF.
           SET WS-IDXREF-OPEN TO TRUE.
           OPEN I-O TIER-MASTER-FILE.
           IF WS-MAS-OK
               SET WS-TIERMAS-OPEN TO TRUE
           ELSE
               IF NOT WS-MAS-NOT-FOUND
                   CALL "FILERR" USING "IDMIGR         ",
                       "TIERMAS ", "OPEN-IO ", WS-MAS-FILE-STATUS,
                       "N"
                   GO TO 1000-INITIALIZE-STOP
               END-IF
           END-IF.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF WS-BAL-OK
               SET WS-BALMAS-OPEN TO TRUE
           ELSE
               IF NOT WS-BAL-NOT-FOUND
                   CALL "FILERR" USING "IDMIGR         ",
                       "BALMAS  ", "OPEN-IO ", WS-BAL-FILE-STATUS,
                       "N"
                   GO TO 1000-INITIALIZE-STOP
               END-IF
           END-IF.
           OPEN I-O LIMIT-MASTER-FILE.
           IF WS-LIM-OK
               SET WS-LIMITMAS-OPEN TO TRUE
           ELSE
               IF NOT WS-LIM-NOT-FOUND
                   CALL "FILERR" USING "IDMIGR         ",
                       "LIMITMAS", "OPEN-IO ", WS-LIM-FILE-STATUS,
                       "N"
                   GO TO 1000-INITIALIZE-STOP
               END-IF
           END-IF.
           OPEN I-O KYC-REVIEW-FILE.
           IF WS-KYC-OK
               SET WS-KYCMAS-OPEN TO TRUE
           ELSE
               IF NOT WS-KYC-NOT-FOUND
                   CALL "FILERR" USING "IDMIGR         ",
                       "KYCMAS  ", "OPEN-IO ", WS-KYC-FILE-STATUS,
                       "N"
                   GO TO 1000-INITIALIZE-STOP
               END-IF
           END-IF.
           OPEN I-O WATCH-REVIEW-FILE.
           IF WS-WLRV-OK
               SET WS-WLREVIEW-OPEN TO TRUE
           ELSE
               IF NOT WS-WLRV-NOT-FOUND
                   CALL "FILERR" USING "IDMIGR         ",
                       "WLREVIEW", "OPEN-IO ", WS-WLRV-FILE-STATUS,
                       "N"
                   GO TO 1000-INITIALIZE-STOP
               END-IF
           END-IF.
           OPEN OUTPUT MIGRATION-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "IDMIGR         ", "IDMRPT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               GO TO 1000-INITIALIZE-STOP
           END-IF.
           SET WS-IDMRPT-OPEN TO TRUE.
           MOVE SPACES TO MIGRATION-REPORT-LINE.
           STRING "LEGACY CUSTOMER ID MIGRATION - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   ALIASES HONORED THROUGH " DELIMITED BY SIZE
               WS-RETIRE-DATE DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
           MOVE SPACES TO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
           MOVE "  OLD ID   NEW ID   NAME" TO MIGRATION-REPORT-LINE.
           MOVE "RESULT" TO MIGRATION-REPORT-LINE(52:6).
           WRITE MIGRATION-REPORT-LINE.
           GO TO 1000-INITIALIZE-EXIT.
       1000-INITIALIZE-STOP.
           SET WS-RUN-STOPPED TO TRUE.
           MOVE 12 TO RETURN-CODE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-FIND-LEGACY-CUSTOMERS - BROWSE CUSTMAS IN ID ORDER   *
      * FOR RECORDS WITHOUT THE SELF-VERIFYING FLAG THAT ARE NOT  *
      * ALREADY MERGED.  THE IDS ARE TABLED FIRST SO THE NEW      *
      * RECORDS WRITTEN LATER CANNOT DISTURB THE BROWSE.          *
      *-----------------------------------------------------------*
       2000-FIND-LEGACY-CUSTOMERS.
           MOVE ZERO TO WS-LG-COUNT.
           MOVE ZERO TO CM-CUST-ID.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CM-CUST-ID
               INVALID KEY
                   GO TO 2000-FIND-LEGACY-CUSTOMERS-EXIT
           END-START.
           MOVE "00" TO WS-CUST-FILE-STATUS.
           PERFORM 2100-SCAN-ONE-CUSTOMER
               THRU 2100-SCAN-ONE-CUSTOMER-EXIT
               UNTIL WS-CUST-EOF
               OR WS-MORE-LEGACY-LEFT.
       2000-FIND-LEGACY-CUSTOMERS-EXIT.
           EXIT.

       2100-SCAN-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO 2100-SCAN-ONE-CUSTOMER-EXIT
           END-READ.
           IF CM-ID-SELF-VERIFYING OR CM-IS-MERGED
               GO TO 2100-SCAN-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-LG-COUNT = WS-LG-LIMIT
               SET WS-MORE-LEGACY-LEFT TO TRUE
               GO TO 2100-SCAN-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-LG-COUNT.
           MOVE CM-CUST-ID TO WS-LG-CUST-ID(WS-LG-COUNT).
       2100-SCAN-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MIGRATE-ONE-CUSTOMER - ONE LEGACY CUSTOMER.  AN ID   *
      * THAT ALREADY VERIFIES IS ONLY FLAGGED.  OTHERWISE THE NEW *
      * RECORD IS WRITTEN FIRST, THEN THE OLD ONE BECOMES THE     *
      * ALIAS, THEN THE RELATED MASTERS FOLLOW AND THE PAIR GOES  *
      * ON IDXREF.                                                *
      *-----------------------------------------------------------*
       3000-MIGRATE-ONE-CUSTOMER.
           MOVE WS-LG-CUST-ID(WS-LG-IDX) TO WS-OLD-CUST-ID.
           MOVE WS-OLD-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 3000-MIGRATE-ONE-CUSTOMER-EXIT
           END-READ.
           IF CM-ID-SELF-VERIFYING OR CM-IS-MERGED
               GO TO 3000-MIGRATE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE CUSTOMER-MASTER-RECORD TO WS-OLD-RECORD.
           MOVE "N"    TO WS-ID-VALID-SWITCH.
           MOVE SPACES TO WS-ID-RESULT-TEXT.
           CALL "IDCHECK" USING WS-OLD-CUST-ID, WS-ID-VALID-SWITCH,
               WS-ID-RESULT-TEXT.
           IF WS-ID-IS-VALID
               PERFORM 3100-FLAG-IN-PLACE
                   THRU 3100-FLAG-IN-PLACE-EXIT
               GO TO 3000-MIGRATE-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 4000-GET-NEXT-CUST-ID
               THRU 4000-GET-NEXT-CUST-ID-EXIT.
           IF WS-ID-REJECTED
               SET WS-RUN-STOPPED TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "IDMIGR: NO NEW ID COULD BE DRAWN FOR "
                   WS-OLD-CUST-ID " - MIGRATION STOPPED."
               GO TO 3000-MIGRATE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-NEXT-CUST-ID TO WS-NEW-CUST-ID.
           MOVE WS-OLD-RECORD   TO CUSTOMER-MASTER-RECORD.
           MOVE WS-NEW-CUST-ID  TO CM-CUST-ID.
           MOVE ZERO            TO CM-MERGED-TO-ID.
           MOVE "S"             TO CM-ID-SCHEME-FLAG.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "IDMIGR: NEW ID " WS-NEW-CUST-ID
                       " ALREADY ON FILE - " WS-OLD-CUST-ID
                       " NOT MIGRATED."
                   MOVE "NEW ID ON FILE" TO WS-RD-RESULT
                   PERFORM 8500-WRITE-DETAIL-LINE
                       THRU 8500-WRITE-DETAIL-LINE-EXIT
                   GO TO 3000-MIGRATE-ONE-CUSTOMER-EXIT
           END-WRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "WRITE   ",
               CUSTOMER-MASTER-RECORD.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "A"    TO WS-AUDIT-ACTION.
           PERFORM 8000-LOG-CUSTOMER-AUDIT
               THRU 8000-LOG-CUSTOMER-AUDIT-EXIT.
           MOVE WS-OLD-RECORD  TO CUSTOMER-MASTER-RECORD.
           MOVE WS-OLD-RECORD  TO WS-BEFORE-IMAGE.
           MOVE "M"            TO CM-STATUS-FLAG.
           MOVE WS-NEW-CUST-ID TO CM-MERGED-TO-ID.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "IDMIGR: REWRITE FAILED FOR "
                       WS-OLD-CUST-ID " - STATUS "
                       WS-CUST-FILE-STATUS
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           MOVE "X" TO WS-AUDIT-ACTION.
           PERFORM 8000-LOG-CUSTOMER-AUDIT
               THRU 8000-LOG-CUSTOMER-AUDIT-EXIT.
           PERFORM 5000-CARRY-TIER-RECORD
               THRU 5000-CARRY-TIER-RECORD-EXIT.
           PERFORM 5100-CARRY-BALANCES
               THRU 5100-CARRY-BALANCES-EXIT.
           PERFORM 5200-CARRY-LIMIT-RECORD
               THRU 5200-CARRY-LIMIT-RECORD-EXIT.
           PERFORM 5300-CARRY-KYC-RECORD
               THRU 5300-CARRY-KYC-RECORD-EXIT.
           PERFORM 5400-CARRY-WATCH-RECORD
               THRU 5400-CARRY-WATCH-RECORD-EXIT.
           PERFORM 6000-WRITE-CROSS-REFERENCE
               THRU 6000-WRITE-CROSS-REFERENCE-EXIT.
           ADD 1 TO WS-MIGRATED-COUNT.
           MOVE "MIGRATED" TO WS-RD-RESULT.
           PERFORM 8500-WRITE-DETAIL-LINE
               THRU 8500-WRITE-DETAIL-LINE-EXIT.
       3000-MIGRATE-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-FLAG-IN-PLACE - A LEGACY ID THAT PASSES IDCHECK KEEPS *
      * ITS NUMBER; ONLY THE SCHEME FLAG CHANGES.                 *
      *-----------------------------------------------------------*
       3100-FLAG-IN-PLACE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "S" TO CM-ID-SCHEME-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "IDMIGR: REWRITE FAILED FOR "
                       WS-OLD-CUST-ID " - STATUS "
                       WS-CUST-FILE-STATUS
                   GO TO 3100-FLAG-IN-PLACE-EXIT
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           MOVE "V" TO WS-AUDIT-ACTION.
           PERFORM 8000-LOG-CUSTOMER-AUDIT
               THRU 8000-LOG-CUSTOMER-AUDIT-EXIT.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WS-OLD-CUST-ID TO WS-NEW-CUST-ID.
           MOVE "ALREADY VERIFIES" TO WS-RD-RESULT.
           PERFORM 8500-WRITE-DETAIL-LINE
               THRU 8500-WRITE-DETAIL-LINE-EXIT.
       3100-FLAG-IN-PLACE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-GET-NEXT-CUST-ID - DRAW THE NEXT BASE FROM CUSTSEQ,  *
      * FIND ITS CHECK DIGIT, AND STORE THE BASE BACK, AS INTAKE  *
      * DOES.  CUSTSEQ IS HELD OPEN I-O ACROSS THE READ AND       *
      * REWRITE SO NO OTHER DRAW CAN INTERLEAVE.                  *
      *-----------------------------------------------------------*
       4000-GET-NEXT-CUST-ID.
           MOVE ZERO TO WS-NEXT-CUST-ID.
           MOVE "N"  TO WS-SEQ-EMPTY-SWITCH.
           MOVE "N"  TO WS-ID-REJECT-SWITCH.
           OPEN I-O CUSTOMER-SEQ-FILE.
           IF WS-SEQ-OK
               READ CUSTOMER-SEQ-FILE
                   AT END
                       SET WS-SEQ-FILE-EMPTY TO TRUE
                       MOVE ZERO TO CS-LAST-CUST-ID
               END-READ
               MOVE CS-LAST-CUST-ID TO WS-NEXT-BASE
               PERFORM 4100-FIND-SELF-VERIFYING-ID
                   THRU 4100-FIND-SELF-VERIFYING-ID-EXIT
               MOVE WS-NEXT-BASE TO CS-LAST-CUST-ID
               IF WS-SEQ-FILE-EMPTY
                   CLOSE CUSTOMER-SEQ-FILE
                   OPEN OUTPUT CUSTOMER-SEQ-FILE
                   WRITE CUSTOMER-SEQ-RECORD
               ELSE
                   REWRITE CUSTOMER-SEQ-RECORD
               END-IF
               CLOSE CUSTOMER-SEQ-FILE
           ELSE
               MOVE ZERO TO WS-NEXT-BASE
               PERFORM 4100-FIND-SELF-VERIFYING-ID
                   THRU 4100-FIND-SELF-VERIFYING-ID-EXIT
               OPEN OUTPUT CUSTOMER-SEQ-FILE
               MOVE WS-NEXT-BASE TO CS-LAST-CUST-ID
               WRITE CUSTOMER-SEQ-RECORD
               CLOSE CUSTOMER-SEQ-FILE
           END-IF.
       4000-GET-NEXT-CUST-ID-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-FIND-SELF-VERIFYING-ID - STEP THE BASE FORWARD AND   *
      * TRY CHECK DIGITS 0-9 UNTIL IDCHECK PASSES BASE*10+DIGIT.  *
      * A HUNDRED FRUITLESS BASES IS A HARD STOP.                 *
      *-----------------------------------------------------------*
       4100-FIND-SELF-VERIFYING-ID.
           MOVE "N"  TO WS-ID-FOUND-SWITCH.
           MOVE ZERO TO WS-BASE-TRIES.
           PERFORM 4200-TRY-ONE-BASE
               THRU 4200-TRY-ONE-BASE-EXIT
               UNTIL WS-SELF-ID-FOUND
               OR WS-BASE-TRIES > 100.
           IF NOT WS-SELF-ID-FOUND
               SET WS-ID-REJECTED TO TRUE
               DISPLAY "*** NO SELF-VERIFYING ID FOUND NEAR BASE "
                   WS-NEXT-BASE " - ESCALATE ***"
           END-IF.
       4100-FIND-SELF-VERIFYING-ID-EXIT.
           EXIT.

       4200-TRY-ONE-BASE.
           ADD 1 TO WS-NEXT-BASE.
           ADD 1 TO WS-BASE-TRIES.
           MOVE ZERO TO WS-CHECK-DIGIT.
           PERFORM 4300-TRY-ONE-DIGIT
               THRU 4300-TRY-ONE-DIGIT-EXIT
               UNTIL WS-SELF-ID-FOUND
               OR WS-CHECK-DIGIT > 9.
       4200-TRY-ONE-BASE-EXIT.
           EXIT.

       4300-TRY-ONE-DIGIT.
           COMPUTE WS-NEXT-CUST-ID =
               (WS-NEXT-BASE * 10) + WS-CHECK-DIGIT.
           MOVE "N"    TO WS-ID-VALID-SWITCH.
           MOVE SPACES TO WS-ID-RESULT-TEXT.
           CALL "IDCHECK" USING WS-NEXT-CUST-ID, WS-ID-VALID-SWITCH,
               WS-ID-RESULT-TEXT.
           IF WS-ID-IS-VALID
               SET WS-SELF-ID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CHECK-DIGIT
           END-IF.
       4300-TRY-ONE-DIGIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CARRY-TIER-RECORD - THE OLD ID'S TIERMAS RECORD IS   *
      * WRITTEN UNDER THE NEW ID AND THE OLD ONE DELETED, AS      *
      * CUSTMERG RE-POINTS A DUPLICATE'S TIER PRESENCE.           *
      *-----------------------------------------------------------*
       5000-CARRY-TIER-RECORD.
           IF NOT WS-TIERMAS-OPEN
               GO TO 5000-CARRY-TIER-RECORD-EXIT
           END-IF.
           MOVE WS-OLD-CUST-ID TO TM-ACCOUNT-ID.
           READ TIER-MASTER-FILE
               INVALID KEY
                   GO TO 5000-CARRY-TIER-RECORD-EXIT
           END-READ.
           MOVE TIER-MASTER-RECORD TO WS-CARRY-RECORD.
           DELETE TIER-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "TIERMAS " TO WS-CARRY-TEXT
                   GO TO 5000-CARRY-TIER-RECORD-FAILED
           END-DELETE.
           MOVE WS-CARRY-RECORD TO TIER-MASTER-RECORD.
           MOVE WS-NEW-CUST-ID  TO TM-ACCOUNT-ID.
           WRITE TIER-MASTER-RECORD
               INVALID KEY
                   MOVE "TIERMAS " TO WS-CARRY-TEXT
                   GO TO 5000-CARRY-TIER-RECORD-FAILED
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           GO TO 5000-CARRY-TIER-RECORD-EXIT.
       5000-CARRY-TIER-RECORD-FAILED.
           PERFORM 5900-REPORT-CARRY-FAILURE
               THRU 5900-REPORT-CARRY-FAILURE-EXIT.
       5000-CARRY-TIER-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-CARRY-BALANCES - EVERY CURRENCY BALANCE THE OLD ID   *
      * HOLDS MOVES TO THE NEW ID.  THE CURRENCIES ARE GATHERED   *
      * FIRST, THEN EACH BALANCE IS READ, DELETED AND REWRITTEN   *
      * UNDER THE NEW KEY.                                        *
      *-----------------------------------------------------------*
       5100-CARRY-BALANCES.
           IF NOT WS-BALMAS-OPEN
               GO TO 5100-CARRY-BALANCES-EXIT
           END-IF.
           MOVE ZERO           TO WS-CY-COUNT.
           MOVE "N"            TO WS-BAL-DONE-SWITCH.
           MOVE WS-OLD-CUST-ID TO BL-CUST-ID.
           MOVE LOW-VALUES     TO BL-CURRENCY-CODE.
           START CUSTOMER-BALANCE-FILE KEY IS NOT LESS THAN BL-KEY
               INVALID KEY
                   GO TO 5100-CARRY-BALANCES-EXIT
           END-START.
           PERFORM 5110-GATHER-ONE-CURRENCY
               THRU 5110-GATHER-ONE-CURRENCY-EXIT
               UNTIL WS-BAL-DONE.
           PERFORM 5120-MOVE-ONE-BALANCE
               THRU 5120-MOVE-ONE-BALANCE-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT.
       5100-CARRY-BALANCES-EXIT.
           EXIT.

       5110-GATHER-ONE-CURRENCY.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-DONE TO TRUE
                   GO TO 5110-GATHER-ONE-CURRENCY-EXIT
           END-READ.
           IF BL-CUST-ID NOT = WS-OLD-CUST-ID
               SET WS-BAL-DONE TO TRUE
               GO TO 5110-GATHER-ONE-CURRENCY-EXIT
           END-IF.
           IF WS-CY-COUNT = 50
               SET WS-BAL-DONE TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "IDMIGR: MORE THAN 50 CURRENCIES FOR "
                   WS-OLD-CUST-ID " - THE REST STAY ON THE OLD ID."
               GO TO 5110-GATHER-ONE-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-CY-COUNT.
           MOVE BL-CURRENCY-CODE TO WS-CY-CODE(WS-CY-COUNT).
       5110-GATHER-ONE-CURRENCY-EXIT.
           EXIT.

       5120-MOVE-ONE-BALANCE.
           MOVE WS-OLD-CUST-ID        TO BL-CUST-ID.
           MOVE WS-CY-CODE(WS-CY-IDX) TO BL-CURRENCY-CODE.
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY
                   GO TO 5120-MOVE-ONE-BALANCE-EXIT
           END-READ.
           MOVE CUSTOMER-BALANCE-RECORD TO WS-CARRY-RECORD.
           DELETE CUSTOMER-BALANCE-FILE RECORD
               INVALID KEY
                   MOVE "BALMAS  " TO WS-CARRY-TEXT
                   GO TO 5120-MOVE-ONE-BALANCE-FAILED
           END-DELETE.
           MOVE WS-CARRY-RECORD TO CUSTOMER-BALANCE-RECORD.
           MOVE WS-NEW-CUST-ID  TO BL-CUST-ID.
           WRITE CUSTOMER-BALANCE-RECORD
               INVALID KEY
                   MOVE "BALMAS  " TO WS-CARRY-TEXT
                   GO TO 5120-MOVE-ONE-BALANCE-FAILED
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           GO TO 5120-MOVE-ONE-BALANCE-EXIT.
       5120-MOVE-ONE-BALANCE-FAILED.
           PERFORM 5900-REPORT-CARRY-FAILURE
               THRU 5900-REPORT-CARRY-FAILURE-EXIT.
       5120-MOVE-ONE-BALANCE-EXIT.
           EXIT.

       5200-CARRY-LIMIT-RECORD.
           IF NOT WS-LIMITMAS-OPEN
               GO TO 5200-CARRY-LIMIT-RECORD-EXIT
           END-IF.
           MOVE WS-OLD-CUST-ID TO LM-CUST-ID.
           READ LIMIT-MASTER-FILE
               INVALID KEY
                   GO TO 5200-CARRY-LIMIT-RECORD-EXIT
           END-READ.
           MOVE LIMIT-MASTER-RECORD TO WS-CARRY-RECORD.
           DELETE LIMIT-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "LIMITMAS" TO WS-CARRY-TEXT
                   GO TO 5200-CARRY-LIMIT-RECORD-FAILED
           END-DELETE.
           MOVE WS-CARRY-RECORD TO LIMIT-MASTER-RECORD.
           MOVE WS-NEW-CUST-ID  TO LM-CUST-ID.
           WRITE LIMIT-MASTER-RECORD
               INVALID KEY
                   MOVE "LIMITMAS" TO WS-CARRY-TEXT
                   GO TO 5200-CARRY-LIMIT-RECORD-FAILED
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           GO TO 5200-CARRY-LIMIT-RECORD-EXIT.
       5200-CARRY-LIMIT-RECORD-FAILED.
           PERFORM 5900-REPORT-CARRY-FAILURE
               THRU 5900-REPORT-CARRY-FAILURE-EXIT.
       5200-CARRY-LIMIT-RECORD-EXIT.
           EXIT.

       5300-CARRY-KYC-RECORD.
           IF NOT WS-KYCMAS-OPEN
               GO TO 5300-CARRY-KYC-RECORD-EXIT
           END-IF.
           MOVE WS-OLD-CUST-ID TO KY-CUST-ID.
           READ KYC-REVIEW-FILE
               INVALID KEY
                   GO TO 5300-CARRY-KYC-RECORD-EXIT
           END-READ.
           MOVE KYC-REVIEW-RECORD TO WS-CARRY-RECORD.
           DELETE KYC-REVIEW-FILE RECORD
               INVALID KEY
                   MOVE "KYCMAS  " TO WS-CARRY-TEXT
                   GO TO 5300-CARRY-KYC-RECORD-FAILED
           END-DELETE.
           MOVE WS-CARRY-RECORD TO KYC-REVIEW-RECORD.
           MOVE WS-NEW-CUST-ID  TO KY-CUST-ID.
           WRITE KYC-REVIEW-RECORD
               INVALID KEY
                   MOVE "KYCMAS  " TO WS-CARRY-TEXT
                   GO TO 5300-CARRY-KYC-RECORD-FAILED
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           GO TO 5300-CARRY-KYC-RECORD-EXIT.
       5300-CARRY-KYC-RECORD-FAILED.
           PERFORM 5900-REPORT-CARRY-FAILURE
               THRU 5900-REPORT-CARRY-FAILURE-EXIT.
       5300-CARRY-KYC-RECORD-EXIT.
           EXIT.

       5400-CARRY-WATCH-RECORD.
           IF NOT WS-WLREVIEW-OPEN
               GO TO 5400-CARRY-WATCH-RECORD-EXIT
           END-IF.
           MOVE WS-OLD-CUST-ID TO WQ-CUST-ID.
           READ WATCH-REVIEW-FILE
               INVALID KEY
                   GO TO 5400-CARRY-WATCH-RECORD-EXIT
           END-READ.
           MOVE WATCH-REVIEW-RECORD TO WS-CARRY-RECORD.
           DELETE WATCH-REVIEW-FILE RECORD
               INVALID KEY
                   MOVE "WLREVIEW" TO WS-CARRY-TEXT
                   GO TO 5400-CARRY-WATCH-RECORD-FAILED
           END-DELETE.
           MOVE WS-CARRY-RECORD TO WATCH-REVIEW-RECORD.
           MOVE WS-NEW-CUST-ID  TO WQ-CUST-ID.
           WRITE WATCH-REVIEW-RECORD
               INVALID KEY
                   MOVE "WLREVIEW" TO WS-CARRY-TEXT
                   GO TO 5400-CARRY-WATCH-RECORD-FAILED
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           GO TO 5400-CARRY-WATCH-RECORD-EXIT.
       5400-CARRY-WATCH-RECORD-FAILED.
           PERFORM 5900-REPORT-CARRY-FAILURE
               THRU 5900-REPORT-CARRY-FAILURE-EXIT.
       5400-CARRY-WATCH-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5900-REPORT-CARRY-FAILURE - A RELATED RECORD THAT COULD   *
      * NOT BE MOVED IS NAMED ON THE CONSOLE AND THE LISTING FOR  *
      * HAND CORRECTION; THE CARRY IMAGE IS ON THE CONSOLE TOO.   *
      *-----------------------------------------------------------*
       5900-REPORT-CARRY-FAILURE.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "IDMIGR: " WS-CARRY-TEXT " RECORD FOR "
               WS-OLD-CUST-ID " NOT MOVED TO " WS-NEW-CUST-ID
               " - CORRECT BY HAND.".
           DISPLAY "IDMIGR: IMAGE " WS-CARRY-RECORD.
           MOVE SPACES TO MIGRATION-REPORT-LINE.
           STRING "  *** " DELIMITED BY SIZE
               WS-CARRY-TEXT DELIMITED BY SIZE
               " RECORD NOT MOVED TO THE NEW ID ***"
                   DELIMITED BY SIZE
               INTO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
       5900-REPORT-CARRY-FAILURE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-CROSS-REFERENCE - THE OLD/NEW PAIR ON IDXREF,  *
      * WITH THE DATE THE ALIAS STOPS BEING HONORED AND NO USES   *
      * YET.                                                      *
      *-----------------------------------------------------------*
       6000-WRITE-CROSS-REFERENCE.
           MOVE SPACES         TO ID-XREF-RECORD.
           MOVE WS-OLD-CUST-ID TO IX-OLD-ID.
           MOVE WS-NEW-CUST-ID TO IX-NEW-ID.
           MOVE WS-RUN-DATE    TO IX-MIGRATED-DATE.
           MOVE WS-RETIRE-DATE TO IX-RETIRE-DATE.
           MOVE ZERO           TO IX-USE-COUNT.
           WRITE ID-XREF-RECORD
               INVALID KEY
                   REWRITE ID-XREF-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "IDMIGR: IDXREF WRITE FAILED ",
                               "FOR " WS-OLD-CUST-ID " - STATUS "
                               WS-XREF-FILE-STATUS
                   END-REWRITE
           END-WRITE.
       6000-WRITE-CROSS-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOG-CUSTOMER-AUDIT - BEFORE AND AFTER IMAGES TO      *
      * CUSTAUDT: "A" FOR THE NEW RECORD (BLANK BEFORE IMAGE, AS  *
      * INTAKE WRITES IT), "X" FOR THE OLD RECORD BECOMING THE    *
      * ALIAS, "V" FOR A LEGACY ID FLAGGED WHERE IT STANDS.       *
      *-----------------------------------------------------------*
       8000-LOG-CUSTOMER-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO CA-ACTION.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       8000-LOG-CUSTOMER-AUDIT-EXIT.
           EXIT.

       8500-WRITE-DETAIL-LINE.
           MOVE WS-OLD-CUST-ID TO WS-RD-OLD-ID.
           MOVE WS-NEW-CUST-ID TO WS-RD-NEW-ID.
           MOVE WS-OLD-RECORD(7:30) TO WS-RD-NAME.
           MOVE WS-RPT-DETAIL TO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
       8500-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-IDMRPT-OPEN
               MOVE SPACES TO MIGRATION-REPORT-LINE
               WRITE MIGRATION-REPORT-LINE
               MOVE "CUSTOMERS MIGRATED"   TO WS-RC-LABEL
               MOVE WS-MIGRATED-COUNT      TO WS-RC-COUNT
               MOVE WS-RPT-COUNT-LINE TO MIGRATION-REPORT-LINE
               WRITE MIGRATION-REPORT-LINE
               MOVE "ALREADY VERIFYING"    TO WS-RC-LABEL
               MOVE WS-FLAGGED-COUNT       TO WS-RC-COUNT
               MOVE WS-RPT-COUNT-LINE TO MIGRATION-REPORT-LINE
               WRITE MIGRATION-REPORT-LINE
               MOVE "ERRORS"               TO WS-RC-LABEL
               MOVE WS-ERROR-COUNT         TO WS-RC-COUNT
               MOVE WS-RPT-COUNT-LINE TO MIGRATION-REPORT-LINE
               WRITE MIGRATION-REPORT-LINE
               IF WS-MORE-LEGACY-LEFT
                   MOVE "  MORE LEGACY CUSTOMERS REMAIN - RUN AGAIN."
                       TO MIGRATION-REPORT-LINE
                   WRITE MIGRATION-REPORT-LINE
               END-IF
               CLOSE MIGRATION-REPORT-FILE
           END-IF.
           IF WS-CUSTMAS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-IDXREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF.
           IF WS-TIERMAS-OPEN
               CLOSE TIER-MASTER-FILE
           END-IF.
           IF WS-BALMAS-OPEN
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-LIMITMAS-OPEN
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           IF WS-KYCMAS-OPEN
               CLOSE KYC-REVIEW-FILE
           END-IF.
           IF WS-WLREVIEW-OPEN
               CLOSE WATCH-REVIEW-FILE
           END-IF.
           DISPLAY "IDMIGR: CUSTOMERS MIGRATED   = " WS-MIGRATED-COUNT.
           DISPLAY "IDMIGR: ALREADY VERIFYING    = " WS-FLAGGED-COUNT.
           DISPLAY "IDMIGR: RELATED RECORDS MOVED = " WS-CARRIED-COUNT.
           DISPLAY "IDMIGR: ERRORS               = " WS-ERROR-COUNT.
           IF WS-MORE-LEGACY-LEFT
               DISPLAY "IDMIGR: MORE LEGACY CUSTOMERS REMAIN - ",
                   "RUN AGAIN FOR THE REST."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ERROR-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RUN-STOPPED
               AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM IDMIGR.
