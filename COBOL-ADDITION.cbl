      *                 THE DEAD SINGLE-BATCH REFUSAL SWITCH AND
      *                 ITS FIELDS, SUPERSEDED BY THE PER-GROUP
      *                 BATCH TABLE, ARE REMOVED.
      * 10/15/2026  NM  EVERY POSTED ADD AND REVERSAL NOW ALSO UPDATES
      *                 THE NEW BALMAS CUSTOMER BALANCE MASTER, KEYED
      *                 BY CUSTOMER AND CURRENCY: LEDGER BALANCE, LAST
      *                 ACTIVITY DATE, AND MONTH-TO-DATE AND YEAR-TO-
      *                 DATE NET ACTIVITY (RESET WHEN THE RUN DATE
      *                 ENTERS A NEW MONTH OR YEAR).  AN ABSENT BALMAS
      *                 IS CREATED EMPTY ON FIRST USE, AS ADDPAIRS IS.
      * 10/15/2026  NM  A COUNTER ITEM A SUPERVISOR APPROVED PAST THE
      *                 CUSTOMER'S EXPOSURE LIMIT ARRIVES FROM TELLER
      *                 AS TRAN CODE "O".  IT POSTS AS AN ADD AND THE
      *                 EXPOSURE LIMIT CHECK LETS IT THROUGH INSTEAD
      *                 OF REJECTING IT "LIMT"; EACH APPROVED BREACH
      *                 IS LISTED IN ITS OWN SECTION OF THE LIMIT-
      *                 BREACH SUMMARY.
      * 10/15/2026  NM  A CUSTOMER THE MONTHLY DORMSWP SWEEP HAS FLAGGED
      *                 DORMANT (CUSTMAS STATUS "D") NO LONGER POSTS
      *                 STRAIGHT THROUGH: ITS TRANSACTIONS ARE HELD
      *                 WHOLE ON THE DORMHOLD REVIEW FILE, AS SUSPECTED
      *                 DUPLICATES ARE ON ADDSUSP, UNTIL DORMMGR
      *                 REACTIVATES THE CUSTOMER AND RELEASES THEM.
      * 10/15/2026  NM  VELOCITY AND AMOUNT-SPIKE SCREENING FROM THE
      *                 SCRNRULE RULE TABLE: A CUSTOMER PRESENTING
      *                 MORE ITEMS IN THE NIGHT THAN ITS VELOCITY RULE
      *                 ALLOWS, OR AN ITEM BEYOND ITS SPIKE RULE'S
      *                 MULTIPLE OF THE CUSTOMER'S TRAILING 90-DAY
      *                 AVERAGE (KEPT IN WEEKLY SLOTS ON SCRNBASE), IS
      *                 HELD ON ADDSUSP WITH REASON "V" OR "S" - THE
      *                 RECORD NOW CARRIES A HOLD REASON, "D" FOR A
      *                 SUSPECTED DUPLICATE.  EACH HIT IS LISTED ON
      *                 THE SCRNRPT SCREENING REPORT WITH THE RULE
      *                 AND THE CUSTOMER'S BASELINE FIGURES.
      * 10/15/2026  NM  A CUSTOMER ON THE WLREVIEW WATCH-LIST REVIEW
      *                 QUEUE AS PENDING OR CONFIRMED NO LONGER POSTS:
      *                 ITS TRANSACTIONS ARE HELD WHOLE ON WLHOLD UNTIL
      *                 COMPLIANCE CLEARS THE MATCH THROUGH WLREVMGR,
      *                 WHICH STAGES THEM FOR THE NEXT NIGHT.
      * 10/15/2026  NM  ADDTRAN CARRIES THE KEYING BRANCH CODE (28
      *                 BYTES).  EVERY POSTED ITEM AND REJECT IS
      *                 BOOKED TO ITS BRANCH ON BRCHACT THROUGH
      *                 BRCHUPD, AN UNKEYED ITEM TAKING THE CUSTOMER'S
      *                 HOME BRANCH, AND ADDOUT (NOW 57 BYTES) CARRIES
      *                 THE BRANCH BOOKED FOR GLPOST.
      * 10/15/2026  NM  HOUSEHOLD EXPOSURE LIMITS. A CUSTOMER LINKED
      *                 INTO A RELMAS HOUSEHOLD WHOSE HEADER CARRIES A
      *                 LIMIT IS ALSO CHECKED AGAINST THE HOUSEHOLD'S
      *                 COMBINED NET BASE EXPOSURE; AN ADD THAT WOULD
      *                 PASS IT GOES TO ADDEXCP WITH REASON HHLM UNLESS
      *                 OVERRIDDEN AT THE COUNTER. REVERSALS LOWER THE
      *                 HOUSEHOLD NET. HOUSEHOLD BREACHES AND OVERRIDES
      *                 PRINT AT END OF JOB. NO RELMAS MEANS NO
      *                 HOUSEHOLD CHECKING.
      * 10/15/2026  NM  A NEW ADD FOR A CUSTOMER WHOSE KYC REVIEW IS
      *                 PAST DUE BEYOND THE GRACE PERIOD, AS ANSWERED BY
      *                 THE SHARED KYCCHK, GOES TO ADDEXCP WITH REASON
      *                 KYCX AND IS COUNTED IN THE RUN SUMMARY.
      *                 REVERSALS ARE NOT CHECKED AND STILL POST.
      * 10/15/2026  NM  LIMITMAS RECORD LAYOUT EXTENDED WITH THE LIMIT
      *                 SOURCE, TIER BUCKET, AND SET DATE AND USER NOW
      *                 THAT LIMREFR SETS LIMITS FROM THE TIER SCHEDULE
      *                 (60 BYTES; LIMCONV CONVERTS THE OLD FILE).
      * 10/15/2026  NM  THE CUSTOMER CHECK NOW PASSES TR-CUST-ID THROUGH
      *                 THE SHARED IDALIAS FIRST: A MIGRATED LEGACY ID
      *                 IN ITS TRANSITION WINDOW IS REPLACED BY ITS NEW
      *                 SELF-VERIFYING ID AND POSTS UNDER IT; ONE PAST
      *                 ITS WINDOW FAILS THE CHECK (REASON CUST).
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  NUM1 AND NUM2 ARE NOW CHECKED BY NUMCHECK RULE-
      *                 BASED CALLS AGAINST THEIR RULES ON THE VALRULE
      *                 RULES FILE, SO THEIR CLASS AND ANY AMOUNT LIMITS
      *                 ARE RULE SETTINGS. A FAILED RULE STILL EXCEPTS
      *                 THE TRANSACTION AS NUM1, NUM2 OR BOTH.
      * 10/15/2026  NM  ADDTRANM (44 BYTES) CARRIES THE TRANSACTION
      *                 REFERENCE, WHICH IS PASSED ON TO ADDOUT (73
      *                 BYTES), ADDEXCP (40), ADDSUSP (49), WLHOLD AND
      *                 DORMHOLD (48). EVERY POSTING, REVERSAL, REJECT
      *                 AND HOLD IS LOGGED TO TXNTRAIL THROUGH TXNLOG.
      * 10/15/2026  NM  A NUMERIC NUM1 OR NUM2 THAT FAILS ITS VALRULE
      *                 CHECK IS NOW REJECTED WITH REASON RULE INSTEAD
      *                 OF BEING REPORTED AS A CUSTOMER FAILURE. EVERY
      *                 DATASET THE STEP OPENS FOR OUTPUT, I-O OR EXTEND
      *                 IS NOW CHECKED THROUGH ENVCHK FIRST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-ADDITION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RECENT-TRAN-FILE ASSIGN TO "ADDRCNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNT-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT DORMANT-HOLD-FILE ASSIGN TO "DORMHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHLD-FILE-STATUS.
           SELECT WATCH-REVIEW-FILE ASSIGN TO "WLREVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WQ-CUST-ID
               FILE STATUS IS WS-WLRV-FILE-STATUS.
           SELECT WATCH-HOLD-FILE ASSIGN TO "WLHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHLD-FILE-STATUS.
           SELECT SCREEN-RULE-FILE ASSIGN TO "SCRNRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRUL-FILE-STATUS.
           SELECT SCREEN-BASE-FILE ASSIGN TO "SCRNBASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CUST-ID
               FILE STATUS IS WS-SBAS-FILE-STATUS.
           SELECT SCREEN-REPORT-FILE ASSIGN TO "SCRNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRPT-FILE-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETTLE-FILE-STATUS.
           SELECT CUSTOMER-BALANCE-FILE ASSIGN TO "BALMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDITION-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  ADDITION-TRAN-RECORD.
           05  TR-TRAN-CODE            PIC X(01).
               88  TR-IS-ADD                     VALUE "A".
               88  TR-IS-REVERSAL                VALUE "R".
               88  TR-IS-RELEASED                VALUE "P".
               88  TR-IS-OVERRIDE                VALUE "O".
           05  TR-CUST-ID              PIC 9(06).
           05  TR-NUM1                 PIC 9(05)V9(02).
           05  TR-NUM2                 PIC 9(05)V9(02).
           05  TR-CURRENCY-CODE        PIC X(03).
           05  TR-BRANCH-CODE          PIC X(04).
           05  TR-TXN-REF              PIC X(16).
       01  ADDITION-TRAN-RAW REDEFINES ADDITION-TRAN-RECORD.
           05  FILLER                  PIC X(07).
           05  TR-RAW-NUM1             PIC X(07).
           05  TR-RAW-NUM2             PIC X(07).
           05  FILLER                  PIC X(23).
       01  ADDITION-TRAN-HEADER REDEFINES ADDITION-TRAN-RECORD.
           05  TH-RECORD-CODE          PIC X(01).
               88  TH-IS-BATCH-HEADER            VALUE "H".
           05  TH-BATCH-ID             PIC X(08).
           05  TH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  ADDITION-TRAN-TRAILER REDEFINES ADDITION-TRAN-RECORD.
           05  TT-RECORD-CODE          PIC X(01).
               88  TT-IS-BATCH-TRAILER           VALUE "T".
           05  TT-RECORD-COUNT         PIC 9(07).
           05  TT-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
           05  OUT-CUST-ID             PIC 9(06).
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).
       01  ADDITION-OUT-TRAILER REDEFINES ADDITION-OUT-RECORD.
           05  OUT-TRL-CODE            PIC X(01).
           COPY ADDTOTAL
               REPLACING ==AT-RECORD-COUNT== BY ==OUT-TRL-RECORD-COUNT==
                         ==AT-GRAND-TOTAL==  BY ==OUT-TRL-GRAND-TOTAL==.
           05  FILLER                  PIC X(54).

       FD  CURRENCY-MASTER-FILE.
       01  CURRENCY-MASTER-RECORD.

       FD  ADDITION-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDITION-EXCEPTION-RECORD.
           05  EX-CUST-ID              PIC X(06).
           05  EX-NUM1                 PIC X(07).
           05  EX-NUM2                 PIC X(07).
           05  EX-REASON-CODE          PIC X(04).
           05  EX-TXN-REF              PIC X(16).

       FD  ADDITION-YTD-FILE
           RECORDING MODE IS F

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
           05  SU-CUST-ID              PIC 9(06).
           05  SU-NUM2                 PIC 9(05)V9(02).
           05  SU-CURRENCY-CODE        PIC X(03).
           05  SU-LOG-DATE             PIC X(08).
           05  SU-HOLD-REASON          PIC X(01).
           05  SU-TXN-REF              PIC X(16).

       FD  DORMANT-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  DORMANT-HOLD-RECORD.
           05  DH-TRAN-CODE            PIC X(01).
           05  DH-CUST-ID              PIC 9(06).
           05  DH-NUM1                 PIC 9(05)V9(02).
           05  DH-NUM2                 PIC 9(05)V9(02).
           05  DH-CURRENCY-CODE        PIC X(03).
           05  DH-LOG-DATE             PIC X(08).
           05  DH-TXN-REF              PIC X(16).

       FD  WATCH-REVIEW-FILE.
       01  WATCH-REVIEW-RECORD.
           05  WQ-CUST-ID              PIC 9(06).
           05  WQ-STATUS               PIC X(01).
               88  WQ-IS-PENDING                 VALUE "P".
               88  WQ-IS-CLEARED                 VALUE "C".
               88  WQ-IS-CONFIRMED               VALUE "F".
           05  FILLER                  PIC X(123).

       FD  WATCH-HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  WATCH-HOLD-RECORD.
           05  WH-TRAN-CODE            PIC X(01).
           05  WH-CUST-ID              PIC 9(06).
           05  WH-NUM1                 PIC 9(05)V9(02).
           05  WH-NUM2                 PIC 9(05)V9(02).
           05  WH-CURRENCY-CODE        PIC X(03).
           05  WH-LOG-DATE             PIC X(08).
           05  WH-TXN-REF              PIC X(16).

       FD  SCREEN-RULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SCREEN-RULE-RECORD.
           05  RU-RULE-TYPE            PIC X(01).
               88  RU-IS-VELOCITY                VALUE "V".
               88  RU-IS-SPIKE                   VALUE "S".
           05  RU-CUST-ID              PIC 9(06).
           05  RU-LIMIT                PIC 9(05)V9(02).
           05  RU-MIN-BASE-ITEMS       PIC 9(05).
           05  RU-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(01).

       FD  SCREEN-BASE-FILE.
       01  SCREEN-BASE-RECORD.
           05  SB-CUST-ID              PIC 9(06).
           05  SB-LAST-RUN-DATE        PIC X(08).
           05  SB-WEEK-SLOT OCCURS 13 TIMES.
               10  SB-WEEK-NUMBER      PIC 9(05).
               10  SB-WEEK-ITEMS       PIC 9(05).
               10  SB-WEEK-AMOUNT      PIC 9(11)V9(04).
           05  FILLER                  PIC X(10).

       FD  SCREEN-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SCREEN-REPORT-LINE          PIC X(80).

       FD  SETTLEMENT-FILE
           RECORDING MODE IS F
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-RECORD.
           05  RL-KEY.
               10  RL-HOUSEHOLD-ID     PIC 9(06).
               10  RL-CUST-ID          PIC 9(06).
           05  RL-ROLE                 PIC X(01).
           05  RL-HOUSEHOLD-NAME       PIC X(30).
           05  RL-EXPOSURE-LIMIT       PIC 9(09)V9(02).
           05  RL-LINKED-DATE          PIC X(08).
           05  RL-LINKED-BY            PIC X(08).
           05  FILLER                  PIC X(02).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
               88  CM-IS-ACTIVE                  VALUE "A".
               88  CM-IS-INACTIVE                VALUE "I".
               88  CM-IS-MERGED                  VALUE "M".
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

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

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-TRAN-OK                        VALUE "00".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-CUST-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-CUSTOMER-ON-FILE               VALUE "Y".
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-EXPIRED                  VALUE "E".
       01  WS-CUST-DORMANT-SWITCH      PIC X(01) VALUE "N".
           88  WS-CUSTOMER-DORMANT               VALUE "Y".
       01  WS-CUST-WATCHED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CUSTOMER-WATCHED               VALUE "Y".
       01  WS-WLRV-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WLRV-OK                        VALUE "00".
           88  WS-WLRV-NOT-FOUND                 VALUE "35".
       01  WS-WLRV-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-WLREVIEW-AVAILABLE             VALUE "Y".
       01  WS-WLRV-MISSING-SWITCH      PIC X(01) VALUE "N".
           88  WS-WLREVIEW-UNREADABLE            VALUE "Y".
       01  WS-WHLD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHLD-OK                        VALUE "00".
       77  WS-WATCH-HOLD-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-BATCH-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-BATCH-OK                       VALUE "00".
           88  WS-BATCH-EOF                      VALUE "10".
           88  WS-PAIRMAS-AVAILABLE              VALUE "Y".
       01  WS-PAIR-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-PAIR-FOUND                     VALUE "Y".
       01  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-BAL-OK                         VALUE "00".
           88  WS-BAL-NOT-FOUND                  VALUE "35".
       01  WS-BALMAS-AVAIL-SWITCH      PIC X(01) VALUE "N".
           88  WS-BALMAS-AVAILABLE               VALUE "Y".
       01  WS-BAL-ON-FILE-SWITCH       PIC X(01) VALUE "N".
           88  WS-BAL-ON-FILE                    VALUE "Y".
       01  WS-BAL-MOVEMENT             PIC S9(07)V9(02) VALUE ZERO.
       77  WS-BAL-UPDATE-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-BAL-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-BRANCH-FUNCTION          PIC X(01) VALUE SPACE.
       01  WS-BRANCH-ITEM.
           05  WS-BI-BRANCH-CODE       PIC X(04).
           05  WS-BI-CUST-ID           PIC X(06).
           05  WS-BI-CURRENCY-CODE     PIC X(03).
           05  WS-BI-NATIVE-AMOUNT     PIC S9(09)V9(02).
           05  WS-BI-BASE-AMOUNT       PIC S9(11)V9(04).
           05  WS-BI-FEE-FLAG          PIC X(01).
           05  WS-BI-RUN-DATE          PIC X(08).
       01  WS-BRANCH-STATUS            PIC X(01) VALUE SPACE.
           88  WS-BRANCH-APPLIED                 VALUE "Y".
       77  WS-BRANCH-MISS-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-EXPIRED                    VALUE "E".
       01  WS-KYC-RATING               PIC X(01) VALUE SPACE.
       01  WS-KYC-NEXT-DATE            PIC X(08) VALUE SPACES.
       77  WS-KYC-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-RUNLOG-COUNT             PIC 9(09) VALUE ZERO.
       01  WS-RUNLOG-RC                PIC 9(04) VALUE ZERO.
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LIMITMAS-AVAILABLE             VALUE "Y".
       01  WS-LIMIT-EXCEED-SWITCH      PIC X(01) VALUE "N".
           88  WS-LIMIT-EXCEEDED                 VALUE "Y".
       01  WS-LIMIT-OVERRIDE-SWITCH    PIC X(01) VALUE "N".
           88  WS-LIMIT-OVERRIDDEN               VALUE "Y".
       77  WS-OVERRIDE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPO-TABLE.
           05  WS-EXPO-ENTRY OCCURS 2000 TIMES.
               10  WS-EXPO-CUST-ID     PIC 9(06).
               10  WS-EXPO-LIMIT       PIC 9(09)V9(02).
               10  WS-EXPO-HAS-LIMIT   PIC X(01).
               10  WS-EXPO-BREACHES    PIC 9(05).
               10  WS-EXPO-OVERRIDES   PIC 9(05).
       77  WS-EXPO-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-EXPO-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-EXPO-MATCH-IDX           PIC 9(04) COMP VALUE ZERO.
           88  WS-EXPO-TABLE-FULL                VALUE "Y".
       01  WS-EXPO-CANDIDATE           PIC S9(12)V9(04) VALUE ZERO.
       01  WS-EXPO-BREACH-DISPLAY      PIC ZZZZ9.
       01  WS-REL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REL-OK                         VALUE "00".
       01  WS-REL-AVAIL-SWITCH         PIC X(01) VALUE "N".
           88  WS-RELMAS-AVAILABLE               VALUE "Y".
       01  WS-HH-EXCEED-SWITCH         PIC X(01) VALUE "N".
           88  WS-HH-LIMIT-EXCEEDED              VALUE "Y".
       01  WS-HH-OVERRIDE-SWITCH       PIC X(01) VALUE "N".
           88  WS-HH-LIMIT-OVERRIDDEN            VALUE "Y".
       01  WS-HHEX-TABLE.
           05  WS-HHEX-ENTRY OCCURS 1000 TIMES.
               10  WS-HHEX-HOUSEHOLD-ID PIC 9(06).
               10  WS-HHEX-NET-BASE    PIC S9(11)V9(04).
               10  WS-HHEX-LIMIT       PIC 9(09)V9(02).
               10  WS-HHEX-BREACHES    PIC 9(05).
               10  WS-HHEX-OVERRIDES   PIC 9(05).
       77  WS-HHEX-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-HHEX-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-HHEX-MATCH-IDX           PIC 9(04) COMP VALUE ZERO.
       01  WS-HHEX-FULL-SWITCH         PIC X(01) VALUE "N".
           88  WS-HHEX-TABLE-FULL                VALUE "Y".
       01  WS-HHEX-HOUSEHOLD           PIC 9(06) VALUE ZERO.
       01  WS-RCNT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RCNT-OK                        VALUE "00".
           88  WS-RCNT-EOF                       VALUE "10".
       01  WS-RCNT-FULL-SWITCH         PIC X(01) VALUE "N".
           88  WS-RCNT-TABLE-FULL                VALUE "Y".
       77  WS-SUSPECT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-DHLD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DHLD-OK                        VALUE "00".
       77  WS-DORMANT-HOLD-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-SRUL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SRUL-OK                        VALUE "00".
           88  WS-SRUL-EOF                       VALUE "10".
       01  WS-SBAS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SBAS-OK                        VALUE "00".
           88  WS-SBAS-NOT-FOUND                 VALUE "35".
       01  WS-SRPT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SRPT-OK                        VALUE "00".
       01  WS-SCRNBASE-AVAIL-SWITCH    PIC X(01) VALUE "N".
           88  WS-SCRNBASE-AVAILABLE             VALUE "Y".
       01  WS-SRPT-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SCRNRPT-IS-OPEN                VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-TYPE        PIC X(01).
               10  WS-RULE-CUST-ID     PIC 9(06).
               10  WS-RULE-LIMIT       PIC 9(05)V9(02).
               10  WS-RULE-MIN-ITEMS   PIC 9(05).
       77  WS-RULE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-IDX                 PIC 9(03) COMP VALUE ZERO.
       01  WS-SCRN-TABLE.
           05  WS-SCRN-ENTRY OCCURS 2000 TIMES.
               10  WS-SCRN-CUST-ID     PIC 9(06).
               10  WS-SCRN-NIGHT-ITEMS PIC 9(05).
               10  WS-SCRN-POSTED-ITEMS
                                       PIC 9(05).
               10  WS-SCRN-POSTED-AMOUNT
                                       PIC 9(11)V9(04).
               10  WS-SCRN-BASE-ITEMS  PIC 9(07).
               10  WS-SCRN-BASE-AMOUNT PIC 9(13)V9(04).
               10  WS-SCRN-BASE-AVERAGE
                                       PIC 9(11)V9(04).
               10  WS-SCRN-VEL-RULE    PIC 9(03).
               10  WS-SCRN-SPK-RULE    PIC 9(03).
       77  WS-SCRN-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-SCRN-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-SCRN-MATCH-IDX           PIC 9(04) COMP VALUE ZERO.
       77  WS-SB-IDX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-SCRN-FULL-SWITCH         PIC X(01) VALUE "N".
           88  WS-SCRN-TABLE-FULL                VALUE "Y".
       01  WS-SCREEN-HIT               PIC X(01) VALUE SPACE.
           88  WS-SCREEN-VELOCITY                VALUE "V".
           88  WS-SCREEN-SPIKE                   VALUE "S".
       01  WS-HOLD-REASON              PIC X(01) VALUE "D".
       01  WS-LINEAGE-FUNCTION         PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-EVENT.
           05  WS-LE-TXN-REF           PIC X(16).
           05  WS-LE-EVENT-CODE        PIC X(04).
           05  WS-LE-PROGRAM           PIC X(08).
           05  WS-LE-OPERATOR-ID       PIC X(08).
           05  WS-LE-CUST-ID           PIC X(06).
           05  WS-LE-AMOUNT            PIC 9(09)V9(02).
           05  WS-LE-CURRENCY-CODE     PIC X(03).
           05  WS-LE-DETAIL            PIC X(20).
       01  WS-LINEAGE-STATUS           PIC X(01) VALUE SPACE.
       01  WS-SCREEN-CEILING           PIC 9(13)V9(04) VALUE ZERO.
       01  WS-SCREEN-WEEK              PIC 9(05) VALUE ZERO.
       01  WS-SCREEN-OLDEST-WEEK       PIC 9(05) VALUE ZERO.
       01  WS-SCREEN-WEEK-QUOTIENT     PIC 9(05) VALUE ZERO.
       01  WS-SCREEN-SLOT              PIC 9(02) VALUE ZERO.
       77  WS-VELOCITY-HOLD-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-SPIKE-HOLD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-SCRN-SAVE-ERRORS         PIC 9(05) COMP VALUE ZERO.
       01  WS-SCRN-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE "COBOL-ADDITION - POSTING SCREEN REPORT  ".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  WS-SH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-SCRN-HEADING-2.
           05  FILLER                  PIC X(34)
               VALUE "CUST   RULE     NIGHT 90D ITMS    ".
           05  FILLER                  PIC X(46)
               VALUE "90D AVERAGE    ITEM AMOUNT     LIMIT SCOPE".
       01  WS-SCRN-DETAIL.
           05  WS-SD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-RULE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-NIGHT-ITEMS       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SD-BASE-ITEMS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-BASE-AVERAGE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-ITEM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-LIMIT             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SD-SCOPE             PIC X(09).
       01  WS-SCRN-TOTAL-LINE.
           05  FILLER                  PIC X(17)
               VALUE "VELOCITY HOLDS = ".
           05  WS-ST-VELOCITY          PIC ZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE "   SPIKE HOLDS = ".
           05  WS-ST-SPIKE             PIC ZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-DUP-DATE-FUNCTION        PIC X(01) VALUE SPACE.
       01  WS-DUP-DATE-ONE             PIC X(08) VALUE SPACES.
       01  WS-DUP-DATE-TWO             PIC X(08) VALUE SPACES.
       01  Num3 PIC 9(6)V9(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDOUT  ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "BALMAS  ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "CURRMAS ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "CUSTMAS ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "LIMITMAS".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDEXCP ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDPAIRS".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "SCRNBASE".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "SCRNRPT ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDSUSP ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "WLHOLD  ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "DORMHOLD".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDYTD  ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDRCNT ".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "SETTLOUT".
           CALL "ENVCHK" USING "COBOL-ADDITION ", "ADDBATCH".
           MOVE ZERO TO WS-RUNLOG-COUNT.
           MOVE ZERO TO WS-RUNLOG-RC.
           CALL "RUNLOG" USING "COBOL-ADDITION ", "START",
                   THRU 8500-UPDATE-YTD-ARCHIVE-EXIT
               PERFORM 8700-SAVE-RECENT-LEDGER
                   THRU 8700-SAVE-RECENT-LEDGER-EXIT
               PERFORM 8750-SAVE-SCREEN-BASELINES
                   THRU 8750-SAVE-SCREEN-BASELINES-EXIT
               PERFORM 8800-WRITE-SETTLEMENT-FILE
                   THRU 8800-WRITE-SETTLEMENT-FILE-EXIT
               PERFORM 9000-TERMINATE
                   "CUSTOMER VERIFICATION SKIPPED THIS RUN."
           END-IF.

      * NO WLREVIEW YET MEANS NOBODY HAS EVER BEEN QUEUED.  ANY
      * OTHER FAILURE LEAVES THE WATCH-LIST BLOCK UNENFORCED, WHICH
      * THE RUN REPORTS AND RAISES TO RETURN-CODE 4.
           MOVE "N" TO WS-WLRV-AVAIL-SWITCH.
           OPEN INPUT WATCH-REVIEW-FILE.
           IF WS-WLRV-OK
               SET WS-WLREVIEW-AVAILABLE TO TRUE
           ELSE
               IF NOT WS-WLRV-NOT-FOUND
                   SET WS-WLREVIEW-UNREADABLE TO TRUE
                   CALL "FILERR" USING "COBOL-ADDITION ", "WLREVIEW",
                       "OPEN-IN ", WS-WLRV-FILE-STATUS, "N"
                   DISPLAY "COBOL-ADDITION: WLREVIEW NOT AVAILABLE - ",
                       "WATCH-LIST BLOCK NOT ENFORCED THIS RUN."
               END-IF
           END-IF.

           MOVE "N" TO WS-LIMIT-AVAIL-SWITCH.
           OPEN INPUT LIMIT-MASTER-FILE.
           IF WS-LIMIT-OK
                   "EXPOSURE LIMITS NOT CHECKED THIS RUN."
           END-IF.

           MOVE "N" TO WS-REL-AVAIL-SWITCH.
           OPEN INPUT RELATIONSHIP-FILE.
           IF WS-REL-OK
               SET WS-RELMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "COBOL-ADDITION: RELMAS NOT AVAILABLE - ",
                   "HOUSEHOLD LIMITS NOT CHECKED THIS RUN."
           END-IF.

           MOVE "N" TO WS-RHIST-AVAIL-SWITCH.
           OPEN INPUT RATE-HISTORY-FILE.
           IF WS-RHIST-OK
           PERFORM 1300-OPEN-PAIR-MASTER
               THRU 1300-OPEN-PAIR-MASTER-EXIT.

           PERFORM 1320-OPEN-BALANCE-MASTER
               THRU 1320-OPEN-BALANCE-MASTER-EXIT.

           PERFORM 1350-LOAD-RECENT-LEDGER
               THRU 1350-LOAD-RECENT-LEDGER-EXIT.

           PERFORM 1380-LOAD-SCREEN-RULES
               THRU 1380-LOAD-SCREEN-RULES-EXIT.

           PERFORM 1400-LOAD-POSTED-BATCHES
               THRU 1400-LOAD-POSTED-BATCHES-EXIT.
           PERFORM 2100-READ-TRAN-RECORD
       1300-OPEN-PAIR-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1320-OPEN-BALANCE-MASTER - OPEN THE BALMAS CUSTOMER        *
      * BALANCE MASTER FOR UPDATE.  AS WITH ADDPAIRS, ONLY A       *
      * GENUINELY ABSENT FILE (STATUS 35) IS CREATED EMPTY; ANY    *
      * OTHER FAILURE IS REPORTED AND THE RUN POSTS WITHOUT        *
      * MAINTAINING BALANCES.                                      *
      *-----------------------------------------------------------*
       1320-OPEN-BALANCE-MASTER.
           MOVE "N" TO WS-BALMAS-AVAIL-SWITCH.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF WS-BAL-NOT-FOUND
               OPEN OUTPUT CUSTOMER-BALANCE-FILE
               IF WS-BAL-OK
                   CLOSE CUSTOMER-BALANCE-FILE
                   OPEN I-O CUSTOMER-BALANCE-FILE
               END-IF
           END-IF.
           IF WS-BAL-OK
               SET WS-BALMAS-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "COBOL-ADDITION ", "BALMAS  ",
                   "OPEN-IO ", WS-BAL-FILE-STATUS, "N"
               DISPLAY "COBOL-ADDITION: BALMAS COULD NOT BE ",
                   "OPENED - STATUS " WS-BAL-FILE-STATUS
                   " - CUSTOMER BALANCES NOT UPDATED THIS RUN."
           END-IF.
       1320-OPEN-BALANCE-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1350-LOAD-RECENT-LEDGER - READ THE DUPCTL WINDOW (DEFAULT  *
      * 7 NIGHTS) AND LOAD THE ROLLING ADDRCNT LEDGER OF RECENTLY  *
       1360-LOAD-ONE-RECENT-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1380-LOAD-SCREEN-RULES - LOAD THE SCRNRULE VELOCITY AND    *
      * SPIKE RULES (NO FILE MEANS NO SCREENING), OPEN THE         *
      * SCRNBASE BASELINE MASTER (CREATED EMPTY WHEN GENUINELY     *
      * ABSENT), WORK OUT TONIGHT'S WEEK NUMBER FOR ITS WEEKLY     *
      * SLOTS, AND START THE SCREENING REPORT.  THE BASELINES ARE  *
      * KEPT EVEN WITH NO RULES, SO A RULE SWITCHED ON LATER HAS   *
      * HISTORY BEHIND IT.                                         *
      *-----------------------------------------------------------*
       1380-LOAD-SCREEN-RULES.
           MOVE ZERO TO WS-RULE-COUNT.
           OPEN INPUT SCREEN-RULE-FILE.
           IF WS-SRUL-OK
               PERFORM 1385-LOAD-ONE-SCREEN-RULE
                   THRU 1385-LOAD-ONE-SCREEN-RULE-EXIT
                   UNTIL WS-SRUL-EOF
                   OR WS-RULE-COUNT = 50
               IF NOT WS-SRUL-EOF
                   DISPLAY "COBOL-ADDITION: SCRNRULE HOLDS MORE THAN ",
                       "50 RULES - THE REST ARE IGNORED."
               END-IF
               CLOSE SCREEN-RULE-FILE
           END-IF.
      * WEEKS ARE COUNTED FROM MONDAY 03/01/2000, SO THIRTEEN
      * WEEKLY SLOTS COVER THE TRAILING 91 DAYS.
           MOVE "D"         TO WS-DUP-DATE-FUNCTION.
           MOVE "20000103"  TO WS-DUP-DATE-ONE.
           MOVE WS-RUN-DATE TO WS-DUP-DATE-TWO.
           MOVE "N"         TO WS-DUP-RESULT-STATUS.
           CALL "DATESRV" USING WS-DUP-DATE-FUNCTION,
               WS-DUP-DATE-ONE, WS-DUP-DATE-TWO,
               WS-DUP-RESULT-DATE, WS-DUP-RESULT-DAYS,
               WS-DUP-RESULT-STATUS.
           IF WS-DUP-RESULT-STATUS NOT = "Y"
               OR WS-DUP-RESULT-DAYS < 0
               DISPLAY "COBOL-ADDITION: RUN DATE NOT RESOLVED - ",
                   "SPIKE BASELINES NOT KEPT THIS RUN."
               GO TO 1380-OPEN-SCREEN-REPORT
           END-IF.
           DIVIDE WS-DUP-RESULT-DAYS BY 7
               GIVING WS-SCREEN-WEEK.
           DIVIDE WS-SCREEN-WEEK BY 13
               GIVING WS-SCREEN-WEEK-QUOTIENT
               REMAINDER WS-SCREEN-SLOT.
           ADD 1 TO WS-SCREEN-SLOT.
           IF WS-SCREEN-WEEK > 12
               SUBTRACT 12 FROM WS-SCREEN-WEEK
                   GIVING WS-SCREEN-OLDEST-WEEK
           ELSE
               MOVE ZERO TO WS-SCREEN-OLDEST-WEEK
           END-IF.
           OPEN I-O SCREEN-BASE-FILE.
           IF WS-SBAS-NOT-FOUND
               OPEN OUTPUT SCREEN-BASE-FILE
               IF WS-SBAS-OK
                   CLOSE SCREEN-BASE-FILE
                   OPEN I-O SCREEN-BASE-FILE
               END-IF
           END-IF.
           IF WS-SBAS-OK
               SET WS-SCRNBASE-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "COBOL-ADDITION ", "SCRNBASE",
                   "OPEN-IO ", WS-SBAS-FILE-STATUS, "N"
               DISPLAY "COBOL-ADDITION: SCRNBASE COULD NOT BE ",
                   "OPENED - SPIKE BASELINES NOT KEPT THIS RUN."
           END-IF.
       1380-OPEN-SCREEN-REPORT.
           OPEN OUTPUT SCREEN-REPORT-FILE.
           IF WS-SRPT-OK
               SET WS-SCRNRPT-IS-OPEN TO TRUE
               MOVE WS-RUN-DATE TO WS-SH1-RUN-DATE
               WRITE SCREEN-REPORT-LINE FROM WS-SCRN-HEADING-1
               MOVE SPACES TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE FROM WS-SCRN-HEADING-2
           END-IF.
       1380-LOAD-SCREEN-RULES-EXIT.
           EXIT.

       1385-LOAD-ONE-SCREEN-RULE.
           READ SCREEN-RULE-FILE
               AT END
                   SET WS-SRUL-EOF TO TRUE
                   GO TO 1385-LOAD-ONE-SCREEN-RULE-EXIT
           END-READ.
           IF NOT RU-IS-VELOCITY AND NOT RU-IS-SPIKE
               OR RU-CUST-ID IS NOT NUMERIC
               OR RU-LIMIT IS NOT NUMERIC
               OR RU-LIMIT = ZERO
               DISPLAY "COBOL-ADDITION: SCRNRULE RULE TYPE "
                   RU-RULE-TYPE " FOR CUSTOMER " RU-CUST-ID
                   " IS NOT VALID - IGNORED."
               GO TO 1385-LOAD-ONE-SCREEN-RULE-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE RU-RULE-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT).
           MOVE RU-CUST-ID   TO WS-RULE-CUST-ID(WS-RULE-COUNT).
           MOVE RU-LIMIT     TO WS-RULE-LIMIT(WS-RULE-COUNT).
           IF RU-MIN-BASE-ITEMS IS NUMERIC
               MOVE RU-MIN-BASE-ITEMS
                   TO WS-RULE-MIN-ITEMS(WS-RULE-COUNT)
           ELSE
               MOVE ZERO TO WS-RULE-MIN-ITEMS(WS-RULE-COUNT)
           END-IF.
       1385-LOAD-ONE-SCREEN-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-TRANSACTION - CLASS-TEST NUM1/NUM2, THEN     *
      * ADD OR REVERSE THE PAIR ACCORDING TO TR-TRAN-CODE, REJECT *
           END-IF.
           MOVE "N" TO WS-NUM1-VALID-SWITCH.
           MOVE "N" TO WS-NUM2-VALID-SWITCH.
           CALL "NUMCHECK" USING TR-NUM1, "R", WS-NUM1-VALID-SWITCH,
               "COBOL-ADDITION ", "NUM1           ".
           CALL "NUMCHECK" USING TR-NUM2, "R", WS-NUM2-VALID-SWITCH,
               "COBOL-ADDITION ", "NUM2           ".
           PERFORM 2600-VERIFY-CUSTOMER
               THRU 2600-VERIFY-CUSTOMER-EXIT.
           IF WS-NUM1-IS-NUMERIC AND WS-NUM2-IS-NUMERIC
               AND WS-CUSTOMER-ON-FILE
               AND WS-CUSTOMER-WATCHED
               PERFORM 2397-HOLD-WATCH-LIST
                   THRU 2397-HOLD-WATCH-LIST-EXIT
               GO TO 2000-PROCESS-NEXT
           END-IF.
           IF WS-NUM1-IS-NUMERIC AND WS-NUM2-IS-NUMERIC
               AND WS-CUSTOMER-ON-FILE
               AND WS-CUSTOMER-DORMANT
               PERFORM 2398-HOLD-DORMANT
                   THRU 2398-HOLD-DORMANT-EXIT
               GO TO 2000-PROCESS-NEXT
           END-IF.
           IF WS-NUM1-IS-NUMERIC AND WS-NUM2-IS-NUMERIC
               AND WS-CUSTOMER-ON-FILE
               AND NOT TR-IS-REVERSAL
               MOVE "V" TO WS-KYC-FUNCTION
               CALL "KYCCHK" USING WS-KYC-FUNCTION, TR-CUST-ID,
                   WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE
               IF WS-KYC-EXPIRED
                   PERFORM 2376-REJECT-KYC-EXPIRED
                       THRU 2376-REJECT-KYC-EXPIRED-EXIT
                   GO TO 2000-PROCESS-NEXT
               END-IF
           END-IF.
           IF WS-NUM1-IS-NUMERIC AND WS-NUM2-IS-NUMERIC
               AND WS-CUSTOMER-ON-FILE
               IF TR-IS-REVERSAL
                       THRU 2370-REJECT-OVER-LIMIT-EXIT
                   GO TO 2200-ADD-TRANSACTION-EXIT
               END-IF
               PERFORM 2655-CHECK-HOUSEHOLD-LIMIT
                   THRU 2655-CHECK-HOUSEHOLD-LIMIT-EXIT
               IF WS-HH-LIMIT-EXCEEDED
                   PERFORM 2375-REJECT-OVER-HOUSEHOLD
                       THRU 2375-REJECT-OVER-HOUSEHOLD-EXIT
                   GO TO 2200-ADD-TRANSACTION-EXIT
               END-IF
               PERFORM 2380-SCREEN-FOR-DUPLICATE
                   THRU 2380-SCREEN-FOR-DUPLICATE-EXIT
               IF WS-RCNT-MATCH-IDX > 0
                   MOVE "D" TO WS-HOLD-REASON
                   PERFORM 2390-HOLD-SUSPECT
                       THRU 2390-HOLD-SUSPECT-EXIT
                   GO TO 2200-ADD-TRANSACTION-EXIT
               END-IF
               PERFORM 2640-SCREEN-ACTIVITY-RULES
                   THRU 2640-SCREEN-ACTIVITY-RULES-EXIT
               IF WS-SCREEN-HIT NOT = SPACE
                   MOVE WS-SCREEN-HIT TO WS-HOLD-REASON
                   PERFORM 2390-HOLD-SUSPECT
                       THRU 2390-HOLD-SUSPECT-EXIT
                   GO TO 2200-ADD-TRANSACTION-EXIT
               PERFORM 2580-SET-SETTLEMENT-DATE
                   THRU 2580-SET-SETTLEMENT-DATE-EXIT
               MOVE WS-SETTLE-DATE     TO OUT-SETTLE-DATE
               MOVE TR-TXN-REF         TO OUT-TXN-REF
               MOVE Num3               TO WS-BI-NATIVE-AMOUNT
               MOVE WS-BASE-TOTAL      TO WS-BI-BASE-AMOUNT
               PERFORM 2950-BOOK-BRANCH-POSTING
                   THRU 2950-BOOK-BRANCH-POSTING-EXIT
               WRITE ADDITION-OUT-RECORD
               MOVE SPACES TO WS-LINEAGE-EVENT
               MOVE "PSTD" TO WS-LE-EVENT-CODE
               PERFORM 2970-LOG-LINEAGE
                   THRU 2970-LOG-LINEAGE-EXIT
               ADD 1 TO WS-RECORD-COUNT
               ADD Num3 TO WS-GRAND-TOTAL
               IF WS-BT-CUR > 0
                   THRU 2850-POST-CURRENCY-ACTIVITY-EXIT
               PERFORM 2660-RAISE-EXPOSURE
                   THRU 2660-RAISE-EXPOSURE-EXIT
               IF WS-LIMIT-OVERRIDDEN OR WS-HH-LIMIT-OVERRIDDEN
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
               IF WS-LIMIT-OVERRIDDEN AND WS-EXPO-MATCH-IDX > 0
                   ADD 1 TO WS-EXPO-OVERRIDES(WS-EXPO-MATCH-IDX)
               END-IF
               IF WS-HH-LIMIT-OVERRIDDEN AND WS-HHEX-MATCH-IDX > 0
                   ADD 1 TO WS-HHEX-OVERRIDES(WS-HHEX-MATCH-IDX)
               END-IF
               MOVE Num3 TO WS-BAL-MOVEMENT
               PERFORM 2900-UPDATE-CUSTOMER-BALANCE
                   THRU 2900-UPDATE-CUSTOMER-BALANCE-EXIT
               PERFORM 2395-RECORD-RECENT-TRAN
                   THRU 2395-RECORD-RECENT-TRAN-EXIT
               IF WS-SCRN-MATCH-IDX > 0
                   ADD 1 TO WS-SCRN-POSTED-ITEMS(WS-SCRN-MATCH-IDX)
                   ADD WS-BASE-TOTAL
                       TO WS-SCRN-POSTED-AMOUNT(WS-SCRN-MATCH-IDX)
               END-IF
           END-IF.
       2200-ADD-TRANSACTION-EXIT.
           EXIT.
                   IF TR-NUM2 IS NOT NUMERIC
                       MOVE "NUM2" TO EX-REASON-CODE
                   ELSE
      * BOTH AMOUNTS ARE NUMERIC, SO A FAILED NUMCHECK MEANS ONE
      * BROKE ITS VALRULE BOUNDS, WINDOW OR ALLOWED VALUES (OR HAS
      * NO RULE) - ONLY A CLEAN PAIR IS LEFT TO THE CUSTOMER CHECK.
                       IF NOT WS-NUM1-IS-NUMERIC
                           OR NOT WS-NUM2-IS-NUMERIC
                           MOVE "RULE" TO EX-REASON-CODE
                       ELSE
                           MOVE "CUST" TO EX-REASON-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
       2300-REJECT-TRANSACTION-EXIT.
           EXIT.

           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "OVFL" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
       2350-REJECT-OVERFLOW-EXIT.
           EXIT.

               PERFORM 2580-SET-SETTLEMENT-DATE
                   THRU 2580-SET-SETTLEMENT-DATE-EXIT
               MOVE WS-SETTLE-DATE     TO OUT-SETTLE-DATE
               MOVE TR-TXN-REF         TO OUT-TXN-REF
               COMPUTE WS-BI-NATIVE-AMOUNT = ZERO - Num3
               COMPUTE WS-BI-BASE-AMOUNT = ZERO - WS-BASE-TOTAL
               PERFORM 2950-BOOK-BRANCH-POSTING
                   THRU 2950-BOOK-BRANCH-POSTING-EXIT
               WRITE ADDITION-OUT-RECORD
               MOVE SPACES TO WS-LINEAGE-EVENT
               MOVE "RVSD" TO WS-LE-EVENT-CODE
               PERFORM 2970-LOG-LINEAGE
                   THRU 2970-LOG-LINEAGE-EXIT
               IF WS-RECORD-COUNT > 0
                   SUBTRACT 1 FROM WS-RECORD-COUNT
               ELSE
                   THRU 2850-POST-CURRENCY-ACTIVITY-EXIT
               PERFORM 2670-LOWER-EXPOSURE
                   THRU 2670-LOWER-EXPOSURE-EXIT
               COMPUTE WS-BAL-MOVEMENT = ZERO - Num3
               PERFORM 2900-UPDATE-CUSTOMER-BALANCE
                   THRU 2900-UPDATE-CUSTOMER-BALANCE-EXIT
           END-IF.
       2400-REVERSE-TRANSACTION-EXIT.
           EXIT.
           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "UNMR" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
       2450-REJECT-UNMATCHED-REVERSAL-EXIT.
           EXIT.

      * CHECK AND THE TRANSACTION GOES TO ADDEXCP WITH REASON     *
      * "CUST".  WHEN CUSTMAS COULD NOT BE OPENED THE CHECK IS    *
      * SKIPPED, MATCHING THE INTAKE DUPLICATE-NAME PRECEDENT.    *
      * A MIGRATED LEGACY ID IS FIRST TURNED INTO ITS NEW ID BY   *
      * IDALIAS, SO THE ITEM POSTS UNDER THE NEW ONE; AN ALIAS    *
      * PAST ITS TRANSITION WINDOW FAILS THE CHECK.               *
      *-----------------------------------------------------------*
       2600-VERIFY-CUSTOMER.
           SET WS-CUSTOMER-ON-FILE TO TRUE.
           IF TR-CUST-ID IS NUMERIC
               MOVE "N" TO WS-ALIAS-SWITCH
               CALL "IDALIAS" USING TR-CUST-ID, WS-ALIAS-SWITCH,
                   "COBOL-ADDITION "
               IF WS-ALIAS-EXPIRED
                   MOVE "N" TO WS-CUST-VALID-SWITCH
               END-IF
           END-IF.
           MOVE "N" TO WS-CUST-DORMANT-SWITCH.
           MOVE "N" TO WS-CUST-WATCHED-SWITCH.
           IF WS-WLREVIEW-AVAILABLE
               AND TR-CUST-ID IS NUMERIC
               MOVE TR-CUST-ID TO WQ-CUST-ID
               READ WATCH-REVIEW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WQ-IS-PENDING OR WQ-IS-CONFIRMED
                           SET WS-CUSTOMER-WATCHED TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF WS-CUSTMAS-AVAILABLE
               IF TR-CUST-ID IS NUMERIC
                   MOVE TR-CUST-ID TO CM-CUST-ID
                           IF CM-IS-INACTIVE
                               MOVE "N" TO WS-CUST-VALID-SWITCH
                           END-IF
                           IF CM-IS-DORMANT
                               SET WS-CUSTOMER-DORMANT TO TRUE
                           END-IF
                   END-READ
               ELSE
                   MOVE "N" TO WS-CUST-VALID-SWITCH
           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "CURR" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
       2360-REJECT-NO-RATE-EXIT.
           EXIT.

           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "LIMT" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
           IF WS-EXPO-MATCH-IDX > 0
               ADD 1 TO WS-EXPO-BREACHES(WS-EXPO-MATCH-IDX)
           END-IF.
       2370-REJECT-OVER-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2375-REJECT-OVER-HOUSEHOLD - POSTING THIS ADD WOULD PUSH   *
      * THE CUSTOMER'S RELMAS HOUSEHOLD PAST ITS COMBINED LIMIT.   *
      * WRITE IT TO ADDEXCP WITH REASON "HHLM" AND COUNT THE       *
      * BREACH AGAINST THE HOUSEHOLD FOR THE END-OF-JOB SUMMARY.   *
      *-----------------------------------------------------------*
       2375-REJECT-OVER-HOUSEHOLD.
           MOVE TR-CUST-ID TO EX-CUST-ID.
           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "HHLM" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
           IF WS-HHEX-MATCH-IDX > 0
               ADD 1 TO WS-HHEX-BREACHES(WS-HHEX-MATCH-IDX)
           END-IF.
       2375-REJECT-OVER-HOUSEHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2376-REJECT-KYC-EXPIRED - THE CUSTOMER'S KYC REVIEW IS     *
      * PAST DUE BEYOND THE GRACE PERIOD.  NEW ADDS GO TO ADDEXCP  *
      * WITH REASON "KYCX" UNTIL CUSTMAINT RECORDS A FRESH REVIEW; *
      * REVERSALS ARE NEVER CHECKED AND STILL POST.                *
      *-----------------------------------------------------------*
       2376-REJECT-KYC-EXPIRED.
           MOVE TR-CUST-ID TO EX-CUST-ID.
           MOVE TR-RAW-NUM1 TO EX-NUM1.
           MOVE TR-RAW-NUM2 TO EX-NUM2.
           MOVE "KYCX" TO EX-REASON-CODE.
           MOVE TR-TXN-REF TO EX-TXN-REF.
           WRITE ADDITION-EXCEPTION-RECORD.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "REJT" TO WS-LE-EVENT-CODE.
           STRING "ADDEXCP REASON " EX-REASON-CODE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-KYC-REJECT-COUNT.
           PERFORM 2960-BOOK-BRANCH-REJECT
               THRU 2960-BOOK-BRANCH-REJECT-EXIT.
       2376-REJECT-KYC-EXPIRED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2380-SCREEN-FOR-DUPLICATE - SCAN THE ROLLING LEDGER FOR AN *
      * ADD OF THE SAME CUSTOMER AND NUM1/NUM2 PAIR WITHIN THE     *

      *-----------------------------------------------------------*
      * 2390-HOLD-SUSPECT - THE ADD MATCHES A RECENTLY POSTED      *
      * TRANSACTION, OR TRIPPED A VELOCITY OR SPIKE RULE.  HOLD IT *
      * WHOLE ON THE ADDSUSP SUSPECT FILE UNDER WS-HOLD-REASON FOR *
      * THE SUSPMGR RELEASE PATH - NEITHER POSTED NOR              *
      * HARD-REJECTED.  A SCREENING HIT IS ALSO LISTED ON SCRNRPT. *
      *-----------------------------------------------------------*
       2390-HOLD-SUSPECT.
           OPEN EXTEND SUSPECT-FILE.
           MOVE TR-NUM2          TO SU-NUM2.
           MOVE TR-CURRENCY-CODE TO SU-CURRENCY-CODE.
           MOVE WS-RUN-DATE      TO SU-LOG-DATE.
           MOVE WS-HOLD-REASON   TO SU-HOLD-REASON.
           MOVE TR-TXN-REF       TO SU-TXN-REF.
           WRITE SUSPECT-RECORD.
           CLOSE SUSPECT-FILE.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "HELD" TO WS-LE-EVENT-CODE.
           STRING "ADDSUSP REASON " WS-HOLD-REASON
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           IF WS-HOLD-REASON NOT = "D"
               PERFORM 2392-REPORT-SCREEN-HIT
                   THRU 2392-REPORT-SCREEN-HIT-EXIT
               GO TO 2390-HOLD-SUSPECT-EXIT
           END-IF.
           ADD 1 TO WS-SUSPECT-COUNT.
           DISPLAY "COBOL-ADDITION: SUSPECTED DUPLICATE FOR ",
               "CUSTOMER " TR-CUST-ID " HELD TO ADDSUSP ",
       2390-HOLD-SUSPECT-EXIT.
           EXIT.

       2392-REPORT-SCREEN-HIT.
           IF WS-SCREEN-VELOCITY
               ADD 1 TO WS-VELOCITY-HOLD-COUNT
               MOVE "VELOCITY" TO WS-SD-RULE
               MOVE WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX)
                   TO WS-RULE-IDX
               DISPLAY "COBOL-ADDITION: VELOCITY RULE HIT FOR ",
                   "CUSTOMER " TR-CUST-ID " - HELD TO ADDSUSP."
           ELSE
               ADD 1 TO WS-SPIKE-HOLD-COUNT
               MOVE "SPIKE   " TO WS-SD-RULE
               MOVE WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX)
                   TO WS-RULE-IDX
               DISPLAY "COBOL-ADDITION: AMOUNT-SPIKE RULE HIT FOR ",
                   "CUSTOMER " TR-CUST-ID " - HELD TO ADDSUSP."
           END-IF.
           IF NOT WS-SCRNRPT-IS-OPEN
               GO TO 2392-REPORT-SCREEN-HIT-EXIT
           END-IF.
           MOVE TR-CUST-ID TO WS-SD-CUST-ID.
           MOVE WS-SCRN-NIGHT-ITEMS(WS-SCRN-MATCH-IDX)
               TO WS-SD-NIGHT-ITEMS.
           MOVE WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX)
               TO WS-SD-BASE-ITEMS.
           MOVE WS-SCRN-BASE-AVERAGE(WS-SCRN-MATCH-IDX)
               TO WS-SD-BASE-AVERAGE.
           MOVE WS-BASE-TOTAL TO WS-SD-ITEM-AMOUNT.
           MOVE WS-RULE-LIMIT(WS-RULE-IDX) TO WS-SD-LIMIT.
           IF WS-RULE-CUST-ID(WS-RULE-IDX) = ZERO
               MOVE "DEFAULT  " TO WS-SD-SCOPE
           ELSE
               MOVE "CUSTOMER " TO WS-SD-SCOPE
           END-IF.
           WRITE SCREEN-REPORT-LINE FROM WS-SCRN-DETAIL.
       2392-REPORT-SCREEN-HIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2397-HOLD-WATCH-LIST - THE CUSTOMER IS UNDER WATCH-LIST    *
      * REVIEW, OR CONFIRMED.  HOLD THE TRANSACTION WHOLE ON       *
      * WLHOLD - NEITHER POSTED NOR HARD-REJECTED.  WLREVMGR'S     *
      * CLEARANCE STAGES IT FOR THE NEXT NIGHT.                    *
      *-----------------------------------------------------------*
       2397-HOLD-WATCH-LIST.
           OPEN EXTEND WATCH-HOLD-FILE.
           IF NOT WS-WHLD-OK
               CLOSE WATCH-HOLD-FILE
               OPEN OUTPUT WATCH-HOLD-FILE
           END-IF.
           MOVE TR-TRAN-CODE     TO WH-TRAN-CODE.
           MOVE TR-CUST-ID       TO WH-CUST-ID.
           MOVE TR-NUM1          TO WH-NUM1.
           MOVE TR-NUM2          TO WH-NUM2.
           MOVE TR-CURRENCY-CODE TO WH-CURRENCY-CODE.
           MOVE WS-RUN-DATE      TO WH-LOG-DATE.
           MOVE TR-TXN-REF       TO WH-TXN-REF.
           WRITE WATCH-HOLD-RECORD.
           CLOSE WATCH-HOLD-FILE.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "HELD" TO WS-LE-EVENT-CODE.
           MOVE "WLHOLD WATCH LIST" TO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-WATCH-HOLD-COUNT.
           DISPLAY "COBOL-ADDITION: CUSTOMER " TR-CUST-ID
               " IS UNDER WATCH-LIST REVIEW - TRANSACTION HELD ",
               "TO WLHOLD.".
       2397-HOLD-WATCH-LIST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2398-HOLD-DORMANT - THE CUSTOMER IS FLAGGED DORMANT.  HOLD *
      * THE TRANSACTION WHOLE ON DORMHOLD FOR REVIEW - NEITHER     *
      * POSTED NOR HARD-REJECTED.  DORMMGR'S RELEASE REACTIVATES   *
      * THE CUSTOMER AND STAGES IT FOR THE NEXT NIGHT.             *
      *-----------------------------------------------------------*
       2398-HOLD-DORMANT.
           OPEN EXTEND DORMANT-HOLD-FILE.
           IF NOT WS-DHLD-OK
               CLOSE DORMANT-HOLD-FILE
               OPEN OUTPUT DORMANT-HOLD-FILE
           END-IF.
           MOVE TR-TRAN-CODE     TO DH-TRAN-CODE.
           MOVE TR-CUST-ID       TO DH-CUST-ID.
           MOVE TR-NUM1          TO DH-NUM1.
           MOVE TR-NUM2          TO DH-NUM2.
           MOVE TR-CURRENCY-CODE TO DH-CURRENCY-CODE.
           MOVE WS-RUN-DATE      TO DH-LOG-DATE.
           MOVE TR-TXN-REF       TO DH-TXN-REF.
           WRITE DORMANT-HOLD-RECORD.
           CLOSE DORMANT-HOLD-FILE.
           MOVE SPACES TO WS-LINEAGE-EVENT.
           MOVE "HELD" TO WS-LE-EVENT-CODE.
           MOVE "DORMHOLD DORMANT" TO WS-LE-DETAIL.
           PERFORM 2970-LOG-LINEAGE
               THRU 2970-LOG-LINEAGE-EXIT.
           ADD 1 TO WS-DORMANT-HOLD-COUNT.
           DISPLAY "COBOL-ADDITION: CUSTOMER " TR-CUST-ID
               " IS DORMANT - TRANSACTION HELD TO DORMHOLD ",
               "FOR REVIEW.".
       2398-HOLD-DORMANT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2395-RECORD-RECENT-TRAN - ADD THE TRANSACTION JUST POSTED  *
      * TO THE ROLLING LEDGER SO A RE-KEY ON A LATER NIGHT IS      *
       2395-RECORD-RECENT-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2640-SCREEN-ACTIVITY-RULES - COUNT THE ADD AGAINST THE     *
      * CUSTOMER'S NIGHT AND TEST IT AGAINST THE CUSTOMER'S        *
      * VELOCITY RULE (ITEMS IN THE NIGHT) AND SPIKE RULE (BASE    *
      * AMOUNT OVER THE RULE'S MULTIPLE OF THE TRAILING 90-DAY     *
      * AVERAGE, ONCE THE BASELINE HAS THE RULE'S MINIMUM NUMBER   *
      * OF ITEMS).  A HIT LEAVES WS-SCREEN-HIT SET FOR THE HOLD.   *
      * AN OPERATOR-RELEASED SUSPECT ("P") IS NOT SCREENED AGAIN,  *
      * BUT STILL FEEDS THE BASELINE WHEN IT POSTS.                *
      *-----------------------------------------------------------*
       2640-SCREEN-ACTIVITY-RULES.
           MOVE SPACE TO WS-SCREEN-HIT.
           PERFORM 2645-FIND-SCREEN-ENTRY
               THRU 2645-FIND-SCREEN-ENTRY-EXIT.
           IF WS-SCRN-MATCH-IDX = 0
               OR TR-IS-RELEASED
               GO TO 2640-SCREEN-ACTIVITY-RULES-EXIT
           END-IF.
           ADD 1 TO WS-SCRN-NIGHT-ITEMS(WS-SCRN-MATCH-IDX)
               ON SIZE ERROR
                   CONTINUE
           END-ADD.
           MOVE WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX) TO WS-RULE-IDX.
           IF WS-RULE-IDX > 0
               IF WS-SCRN-NIGHT-ITEMS(WS-SCRN-MATCH-IDX)
                   > WS-RULE-LIMIT(WS-RULE-IDX)
                   SET WS-SCREEN-VELOCITY TO TRUE
                   GO TO 2640-SCREEN-ACTIVITY-RULES-EXIT
               END-IF
           END-IF.
           MOVE WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX) TO WS-RULE-IDX.
           IF WS-RULE-IDX = 0
               GO TO 2640-SCREEN-ACTIVITY-RULES-EXIT
           END-IF.
           IF WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX) = ZERO
               OR WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX)
                   < WS-RULE-MIN-ITEMS(WS-RULE-IDX)
               GO TO 2640-SCREEN-ACTIVITY-RULES-EXIT
           END-IF.
           COMPUTE WS-SCREEN-CEILING =
               WS-SCRN-BASE-AVERAGE(WS-SCRN-MATCH-IDX)
               * WS-RULE-LIMIT(WS-RULE-IDX)
               ON SIZE ERROR
                   GO TO 2640-SCREEN-ACTIVITY-RULES-EXIT
           END-COMPUTE.
           IF WS-BASE-TOTAL > WS-SCREEN-CEILING
               SET WS-SCREEN-SPIKE TO TRUE
           END-IF.
       2640-SCREEN-ACTIVITY-RULES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2645-FIND-SCREEN-ENTRY - LOCATE (OR CREATE) THE            *
      * CUSTOMER'S SCREENING ENTRY.  ON CREATION THE CUSTOMER'S    *
      * RULES ARE RESOLVED - ITS OWN RULE OF A TYPE OVER THE       *
      * DEFAULT (CUSTOMER ZERO) - AND ITS 90-DAY BASELINE IS       *
      * SUMMED FROM THE SCRNBASE WEEKLY SLOTS AS THEY STOOD BEFORE *
      * TONIGHT.                                                   *
      *-----------------------------------------------------------*
       2645-FIND-SCREEN-ENTRY.
           MOVE ZERO TO WS-SCRN-MATCH-IDX.
           PERFORM 2646-SCAN-SCREEN-ENTRY
               THRU 2646-SCAN-SCREEN-ENTRY-EXIT
               VARYING WS-SCRN-IDX FROM 1 BY 1
               UNTIL WS-SCRN-IDX > WS-SCRN-COUNT
               OR WS-SCRN-MATCH-IDX > 0.
           IF WS-SCRN-MATCH-IDX > 0
               GO TO 2645-FIND-SCREEN-ENTRY-EXIT
           END-IF.
           IF WS-SCRN-COUNT NOT < 2000
               IF NOT WS-SCRN-TABLE-FULL
                   SET WS-SCRN-TABLE-FULL TO TRUE
                   DISPLAY "COBOL-ADDITION: SCREENING TABLE FULL - ",
                       "FURTHER CUSTOMERS NOT SCREENED."
               END-IF
               GO TO 2645-FIND-SCREEN-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-SCRN-COUNT.
           MOVE WS-SCRN-COUNT TO WS-SCRN-MATCH-IDX.
           MOVE TR-CUST-ID TO WS-SCRN-CUST-ID(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-NIGHT-ITEMS(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-POSTED-ITEMS(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-POSTED-AMOUNT(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-BASE-AMOUNT(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-BASE-AVERAGE(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX).
           MOVE ZERO TO WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX).
           PERFORM 2648-RESOLVE-ONE-RULE
               THRU 2648-RESOLVE-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           IF NOT WS-SCRNBASE-AVAILABLE
               GO TO 2645-FIND-SCREEN-ENTRY-EXIT
           END-IF.
           MOVE TR-CUST-ID TO SB-CUST-ID.
           READ SCREEN-BASE-FILE
               INVALID KEY
                   GO TO 2645-FIND-SCREEN-ENTRY-EXIT
           END-READ.
           PERFORM 2647-ADD-BASELINE-SLOT
               THRU 2647-ADD-BASELINE-SLOT-EXIT
               VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > 13.
           IF WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX) > ZERO
               COMPUTE WS-SCRN-BASE-AVERAGE(WS-SCRN-MATCH-IDX)
                   ROUNDED = WS-SCRN-BASE-AMOUNT(WS-SCRN-MATCH-IDX)
                   / WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX)
           END-IF.
       2645-FIND-SCREEN-ENTRY-EXIT.
           EXIT.

       2646-SCAN-SCREEN-ENTRY.
           IF WS-SCRN-CUST-ID(WS-SCRN-IDX) = TR-CUST-ID
               MOVE WS-SCRN-IDX TO WS-SCRN-MATCH-IDX
           END-IF.
       2646-SCAN-SCREEN-ENTRY-EXIT.
           EXIT.

       2647-ADD-BASELINE-SLOT.
           IF SB-WEEK-NUMBER(WS-SB-IDX) IS NUMERIC
               AND SB-WEEK-NUMBER(WS-SB-IDX) NOT < WS-SCREEN-OLDEST-WEEK
               AND SB-WEEK-NUMBER(WS-SB-IDX) NOT > WS-SCREEN-WEEK
               ADD SB-WEEK-ITEMS(WS-SB-IDX)
                   TO WS-SCRN-BASE-ITEMS(WS-SCRN-MATCH-IDX)
               ADD SB-WEEK-AMOUNT(WS-SB-IDX)
                   TO WS-SCRN-BASE-AMOUNT(WS-SCRN-MATCH-IDX)
           END-IF.
       2647-ADD-BASELINE-SLOT-EXIT.
           EXIT.

       2648-RESOLVE-ONE-RULE.
           IF WS-RULE-CUST-ID(WS-RULE-IDX) = ZERO
               IF WS-RULE-TYPE(WS-RULE-IDX) = "V"
                   AND WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX) = ZERO
                   MOVE WS-RULE-IDX
                       TO WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX)
               END-IF
               IF WS-RULE-TYPE(WS-RULE-IDX) = "S"
                   AND WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX) = ZERO
                   MOVE WS-RULE-IDX
                       TO WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX)
               END-IF
               GO TO 2648-RESOLVE-ONE-RULE-EXIT
           END-IF.
           IF WS-RULE-CUST-ID(WS-RULE-IDX) NOT = TR-CUST-ID
               GO TO 2648-RESOLVE-ONE-RULE-EXIT
           END-IF.
           IF WS-RULE-TYPE(WS-RULE-IDX) = "V"
               MOVE WS-RULE-IDX TO WS-SCRN-VEL-RULE(WS-SCRN-MATCH-IDX)
           ELSE
               MOVE WS-RULE-IDX TO WS-SCRN-SPK-RULE(WS-SCRN-MATCH-IDX)
           END-IF.
       2648-RESOLVE-ONE-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2650-CHECK-EXPOSURE-LIMIT - LOCATE (OR CREATE) THE         *
      * CUSTOMER'S EXPOSURE ENTRY, READING ITS LIMITMAS LIMIT ON   *
      * FIRST USE, AND TEST WHETHER THE PENDING ADD'S BASE AMOUNT  *
      * WOULD PUSH THE NET PAST THE LIMIT.  A CUSTOMER WITH NO     *
      * LIMIT RECORD (OR NO LIMITMAS AT ALL) IS NEVER BLOCKED.     *
      * A BREACH A SUPERVISOR APPROVED AT THE COUNTER (TRAN CODE   *
      * "O") IS NOT BLOCKED EITHER, BUT IS FLAGGED FOR THE SUMMARY.*
      *-----------------------------------------------------------*
       2650-CHECK-EXPOSURE-LIMIT.
           MOVE "N" TO WS-LIMIT-EXCEED-SWITCH.
           MOVE "N" TO WS-LIMIT-OVERRIDE-SWITCH.
           PERFORM 2680-FIND-EXPOSURE-ENTRY
               THRU 2680-FIND-EXPOSURE-ENTRY-EXIT.
           IF WS-EXPO-MATCH-IDX = 0
           COMPUTE WS-EXPO-CANDIDATE =
               WS-EXPO-NET-BASE(WS-EXPO-MATCH-IDX) + WS-BASE-TOTAL.
           IF WS-EXPO-CANDIDATE > WS-EXPO-LIMIT(WS-EXPO-MATCH-IDX)
               IF TR-IS-OVERRIDE
                   SET WS-LIMIT-OVERRIDDEN TO TRUE
               ELSE
                   SET WS-LIMIT-EXCEEDED TO TRUE
               END-IF
           END-IF.
       2650-CHECK-EXPOSURE-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2655-CHECK-HOUSEHOLD-LIMIT - WHEN THE CUSTOMER IS LINKED   *
      * INTO A RELMAS HOUSEHOLD WITH A LIMIT, TEST WHETHER THE     *
      * PENDING ADD'S BASE AMOUNT WOULD PUSH THE WHOLE HOUSEHOLD'S *
      * NET PAST IT.  A COUNTER OVERRIDE ("O") LETS IT THROUGH     *
      * FLAGGED, THE SAME AS AT CUSTOMER LEVEL.                    *
      *-----------------------------------------------------------*
       2655-CHECK-HOUSEHOLD-LIMIT.
           MOVE "N" TO WS-HH-EXCEED-SWITCH.
           MOVE "N" TO WS-HH-OVERRIDE-SWITCH.
           PERFORM 2685-FIND-HOUSEHOLD-ENTRY
               THRU 2685-FIND-HOUSEHOLD-ENTRY-EXIT.
           IF WS-HHEX-MATCH-IDX = 0
               GO TO 2655-CHECK-HOUSEHOLD-LIMIT-EXIT
           END-IF.
           IF WS-HHEX-LIMIT(WS-HHEX-MATCH-IDX) = ZERO
               GO TO 2655-CHECK-HOUSEHOLD-LIMIT-EXIT
           END-IF.
           COMPUTE WS-EXPO-CANDIDATE =
               WS-HHEX-NET-BASE(WS-HHEX-MATCH-IDX) + WS-BASE-TOTAL.
           IF WS-EXPO-CANDIDATE > WS-HHEX-LIMIT(WS-HHEX-MATCH-IDX)
               IF TR-IS-OVERRIDE
                   SET WS-HH-LIMIT-OVERRIDDEN TO TRUE
               ELSE
                   SET WS-HH-LIMIT-EXCEEDED TO TRUE
               END-IF
           END-IF.
       2655-CHECK-HOUSEHOLD-LIMIT-EXIT.
           EXIT.

       2660-RAISE-EXPOSURE.
           IF WS-EXPO-MATCH-IDX > 0
               ADD WS-BASE-TOTAL
                   TO WS-EXPO-NET-BASE(WS-EXPO-MATCH-IDX)
           END-IF.
           IF WS-HHEX-MATCH-IDX > 0
               ADD WS-BASE-TOTAL
                   TO WS-HHEX-NET-BASE(WS-HHEX-MATCH-IDX)
           END-IF.
       2660-RAISE-EXPOSURE-EXIT.
           EXIT.

               SUBTRACT WS-BASE-TOTAL
                   FROM WS-EXPO-NET-BASE(WS-EXPO-MATCH-IDX)
           END-IF.
           PERFORM 2685-FIND-HOUSEHOLD-ENTRY
               THRU 2685-FIND-HOUSEHOLD-ENTRY-EXIT.
           IF WS-HHEX-MATCH-IDX > 0
               SUBTRACT WS-BASE-TOTAL
                   FROM WS-HHEX-NET-BASE(WS-HHEX-MATCH-IDX)
           END-IF.
       2670-LOWER-EXPOSURE-EXIT.
           EXIT.

                   TO WS-EXPO-CUST-ID(WS-EXPO-MATCH-IDX)
               MOVE ZERO TO WS-EXPO-NET-BASE(WS-EXPO-MATCH-IDX)
               MOVE ZERO TO WS-EXPO-BREACHES(WS-EXPO-MATCH-IDX)
               MOVE ZERO TO WS-EXPO-OVERRIDES(WS-EXPO-MATCH-IDX)
               MOVE "N"  TO WS-EXPO-HAS-LIMIT(WS-EXPO-MATCH-IDX)
               MOVE ZERO TO WS-EXPO-LIMIT(WS-EXPO-MATCH-IDX)
               MOVE TR-CUST-ID TO LM-CUST-ID
       2690-SCAN-EXPOSURE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2685-FIND-HOUSEHOLD-ENTRY - FIND THE CUSTOMER'S HOUSEHOLD  *
      * ON RELMAS BY ITS CUSTOMER KEY, THEN LOCATE (OR CREATE) THE *
      * HOUSEHOLD'S EXPOSURE ENTRY, READING THE LIMIT FROM THE     *
      * HOUSEHOLD HEADER WHEN THE ENTRY IS FIRST CREATED.  NO      *
      * HOUSEHOLD, OR NO RELMAS, LEAVES THE MATCH AT ZERO.         *
      *-----------------------------------------------------------*
       2685-FIND-HOUSEHOLD-ENTRY.
           MOVE ZERO TO WS-HHEX-MATCH-IDX.
           IF NOT WS-RELMAS-AVAILABLE
               GO TO 2685-FIND-HOUSEHOLD-ENTRY-EXIT
           END-IF.
           MOVE TR-CUST-ID TO RL-CUST-ID.
           READ RELATIONSHIP-FILE KEY IS RL-CUST-ID
               INVALID KEY
                   GO TO 2685-FIND-HOUSEHOLD-ENTRY-EXIT
           END-READ.
           MOVE RL-HOUSEHOLD-ID TO WS-HHEX-HOUSEHOLD.
           PERFORM 2695-SCAN-HOUSEHOLD-ENTRY
               THRU 2695-SCAN-HOUSEHOLD-ENTRY-EXIT
               VARYING WS-HHEX-IDX FROM 1 BY 1
               UNTIL WS-HHEX-IDX > WS-HHEX-COUNT
               OR WS-HHEX-MATCH-IDX > 0.
           IF WS-HHEX-MATCH-IDX > 0
               GO TO 2685-FIND-HOUSEHOLD-ENTRY-EXIT
           END-IF.
           IF WS-HHEX-COUNT < 1000
               ADD 1 TO WS-HHEX-COUNT
               MOVE WS-HHEX-COUNT TO WS-HHEX-MATCH-IDX
               MOVE WS-HHEX-HOUSEHOLD
                   TO WS-HHEX-HOUSEHOLD-ID(WS-HHEX-MATCH-IDX)
               MOVE ZERO TO WS-HHEX-NET-BASE(WS-HHEX-MATCH-IDX)
               MOVE ZERO TO WS-HHEX-BREACHES(WS-HHEX-MATCH-IDX)
               MOVE ZERO TO WS-HHEX-OVERRIDES(WS-HHEX-MATCH-IDX)
               MOVE ZERO TO WS-HHEX-LIMIT(WS-HHEX-MATCH-IDX)
               MOVE WS-HHEX-HOUSEHOLD TO RL-HOUSEHOLD-ID
               MOVE ZERO              TO RL-CUST-ID
               READ RELATIONSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RL-EXPOSURE-LIMIT
                           TO WS-HHEX-LIMIT(WS-HHEX-MATCH-IDX)
               END-READ
           ELSE
               IF NOT WS-HHEX-TABLE-FULL
                   SET WS-HHEX-TABLE-FULL TO TRUE
                   DISPLAY "COBOL-ADDITION: HOUSEHOLD TABLE FULL - ",
                       "FURTHER HOUSEHOLDS NOT LIMIT-CHECKED."
               END-IF
           END-IF.
       2685-FIND-HOUSEHOLD-ENTRY-EXIT.
           EXIT.

       2695-SCAN-HOUSEHOLD-ENTRY.
           IF WS-HHEX-HOUSEHOLD-ID(WS-HHEX-IDX) = WS-HHEX-HOUSEHOLD
               MOVE WS-HHEX-IDX TO WS-HHEX-MATCH-IDX
           END-IF.
       2695-SCAN-HOUSEHOLD-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-UPDATE-CUSTOMER-BALANCE - APPLY ONE POSTED MOVEMENT   *
      * (POSITIVE FOR AN ADD, NEGATIVE FOR A REVERSAL, IN THE      *
      * TRANSACTION'S OWN CURRENCY) TO THE CUSTOMER'S BALMAS       *
      * RECORD FOR THAT CURRENCY, CREATING IT ON FIRST ACTIVITY.   *
      * THE MONTH-TO-DATE AND YEAR-TO-DATE FIGURES START AGAIN     *
      * FROM ZERO WHEN THE RUN DATE HAS MOVED INTO A NEW MONTH OR  *
      * YEAR SINCE THE RECORD WAS LAST TOUCHED.                    *
      *-----------------------------------------------------------*
       2900-UPDATE-CUSTOMER-BALANCE.
           IF NOT WS-BALMAS-AVAILABLE
               GO TO 2900-UPDATE-CUSTOMER-BALANCE-EXIT
           END-IF.
           MOVE TR-CUST-ID       TO BL-CUST-ID.
           MOVE TR-CURRENCY-CODE TO BL-CURRENCY-CODE.
           MOVE "Y" TO WS-BAL-ON-FILE-SWITCH.
           READ CUSTOMER-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-BAL-ON-FILE-SWITCH
           END-READ.
           IF NOT WS-BAL-ON-FILE
               MOVE SPACES           TO CUSTOMER-BALANCE-RECORD
               MOVE TR-CUST-ID       TO BL-CUST-ID
               MOVE TR-CURRENCY-CODE TO BL-CURRENCY-CODE
               MOVE ZERO TO BL-LEDGER-BALANCE
               MOVE ZERO TO BL-MTD-TOTAL
               MOVE ZERO TO BL-YTD-TOTAL
           END-IF.
           IF BL-MTD-PERIOD NOT = WS-RUN-DATE(1:6)
               MOVE WS-RUN-DATE(1:6) TO BL-MTD-PERIOD
               MOVE ZERO TO BL-MTD-TOTAL
           END-IF.
           IF BL-YTD-YEAR NOT = WS-CURRENT-YEAR
               MOVE WS-CURRENT-YEAR TO BL-YTD-YEAR
               MOVE ZERO TO BL-YTD-TOTAL
           END-IF.
           ADD WS-BAL-MOVEMENT TO BL-LEDGER-BALANCE.
           ADD WS-BAL-MOVEMENT TO BL-MTD-TOTAL.
           ADD WS-BAL-MOVEMENT TO BL-YTD-TOTAL.
           MOVE WS-RUN-DATE TO BL-LAST-ACTIVITY-DATE.
           IF WS-BAL-ON-FILE
               REWRITE CUSTOMER-BALANCE-RECORD
           ELSE
               WRITE CUSTOMER-BALANCE-RECORD
           END-IF.
           IF WS-BAL-OK
               ADD 1 TO WS-BAL-UPDATE-COUNT
           ELSE
               ADD 1 TO WS-BAL-ERROR-COUNT
               DISPLAY "COBOL-ADDITION: BALMAS UPDATE FAILED FOR "
                   "CUSTOMER " TR-CUST-ID " CURRENCY "
                   TR-CURRENCY-CODE " - STATUS " WS-BAL-FILE-STATUS
           END-IF.
       2900-UPDATE-CUSTOMER-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2950-BOOK-BRANCH-POSTING - BOOK THE POSTED ITEM (AMOUNTS  *
      * ALREADY SET, NEGATIVE FOR A REVERSAL) TO ITS BRANCH ON    *
      * BRCHACT.  AN ITEM KEYED WITHOUT A BRANCH TAKES THE        *
      * CUSTOMER'S HOME BRANCH, AND THE BRANCH IT IS BOOKED TO    *
      * GOES ONTO ADDOUT FOR GLPOST.  FEEDER BATCHES WHOSE ID     *
      * STARTS "FE" ARE TIERFEE'S MONTHLY FEES.                   *
      *-----------------------------------------------------------*
       2950-BOOK-BRANCH-POSTING.
           MOVE TR-BRANCH-CODE   TO WS-BI-BRANCH-CODE.
           MOVE TR-CUST-ID       TO WS-BI-CUST-ID.
           MOVE TR-CURRENCY-CODE TO WS-BI-CURRENCY-CODE.
           MOVE WS-RUN-DATE      TO WS-BI-RUN-DATE.
           MOVE "N"              TO WS-BI-FEE-FLAG.
           IF WS-BT-CUR > 0
               IF WS-BT-BATCH-ID(WS-BT-CUR)(1:2) = "FE"
                   MOVE "Y" TO WS-BI-FEE-FLAG
               END-IF
           END-IF.
           MOVE "P" TO WS-BRANCH-FUNCTION.
           CALL "BRCHUPD" USING WS-BRANCH-FUNCTION, WS-BRANCH-ITEM,
               WS-BRANCH-STATUS.
           IF NOT WS-BRANCH-APPLIED
               ADD 1 TO WS-BRANCH-MISS-COUNT
           END-IF.
           MOVE WS-BI-BRANCH-CODE TO OUT-BRANCH-CODE.
       2950-BOOK-BRANCH-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2960-BOOK-BRANCH-REJECT - COUNT THE ADDEXCP REJECT AGAINST *
      * THE BRANCH THAT KEYED IT (OR THE CUSTOMER'S HOME BRANCH).  *
      *-----------------------------------------------------------*
       2960-BOOK-BRANCH-REJECT.
           MOVE TR-BRANCH-CODE   TO WS-BI-BRANCH-CODE.
           MOVE TR-CUST-ID       TO WS-BI-CUST-ID.
           MOVE TR-CURRENCY-CODE TO WS-BI-CURRENCY-CODE.
           MOVE ZERO             TO WS-BI-NATIVE-AMOUNT.
           MOVE ZERO             TO WS-BI-BASE-AMOUNT.
           MOVE "N"              TO WS-BI-FEE-FLAG.
           MOVE WS-RUN-DATE      TO WS-BI-RUN-DATE.
           MOVE "R" TO WS-BRANCH-FUNCTION.
           CALL "BRCHUPD" USING WS-BRANCH-FUNCTION, WS-BRANCH-ITEM,
               WS-BRANCH-STATUS.
       2960-BOOK-BRANCH-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2970-LOG-LINEAGE - RECORD WHAT BECAME OF THE TRANSACTION  *
      * ON TXNTRAIL UNDER THE REFERENCE IT CARRIED ON ADDTRANM.   *
      * THE CALLER SETS THE EVENT CODE AND ANY DETAIL; A POSTING  *
      * OR REVERSAL CARRIES ITS SETTLEMENT DATE AND NUM3, ANY     *
      * OTHER EVENT THE NUM1 + NUM2 KEYED WHEN BOTH ARE NUMERIC.  *
      * THE EVENT IS STAMPED WITH THE ADDSTEP STEP NAME, THE      *
      * PROGRAM NAME BEING LONGER THAN THE TRAIL'S PROGRAM FIELD. *
      * AN ITEM WITHOUT A REFERENCE IS SIMPLY NOT RECORDED.       *
      *-----------------------------------------------------------*
       2970-LOG-LINEAGE.
           MOVE TR-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "ADDSTEP"        TO WS-LE-PROGRAM.
           MOVE TR-CUST-ID       TO WS-LE-CUST-ID.
           MOVE TR-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           MOVE ZERO             TO WS-LE-AMOUNT.
           IF WS-LE-EVENT-CODE = "PSTD" OR "RVSD"
               MOVE Num3 TO WS-LE-AMOUNT
               STRING "SETTLE " OUT-SETTLE-DATE
                   DELIMITED BY SIZE INTO WS-LE-DETAIL
           ELSE
               IF TR-NUM1 IS NUMERIC AND TR-NUM2 IS NUMERIC
                   COMPUTE WS-LE-AMOUNT = TR-NUM1 + TR-NUM2
               END-IF
           END-IF.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       2970-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-RECONCILE-CONTROL-TOTALS - COMPARE THE RECORD COUNT  *
      * AND GRAND TOTAL ACCUMULATED THIS RUN AGAINST THE          *
       8710-SAVE-ONE-RECENT-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8750-SAVE-SCREEN-BASELINES - FOLD EACH CUSTOMER'S POSTED   *
      * ADDS INTO THIS WEEK'S SCRNBASE SLOT, CLEARING A SLOT LAST  *
      * USED THIRTEEN WEEKS AGO.  A RECORD ALREADY FOLDED TONIGHT  *
      * (A RERUN) IS LEFT ALONE SO NOTHING COUNTS TWICE.           *
      *-----------------------------------------------------------*
       8750-SAVE-SCREEN-BASELINES.
           IF NOT WS-SCRNBASE-AVAILABLE
               GO TO 8750-SAVE-SCREEN-BASELINES-EXIT
           END-IF.
           PERFORM 8760-SAVE-ONE-BASELINE
               THRU 8760-SAVE-ONE-BASELINE-EXIT
               VARYING WS-SCRN-IDX FROM 1 BY 1
               UNTIL WS-SCRN-IDX > WS-SCRN-COUNT.
       8750-SAVE-SCREEN-BASELINES-EXIT.
           EXIT.

       8760-SAVE-ONE-BASELINE.
           IF WS-SCRN-POSTED-ITEMS(WS-SCRN-IDX) = ZERO
               GO TO 8760-SAVE-ONE-BASELINE-EXIT
           END-IF.
           MOVE WS-SCRN-CUST-ID(WS-SCRN-IDX) TO SB-CUST-ID.
           READ SCREEN-BASE-FILE
               INVALID KEY
                   INITIALIZE SCREEN-BASE-RECORD
                   MOVE WS-SCRN-CUST-ID(WS-SCRN-IDX) TO SB-CUST-ID
                   PERFORM 8770-FOLD-TONIGHT
                       THRU 8770-FOLD-TONIGHT-EXIT
                   WRITE SCREEN-BASE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SCRN-SAVE-ERRORS
                   END-WRITE
                   GO TO 8760-SAVE-ONE-BASELINE-EXIT
           END-READ.
           IF SB-LAST-RUN-DATE = WS-RUN-DATE
               GO TO 8760-SAVE-ONE-BASELINE-EXIT
           END-IF.
           PERFORM 8770-FOLD-TONIGHT
               THRU 8770-FOLD-TONIGHT-EXIT.
           REWRITE SCREEN-BASE-RECORD
               INVALID KEY
                   ADD 1 TO WS-SCRN-SAVE-ERRORS
           END-REWRITE.
       8760-SAVE-ONE-BASELINE-EXIT.
           EXIT.

       8770-FOLD-TONIGHT.
           IF SB-WEEK-NUMBER(WS-SCREEN-SLOT) NOT = WS-SCREEN-WEEK
               MOVE WS-SCREEN-WEEK TO SB-WEEK-NUMBER(WS-SCREEN-SLOT)
               MOVE ZERO TO SB-WEEK-ITEMS(WS-SCREEN-SLOT)
               MOVE ZERO TO SB-WEEK-AMOUNT(WS-SCREEN-SLOT)
           END-IF.
           ADD WS-SCRN-POSTED-ITEMS(WS-SCRN-IDX)
               TO SB-WEEK-ITEMS(WS-SCREEN-SLOT)
               ON SIZE ERROR
                   MOVE 99999 TO SB-WEEK-ITEMS(WS-SCREEN-SLOT)
           END-ADD.
           ADD WS-SCRN-POSTED-AMOUNT(WS-SCRN-IDX)
               TO SB-WEEK-AMOUNT(WS-SCREEN-SLOT)
               ON SIZE ERROR
                   ADD 1 TO WS-SCRN-SAVE-ERRORS
           END-ADD.
           MOVE WS-RUN-DATE TO SB-LAST-RUN-DATE.
       8770-FOLD-TONIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-WRITE-SETTLEMENT-FILE - ONE "D" RECORD PER FOREIGN   *
      * CURRENCY WITH NET NATIVE AMOUNT, PAY/RECEIVE DIRECTION    *
           CLOSE ADDITION-TRAN-FILE.
           CLOSE ADDITION-OUT-FILE.
           CLOSE ADDITION-EXCEPTION-FILE.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-LIMITMAS-AVAILABLE
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           IF WS-RELMAS-AVAILABLE
               CLOSE RELATIONSHIP-FILE
           END-IF.
           IF WS-PAIRMAS-AVAILABLE
               CLOSE ADDITION-PAIR-FILE
           END-IF.
           IF WS-RATEHIST-AVAILABLE
               CLOSE RATE-HISTORY-FILE
           END-IF.
           IF WS-BALMAS-AVAILABLE
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-SCRNBASE-AVAILABLE
               CLOSE SCREEN-BASE-FILE
           END-IF.
           IF WS-WLREVIEW-AVAILABLE
               CLOSE WATCH-REVIEW-FILE
           END-IF.
           IF WS-SCRNRPT-IS-OPEN
               MOVE SPACES TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
               MOVE WS-VELOCITY-HOLD-COUNT TO WS-ST-VELOCITY
               MOVE WS-SPIKE-HOLD-COUNT    TO WS-ST-SPIKE
               WRITE SCREEN-REPORT-LINE FROM WS-SCRN-TOTAL-LINE
               CLOSE SCREEN-REPORT-FILE
           END-IF.
           DISPLAY "COBOL-ADDITION: TRANSACTIONS PROCESSED = "
               WS-RECORD-COUNT.
           DISPLAY "COBOL-ADDITION: TRANSACTIONS REVERSED   = "
               WS-REVERSAL-COUNT.
           DISPLAY "COBOL-ADDITION: TRANSACTIONS REJECTED   = "
               WS-EXCEPTION-COUNT.
           DISPLAY "COBOL-ADDITION: KYC-EXPIRED REJECTS     = "
               WS-KYC-REJECT-COUNT.
           DISPLAY "COBOL-ADDITION: SUSPECTED DUPLICATES    = "
               WS-SUSPECT-COUNT.
           DISPLAY "COBOL-ADDITION: DORMANT-ACCOUNT HOLDS   = "
               WS-DORMANT-HOLD-COUNT.
           DISPLAY "COBOL-ADDITION: WATCH-LIST HOLDS        = "
               WS-WATCH-HOLD-COUNT.
           DISPLAY "COBOL-ADDITION: VELOCITY-RULE HOLDS     = "
               WS-VELOCITY-HOLD-COUNT.
           DISPLAY "COBOL-ADDITION: AMOUNT-SPIKE HOLDS      = "
               WS-SPIKE-HOLD-COUNT.
           IF WS-SCRN-SAVE-ERRORS > 0
               DISPLAY "COBOL-ADDITION: BASELINE SAVE FAILURES  = "
                   WS-SCRN-SAVE-ERRORS
           END-IF.
           DISPLAY "COBOL-ADDITION: REFUSED-BATCH SKIPS     = "
               WS-SKIPPED-COUNT.
           DISPLAY "COBOL-ADDITION: BALANCES UPDATED        = "
               WS-BAL-UPDATE-COUNT.
           IF WS-BAL-ERROR-COUNT > 0
               DISPLAY "COBOL-ADDITION: BALANCE UPDATE FAILURES = "
                   WS-BAL-ERROR-COUNT
           END-IF.
           IF WS-BRANCH-MISS-COUNT > 0
               DISPLAY "COBOL-ADDITION: BRANCH BOOKINGS MISSED  = "
                   WS-BRANCH-MISS-COUNT
           END-IF.
           MOVE "C" TO WS-BRANCH-FUNCTION.
           CALL "BRCHUPD" USING WS-BRANCH-FUNCTION, WS-BRANCH-ITEM,
               WS-BRANCH-STATUS.
           MOVE "C" TO WS-KYC-FUNCTION.
           CALL "KYCCHK" USING WS-KYC-FUNCTION, TR-CUST-ID,
               WS-KYC-RESULT, WS-KYC-RATING, WS-KYC-NEXT-DATE.
           PERFORM 9060-REPORT-LIMIT-BREACHES
               THRU 9060-REPORT-LIMIT-BREACHES-EXIT.
           PERFORM 9090-REPORT-HOUSEHOLD-LIMITS
               THRU 9090-REPORT-HOUSEHOLD-LIMITS-EXIT
               VARYING WS-HHEX-IDX FROM 1 BY 1
               UNTIL WS-HHEX-IDX > WS-HHEX-COUNT.
           PERFORM 9050-RECORD-POSTED-BATCHES
               THRU 9050-RECORD-POSTED-BATCHES-EXIT.
           MOVE 0 TO RETURN-CODE.
           IF WS-SUSPECT-COUNT > 0
               OR WS-DORMANT-HOLD-COUNT > 0
               OR WS-WATCH-HOLD-COUNT > 0
               OR WS-WLREVIEW-UNREADABLE
               OR WS-VELOCITY-HOLD-COUNT > 0
               OR WS-SPIKE-HOLD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0

      *-----------------------------------------------------------*
      * 9060-REPORT-LIMIT-BREACHES - ONE SUMMARY LINE PER CUSTOMER *
      * WHOSE TRANSACTIONS WERE HELD BY THE EXPOSURE LIMIT, THEN,  *
      * SEPARATELY, ONE PER CUSTOMER WHOSE SUPERVISOR-APPROVED     *
      * BREACHES POSTED.                                           *
      *-----------------------------------------------------------*
       9060-REPORT-LIMIT-BREACHES.
           PERFORM 9070-REPORT-ONE-BREACH
               THRU 9070-REPORT-ONE-BREACH-EXIT
               VARYING WS-EXPO-IDX FROM 1 BY 1
               UNTIL WS-EXPO-IDX > WS-EXPO-COUNT.
           IF WS-OVERRIDE-COUNT = 0
               GO TO 9060-REPORT-LIMIT-BREACHES-EXIT
           END-IF.
           DISPLAY "COBOL-ADDITION: SUPERVISOR-APPROVED LIMIT ",
               "BREACHES POSTED = " WS-OVERRIDE-COUNT.
           PERFORM 9080-REPORT-ONE-OVERRIDE
               THRU 9080-REPORT-ONE-OVERRIDE-EXIT
               VARYING WS-EXPO-IDX FROM 1 BY 1
               UNTIL WS-EXPO-IDX > WS-EXPO-COUNT.
       9060-REPORT-LIMIT-BREACHES-EXIT.
           EXIT.

       9070-REPORT-ONE-BREACH-EXIT.
           EXIT.

       9080-REPORT-ONE-OVERRIDE.
           IF WS-EXPO-OVERRIDES(WS-EXPO-IDX) > 0
               MOVE WS-EXPO-OVERRIDES(WS-EXPO-IDX)
                   TO WS-EXPO-BREACH-DISPLAY
               DISPLAY "COBOL-ADDITION: CUSTOMER "
                   WS-EXPO-CUST-ID(WS-EXPO-IDX)
                   " POSTED " WS-EXPO-BREACH-DISPLAY
                   " TRANSACTION(S) PAST ITS LIMIT UNDER OVERRIDE."
           END-IF.
       9080-REPORT-ONE-OVERRIDE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9090-REPORT-HOUSEHOLD-LIMITS - ONE LINE PER HOUSEHOLD THAT *
      * HELD TRANSACTIONS AT ITS COMBINED LIMIT, AND ONE PER       *
      * HOUSEHOLD THAT POSTED PAST IT UNDER OVERRIDE.              *
      *-----------------------------------------------------------*
       9090-REPORT-HOUSEHOLD-LIMITS.
           IF WS-HHEX-BREACHES(WS-HHEX-IDX) > 0
               MOVE WS-HHEX-BREACHES(WS-HHEX-IDX)
                   TO WS-EXPO-BREACH-DISPLAY
               DISPLAY "COBOL-ADDITION: HOUSEHOLD "
                   WS-HHEX-HOUSEHOLD-ID(WS-HHEX-IDX)
                   " HELD " WS-EXPO-BREACH-DISPLAY
                   " TRANSACTION(S) AT ITS HOUSEHOLD LIMIT."
           END-IF.
           IF WS-HHEX-OVERRIDES(WS-HHEX-IDX) > 0
               MOVE WS-HHEX-OVERRIDES(WS-HHEX-IDX)
                   TO WS-EXPO-BREACH-DISPLAY
               DISPLAY "COBOL-ADDITION: HOUSEHOLD "
                   WS-HHEX-HOUSEHOLD-ID(WS-HHEX-IDX)
                   " POSTED " WS-EXPO-BREACH-DISPLAY
                   " TRANSACTION(S) PAST ITS LIMIT UNDER OVERRIDE."
           END-IF.
       9090-REPORT-HOUSEHOLD-LIMITS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-ABORT-REFUSED-RUN - THE WHOLE FILE WAS REFUSED UP    *
      * FRONT - NO ACCEPTABLE BATCH GROUP, OR A TABLE THE RUN     *
           CLOSE ADDITION-TRAN-FILE.
           CLOSE ADDITION-OUT-FILE.
           CLOSE ADDITION-EXCEPTION-FILE.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-LIMITMAS-AVAILABLE
               CLOSE LIMIT-MASTER-FILE
           END-IF.
           IF WS-RELMAS-AVAILABLE
               CLOSE RELATIONSHIP-FILE
           END-IF.
           IF WS-PAIRMAS-AVAILABLE
               CLOSE ADDITION-PAIR-FILE
           END-IF.
           IF WS-RATEHIST-AVAILABLE
               CLOSE RATE-HISTORY-FILE
           END-IF.
           IF WS-BALMAS-AVAILABLE
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-WLREVIEW-AVAILABLE
               CLOSE WATCH-REVIEW-FILE
           END-IF.
           MOVE 16 TO RETURN-CODE.
       9100-ABORT-REFUSED-RUN-EXIT.
           EXIT.
