      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly privacy purge of closed customers.  A
      * deactivated ("I") or merged ("M") customer keeps its name,
      * address and date of birth only for the retention period -
      * the PRIVCTL number of months, 84 when PRIVCTL is absent -
      * counted from the date CUSTAUDT shows the customer closed
      * (the first trail entry whose after image is "I" or "M" and
      * whose before image was not).  Once that period has passed,
      * and only when the customer has no open dispute on DISPLDG, no
      * held item on ADDSUSP and no pending exception on EXCPDISP or
      * still on ADDEXCP, the personal fields are blanked in every
      * CUSTHIST history image and every CUSTAUDT before and after
      * image for the customer, then on CUSTMAS itself; the customer
      * ID, status and merge link stay, and no financial file is
      * touched.  SENSLOG carries no personal fields and needs no
      * change.  Each anonymization is journaled through FWDJRNL and
      * audited on CUSTAUDT as action "P" with personal-data-free
      * images, and the PRIVRPT report lists every customer
      * anonymized or held, for the privacy officer.  A closed
      * customer with no closure on the trail is listed for manual
      * review, never purged.  If any hold source cannot be read
      * nothing is purged.  A "T" in column 4 of PRIVCTL makes the
      * run a trial that only reports.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  DISPLDG IS NOW 80 BYTES, CARRYING THE
      *                 PROVISIONAL-CREDIT FIELDS DISPMGR KEEPS.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  DISPLDG (96 BYTES), ADDSUSP (49), EXCPDISP (55)
      *                 AND ADDEXCP (40) LAYOUTS WIDENED FOR THE
      *                 TRANSACTION REFERENCE; TXNTRAIL CARRIES NO
      *                 PERSONAL FIELDS.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVPURG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-CTL-FILE ASSIGN TO "PRIVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT DISPUTE-LEDGER-FILE ASSIGN TO "DISPLDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "EXCPDISP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT ADDITION-EXCEPTION-FILE ASSIGN TO "ADDEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT PRIVACY-REPORT-FILE ASSIGN TO "PRIVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 04 CHARACTERS.
       01  PRIVACY-CTL-RECORD.
           05  PC-RETENTION-MONTHS     PIC 9(03).
           05  PC-RUN-MODE             PIC X(01).
               88  PC-TRIAL-RUN                  VALUE "T".

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
           05  CM-PERSONAL-DATA.
               10  CM-NAME             PIC X(30).
               10  CM-CUSTOMER-ADDRESS.
                   15  CM-STREET       PIC X(20).
                   15  CM-CITY         PIC X(15).
                   15  CM-REGION       PIC X(02).
                   15  CM-POSTAL-CODE  PIC X(09).
               10  CM-DATE-OF-BIRTH    PIC X(08).
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

       FD  CUSTOMER-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 123 CHARACTERS.
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-CUST-ID              PIC 9(06).
           05  CH-EFF-DATE             PIC X(08).
           05  CH-EFF-TIME             PIC X(08).
           05  CH-RECORD-IMAGE         PIC X(101).

       FD  DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01  DISPUTE-LEDGER-RECORD.
           05  DP-SEQUENCE             PIC 9(06).
           05  DP-STATUS               PIC X(01).
               88  DP-IS-OPEN                    VALUE "O".
           05  DP-CUST-ID              PIC 9(06).
           05  FILLER                  PIC X(83).

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
           05  SU-CUST-ID              PIC 9(06).
           05  FILLER                  PIC X(42).

       FD  DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  DISPOSITION-RECORD.
           05  ED-SEQUENCE             PIC 9(06).
           05  ED-LOG-DATE             PIC X(08).
           05  ED-CUST-ID              PIC X(06).
           05  FILLER                  PIC X(18).
           05  ED-STATUS               PIC X(01).
               88  ED-IS-PENDING                 VALUE "P".
           05  FILLER                  PIC X(16).

       FD  ADDITION-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDITION-EXCEPTION-RECORD.
           05  EX-CUST-ID              PIC X(06).
           05  FILLER                  PIC X(34).

       FD  PRIVACY-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIVACY-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
           88  WS-HIST-NOT-FOUND                 VALUE "35".
       01  WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LDG-OK                         VALUE "00".
       01  WS-SUSP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SUSP-OK                        VALUE "00".
       01  WS-DISP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DISP-OK                        VALUE "00".
       01  WS-EXCP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-EXCP-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-AT-EOF                         VALUE "Y".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-WITHHELD-SWITCH          PIC X(01) VALUE "N".
           88  WS-PURGE-WITHHELD                 VALUE "Y".
       01  WS-TRIAL-SWITCH             PIC X(01) VALUE "N".
           88  WS-TRIAL-RUN                      VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-CUTOFF-DATE              PIC X(08) VALUE SPACES.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YEAR             PIC 9(04).
           05  WS-CUT-MONTH            PIC 9(02).
           05  WS-CUT-DAY              PIC 9(02).
       01  WS-RETENTION-MONTHS         PIC 9(03) VALUE 84.
       01  WS-MONTH-SERIAL             PIC 9(06) VALUE ZERO.
      * A CUSTOMER IMAGE AS CARRIED ON CUSTHIST AND CUSTAUDT, WITH
      * THE PERSONAL FIELDS (NAME, ADDRESS, DATE OF BIRTH) AS ONE
      * AREA AND THE STATUS BYTE BROKEN OUT.
       01  WS-IMAGE.
           05  WI-CUST-ID              PIC 9(06).
           05  WI-PERSONAL-DATA        PIC X(84).
           05  WI-SENSITIVE-FLAG       PIC X(01).
           05  WI-STATUS-FLAG          PIC X(01).
               88  WI-IS-CLOSED                  VALUE "I" "M".
           05  FILLER                  PIC X(09).
       01  WS-BEFORE-STATUS            PIC X(01) VALUE SPACE.
           88  WS-BEFORE-CLOSED                  VALUE "I" "M".
       01  WS-FIND-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-FIND-CUST-X REDEFINES WS-FIND-CUST-ID
                                       PIC X(06).
       01  WS-HOLD-REASON              PIC X(01) VALUE SPACE.
       01  WS-IMAGE-CHANGED-SWITCH     PIC X(01) VALUE "N".
           88  WS-IMAGE-CHANGED                  VALUE "Y".
      * ONE ENTRY PER CLOSED CUSTOMER STILL CARRYING PERSONAL DATA,
      * IN CUSTOMER ORDER AS CUSTMAS IS READ.
       01  WS-CLOSED-TABLE.
           05  WS-CT-ENTRY OCCURS 5000 TIMES.
               10  WS-CT-CUST-ID       PIC 9(06).
               10  WS-CT-STATUS        PIC X(01).
               10  WS-CT-CLOSED-DATE   PIC X(08).
               10  WS-CT-HOLD          PIC X(01).
                   88  WS-CT-NOT-HELD            VALUE SPACE.
               10  WS-CT-OUTCOME       PIC X(01).
                   88  WS-CT-TO-PURGE            VALUE "P".
                   88  WS-CT-NOT-DUE             VALUE "N".
                   88  WS-CT-NO-DATE             VALUE "U".
                   88  WS-CT-HELD                VALUE "H".
               10  WS-CT-HIST-COUNT    PIC 9(05) COMP.
               10  WS-CT-AUDIT-COUNT   PIC 9(05) COMP.
       77  WS-CT-COUNT                 PIC S9(04) COMP VALUE ZERO.
       77  WS-CT-IDX                   PIC S9(04) COMP VALUE ZERO.
       77  WS-CT-SRCH-IDX              PIC S9(04) COMP VALUE ZERO.
       77  WS-CT-MATCH-IDX             PIC S9(04) COMP VALUE ZERO.
       01  WS-CT-FULL-SWITCH           PIC X(01) VALUE "N".
           88  WS-CT-TABLE-FULL                  VALUE "Y".
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       77  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-DUE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-DATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-HIST-BLANKED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-AUDIT-BLANKED-COUNT      PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(32)
               VALUE "PRIVPURG - CLOSED-CUSTOMER PURGE".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(10) VALUE "  CUTOFF  ".
           05  WS-H1-CUTOFF-DATE       PIC X(08).
           05  WS-H1-MODE              PIC X(12).
       01  WS-HEADING-2.
           05  FILLER                  PIC X(38)
               VALUE "CUST   ST CLOSED    OUTCOME".
           05  FILLER                  PIC X(42)
               VALUE "                HIST  AUDIT".
       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CLOSED-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-OUTCOME           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-HIST-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-AUDIT-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE "ANONYMIZED =".
           05  WS-TL-PURGED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "   HELD =".
           05  WS-TL-HELD              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE "   NOT DUE =".
           05  WS-TL-NOT-DUE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   NO CLOSURE =".
           05  WS-TL-NO-DATE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "PRIVPURG       ", "CUSTMAS ".
           CALL "ENVCHK" USING "PRIVPURG       ", "PRIVRPT ".
           CALL "ENVCHK" USING "PRIVPURG       ", "CUSTHIST".
           CALL "ENVCHK" USING "PRIVPURG       ", "CUSTAUDT".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "PRIVPURG       " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "PRIVPURG: CUSTMAS LOCK REFUSED - ",
                   "PURGE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-CUST-IS-OPEN
               PERFORM 2000-LOAD-CLOSED-CUSTOMERS
                   THRU 2000-LOAD-CLOSED-CUSTOMERS-EXIT
               PERFORM 3000-FIND-CLOSURE-DATES
                   THRU 3000-FIND-CLOSURE-DATES-EXIT
               PERFORM 4000-FIND-OPEN-ITEMS
                   THRU 4000-FIND-OPEN-ITEMS-EXIT
               PERFORM 5000-DECIDE-ONE-CUSTOMER
                   THRU 5000-DECIDE-ONE-CUSTOMER-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-PURGED-COUNT > 0
                   AND NOT WS-TRIAL-RUN
                   PERFORM 6000-BLANK-HISTORY
                       THRU 6000-BLANK-HISTORY-EXIT
                   PERFORM 6500-BLANK-AUDIT-TRAIL
                       THRU 6500-BLANK-AUDIT-TRAIL-EXIT
                   PERFORM 7000-PURGE-ONE-MASTER
                       THRU 7000-PURGE-ONE-MASTER-EXIT
                       VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               END-IF
               PERFORM 8500-REPORT-ONE-CUSTOMER
                   THRU 8500-REPORT-ONE-CUSTOMER-EXIT
                   VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE RETENTION PERIOD AND RUN MODE   *
      * FROM PRIVCTL, WORK OUT THE CUTOFF DATE, AND OPEN CUSTMAS   *
      * AND THE REPORT.  NO CUSTMAS ENDS THE RUN.                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PRIVACY-CTL-FILE.
           IF WS-CTL-OK
               READ PRIVACY-CTL-FILE
                   NOT AT END
                       IF PC-RETENTION-MONTHS IS NUMERIC
                           AND PC-RETENTION-MONTHS > ZERO
                           MOVE PC-RETENTION-MONTHS
                               TO WS-RETENTION-MONTHS
                       END-IF
                       IF PC-TRIAL-RUN
                           SET WS-TRIAL-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE PRIVACY-CTL-FILE
           ELSE
               DISPLAY "PRIVPURG: NO PRIVCTL - RETENTION PERIOD ",
                   "DEFAULTS TO 84 MONTHS."
           END-IF.
           COMPUTE WS-MONTH-SERIAL = WS-RUN-YEAR * 12
               + WS-RUN-MONTH - 1 - WS-RETENTION-MONTHS.
           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH.
           ADD 1 TO WS-CUT-MONTH.
           MOVE WS-RUN-DAY TO WS-CUT-DAY.
           IF WS-CUT-DAY > 28
               MOVE 28 TO WS-CUT-DAY
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "PRIVPURG       ", "CUSTMAS ",
                   "OPEN-IO ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "PRIVPURG: CUSTMAS COULD NOT BE OPENED - ",
                   "PURGE NOT PERFORMED."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUST-IS-OPEN TO TRUE.
           OPEN OUTPUT PRIVACY-REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-IS-OPEN TO TRUE
               MOVE WS-RUN-DATE    TO WS-H1-RUN-DATE
               MOVE WS-CUTOFF-DATE TO WS-H1-CUTOFF-DATE
               MOVE SPACES         TO WS-H1-MODE
               IF WS-TRIAL-RUN
                   MOVE "  TRIAL RUN" TO WS-H1-MODE
               END-IF
               WRITE PRIVACY-REPORT-LINE FROM WS-HEADING-1
               MOVE SPACES TO PRIVACY-REPORT-LINE
               WRITE PRIVACY-REPORT-LINE
               WRITE PRIVACY-REPORT-LINE FROM WS-HEADING-2
           ELSE
               DISPLAY "PRIVPURG: PRIVRPT COULD NOT BE OPENED - ",
                   "PRIVACY REPORT NOT PRINTED."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-CLOSED-CUSTOMERS - EVERY "I" OR "M" CUSTOMER     *
      * WHOSE PERSONAL FIELDS ARE NOT ALREADY BLANK.               *
      *-----------------------------------------------------------*
       2000-LOAD-CLOSED-CUSTOMERS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 2100-LOAD-ONE-CUSTOMER
               THRU 2100-LOAD-ONE-CUSTOMER-EXIT
               UNTIL WS-AT-EOF.
       2000-LOAD-CLOSED-CUSTOMERS-EXIT.
           EXIT.

       2100-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-READ.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF NOT CM-IS-INACTIVE AND NOT CM-IS-MERGED
               GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           IF CM-PERSONAL-DATA = SPACES
               GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-CT-COUNT = 5000
               SET WS-CT-TABLE-FULL TO TRUE
               GO TO 2100-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CT-COUNT.
           MOVE CM-CUST-ID     TO WS-CT-CUST-ID(WS-CT-COUNT).
           MOVE CM-STATUS-FLAG TO WS-CT-STATUS(WS-CT-COUNT).
           MOVE SPACES         TO WS-CT-CLOSED-DATE(WS-CT-COUNT).
           MOVE SPACE          TO WS-CT-HOLD(WS-CT-COUNT).
           MOVE SPACE          TO WS-CT-OUTCOME(WS-CT-COUNT).
           MOVE ZERO           TO WS-CT-HIST-COUNT(WS-CT-COUNT).
           MOVE ZERO           TO WS-CT-AUDIT-COUNT(WS-CT-COUNT).
       2100-LOAD-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-FIND-CLOSURE-DATES - THE LATEST CUSTAUDT ENTRY THAT   *
      * MOVED EACH CUSTOMER FROM OPEN TO "I" OR "M" DATES THE      *
      * CLOSURE.  A REOPENED AND RECLOSED CUSTOMER TAKES THE LAST. *
      *-----------------------------------------------------------*
       3000-FIND-CLOSURE-DATES.
           IF WS-CT-COUNT = 0
               GO TO 3000-FIND-CLOSURE-DATES-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "PRIVPURG: CUSTAUDT NOT AVAILABLE - NO ",
                   "CLOSURE DATES, NOTHING PURGED."
               GO TO 3000-FIND-CLOSURE-DATES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 3100-NOTE-ONE-AUDIT
               THRU 3100-NOTE-ONE-AUDIT-EXIT
               UNTIL WS-AT-EOF.
           CLOSE CUSTOMER-AUDIT-FILE.
       3000-FIND-CLOSURE-DATES-EXIT.
           EXIT.

       3100-NOTE-ONE-AUDIT.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 3100-NOTE-ONE-AUDIT-EXIT
           END-READ.
           MOVE CA-BEFORE-IMAGE TO WS-IMAGE.
           MOVE WI-STATUS-FLAG  TO WS-BEFORE-STATUS.
           MOVE CA-AFTER-IMAGE  TO WS-IMAGE.
           IF NOT WI-IS-CLOSED
               OR WS-BEFORE-CLOSED
               OR WI-CUST-ID IS NOT NUMERIC
               GO TO 3100-NOTE-ONE-AUDIT-EXIT
           END-IF.
           MOVE WI-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM 5500-FIND-CLOSED-CUSTOMER
               THRU 5500-FIND-CLOSED-CUSTOMER-EXIT.
           IF WS-CT-MATCH-IDX > 0
               IF CA-RUN-DATE > WS-CT-CLOSED-DATE(WS-CT-MATCH-IDX)
                   MOVE CA-RUN-DATE
                       TO WS-CT-CLOSED-DATE(WS-CT-MATCH-IDX)
               END-IF
           END-IF.
       3100-NOTE-ONE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-FIND-OPEN-ITEMS - OPEN DISPUTES, HELD SUSPENSE ITEMS  *
      * AND PENDING EXCEPTIONS EACH HOLD THE CUSTOMER.  A SOURCE   *
      * GENUINELY ABSENT (STATUS 35) HOLDS NOTHING; ONE THAT WILL  *
      * NOT OPEN FOR ANY OTHER REASON WITHHOLDS THE WHOLE PURGE.   *
      *-----------------------------------------------------------*
       4000-FIND-OPEN-ITEMS.
           IF WS-CT-COUNT = 0
               GO TO 4000-FIND-OPEN-ITEMS-EXIT
           END-IF.
           OPEN INPUT DISPUTE-LEDGER-FILE.
           IF WS-LDG-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-NOTE-ONE-DISPUTE
                   THRU 4100-NOTE-ONE-DISPUTE-EXIT
                   UNTIL WS-AT-EOF
               CLOSE DISPUTE-LEDGER-FILE
           ELSE
               IF WS-LDG-FILE-STATUS NOT = "35"
                   CALL "FILERR" USING "PRIVPURG       ", "DISPLDG ",
                       "OPEN-IN ", WS-LDG-FILE-STATUS, "N"
                   SET WS-PURGE-WITHHELD TO TRUE
               END-IF
           END-IF.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSP-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4200-NOTE-ONE-SUSPECT
                   THRU 4200-NOTE-ONE-SUSPECT-EXIT
                   UNTIL WS-AT-EOF
               CLOSE SUSPECT-FILE
           ELSE
               IF WS-SUSP-FILE-STATUS NOT = "35"
                   CALL "FILERR" USING "PRIVPURG       ", "ADDSUSP ",
                       "OPEN-IN ", WS-SUSP-FILE-STATUS, "N"
                   SET WS-PURGE-WITHHELD TO TRUE
               END-IF
           END-IF.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4300-NOTE-ONE-DISPOSITION
                   THRU 4300-NOTE-ONE-DISPOSITION-EXIT
                   UNTIL WS-AT-EOF
               CLOSE DISPOSITION-FILE
           ELSE
               IF WS-DISP-FILE-STATUS NOT = "35"
                   CALL "FILERR" USING "PRIVPURG       ", "EXCPDISP",
                       "OPEN-IN ", WS-DISP-FILE-STATUS, "N"
                   SET WS-PURGE-WITHHELD TO TRUE
               END-IF
           END-IF.
           OPEN INPUT ADDITION-EXCEPTION-FILE.
           IF WS-EXCP-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4400-NOTE-ONE-EXCEPTION
                   THRU 4400-NOTE-ONE-EXCEPTION-EXIT
                   UNTIL WS-AT-EOF
               CLOSE ADDITION-EXCEPTION-FILE
           ELSE
               IF WS-EXCP-FILE-STATUS NOT = "35"
                   CALL "FILERR" USING "PRIVPURG       ", "ADDEXCP ",
                       "OPEN-IN ", WS-EXCP-FILE-STATUS, "N"
                   SET WS-PURGE-WITHHELD TO TRUE
               END-IF
           END-IF.
       4000-FIND-OPEN-ITEMS-EXIT.
           EXIT.

       4100-NOTE-ONE-DISPUTE.
           READ DISPUTE-LEDGER-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 4100-NOTE-ONE-DISPUTE-EXIT
           END-READ.
           IF DP-IS-OPEN
               AND DP-CUST-ID IS NUMERIC
               MOVE DP-CUST-ID TO WS-FIND-CUST-ID
               MOVE "D" TO WS-HOLD-REASON
               PERFORM 4900-HOLD-CUSTOMER
                   THRU 4900-HOLD-CUSTOMER-EXIT
           END-IF.
       4100-NOTE-ONE-DISPUTE-EXIT.
           EXIT.

       4200-NOTE-ONE-SUSPECT.
           READ SUSPECT-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 4200-NOTE-ONE-SUSPECT-EXIT
           END-READ.
           IF SU-CUST-ID IS NUMERIC
               MOVE SU-CUST-ID TO WS-FIND-CUST-ID
               MOVE "S" TO WS-HOLD-REASON
               PERFORM 4900-HOLD-CUSTOMER
                   THRU 4900-HOLD-CUSTOMER-EXIT
           END-IF.
       4200-NOTE-ONE-SUSPECT-EXIT.
           EXIT.

       4300-NOTE-ONE-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 4300-NOTE-ONE-DISPOSITION-EXIT
           END-READ.
           IF ED-IS-PENDING
               AND ED-CUST-ID IS NUMERIC
               MOVE ED-CUST-ID TO WS-FIND-CUST-X
               MOVE "E" TO WS-HOLD-REASON
               PERFORM 4900-HOLD-CUSTOMER
                   THRU 4900-HOLD-CUSTOMER-EXIT
           END-IF.
       4300-NOTE-ONE-DISPOSITION-EXIT.
           EXIT.

       4400-NOTE-ONE-EXCEPTION.
           READ ADDITION-EXCEPTION-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 4400-NOTE-ONE-EXCEPTION-EXIT
           END-READ.
           IF EX-CUST-ID IS NUMERIC
               MOVE EX-CUST-ID TO WS-FIND-CUST-X
               MOVE "E" TO WS-HOLD-REASON
               PERFORM 4900-HOLD-CUSTOMER
                   THRU 4900-HOLD-CUSTOMER-EXIT
           END-IF.
       4400-NOTE-ONE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-HOLD-CUSTOMER - THE FIRST OPEN ITEM FOUND NAMES THE   *
      * HOLD ON THE REPORT.                                        *
      *-----------------------------------------------------------*
       4900-HOLD-CUSTOMER.
           PERFORM 5500-FIND-CLOSED-CUSTOMER
               THRU 5500-FIND-CLOSED-CUSTOMER-EXIT.
           IF WS-CT-MATCH-IDX > 0
               IF WS-CT-NOT-HELD(WS-CT-MATCH-IDX)
                   MOVE WS-HOLD-REASON TO WS-CT-HOLD(WS-CT-MATCH-IDX)
               END-IF
           END-IF.
       4900-HOLD-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-DECIDE-ONE-CUSTOMER - NO CLOSURE DATE, NOT YET DUE,   *
      * HELD, OR TO BE PURGED.                                     *
      *-----------------------------------------------------------*
       5000-DECIDE-ONE-CUSTOMER.
           IF WS-CT-CLOSED-DATE(WS-CT-IDX) = SPACES
               MOVE "U" TO WS-CT-OUTCOME(WS-CT-IDX)
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO 5000-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-CT-CLOSED-DATE(WS-CT-IDX) > WS-CUTOFF-DATE
               MOVE "N" TO WS-CT-OUTCOME(WS-CT-IDX)
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 5000-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           IF NOT WS-CT-NOT-HELD(WS-CT-IDX)
               OR WS-PURGE-WITHHELD
               MOVE "H" TO WS-CT-OUTCOME(WS-CT-IDX)
               ADD 1 TO WS-HELD-COUNT
               GO TO 5000-DECIDE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "P" TO WS-CT-OUTCOME(WS-CT-IDX).
           ADD 1 TO WS-PURGED-COUNT.
       5000-DECIDE-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-FIND-CLOSED-CUSTOMER - LOCATE WS-FIND-CUST-ID IN THE  *
      * TABLE; WS-CT-MATCH-IDX COMES BACK ZERO WHEN IT IS ABSENT.  *
      *-----------------------------------------------------------*
       5500-FIND-CLOSED-CUSTOMER.
           MOVE 0 TO WS-CT-MATCH-IDX.
           PERFORM 5510-MATCH-ONE-CUSTOMER
               THRU 5510-MATCH-ONE-CUSTOMER-EXIT
               VARYING WS-CT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-CT-SRCH-IDX > WS-CT-COUNT
               OR WS-CT-MATCH-IDX > 0.
       5500-FIND-CLOSED-CUSTOMER-EXIT.
           EXIT.

       5510-MATCH-ONE-CUSTOMER.
           IF WS-CT-CUST-ID(WS-CT-SRCH-IDX) = WS-FIND-CUST-ID
               MOVE WS-CT-SRCH-IDX TO WS-CT-MATCH-IDX
           END-IF.
       5510-MATCH-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-BLANK-HISTORY - REWRITE EVERY CUSTHIST IMAGE OF A     *
      * CUSTOMER BEING PURGED WITH ITS PERSONAL FIELDS BLANK.      *
      *-----------------------------------------------------------*
       6000-BLANK-HISTORY.
           OPEN I-O CUSTOMER-HISTORY-FILE.
           IF WS-HIST-NOT-FOUND
               GO TO 6000-BLANK-HISTORY-EXIT
           END-IF.
           IF NOT WS-HIST-OK
               CALL "FILERR" USING "PRIVPURG       ", "CUSTHIST",
                   "OPEN-IO ", WS-HIST-FILE-STATUS, "N"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 6000-BLANK-HISTORY-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 6100-BLANK-ONE-HISTORY
               THRU 6100-BLANK-ONE-HISTORY-EXIT
               UNTIL WS-AT-EOF.
           CLOSE CUSTOMER-HISTORY-FILE.
       6000-BLANK-HISTORY-EXIT.
           EXIT.

       6100-BLANK-ONE-HISTORY.
           READ CUSTOMER-HISTORY-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 6100-BLANK-ONE-HISTORY-EXIT
           END-READ.
           IF CH-CUST-ID IS NOT NUMERIC
               GO TO 6100-BLANK-ONE-HISTORY-EXIT
           END-IF.
           MOVE CH-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM 5500-FIND-CLOSED-CUSTOMER
               THRU 5500-FIND-CLOSED-CUSTOMER-EXIT.
           IF WS-CT-MATCH-IDX = 0
               GO TO 6100-BLANK-ONE-HISTORY-EXIT
           END-IF.
           IF NOT WS-CT-TO-PURGE(WS-CT-MATCH-IDX)
               GO TO 6100-BLANK-ONE-HISTORY-EXIT
           END-IF.
           MOVE CH-RECORD-IMAGE TO WS-IMAGE.
           MOVE SPACES TO WI-PERSONAL-DATA.
           MOVE WS-IMAGE TO CH-RECORD-IMAGE.
           REWRITE CUSTOMER-HISTORY-RECORD.
           IF NOT WS-HIST-OK
               ADD 1 TO WS-ERROR-COUNT
               GO TO 6100-BLANK-ONE-HISTORY-EXIT
           END-IF.
           ADD 1 TO WS-CT-HIST-COUNT(WS-CT-MATCH-IDX).
           ADD 1 TO WS-HIST-BLANKED-COUNT.
       6100-BLANK-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-BLANK-AUDIT-TRAIL - THE SAME FOR EVERY CUSTAUDT       *
      * BEFORE OR AFTER IMAGE OF A CUSTOMER BEING PURGED.  THE     *
      * STATUS BYTES STAY, SO CLOSURE DATES STILL READ LATER.      *
      *-----------------------------------------------------------*
       6500-BLANK-AUDIT-TRAIL.
           OPEN I-O CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CALL "FILERR" USING "PRIVPURG       ", "CUSTAUDT",
                   "OPEN-IO ", WS-AUDIT-FILE-STATUS, "N"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 6500-BLANK-AUDIT-TRAIL-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 6600-BLANK-ONE-AUDIT
               THRU 6600-BLANK-ONE-AUDIT-EXIT
               UNTIL WS-AT-EOF.
           CLOSE CUSTOMER-AUDIT-FILE.
       6500-BLANK-AUDIT-TRAIL-EXIT.
           EXIT.

       6600-BLANK-ONE-AUDIT.
           READ CUSTOMER-AUDIT-FILE
               AT END
                   SET WS-AT-EOF TO TRUE
                   GO TO 6600-BLANK-ONE-AUDIT-EXIT
           END-READ.
           MOVE "N" TO WS-IMAGE-CHANGED-SWITCH.
           MOVE CA-BEFORE-IMAGE TO WS-IMAGE.
           PERFORM 6700-BLANK-ONE-IMAGE
               THRU 6700-BLANK-ONE-IMAGE-EXIT.
           MOVE WS-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CA-AFTER-IMAGE TO WS-IMAGE.
           PERFORM 6700-BLANK-ONE-IMAGE
               THRU 6700-BLANK-ONE-IMAGE-EXIT.
           MOVE WS-IMAGE TO CA-AFTER-IMAGE.
           IF NOT WS-IMAGE-CHANGED
               GO TO 6600-BLANK-ONE-AUDIT-EXIT
           END-IF.
           REWRITE CUSTOMER-AUDIT-RECORD.
           IF NOT WS-AUDIT-OK
               ADD 1 TO WS-ERROR-COUNT
               GO TO 6600-BLANK-ONE-AUDIT-EXIT
           END-IF.
           ADD 1 TO WS-AUDIT-BLANKED-COUNT.
       6600-BLANK-ONE-AUDIT-EXIT.
           EXIT.

       6700-BLANK-ONE-IMAGE.
           IF WI-CUST-ID IS NOT NUMERIC
               OR WI-PERSONAL-DATA = SPACES
               GO TO 6700-BLANK-ONE-IMAGE-EXIT
           END-IF.
           MOVE WI-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM 5500-FIND-CLOSED-CUSTOMER
               THRU 5500-FIND-CLOSED-CUSTOMER-EXIT.
           IF WS-CT-MATCH-IDX = 0
               GO TO 6700-BLANK-ONE-IMAGE-EXIT
           END-IF.
           IF NOT WS-CT-TO-PURGE(WS-CT-MATCH-IDX)
               GO TO 6700-BLANK-ONE-IMAGE-EXIT
           END-IF.
           MOVE SPACES TO WI-PERSONAL-DATA.
           SET WS-IMAGE-CHANGED TO TRUE.
           ADD 1 TO WS-CT-AUDIT-COUNT(WS-CT-MATCH-IDX).
       6700-BLANK-ONE-IMAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-PURGE-ONE-MASTER - LAST, SO A RUN INTERRUPTED BEFORE  *
      * HERE LEAVES CUSTMAS WITH ITS DATA AND THE NEXT RUN REDOES  *
      * THE CUSTOMER.  JOURNALED AND AUDITED AS ACTION "P".        *
      *-----------------------------------------------------------*
       7000-PURGE-ONE-MASTER.
           IF NOT WS-CT-TO-PURGE(WS-CT-IDX)
               GO TO 7000-PURGE-ONE-MASTER-EXIT
           END-IF.
           MOVE WS-CT-CUST-ID(WS-CT-IDX) TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO 7000-PURGE-ONE-MASTER-EXIT
           END-READ.
           MOVE SPACES TO CM-PERSONAL-DATA.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "PRIVPURG: REWRITE FAILED FOR CUSTOMER "
                       CM-CUST-ID " - STATUS " WS-CUST-FILE-STATUS
                   GO TO 7000-PURGE-ONE-MASTER-EXIT
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           PERFORM 8000-LOG-PURGE-AUDIT
               THRU 8000-LOG-PURGE-AUDIT-EXIT.
       7000-PURGE-ONE-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOG-PURGE-AUDIT - CUSTAUDT ACTION "P" UNDER THE       *
      * PURGE'S OWN NAME.  BOTH IMAGES ARE THE ANONYMIZED RECORD,  *
      * SO THE TRAIL ITSELF CARRIES NO PERSONAL DATA.              *
      *-----------------------------------------------------------*
       8000-LOG-PURGE-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE "PRIVPURG" TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE "P" TO CA-ACTION.
           MOVE CUSTOMER-MASTER-RECORD TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       8000-LOG-PURGE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-REPORT-ONE-CUSTOMER - EVERY CUSTOMER ANONYMIZED,      *
      * HELD, OR WITHOUT A CLOSURE DATE; THOSE NOT YET DUE ARE     *
      * ONLY COUNTED.                                              *
      *-----------------------------------------------------------*
       8500-REPORT-ONE-CUSTOMER.
           IF NOT WS-RPT-IS-OPEN
               OR WS-CT-NOT-DUE(WS-CT-IDX)
               GO TO 8500-REPORT-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-CT-CUST-ID(WS-CT-IDX)     TO WS-DL-CUST-ID.
           MOVE WS-CT-STATUS(WS-CT-IDX)      TO WS-DL-STATUS.
           MOVE WS-CT-CLOSED-DATE(WS-CT-IDX) TO WS-DL-CLOSED-DATE.
           MOVE WS-CT-HIST-COUNT(WS-CT-IDX)  TO WS-DL-HIST-COUNT.
           MOVE WS-CT-AUDIT-COUNT(WS-CT-IDX) TO WS-DL-AUDIT-COUNT.
           EVALUATE TRUE
               WHEN WS-CT-TO-PURGE(WS-CT-IDX) AND WS-TRIAL-RUN
                   MOVE "WOULD BE ANONYMIZED" TO WS-DL-OUTCOME
               WHEN WS-CT-TO-PURGE(WS-CT-IDX)
                   MOVE "ANONYMIZED" TO WS-DL-OUTCOME
               WHEN WS-CT-NO-DATE(WS-CT-IDX)
                   MOVE "NO CLOSURE ON TRAIL - REVIEW"
                       TO WS-DL-OUTCOME
               WHEN WS-CT-HOLD(WS-CT-IDX) = "D"
                   MOVE "HELD - OPEN DISPUTE" TO WS-DL-OUTCOME
               WHEN WS-CT-HOLD(WS-CT-IDX) = "S"
                   MOVE "HELD - SUSPENSE ITEM" TO WS-DL-OUTCOME
               WHEN WS-CT-HOLD(WS-CT-IDX) = "E"
                   MOVE "HELD - PENDING EXCEPTION" TO WS-DL-OUTCOME
               WHEN OTHER
                   MOVE "HELD - HOLD SOURCE UNREADABLE"
                       TO WS-DL-OUTCOME
           END-EVALUATE.
           WRITE PRIVACY-REPORT-LINE FROM WS-DETAIL-LINE.
       8500-REPORT-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE TOTALS, CLOSE UP, AND REPORT.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO PRIVACY-REPORT-LINE
               WRITE PRIVACY-REPORT-LINE
               IF WS-TRIAL-RUN
                   MOVE ZERO TO WS-TL-PURGED
               ELSE
                   MOVE WS-PURGED-COUNT TO WS-TL-PURGED
               END-IF
               MOVE WS-HELD-COUNT    TO WS-TL-HELD
               MOVE WS-NOT-DUE-COUNT TO WS-TL-NOT-DUE
               MOVE WS-NO-DATE-COUNT TO WS-TL-NO-DATE
               WRITE PRIVACY-REPORT-LINE FROM WS-TOTAL-LINE
               IF WS-PURGE-WITHHELD
                   MOVE "*** HOLD SOURCE UNREADABLE - NOTHING PURGED"
                       TO PRIVACY-REPORT-LINE
                   WRITE PRIVACY-REPORT-LINE
               END-IF
               IF WS-CT-TABLE-FULL
                   MOVE "*** TABLE FULL - REMAINDER NEXT MONTH"
                       TO PRIVACY-REPORT-LINE
                   WRITE PRIVACY-REPORT-LINE
               END-IF
               CLOSE PRIVACY-REPORT-FILE
           END-IF.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "PRIVPURG: RETENTION PERIOD MONTHS = "
               WS-RETENTION-MONTHS.
           DISPLAY "PRIVPURG: CUTOFF DATE              = "
               WS-CUTOFF-DATE.
           DISPLAY "PRIVPURG: CUSTOMERS READ           = "
               WS-CUSTOMER-COUNT.
           DISPLAY "PRIVPURG: ANONYMIZED               = "
               WS-PURGED-COUNT.
           DISPLAY "PRIVPURG: HELD FOR OPEN ITEMS      = "
               WS-HELD-COUNT.
           DISPLAY "PRIVPURG: NO CLOSURE ON TRAIL      = "
               WS-NO-DATE-COUNT.
           DISPLAY "PRIVPURG: CUSTHIST IMAGES BLANKED  = "
               WS-HIST-BLANKED-COUNT.
           DISPLAY "PRIVPURG: CUSTAUDT RECORDS BLANKED = "
               WS-AUDIT-BLANKED-COUNT.
           DISPLAY "PRIVPURG: ERRORS                   = "
               WS-ERROR-COUNT.
           IF WS-TRIAL-RUN
               DISPLAY "PRIVPURG: TRIAL RUN - NOTHING CHANGED."
           END-IF.
           IF NOT WS-CUST-IS-OPEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   OR WS-PURGE-WITHHELD
                   OR WS-NO-DATE-COUNT > 0
                   OR WS-CT-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM PRIVPURG.
