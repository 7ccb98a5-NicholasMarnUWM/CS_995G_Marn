      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Quarterly recertification of the OPERCTL role
      * grants, so an operator who moves jobs no longer keeps the
      * intake, inquiry, supervisor and maintenance roles for good.
      * Run monthly, it does two things.  First it closes the open
      * cycle once its attestation deadline has passed: every grant
      * its reviewer has neither attested nor revoked through
      * RECERTAT is withdrawn - staged on the OPERPEND ledger as an
      * OPERADM "W" change keyed by RECERT, so it takes effect when a
      * supervisor approves it like any other withdrawal - and the
      * RECDONE completion report lists every grant of the cycle
      * with its outcome for audit.  Then, once per calendar quarter,
      * it opens a new cycle: one CERTREG row per role held by every
      * operator not locked out, with the operator's reviewing
      * supervisor from the OPERRVW assignment file and the last date
      * the operator was signed on, taken from the latest OPERAUDIT
      * row stamped by that operator (a failed SIGNON- row is not a
      * sign-on), and prints the RECLIST review list grouped by
      * reviewer.  An operator with no reviewer assigned (or assigned
      * to themselves) may be reviewed by any other supervisor.  A
      * new cycle is not opened while the last one is still open.
      * RC 4 means a withdrawal could not be staged (the OPERPEND
      * ledger is full) and the cycle stays open for the next run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REG-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT OPERATOR-CTL-FILE ASSIGN TO "OPERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT REVIEWER-FILE ASSIGN TO "OPERRVW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVW-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "OPERPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT REVIEW-LIST-FILE ASSIGN TO "RECLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT COMPLETION-FILE ASSIGN TO "RECDONE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-REG-RECORD.
           05  CR-CYCLE                PIC X(06).
           05  CR-OPERATOR-ID          PIC X(08).
           05  CR-ROLE                 PIC X(01).
           05  CR-REVIEWER             PIC X(08).
           05  CR-LAST-SIGNON          PIC X(08).
           05  CR-OPENED-DATE          PIC X(08).
           05  CR-DEADLINE             PIC X(08).
           05  CR-STATUS               PIC X(01).
               88  CR-IS-OPEN                    VALUE "O".
               88  CR-IS-ATTESTED                VALUE "A".
               88  CR-IS-REVOKED                 VALUE "R".
               88  CR-IS-WITHDRAWN               VALUE "W".
           05  CR-ACTION-BY            PIC X(08).
           05  CR-ACTION-DATE          PIC X(08).
           05  CR-PEND-SEQUENCE        PIC 9(06).
           05  FILLER                  PIC X(10).

       FD  OPERATOR-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
       01  OPERATOR-CTL-RECORD.
           05  OC-OPERATOR-ID          PIC X(08).
           05  OC-PASSWORD             PIC X(08).
           05  OC-INTAKE-ROLE          PIC X(01).
           05  OC-INQUIRY-ROLE         PIC X(01).
           05  OC-SUPERVISOR-ROLE      PIC X(01).
           05  OC-MAINT-ROLE           PIC X(01).
           05  OC-PWD-CHANGED-DATE     PIC X(08).
           05  OC-FAIL-COUNT           PIC 9(02).
           05  OC-LOCKOUT-FLAG         PIC X(01).
               88  OC-IS-LOCKED-OUT              VALUE "L".

       FD  REVIEWER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  REVIEWER-RECORD.
           05  RV-OPERATOR-ID          PIC X(08).
           05  RV-REVIEWER-ID          PIC X(08).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01  PENDING-RECORD.
           05  PD-SEQUENCE             PIC 9(06).
           05  PD-KEYED-BY             PIC X(08).
           05  PD-ACTION               PIC X(01).
           05  PD-TARGET-ID            PIC X(08).
           05  PD-ROLE                 PIC X(01).
           05  PD-KEYED-DATE           PIC X(08).

       FD  REVIEW-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-LIST-LINE            PIC X(80).

       FD  COMPLETION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  COMPLETION-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CERT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CERT-OK                        VALUE "00".
           88  WS-CERT-EOF                       VALUE "10".
       01  WS-OPER-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-OPER-OK                        VALUE "00".
           88  WS-OPER-EOF                       VALUE "10".
       01  WS-RVW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RVW-OK                         VALUE "00".
           88  WS-RVW-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
           88  WS-AUDIT-EOF                      VALUE "10".
       01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                        VALUE "00".
           88  WS-PEND-EOF                       VALUE "10".
       01  WS-LIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-LIST-OK                        VALUE "00".
       01  WS-DONE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DONE-OK                        VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC X(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       01  WS-THIS-CYCLE.
           05  WS-TC-YEAR              PIC X(04).
           05  WS-TC-LETTER            PIC X(01) VALUE "Q".
           05  WS-TC-QUARTER           PIC 9(01).
       01  WS-OPERATOR-ID              PIC X(08) VALUE "RECERT".
       77  WS-ATTEST-DAYS              PIC 9(03) COMP VALUE 21.
       01  WS-DEADLINE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "A".
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE SPACE.
           88  WS-DATE-IS-GOOD                   VALUE "Y".

      * THE CERTREG LEDGER - ONE ROW PER ROLE GRANT OF THE CYCLE.
       01  WS-CERT-TABLE.
           05  WS-CRT-ENTRY OCCURS 400 TIMES.
               10  WS-CRT-RECORD       PIC X(80).
       77  WS-CRT-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-CRT-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-CRT-OPEN-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-CERT-CHANGED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CERT-CHANGED                   VALUE "Y".
       01  WS-CYCLE-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-CYCLE-STILL-OPEN               VALUE "Y".
       01  WS-LEDGER-CYCLE             PIC X(06) VALUE SPACES.
       01  WS-LEDGER-DEADLINE          PIC X(08) VALUE SPACES.

      * OPERCTL WITH EACH OPERATOR'S REVIEWER AND LAST SIGN-ON.
       01  WS-OPER-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-RECORD       PIC X(31).
               10  WS-OPR-REVIEWER     PIC X(08).
               10  WS-OPR-LAST-DATE    PIC X(08).
       77  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-FIND-OPERATOR            PIC X(08) VALUE SPACES.

      * THE DISTINCT REVIEWERS OF A NEW CYCLE, FOR THE REVIEW LIST.
       01  WS-REVIEWER-TABLE.
           05  WS-RVR-ENTRY OCCURS 101 TIMES.
               10  WS-RVR-ID           PIC X(08).
       77  WS-RVR-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-RVR-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-RVR-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.

       01  WS-ROLE-CODES               PIC X(04) VALUE "IQSM".
       01  WS-ROLE-NAME-VALUES.
           05  FILLER                  PIC X(10) VALUE "INTAKE".
           05  FILLER                  PIC X(10) VALUE "INQUIRY".
           05  FILLER                  PIC X(10) VALUE "SUPERVISOR".
           05  FILLER                  PIC X(10) VALUE "MAINT".
       01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAME-VALUES.
           05  WS-ROLE-NAME            PIC X(10) OCCURS 4 TIMES.
       77  WS-ROLE-IDX                 PIC 9(03) COMP VALUE ZERO.

       77  WS-PND-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
       01  WS-PEND-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PEND-IS-OPEN                   VALUE "Y".
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.

       77  WS-GRANT-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-LOCKED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-UNASSIGNED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-ATTESTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REVOKED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-WITHDRAWN-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-STAGED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-LIST-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE "RECERT - QUARTERLY ROLE REVIEW LIST".
           05  FILLER                  PIC X(07) VALUE "CYCLE ".
           05  WS-LH1-CYCLE            PIC X(06).
           05  FILLER                  PIC X(11) VALUE " DEADLINE ".
           05  WS-LH1-DEADLINE         PIC X(08).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-LIST-REVIEWER-LINE.
           05  FILLER                  PIC X(20)
               VALUE "REVIEWING SUPERVISOR".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LR-REVIEWER          PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-LIST-HEADING-2.
           05  FILLER                  PIC X(40)
               VALUE "  OPERATOR  ROLE        LAST SIGN-ON    ".
           05  FILLER                  PIC X(40)
               VALUE "ATTEST (A) / REVOKE (R)".
       01  WS-LIST-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-ROLE              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-LAST-SIGNON       PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LD-DECISION          PIC X(05) VALUE "_____".
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-DONE-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE "RECERT - ROLE RECERTIFICATION COMPLETION".
           05  FILLER                  PIC X(07) VALUE " CYCLE ".
           05  WS-DH1-CYCLE            PIC X(06).
           05  FILLER                  PIC X(10) VALUE " CLOSED ".
           05  WS-DH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  WS-DONE-HEADING-2.
           05  FILLER                  PIC X(38)
               VALUE "OPERATOR ROLE       REVIEWER LAST-SGN".
           05  FILLER                  PIC X(42)
               VALUE " OUTCOME          BY       ON       PEND".
       01  WS-DONE-DETAIL.
           05  WS-DD-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-ROLE              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-REVIEWER          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-LAST-SIGNON       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-OUTCOME           PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-ACTION-BY         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-ACTION-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DD-PEND-SEQUENCE     PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(30).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE < 8
               PERFORM 2000-CLOSE-CYCLE
                   THRU 2000-CLOSE-CYCLE-EXIT
               PERFORM 3000-OPEN-CYCLE
                   THRU 3000-OPEN-CYCLE-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE LEDGER, OPERCTL AND THE        *
      * REVIEWER ASSIGNMENTS, TAKE EACH OPERATOR'S LAST SIGN-ON   *
      * FROM OPERAUDIT, AND FIND THE NEXT OPERPEND SEQUENCE.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-TC-YEAR.
           COMPUTE WS-TC-QUARTER = (WS-RUN-MONTH + 2) / 3.
           OPEN OUTPUT REVIEW-LIST-FILE.
           OPEN OUTPUT COMPLETION-FILE.
           IF NOT WS-LIST-OK OR NOT WS-DONE-OK
               CALL "FILERR" USING "RECERT         ", "RECLIST ",
                   "OPEN-OUT", WS-LIST-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE ZERO TO WS-CRT-COUNT.
           OPEN INPUT CERT-REG-FILE.
           IF WS-CERT-OK
               PERFORM 1100-LOAD-ONE-GRANT
                   THRU 1100-LOAD-ONE-GRANT-EXIT
                   UNTIL WS-CERT-EOF
                   OR WS-CRT-COUNT = 400
               CLOSE CERT-REG-FILE
           END-IF.
           MOVE ZERO TO WS-OPR-COUNT.
           OPEN INPUT OPERATOR-CTL-FILE.
           IF NOT WS-OPER-OK
               CALL "FILERR" USING "RECERT         ", "OPERCTL ",
                   "OPEN-IN ", WS-OPER-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1200-LOAD-ONE-OPERATOR
               THRU 1200-LOAD-ONE-OPERATOR-EXIT
               UNTIL WS-OPER-EOF
               OR WS-OPR-COUNT = 100.
           CLOSE OPERATOR-CTL-FILE.
           OPEN INPUT REVIEWER-FILE.
           IF WS-RVW-OK
               PERFORM 1300-LOAD-ONE-REVIEWER
                   THRU 1300-LOAD-ONE-REVIEWER-EXIT
                   UNTIL WS-RVW-EOF
               CLOSE REVIEWER-FILE
           END-IF.
           OPEN INPUT OPERATOR-AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM 1400-SCAN-ONE-AUDIT
                   THRU 1400-SCAN-ONE-AUDIT-EXIT
                   UNTIL WS-AUDIT-EOF
               CLOSE OPERATOR-AUDIT-FILE
           END-IF.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-OK
               PERFORM 1500-COUNT-ONE-PENDING
                   THRU 1500-COUNT-ONE-PENDING-EXIT
                   UNTIL WS-PEND-EOF
               CLOSE PENDING-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SEQUENCE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-GRANT.
           READ CERT-REG-FILE
               AT END
                   SET WS-CERT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CRT-COUNT
                   MOVE CERT-REG-RECORD
                       TO WS-CRT-RECORD(WS-CRT-COUNT)
           END-READ.
       1100-LOAD-ONE-GRANT-EXIT.
           EXIT.

       1200-LOAD-ONE-OPERATOR.
           READ OPERATOR-CTL-FILE
               AT END
                   SET WS-OPER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPR-COUNT
                   MOVE OPERATOR-CTL-RECORD
                       TO WS-OPR-RECORD(WS-OPR-COUNT)
                   MOVE SPACES TO WS-OPR-REVIEWER(WS-OPR-COUNT)
                   MOVE SPACES TO WS-OPR-LAST-DATE(WS-OPR-COUNT)
           END-READ.
       1200-LOAD-ONE-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-ONE-REVIEWER - AN OPERATOR CANNOT REVIEW THEIR   *
      * OWN GRANTS; A SELF-ASSIGNMENT IS LEFT UNASSIGNED.          *
      *-----------------------------------------------------------*
       1300-LOAD-ONE-REVIEWER.
           READ REVIEWER-FILE
               AT END
                   SET WS-RVW-EOF TO TRUE
                   GO TO 1300-LOAD-ONE-REVIEWER-EXIT
           END-READ.
           IF RV-REVIEWER-ID = RV-OPERATOR-ID
               GO TO 1300-LOAD-ONE-REVIEWER-EXIT
           END-IF.
           MOVE RV-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 7000-FIND-OPERATOR
               THRU 7000-FIND-OPERATOR-EXIT.
           IF WS-OPR-MATCH-IDX > 0
               MOVE RV-REVIEWER-ID TO WS-OPR-REVIEWER(WS-OPR-MATCH-IDX)
           END-IF.
       1300-LOAD-ONE-REVIEWER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-SCAN-ONE-AUDIT - EVERY OPERAUDIT ROW AN OPERATOR      *
      * STAMPS OTHER THAN A FAILED SIGN-ON MEANS THEY WERE SIGNED *
      * ON THAT DAY; KEEP THE LATEST.                              *
      *-----------------------------------------------------------*
       1400-SCAN-ONE-AUDIT.
           READ OPERATOR-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 1400-SCAN-ONE-AUDIT-EXIT
           END-READ.
           IF OA-RESULT(1:6) = "SIGNON"
               GO TO 1400-SCAN-ONE-AUDIT-EXIT
           END-IF.
           MOVE OA-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 7000-FIND-OPERATOR
               THRU 7000-FIND-OPERATOR-EXIT.
           IF WS-OPR-MATCH-IDX > 0
               IF WS-OPR-LAST-DATE(WS-OPR-MATCH-IDX) = SPACES
                   OR OA-RUN-DATE > WS-OPR-LAST-DATE(WS-OPR-MATCH-IDX)
                   MOVE OA-RUN-DATE
                       TO WS-OPR-LAST-DATE(WS-OPR-MATCH-IDX)
               END-IF
           END-IF.
       1400-SCAN-ONE-AUDIT-EXIT.
           EXIT.

       1500-COUNT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PND-COUNT
                   IF PD-SEQUENCE > WS-NEXT-SEQUENCE
                       MOVE PD-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
           END-READ.
       1500-COUNT-ONE-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CLOSE-CYCLE - ONCE THE DEADLINE HAS PASSED, EVERY     *
      * GRANT STILL OPEN IS WITHDRAWN THROUGH OPERPEND AND THE     *
      * COMPLETION REPORT IS PRINTED.  BEFORE THE DEADLINE THE     *
      * CYCLE IS LEFT ALONE.                                       *
      *-----------------------------------------------------------*
       2000-CLOSE-CYCLE.
           IF WS-CRT-COUNT = 0
               MOVE "RECERT - NO RECERTIFICATION CYCLE ON FILE."
                   TO COMPLETION-LINE
               WRITE COMPLETION-LINE
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.
           MOVE WS-CRT-RECORD(1) TO CERT-REG-RECORD.
           MOVE CR-CYCLE    TO WS-LEDGER-CYCLE.
           MOVE CR-DEADLINE TO WS-LEDGER-DEADLINE.
           PERFORM 2050-COUNT-OPEN-GRANTS
               THRU 2050-COUNT-OPEN-GRANTS-EXIT.
           IF WS-CRT-OPEN-COUNT = 0
               MOVE SPACES TO COMPLETION-LINE
               STRING "RECERT - CYCLE " DELIMITED BY SIZE
                   WS-LEDGER-CYCLE DELIMITED BY SIZE
                   " WAS CLOSED BY AN EARLIER RUN." DELIMITED BY SIZE
                   INTO COMPLETION-LINE
               WRITE COMPLETION-LINE
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.
           IF WS-RUN-DATE NOT > WS-LEDGER-DEADLINE
               SET WS-CYCLE-STILL-OPEN TO TRUE
               MOVE SPACES TO COMPLETION-LINE
               STRING "RECERT - CYCLE " DELIMITED BY SIZE
                   WS-LEDGER-CYCLE DELIMITED BY SIZE
                   " OPEN UNTIL " DELIMITED BY SIZE
                   WS-LEDGER-DEADLINE DELIMITED BY SIZE
                   " - GRANTS STILL TO BE ATTESTED OR REVOKED."
                   DELIMITED BY SIZE
                   INTO COMPLETION-LINE
               WRITE COMPLETION-LINE
               GO TO 2000-CLOSE-CYCLE-EXIT
           END-IF.
           PERFORM 2100-CLOSE-ONE-GRANT
               THRU 2100-CLOSE-ONE-GRANT-EXIT
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.
           IF WS-PEND-IS-OPEN
               CLOSE PENDING-FILE
           END-IF.
           PERFORM 2050-COUNT-OPEN-GRANTS
               THRU 2050-COUNT-OPEN-GRANTS-EXIT.
           IF WS-CRT-OPEN-COUNT > 0
               SET WS-CYCLE-STILL-OPEN TO TRUE
           END-IF.
           PERFORM 2300-PRINT-COMPLETION
               THRU 2300-PRINT-COMPLETION-EXIT.
       2000-CLOSE-CYCLE-EXIT.
           EXIT.

       2050-COUNT-OPEN-GRANTS.
           MOVE ZERO TO WS-CRT-OPEN-COUNT.
           PERFORM 2060-COUNT-ONE-GRANT
               THRU 2060-COUNT-ONE-GRANT-EXIT
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.
       2050-COUNT-OPEN-GRANTS-EXIT.
           EXIT.

       2060-COUNT-ONE-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           IF CR-IS-OPEN
               ADD 1 TO WS-CRT-OPEN-COUNT
           END-IF.
       2060-COUNT-ONE-GRANT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CLOSE-ONE-GRANT - AN UNATTESTED GRANT IS STAGED FOR   *
      * WITHDRAWAL UNDER THE RECERT ID, SO ANY SUPERVISOR CAN      *
      * APPROVE IT THROUGH OPERADM.  A ROLE ALREADY GONE FROM      *
      * OPERCTL NEEDS NO CHANGE.                                   *
      *-----------------------------------------------------------*
       2100-CLOSE-ONE-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           IF NOT CR-IS-OPEN
               GO TO 2100-CLOSE-ONE-GRANT-EXIT
           END-IF.
           MOVE CR-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM 7000-FIND-OPERATOR
               THRU 7000-FIND-OPERATOR-EXIT.
           PERFORM 7100-FIND-ROLE
               THRU 7100-FIND-ROLE-EXIT.
           IF WS-OPR-MATCH-IDX = 0
               OR WS-OPR-RECORD(WS-OPR-MATCH-IDX)(16 + WS-ROLE-IDX:1)
                   NOT = "Y"
               MOVE ZERO TO CR-PEND-SEQUENCE
               GO TO 2100-MARK-WITHDRAWN
           END-IF.
           IF WS-PND-COUNT NOT < 100
               DISPLAY "RECERT: OPERPEND LEDGER FULL - " CR-OPERATOR-ID
                   " ROLE " CR-ROLE " NOT STAGED FOR WITHDRAWAL."
               GO TO 2100-CLOSE-ONE-GRANT-EXIT
           END-IF.
           IF NOT WS-PEND-IS-OPEN
               OPEN EXTEND PENDING-FILE
               IF NOT WS-PEND-OK
                   CLOSE PENDING-FILE
                   OPEN OUTPUT PENDING-FILE
               END-IF
               SET WS-PEND-IS-OPEN TO TRUE
           END-IF.
           MOVE SPACES           TO PENDING-RECORD.
           MOVE WS-NEXT-SEQUENCE TO PD-SEQUENCE.
           MOVE WS-OPERATOR-ID   TO PD-KEYED-BY.
           MOVE "W"              TO PD-ACTION.
           MOVE CR-OPERATOR-ID   TO PD-TARGET-ID.
           MOVE CR-ROLE          TO PD-ROLE.
           MOVE WS-RUN-DATE      TO PD-KEYED-DATE.
           WRITE PENDING-RECORD.
           ADD 1 TO WS-PND-COUNT.
           MOVE WS-NEXT-SEQUENCE TO CR-PEND-SEQUENCE.
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE "RECERT-WITHDRAW" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
       2100-MARK-WITHDRAWN.
           MOVE "W"            TO CR-STATUS.
           MOVE WS-OPERATOR-ID TO CR-ACTION-BY.
           MOVE WS-RUN-DATE    TO CR-ACTION-DATE.
           MOVE CERT-REG-RECORD TO WS-CRT-RECORD(WS-CRT-IDX).
           SET WS-CERT-CHANGED TO TRUE.
       2100-CLOSE-ONE-GRANT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-PRINT-COMPLETION - EVERY GRANT OF THE CYCLE WITH ITS  *
      * OUTCOME, THEN THE TOTALS.                                  *
      *-----------------------------------------------------------*
       2300-PRINT-COMPLETION.
           MOVE WS-LEDGER-CYCLE TO WS-DH1-CYCLE.
           MOVE WS-RUN-DATE     TO WS-DH1-RUN-DATE.
           WRITE COMPLETION-LINE FROM WS-DONE-HEADING-1.
           MOVE SPACES TO COMPLETION-LINE.
           WRITE COMPLETION-LINE.
           WRITE COMPLETION-LINE FROM WS-DONE-HEADING-2.
           PERFORM 2310-PRINT-ONE-OUTCOME
               THRU 2310-PRINT-ONE-OUTCOME-EXIT
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.
           MOVE SPACES TO COMPLETION-LINE.
           WRITE COMPLETION-LINE.
           MOVE "GRANTS IN THE CYCLE          = " TO WS-TL-LABEL.
           MOVE WS-CRT-COUNT TO WS-TL-COUNT.
           WRITE COMPLETION-LINE FROM WS-TOTAL-LINE.
           MOVE "ATTESTED BY THE REVIEWER     = " TO WS-TL-LABEL.
           MOVE WS-ATTESTED-COUNT TO WS-TL-COUNT.
           WRITE COMPLETION-LINE FROM WS-TOTAL-LINE.
           MOVE "REVOKED BY THE REVIEWER      = " TO WS-TL-LABEL.
           MOVE WS-REVOKED-COUNT TO WS-TL-COUNT.
           WRITE COMPLETION-LINE FROM WS-TOTAL-LINE.
           MOVE "WITHDRAWN AT THE DEADLINE    = " TO WS-TL-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-TL-COUNT.
           WRITE COMPLETION-LINE FROM WS-TOTAL-LINE.
           MOVE "NOT STAGED - STILL OPEN      = " TO WS-TL-LABEL.
           MOVE WS-NOT-STAGED-COUNT TO WS-TL-COUNT.
           WRITE COMPLETION-LINE FROM WS-TOTAL-LINE.
       2300-PRINT-COMPLETION-EXIT.
           EXIT.

       2310-PRINT-ONE-OUTCOME.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           PERFORM 7100-FIND-ROLE
               THRU 7100-FIND-ROLE-EXIT.
           MOVE CR-OPERATOR-ID TO WS-DD-OPERATOR.
           MOVE WS-ROLE-NAME(WS-ROLE-IDX) TO WS-DD-ROLE.
           IF CR-REVIEWER = SPACES
               MOVE "ANY SUPV" TO WS-DD-REVIEWER
           ELSE
               MOVE CR-REVIEWER TO WS-DD-REVIEWER
           END-IF.
           IF CR-LAST-SIGNON = SPACES
               MOVE "NONE" TO WS-DD-LAST-SIGNON
           ELSE
               MOVE CR-LAST-SIGNON TO WS-DD-LAST-SIGNON
           END-IF.
           MOVE CR-ACTION-BY   TO WS-DD-ACTION-BY.
           MOVE CR-ACTION-DATE TO WS-DD-ACTION-DATE.
           MOVE SPACES TO WS-DD-PEND-SEQUENCE.
           IF CR-PEND-SEQUENCE IS NUMERIC
               AND CR-PEND-SEQUENCE > 0
               MOVE CR-PEND-SEQUENCE TO WS-DD-PEND-SEQUENCE
           END-IF.
           EVALUATE TRUE
               WHEN CR-IS-ATTESTED
                   MOVE "ATTESTED" TO WS-DD-OUTCOME
                   ADD 1 TO WS-ATTESTED-COUNT
               WHEN CR-IS-REVOKED
                   MOVE "REVOKED" TO WS-DD-OUTCOME
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN CR-IS-WITHDRAWN
                   IF CR-PEND-SEQUENCE = 0
                       MOVE "ALREADY REMOVED" TO WS-DD-OUTCOME
                   ELSE
                       MOVE "DEADLINE WITHDRW" TO WS-DD-OUTCOME
                   END-IF
                   ADD 1 TO WS-WITHDRAWN-COUNT
               WHEN OTHER
                   MOVE "NOT STAGED" TO WS-DD-OUTCOME
                   ADD 1 TO WS-NOT-STAGED-COUNT
           END-EVALUATE.
           WRITE COMPLETION-LINE FROM WS-DONE-DETAIL.
       2310-PRINT-ONE-OUTCOME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-OPEN-CYCLE - ONCE PER CALENDAR QUARTER, A LEDGER ROW  *
      * FOR EVERY ROLE HELD BY AN OPERATOR NOT LOCKED OUT, AND THE *
      * REVIEW LIST FOR THE REVIEWING SUPERVISORS.                 *
      *-----------------------------------------------------------*
       3000-OPEN-CYCLE.
           IF WS-CYCLE-STILL-OPEN
               MOVE SPACES TO REVIEW-LIST-LINE
               STRING "RECERT - CYCLE " DELIMITED BY SIZE
                   WS-LEDGER-CYCLE DELIMITED BY SIZE
                   " IS STILL OPEN - NO NEW CYCLE OPENED."
                   DELIMITED BY SIZE
                   INTO REVIEW-LIST-LINE
               WRITE REVIEW-LIST-LINE
               GO TO 3000-OPEN-CYCLE-EXIT
           END-IF.
           IF WS-LEDGER-CYCLE = WS-THIS-CYCLE
               MOVE SPACES TO REVIEW-LIST-LINE
               STRING "RECERT - CYCLE " DELIMITED BY SIZE
                   WS-THIS-CYCLE DELIMITED BY SIZE
                   " WAS OPENED BY AN EARLIER RUN." DELIMITED BY SIZE
                   INTO REVIEW-LIST-LINE
               WRITE REVIEW-LIST-LINE
               GO TO 3000-OPEN-CYCLE-EXIT
           END-IF.
           MOVE "A"         TO WS-DATE-FUNCTION.
           MOVE WS-ATTEST-DAYS TO WS-DATE-DAYS.
           MOVE SPACES      TO WS-DEADLINE.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
               WS-DATE-TWO, WS-DEADLINE, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF NOT WS-DATE-IS-GOOD
               DISPLAY "RECERT: DEADLINE COULD NOT BE SET - NO ",
                   "CYCLE OPENED."
               MOVE 8 TO RETURN-CODE
               GO TO 3000-OPEN-CYCLE-EXIT
           END-IF.
           MOVE ZERO TO WS-CRT-COUNT.
           MOVE ZERO TO WS-RVR-COUNT.
           PERFORM 3100-OPEN-ONE-OPERATOR
               THRU 3100-OPEN-ONE-OPERATOR-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT.
           SET WS-CERT-CHANGED TO TRUE.
           PERFORM 3300-PRINT-REVIEW-LIST
               THRU 3300-PRINT-REVIEW-LIST-EXIT.
       3000-OPEN-CYCLE-EXIT.
           EXIT.

       3100-OPEN-ONE-OPERATOR.
           MOVE WS-OPR-RECORD(WS-OPR-IDX) TO OPERATOR-CTL-RECORD.
           IF OC-IS-LOCKED-OUT
               ADD 1 TO WS-LOCKED-COUNT
               GO TO 3100-OPEN-ONE-OPERATOR-EXIT
           END-IF.
           PERFORM 3200-OPEN-ONE-GRANT
               THRU 3200-OPEN-ONE-GRANT-EXIT
               VARYING WS-ROLE-IDX FROM 1 BY 1
               UNTIL WS-ROLE-IDX > 4.
       3100-OPEN-ONE-OPERATOR-EXIT.
           EXIT.

       3200-OPEN-ONE-GRANT.
           IF WS-OPR-RECORD(WS-OPR-IDX)(16 + WS-ROLE-IDX:1) NOT = "Y"
               GO TO 3200-OPEN-ONE-GRANT-EXIT
           END-IF.
           IF WS-CRT-COUNT = 400
               DISPLAY "RECERT: LEDGER FULL - " OC-OPERATOR-ID
                   " ROLE " WS-ROLE-CODES(WS-ROLE-IDX:1)
                   " NOT LISTED."
               MOVE 8 TO RETURN-CODE
               GO TO 3200-OPEN-ONE-GRANT-EXIT
           END-IF.
           MOVE SPACES TO CERT-REG-RECORD.
           MOVE WS-THIS-CYCLE TO CR-CYCLE.
           MOVE OC-OPERATOR-ID TO CR-OPERATOR-ID.
           MOVE WS-ROLE-CODES(WS-ROLE-IDX:1) TO CR-ROLE.
           MOVE WS-OPR-REVIEWER(WS-OPR-IDX) TO CR-REVIEWER.
           MOVE WS-OPR-LAST-DATE(WS-OPR-IDX) TO CR-LAST-SIGNON.
           MOVE WS-RUN-DATE TO CR-OPENED-DATE.
           MOVE WS-DEADLINE TO CR-DEADLINE.
           MOVE "O" TO CR-STATUS.
           MOVE ZERO TO CR-PEND-SEQUENCE.
           ADD 1 TO WS-CRT-COUNT.
           MOVE CERT-REG-RECORD TO WS-CRT-RECORD(WS-CRT-COUNT).
           ADD 1 TO WS-GRANT-COUNT.
           IF CR-REVIEWER = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
           PERFORM 3250-NOTE-REVIEWER
               THRU 3250-NOTE-REVIEWER-EXIT.
       3200-OPEN-ONE-GRANT-EXIT.
           EXIT.

       3250-NOTE-REVIEWER.
           MOVE ZERO TO WS-RVR-MATCH-IDX.
           PERFORM 3260-SCAN-ONE-REVIEWER
               THRU 3260-SCAN-ONE-REVIEWER-EXIT
               VARYING WS-RVR-IDX FROM 1 BY 1
               UNTIL WS-RVR-IDX > WS-RVR-COUNT
               OR WS-RVR-MATCH-IDX > 0.
           IF WS-RVR-MATCH-IDX = 0
               AND WS-RVR-COUNT < 101
               ADD 1 TO WS-RVR-COUNT
               MOVE CR-REVIEWER TO WS-RVR-ID(WS-RVR-COUNT)
           END-IF.
       3250-NOTE-REVIEWER-EXIT.
           EXIT.

       3260-SCAN-ONE-REVIEWER.
           IF WS-RVR-ID(WS-RVR-IDX) = CR-REVIEWER
               MOVE WS-RVR-IDX TO WS-RVR-MATCH-IDX
           END-IF.
       3260-SCAN-ONE-REVIEWER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-PRINT-REVIEW-LIST - ONE SECTION PER REVIEWING         *
      * SUPERVISOR, EACH OPERATOR'S GRANTS WITH THE LAST SIGN-ON.  *
      *-----------------------------------------------------------*
       3300-PRINT-REVIEW-LIST.
           MOVE WS-THIS-CYCLE TO WS-LH1-CYCLE.
           MOVE WS-DEADLINE   TO WS-LH1-DEADLINE.
           WRITE REVIEW-LIST-LINE FROM WS-LIST-HEADING-1.
           PERFORM 3310-PRINT-ONE-REVIEWER
               THRU 3310-PRINT-ONE-REVIEWER-EXIT
               VARYING WS-RVR-IDX FROM 1 BY 1
               UNTIL WS-RVR-IDX > WS-RVR-COUNT.
           MOVE SPACES TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           MOVE "GRANTS TO RECERTIFY          = " TO WS-TL-LABEL.
           MOVE WS-GRANT-COUNT TO WS-TL-COUNT.
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE.
           MOVE "NO REVIEWER ASSIGNED         = " TO WS-TL-LABEL.
           MOVE WS-UNASSIGNED-COUNT TO WS-TL-COUNT.
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE.
           MOVE "OPERATORS LOCKED OUT - SKIP  = " TO WS-TL-LABEL.
           MOVE WS-LOCKED-COUNT TO WS-TL-COUNT.
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE.
       3300-PRINT-REVIEW-LIST-EXIT.
           EXIT.

       3310-PRINT-ONE-REVIEWER.
           MOVE SPACES TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           IF WS-RVR-ID(WS-RVR-IDX) = SPACES
               MOVE "NONE ASSIGNED - ANY OTHER SUPV" TO WS-LR-REVIEWER
           ELSE
               MOVE WS-RVR-ID(WS-RVR-IDX) TO WS-LR-REVIEWER
           END-IF.
           WRITE REVIEW-LIST-LINE FROM WS-LIST-REVIEWER-LINE.
           WRITE REVIEW-LIST-LINE FROM WS-LIST-HEADING-2.
           PERFORM 3320-PRINT-ONE-LIST-GRANT
               THRU 3320-PRINT-ONE-LIST-GRANT-EXIT
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT.
       3310-PRINT-ONE-REVIEWER-EXIT.
           EXIT.

       3320-PRINT-ONE-LIST-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           IF CR-REVIEWER NOT = WS-RVR-ID(WS-RVR-IDX)
               GO TO 3320-PRINT-ONE-LIST-GRANT-EXIT
           END-IF.
           PERFORM 7100-FIND-ROLE
               THRU 7100-FIND-ROLE-EXIT.
           MOVE CR-OPERATOR-ID TO WS-LD-OPERATOR.
           MOVE WS-ROLE-NAME(WS-ROLE-IDX) TO WS-LD-ROLE.
           IF CR-LAST-SIGNON = SPACES
               MOVE "NONE ON TRAIL" TO WS-LD-LAST-SIGNON
           ELSE
               MOVE CR-LAST-SIGNON TO WS-LD-LAST-SIGNON
           END-IF.
           WRITE REVIEW-LIST-LINE FROM WS-LIST-DETAIL.
       3320-PRINT-ONE-LIST-GRANT-EXIT.
           EXIT.

       7000-FIND-OPERATOR.
           MOVE ZERO TO WS-OPR-MATCH-IDX.
           PERFORM 7010-SCAN-ONE-OPERATOR
               THRU 7010-SCAN-ONE-OPERATOR-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
               OR WS-OPR-MATCH-IDX > 0.
       7000-FIND-OPERATOR-EXIT.
           EXIT.

       7010-SCAN-ONE-OPERATOR.
           IF WS-OPR-RECORD(WS-OPR-IDX)(1:8) = WS-FIND-OPERATOR
               MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
           END-IF.
       7010-SCAN-ONE-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-FIND-ROLE - THE LEDGER'S ROLE CODE (I, Q, S, M) TO    *
      * ITS POSITION AMONG THE OPERCTL ROLE BYTES.                 *
      *-----------------------------------------------------------*
       7100-FIND-ROLE.
           EVALUATE CR-ROLE
               WHEN "I"
                   MOVE 1 TO WS-ROLE-IDX
               WHEN "Q"
                   MOVE 2 TO WS-ROLE-IDX
               WHEN "S"
                   MOVE 3 TO WS-ROLE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-ROLE-IDX
           END-EVALUATE.
       7100-FIND-ROLE-EXIT.
           EXIT.

       8000-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8000-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - REWRITE THE LEDGER WHEN IT CHANGED, CLOSE *
      * THE REPORTS, AND SET THE RETURN CODE.                      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CERT-CHANGED
               OPEN OUTPUT CERT-REG-FILE
               PERFORM 9100-WRITE-ONE-GRANT
                   THRU 9100-WRITE-ONE-GRANT-EXIT
                   VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               CLOSE CERT-REG-FILE
           END-IF.
           IF WS-LIST-OK
               CLOSE REVIEW-LIST-FILE
           END-IF.
           IF WS-DONE-OK
               CLOSE COMPLETION-FILE
           END-IF.
           DISPLAY "RECERT: GRANTS LISTED     = " WS-GRANT-COUNT.
           DISPLAY "RECERT: GRANTS WITHDRAWN  = " WS-WITHDRAWN-COUNT.
           DISPLAY "RECERT: NOT STAGED        = " WS-NOT-STAGED-COUNT.
           IF RETURN-CODE < 4
               AND WS-NOT-STAGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-ONE-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           WRITE CERT-REG-RECORD.
       9100-WRITE-ONE-GRANT-EXIT.
           EXIT.

       END PROGRAM RECERT.
