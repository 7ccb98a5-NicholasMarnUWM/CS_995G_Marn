      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Attestation of the quarterly role recertification
      * that RECERT opens on the CERTREG ledger.  The reviewing
      * supervisor signs on through OPERSIGN and must hold the
      * supervisor role; each CERTTRAN transaction names an operator,
      * a role (I, Q, S or M) and a decision - "A" attest that the
      * grant is still needed, "R" revoke it.  Only the reviewer
      * assigned to the operator on OPERRVW may decide a grant (any
      * other supervisor when none is assigned), never the operator
      * themselves, and only until the cycle's deadline.  A revoke
      * is staged on the OPERPEND ledger as an OPERADM "W" change
      * under the reviewer's ID, so a second supervisor approves it
      * through OPERADM like any other withdrawal.  Every decision
      * and refusal is stamped to OPERAUDIT.  A grant left undecided
      * at the deadline is withdrawn by RECERT.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REG-FILE ASSIGN TO "CERTREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT ATTEST-TRAN-FILE ASSIGN TO "CERTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "OPERPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
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

       FD  ATTEST-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01  ATTEST-TRAN-RECORD.
           05  CT-OPERATOR-ID          PIC X(08).
           05  CT-ROLE                 PIC X(01).
           05  CT-DECISION             PIC X(01).
               88  CT-IS-ATTEST                  VALUE "A".
               88  CT-IS-REVOKE                  VALUE "R".

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

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-CERT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CERT-OK                        VALUE "00".
           88  WS-CERT-EOF                       VALUE "10".
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
       01  WS-PEND-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PEND-OK                        VALUE "00".
           88  WS-PEND-EOF                       VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
               88  WS-IS-SUPERVISOR              VALUE "Y".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-CERT-TABLE.
           05  WS-CRT-ENTRY OCCURS 400 TIMES.
               10  WS-CRT-RECORD       PIC X(80).
       77  WS-CRT-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-CRT-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-CRT-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-CERT-CHANGED-SWITCH      PIC X(01) VALUE "N".
           88  WS-CERT-CHANGED                   VALUE "Y".
       77  WS-PND-COUNT                PIC 9(03) COMP VALUE ZERO.
       01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
       01  WS-PEND-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-PEND-IS-OPEN                   VALUE "Y".
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-ATTESTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REVOKED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - ATTESTATION NOT ",
                   "PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- ATTESTATION NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-DECISION
               THRU 2000-APPLY-ONE-DECISION-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE CERTREG LEDGER AND FIND THE    *
      * NEXT OPERPEND SEQUENCE.                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CRT-COUNT.
           OPEN INPUT CERT-REG-FILE.
           IF WS-CERT-OK
               PERFORM 1100-LOAD-ONE-GRANT
                   THRU 1100-LOAD-ONE-GRANT-EXIT
                   UNTIL WS-CERT-EOF
                   OR WS-CRT-COUNT = 400
               CLOSE CERT-REG-FILE
           END-IF.
           MOVE ZERO TO WS-PND-COUNT.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-OK
               PERFORM 1200-COUNT-ONE-PENDING
                   THRU 1200-COUNT-ONE-PENDING-EXIT
                   UNTIL WS-PEND-EOF
               CLOSE PENDING-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SEQUENCE.
           OPEN INPUT ATTEST-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "RECERTAT: NO CERTTRAN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
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

       1200-COUNT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PND-COUNT
                   IF PD-SEQUENCE > WS-NEXT-SEQUENCE
                       MOVE PD-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
           END-READ.
       1200-COUNT-ONE-PENDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-DECISION - FIND THE OPEN GRANT, CHECK THE   *
      * SUPERVISOR MAY DECIDE IT, AND RECORD THE DECISION.         *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-DECISION.
           READ ATTEST-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
                   GO TO 2000-APPLY-ONE-DECISION-EXIT
           END-READ.
           IF NOT CT-IS-ATTEST AND NOT CT-IS-REVOKE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECERTAT: DECISION MUST BE A OR R - "
                   CT-OPERATOR-ID " ROLE " CT-ROLE " IGNORED."
               GO TO 2000-APPLY-ONE-DECISION-EXIT
           END-IF.
           MOVE ZERO TO WS-CRT-MATCH-IDX.
           PERFORM 2100-SCAN-ONE-GRANT
               THRU 2100-SCAN-ONE-GRANT-EXIT
               VARYING WS-CRT-IDX FROM 1 BY 1
               UNTIL WS-CRT-IDX > WS-CRT-COUNT
               OR WS-CRT-MATCH-IDX > 0.
           IF WS-CRT-MATCH-IDX = 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECERTAT: NO OPEN GRANT FOR " CT-OPERATOR-ID
                   " ROLE " CT-ROLE " - DECISION IGNORED."
               GO TO 2000-APPLY-ONE-DECISION-EXIT
           END-IF.
           MOVE WS-CRT-RECORD(WS-CRT-MATCH-IDX) TO CERT-REG-RECORD.
           IF WS-RUN-DATE > CR-DEADLINE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECERTAT: CYCLE " CR-CYCLE " DEADLINE "
                   CR-DEADLINE " HAS PASSED - DECISION IGNORED."
               GO TO 2000-APPLY-ONE-DECISION-EXIT
           END-IF.
           IF CR-OPERATOR-ID = WS-OPERATOR-ID
               OR (CR-REVIEWER NOT = SPACES
                   AND CR-REVIEWER NOT = WS-OPERATOR-ID)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECERTAT: " WS-OPERATOR-ID " IS NOT THE ",
                   "REVIEWER FOR " CR-OPERATOR-ID " - DECISION ",
                   "IGNORED."
               MOVE "RECERT-NOTRVWR" TO WS-AUDIT-RESULT
               PERFORM 8000-LOG-AUDIT-RECORD
                   THRU 8000-LOG-AUDIT-RECORD-EXIT
               GO TO 2000-APPLY-ONE-DECISION-EXIT
           END-IF.
           IF CT-IS-ATTEST
               PERFORM 3000-ATTEST-GRANT
                   THRU 3000-ATTEST-GRANT-EXIT
           ELSE
               PERFORM 4000-REVOKE-GRANT
                   THRU 4000-REVOKE-GRANT-EXIT
           END-IF.
       2000-APPLY-ONE-DECISION-EXIT.
           EXIT.

       2100-SCAN-ONE-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           IF CR-OPERATOR-ID = CT-OPERATOR-ID
               AND CR-ROLE = CT-ROLE
               AND CR-IS-OPEN
               MOVE WS-CRT-IDX TO WS-CRT-MATCH-IDX
           END-IF.
       2100-SCAN-ONE-GRANT-EXIT.
           EXIT.

       3000-ATTEST-GRANT.
           MOVE "A"            TO CR-STATUS.
           MOVE WS-OPERATOR-ID TO CR-ACTION-BY.
           MOVE WS-RUN-DATE    TO CR-ACTION-DATE.
           MOVE CERT-REG-RECORD TO WS-CRT-RECORD(WS-CRT-MATCH-IDX).
           SET WS-CERT-CHANGED TO TRUE.
           ADD 1 TO WS-ATTESTED-COUNT.
           MOVE "RECERT-ATTEST" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
       3000-ATTEST-GRANT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REVOKE-GRANT - THE WITHDRAWAL IS ONLY STAGED, UNDER   *
      * THE REVIEWER'S ID, FOR A SECOND SUPERVISOR TO APPROVE.     *
      *-----------------------------------------------------------*
       4000-REVOKE-GRANT.
           IF WS-PND-COUNT NOT < 100
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RECERTAT: OPERPEND LEDGER FULL - REVOKE OF "
                   CR-OPERATOR-ID " ROLE " CR-ROLE " NOT STAGED."
               GO TO 4000-REVOKE-GRANT-EXIT
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
           MOVE "R"              TO CR-STATUS.
           MOVE WS-OPERATOR-ID   TO CR-ACTION-BY.
           MOVE WS-RUN-DATE      TO CR-ACTION-DATE.
           MOVE WS-NEXT-SEQUENCE TO CR-PEND-SEQUENCE.
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE CERT-REG-RECORD TO WS-CRT-RECORD(WS-CRT-MATCH-IDX).
           SET WS-CERT-CHANGED TO TRUE.
           ADD 1 TO WS-REVOKED-COUNT.
           MOVE "RECERT-REVOKE" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           DISPLAY "RECERTAT: REVOKE OF " CR-OPERATOR-ID " ROLE "
               CR-ROLE " STAGED AS CHANGE " CR-PEND-SEQUENCE
               " FOR SECOND-SUPERVISOR APPROVAL.".
       4000-REVOKE-GRANT-EXIT.
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
      * 9000-TERMINATE - REWRITE THE LEDGER WHEN IT CHANGED, CLEAR *
      * CERTTRAN, AND REPORT THE RUN.                              *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-PEND-IS-OPEN
               CLOSE PENDING-FILE
           END-IF.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE ATTEST-TRAN-FILE
               OPEN OUTPUT ATTEST-TRAN-FILE
               CLOSE ATTEST-TRAN-FILE
           END-IF.
           IF WS-CERT-CHANGED
               OPEN OUTPUT CERT-REG-FILE
               PERFORM 9100-WRITE-ONE-GRANT
                   THRU 9100-WRITE-ONE-GRANT-EXIT
                   VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               CLOSE CERT-REG-FILE
           END-IF.
           DISPLAY "RECERTAT: GRANTS ATTESTED = " WS-ATTESTED-COUNT.
           DISPLAY "RECERTAT: GRANTS REVOKED  = " WS-REVOKED-COUNT.
           DISPLAY "RECERTAT: REJECTED        = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-ONE-GRANT.
           MOVE WS-CRT-RECORD(WS-CRT-IDX) TO CERT-REG-RECORD.
           WRITE CERT-REG-RECORD.
       9100-WRITE-ONE-GRANT-EXIT.
           EXIT.

       END PROGRAM RECERTAT.
