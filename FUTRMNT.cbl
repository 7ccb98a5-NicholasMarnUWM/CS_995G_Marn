      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Cancellation of future-dated items held on the
      * FUTRWHS warehouse, so a branch instruction withdrawn before
      * its value date never reaches the posting run.  The operator
      * signs on through the shared OPERSIGN subprogram and must hold
      * the maintenance role; each FUTRTRN transaction names one
      * warehouse item by the value date, entry date and sequence
      * number printed on the FUTRLIST listing, together with its
      * customer as a keying check.  Only an item still held can be
      * cancelled - one already released has gone to the posting run
      * and must be reversed there.  A cancelled item is marked, not
      * deleted, and each cancellation is stamped to OPERAUDIT and
      * logged against the item's transaction reference on TXNTRAIL.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  FUTRWHS CARRIES THE KEYING BRANCH (84 BYTES).
      * 10/15/2026  NM  FUTRWHS CARRIES THE TRANSACTION REFERENCE (100
      *                 BYTES); A CANCELLATION IS LOGGED TO TXNTRAIL
      *                 THROUGH TXNLOG.
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
       PROGRAM-ID. FUTRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTRWHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
           SELECT FUTURE-MAINT-FILE ASSIGN TO "FUTRTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUTURE-WAREHOUSE-FILE.
       01  FUTURE-WAREHOUSE-RECORD.
           05  FW-KEY.
               10  FW-VALUE-DATE       PIC X(08).
               10  FW-ENTRY-DATE       PIC X(08).
               10  FW-ENTRY-SEQ        PIC 9(05).
           05  FW-TRAN-DETAIL.
               10  FW-TRAN-CODE        PIC X(01).
               10  FW-CUST-ID          PIC 9(06).
               10  FW-NUM1             PIC 9(05)V9(02).
               10  FW-NUM2             PIC 9(05)V9(02).
               10  FW-CURRENCY-CODE    PIC X(03).
               10  FW-BRANCH-CODE      PIC X(04).
               10  FW-TXN-REF          PIC X(16).
           05  FW-SOURCE-BATCH         PIC X(08).
           05  FW-SOURCE-PROGRAM       PIC X(08).
           05  FW-STATUS               PIC X(01).
               88  FW-IS-HELD                    VALUE "H".
               88  FW-IS-RELEASED                VALUE "R".
               88  FW-IS-CANCELLED               VALUE "C".
           05  FW-STATUS-DATE          PIC X(08).
           05  FW-STATUS-BY            PIC X(08).
           05  FILLER                  PIC X(02).

       FD  FUTURE-MAINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  FUTURE-MAINT-RECORD.
           05  FM-ACTION               PIC X(01).
               88  FM-IS-CANCEL                  VALUE "C".
           05  FM-KEY.
               10  FM-VALUE-DATE       PIC X(08).
               10  FM-ENTRY-DATE       PIC X(08).
               10  FM-ENTRY-SEQ        PIC 9(05).
           05  FM-CUST-ID              PIC 9(06).
           05  FILLER                  PIC X(12).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
       01  WS-MNT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MNT-OK                         VALUE "00".
           88  WS-MNT-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-FW-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-IS-OPEN                     VALUE "Y".
       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
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
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "FUTRMNT        ", "FUTRWHS ".
           CALL "ENVCHK" USING "FUTRMNT        ", "OPERAUDIT".
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ROLE-MAINT NOT = "Y"
               DISPLAY "OPERATOR DOES NOT HOLD THE MAINTENANCE ROLE ",
                   "- MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-MAINT
               THRU 2000-APPLY-ONE-MAINT-EXIT
               UNTIL WS-MNT-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O FUTURE-WAREHOUSE-FILE.
           IF NOT WS-FW-OK
               CALL "FILERR" USING "FUTRMNT        ", "FUTRWHS ",
                   "OPEN-IO ", WS-FW-FILE-STATUS, "N"
               DISPLAY "FUTRMNT: FUTRWHS COULD NOT BE OPENED - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE "10" TO WS-MNT-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FW-IS-OPEN TO TRUE.
           OPEN INPUT FUTURE-MAINT-FILE.
           IF NOT WS-MNT-OK
               DISPLAY "FUTRMNT: NO FUTRTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-MNT-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-APPLY-ONE-MAINT.
           READ FUTURE-MAINT-FILE
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ.
           IF NOT WS-MNT-EOF
               PERFORM 2100-CANCEL-ITEM
                   THRU 2100-CANCEL-ITEM-EXIT
           END-IF.
       2000-APPLY-ONE-MAINT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CANCEL-ITEM - CANCEL ONE HELD WAREHOUSE ITEM.  THE    *
      * CUSTOMER ON THE TRANSACTION MUST MATCH THE ITEM'S, SO A    *
      * MIS-KEYED SEQUENCE NUMBER CANNOT CANCEL SOMEONE ELSE'S.    *
      *-----------------------------------------------------------*
       2100-CANCEL-ITEM.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT FM-IS-CANCEL
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF FM-ENTRY-SEQ IS NOT NUMERIC
               OR FM-CUST-ID IS NOT NUMERIC
               MOVE "SEQUENCE/CUSTOMER NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE FM-KEY TO FW-KEY.
           READ FUTURE-WAREHOUSE-FILE
               INVALID KEY
                   MOVE "ITEM NOT ON WAREHOUSE" TO WS-REJECT-REASON
                   GO TO 2100-REJECT
           END-READ.
           IF FW-CUST-ID NOT = FM-CUST-ID
               MOVE "CUSTOMER DOES NOT MATCH ITEM" TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT FW-IS-HELD
               MOVE "ITEM ALREADY RELEASED OR CANCELLED"
                   TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE "C"            TO FW-STATUS.
           MOVE WS-RUN-DATE    TO FW-STATUS-DATE.
           MOVE WS-OPERATOR-ID TO FW-STATUS-BY.
           REWRITE FUTURE-WAREHOUSE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   GO TO 2100-REJECT
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "FUTRMNT: CANCELLED " FW-VALUE-DATE " "
               FW-ENTRY-DATE " " FW-ENTRY-SEQ " CUSTOMER " FW-CUST-ID.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           PERFORM 7200-LOG-LINEAGE
               THRU 7200-LOG-LINEAGE-EXIT.
           GO TO 2100-CANCEL-ITEM-EXIT.
       2100-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "FUTRMNT: " FM-ACTION " FOR " FM-VALUE-DATE " "
               FM-ENTRY-DATE " " FM-ENTRY-SEQ " REJECTED - "
               WS-REJECT-REASON.
       2100-CANCEL-ITEM-EXIT.
           EXIT.

       7100-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE "FW-CANCELLED" TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       7100-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-LOG-LINEAGE - THE CANCELLATION IS THE LAST EVENT ON  *
      * THE ITEM'S TRANSACTION REFERENCE.                         *
      *-----------------------------------------------------------*
       7200-LOG-LINEAGE.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE FW-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "CNCL"           TO WS-LE-EVENT-CODE.
           MOVE "FUTRMNT"        TO WS-LE-PROGRAM.
           MOVE WS-OPERATOR-ID   TO WS-LE-OPERATOR-ID.
           MOVE FW-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = FW-NUM1 + FW-NUM2.
           MOVE FW-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "VALUE DATE " FW-VALUE-DATE
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       7200-LOG-LINEAGE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-FW-IS-OPEN
               CLOSE FUTURE-WAREHOUSE-FILE
               IF WS-MNT-OK OR WS-MNT-EOF
                   CLOSE FUTURE-MAINT-FILE
               END-IF
           END-IF.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "FUTRMNT: ITEMS CANCELLED  = " WS-APPLIED-COUNT.
           DISPLAY "FUTRMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF NOT WS-FW-IS-OPEN
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FUTRMNT.
