      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Supervisor review of the DORMHOLD items - the
      * transactions the posting run held because their customer had
      * been flagged dormant by DORMSWP - in the SUSPMGR pattern.
      * Every held item is listed on the DORMLIST report with its
      * customer, amounts, currency, and hold date; the supervisor-
      * keyed DORMFIX transactions - matched by customer and
      * NUM1/NUM2 pair - then disposition them.  Action "R" releases
      * the transaction: the customer is reactivated (CUSTMAS status
      * back to "A", journaled through FWDJRNL and audited on CUSTAUDT
      * as action "W"), its DORMACT activity record is stamped with
      * today's date so the next sweep does not flag it again at once,
      * and the transaction is staged on ADDSTAGE under its original
      * code for ADDMERGE to fold into the next night's batch.  Action
      * "D" discards the transaction and leaves the customer dormant.
      * Items without a disposition stay held on DORMHOLD.  Releasing
      * money onto a dormant account is a control point, so the run
      * requires a supervisor sign-on through OPERSIGN and the CUSTMAS
      * lock through LOCKMGR.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDSTAGE CARRIES THE BRANCH CODE (28 BYTES);
      *                 RELEASED ITEMS ARE STAGED WITHOUT ONE AND BOOK
      *                 TO THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  DORMHOLD (NOW 48 BYTES) AND ADDSTAGE (NOW 44)
      *                 CARRY THE TRANSACTION REFERENCE; A RELEASED ITEM
      *                 KEEPS ITS REFERENCE, AND EACH RELEASE OR DISCARD
      *                 IS LOGGED TO TXNTRAIL THROUGH TXNLOG.
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
       PROGRAM-ID. DORMMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANT-HOLD-FILE ASSIGN TO "DORMHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DHLD-FILE-STATUS.
           SELECT RELEASE-TRAN-FILE ASSIGN TO "DORMFIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIX-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO "ADDSTAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT DORMANT-ACTIVITY-FILE ASSIGN TO "DORMACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-CUST-ID
               FILE STATUS IS WS-ACT-FILE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DORMANT-LIST-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RELEASE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01  RELEASE-TRAN-RECORD.
           05  RF-ACTION               PIC X(01).
               88  RF-IS-RELEASE                 VALUE "R".
               88  RF-IS-DISCARD                 VALUE "D".
           05  RF-CUST-ID              PIC 9(06).
           05  RF-NUM1                 PIC 9(05)V9(02).
           05  RF-NUM2                 PIC 9(05)V9(02).

       FD  STAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  STAGE-RECORD.
           05  SG-TRAN-CODE            PIC X(01).
           05  SG-CUST-ID              PIC 9(06).
           05  SG-NUM1                 PIC 9(05)V9(02).
           05  SG-NUM2                 PIC 9(05)V9(02).
           05  SG-CURRENCY-CODE        PIC X(03).
           05  SG-BRANCH-CODE          PIC X(04).
           05  SG-TXN-REF              PIC X(16).

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
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  DORMANT-ACTIVITY-FILE.
       01  DORMANT-ACTIVITY-RECORD.
           05  DA-CUST-ID              PIC 9(06).
           05  DA-LAST-ACTIVITY-DATE   PIC X(08).
           05  DA-FIRST-SEEN-DATE      PIC X(08).
           05  DA-DORMANT-DATE         PIC X(08).
           05  DA-REACTIVATED-DATE     PIC X(08).
           05  FILLER                  PIC X(10).

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

       FD  DORMANT-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DORMANT-LIST-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DHLD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DHLD-OK                        VALUE "00".
           88  WS-DHLD-EOF                       VALUE "10".
       01  WS-FIX-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIX-OK                         VALUE "00".
           88  WS-FIX-EOF                        VALUE "10".
       01  WS-STAGE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-STAGE-OK                       VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-ACT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-ACT-OK                         VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-CUST-IS-OPEN                   VALUE "Y".
       01  WS-ACT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-ACT-IS-OPEN                    VALUE "Y".
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
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(101) VALUE SPACES.
       01  WS-REACTIVATE-SWITCH        PIC X(01) VALUE "N".
           88  WS-REACTIVATE-OK                  VALUE "Y".
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-RECORD       PIC X(48).
               10  WS-HLD-DISPOSED     PIC X(01).
       77  WS-HLD-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-HLD-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-HLD-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-HLD-FULL-SWITCH          PIC X(01) VALUE "N".
           88  WS-HLD-TABLE-FULL                 VALUE "Y".
       01  WS-ITEM-RECORD              PIC X(48) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-TRAN-CODE         PIC X(01).
           05  WS-IT-CUST-ID           PIC 9(06).
           05  WS-IT-NUM1              PIC 9(05)V9(02).
           05  WS-IT-NUM2              PIC 9(05)V9(02).
           05  WS-IT-CURRENCY-CODE     PIC X(03).
           05  WS-IT-LOG-DATE          PIC X(08).
           05  WS-IT-TXN-REF           PIC X(16).
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
       77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REACTIVATED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-DISCARDED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-STILL-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-BADFIX-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LOG-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-TRAN-CODE         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-NUM1              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NUM2              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(09).
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "DORMMGR        ", "DORMHOLD".
           CALL "ENVCHK" USING "DORMMGR        ", "DORMACT ".
           CALL "ENVCHK" USING "DORMMGR        ", "CUSTMAS ".
           CALL "ENVCHK" USING "DORMMGR        ", "ADDSTAGE".
           CALL "ENVCHK" USING "DORMMGR        ", "DORMFIX ".
           CALL "ENVCHK" USING "DORMMGR        ", "CUSTAUDT".
           CALL "ENVCHK" USING "DORMMGR        ", "DORMLIST".
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - DORMANT HOLDS NOT ",
                   "REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- DORMANT HOLDS NOT REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "CUSTMAS "        TO WS-LOCK-NAME.
           MOVE "DORMMGR        " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "DORMMGR: CUSTMAS LOCK REFUSED - ",
                   "DORMANT HOLDS NOT REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 3000-APPLY-DISPOSITIONS
               THRU 3000-APPLY-DISPOSITIONS-EXIT.
           PERFORM 8000-PRINT-HOLD-LIST
               THRU 8000-PRINT-HOLD-LIST-EXIT.
           PERFORM 8500-REWRITE-HOLDS
               THRU 8500-REWRITE-HOLDS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE WHOLE HOLD FILE INTO THE TABLE  *
      * AND OPEN THE MASTERS A RELEASE UPDATES.  NO DORMHOLD IS A  *
      * CLEAN NIGHT.  WITHOUT CUSTMAS NOTHING CAN BE RELEASED, SO  *
      * THE DISPOSITIONS ARE LEFT FOR ANOTHER RUN.                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-HLD-COUNT.
           OPEN INPUT DORMANT-HOLD-FILE.
           IF WS-DHLD-OK
               PERFORM 1100-LOAD-ONE-HOLD
                   THRU 1100-LOAD-ONE-HOLD-EXIT
                   UNTIL WS-DHLD-EOF
                   OR WS-HLD-COUNT = 500
               IF NOT WS-DHLD-EOF
                   SET WS-HLD-TABLE-FULL TO TRUE
                   DISPLAY "DORMMGR: MORE HOLDS THAN THE TABLE ",
                       "HOLDS - NOTHING DISPOSED THIS RUN."
               END-IF
               CLOSE DORMANT-HOLD-FILE
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUST-IS-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "DORMMGR        ", "CUSTMAS ",
                   "OPEN-IO ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "DORMMGR: CUSTMAS COULD NOT BE OPENED - ",
                   "NOTHING DISPOSED THIS RUN."
           END-IF.
           OPEN I-O DORMANT-ACTIVITY-FILE.
           IF WS-ACT-OK
               SET WS-ACT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DORMMGR: DORMACT NOT AVAILABLE - ",
                   "REACTIVATION DATES NOT RECORDED."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLD.
           READ DORMANT-HOLD-FILE
               AT END
                   SET WS-DHLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HLD-COUNT
                   MOVE DORMANT-HOLD-RECORD
                       TO WS-HLD-RECORD(WS-HLD-COUNT)
                   MOVE SPACE TO WS-HLD-DISPOSED(WS-HLD-COUNT)
           END-READ.
       1100-LOAD-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-DISPOSITIONS - APPLY THE SUPERVISOR-KEYED       *
      * DORMFIX TRANSACTIONS, MATCHED BY CUSTOMER AND NUM1/NUM2    *
      * PAIR.  DORMFIX IS CLEARED AFTER BEING APPLIED, LIKE        *
      * SUSPFIX.                                                   *
      *-----------------------------------------------------------*
       3000-APPLY-DISPOSITIONS.
           IF WS-HLD-TABLE-FULL
               OR NOT WS-CUST-IS-OPEN
               GO TO 3000-APPLY-DISPOSITIONS-EXIT
           END-IF.
           OPEN INPUT RELEASE-TRAN-FILE.
           IF WS-FIX-OK
               PERFORM 3100-APPLY-ONE-DISPOSITION
                   THRU 3100-APPLY-ONE-DISPOSITION-EXIT
                   UNTIL WS-FIX-EOF
               CLOSE RELEASE-TRAN-FILE
               OPEN OUTPUT RELEASE-TRAN-FILE
               CLOSE RELEASE-TRAN-FILE
           END-IF.
       3000-APPLY-DISPOSITIONS-EXIT.
           EXIT.

       3100-APPLY-ONE-DISPOSITION.
           READ RELEASE-TRAN-FILE
               AT END
                   SET WS-FIX-EOF TO TRUE
           END-READ.
           IF WS-FIX-EOF
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           IF NOT RF-IS-RELEASE AND NOT RF-IS-DISCARD
               ADD 1 TO WS-BADFIX-COUNT
               DISPLAY "DORMMGR: UNKNOWN ACTION " RF-ACTION
                   " FOR CUSTOMER " RF-CUST-ID " - IGNORED."
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           PERFORM 3200-FIND-HELD-ITEM
               THRU 3200-FIND-HELD-ITEM-EXIT.
           IF WS-HLD-MATCH-IDX = 0
               ADD 1 TO WS-BADFIX-COUNT
               DISPLAY "DORMMGR: NO HELD ITEM FOR CUSTOMER "
                   RF-CUST-ID " WITH THAT PAIR - IGNORED."
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           MOVE WS-HLD-RECORD(WS-HLD-MATCH-IDX) TO WS-ITEM-RECORD.
           IF RF-IS-DISCARD
               MOVE "D" TO WS-HLD-DISPOSED(WS-HLD-MATCH-IDX)
               ADD 1 TO WS-DISCARDED-COUNT
               MOVE "DSCD" TO WS-LE-EVENT-CODE
               MOVE "DISCARDED DORMHOLD" TO WS-LE-DETAIL
               PERFORM 3600-LOG-LINEAGE
                   THRU 3600-LOG-LINEAGE-EXIT
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           PERFORM 3400-REACTIVATE-CUSTOMER
               THRU 3400-REACTIVATE-CUSTOMER-EXIT.
           IF NOT WS-REACTIVATE-OK
               ADD 1 TO WS-BADFIX-COUNT
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           PERFORM 3300-STAGE-RELEASED-TRAN
               THRU 3300-STAGE-RELEASED-TRAN-EXIT.
           MOVE "R" TO WS-HLD-DISPOSED(WS-HLD-MATCH-IDX).
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "RELS" TO WS-LE-EVENT-CODE.
           MOVE "RELEASED DORMHOLD" TO WS-LE-DETAIL.
           PERFORM 3600-LOG-LINEAGE
               THRU 3600-LOG-LINEAGE-EXIT.
       3100-APPLY-ONE-DISPOSITION-EXIT.
           EXIT.

       3200-FIND-HELD-ITEM.
           MOVE ZERO TO WS-HLD-MATCH-IDX.
           PERFORM 3210-SCAN-HELD-ITEM
               THRU 3210-SCAN-HELD-ITEM-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT
               OR WS-HLD-MATCH-IDX > 0.
       3200-FIND-HELD-ITEM-EXIT.
           EXIT.

       3210-SCAN-HELD-ITEM.
           MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WS-ITEM-RECORD.
           IF WS-HLD-DISPOSED(WS-HLD-IDX) = SPACE
               AND WS-IT-CUST-ID = RF-CUST-ID
               AND WS-IT-NUM1 = RF-NUM1
               AND WS-IT-NUM2 = RF-NUM2
               MOVE WS-HLD-IDX TO WS-HLD-MATCH-IDX
           END-IF.
       3210-SCAN-HELD-ITEM-EXIT.
           EXIT.

      * STAGED UNDER ITS ORIGINAL CODE: THE ITEM NEVER REACHED THE
      * DUPLICATE SCREEN OR THE POSTING, SO WITH THE CUSTOMER
      * ACTIVE AGAIN IT TAKES THE ORDINARY PATH THROUGH BOTH.
       3300-STAGE-RELEASED-TRAN.
           OPEN EXTEND STAGE-FILE.
           IF NOT WS-STAGE-OK
               CLOSE STAGE-FILE
               OPEN OUTPUT STAGE-FILE
           END-IF.
           MOVE WS-IT-TRAN-CODE     TO SG-TRAN-CODE.
           MOVE WS-IT-CUST-ID       TO SG-CUST-ID.
           MOVE WS-IT-NUM1          TO SG-NUM1.
           MOVE WS-IT-NUM2          TO SG-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO SG-CURRENCY-CODE.
           MOVE SPACES              TO SG-BRANCH-CODE.
           MOVE WS-IT-TXN-REF       TO SG-TXN-REF.
           WRITE STAGE-RECORD.
           CLOSE STAGE-FILE.
       3300-STAGE-RELEASED-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-REACTIVATE-CUSTOMER - A DORMANT CUSTOMER GOES BACK TO *
      * "A", JOURNALED AND AUDITED.  ONE ALREADY REACTIVATED BY AN *
      * EARLIER RELEASE IS LEFT AS IT IS.  A CUSTOMER GONE FROM    *
      * CUSTMAS, OR CLOSED OR MERGED SINCE THE HOLD, CANNOT TAKE   *
      * THE TRANSACTION AND THE ITEM STAYS HELD.                   *
      *-----------------------------------------------------------*
       3400-REACTIVATE-CUSTOMER.
           MOVE "N" TO WS-REACTIVATE-SWITCH.
           MOVE WS-IT-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "DORMMGR: CUSTOMER " WS-IT-CUST-ID
                       " NOT ON CUSTMAS - ITEM STAYS HELD."
                   GO TO 3400-REACTIVATE-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-ACTIVE
               SET WS-REACTIVATE-OK TO TRUE
               GO TO 3400-REACTIVATE-CUSTOMER-EXIT
           END-IF.
           IF NOT CM-IS-DORMANT
               DISPLAY "DORMMGR: CUSTOMER " WS-IT-CUST-ID
                   " IS STATUS " CM-STATUS-FLAG
                   " - ITEM STAYS HELD."
               GO TO 3400-REACTIVATE-CUSTOMER-EXIT
           END-IF.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE "A" TO CM-STATUS-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DORMMGR: REWRITE FAILED FOR CUSTOMER "
                       WS-IT-CUST-ID " - STATUS " WS-CUST-FILE-STATUS
                   GO TO 3400-REACTIVATE-CUSTOMER-EXIT
           END-REWRITE.
           CALL "FWDJRNL" USING "CUSTMAS ", "REWRITE ",
               CUSTOMER-MASTER-RECORD.
           PERFORM 7000-LOG-REACTIVATE-AUDIT
               THRU 7000-LOG-REACTIVATE-AUDIT-EXIT.
           PERFORM 3500-STAMP-ACTIVITY
               THRU 3500-STAMP-ACTIVITY-EXIT.
           ADD 1 TO WS-REACTIVATED-COUNT.
           SET WS-REACTIVATE-OK TO TRUE.
       3400-REACTIVATE-CUSTOMER-EXIT.
           EXIT.

       3500-STAMP-ACTIVITY.
           IF NOT WS-ACT-IS-OPEN
               GO TO 3500-STAMP-ACTIVITY-EXIT
           END-IF.
           MOVE WS-IT-CUST-ID TO DA-CUST-ID.
           READ DORMANT-ACTIVITY-FILE
               INVALID KEY
                   MOVE SPACES        TO DORMANT-ACTIVITY-RECORD
                   MOVE WS-IT-CUST-ID TO DA-CUST-ID
                   MOVE WS-RUN-DATE   TO DA-FIRST-SEEN-DATE
                   MOVE WS-RUN-DATE   TO DA-LAST-ACTIVITY-DATE
                   MOVE WS-RUN-DATE   TO DA-REACTIVATED-DATE
                   WRITE DORMANT-ACTIVITY-RECORD
                   GO TO 3500-STAMP-ACTIVITY-EXIT
           END-READ.
           MOVE WS-RUN-DATE TO DA-LAST-ACTIVITY-DATE.
           MOVE WS-RUN-DATE TO DA-REACTIVATED-DATE.
           REWRITE DORMANT-ACTIVITY-RECORD.
       3500-STAMP-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-LOG-LINEAGE - THE ITEM KEEPS THE TRANSACTION          *
      * REFERENCE IT WAS HELD UNDER; ITS RELEASE OR DISCARD IS     *
      * LOGGED TO TXNTRAIL UNDER THE SUPERVISOR'S SIGN-ON.  THE    *
      * CALLER SETS THE EVENT CODE AND DETAIL.                     *
      *-----------------------------------------------------------*
       3600-LOG-LINEAGE.
           MOVE WS-IT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "DORMMGR"           TO WS-LE-PROGRAM.
           MOVE WS-OPERATOR-ID      TO WS-LE-OPERATOR-ID.
           MOVE WS-IT-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-IT-NUM1 + WS-IT-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       3600-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-LOG-REACTIVATE-AUDIT - THE STATUS CHANGE GOES TO      *
      * CUSTAUDT AS ACTION "W" UNDER THE SUPERVISOR'S SIGN-ON.     *
      *-----------------------------------------------------------*
       7000-LOG-REACTIVATE-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CA-RUN-TIME FROM TIME.
           MOVE "W" TO CA-ACTION.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CA-AFTER-IMAGE.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.
       7000-LOG-REACTIVATE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-HOLD-LIST - EVERY HELD ITEM WITH ITS            *
      * DISPOSITION THIS RUN, SO THE SUPERVISOR HAS A LISTING TO   *
      * KEY THE NEXT DORMFIX BATCH FROM.                           *
      *-----------------------------------------------------------*
       8000-PRINT-HOLD-LIST.
           OPEN OUTPUT DORMANT-LIST-FILE.
           MOVE SPACES TO DORMANT-LIST-LINE.
           STRING "DORMANT-ACCOUNT HOLD LIST - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DORMANT-LIST-LINE.
           WRITE DORMANT-LIST-LINE.
           PERFORM 8100-PRINT-ONE-HOLD
               THRU 8100-PRINT-ONE-HOLD-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT.
           CLOSE DORMANT-LIST-FILE.
       8000-PRINT-HOLD-LIST-EXIT.
           EXIT.

       8100-PRINT-ONE-HOLD.
           MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WS-ITEM-RECORD.
           MOVE WS-IT-LOG-DATE      TO WS-RD-LOG-DATE.
           MOVE WS-IT-CUST-ID       TO WS-RD-CUST-ID.
           MOVE WS-IT-TRAN-CODE     TO WS-RD-TRAN-CODE.
           MOVE WS-IT-NUM1          TO WS-RD-NUM1.
           MOVE WS-IT-NUM2          TO WS-RD-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-RD-CURRENCY.
           EVALUATE WS-HLD-DISPOSED(WS-HLD-IDX)
               WHEN "R"
                   MOVE "RELEASED " TO WS-RD-STATUS
               WHEN "D"
                   MOVE "DISCARDED" TO WS-RD-STATUS
               WHEN OTHER
                   MOVE "HELD     " TO WS-RD-STATUS
                   ADD 1 TO WS-STILL-HELD-COUNT
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO DORMANT-LIST-LINE.
           WRITE DORMANT-LIST-LINE.
       8100-PRINT-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-REWRITE-HOLDS - ONLY THE ITEMS STILL HELD SURVIVE ON  *
      * DORMHOLD; RELEASED AND DISCARDED ITEMS DROP OFF.  A FULL   *
      * TABLE LEAVES THE FILE UNTOUCHED.                           *
      *-----------------------------------------------------------*
       8500-REWRITE-HOLDS.
           IF WS-HLD-TABLE-FULL
               GO TO 8500-REWRITE-HOLDS-EXIT
           END-IF.
           OPEN OUTPUT DORMANT-HOLD-FILE.
           PERFORM 8510-WRITE-ONE-HOLD
               THRU 8510-WRITE-ONE-HOLD-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT.
           CLOSE DORMANT-HOLD-FILE.
       8500-REWRITE-HOLDS-EXIT.
           EXIT.

       8510-WRITE-ONE-HOLD.
           IF WS-HLD-DISPOSED(WS-HLD-IDX) = SPACE
               MOVE WS-HLD-RECORD(WS-HLD-IDX) TO DORMANT-HOLD-RECORD
               WRITE DORMANT-HOLD-RECORD
           END-IF.
       8510-WRITE-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE MASTERS AND REPORT THE RUN'S    *
      * DISPOSITION COUNTS.                                        *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-CUST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ACT-IS-OPEN
               CLOSE DORMANT-ACTIVITY-FILE
           END-IF.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "DORMMGR: HOLDS LOADED     = " WS-HLD-COUNT.
           DISPLAY "DORMMGR: RELEASED         = " WS-RELEASED-COUNT.
           DISPLAY "DORMMGR: REACTIVATED      = "
               WS-REACTIVATED-COUNT.
           DISPLAY "DORMMGR: DISCARDED        = " WS-DISCARDED-COUNT.
           DISPLAY "DORMMGR: STILL HELD       = " WS-STILL-HELD-COUNT.
           DISPLAY "DORMMGR: FIXES IGNORED    = " WS-BADFIX-COUNT.
           IF WS-BADFIX-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-HLD-TABLE-FULL OR NOT WS-CUST-IS-OPEN)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM DORMMGR.
