      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Compliance review of the WLREVIEW watch-list queue
      * and of the WLHOLD items the posting run held for customers
      * on it, in the DORMMGR pattern.  The reviewer-keyed WLDECIDE
      * transactions each name a customer and the list entry it was
      * queued against.  Action "C" clears a potential match: the
      * queue record is marked cleared with the date and reviewer,
      * the customer posts normally again, and every item held for
      * it is staged on ADDSTAGE under its original code for
      * ADDMERGE to fold into the next night's batch.  Action "F"
      * confirms the match: the customer stays blocked and its held
      * items stay on WLHOLD.  A decision naming an entry other than
      * the one queued is refused, so a reviewer cannot clear a
      * match they were not shown.  The WLRVLIST report lists every
      * pending and confirmed customer on the queue and every held
      * item, as the listing the next WLDECIDE batch is keyed from.
      * Releasing money for a watch-list customer is a control
      * point, so the run requires a supervisor sign-on through
      * OPERSIGN.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDSTAGE CARRIES THE BRANCH CODE (28 BYTES);
      *                 RELEASED ITEMS ARE STAGED WITHOUT ONE AND BOOK
      *                 TO THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  WLHOLD (NOW 48 BYTES) AND ADDSTAGE (NOW 44)
      *                 CARRY THE TRANSACTION REFERENCE; A RELEASED ITEM
      *                 KEEPS ITS REFERENCE, AND EACH RELEASE IS LOGGED
      *                 TO TXNTRAIL THROUGH TXNLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLREVMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-HOLD-FILE ASSIGN TO "WLHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHLD-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO "WLDECIDE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO "ADDSTAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT REVIEW-QUEUE-FILE ASSIGN TO "WLREVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQ-CUST-ID
               FILE STATUS IS WS-QUE-FILE-STATUS.
           SELECT REVIEW-LIST-FILE ASSIGN TO "WLRVLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  DECISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01  DECISION-RECORD.
           05  WD-ACTION               PIC X(01).
               88  WD-IS-CLEAR                   VALUE "C".
               88  WD-IS-CONFIRM                 VALUE "F".
           05  WD-CUST-ID              PIC 9(06).
           05  WD-ENTRY-ID             PIC X(10).

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

       FD  REVIEW-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-LIST-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WHLD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHLD-OK                        VALUE "00".
           88  WS-WHLD-EOF                       VALUE "10".
       01  WS-DEC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-DEC-OK                         VALUE "00".
           88  WS-DEC-EOF                        VALUE "10".
       01  WS-STAGE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-STAGE-OK                       VALUE "00".
       01  WS-QUE-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-QUE-OK                         VALUE "00".
           88  WS-QUE-EOF                        VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-QUE-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-QUE-IS-OPEN                    VALUE "Y".
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
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-RECORD       PIC X(48).
               10  WS-HLD-DISPOSED     PIC X(01).
       77  WS-HLD-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-HLD-IDX                  PIC 9(03) COMP VALUE ZERO.
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
       77  WS-CLEARED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-CONFIRMED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-STILL-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-QUEUE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-BADDEC-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-RPT-QUEUE-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RQ-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RQ-CUST-NAME         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RQ-ENTRY-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RQ-LIST-NAME         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RQ-MATCH             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RQ-STATUS            PIC X(09).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RPT-HOLD-DETAIL.
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
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - WATCH-LIST QUEUE NOT ",
                   "REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- WATCH-LIST QUEUE NOT REVIEWED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 3000-APPLY-DECISIONS
               THRU 3000-APPLY-DECISIONS-EXIT.
           PERFORM 8000-PRINT-REVIEW-LIST
               THRU 8000-PRINT-REVIEW-LIST-EXIT.
           PERFORM 8500-REWRITE-HOLDS
               THRU 8500-REWRITE-HOLDS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE WHOLE HOLD FILE INTO THE TABLE  *
      * AND OPEN THE QUEUE.  NO WLHOLD IS NOTHING HELD.  WITHOUT   *
      * THE QUEUE NO DECISION CAN BE RECORDED, SO THEY ARE LEFT    *
      * FOR ANOTHER RUN.                                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-HLD-COUNT.
           OPEN INPUT WATCH-HOLD-FILE.
           IF WS-WHLD-OK
               PERFORM 1100-LOAD-ONE-HOLD
                   THRU 1100-LOAD-ONE-HOLD-EXIT
                   UNTIL WS-WHLD-EOF
                   OR WS-HLD-COUNT = 500
               IF NOT WS-WHLD-EOF
                   SET WS-HLD-TABLE-FULL TO TRUE
                   DISPLAY "WLREVMGR: MORE HOLDS THAN THE TABLE ",
                       "HOLDS - NOTHING DECIDED THIS RUN."
               END-IF
               CLOSE WATCH-HOLD-FILE
           END-IF.
           OPEN I-O REVIEW-QUEUE-FILE.
           IF WS-QUE-OK
               SET WS-QUE-IS-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "WLREVMGR       ", "WLREVIEW",
                   "OPEN-IO ", WS-QUE-FILE-STATUS, "N"
               DISPLAY "WLREVMGR: WLREVIEW COULD NOT BE OPENED - ",
                   "NOTHING DECIDED THIS RUN."
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLD.
           READ WATCH-HOLD-FILE
               AT END
                   SET WS-WHLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HLD-COUNT
                   MOVE WATCH-HOLD-RECORD
                       TO WS-HLD-RECORD(WS-HLD-COUNT)
                   MOVE SPACE TO WS-HLD-DISPOSED(WS-HLD-COUNT)
           END-READ.
       1100-LOAD-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-DECISIONS - APPLY THE REVIEWER-KEYED WLDECIDE   *
      * TRANSACTIONS.  WLDECIDE IS CLEARED AFTER BEING APPLIED,    *
      * LIKE DORMFIX.                                              *
      *-----------------------------------------------------------*
       3000-APPLY-DECISIONS.
           IF WS-HLD-TABLE-FULL
               OR NOT WS-QUE-IS-OPEN
               GO TO 3000-APPLY-DECISIONS-EXIT
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF WS-DEC-OK
               PERFORM 3100-APPLY-ONE-DECISION
                   THRU 3100-APPLY-ONE-DECISION-EXIT
                   UNTIL WS-DEC-EOF
               CLOSE DECISION-FILE
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF.
       3000-APPLY-DECISIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-APPLY-ONE-DECISION - ONLY A PENDING MATCH MAY BE      *
      * CONFIRMED; A PENDING OR CONFIRMED ONE MAY BE CLEARED (A    *
      * DELISTING).  THE ENTRY KEYED MUST BE THE ENTRY QUEUED.     *
      *-----------------------------------------------------------*
       3100-APPLY-ONE-DECISION.
           READ DECISION-FILE
               AT END
                   SET WS-DEC-EOF TO TRUE
           END-READ.
           IF WS-DEC-EOF
               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF.
           IF NOT WD-IS-CLEAR AND NOT WD-IS-CONFIRM
               ADD 1 TO WS-BADDEC-COUNT
               DISPLAY "WLREVMGR: UNKNOWN ACTION " WD-ACTION
                   " FOR CUSTOMER " WD-CUST-ID " - IGNORED."
               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF.
           MOVE WD-CUST-ID TO WQ-CUST-ID.
           READ REVIEW-QUEUE-FILE
               INVALID KEY
                   ADD 1 TO WS-BADDEC-COUNT
                   DISPLAY "WLREVMGR: CUSTOMER " WD-CUST-ID
                       " IS NOT ON THE REVIEW QUEUE - IGNORED."
                   GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-READ.
           IF WQ-ENTRY-ID NOT = WD-ENTRY-ID
               ADD 1 TO WS-BADDEC-COUNT
               DISPLAY "WLREVMGR: CUSTOMER " WD-CUST-ID
                   " IS QUEUED AGAINST ENTRY " WQ-ENTRY-ID
                   " NOT " WD-ENTRY-ID " - IGNORED."
               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF.
           IF WQ-IS-CLEARED
               OR (WD-IS-CONFIRM AND WQ-IS-CONFIRMED)
               ADD 1 TO WS-BADDEC-COUNT
               DISPLAY "WLREVMGR: CUSTOMER " WD-CUST-ID
                   " IS ALREADY STATUS " WQ-STATUS " - IGNORED."
               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF.
           MOVE WD-ACTION      TO WQ-STATUS.
           MOVE WS-RUN-DATE    TO WQ-DECIDED-DATE.
           MOVE WS-OPERATOR-ID TO WQ-DECIDED-BY.
           REWRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   ADD 1 TO WS-BADDEC-COUNT
                   DISPLAY "WLREVMGR: QUEUE REWRITE FAILED FOR "
                       "CUSTOMER " WD-CUST-ID " - STATUS "
                       WS-QUE-FILE-STATUS
                   GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-REWRITE.
           IF WD-IS-CONFIRM
               ADD 1 TO WS-CONFIRMED-COUNT
               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF.
           ADD 1 TO WS-CLEARED-COUNT.
           PERFORM 3200-RELEASE-ONE-HOLD
               THRU 3200-RELEASE-ONE-HOLD-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT.
       3100-APPLY-ONE-DECISION-EXIT.
           EXIT.

      * STAGED UNDER ITS ORIGINAL CODE: THE ITEM NEVER REACHED THE
      * SCREENS OR THE POSTING, SO WITH THE CUSTOMER CLEARED IT TAKES
      * THE ORDINARY PATH THROUGH ALL OF THEM.
       3200-RELEASE-ONE-HOLD.
           MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WS-ITEM-RECORD.
           IF WS-HLD-DISPOSED(WS-HLD-IDX) NOT = SPACE
               OR WS-IT-CUST-ID NOT = WD-CUST-ID
               GO TO 3200-RELEASE-ONE-HOLD-EXIT
           END-IF.
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
           MOVE "R" TO WS-HLD-DISPOSED(WS-HLD-IDX).
           ADD 1 TO WS-RELEASED-COUNT.
           PERFORM 3300-LOG-LINEAGE
               THRU 3300-LOG-LINEAGE-EXIT.
       3200-RELEASE-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-LOG-LINEAGE - THE RELEASED ITEM KEEPS THE             *
      * TRANSACTION REFERENCE IT WAS HELD UNDER; THE RELEASE IS    *
      * LOGGED TO TXNTRAIL UNDER THE SUPERVISOR'S SIGN-ON.         *
      *-----------------------------------------------------------*
       3300-LOG-LINEAGE.
           MOVE SPACES              TO WS-LINEAGE-EVENT.
           MOVE WS-IT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "RELS"              TO WS-LE-EVENT-CODE.
           MOVE "WLREVMGR"          TO WS-LE-PROGRAM.
           MOVE WS-OPERATOR-ID      TO WS-LE-OPERATOR-ID.
           MOVE WS-IT-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-IT-NUM1 + WS-IT-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           MOVE "RELEASED WLHOLD"   TO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       3300-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-REVIEW-LIST - THE OPEN QUEUE, THEN EVERY HELD   *
      * ITEM WITH ITS DISPOSITION THIS RUN.                        *
      *-----------------------------------------------------------*
       8000-PRINT-REVIEW-LIST.
           OPEN OUTPUT REVIEW-LIST-FILE.
           MOVE SPACES TO REVIEW-LIST-LINE.
           STRING "WATCH-LIST REVIEW QUEUE - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           MOVE SPACES TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           IF WS-QUE-IS-OPEN
               MOVE ZERO TO WQ-CUST-ID
               START REVIEW-QUEUE-FILE KEY NOT LESS THAN WQ-CUST-ID
                   INVALID KEY
                       SET WS-QUE-EOF TO TRUE
               END-START
               PERFORM 8100-PRINT-ONE-QUEUE-ENTRY
                   THRU 8100-PRINT-ONE-QUEUE-ENTRY-EXIT
                   UNTIL WS-QUE-EOF
           END-IF.
           MOVE SPACES TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           MOVE "HELD TRANSACTIONS" TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
           PERFORM 8200-PRINT-ONE-HOLD
               THRU 8200-PRINT-ONE-HOLD-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT.
           CLOSE REVIEW-LIST-FILE.
       8000-PRINT-REVIEW-LIST-EXIT.
           EXIT.

       8100-PRINT-ONE-QUEUE-ENTRY.
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUE-EOF TO TRUE
           END-READ.
           IF WS-QUE-EOF
               GO TO 8100-PRINT-ONE-QUEUE-ENTRY-EXIT
           END-IF.
           IF WQ-IS-CLEARED
               GO TO 8100-PRINT-ONE-QUEUE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-QUEUE-COUNT.
           MOVE WQ-CUST-ID   TO WS-RQ-CUST-ID.
           MOVE WQ-CUST-NAME TO WS-RQ-CUST-NAME.
           MOVE WQ-ENTRY-ID  TO WS-RQ-ENTRY-ID.
           MOVE WQ-LIST-NAME TO WS-RQ-LIST-NAME.
           IF WQ-NAME-MATCH
               MOVE "NAME" TO WS-RQ-MATCH
           ELSE
               MOVE "DOB " TO WS-RQ-MATCH
           END-IF.
           IF WQ-IS-PENDING
               MOVE "PENDING  " TO WS-RQ-STATUS
           ELSE
               MOVE "CONFIRMED" TO WS-RQ-STATUS
           END-IF.
           MOVE WS-RPT-QUEUE-DETAIL TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
       8100-PRINT-ONE-QUEUE-ENTRY-EXIT.
           EXIT.

       8200-PRINT-ONE-HOLD.
           MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WS-ITEM-RECORD.
           MOVE WS-IT-LOG-DATE      TO WS-RD-LOG-DATE.
           MOVE WS-IT-CUST-ID       TO WS-RD-CUST-ID.
           MOVE WS-IT-TRAN-CODE     TO WS-RD-TRAN-CODE.
           MOVE WS-IT-NUM1          TO WS-RD-NUM1.
           MOVE WS-IT-NUM2          TO WS-RD-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-RD-CURRENCY.
           IF WS-HLD-DISPOSED(WS-HLD-IDX) = "R"
               MOVE "RELEASED " TO WS-RD-STATUS
           ELSE
               MOVE "HELD     " TO WS-RD-STATUS
               ADD 1 TO WS-STILL-HELD-COUNT
           END-IF.
           MOVE WS-RPT-HOLD-DETAIL TO REVIEW-LIST-LINE.
           WRITE REVIEW-LIST-LINE.
       8200-PRINT-ONE-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-REWRITE-HOLDS - ONLY THE ITEMS STILL HELD SURVIVE ON  *
      * WLHOLD.  A FULL TABLE LEAVES THE FILE UNTOUCHED.           *
      *-----------------------------------------------------------*
       8500-REWRITE-HOLDS.
           IF WS-HLD-TABLE-FULL
               OR WS-RELEASED-COUNT = 0
               GO TO 8500-REWRITE-HOLDS-EXIT
           END-IF.
           OPEN OUTPUT WATCH-HOLD-FILE.
           PERFORM 8510-WRITE-ONE-HOLD
               THRU 8510-WRITE-ONE-HOLD-EXIT
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-COUNT.
           CLOSE WATCH-HOLD-FILE.
       8500-REWRITE-HOLDS-EXIT.
           EXIT.

       8510-WRITE-ONE-HOLD.
           IF WS-HLD-DISPOSED(WS-HLD-IDX) = SPACE
               MOVE WS-HLD-RECORD(WS-HLD-IDX) TO WATCH-HOLD-RECORD
               WRITE WATCH-HOLD-RECORD
           END-IF.
       8510-WRITE-ONE-HOLD-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-QUE-IS-OPEN
               CLOSE REVIEW-QUEUE-FILE
           END-IF.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "WLREVMGR: MATCHES CLEARED     = " WS-CLEARED-COUNT.
           DISPLAY "WLREVMGR: MATCHES CONFIRMED   = "
               WS-CONFIRMED-COUNT.
           DISPLAY "WLREVMGR: ITEMS RELEASED      = "
               WS-RELEASED-COUNT.
           DISPLAY "WLREVMGR: ITEMS STILL HELD    = "
               WS-STILL-HELD-COUNT.
           DISPLAY "WLREVMGR: OPEN QUEUE ENTRIES  = "
               WS-OPEN-QUEUE-COUNT.
           DISPLAY "WLREVMGR: DECISIONS IGNORED   = " WS-BADDEC-COUNT.
           IF WS-BADDEC-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WS-HLD-TABLE-FULL OR NOT WS-QUE-IS-OPEN)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM WLREVMGR.
