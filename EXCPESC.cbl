      * to GLJRNL as a balanced pair through the designated "W"
      * GLMAP row (blank currency), with the journal's own trailer -
      * so the disposition ledger can actually reach zero and the
      * money goes somewhere accounting can see.  Money got back later
      * on a written-off item comes in as an EXCPRCOV recovery, posted
      * through the "K" GLMAP row and marking the item partly or fully
      * recovered; every write-off and recovery is kept on EXCPWHST.
      * A write-off is also put to the shared SODCHK segregation-of-
      * duties check: the operator who keyed the item's repair in
      * EXCPMGR or released it in SUSPMGR may not write it off.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EACH JOURNAL LINE IS NOW ALSO APPLIED TO THE
      *                 GLBALMAS ACCOUNT BALANCE MASTER THROUGH
      *                 GLBALUPD.  A LINE THAT CANNOT BE APPLIED IS
      *                 COUNTED AND ENDS THE RUN WITH RC 4.
      * 10/15/2026  NM  EVERY JOURNAL LINE'S ACCOUNT IS CHECKED AGAINST
      *                 THE CHARTMAS CHART OF ACCOUNTS THROUGH
      *                 CHARTCHK BEFORE IT IS WRITTEN.  A LINE AIMED
      *                 AT A CLOSED OR UNKNOWN ACCOUNT GOES TO THE
      *                 SUSPCTL SUSPENSE ACCOUNT FOR ITS SIDE INSTEAD
      *                 OF BOUNCING BACK ON GLACKIN; EITHER WAY THE
      *                 RUN ENDS WITH RC 4.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES), LEFT
      *                 BLANK ON THESE LINES.
      * 10/15/2026  NM  NEW EXCPRCOV RECOVERY TRANSACTIONS AGAINST
      *                 WRITTEN-OFF ITEMS: THE AMOUNT GOT BACK POSTS TO
      *                 GLJRNL THROUGH THE "K" GLMAP ROW (BLANK
      *                 CURRENCY) AND THE ITEM GOES TO PARTLY ("V") OR
      *                 FULLY ("F") RECOVERED. RECOVERIES MAY NOT EXCEED
      *                 THE AMOUNT WRITTEN OFF. EVERY WRITE-OFF AND
      *                 RECOVERY IS LOGGED ON EXCPWHST FOR THE MONTHLY
      *                 EXCPLRPT REPORT.
      * 10/15/2026  NM  THE STEP NOW CLAIMS THE GLJRNL LOCK THROUGH
      *                 LOCKMGR BEFORE WRITING THE JOURNAL AND RELEASES
      *                 IT AT END; A REFUSED CLAIM ENDS THE STEP WITH
      *                 RETURN-CODE 8.
      * 10/15/2026  NM  A WRITE-OFF IS CHECKED AGAINST THE SODRULE
      *                 SEGREGATION-OF-DUTIES RULES THROUGH SODCHK AND
      *                 REFUSED WHEN THE SAME OPERATOR REPAIRED OR
      *                 RELEASED THE ITEM; AN APPLIED WRITE-OFF IS
      *                 RECORDED ON SODLOG.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  THE EXCPDISP LEDGER (NOW 55 BYTES) AND GLJRNL
      *                 (NOW 66) CARRY THE TRANSACTION REFERENCE; THE
      *                 WRITE-OFF AND RECOVERY JOURNAL PAIRS ARE STAMPED
      *                 WITH IT, AND EACH WRITE-OFF, RECOVERY AND
      *                 JOURNAL PAIR IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      * 10/15/2026  NM  THE GLJRNL JOURNAL IS OPENED AT THE START OF
      *                 EVERY RUN AND ALWAYS TRAILED, SO EACH NIGHT'S
      *                 GENERATION IS WRITTEN EVEN WHEN NOTHING POSTS;
      *                 WITHOUT IT NO WRITE-OFF OR RECOVERY IS APPLIED
      *                 AND THE STEP ENDS WITH RETURN-CODE 8.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPESC.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT RECOVERY-TRAN-FILE ASSIGN TO "EXCPRCOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "EXCPWHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHST-FILE-STATUS.
           SELECT ESCALATION-REPORT-FILE ASSIGN TO "ESCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  DISPOSITION-RECORD.
           05  ED-SEQUENCE             PIC 9(06).
           05  ED-LOG-DATE             PIC X(08).
           05  ED-STATUS               PIC X(01).
               88  ED-IS-PENDING                 VALUE "P".
               88  ED-IS-WRITTEN-OFF             VALUE "W".
               88  ED-IS-PART-RECOVERED          VALUE "V".
               88  ED-IS-FULLY-RECOVERED         VALUE "F".
           05  ED-TXN-REF              PIC X(16).

       FD  WRITEOFF-TRAN-FILE
           RECORDING MODE IS F
           05  WO-OPERATOR-ID          PIC X(08).
           05  WO-SEQUENCE             PIC 9(06).

       FD  RECOVERY-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01  RECOVERY-TRAN-RECORD.
           05  RV-OPERATOR-ID          PIC X(08).
           05  RV-SEQUENCE             PIC 9(06).
           05  RV-AMOUNT               PIC 9(07)V9(02).

       FD  WRITEOFF-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRITEOFF-HISTORY-RECORD.
           05  WH-EVENT-TYPE           PIC X(01).
               88  WH-IS-WRITEOFF                VALUE "W".
               88  WH-IS-RECOVERY                VALUE "R".
           05  WH-SEQUENCE             PIC 9(06).
           05  WH-EVENT-DATE           PIC X(08).
           05  WH-CUST-ID              PIC X(06).
           05  WH-REASON-CODE          PIC X(04).
           05  WH-AMOUNT               PIC 9(07)V9(02).
           05  WH-OPERATOR-ID          PIC X(08).
           05  WH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  OPERATOR-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
           05  JE-ACCOUNT              PIC 9(08).
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  JT-RECORD-TYPE          PIC X(01).
           05  JT-RECORD-COUNT         PIC 9(07).
           05  JT-TOTAL-DEBITS         PIC 9(11)V9(04).
           05  JT-TOTAL-CREDITS        PIC 9(11)V9(04).
           05  FILLER                  PIC X(28).

       FD  ESCALATION-REPORT-FILE
           RECORDING MODE IS F
           88  WS-GMAP-EOF                       VALUE "10".
       01  WS-JRNL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-JRNL-OK                        VALUE "00".
       01  WS-RCV-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RCV-OK                         VALUE "00".
           88  WS-RCV-EOF                        VALUE "10".
       01  WS-WHST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHST-OK                        VALUE "00".
           88  WS-WHST-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-WRITEOFF-DAYS            PIC 9(03) VALUE 030.
       01  WS-DISP-TABLE.
           05  WS-DSP-ENTRY OCCURS 500 TIMES.
               10  WS-DSP-RECORD       PIC X(55).
               10  WS-DSP-AGE          PIC 9(05).
               10  WS-DSP-RECOVERED    PIC 9(07)V9(02).
       77  WS-DSP-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-DSP-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-DSP-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
           88  WS-DSP-TABLE-FULL                 VALUE "Y".
       01  WS-LEDGER-CHANGED-SWITCH    PIC X(01) VALUE "N".
           88  WS-LEDGER-CHANGED                 VALUE "Y".
       01  WS-ITEM-RECORD              PIC X(55) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-SEQUENCE          PIC 9(06).
           05  WS-IT-LOG-DATE          PIC X(08).
                                       PIC 9(05)V9(02).
           05  WS-IT-REASON            PIC X(04).
           05  WS-IT-STATUS            PIC X(01).
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
       01  WS-SUPER-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPERATOR-IS-SUPER              VALUE "Y".
       01  WS-WMAP-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-WMAP-FOUND                     VALUE "Y".
       01  WS-WMAP-DEBIT-ACCT          PIC 9(08) VALUE ZERO.
       01  WS-WMAP-CREDIT-ACCT         PIC 9(08) VALUE ZERO.
       01  WS-KMAP-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-KMAP-FOUND                     VALUE "Y".
       01  WS-KMAP-DEBIT-ACCT          PIC 9(08) VALUE ZERO.
       01  WS-KMAP-CREDIT-ACCT         PIC 9(08) VALUE ZERO.
      * THE BALANCED PAIR 8600 POSTS - SET BY THE CALLER.
       01  WS-POST-DEBIT-ACCT          PIC 9(08) VALUE ZERO.
       01  WS-POST-CREDIT-ACCT         PIC 9(08) VALUE ZERO.
       01  WS-POST-AMOUNT              PIC 9(09)V9(04) VALUE ZERO.
       01  WS-CHECK-OPERATOR-ID        PIC X(08) VALUE SPACES.
       01  WS-WHST-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-HISTORY-OPEN                   VALUE "Y".
       01  WS-RECOVERED-TOTAL          PIC 9(09)V9(04) VALUE ZERO.
       01  WS-JRNL-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-JOURNAL-OPEN                   VALUE "Y".
       77  WS-JRNL-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-GLBAL-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-CLOSED-ACCT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-UNROUTED-ACCT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(11)V9(04) VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(11)V9(04) VALUE ZERO.
       01  WS-WRITEOFF-AMOUNT          PIC 9(09)V9(04) VALUE ZERO.
       77  WS-ESCALATED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-WRITEOFF-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-BADWOF-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-SODREF-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-SOD-FUNCTION             PIC X(01) VALUE "C".
       01  WS-SOD-ACTIVITY             PIC X(08) VALUE "EXWRTOFF".
       01  WS-SOD-ITEM-KEY             PIC X(20) VALUE SPACES.
       01  WS-SOD-PROGRAM              PIC X(08) VALUE "EXCPESC".
       01  WS-SOD-RESULT               PIC X(01) VALUE SPACE.
           88  WS-SOD-REFUSED                    VALUE "N".
       77  WS-RECOVERY-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FULL-RECOVERY-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-BADRCV-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
                   VALUE " BUS DAYS ".
           05  WS-RD-NOTE              PIC X(16).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-RCV-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RV-SEQUENCE          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RV-CUST-ID           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RV-REASON            PIC X(04).
           05  FILLER                  PIC X(11)
                   VALUE " RECOVERED ".
           05  WS-RV-AMOUNT            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  WS-RV-WRITTEN-OFF       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RV-NOTE              PIC X(16).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  WS-GLBAL-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-GLBAL-STATUS             PIC X(01) VALUE SPACE.
           88  WS-GLBAL-APPLIED        VALUE "Y".
       01  WS-CHART-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-CHART-ACCOUNT            PIC 9(08) VALUE ZERO.
       01  WS-CHART-DR-CR              PIC X(01) VALUE SPACE.
       01  WS-CHART-RESULT             PIC X(01) VALUE SPACE.
           88  WS-CHART-ACCOUNT-OPEN             VALUE "O".
           88  WS-CHART-TO-SUSPENSE              VALUE "S".
           88  WS-CHART-NOT-ROUTED               VALUE "C" "U".
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "EXCPESC        ", "GLJRNL  ".
           CALL "ENVCHK" USING "EXCPESC        ", "GLBALMAS".
           CALL "ENVCHK" USING "EXCPESC        ", "ESCRPT  ".
           CALL "ENVCHK" USING "EXCPESC        ", "EXCPWOFF".
           CALL "ENVCHK" USING "EXCPESC        ", "EXCPRCOV".
           CALL "ENVCHK" USING "EXCPESC        ", "EXCPDISP".
           CALL "ENVCHK" USING "EXCPESC        ", "EXCPWHST".
           MOVE "L"               TO WS-LOCK-FUNCTION.
           MOVE "GLJRNL  "        TO WS-LOCK-NAME.
           MOVE "EXCPESC        " TO WS-LOCK-OWNER.
           MOVE "N"               TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF NOT WS-LOCK-GRANTED
               DISPLAY "EXCPESC: GLJRNL LOCK REFUSED - ",
                   "ESCALATION NOT RUN."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-AGE-THE-LEDGER
               THRU 2000-AGE-THE-LEDGER-EXIT.
           PERFORM 3000-APPLY-WRITEOFFS
               THRU 3000-APPLY-WRITEOFFS-EXIT.
           PERFORM 4000-APPLY-RECOVERIES
               THRU 4000-APPLY-RECOVERIES-EXIT.
           PERFORM 8500-REWRITE-DISPOSITIONS
               THRU 8500-REWRITE-DISPOSITIONS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - READ THE THRESHOLDS, LOAD THE LEDGER    *
      * WITH WHAT HAS BEEN RECOVERED ON EACH ITEM, LOAD THE "W"   *
      * WRITE-OFF AND "K" RECOVERY GLMAP ROWS, AND OPEN THE       *
      * REPORT.                                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
               END-IF
               CLOSE DISPOSITION-FILE
           END-IF.
           PERFORM 1300-LOAD-RECOVERY-HISTORY
               THRU 1300-LOAD-RECOVERY-HISTORY-EXIT.
           PERFORM 1200-LOAD-WRITEOFF-MAP
               THRU 1200-LOAD-WRITEOFF-MAP-EXIT.
      * THE JOURNAL IS OPENED EVERY RUN SO TONIGHT'S GENERATION IS
      * ALWAYS WRITTEN, TRAILER AND ALL, EVEN WHEN NOTHING IS POSTED.
      * WITHOUT IT NO WRITE-OFF OR RECOVERY IS APPLIED AND THE
      * TRANSACTIONS ARE LEFT IN PLACE FOR THE NEXT RUN.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-JRNL-OK
               SET WS-JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "EXCPESC: GLJRNL COULD NOT BE OPENED - ",
                   "STATUS " WS-JRNL-FILE-STATUS
                   " - NO WRITE-OFF OR RECOVERY APPLIED."
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT ESCALATION-REPORT-FILE.
           MOVE SPACES TO ESCALATION-REPORT-LINE.
           STRING "PENDING-EXCEPTION ESCALATION REPORT - "
                   MOVE DISPOSITION-RECORD
                       TO WS-DSP-RECORD(WS-DSP-COUNT)
                   MOVE ZERO TO WS-DSP-AGE(WS-DSP-COUNT)
                   MOVE ZERO TO WS-DSP-RECOVERED(WS-DSP-COUNT)
           END-READ.
       1100-LOAD-ONE-DISPOSITION-EXIT.
           EXIT.
      * 1200-LOAD-WRITEOFF-MAP - THE DESIGNATED WRITE-OFF ROW IS  *
      * THE "W" GLMAP ROW WITH A BLANK CURRENCY.  WITHOUT IT,     *
      * WRITE-OFFS ARE REFUSED - THE MONEY MUST GO SOMEWHERE.     *
      * RECOVERIES LIKEWISE NEED THE "K" ROW WITH A BLANK         *
      * CURRENCY.                                                 *
      *-----------------------------------------------------------*
       1200-LOAD-WRITEOFF-MAP.
           MOVE "N" TO WS-WMAP-FOUND-SWITCH.
           MOVE "N" TO WS-KMAP-FOUND-SWITCH.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GMAP-OK
               PERFORM 1210-SCAN-ONE-MAP-ROW
                   THRU 1210-SCAN-ONE-MAP-ROW-EXIT
                   UNTIL WS-GMAP-EOF
                   OR (WS-WMAP-FOUND AND WS-KMAP-FOUND)
               CLOSE GL-MAP-FILE
           END-IF.
       1200-LOAD-WRITEOFF-MAP-EXIT.
                       MOVE GM-DEBIT-ACCOUNT  TO WS-WMAP-DEBIT-ACCT
                       MOVE GM-CREDIT-ACCOUNT TO WS-WMAP-CREDIT-ACCT
                   END-IF
                   IF GM-TRAN-CODE = "K"
                       AND GM-CURRENCY-CODE = SPACES
                       SET WS-KMAP-FOUND TO TRUE
                       MOVE GM-DEBIT-ACCOUNT  TO WS-KMAP-DEBIT-ACCT
                       MOVE GM-CREDIT-ACCOUNT TO WS-KMAP-CREDIT-ACCT
                   END-IF
           END-READ.
       1210-SCAN-ONE-MAP-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-RECOVERY-HISTORY - TOTAL THE RECOVERIES ALREADY *
      * LOGGED ON EXCPWHST AGAINST EACH LEDGER ITEM, SO A NEW     *
      * RECOVERY CAN BE HELD TO WHAT IS STILL OUTSTANDING.        *
      *-----------------------------------------------------------*
       1300-LOAD-RECOVERY-HISTORY.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-WHST-OK
               PERFORM 1310-NOTE-ONE-HISTORY
                   THRU 1310-NOTE-ONE-HISTORY-EXIT
                   UNTIL WS-WHST-EOF
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF.
       1300-LOAD-RECOVERY-HISTORY-EXIT.
           EXIT.

       1310-NOTE-ONE-HISTORY.
           READ WRITEOFF-HISTORY-FILE
               AT END
                   SET WS-WHST-EOF TO TRUE
                   GO TO 1310-NOTE-ONE-HISTORY-EXIT
           END-READ.
           IF NOT WH-IS-RECOVERY
               OR WH-AMOUNT IS NOT NUMERIC
               GO TO 1310-NOTE-ONE-HISTORY-EXIT
           END-IF.
           PERFORM 1320-MATCH-ONE-ITEM
               THRU 1320-MATCH-ONE-ITEM-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT.
       1310-NOTE-ONE-HISTORY-EXIT.
           EXIT.

       1320-MATCH-ONE-ITEM.
           MOVE WS-DSP-RECORD(WS-DSP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-SEQUENCE = WH-SEQUENCE
               ADD WH-AMOUNT TO WS-DSP-RECOVERED(WS-DSP-IDX)
               MOVE WS-DSP-COUNT TO WS-DSP-IDX
           END-IF.
       1320-MATCH-ONE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-AGE-THE-LEDGER - AGE EVERY PENDING ITEM IN BUSINESS  *
      * DAYS THROUGH THE DATE SERVICE AND LIST THOSE PAST THE     *
      * GLMAP ROW MUST EXIST.  THE FILE IS CLEARED ONCE APPLIED.  *
      *-----------------------------------------------------------*
       3000-APPLY-WRITEOFFS.
           IF WS-DSP-TABLE-FULL OR NOT WS-JOURNAL-OPEN
               GO TO 3000-APPLY-WRITEOFFS-EXIT
           END-IF.
           OPEN INPUT WRITEOFF-TRAN-FILE.
           IF WS-WOF-EOF
               GO TO 3100-APPLY-ONE-WRITEOFF-EXIT
           END-IF.
           MOVE WO-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
           PERFORM 3200-CHECK-SUPERVISOR
               THRU 3200-CHECK-SUPERVISOR-EXIT.
           IF NOT WS-OPERATOR-IS-SUPER
               GO TO 3100-APPLY-ONE-WRITEOFF-EXIT
           END-IF.
           MOVE WS-DSP-RECORD(WS-DSP-MATCH-IDX) TO WS-ITEM-RECORD.
      * THE ITEM KEY IS THE CUSTOMER AND NUM1/NUM2 AS EXCPMGR AND
      * SUSPMGR RECORD IT, SO A WRITE-OFF BY THE OPERATOR WHO KEYED
      * THE REPAIR OR THE RELEASE IS REFUSED.
           MOVE WS-IT-CUST-ID TO WS-SOD-ITEM-KEY(1:6).
           MOVE WS-IT-NUM1    TO WS-SOD-ITEM-KEY(7:7).
           MOVE WS-IT-NUM2    TO WS-SOD-ITEM-KEY(14:7).
           MOVE "C" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WO-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           IF WS-SOD-REFUSED
               ADD 1 TO WS-BADWOF-COUNT
               ADD 1 TO WS-SODREF-COUNT
               DISPLAY "EXCPESC: EXCEPTION " WO-SEQUENCE
                   " - WRITE-OFF REFUSED, SEGREGATION OF DUTIES."
               GO TO 3100-APPLY-ONE-WRITEOFF-EXIT
           END-IF.
           PERFORM 3400-POST-WRITEOFF-JOURNAL
               THRU 3400-POST-WRITEOFF-JOURNAL-EXIT.
           MOVE "W" TO WS-IT-STATUS.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-MATCH-IDX).
           SET WS-LEDGER-CHANGED TO TRUE.
           ADD 1 TO WS-WRITEOFF-COUNT.
           MOVE SPACES             TO WRITEOFF-HISTORY-RECORD.
           MOVE "W"                TO WH-EVENT-TYPE.
           MOVE WS-WRITEOFF-AMOUNT TO WH-AMOUNT.
           MOVE WO-OPERATOR-ID     TO WH-OPERATOR-ID.
           PERFORM 8700-LOG-HISTORY
               THRU 8700-LOG-HISTORY-EXIT.
           MOVE "WOFF"             TO WS-LE-EVENT-CODE.
           MOVE WS-WRITEOFF-AMOUNT TO WS-LE-AMOUNT.
           MOVE "WRITTEN OFF"      TO WS-LE-DETAIL.
           PERFORM 8650-LOG-LINEAGE
               THRU 8650-LOG-LINEAGE-EXIT.
           MOVE "R" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WO-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
       3100-APPLY-ONE-WRITEOFF-EXIT.
           EXIT.

               AT END
                   SET WS-OPCTL-EOF TO TRUE
               NOT AT END
                   IF OC-OPERATOR-ID = WS-CHECK-OPERATOR-ID
                       AND OC-IS-SUPERVISOR
                       AND NOT OC-IS-LOCKED-OUT
                       SET WS-OPERATOR-IS-SUPER TO TRUE
      * THE JOURNAL IS OPENED ON FIRST USE AND TRAILED AT END.    *
      *-----------------------------------------------------------*
       3400-POST-WRITEOFF-JOURNAL.
           PERFORM 4300-COMPUTE-WRITEOFF-AMOUNT
               THRU 4300-COMPUTE-WRITEOFF-AMOUNT-EXIT.
           MOVE WS-WMAP-DEBIT-ACCT  TO WS-POST-DEBIT-ACCT.
           MOVE WS-WMAP-CREDIT-ACCT TO WS-POST-CREDIT-ACCT.
           MOVE WS-WRITEOFF-AMOUNT  TO WS-POST-AMOUNT.
           PERFORM 8600-POST-JOURNAL-PAIR
               THRU 8600-POST-JOURNAL-PAIR-EXIT.
       3400-POST-WRITEOFF-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPLY-RECOVERIES - APPLY THE EXCPRCOV TRANSACTIONS:  *
      * MONEY GOT BACK ON AN ITEM ALREADY WRITTEN OFF.  THE       *
      * OPERATOR MUST HOLD THE SUPERVISOR ROLE, THE ITEM MUST BE  *
      * WRITTEN OFF OR PARTLY RECOVERED, THE AMOUNT MAY NOT TAKE  *
      * THE RECOVERIES PAST THE AMOUNT WRITTEN OFF, AND THE "K"   *
      * GLMAP ROW MUST EXIST.  THE ITEM GOES TO PARTLY ("V") OR   *
      * FULLY ("F") RECOVERED.  THE FILE IS CLEARED ONCE APPLIED. *
      *-----------------------------------------------------------*
       4000-APPLY-RECOVERIES.
           IF WS-DSP-TABLE-FULL OR NOT WS-JOURNAL-OPEN
               GO TO 4000-APPLY-RECOVERIES-EXIT
           END-IF.
           OPEN INPUT RECOVERY-TRAN-FILE.
           IF WS-RCV-OK
               PERFORM 4100-APPLY-ONE-RECOVERY
                   THRU 4100-APPLY-ONE-RECOVERY-EXIT
                   UNTIL WS-RCV-EOF
               CLOSE RECOVERY-TRAN-FILE
               OPEN OUTPUT RECOVERY-TRAN-FILE
               CLOSE RECOVERY-TRAN-FILE
           END-IF.
       4000-APPLY-RECOVERIES-EXIT.
           EXIT.

       4100-APPLY-ONE-RECOVERY.
           READ RECOVERY-TRAN-FILE
               AT END
                   SET WS-RCV-EOF TO TRUE
           END-READ.
           IF WS-RCV-EOF
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           MOVE RV-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
           PERFORM 3200-CHECK-SUPERVISOR
               THRU 3200-CHECK-SUPERVISOR-EXIT.
           IF NOT WS-OPERATOR-IS-SUPER
               ADD 1 TO WS-BADRCV-COUNT
               DISPLAY "EXCPESC: OPERATOR " RV-OPERATOR-ID
                   " IS NOT A SUPERVISOR - RECOVERY REFUSED."
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           IF NOT WS-KMAP-FOUND
               ADD 1 TO WS-BADRCV-COUNT
               DISPLAY "EXCPESC: NO K GLMAP ROW - RECOVERY ",
                   "REFUSED."
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           IF RV-AMOUNT IS NOT NUMERIC
               OR RV-AMOUNT = ZERO
               ADD 1 TO WS-BADRCV-COUNT
               DISPLAY "EXCPESC: RECOVERY AMOUNT FOR EXCEPTION "
                   RV-SEQUENCE " IS NOT VALID - REFUSED."
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           PERFORM 4200-FIND-WRITTEN-OFF-ITEM
               THRU 4200-FIND-WRITTEN-OFF-ITEM-EXIT.
           IF WS-DSP-MATCH-IDX = 0
               ADD 1 TO WS-BADRCV-COUNT
               DISPLAY "EXCPESC: NO WRITTEN-OFF EXCEPTION "
                   RV-SEQUENCE " - RECOVERY IGNORED."
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           MOVE WS-DSP-RECORD(WS-DSP-MATCH-IDX) TO WS-ITEM-RECORD.
           PERFORM 4300-COMPUTE-WRITEOFF-AMOUNT
               THRU 4300-COMPUTE-WRITEOFF-AMOUNT-EXIT.
           MOVE WS-DSP-RECOVERED(WS-DSP-MATCH-IDX)
               TO WS-RECOVERED-TOTAL.
           ADD RV-AMOUNT TO WS-RECOVERED-TOTAL.
           IF WS-RECOVERED-TOTAL > WS-WRITEOFF-AMOUNT
               ADD 1 TO WS-BADRCV-COUNT
               DISPLAY "EXCPESC: RECOVERY ON EXCEPTION " RV-SEQUENCE
                   " EXCEEDS THE AMOUNT WRITTEN OFF - REFUSED."
               GO TO 4100-APPLY-ONE-RECOVERY-EXIT
           END-IF.
           MOVE WS-KMAP-DEBIT-ACCT  TO WS-POST-DEBIT-ACCT.
           MOVE WS-KMAP-CREDIT-ACCT TO WS-POST-CREDIT-ACCT.
           MOVE RV-AMOUNT           TO WS-POST-AMOUNT.
           PERFORM 8600-POST-JOURNAL-PAIR
               THRU 8600-POST-JOURNAL-PAIR-EXIT.
           MOVE WS-RECOVERED-TOTAL
               TO WS-DSP-RECOVERED(WS-DSP-MATCH-IDX).
           ADD 1 TO WS-RECOVERY-COUNT.
           IF WS-RECOVERED-TOTAL = WS-WRITEOFF-AMOUNT
               MOVE "F" TO WS-IT-STATUS
               MOVE "FULLY RECOVERED" TO WS-RV-NOTE
               ADD 1 TO WS-FULL-RECOVERY-COUNT
           ELSE
               MOVE "V" TO WS-IT-STATUS
               MOVE "PART RECOVERED"  TO WS-RV-NOTE
           END-IF.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-MATCH-IDX).
           SET WS-LEDGER-CHANGED TO TRUE.
           MOVE SPACES             TO WRITEOFF-HISTORY-RECORD.
           MOVE "R"                TO WH-EVENT-TYPE.
           MOVE RV-AMOUNT          TO WH-AMOUNT.
           MOVE RV-OPERATOR-ID     TO WH-OPERATOR-ID.
           PERFORM 8700-LOG-HISTORY
               THRU 8700-LOG-HISTORY-EXIT.
           MOVE "RCOV"             TO WS-LE-EVENT-CODE.
           MOVE RV-AMOUNT          TO WS-LE-AMOUNT.
           MOVE WS-RV-NOTE         TO WS-LE-DETAIL.
           PERFORM 8650-LOG-LINEAGE
               THRU 8650-LOG-LINEAGE-EXIT.
           MOVE WS-IT-SEQUENCE     TO WS-RV-SEQUENCE.
           MOVE WS-IT-CUST-ID      TO WS-RV-CUST-ID.
           MOVE WS-IT-REASON       TO WS-RV-REASON.
           MOVE RV-AMOUNT          TO WS-RV-AMOUNT.
           MOVE WS-WRITEOFF-AMOUNT TO WS-RV-WRITTEN-OFF.
           MOVE WS-RCV-DETAIL TO ESCALATION-REPORT-LINE.
           WRITE ESCALATION-REPORT-LINE.
       4100-APPLY-ONE-RECOVERY-EXIT.
           EXIT.

       4200-FIND-WRITTEN-OFF-ITEM.
           MOVE ZERO TO WS-DSP-MATCH-IDX.
           PERFORM 4210-SCAN-ONE-ITEM
               THRU 4210-SCAN-ONE-ITEM-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT
               OR WS-DSP-MATCH-IDX > 0.
       4200-FIND-WRITTEN-OFF-ITEM-EXIT.
           EXIT.

       4210-SCAN-ONE-ITEM.
           MOVE WS-DSP-RECORD(WS-DSP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-SEQUENCE = RV-SEQUENCE
               AND (WS-IT-STATUS = "W" OR WS-IT-STATUS = "V")
               MOVE WS-DSP-IDX TO WS-DSP-MATCH-IDX
           END-IF.
       4210-SCAN-ONE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-COMPUTE-WRITEOFF-AMOUNT - THE AMOUNT AN ITEM WAS     *
      * WRITTEN OFF FOR: NUM1 + NUM2, WHERE NUMERIC.              *
      *-----------------------------------------------------------*
       4300-COMPUTE-WRITEOFF-AMOUNT.
           MOVE ZERO TO WS-WRITEOFF-AMOUNT.
           IF WS-IT-NUM1 IS NUMERIC
               ADD WS-IT-NUM1-N TO WS-WRITEOFF-AMOUNT
           IF WS-IT-NUM2 IS NUMERIC
               ADD WS-IT-NUM2-N TO WS-WRITEOFF-AMOUNT
           END-IF.
       4300-COMPUTE-WRITEOFF-AMOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-REWRITE-DISPOSITIONS - REWRITE THE LEDGER WHEN A     *
      * WRITE-OFF OR A RECOVERY CHANGED IT.                       *
      *-----------------------------------------------------------*
       8500-REWRITE-DISPOSITIONS.
           IF NOT WS-LEDGER-CHANGED OR WS-DSP-TABLE-FULL
               GO TO 8500-REWRITE-DISPOSITIONS-EXIT
           END-IF.
           OPEN OUTPUT DISPOSITION-FILE.
           PERFORM 8510-WRITE-ONE-DISPOSITION
               THRU 8510-WRITE-ONE-DISPOSITION-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT.
           CLOSE DISPOSITION-FILE.
       8500-REWRITE-DISPOSITIONS-EXIT.
           EXIT.

       8510-WRITE-ONE-DISPOSITION.
           MOVE WS-DSP-RECORD(WS-DSP-IDX) TO DISPOSITION-RECORD.
           WRITE DISPOSITION-RECORD.
       8510-WRITE-ONE-DISPOSITION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8600-POST-JOURNAL-PAIR - POST WS-POST-AMOUNT AS A         *
      * BALANCED PAIR TO THE WS-POST DEBIT AND CREDIT ACCOUNTS.   *
      * THE JOURNAL IS OPENED IN 1000 AND TRAILED AT END.         *
      *-----------------------------------------------------------*
       8600-POST-JOURNAL-PAIR.
           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE "D"                 TO JE-RECORD-TYPE.
           MOVE WS-POST-DEBIT-ACCT  TO JE-ACCOUNT.
           MOVE "D"                 TO JE-DR-CR.
           MOVE WS-POST-AMOUNT      TO JE-AMOUNT.
           MOVE SPACES              TO JE-CURRENCY-CODE.
           IF WS-IT-CUST-ID IS NUMERIC
               MOVE WS-IT-CUST-ID TO JE-CUST-ID
           END-IF.
           MOVE WS-RUN-DATE         TO JE-POSTING-DATE.
           MOVE WS-RUN-DATE(1:6)    TO JE-PERIOD.
           MOVE WS-IT-TXN-REF       TO JE-TXN-REF.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE "D"                 TO JE-RECORD-TYPE.
           MOVE WS-POST-CREDIT-ACCT TO JE-ACCOUNT.
           MOVE "C"                 TO JE-DR-CR.
           MOVE WS-POST-AMOUNT      TO JE-AMOUNT.
           MOVE SPACES              TO JE-CURRENCY-CODE.
           IF WS-IT-CUST-ID IS NUMERIC
               MOVE WS-IT-CUST-ID TO JE-CUST-ID
           END-IF.
           MOVE WS-RUN-DATE         TO JE-POSTING-DATE.
           MOVE WS-RUN-DATE(1:6)    TO JE-PERIOD.
           MOVE WS-IT-TXN-REF       TO JE-TXN-REF.
           PERFORM 8800-CHECK-JOURNAL-ACCOUNT
               THRU 8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-RECORD-COUNT.
           PERFORM 8900-UPDATE-GL-BALANCE
               THRU 8900-UPDATE-GL-BALANCE-EXIT.
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.
           MOVE "GLJE"              TO WS-LE-EVENT-CODE.
           MOVE WS-POST-AMOUNT      TO WS-LE-AMOUNT.
           MOVE SPACES              TO WS-LE-DETAIL.
           STRING "JE " WS-POST-DEBIT-ACCT "/" WS-POST-CREDIT-ACCT
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           PERFORM 8650-LOG-LINEAGE
               THRU 8650-LOG-LINEAGE-EXIT.
       8600-POST-JOURNAL-PAIR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8650-LOG-LINEAGE - THE WRITE-OFF, RECOVERY OR JOURNAL      *
      * PAIR IS LOGGED TO TXNTRAIL UNDER THE TRANSACTION           *
      * REFERENCE THE EXCEPTION WAS REJECTED UNDER AND THE         *
      * SUPERVISOR WHO KEYED IT.  THE CALLER SETS THE EVENT CODE,  *
      * AMOUNT AND DETAIL.                                         *
      *-----------------------------------------------------------*
       8650-LOG-LINEAGE.
           MOVE WS-IT-TXN-REF        TO WS-LE-TXN-REF.
           MOVE "EXCPESC"            TO WS-LE-PROGRAM.
           MOVE WS-CHECK-OPERATOR-ID TO WS-LE-OPERATOR-ID.
           MOVE WS-IT-CUST-ID        TO WS-LE-CUST-ID.
           MOVE SPACES               TO WS-LE-CURRENCY-CODE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       8650-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-LOG-HISTORY - APPEND A WRITE-OFF OR RECOVERY TO THE  *
      * EXCPWHST HISTORY THE MONTHLY EXCPLRPT REPORT READS.  THE  *
      * CALLER SETS THE EVENT TYPE, AMOUNT AND OPERATOR; THE ITEM *
      * IS IN WS-ITEM-RECORD.                                     *
      *-----------------------------------------------------------*
       8700-LOG-HISTORY.
           IF NOT WS-HISTORY-OPEN
               OPEN EXTEND WRITEOFF-HISTORY-FILE
               IF NOT WS-WHST-OK
                   OPEN OUTPUT WRITEOFF-HISTORY-FILE
               END-IF
               IF NOT WS-WHST-OK
                   CALL "FILERR" USING "EXCPESC        ", "EXCPWHST",
                       "OPEN-OUT", WS-WHST-FILE-STATUS, "N"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 8700-LOG-HISTORY-EXIT
               END-IF
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.
           MOVE WS-IT-SEQUENCE     TO WH-SEQUENCE.
           MOVE WS-RUN-DATE        TO WH-EVENT-DATE.
           MOVE WS-IT-CUST-ID      TO WH-CUST-ID.
           MOVE WS-IT-REASON       TO WH-REASON-CODE.
           MOVE "EXCPESC "         TO WH-SOURCE.
           WRITE WRITEOFF-HISTORY-RECORD.
       8700-LOG-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-CHECK-JOURNAL-ACCOUNT - THE LINE ABOUT TO BE WRITTEN  *
      * MUST BE AIMED AT AN OPEN CHART ACCOUNT.  CHARTCHK SWAPS A  *
      * CLOSED OR UNKNOWN ONE FOR THE SUSPENSE ACCOUNT IN PLACE.   *
      *-----------------------------------------------------------*
       8800-CHECK-JOURNAL-ACCOUNT.
           MOVE "R" TO WS-CHART-FUNCTION.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, JE-ACCOUNT,
               JE-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-TO-SUSPENSE
               ADD 1 TO WS-CLOSED-ACCT-COUNT
           END-IF.
           IF WS-CHART-NOT-ROUTED
               ADD 1 TO WS-UNROUTED-ACCT-COUNT
           END-IF.
       8800-CHECK-JOURNAL-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-UPDATE-GL-BALANCE - APPLY THE JOURNAL LINE JUST       *
      * WRITTEN TO THE GLBALMAS ACCOUNT BALANCE MASTER.            *
      *-----------------------------------------------------------*
       8900-UPDATE-GL-BALANCE.
           MOVE "P" TO WS-GLBAL-FUNCTION.
           CALL "GLBALUPD" USING WS-GLBAL-FUNCTION,
               GL-JOURNAL-RECORD, WS-GLBAL-STATUS.
           IF NOT WS-GLBAL-APPLIED
               ADD 1 TO WS-GLBAL-FAIL-COUNT
           END-IF.
       8900-UPDATE-GL-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
               MOVE WS-TOTAL-CREDITS     TO JT-TOTAL-CREDITS
               WRITE GL-JOURNAL-RECORD
               CLOSE GL-JOURNAL-FILE
               MOVE "C"                  TO WS-GLBAL-FUNCTION
               CALL "GLBALUPD" USING WS-GLBAL-FUNCTION,
                   GL-JOURNAL-RECORD, WS-GLBAL-STATUS
               MOVE "C"                  TO WS-CHART-FUNCTION
               CALL "CHARTCHK" USING WS-CHART-FUNCTION,
                   WS-CHART-ACCOUNT, WS-CHART-DR-CR, WS-CHART-RESULT
           END-IF.
           IF WS-HISTORY-OPEN
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           CLOSE ESCALATION-REPORT-FILE.
           DISPLAY "EXCPESC: ITEMS ESCALATED   = " WS-ESCALATED-COUNT.
           DISPLAY "EXCPESC: ITEMS WRITTEN OFF = " WS-WRITEOFF-COUNT.
           DISPLAY "EXCPESC: WRITE-OFFS REFUSED= " WS-BADWOF-COUNT.
           DISPLAY "EXCPESC: OF WHICH SOD      = " WS-SODREF-COUNT.
           DISPLAY "EXCPESC: RECOVERIES POSTED = " WS-RECOVERY-COUNT.
           DISPLAY "EXCPESC: FULLY RECOVERED   = "
               WS-FULL-RECOVERY-COUNT.
           DISPLAY "EXCPESC: RECOVERIES REFUSED= " WS-BADRCV-COUNT.
           IF (WS-BADWOF-COUNT > 0 OR WS-BADRCV-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-GLBAL-FAIL-COUNT > 0
               DISPLAY "EXCPESC: GL BALANCE UPDATES FAILED = "
                   WS-GLBAL-FAIL-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CLOSED-ACCT-COUNT > 0
               OR WS-UNROUTED-ACCT-COUNT > 0
               DISPLAY "EXCPESC: LINES ROUTED TO SUSPENSE  = "
                   WS-CLOSED-ACCT-COUNT
               DISPLAY "EXCPESC: CLOSED/UNKNOWN NOT ROUTED = "
                   WS-UNROUTED-ACCT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

