      *                 THE PERIOD CLOSE AT THAT NUMBER" HAS AN
      *                 ANSWER BETTER THAN "THE CHECKPOINT WAS
      *                 RESET".
      * 10/15/2026  NM  THE ACCUMULATION NOW RUNS PER ACCOUNT.  THE
      *                 PERFACCT LIST NAMES THE ACCOUNTS; EACH IS
      *                 ACCUMULATED SEPARATELY AGAINST ITS OWN
      *                 THRESHTBL ROW (A ROW WITH A BLANK ACCOUNT IS
      *                 THE DEFAULT FOR ACCOUNTS WITHOUT ONE).
      *                 PERFCKPT CARRIES THE ACCOUNT IN PROGRESS, SO
      *                 A RESTART SKIPS THE ACCOUNTS ALREADY DONE AND
      *                 RESUMES AT THE ONE IT FAILED ON.  PERFHIST
      *                 TAKES A ROW PER ACCOUNT WITH THE ACCOUNT AND
      *                 THE PERIOD-END DATE THAT GOVERNED IT.  WITH
      *                 NO PERFACCT THE SINGLE SHOP-WIDE ACCUMULATION
      *                 RUNS AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFORM-UNTIL.
           SELECT HISTORY-FILE ASSIGN TO "PERFHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ACCOUNT-LIST-FILE ASSIGN TO "PERFACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
       01  CHECKPOINT-RECORD.
           05  CK-NUMSUM               PIC 9(03).
           05  CK-CYCLE-STEP           PIC 9(01).
           05  CK-LAST-PARA            PIC X(10).
               88  CK-ACCOUNT-COMPLETE           VALUE "COMPLETE".
           05  CK-ACCOUNT-ID           PIC X(08).

       FD  THRESHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  THRESHOLD-RECORD.
           05  TH-PERIOD-END-DATE      PIC X(08).
           05  TH-LIMIT                PIC 9(03).
           05  TH-ACCOUNT-ID           PIC X(08).

       FD  STEP-SELECT-FILE
           RECORDING MODE IS F

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  HISTORY-RECORD.
           05  PH-BUSINESS-DATE        PIC X(08).
           05  PH-THRESHOLD            PIC 9(03).
           05  PH-STEP2-FLAG           PIC X(01).
           05  PH-STEP3-FLAG           PIC X(01).
           05  PH-STEP-COUNT           PIC 9(05).
           05  PH-ACCOUNT-ID           PIC X(08).
           05  PH-PERIOD-END-DATE      PIC X(08).

       FD  ACCOUNT-LIST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 08 CHARACTERS.
       01  ACCOUNT-LIST-RECORD.
           05  PA-ACCOUNT-ID           PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-CKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SEL-OK                         VALUE "00".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
       01  WS-ACCT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-ACCT-OK                        VALUE "00".
           88  WS-ACCT-EOF                       VALUE "10".
       01  WS-ABANDON-SWITCH           PIC X(01) VALUE "N".
           88  WS-RUN-ABANDONED                  VALUE "Y".
       01  WS-ACCOUNT-ID               PIC X(08) VALUE SPACES.
       01  WS-PERIOD-END-DATE          PIC X(08) VALUE SPACES.
       01  WS-DEFAULT-LIMIT            PIC 9(03) VALUE 30.
       01  WS-DEFAULT-PERIOD-END       PIC X(08) VALUE SPACES.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-ID          PIC X(08).
               10  WS-ACCT-LIMIT       PIC 9(03).
               10  WS-ACCT-PERIOD-END  PIC X(08).
               10  WS-ACCT-OWN-SWITCH  PIC X(01).
                   88  WS-ACCT-HAS-OWN-ROW       VALUE "Y".
       77  WS-ACCT-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-ACCT-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-ACCT-MATCH-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-START-IDX                PIC 9(03) COMP VALUE 1.
       77  WS-RESUME-IDX               PIC 9(03) COMP VALUE ZERO.
       77  WS-ACCT-STEP-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-ACCOUNTS-DONE            PIC 9(05) COMP VALUE ZERO.
       77  WS-DEFAULTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-STEP1-FLAG               PIC X(01) VALUE "Y".
           88  WS-STEP1-ENABLED                  VALUE "Y".
       01  WS-STEP2-FLAG               PIC X(01) VALUE "Y".
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-RUN-ABANDONED
               PERFORM 3000-ACCUMULATE-ACCOUNT
                   THRU 3000-ACCUMULATE-ACCOUNT-EXIT
                   VARYING WS-ACCT-IDX FROM WS-START-IDX BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF.
           ACCEPT WS-RUN-STOP-TIME FROM TIME.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - SET THE ADDEND VALUES, LOAD THE ACCOUNT  *
      * LIST AND EACH ACCOUNT'S THRESHTBL LIMIT, AND WORK OUT FROM *
      * THE PERFCKPT CHECKPOINT WHICH ACCOUNT THIS RUN STARTS AT.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           SET Num1 to 3.
           MOVE ZERO   TO CK-NUMSUM.
           MOVE 1      TO CK-CYCLE-STEP.
           MOVE SPACES TO CK-LAST-PARA.
           MOVE SPACES TO CK-ACCOUNT-ID.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-OK
               READ CHECKPOINT-FILE
                       MOVE ZERO  TO CK-NUMSUM
                       MOVE 1     TO CK-CYCLE-STEP
                       MOVE SPACES TO CK-LAST-PARA
                       MOVE SPACES TO CK-ACCOUNT-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           MOVE 0   TO RETURN-CODE.
           PERFORM 1200-LOAD-ACCOUNT-LIST
               THRU 1200-LOAD-ACCOUNT-LIST-EXIT.

           MOVE 30     TO WS-DEFAULT-LIMIT.
           MOVE SPACES TO WS-DEFAULT-PERIOD-END.
           MOVE "N"    TO WS-THRESH-SWITCH.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESH-OK
               PERFORM 1100-SCAN-THRESHOLD
                   THRU 1100-SCAN-THRESHOLD-EXIT
                   UNTIL WS-THRESH-EOF
               CLOSE THRESHOLD-FILE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 1300-APPLY-DEFAULT-LIMIT
               THRU 1300-APPLY-DEFAULT-LIMIT-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           IF WS-DEFAULTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               DISPLAY "PERFORM-UNTIL: " WS-DEFAULTED-COUNT
                   " ACCOUNT(S) HAVE NO CURRENT THRESHTBL ROW - ",
                   "LIMIT 30 USED."
           END-IF.

           PERFORM 1400-LOCATE-RESTART-POINT
               THRU 1400-LOCATE-RESTART-POINT-EXIT.

           MOVE "Y" TO WS-STEP1-FLAG.
           MOVE "Y" TO WS-STEP2-FLAG.
           MOVE "Y" TO WS-STEP3-FLAG.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-SCAN-THRESHOLD - READ THE NEXT THRESHTBL RECORD.  A  *
      * ROW WHOSE PERIOD-END DATE IS ON OR AFTER TODAY'S BUSINESS *
      * DATE SETS THE CEILING FOR ITS ACCOUNT, OR - WITH A BLANK  *
      * ACCOUNT - THE SHOP DEFAULT.  THE FIRST SUCH ROW IN FILE   *
      * ORDER WINS IN EACH CASE.                                  *
      *-----------------------------------------------------------*
       1100-SCAN-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   SET WS-THRESH-EOF TO TRUE
                   GO TO 1100-SCAN-THRESHOLD-EXIT
           END-READ.
           IF TH-PERIOD-END-DATE < WS-BUSINESS-DATE
               GO TO 1100-SCAN-THRESHOLD-EXIT
           END-IF.
           IF TH-ACCOUNT-ID = SPACES
               IF NOT WS-THRESHOLD-FOUND
                   MOVE TH-LIMIT           TO WS-DEFAULT-LIMIT
                   MOVE TH-PERIOD-END-DATE TO WS-DEFAULT-PERIOD-END
                   SET WS-THRESHOLD-FOUND TO TRUE
               END-IF
               GO TO 1100-SCAN-THRESHOLD-EXIT
           END-IF.
           MOVE ZERO TO WS-ACCT-MATCH-IDX.
           PERFORM 1110-MATCH-THRESHOLD-ACCOUNT
               THRU 1110-MATCH-THRESHOLD-ACCOUNT-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-MATCH-IDX > ZERO.
           IF WS-ACCT-MATCH-IDX > ZERO
               IF NOT WS-ACCT-HAS-OWN-ROW (WS-ACCT-MATCH-IDX)
                   MOVE TH-LIMIT
                       TO WS-ACCT-LIMIT (WS-ACCT-MATCH-IDX)
                   MOVE TH-PERIOD-END-DATE
                       TO WS-ACCT-PERIOD-END (WS-ACCT-MATCH-IDX)
                   MOVE "Y"
                       TO WS-ACCT-OWN-SWITCH (WS-ACCT-MATCH-IDX)
               END-IF
           END-IF.
       1100-SCAN-THRESHOLD-EXIT.
           EXIT.

       1110-MATCH-THRESHOLD-ACCOUNT.
           IF WS-ACCT-ID (WS-ACCT-IDX) = TH-ACCOUNT-ID
               MOVE WS-ACCT-IDX TO WS-ACCT-MATCH-IDX
           END-IF.
       1110-MATCH-THRESHOLD-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-ACCOUNT-LIST - LOAD THE PERFACCT ACCOUNT LIST.  *
      * WITHOUT ONE, A SINGLE BLANK ENTRY STANDS FOR THE SHOP-    *
      * WIDE ACCUMULATION THIS PROGRAM HAS ALWAYS RUN.            *
      *-----------------------------------------------------------*
       1200-LOAD-ACCOUNT-LIST.
           MOVE ZERO TO WS-ACCT-COUNT.
           OPEN INPUT ACCOUNT-LIST-FILE.
           IF WS-ACCT-OK
               PERFORM 1210-READ-ACCOUNT
                   THRU 1210-READ-ACCOUNT-EXIT
                   UNTIL WS-ACCT-EOF
               CLOSE ACCOUNT-LIST-FILE
           END-IF.
           IF WS-ACCT-COUNT = ZERO
               MOVE 1 TO WS-ACCT-COUNT
               MOVE SPACES TO WS-ACCT-ENTRY (1)
               DISPLAY "PERFORM-UNTIL: NO PERFACCT ACCOUNTS - ",
                   "RUNNING THE SHOP-WIDE ACCUMULATION."
           END-IF.
       1200-LOAD-ACCOUNT-LIST-EXIT.
           EXIT.

       1210-READ-ACCOUNT.
           READ ACCOUNT-LIST-FILE
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO 1210-READ-ACCOUNT-EXIT
           END-READ.
           IF NOT WS-ACCT-OK
               SET WS-ACCT-EOF TO TRUE
               GO TO 1210-READ-ACCOUNT-EXIT
           END-IF.
           IF PA-ACCOUNT-ID = SPACES
               GO TO 1210-READ-ACCOUNT-EXIT
           END-IF.
           IF WS-ACCT-COUNT >= 500
               MOVE 4 TO RETURN-CODE
               DISPLAY "PERFORM-UNTIL: PERFACCT EXCEEDS 500 ",
                   "ACCOUNTS - " PA-ACCOUNT-ID " NOT RUN."
               GO TO 1210-READ-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE PA-ACCOUNT-ID TO WS-ACCT-ID (WS-ACCT-COUNT).
           MOVE ZERO          TO WS-ACCT-LIMIT (WS-ACCT-COUNT).
           MOVE SPACES        TO WS-ACCT-PERIOD-END (WS-ACCT-COUNT).
           MOVE "N"           TO WS-ACCT-OWN-SWITCH (WS-ACCT-COUNT).
       1210-READ-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-APPLY-DEFAULT-LIMIT - AN ACCOUNT WITH NO CURRENT ROW *
      * OF ITS OWN TAKES THE SHOP DEFAULT ROW, OR THE STANDING    *
      * LIMIT OF 30 WHEN THERE IS NO DEFAULT ROW EITHER.          *
      *-----------------------------------------------------------*
       1300-APPLY-DEFAULT-LIMIT.
           IF WS-ACCT-HAS-OWN-ROW (WS-ACCT-IDX)
               GO TO 1300-APPLY-DEFAULT-LIMIT-EXIT
           END-IF.
           MOVE WS-DEFAULT-LIMIT      TO WS-ACCT-LIMIT (WS-ACCT-IDX).
           MOVE WS-DEFAULT-PERIOD-END
               TO WS-ACCT-PERIOD-END (WS-ACCT-IDX).
           IF NOT WS-THRESHOLD-FOUND
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF.
       1300-APPLY-DEFAULT-LIMIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOCATE-RESTART-POINT - A CHECKPOINT WITH NO LAST     *
      * PARAGRAPH IS A CLEAN START.  OTHERWISE SKIP TO THE        *
      * CHECKPOINTED ACCOUNT: IF IT COMPLETED, START AT THE NEXT  *
      * ONE; IF NOT, RESUME IT FROM ITS SAVED NUMSUM AND STEP.    *
      * AN ACCOUNT NO LONGER ON THE LIST STOPS THE RUN WITH THE   *
      * CHECKPOINT LEFT IN PLACE FOR OPERATIONS TO RESOLVE.       *
      *-----------------------------------------------------------*
       1400-LOCATE-RESTART-POINT.
           MOVE 1    TO WS-START-IDX.
           MOVE ZERO TO WS-RESUME-IDX.
           IF CK-LAST-PARA = SPACES
               GO TO 1400-LOCATE-RESTART-POINT-EXIT
           END-IF.
           MOVE ZERO TO WS-ACCT-MATCH-IDX.
           PERFORM 1410-MATCH-CHECKPOINT-ACCOUNT
               THRU 1410-MATCH-CHECKPOINT-ACCOUNT-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-MATCH-IDX > ZERO.
           IF WS-ACCT-MATCH-IDX = ZERO
               MOVE "Y" TO WS-ABANDON-SWITCH
               MOVE 8 TO RETURN-CODE
               DISPLAY "PERFORM-UNTIL: CHECKPOINT ACCOUNT "
                   CK-ACCOUNT-ID " IS NOT ON PERFACCT - NO ",
                   "ACCOUNTS RUN, CHECKPOINT KEPT."
               GO TO 1400-LOCATE-RESTART-POINT-EXIT
           END-IF.
           IF CK-ACCOUNT-COMPLETE
               COMPUTE WS-START-IDX = WS-ACCT-MATCH-IDX + 1
           ELSE
               MOVE WS-ACCT-MATCH-IDX TO WS-START-IDX
               MOVE WS-ACCT-MATCH-IDX TO WS-RESUME-IDX
           END-IF.
           DISPLAY "PERFORM-UNTIL: RESTARTING AFTER CHECKPOINT FOR "
               "ACCOUNT " CK-ACCOUNT-ID " (" CK-LAST-PARA ")".
       1400-LOCATE-RESTART-POINT-EXIT.
           EXIT.

       1410-MATCH-CHECKPOINT-ACCOUNT.
           IF WS-ACCT-ID (WS-ACCT-IDX) = CK-ACCOUNT-ID
               MOVE WS-ACCT-IDX TO WS-ACCT-MATCH-IDX
           END-IF.
       1410-MATCH-CHECKPOINT-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RUN-CYCLE-STEP - RUN THE NEXT STEP OF THE FIRST/      *
      * SECOND/THIRD-PARA CYCLE AND CHECKPOINT THE RESULT.         *
                   MOVE 1 TO WS-CYCLE-STEP
           END-EVALUATE.
           ADD 1 TO WS-STEP-EXEC-COUNT.
           ADD 1 TO WS-ACCT-STEP-COUNT.
           PERFORM 8000-WRITE-CHECKPOINT
               THRU 8000-WRITE-CHECKPOINT-EXIT.
       2000-RUN-CYCLE-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ACCUMULATE-ACCOUNT - RUN THE CYCLE FOR ONE ACCOUNT    *
      * UNTIL NUMSUM PASSES THAT ACCOUNT'S CEILING, RECORD IT ON   *
      * PERFHIST, AND CHECKPOINT THE ACCOUNT AS COMPLETE SO A      *
      * RESTART PICKS UP WITH THE NEXT ONE.                        *
      *-----------------------------------------------------------*
       3000-ACCUMULATE-ACCOUNT.
           MOVE WS-ACCT-ID (WS-ACCT-IDX)    TO WS-ACCOUNT-ID.
           MOVE WS-ACCT-LIMIT (WS-ACCT-IDX) TO WS-THRESHOLD.
           MOVE WS-ACCT-PERIOD-END (WS-ACCT-IDX)
               TO WS-PERIOD-END-DATE.
           IF WS-ACCT-IDX = WS-RESUME-IDX
               MOVE CK-NUMSUM     TO NumSum
               MOVE CK-CYCLE-STEP TO WS-CYCLE-STEP
               MOVE CK-LAST-PARA  TO WS-LAST-PARA
           ELSE
               SET NumSum TO 0
               MOVE 1      TO WS-CYCLE-STEP
               MOVE SPACES TO WS-LAST-PARA
           END-IF.
           MOVE ZERO TO WS-ACCT-STEP-COUNT.
           PERFORM 2000-RUN-CYCLE-STEP
               THRU 2000-RUN-CYCLE-STEP-EXIT
               UNTIL NumSum > WS-THRESHOLD.
           DISPLAY "PERFORM-UNTIL: ACCOUNT " WS-ACCOUNT-ID
               " NUMSUM = " NumSum.
           PERFORM 8500-APPEND-HISTORY-RECORD
               THRU 8500-APPEND-HISTORY-RECORD-EXIT.
           MOVE "COMPLETE" TO WS-LAST-PARA.
           PERFORM 8000-WRITE-CHECKPOINT
               THRU 8000-WRITE-CHECKPOINT-EXIT.
           ADD 1 TO WS-ACCOUNTS-DONE.
       3000-ACCUMULATE-ACCOUNT-EXIT.
           EXIT.

       FIRST-PARA.
           ADD Num1, NumSum, GIVING NumSum.
       SECOND-PARA.

      *-----------------------------------------------------------*
      * 8000-WRITE-CHECKPOINT - REFRESH THE CHECKPOINT RECORD     *
      * WITH THE ACCOUNT IN PROGRESS, ITS CURRENT NUMSUM, NEXT     *
      * CYCLE STEP, AND LAST PARAGRAPH EXECUTED.                  *
      *-----------------------------------------------------------*
       8000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE NumSum        TO CK-NUMSUM.
           MOVE WS-CYCLE-STEP TO CK-CYCLE-STEP.
           MOVE WS-LAST-PARA  TO CK-LAST-PARA.
           MOVE WS-ACCOUNT-ID TO CK-ACCOUNT-ID.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
       8000-WRITE-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-APPEND-HISTORY-RECORD - THE ACCOUNT'S ACCUMULATION   *
      * COMPLETED, SO RECORD HOW IT WAS REACHED ON THE PERMANENT  *
      * PERFHIST LEDGER BEFORE THE CHECKPOINT MOVES ON.           *
      *-----------------------------------------------------------*
       8500-APPEND-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-STEP1-FLAG      TO PH-STEP1-FLAG.
           MOVE WS-STEP2-FLAG      TO PH-STEP2-FLAG.
           MOVE WS-STEP3-FLAG      TO PH-STEP3-FLAG.
           MOVE WS-ACCT-STEP-COUNT TO PH-STEP-COUNT.
           MOVE WS-ACCOUNT-ID      TO PH-ACCOUNT-ID.
           MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END-DATE.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
       8500-APPEND-HISTORY-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - EVERY ACCOUNT FINISHED NORMALLY, SO      *
      * RESET THE CHECKPOINT FOR THE NEXT FRESH RUN, AND REPORT   *
      * HOW MANY ACCOUNTS AND CYCLE STEPS RAN AND HOW LONG THE    *
      * RUN TOOK.  AN ABANDONED RUN LEAVES THE CHECKPOINT ALONE.  *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CHECKPOINT-FILE
               MOVE ZERO   TO CK-NUMSUM
               MOVE 1      TO CK-CYCLE-STEP
               MOVE SPACES TO CK-LAST-PARA
               MOVE SPACES TO CK-ACCOUNT-ID
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM 8100-COMPUTE-ELAPSED
               THRU 8100-COMPUTE-ELAPSED-EXIT.
           DISPLAY "PERFORM-UNTIL: ACCOUNTS COMPLETED = "
               WS-ACCOUNTS-DONE.
           DISPLAY "PERFORM-UNTIL: STEPS EXECUTED = "
               WS-STEP-EXEC-COUNT.
           DISPLAY "PERFORM-UNTIL: ELAPSED SECONDS = "
