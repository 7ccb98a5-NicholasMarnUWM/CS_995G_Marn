      * limit, how many accumulations completed, their combined final
      * NumSum, and how many ran with steps switched off through
      * PERFSEL.  Accumulations no THRESHTBL row covers are listed
      * under an UNGOVERNED line rather than dropped.  Under each
      * period that saw accumulations, every account that reached its
      * ceiling is listed with its limit and accumulation count, and
      * every PERFACCT account without one is listed as NOT REACHED.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 08/22/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  PERFHIST NOW CARRIES A ROW PER ACCOUNT.  EACH
      *                 PERIOD THAT SAW ACCUMULATIONS LISTS THE ACCOUNTS
      *                 THAT REACHED THEIR CEILING AND THE PERFACCT
      *                 ACCOUNTS THAT DID NOT.  ONLY THE BLANK-ACCOUNT
      *                 THRESHTBL ROWS DEFINE THE PERIODS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFREPT.
           SELECT HISTORY-FILE ASSIGN TO "PERFHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ACCOUNT-LIST-FILE ASSIGN TO "PERFACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FILE SECTION.
       FD  THRESHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  THRESHOLD-RECORD.
           05  TH-PERIOD-END-DATE      PIC X(08).
           05  TH-LIMIT                PIC 9(03).
           05  TH-ACCOUNT-ID           PIC X(08).

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

       FD  PERIOD-REPORT-FILE
           RECORDING MODE IS F
           88  WS-HIST-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-ACCT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-ACCT-OK                        VALUE "00".
           88  WS-ACCT-EOF                       VALUE "10".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 50 TIMES.
       77  WS-PD-MATCH-IDX             PIC 9(03) COMP VALUE ZERO.
       77  WS-UNGOVERNED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-HISTORY-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-ACCT-LIST-TABLE.
           05  WS-AL-ACCOUNT-ID OCCURS 500 TIMES
                                       PIC X(08).
       77  WS-AL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-AL-IDX                   PIC 9(03) COMP VALUE ZERO.
       01  WS-PERIOD-ACCT-TABLE.
           05  WS-PA-ENTRY OCCURS 1000 TIMES.
               10  WS-PA-PD-IDX        PIC 9(03).
               10  WS-PA-ACCOUNT-ID    PIC X(08).
               10  WS-PA-LIMIT         PIC 9(03).
               10  WS-PA-ACCUM-COUNT   PIC 9(05).
               10  WS-PA-REACHED-COUNT PIC 9(05).
       77  WS-PA-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  WS-PA-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-PA-MATCH-IDX             PIC 9(04) COMP VALUE ZERO.
       77  WS-PA-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-MATCH-ACCOUNT-ID         PIC X(08) VALUE SPACES.
       01  WS-RPT-ACCT-DETAIL.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-RA-ACCOUNT-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-LIMIT             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-ACCUMS            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-REACHED           PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RA-STATUS            PIC X(11).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-END-DATE          PIC X(08).
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE SHOP DEFAULT THRESHTBL ROWS IN *
      * FILE ORDER (THE SAME ORDER THE ACCUMULATION RUN SCANS     *
      * THEM) AS THE REPORTING PERIODS, LOAD THE PERFACCT LIST,   *
      * AND OPEN THE LEDGER.                                      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
                   OR WS-PD-COUNT = 50
               CLOSE THRESHOLD-FILE
           END-IF.
           PERFORM 1200-LOAD-ACCOUNT-LIST
               THRU 1200-LOAD-ACCOUNT-LIST-EXIT.
           OPEN OUTPUT PERIOD-REPORT-FILE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING "ACCUMULATION PERIOD-END REPORT - "
               AT END
                   SET WS-THRESH-EOF TO TRUE
               NOT AT END
                   IF TH-ACCOUNT-ID = SPACES
                       ADD 1 TO WS-PD-COUNT
                       MOVE TH-PERIOD-END-DATE
                           TO WS-PD-END-DATE(WS-PD-COUNT)
                       MOVE TH-LIMIT TO WS-PD-LIMIT(WS-PD-COUNT)
                       MOVE ZERO TO WS-PD-ACCUM-COUNT(WS-PD-COUNT)
                       MOVE ZERO TO WS-PD-NUMSUM-TOTAL(WS-PD-COUNT)
                       MOVE ZERO TO WS-PD-REDUCED-COUNT(WS-PD-COUNT)
                   END-IF
           END-READ.
       1100-LOAD-ONE-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-ACCOUNT-LIST - THE PERFACCT ACCOUNTS ARE THE    *
      * ONES EXPECTED TO REACH A CEILING EACH PERIOD.  WITHOUT    *
      * THE LIST ONLY THE ACCOUNTS THAT DID REACH ONE ARE SHOWN.  *
      *-----------------------------------------------------------*
       1200-LOAD-ACCOUNT-LIST.
           MOVE ZERO TO WS-AL-COUNT.
           OPEN INPUT ACCOUNT-LIST-FILE.
           IF NOT WS-ACCT-OK
               GO TO 1200-LOAD-ACCOUNT-LIST-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-ACCOUNT
               THRU 1210-LOAD-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCT-EOF
               OR WS-AL-COUNT = 500.
           CLOSE ACCOUNT-LIST-FILE.
       1200-LOAD-ACCOUNT-LIST-EXIT.
           EXIT.

       1210-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-LIST-FILE
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF PA-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-AL-COUNT
                       MOVE PA-ACCOUNT-ID
                           TO WS-AL-ACCOUNT-ID(WS-AL-COUNT)
                   END-IF
           END-READ.
       1210-LOAD-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-TALLY-ONE-ACCUMULATION - A LEDGER RECORD BELONGS TO  *
      * THE FIRST THRESHTBL ROW WHOSE PERIOD-END DATE IS ON OR    *
               OR PH-STEP3-FLAG NOT = "Y"
               ADD 1 TO WS-PD-REDUCED-COUNT(WS-PD-MATCH-IDX)
           END-IF.
           PERFORM 2200-TALLY-ACCOUNT
               THRU 2200-TALLY-ACCOUNT-EXIT.
       2000-TALLY-ONE-ACCUMULATION-EXIT.
           EXIT.

       2100-SCAN-ONE-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-TALLY-ACCOUNT - COUNT THE ACCUMULATION AGAINST ITS   *
      * ACCOUNT WITHIN THE PERIOD.  AN ACCUMULATION REACHED ITS   *
      * CEILING WHEN ITS FINAL NUMSUM PASSED THE LIMIT IT RAN     *
      * UNDER; THE LATEST LIMIT SEEN IS THE ONE REPORTED.         *
      *-----------------------------------------------------------*
       2200-TALLY-ACCOUNT.
           MOVE PH-ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID.
           PERFORM 2300-FIND-PERIOD-ACCOUNT
               THRU 2300-FIND-PERIOD-ACCOUNT-EXIT.
           IF WS-PA-MATCH-IDX = 0
               IF WS-PA-COUNT = 1000
                   ADD 1 TO WS-PA-OVERFLOW-COUNT
                   GO TO 2200-TALLY-ACCOUNT-EXIT
               END-IF
               ADD 1 TO WS-PA-COUNT
               MOVE WS-PA-COUNT TO WS-PA-MATCH-IDX
               MOVE WS-PD-MATCH-IDX TO WS-PA-PD-IDX(WS-PA-COUNT)
               MOVE PH-ACCOUNT-ID TO WS-PA-ACCOUNT-ID(WS-PA-COUNT)
               MOVE ZERO TO WS-PA-ACCUM-COUNT(WS-PA-COUNT)
               MOVE ZERO TO WS-PA-REACHED-COUNT(WS-PA-COUNT)
           END-IF.
           MOVE PH-THRESHOLD TO WS-PA-LIMIT(WS-PA-MATCH-IDX).
           ADD 1 TO WS-PA-ACCUM-COUNT(WS-PA-MATCH-IDX).
           IF PH-FINAL-NUMSUM > PH-THRESHOLD
               ADD 1 TO WS-PA-REACHED-COUNT(WS-PA-MATCH-IDX)
           END-IF.
       2200-TALLY-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-FIND-PERIOD-ACCOUNT - LOCATE WS-MATCH-ACCOUNT-ID     *
      * UNDER PERIOD WS-PD-MATCH-IDX; ZERO WHEN NOT YET SEEN.     *
      *-----------------------------------------------------------*
       2300-FIND-PERIOD-ACCOUNT.
           MOVE ZERO TO WS-PA-MATCH-IDX.
           PERFORM 2310-SCAN-ONE-PERIOD-ACCOUNT
               THRU 2310-SCAN-ONE-PERIOD-ACCOUNT-EXIT
               VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT
               OR WS-PA-MATCH-IDX > 0.
       2300-FIND-PERIOD-ACCOUNT-EXIT.
           EXIT.

       2310-SCAN-ONE-PERIOD-ACCOUNT.
           IF WS-PA-PD-IDX(WS-PA-IDX) = WS-PD-MATCH-IDX
               AND WS-PA-ACCOUNT-ID(WS-PA-IDX) = WS-MATCH-ACCOUNT-ID
               MOVE WS-PA-IDX TO WS-PA-MATCH-IDX
           END-IF.
       2310-SCAN-ONE-PERIOD-ACCOUNT-EXIT.
           EXIT.

       8000-PRINT-PERIOD-REPORT.
           PERFORM 8100-PRINT-ONE-PERIOD
               THRU 8100-PRINT-ONE-PERIOD-EXIT
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.
           IF WS-PA-OVERFLOW-COUNT > 0
               MOVE WS-PA-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "  ACCOUNT ROWS NOT SHOWN (TABLE FULL): "
                       DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PERIOD-REPORT-FILE.
           CLOSE HISTORY-FILE.
       8000-PRINT-PERIOD-REPORT-EXIT.
           MOVE WS-PD-REDUCED-COUNT(WS-PD-IDX) TO WS-RD-REDUCED.
           MOVE WS-RPT-DETAIL TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           IF WS-PD-ACCUM-COUNT(WS-PD-IDX) = 0
               GO TO 8100-PRINT-ONE-PERIOD-EXIT
           END-IF.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           MOVE "      ACCOUNT   LIM  ACCUM  REACH  STATUS"
               TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           PERFORM 8200-PRINT-ONE-ACCOUNT
               THRU 8200-PRINT-ONE-ACCOUNT-EXIT
               VARYING WS-PA-IDX FROM 1 BY 1
               UNTIL WS-PA-IDX > WS-PA-COUNT.
           MOVE WS-PD-IDX TO WS-PD-MATCH-IDX.
           PERFORM 8300-PRINT-NOT-REACHED
               THRU 8300-PRINT-NOT-REACHED-EXIT
               VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-AL-COUNT.
       8100-PRINT-ONE-PERIOD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-PRINT-ONE-ACCOUNT - ONE LINE PER ACCOUNT THAT RAN IN *
      * THE PERIOD BEING PRINTED.                                 *
      *-----------------------------------------------------------*
       8200-PRINT-ONE-ACCOUNT.
           IF WS-PA-PD-IDX(WS-PA-IDX) NOT = WS-PD-IDX
               GO TO 8200-PRINT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-PA-ACCOUNT-ID(WS-PA-IDX)    TO WS-RA-ACCOUNT-ID.
           IF WS-RA-ACCOUNT-ID = SPACES
               MOVE "*SHOP*" TO WS-RA-ACCOUNT-ID
           END-IF.
           MOVE WS-PA-LIMIT(WS-PA-IDX)         TO WS-RA-LIMIT.
           MOVE WS-PA-ACCUM-COUNT(WS-PA-IDX)   TO WS-RA-ACCUMS.
           MOVE WS-PA-REACHED-COUNT(WS-PA-IDX) TO WS-RA-REACHED.
           IF WS-PA-REACHED-COUNT(WS-PA-IDX) > 0
               MOVE "REACHED"     TO WS-RA-STATUS
           ELSE
               MOVE "NOT REACHED" TO WS-RA-STATUS
           END-IF.
           MOVE WS-RPT-ACCT-DETAIL TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
       8200-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-PRINT-NOT-REACHED - A PERFACCT ACCOUNT WITH NO        *
      * ACCUMULATION IN THE PERIOD NEVER REACHED ITS CEILING.      *
      *-----------------------------------------------------------*
       8300-PRINT-NOT-REACHED.
           MOVE WS-AL-ACCOUNT-ID(WS-AL-IDX) TO WS-MATCH-ACCOUNT-ID.
           PERFORM 2300-FIND-PERIOD-ACCOUNT
               THRU 2300-FIND-PERIOD-ACCOUNT-EXIT.
           IF WS-PA-MATCH-IDX > 0
               GO TO 8300-PRINT-NOT-REACHED-EXIT
           END-IF.
           MOVE WS-MATCH-ACCOUNT-ID TO WS-RA-ACCOUNT-ID.
           MOVE ZERO                TO WS-RA-LIMIT.
           MOVE ZERO                TO WS-RA-ACCUMS.
           MOVE ZERO                TO WS-RA-REACHED.
           MOVE "NOT REACHED"       TO WS-RA-STATUS.
           MOVE WS-RPT-ACCT-DETAIL TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
       8300-PRINT-NOT-REACHED-EXIT.
           EXIT.

       END PROGRAM PERFREPT.
