      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly segregation-of-duties report from the SODLOG
      * ledger the shared SODCHK check keeps.  The period comes from
      * the SODPRM card, or is the month before the run date.  The
      * report lists every action refused in the month because the
      * same operator had already performed a conflicting function
      * on the same item or period, then every near miss - the same
      * operator performing both functions of a rule on related
      * items (for the exception rules, the same customer) - and
      * ends with the counts by operator and the month's totals, so
      * a pattern of attempts can be taken up with the supervisor.
      * Any refusal in the month ends the step with RC 4; so does a
      * missing SODLOG, with a note on the report.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-PARM-FILE ASSIGN TO "SODPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SOD-LOG-FILE ASSIGN TO "SODLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  SOD-PARM-RECORD.
           05  SP-PERIOD               PIC 9(06).

       FD  SOD-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  SOD-LOG-RECORD.
           05  SL-ENTRY-TYPE           PIC X(01).
               88  SL-IS-PERFORMED               VALUE "P".
               88  SL-IS-REFUSED                 VALUE "V".
               88  SL-IS-NEAR-MISS               VALUE "N".
           05  SL-LOG-DATE             PIC X(08).
           05  SL-LOG-TIME             PIC X(08).
           05  SL-OPERATOR-ID          PIC X(08).
           05  SL-PROGRAM              PIC X(08).
           05  SL-FUNCTION             PIC X(08).
           05  SL-ITEM-KEY             PIC X(20).
           05  SL-PRIOR-FUNCTION       PIC X(08).
           05  SL-PRIOR-ITEM-KEY       PIC X(20).
           05  SL-PRIOR-DATE           PIC X(08).
           05  FILLER                  PIC X(03).

       FD  SOD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SOD-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                         VALUE "00".
           88  WS-LOG-EOF                        VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-LOG-SWITCH               PIC X(01) VALUE "N".
           88  WS-LOG-AVAILABLE                  VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-TARGET-PERIOD-X REDEFINES WS-TARGET-PERIOD
                                       PIC X(06).
      * "V" ON THE FIRST PASS (REFUSALS), "N" ON THE SECOND.
       01  WS-PASS-TYPE                PIC X(01) VALUE SPACE.
       01  WS-SECTION-TITLE            PIC X(80) VALUE SPACES.
       77  WS-PASS-LINES               PIC 9(07) COMP VALUE ZERO.
      * ONE ROW PER OPERATOR WITH ACTIVITY IN THE PERIOD.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-ID           PIC X(08).
               10  WS-OPR-PERFORMED    PIC 9(07) COMP.
               10  WS-OPR-REFUSED      PIC 9(07) COMP.
               10  WS-OPR-NEAR-MISS    PIC 9(07) COMP.
       77  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-OPR-FULL-SWITCH          PIC X(01) VALUE "N".
           88  WS-OPERATOR-TABLE-FULL            VALUE "Y".
       77  WS-PERFORMED-TOTAL          PIC 9(07) COMP VALUE ZERO.
       77  WS-REFUSED-TOTAL            PIC 9(07) COMP VALUE ZERO.
       77  WS-NEAR-MISS-TOTAL          PIC 9(07) COMP VALUE ZERO.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(11) VALUE "  DATE".
           05  FILLER                  PIC X(09) VALUE "OPERATOR".
           05  FILLER                  PIC X(09) VALUE "FUNCTION".
           05  FILLER                  PIC X(21) VALUE "ITEM".
           05  FILLER                  PIC X(09) VALUE "PRIOR FN".
           05  FILLER                  PIC X(21) VALUE "PRIOR ITEM".
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DATE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FUNCTION          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-ITEM-KEY          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PRIOR-FUNCTION    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-PRIOR-ITEM-KEY    PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
       01  WS-OPR-HEADING.
           05  FILLER                  PIC X(12) VALUE "  OPERATOR".
           05  FILLER                  PIC X(10) VALUE " PERFORMED".
           05  FILLER                  PIC X(10) VALUE "   REFUSED".
           05  FILLER                  PIC X(12)
                   VALUE "  NEAR MISS".
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-OPR-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-OD-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-OD-PERFORMED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-OD-REFUSED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-OD-NEAR-MISS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(21)
                   VALUE "FUNCTIONS PERFORMED: ".
           05  WS-RT-PERFORMED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           05  WS-RT-REFUSED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  NEAR MISSES: ".
           05  WS-RT-NEAR-MISS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-LOG-AVAILABLE
               MOVE "REFUSED - SAME OPERATOR, SAME ITEM OR PERIOD"
                   TO WS-SECTION-TITLE
               MOVE "V" TO WS-PASS-TYPE
               PERFORM 2000-LIST-ONE-PASS
                   THRU 2000-LIST-ONE-PASS-EXIT
               MOVE "NEAR MISSES - SAME OPERATOR, RELATED ITEM"
                   TO WS-SECTION-TITLE
               MOVE "N" TO WS-PASS-TYPE
               PERFORM 2000-LIST-ONE-PASS
                   THRU 2000-LIST-ONE-PASS-EXIT
               PERFORM 3000-PRINT-OPERATORS
                   THRU 3000-PRINT-OPERATORS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM SODPRM (DEFAULT THE   *
      * MONTH BEFORE THE RUN DATE), OPEN THE REPORT AND CHECK THE  *
      * SODLOG LEDGER IS THERE.                                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-PERIOD.
           IF WS-TARGET-PERIOD(5:2) = "01"
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 89
           ELSE
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 1
           END-IF.
           OPEN INPUT SOD-PARM-FILE.
           IF WS-PARM-OK
               READ SOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PERIOD IS NUMERIC AND SP-PERIOD > 0
                           MOVE SP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF.
           OPEN OUTPUT SOD-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "SODRPT         ", "SODOUT  ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO SOD-REPORT-LINE.
           STRING "SEGREGATION-OF-DUTIES REFUSALS AND NEAR MISSES FOR "
                   DELIMITED BY SIZE
               "PERIOD " DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           OPEN INPUT SOD-LOG-FILE.
           IF NOT WS-LOG-OK
               CALL "FILERR" USING "SODRPT         ", "SODLOG  ",
                   "OPEN-IN ", WS-LOG-FILE-STATUS, "N"
               MOVE SPACES TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
               MOVE "  *** SODLOG NOT AVAILABLE ***"
                   TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           CLOSE SOD-LOG-FILE.
           SET WS-LOG-AVAILABLE TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-ONE-PASS - ONE READ OF SODLOG, LISTING THE       *
      * PERIOD'S ENTRIES OF THE PASS TYPE UNDER THE CALLER'S     *
      * SECTION TITLE.  THE COUNTS BY OPERATOR ARE TAKEN ON THE    *
      * FIRST PASS.                                                *
      *-----------------------------------------------------------*
       2000-LIST-ONE-PASS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-RPT-HEADING TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE ZERO TO WS-PASS-LINES.
           MOVE SPACES TO WS-LOG-FILE-STATUS.
           OPEN INPUT SOD-LOG-FILE.
           PERFORM 2100-READ-ONE-ENTRY
               THRU 2100-READ-ONE-ENTRY-EXIT
               UNTIL WS-LOG-EOF
               OR NOT WS-LOG-OK.
           CLOSE SOD-LOG-FILE.
           IF WS-PASS-LINES = 0
               MOVE "  NONE" TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.
       2000-LIST-ONE-PASS-EXIT.
           EXIT.

       2100-READ-ONE-ENTRY.
           READ SOD-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.
           IF WS-LOG-EOF
               GO TO 2100-READ-ONE-ENTRY-EXIT
           END-IF.
           IF SL-LOG-DATE(1:6) NOT = WS-TARGET-PERIOD-X
               GO TO 2100-READ-ONE-ENTRY-EXIT
           END-IF.
           IF WS-PASS-TYPE = "V"
               PERFORM 2200-COUNT-ONE-ENTRY
                   THRU 2200-COUNT-ONE-ENTRY-EXIT
           END-IF.
           IF SL-ENTRY-TYPE NOT = WS-PASS-TYPE
               GO TO 2100-READ-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-PASS-LINES.
           MOVE SL-LOG-DATE       TO WS-RD-DATE.
           MOVE SL-OPERATOR-ID    TO WS-RD-OPERATOR.
           MOVE SL-FUNCTION       TO WS-RD-FUNCTION.
           MOVE SL-ITEM-KEY       TO WS-RD-ITEM-KEY.
           MOVE SL-PRIOR-FUNCTION TO WS-RD-PRIOR-FUNCTION.
           MOVE SL-PRIOR-ITEM-KEY TO WS-RD-PRIOR-ITEM-KEY.
           MOVE WS-RPT-DETAIL TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
       2100-READ-ONE-ENTRY-EXIT.
           EXIT.

       2200-COUNT-ONE-ENTRY.
           EVALUATE TRUE
               WHEN SL-IS-PERFORMED
                   ADD 1 TO WS-PERFORMED-TOTAL
               WHEN SL-IS-REFUSED
                   ADD 1 TO WS-REFUSED-TOTAL
               WHEN SL-IS-NEAR-MISS
                   ADD 1 TO WS-NEAR-MISS-TOTAL
               WHEN OTHER
                   GO TO 2200-COUNT-ONE-ENTRY-EXIT
           END-EVALUATE.
           MOVE ZERO TO WS-OPR-MATCH-IDX.
           PERFORM 2210-SCAN-ONE-OPERATOR
               THRU 2210-SCAN-ONE-OPERATOR-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
               OR WS-OPR-MATCH-IDX > 0.
           IF WS-OPR-MATCH-IDX = 0
               IF WS-OPR-COUNT = 200
                   SET WS-OPERATOR-TABLE-FULL TO TRUE
                   GO TO 2200-COUNT-ONE-ENTRY-EXIT
               END-IF
               ADD 1 TO WS-OPR-COUNT
               MOVE WS-OPR-COUNT   TO WS-OPR-MATCH-IDX
               MOVE SL-OPERATOR-ID TO WS-OPR-ID(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-PERFORMED(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-REFUSED(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-NEAR-MISS(WS-OPR-MATCH-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN SL-IS-PERFORMED
                   ADD 1 TO WS-OPR-PERFORMED(WS-OPR-MATCH-IDX)
               WHEN SL-IS-REFUSED
                   ADD 1 TO WS-OPR-REFUSED(WS-OPR-MATCH-IDX)
               WHEN SL-IS-NEAR-MISS
                   ADD 1 TO WS-OPR-NEAR-MISS(WS-OPR-MATCH-IDX)
           END-EVALUATE.
       2200-COUNT-ONE-ENTRY-EXIT.
           EXIT.

       2210-SCAN-ONE-OPERATOR.
           IF WS-OPR-ID(WS-OPR-IDX) = SL-OPERATOR-ID
               MOVE WS-OPR-IDX TO WS-OPR-MATCH-IDX
           END-IF.
       2210-SCAN-ONE-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-OPERATORS - THE COUNTS BY OPERATOR, IN THE      *
      * ORDER THEY FIRST APPEAR ON SODLOG, AND THE MONTH'S TOTALS. *
      *-----------------------------------------------------------*
       3000-PRINT-OPERATORS.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE "ACTIVITY BY OPERATOR" TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-OPR-HEADING TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           PERFORM 3100-PRINT-ONE-OPERATOR
               THRU 3100-PRINT-ONE-OPERATOR-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT.
           IF WS-OPERATOR-TABLE-FULL
               MOVE "  *** MORE OPERATORS THAN THE TABLE HOLDS - "
                   TO SOD-REPORT-LINE
               MOVE "COUNTS INCOMPLETE ***" TO SOD-REPORT-LINE(45:21)
               WRITE SOD-REPORT-LINE
           END-IF.
           MOVE SPACES TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
           MOVE WS-PERFORMED-TOTAL TO WS-RT-PERFORMED.
           MOVE WS-REFUSED-TOTAL   TO WS-RT-REFUSED.
           MOVE WS-NEAR-MISS-TOTAL TO WS-RT-NEAR-MISS.
           MOVE WS-RPT-TOTALS TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
       3000-PRINT-OPERATORS-EXIT.
           EXIT.

       3100-PRINT-ONE-OPERATOR.
           MOVE WS-OPR-ID(WS-OPR-IDX)        TO WS-OD-OPERATOR.
           MOVE WS-OPR-PERFORMED(WS-OPR-IDX) TO WS-OD-PERFORMED.
           MOVE WS-OPR-REFUSED(WS-OPR-IDX)   TO WS-OD-REFUSED.
           MOVE WS-OPR-NEAR-MISS(WS-OPR-IDX) TO WS-OD-NEAR-MISS.
           MOVE WS-OPR-DETAIL TO SOD-REPORT-LINE.
           WRITE SOD-REPORT-LINE.
       3100-PRINT-ONE-OPERATOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT; ANY REFUSAL IN THE      *
      * MONTH ENDS THE STEP WITH RC 4.                             *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SOD-REPORT-FILE.
           DISPLAY "SODRPT: PERIOD              = " WS-TARGET-PERIOD.
           DISPLAY "SODRPT: FUNCTIONS PERFORMED = " WS-PERFORMED-TOTAL.
           DISPLAY "SODRPT: REFUSED             = " WS-REFUSED-TOTAL.
           DISPLAY "SODRPT: NEAR MISSES         = " WS-NEAR-MISS-TOTAL.
           IF WS-REFUSED-TOTAL > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM SODRPT.
