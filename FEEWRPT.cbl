      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly fee waiver and refund report for the product
      * owner, from the FEEWAIV master FEEWMNT keeps and TIERFEE
      * stamps.  Every event of the period is listed - a waiver added
      * or cancelled, a fee waived at the period's TIERFEE run, a
      * refund requested, withdrawn, approved or declined - under the
      * operator who carried it out (the operator who keyed the
      * waiver for a fee waived, the supervisor for a decision) and
      * the reason code, sorted by operator and reason with a count
      * and the fees waived and refunds approved at each break and in
      * total.  Refunds still waiting for a supervisor, whatever
      * their age, are counted at the end.  The period comes from the
      * FEEWPRM card, or is the month before the run date; the step
      * runs ahead of TIERFEE in the monthly job so the fees waived
      * at the period's run are still on the waivers.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEWRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIVER-PARM-FILE ASSIGN TO "FEEWPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
           SELECT WAIVER-REPORT-FILE ASSIGN TO "FEEWOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  WAIVER-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  WAIVER-PARM-RECORD.
           05  WP-PERIOD               PIC 9(06).

       FD  FEE-WAIVER-FILE.
       01  FEE-WAIVER-RECORD.
           05  FW-KEY.
               10  FW-CUST-ID          PIC 9(06).
               10  FW-SEQ-NO           PIC 9(03).
           05  FW-TYPE                 PIC X(01).
               88  FW-IS-WAIVER                  VALUE "W".
               88  FW-IS-REFUND                  VALUE "R".
           05  FW-STATUS               PIC X(01).
               88  FW-WAIVER-ACTIVE              VALUE "A".
               88  FW-IS-CANCELLED               VALUE "C".
               88  FW-REFUND-PENDING             VALUE "P".
               88  FW-REFUND-STAGED              VALUE "S".
               88  FW-REFUND-DECLINED            VALUE "D".
           05  FW-BUCKET               PIC X(16).
           05  FW-FROM-DATE            PIC X(08).
           05  FW-TO-DATE              PIC X(08).
           05  FW-AMOUNT               PIC 9(05)V9(02).
           05  FW-REASON               PIC X(04).
           05  FW-ENTERED-BY           PIC X(08).
           05  FW-ENTERED-DATE         PIC X(08).
           05  FW-DECIDED-BY           PIC X(08).
           05  FW-DECIDED-DATE         PIC X(08).
           05  FW-LAST-WAIVED-MONTH    PIC X(06).
           05  FW-LAST-WAIVED-AMT      PIC 9(05)V9(02).
           05  FW-WAIVED-TOTAL         PIC 9(07)V9(02).
           05  FILLER                  PIC X(12).

       FD  WAIVER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WAIVER-REPORT-LINE          PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OPERATOR-ID          PIC X(08).
           05  SW-REASON               PIC X(04).
           05  SW-CUST-ID              PIC 9(06).
           05  SW-SEQ-NO               PIC 9(03).
           05  SW-EVENT-DATE           PIC X(08).
           05  SW-EVENT                PIC X(14).
           05  SW-EVENT-CLASS          PIC X(01).
               88  SW-IS-FEE-WAIVED              VALUE "W".
               88  SW-IS-REFUND-PAID             VALUE "R".
           05  SW-AMOUNT               PIC 9(05)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-NOT-FOUND                   VALUE "35".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-FW-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-FW-EOF                         VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-RPT-IS-OPEN                    VALUE "Y".
       01  WS-FW-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-FW-IS-OPEN                     VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-TARGET-PERIOD-X REDEFINES WS-TARGET-PERIOD
                                       PIC X(06).
       01  WS-CURR-OPERATOR-ID         PIC X(08) VALUE SPACES.
       01  WS-CURR-REASON              PIC X(04) VALUE SPACES.
       77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-REASON-TOTALS.
           05  WS-RSN-EVENTS           PIC 9(07) COMP.
           05  WS-RSN-WAIVED           PIC 9(09)V9(02).
           05  WS-RSN-REFUNDED         PIC 9(09)V9(02).
       01  WS-OPERATOR-TOTALS.
           05  WS-OPR-EVENTS           PIC 9(07) COMP.
           05  WS-OPR-WAIVED           PIC 9(09)V9(02).
           05  WS-OPR-REFUNDED         PIC 9(09)V9(02).
       01  WS-GRAND-TOTALS.
           05  WS-GRD-EVENTS           PIC 9(07) COMP.
           05  WS-GRD-WAIVED           PIC 9(09)V9(02).
           05  WS-GRD-REFUNDED         PIC 9(09)V9(02).

       01  WS-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "FEEWRPT - FEE WAIVERS AND REFUNDS".
           05  FILLER                  PIC X(10) VALUE " RUN DATE ".
           05  WS-H1-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(08) VALUE " PERIOD ".
           05  WS-H1-PERIOD            PIC X(06).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                  PIC X(36)
               VALUE "OPERATOR RSN  CUST/SEQ    DATE      ".
           05  FILLER                  PIC X(44)
               VALUE "EVENT             AMOUNT".
       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-REASON            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-DL-SEQ-NO            PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EVENT-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EVENT             PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-BREAK-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-LABEL             PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BL-EVENTS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE " WAIVED ".
           05  WS-BL-WAIVED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE " REFUNDED ".
           05  WS-BL-REFUNDED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(30)
               VALUE "REFUNDS AWAITING A SUPERVISOR ".
           05  WS-PL-PENDING           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-FW-IS-OPEN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-OPERATOR-ID SW-REASON
                       SW-CUST-ID SW-SEQ-NO SW-EVENT-DATE
                   INPUT PROCEDURE IS 2000-RELEASE-EVENTS
                       THRU 2000-RELEASE-EVENTS-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-EVENTS
                       THRU 3000-PRINT-EVENTS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TARGET PERIOD FROM FEEWPRM (DEFAULT THE  *
      * MONTH BEFORE THE RUN DATE), OPEN THE REPORT AND FEEWAIV.   *
      * NO FEEWAIV MEANS NO WAIVER HAS EVER BEEN KEYED.            *
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
           OPEN INPUT WAIVER-PARM-FILE.
           IF WS-PARM-OK
               READ WAIVER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WP-PERIOD IS NUMERIC AND WP-PERIOD > 0
                           MOVE WP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE WAIVER-PARM-FILE
           END-IF.
           MOVE ZERO TO WS-RSN-EVENTS WS-OPR-EVENTS WS-GRD-EVENTS.
           MOVE ZERO TO WS-RSN-WAIVED WS-OPR-WAIVED WS-GRD-WAIVED.
           MOVE ZERO TO WS-RSN-REFUNDED WS-OPR-REFUNDED
               WS-GRD-REFUNDED.
           OPEN OUTPUT WAIVER-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "FEEWRPT        ", "FEEWOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RPT-IS-OPEN TO TRUE.
           MOVE WS-RUN-DATE        TO WS-H1-RUN-DATE.
           MOVE WS-TARGET-PERIOD-X TO WS-H1-PERIOD.
           WRITE WAIVER-REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE FROM WS-HEADING-2.
           OPEN INPUT FEE-WAIVER-FILE.
           IF WS-FW-NOT-FOUND
               MOVE "NO FEEWAIV FILE - NO WAIVERS OR REFUNDS KEYED."
                   TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-FW-OK
               CALL "FILERR" USING "FEEWRPT        ", "FEEWAIV ",
                   "OPEN-IN ", WS-FW-FILE-STATUS, "N"
               MOVE "  *** FEEWAIV NOT AVAILABLE ***"
                   TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-FW-IS-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-EVENTS - EVERY FEEWAIV ENTRY GIVES UP THE     *
      * EVENTS THAT FELL IN THE PERIOD.                            *
      *-----------------------------------------------------------*
       2000-RELEASE-EVENTS.
           PERFORM 2100-RELEASE-ONE-ENTRY
               THRU 2100-RELEASE-ONE-ENTRY-EXIT
               UNTIL WS-FW-EOF.
       2000-RELEASE-EVENTS-EXIT.
           EXIT.

       2100-RELEASE-ONE-ENTRY.
           READ FEE-WAIVER-FILE NEXT RECORD
               AT END
                   SET WS-FW-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-ENTRY-EXIT
           END-READ.
           IF FW-REFUND-PENDING
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           MOVE FW-REASON  TO SW-REASON.
           MOVE FW-CUST-ID TO SW-CUST-ID.
           MOVE FW-SEQ-NO  TO SW-SEQ-NO.
           IF FW-IS-WAIVER
               PERFORM 2200-RELEASE-WAIVER-EVENTS
                   THRU 2200-RELEASE-WAIVER-EVENTS-EXIT
           ELSE
               PERFORM 2300-RELEASE-REFUND-EVENTS
                   THRU 2300-RELEASE-REFUND-EVENTS-EXIT
           END-IF.
       2100-RELEASE-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-WAIVER-EVENTS - ADDED IN THE PERIOD, FEE      *
      * WAIVED AT THE PERIOD'S FEE RUN, CANCELLED IN THE PERIOD.   *
      *-----------------------------------------------------------*
       2200-RELEASE-WAIVER-EVENTS.
           IF FW-ENTERED-DATE(1:6) = WS-TARGET-PERIOD-X
               MOVE FW-ENTERED-BY   TO SW-OPERATOR-ID
               MOVE FW-ENTERED-DATE TO SW-EVENT-DATE
               MOVE "WAIVER ADDED"  TO SW-EVENT
               MOVE SPACE           TO SW-EVENT-CLASS
               MOVE ZERO            TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
           IF FW-LAST-WAIVED-MONTH = WS-TARGET-PERIOD-X
               MOVE FW-ENTERED-BY   TO SW-OPERATOR-ID
               MOVE SPACES          TO SW-EVENT-DATE
               MOVE WS-TARGET-PERIOD-X TO SW-EVENT-DATE(1:6)
               MOVE "FEE WAIVED"    TO SW-EVENT
               MOVE "W"             TO SW-EVENT-CLASS
               MOVE FW-LAST-WAIVED-AMT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
           IF FW-IS-CANCELLED
               AND FW-DECIDED-DATE(1:6) = WS-TARGET-PERIOD-X
               MOVE FW-DECIDED-BY   TO SW-OPERATOR-ID
               MOVE FW-DECIDED-DATE TO SW-EVENT-DATE
               MOVE "WAIVER ENDED"  TO SW-EVENT
               MOVE SPACE           TO SW-EVENT-CLASS
               MOVE ZERO            TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
       2200-RELEASE-WAIVER-EVENTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-RELEASE-REFUND-EVENTS - REQUESTED IN THE PERIOD, AND  *
      * WITHDRAWN, APPROVED OR DECLINED IN THE PERIOD.  ONLY AN    *
      * APPROVAL COUNTS AS MONEY REFUNDED.                         *
      *-----------------------------------------------------------*
       2300-RELEASE-REFUND-EVENTS.
           IF FW-ENTERED-DATE(1:6) = WS-TARGET-PERIOD-X
               MOVE FW-ENTERED-BY   TO SW-OPERATOR-ID
               MOVE FW-ENTERED-DATE TO SW-EVENT-DATE
               MOVE "REFUND ASKED"  TO SW-EVENT
               MOVE SPACE           TO SW-EVENT-CLASS
               MOVE FW-AMOUNT       TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
           IF FW-DECIDED-DATE(1:6) NOT = WS-TARGET-PERIOD-X
               GO TO 2300-RELEASE-REFUND-EVENTS-EXIT
           END-IF.
           MOVE FW-DECIDED-BY   TO SW-OPERATOR-ID.
           MOVE FW-DECIDED-DATE TO SW-EVENT-DATE.
           MOVE SPACE           TO SW-EVENT-CLASS.
           MOVE FW-AMOUNT       TO SW-AMOUNT.
           EVALUATE TRUE
               WHEN FW-REFUND-STAGED
                   MOVE "REFUND APPROVD" TO SW-EVENT
                   MOVE "R"              TO SW-EVENT-CLASS
               WHEN FW-REFUND-DECLINED
                   MOVE "REFUND DECLIND" TO SW-EVENT
               WHEN FW-IS-CANCELLED
                   MOVE "REFUND WITHDRN" TO SW-EVENT
               WHEN OTHER
                   GO TO 2300-RELEASE-REFUND-EVENTS-EXIT
           END-EVALUATE.
           RELEASE SORT-WORK-RECORD.
       2300-RELEASE-REFUND-EVENTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-EVENTS - LIST THE SORTED EVENTS WITH A TOTAL    *
      * LINE AT EACH CHANGE OF REASON AND OF OPERATOR.             *
      *-----------------------------------------------------------*
       3000-PRINT-EVENTS.
           PERFORM 3100-PRINT-ONE-EVENT
               THRU 3100-PRINT-ONE-EVENT-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-REASON-BREAK
                   THRU 3200-REASON-BREAK-EXIT
               PERFORM 3300-OPERATOR-BREAK
                   THRU 3300-OPERATOR-BREAK-EXIT
           END-IF.
       3000-PRINT-EVENTS-EXIT.
           EXIT.

       3100-PRINT-ONE-EVENT.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
               GO TO 3100-PRINT-ONE-EVENT-EXIT
           END-IF.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE SW-OPERATOR-ID TO WS-CURR-OPERATOR-ID
               MOVE SW-REASON      TO WS-CURR-REASON
           END-IF.
           IF SW-OPERATOR-ID NOT = WS-CURR-OPERATOR-ID
               PERFORM 3200-REASON-BREAK
                   THRU 3200-REASON-BREAK-EXIT
               PERFORM 3300-OPERATOR-BREAK
                   THRU 3300-OPERATOR-BREAK-EXIT
               MOVE SW-OPERATOR-ID TO WS-CURR-OPERATOR-ID
               MOVE SW-REASON      TO WS-CURR-REASON
           END-IF.
           IF SW-REASON NOT = WS-CURR-REASON
               PERFORM 3200-REASON-BREAK
                   THRU 3200-REASON-BREAK-EXIT
               MOVE SW-REASON TO WS-CURR-REASON
           END-IF.
           MOVE SW-OPERATOR-ID TO WS-DL-OPERATOR-ID.
           MOVE SW-REASON      TO WS-DL-REASON.
           MOVE SW-CUST-ID     TO WS-DL-CUST-ID.
           MOVE SW-SEQ-NO      TO WS-DL-SEQ-NO.
           MOVE SW-EVENT-DATE  TO WS-DL-EVENT-DATE.
           MOVE SW-EVENT       TO WS-DL-EVENT.
           MOVE SW-AMOUNT      TO WS-DL-AMOUNT.
           WRITE WAIVER-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RSN-EVENTS.
           IF SW-IS-FEE-WAIVED
               ADD SW-AMOUNT TO WS-RSN-WAIVED
           END-IF.
           IF SW-IS-REFUND-PAID
               ADD SW-AMOUNT TO WS-RSN-REFUNDED
           END-IF.
       3100-PRINT-ONE-EVENT-EXIT.
           EXIT.

       3200-REASON-BREAK.
           MOVE SPACES TO WS-BL-LABEL.
           STRING "REASON " DELIMITED BY SIZE
               WS-CURR-REASON DELIMITED BY SIZE
               INTO WS-BL-LABEL.
           MOVE WS-RSN-EVENTS   TO WS-BL-EVENTS.
           MOVE WS-RSN-WAIVED   TO WS-BL-WAIVED.
           MOVE WS-RSN-REFUNDED TO WS-BL-REFUNDED.
           WRITE WAIVER-REPORT-LINE FROM WS-BREAK-LINE.
           ADD WS-RSN-EVENTS   TO WS-OPR-EVENTS.
           ADD WS-RSN-WAIVED   TO WS-OPR-WAIVED.
           ADD WS-RSN-REFUNDED TO WS-OPR-REFUNDED.
           MOVE ZERO TO WS-RSN-EVENTS.
           MOVE ZERO TO WS-RSN-WAIVED.
           MOVE ZERO TO WS-RSN-REFUNDED.
       3200-REASON-BREAK-EXIT.
           EXIT.

       3300-OPERATOR-BREAK.
           MOVE SPACES TO WS-BL-LABEL.
           STRING "OPERATOR " DELIMITED BY SIZE
               WS-CURR-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-BL-LABEL.
           MOVE WS-OPR-EVENTS   TO WS-BL-EVENTS.
           MOVE WS-OPR-WAIVED   TO WS-BL-WAIVED.
           MOVE WS-OPR-REFUNDED TO WS-BL-REFUNDED.
           WRITE WAIVER-REPORT-LINE FROM WS-BREAK-LINE.
           MOVE SPACES TO WAIVER-REPORT-LINE.
           WRITE WAIVER-REPORT-LINE.
           ADD WS-OPR-EVENTS   TO WS-GRD-EVENTS.
           ADD WS-OPR-WAIVED   TO WS-GRD-WAIVED.
           ADD WS-OPR-REFUNDED TO WS-GRD-REFUNDED.
           MOVE ZERO TO WS-OPR-EVENTS.
           MOVE ZERO TO WS-OPR-WAIVED.
           MOVE ZERO TO WS-OPR-REFUNDED.
       3300-OPERATOR-BREAK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - PRINT THE PERIOD TOTALS AND THE REFUNDS   *
      * STILL WAITING, CLOSE UP, REPORT.                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RPT-IS-OPEN
               MOVE SPACES TO WAIVER-REPORT-LINE
               WRITE WAIVER-REPORT-LINE
               MOVE "PERIOD TOTAL"  TO WS-BL-LABEL
               MOVE WS-GRD-EVENTS   TO WS-BL-EVENTS
               MOVE WS-GRD-WAIVED   TO WS-BL-WAIVED
               MOVE WS-GRD-REFUNDED TO WS-BL-REFUNDED
               WRITE WAIVER-REPORT-LINE FROM WS-BREAK-LINE
               MOVE WS-PENDING-COUNT TO WS-PL-PENDING
               WRITE WAIVER-REPORT-LINE FROM WS-PENDING-LINE
               CLOSE WAIVER-REPORT-FILE
           END-IF.
           IF WS-FW-IS-OPEN
               CLOSE FEE-WAIVER-FILE
           END-IF.
           DISPLAY "FEEWRPT: PERIOD              = " WS-TARGET-PERIOD.
           DISPLAY "FEEWRPT: EVENTS LISTED       = " WS-GRD-EVENTS.
           DISPLAY "FEEWRPT: FEES WAIVED         = " WS-GRD-WAIVED.
           DISPLAY "FEEWRPT: REFUNDS APPROVED    = " WS-GRD-REFUNDED.
           DISPLAY "FEEWRPT: REFUNDS AWAITING    = " WS-PENDING-COUNT.
           IF RETURN-CODE < 4
               AND WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FEEWRPT.
