      *                 EVERY N/F PAIR TO FIBAUDIT.  THE ACTUARIES'
      *                 LIST OF HUNDREDS OF TERMS NO LONGER GOES IN
      *                 ONE CONSOLE PROMPT AT A TIME.
      * 10/15/2026  NM  EACH POLICY'S TERM IS NOW CHECKED THROUGH A
      *                 NUMCHECK RULE-BASED CALL AGAINST THE TERM RULE
      *                 ON THE VALRULE RULES FILE, WHICH HOLDS THE
      *                 BUSINESS TERM LIMIT; WS-MAX-HOLDER STAYS ONLY AS
      *                 FIB_SUBROUTE'S OWN CEILING. A TERM FAILING ITS
      *                 RULE GOES TO FIBREJ WITH ITS OWN REASON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL-RECURSE-START.
           88  WS-AUD-OK                         VALUE "00".
       77  WS-COMPUTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
      * THE LARGEST N FIB_SUBROUTE CAN BE HANDED.  THE BUSINESS
      * LIMIT ON A TERM IS THE TERM RULE ON VALRULE, AT OR BELOW IT.
       01  WS-MAX-HOLDER               PIC 9(03) VALUE 045.
       01  WS-TERM-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-TERM-IS-VALID                  VALUE "Y".
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-INPUT-SWITCH             PIC X(01) VALUE "N".
           88  WS-INPUT-REJECTED                 VALUE "Y".
           88  WS-INPUT-ACCEPTED                 VALUE "N".
           GOBACK.

      *-----------------------------------------------------------*
      * 1500-PROCESS-ONE-POLICY - READ ONE SCHEDULE RECORD, CHECK *
      * ITS TERM AGAINST THE TERM RULE THROUGH NUMCHECK, RANGE-   *
      * CHECK IT, COMPUTE THE ACCEPTED ONES, AND WRITE THE        *
      * POLICY-KEYED RESULT.                                      *
      *-----------------------------------------------------------*
       1500-PROCESS-ONE-POLICY.
           IF WS-SCHED-EOF
               GO TO 1500-PROCESS-ONE-POLICY-EXIT
           END-IF.
           MOVE "N" TO WS-TERM-VALID-SWITCH.
           CALL "NUMCHECK" USING FS-TERM, "R", WS-TERM-VALID-SWITCH,
               "COBOL-RECURSE-S", "TERM           ".
           IF NOT WS-TERM-IS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               IF FS-TERM IS NUMERIC
                   MOVE "TERM FAILS ITS VALRULE RULE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "TERM IS NOT NUMERIC" TO WS-REJECT-REASON
               END-IF
               PERFORM 1100-WRITE-REJECT-RECORD
                   THRU 1100-WRITE-REJECT-RECORD-EXIT
               GO TO 1500-PROCESS-ONE-POLICY-EXIT
           SET WS-INPUT-ACCEPTED TO TRUE.
           IF n > WS-MAX-HOLDER
               SET WS-INPUT-REJECTED TO TRUE
               MOVE "N OUT OF RANGE FOR FIB_SUBROUTE"
                   TO WS-REJECT-REASON
               PERFORM 1100-WRITE-REJECT-RECORD
                   THRU 1100-WRITE-REJECT-RECORD-EXIT
               DISPLAY "COBOL-RECURSE-START: POLICY " FS-POLICY-NO
           MOVE FS-POLICY-NO TO RJ-POLICY-NO.
           IF FS-TERM IS NUMERIC
               MOVE FS-TERM TO RJ-INPUT-VALUE
           ELSE
               MOVE ZERO TO RJ-INPUT-VALUE
           END-IF.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.
       1100-WRITE-REJECT-RECORD-EXIT.
