      * stamped outside business hours (before 07:00 or after 19:00)
      * - and each operator's volume is set against the most recent
      * prior day on the trail, so a compromised or misused ID stands
      * out as a swing.  Idle online sessions signed off by SESSMGR
      * (TIMEOUT-SIGNOFF) and second sessions it refused
      * (SESSION-REFUSED) are counted in columns of their own.  An
      * audit trail no one reviews is just a file.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 SESSION NO LONGER INFLATES ITS OPERATOR'S
      *                 VOLUME BY FOUR-PLUS ROWS; PASSWORD-CHANGED
      *                 STILL COUNTS AS ACTIVITY.
      * 10/15/2026  NM  TIMEOUT-SIGNOFF AND SESSION-REFUSED ROWS FROM
      *                 THE SESSMGR ONLINE-SESSION REGISTER ARE NOW
      *                 COUNTED IN TMOUT AND REFSD COLUMNS, AND A
      *                 REFUSED SECOND SESSION IS FLAGGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
               10  WS-OPR-REJECTED     PIC 9(05).
               10  WS-OPR-FAILED       PIC 9(05).
               10  WS-OPR-AFTER-HOURS  PIC 9(05).
               10  WS-OPR-TIMEOUTS     PIC 9(05).
               10  WS-OPR-REFUSED      PIC 9(05).
       77  WS-OPR-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-OPR-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
           05  WS-RD-FAILED            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AFTER-HOURS       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-TIMEOUTS          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REFUSED           PIC ZZZZ9.
           05  WS-RD-FLAG              PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   IF OA-RESULT(1:8) = "REJECTED"
                       ADD 1 TO WS-OPR-REJECTED(WS-OPR-MATCH-IDX)
                   END-IF
                   IF OA-RESULT = "TIMEOUT-SIGNOFF"
                       ADD 1 TO WS-OPR-TIMEOUTS(WS-OPR-MATCH-IDX)
                   END-IF
                   IF OA-RESULT = "SESSION-REFUSED"
                       ADD 1 TO WS-OPR-REFUSED(WS-OPR-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
           IF OA-RUN-TIME(1:2) IS NUMERIC
               MOVE ZERO TO WS-OPR-REJECTED(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-FAILED(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-AFTER-HOURS(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-TIMEOUTS(WS-OPR-MATCH-IDX)
               MOVE ZERO TO WS-OPR-REFUSED(WS-OPR-MATCH-IDX)
           END-IF.
       2100-FIND-OPERATOR-ENTRY-EXIT.
           EXIT.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "  OPERATOR  TODAY  PRIOR   ACCT   REJT   FAIL"
                   DELIMITED BY SIZE
               "  AFTHR  TMOUT  REFSD" DELIMITED BY SIZE
               INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           PERFORM 8100-PRINT-ONE-OPERATOR
           MOVE WS-OPR-REJECTED(WS-OPR-IDX)    TO WS-RD-REJECTED.
           MOVE WS-OPR-FAILED(WS-OPR-IDX)      TO WS-RD-FAILED.
           MOVE WS-OPR-AFTER-HOURS(WS-OPR-IDX) TO WS-RD-AFTER-HOURS.
           MOVE WS-OPR-TIMEOUTS(WS-OPR-IDX)    TO WS-RD-TIMEOUTS.
           MOVE WS-OPR-REFUSED(WS-OPR-IDX)     TO WS-RD-REFUSED.
           MOVE SPACES TO WS-RD-FLAG.
           IF WS-OPR-AFTER-HOURS(WS-OPR-IDX) > 0
               MOVE "  *** AFTER HOURS ***" TO WS-RD-FLAG
           END-IF.
           IF WS-OPR-REFUSED(WS-OPR-IDX) > 0
               MOVE "  *** SECOND SESSION **" TO WS-RD-FLAG
           END-IF.
           IF WS-OPR-FAILED(WS-OPR-IDX) > 0
               MOVE "  *** FAILED SIGNONS *" TO WS-RD-FLAG
           END-IF.
