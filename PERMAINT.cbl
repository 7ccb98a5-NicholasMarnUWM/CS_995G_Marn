      * the transaction carries a reason code, which is echoed to the
      * audit trail.  Every change is stamped to OPERAUDIT, where the
      * SECRPT daily security report picks it up with the rest of the
      * operator's activity.  A close is put to the shared SODCHK
      * segregation-of-duties check first: the operator who changed
      * GLMAP during the period may not close it.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  A PERIOD CLOSE IS CHECKED AGAINST THE SODRULE
      *                 SEGREGATION-OF-DUTIES RULES THROUGH SODCHK -
      *                 REFUSED WHEN THE OPERATOR CHANGED GLMAP DURING
      *                 THE PERIOD - AND RECORDED ON SODLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMAINT.
       01  WS-TABLE-CHANGED-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-CHANGED                  VALUE "Y".
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-SOD-FUNCTION             PIC X(01) VALUE "C".
       01  WS-SOD-ACTIVITY             PIC X(08) VALUE "PERCLOSE".
       01  WS-SOD-ITEM-KEY             PIC X(20) VALUE SPACES.
       01  WS-SOD-PROGRAM              PIC X(08) VALUE "PERMAINT".
       01  WS-SOD-RESULT               PIC X(01) VALUE SPACE.
           88  WS-SOD-REFUSED                    VALUE "N".
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.

                   " NOT ON FILE - CLOSE IGNORED."
               GO TO 5000-CLOSE-PERIOD-EXIT
           END-IF.
           MOVE SPACES TO WS-SOD-ITEM-KEY.
           MOVE PT-PERIOD TO WS-SOD-ITEM-KEY(1:6).
           MOVE "C" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WS-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           IF WS-SOD-REFUSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "PERMAINT: CLOSE OF PERIOD " PT-PERIOD
                   " REFUSED - SEGREGATION OF DUTIES."
               GO TO 5000-CLOSE-PERIOD-EXIT
           END-IF.
           MOVE "C" TO WS-PD-RECORD(WS-PD-MATCH-IDX)(7:1).
           MOVE "PERIOD-CLOSED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
           MOVE "R" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WS-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
       5000-CLOSE-PERIOD-EXIT.
           EXIT.

