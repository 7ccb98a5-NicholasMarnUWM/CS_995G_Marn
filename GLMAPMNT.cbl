      * code and currency, "C" changes a row's debit/credit accounts,
      * and "D" deletes a row.  Every change is stamped to OPERAUDIT,
      * and the GLMAPRPT listing shows each changed row's before and
      * after image so accounting can sign the change off.  An add or
      * change is refused unless both accounts are open on the
      * CHARTMAS chart of accounts.  A change is also put to the
      * shared SODCHK segregation-of-duties check: the operator who
      * closed the current period through PERMAINT may not change
      * its mapping.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  AN ADD OR CHANGE TO AN ACCOUNT THAT IS UNKNOWN
      *                 OR CLOSED ON THE CHARTMAS CHART OF ACCOUNTS
      *                 IS REJECTED (CHECKED THROUGH CHARTCHK).
      * 10/15/2026  NM  A MAPPING CHANGE IS CHECKED AGAINST THE SODRULE
      *                 SEGREGATION-OF-DUTIES RULES THROUGH SODCHK -
      *                 REFUSED WHEN THE OPERATOR CLOSED THE CURRENT
      *                 PERIOD - AND RECORDED ON SODLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
       01  WS-BEFORE-IMAGE             PIC X(20) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(20) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-SOD-FUNCTION             PIC X(01) VALUE "C".
       01  WS-SOD-ACTIVITY             PIC X(08) VALUE "GLMAPCHG".
       01  WS-SOD-ITEM-KEY             PIC X(20) VALUE SPACES.
       01  WS-SOD-PROGRAM              PIC X(08) VALUE "GLMAPMNT".
       01  WS-SOD-RESULT               PIC X(01) VALUE SPACE.
           88  WS-SOD-REFUSED                    VALUE "N".
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-CHART-FUNCTION           PIC X(01) VALUE "V".
       01  WS-CHART-DR-CR              PIC X(01) VALUE SPACE.
       01  WS-CHART-ACCOUNT            PIC 9(08) VALUE ZERO.
       01  WS-CHART-RESULT             PIC X(01) VALUE SPACE.
           88  WS-CHART-ACCOUNT-OPEN             VALUE "O".
           88  WS-CHART-ACCOUNT-CLOSED           VALUE "C".
           88  WS-CHART-UNAVAILABLE              VALUE "X".
       01  WS-ACCOUNTS-SWITCH          PIC X(01) VALUE "Y".
           88  WS-ACCOUNTS-OPEN                  VALUE "Y".
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-SOD-ITEM-KEY.
           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-OK
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF MA-IS-ADD OR MA-IS-CHANGE
               PERFORM 2300-VERIFY-ACCOUNTS
                   THRU 2300-VERIFY-ACCOUNTS-EXIT
               IF NOT WS-ACCOUNTS-OPEN
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO 2100-PROCESS-MAINT-RECORD-EXIT
               END-IF
           END-IF.
      * A MAPPING CHANGE BELONGS TO THE PERIOD IT IS MADE IN - THE
      * OPERATOR WHO CLOSED THAT PERIOD MAY NOT CHANGE ITS MAPPING.
           MOVE "C" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WS-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           IF WS-SOD-REFUSED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "GLMAPMNT: CHANGE FOR CODE " MA-TRAN-CODE
                   " CURRENCY " MA-CURRENCY-CODE
                   " REFUSED - SEGREGATION OF DUTIES."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           PERFORM 2200-FIND-MAP-ROW
               THRU 2200-FIND-MAP-ROW-EXIT.
           EVALUATE TRUE
       2210-SCAN-ONE-MAP-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-VERIFY-ACCOUNTS - BOTH ACCOUNTS MUST BE OPEN ON THE   *
      * CHART OF ACCOUNTS.  NO READABLE CHART CONFIRMS NOTHING,    *
      * SO THE MAPPING IS REFUSED THEN TOO.                        *
      *-----------------------------------------------------------*
       2300-VERIFY-ACCOUNTS.
           SET WS-ACCOUNTS-OPEN TO TRUE.
           MOVE MA-DEBIT-ACCOUNT TO WS-CHART-ACCOUNT.
           PERFORM 2310-VERIFY-ONE-ACCOUNT
               THRU 2310-VERIFY-ONE-ACCOUNT-EXIT.
           MOVE MA-CREDIT-ACCOUNT TO WS-CHART-ACCOUNT.
           PERFORM 2310-VERIFY-ONE-ACCOUNT
               THRU 2310-VERIFY-ONE-ACCOUNT-EXIT.
       2300-VERIFY-ACCOUNTS-EXIT.
           EXIT.

       2310-VERIFY-ONE-ACCOUNT.
           MOVE "V" TO WS-CHART-FUNCTION.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           IF WS-CHART-ACCOUNT-OPEN
               GO TO 2310-VERIFY-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE "N" TO WS-ACCOUNTS-SWITCH.
           EVALUATE TRUE
               WHEN WS-CHART-UNAVAILABLE
                   DISPLAY "GLMAPMNT: CHARTMAS NOT AVAILABLE - CODE "
                       MA-TRAN-CODE " CURRENCY " MA-CURRENCY-CODE
                       " IGNORED."
               WHEN WS-CHART-ACCOUNT-CLOSED
                   DISPLAY "GLMAPMNT: ACCOUNT " WS-CHART-ACCOUNT
                       " IS CLOSED - CODE " MA-TRAN-CODE
                       " CURRENCY " MA-CURRENCY-CODE " IGNORED."
               WHEN OTHER
                   DISPLAY "GLMAPMNT: ACCOUNT " WS-CHART-ACCOUNT
                       " NOT ON THE CHART - CODE " MA-TRAN-CODE
                       " CURRENCY " MA-CURRENCY-CODE " IGNORED."
           END-EVALUATE.
       2310-VERIFY-ONE-ACCOUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-MAP-ROW - A NEW CODE/CURRENCY MAPPING.  A ROW     *
      * THAT ALREADY EXISTS IS REFUSED - A CHANGE MUST SAY IT IS   *
           SET WS-TABLE-CHANGED TO TRUE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE "R" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, WS-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           MOVE MA-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
               CLOSE GL-MAP-FILE
           END-IF.
           CLOSE MAP-REPORT-FILE.
           MOVE "C" TO WS-CHART-FUNCTION.
           CALL "CHARTCHK" USING WS-CHART-FUNCTION, WS-CHART-ACCOUNT,
               WS-CHART-DR-CR, WS-CHART-RESULT.
           DISPLAY "GLMAPMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "GLMAPMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
