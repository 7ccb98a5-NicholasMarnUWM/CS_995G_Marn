      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared chart-of-accounts check against the CHARTMAS
      * master CHARTMNT maintains.  Function "V" verifies an account
      * and answers "O" open, "C" closed, "U" unknown, or "X" when the
      * chart itself cannot be read - GLMAPMNT uses it to refuse a
      * mapping to a dead account.  Function "R" resolves a GLJRNL
      * line's account just before the line is written: an open
      * account comes back unchanged ("O"); a closed or unknown one
      * is replaced by the SUSPCTL suspense account for the line's
      * side ("S"), so the ledger never sees the line bounce back on
      * GLACKIN.  With no usable suspense account the line keeps its
      * account and the answer is "C" or "U" for the caller to
      * report.  With no chart at all every line passes untouched
      * ("X"), like the other control-file migrations.  Function "C"
      * closes the master at the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "CHARTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-ACCOUNT
               FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT SUSPENSE-CTL-FILE ASSIGN TO "SUSPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-RECORD.
           05  CH-ACCOUNT              PIC 9(08).
           05  CH-ACCOUNT-TYPE         PIC X(01).
               88  CH-IS-ASSET                   VALUE "A".
               88  CH-IS-LIABILITY               VALUE "L".
               88  CH-IS-INCOME                  VALUE "I".
               88  CH-IS-EXPENSE                 VALUE "E".
           05  CH-STATUS               PIC X(01).
               88  CH-IS-OPEN                    VALUE "O".
               88  CH-IS-CLOSED                  VALUE "C".
           05  CH-OPENED-DATE          PIC X(08).
           05  CH-CLOSED-DATE          PIC X(08).
           05  CH-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(04).

       FD  SUSPENSE-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  SUSPENSE-CTL-RECORD.
           05  SC-DEBIT-ACCOUNT        PIC 9(08).
           05  SC-CREDIT-ACCOUNT       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-CHART-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CHART-OK                       VALUE "00".
           88  WS-CHART-NOT-FOUND                VALUE "35".
       01  WS-SUSPC-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-SUSPC-OK                       VALUE "00".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-CHART-OPEN                     VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-SUSP-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-SUSPENSE-AVAILABLE             VALUE "Y".
       01  WS-SUSP-DEBIT-ACCT          PIC 9(08) VALUE ZERO.
       01  WS-SUSP-CREDIT-ACCT         PIC 9(08) VALUE ZERO.
       01  WS-ORIGINAL-ACCOUNT         PIC 9(08) VALUE ZERO.
       01  WS-ACCOUNT-STATE            PIC X(01) VALUE SPACE.
           88  WS-ACCOUNT-IS-OPEN                VALUE "O".

       LINKAGE SECTION.
       01  CHART-FUNCTION              PIC X(01).
           88  CHART-VERIFY                      VALUE "V".
           88  CHART-RESOLVE                     VALUE "R".
           88  CHART-CLOSE                       VALUE "C".
       01  CHART-ACCOUNT               PIC 9(08).
       01  CHART-DR-CR                 PIC X(01).
           88  CHART-IS-DEBIT                    VALUE "D".
       01  CHART-RESULT                PIC X(01).
           88  CHART-ACCOUNT-OPEN                VALUE "O".
           88  CHART-ACCOUNT-CLOSED              VALUE "C".
           88  CHART-ACCOUNT-UNKNOWN             VALUE "U".
           88  CHART-TO-SUSPENSE                 VALUE "S".
           88  CHART-UNAVAILABLE                 VALUE "X".

       PROCEDURE DIVISION USING CHART-FUNCTION, CHART-ACCOUNT,
           CHART-DR-CR, CHART-RESULT.
       0000-MAINLINE.
           IF CHART-CLOSE
               IF WS-CHART-OPEN
                   CLOSE CHART-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "X" TO CHART-RESULT.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-CHART
                   THRU 1000-OPEN-CHART-EXIT
           END-IF.
           IF NOT WS-CHART-OPEN
               GOBACK
           END-IF.
           PERFORM 2000-LOOKUP-ACCOUNT
               THRU 2000-LOOKUP-ACCOUNT-EXIT.
           MOVE WS-ACCOUNT-STATE TO CHART-RESULT.
           IF CHART-RESOLVE
               AND NOT WS-ACCOUNT-IS-OPEN
               PERFORM 3000-ROUTE-TO-SUSPENSE
                   THRU 3000-ROUTE-TO-SUSPENSE-EXIT
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-CHART - FIRST CALL ONLY.  THE SUSPENSE ACCOUNTS  *
      * ARE ONLY USED WHEN THEY ARE THEMSELVES OPEN ON THE CHART,  *
      * OR A LINE WOULD BE ROUTED FROM ONE DEAD ACCOUNT TO         *
      * ANOTHER.                                                   *
      *-----------------------------------------------------------*
       1000-OPEN-CHART.
           SET WS-OPEN-TRIED TO TRUE.
           MOVE "N" TO WS-SUSP-AVAIL-SWITCH.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-NOT-FOUND
               DISPLAY "CHARTCHK: NO CHARTMAS CHART OF ACCOUNTS - ",
                   "ACCOUNTS NOT VALIDATED."
               GO TO 1000-OPEN-CHART-EXIT
           END-IF.
           IF NOT WS-CHART-OK
               CALL "FILERR" USING "CHARTCHK       ", "CHARTMAS",
                   "OPEN-IN ", WS-CHART-FILE-STATUS, "N"
               GO TO 1000-OPEN-CHART-EXIT
           END-IF.
           SET WS-CHART-OPEN TO TRUE.
           OPEN INPUT SUSPENSE-CTL-FILE.
           IF WS-SUSPC-OK
               READ SUSPENSE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-DEBIT-ACCOUNT IS NUMERIC
                           AND SC-CREDIT-ACCOUNT IS NUMERIC
                           AND SC-DEBIT-ACCOUNT > 0
                           AND SC-CREDIT-ACCOUNT > 0
                           MOVE SC-DEBIT-ACCOUNT
                               TO WS-SUSP-DEBIT-ACCT
                           MOVE SC-CREDIT-ACCOUNT
                               TO WS-SUSP-CREDIT-ACCT
                           SET WS-SUSPENSE-AVAILABLE TO TRUE
                       END-IF
               END-READ
               CLOSE SUSPENSE-CTL-FILE
           END-IF.
           IF NOT WS-SUSPENSE-AVAILABLE
               DISPLAY "CHARTCHK: NO SUSPCTL SUSPENSE ACCOUNTS - ",
                   "CLOSED-ACCOUNT LINES CANNOT BE ROUTED."
               GO TO 1000-OPEN-CHART-EXIT
           END-IF.
           MOVE WS-SUSP-DEBIT-ACCT TO CH-ACCOUNT.
           PERFORM 2100-READ-CHART
               THRU 2100-READ-CHART-EXIT.
           IF NOT WS-ACCOUNT-IS-OPEN
               MOVE "N" TO WS-SUSP-AVAIL-SWITCH
           END-IF.
           MOVE WS-SUSP-CREDIT-ACCT TO CH-ACCOUNT.
           PERFORM 2100-READ-CHART
               THRU 2100-READ-CHART-EXIT.
           IF NOT WS-ACCOUNT-IS-OPEN
               MOVE "N" TO WS-SUSP-AVAIL-SWITCH
           END-IF.
           IF NOT WS-SUSPENSE-AVAILABLE
               DISPLAY "CHARTCHK: SUSPCTL SUSPENSE ACCOUNTS NOT OPEN ",
                   "ON CHARTMAS - CLOSED-ACCOUNT LINES CANNOT BE ",
                   "ROUTED."
           END-IF.
       1000-OPEN-CHART-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOOKUP-ACCOUNT - STATE OF THE CALLER'S ACCOUNT.       *
      *-----------------------------------------------------------*
       2000-LOOKUP-ACCOUNT.
           IF CHART-ACCOUNT IS NOT NUMERIC
               MOVE "U" TO WS-ACCOUNT-STATE
               GO TO 2000-LOOKUP-ACCOUNT-EXIT
           END-IF.
           MOVE CHART-ACCOUNT TO CH-ACCOUNT.
           PERFORM 2100-READ-CHART
               THRU 2100-READ-CHART-EXIT.
       2000-LOOKUP-ACCOUNT-EXIT.
           EXIT.

       2100-READ-CHART.
           READ CHART-FILE
               INVALID KEY
                   MOVE "U" TO WS-ACCOUNT-STATE
               NOT INVALID KEY
                   IF CH-IS-CLOSED
                       MOVE "C" TO WS-ACCOUNT-STATE
                   ELSE
                       MOVE "O" TO WS-ACCOUNT-STATE
                   END-IF
           END-READ.
       2100-READ-CHART-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ROUTE-TO-SUSPENSE - A DEBIT LINE GOES TO THE SUSPENSE *
      * DEBIT ACCOUNT, A CREDIT LINE TO THE SUSPENSE CREDIT        *
      * ACCOUNT, SO THE CALLER'S JOURNAL STILL BALANCES.           *
      *-----------------------------------------------------------*
       3000-ROUTE-TO-SUSPENSE.
           IF NOT WS-SUSPENSE-AVAILABLE
               GO TO 3000-ROUTE-TO-SUSPENSE-EXIT
           END-IF.
           MOVE CHART-ACCOUNT TO WS-ORIGINAL-ACCOUNT.
           IF CHART-IS-DEBIT
               MOVE WS-SUSP-DEBIT-ACCT  TO CHART-ACCOUNT
           ELSE
               MOVE WS-SUSP-CREDIT-ACCT TO CHART-ACCOUNT
           END-IF.
           MOVE "S" TO CHART-RESULT.
           IF WS-ACCOUNT-STATE = "C"
               DISPLAY "CHARTCHK: ACCOUNT " WS-ORIGINAL-ACCOUNT
                   " CLOSED - LINE POSTED TO SUSPENSE " CHART-ACCOUNT
           ELSE
               DISPLAY "CHARTCHK: ACCOUNT " WS-ORIGINAL-ACCOUNT
                   " NOT ON CHARTMAS - LINE POSTED TO SUSPENSE "
                   CHART-ACCOUNT
           END-IF.
       3000-ROUTE-TO-SUSPENSE-EXIT.
           EXIT.

       END PROGRAM CHARTCHK.
