      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared segregation-of-duties check, called like
      * LOCKMGR and SESSMGR are.  Nothing stopped one supervisor from
      * keying a repair in EXCPMGR, releasing the same item in SUSPMGR
      * and writing it off in EXCPESC, or from changing GLMAP and then
      * closing the period the change landed in.  The SODRULE table
      * names the pairs of functions one operator may not both perform
      * on the same item, each with a near-miss key length; the
      * SODLOG ledger keeps every function performed - function,
      * item key, operator, date and program.  Function "C" checks an
      * action before it is applied: when the same operator has
      * already performed a conflicting function on the same item
      * key the action is refused with result "N", logged on SODLOG
      * and stamped SOD-REFUSED on OPERAUDIT.  When the operator has
      * only performed a conflicting function on a different item
      * sharing the rule's near-miss prefix (for the exception rules,
      * the same customer) the action is allowed with result "W" and
      * logged as a near miss.  Otherwise the result is "Y".
      * Function "R" records a function performed once the action has
      * been applied.  Without a SODRULE file the standing rules
      * below apply, so a lost rule table never switches the check
      * off.  The monthly SODRPT report lists the refusals and the
      * near misses.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT SOD-LOG-FILE ASSIGN TO "SODLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  SOD-RULE-RECORD.
           05  RU-FUNCTION-A           PIC X(08).
           05  RU-FUNCTION-B           PIC X(08).
           05  RU-NEAR-LENGTH          PIC 9(02).
           05  RU-DESCRIPTION          PIC X(22).

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

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RULE-OK                        VALUE "00".
           88  WS-RULE-EOF                       VALUE "10".
       01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                         VALUE "00".
           88  WS-LOG-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
      * THE STANDING RULES: FUNCTION A, FUNCTION B, NEAR-MISS LENGTH.
       01  WS-DEFAULT-RULES.
           05  FILLER                  PIC X(18)
                   VALUE "EXREPAIRSUSRLSE 06".
           05  FILLER                  PIC X(18)
                   VALUE "EXREPAIREXWRTOFF06".
           05  FILLER                  PIC X(18)
                   VALUE "SUSRLSE EXWRTOFF06".
           05  FILLER                  PIC X(18)
                   VALUE "GLMAPCHGPERCLOSE00".
       01  WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULES.
           05  WS-DEF-RULE OCCURS 4 TIMES
                                       PIC X(18).
       77  WS-DEFAULT-RULE-COUNT       PIC 9(02) COMP VALUE 4.
       01  WS-RULE-TABLE.
           05  WS-RUL-ENTRY OCCURS 50 TIMES.
               10  WS-RUL-FUNCTION-A   PIC X(08).
               10  WS-RUL-FUNCTION-B   PIC X(08).
               10  WS-RUL-NEAR-LENGTH  PIC 9(02).
       77  WS-RUL-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-RUL-IDX                  PIC 9(02) COMP VALUE ZERO.
      * THE FUNCTIONS THAT CONFLICT WITH THE ONE BEING CHECKED.
       01  WS-CONFLICT-TABLE.
           05  WS-CFL-ENTRY OCCURS 50 TIMES.
               10  WS-CFL-FUNCTION     PIC X(08).
               10  WS-CFL-NEAR-LENGTH  PIC 9(02).
       77  WS-CFL-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-CFL-IDX                  PIC 9(02) COMP VALUE ZERO.
       01  WS-VIOLATION-SWITCH         PIC X(01) VALUE "N".
           88  WS-VIOLATION-FOUND                VALUE "Y".
       01  WS-NEAR-MISS-SWITCH         PIC X(01) VALUE "N".
           88  WS-NEAR-MISS-FOUND                VALUE "Y".
       01  WS-PRIOR-FUNCTION           PIC X(08) VALUE SPACES.
       01  WS-PRIOR-ITEM-KEY           PIC X(20) VALUE SPACES.
       01  WS-PRIOR-DATE               PIC X(08) VALUE SPACES.
       01  WS-NOW-DATE                 PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME                 PIC X(08) VALUE SPACES.
       01  WS-LOG-ENTRY-TYPE           PIC X(01) VALUE SPACE.
       LINKAGE SECTION.
       01  SOD-FUNCTION                PIC X(01).
           88  FUNCTION-IS-CHECK                 VALUE "C".
           88  FUNCTION-IS-RECORD                VALUE "R".
       01  SOD-ACTIVITY                PIC X(08).
       01  SOD-ITEM-KEY                PIC X(20).
       01  SOD-OPERATOR-ID             PIC X(08).
       01  SOD-PROGRAM                 PIC X(08).
       01  SOD-RESULT                  PIC X(01).
           88  SOD-IS-ALLOWED                    VALUE "Y".
           88  SOD-IS-REFUSED                    VALUE "N".
           88  SOD-IS-NEAR-MISS                  VALUE "W".
       PROCEDURE DIVISION USING SOD-FUNCTION, SOD-ACTIVITY,
           SOD-ITEM-KEY, SOD-OPERATOR-ID, SOD-PROGRAM, SOD-RESULT.
       0000-MAINLINE.
           MOVE "Y" TO SOD-RESULT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-PRIOR-FUNCTION.
           MOVE SPACES TO WS-PRIOR-ITEM-KEY.
           MOVE SPACES TO WS-PRIOR-DATE.
           EVALUATE TRUE
               WHEN FUNCTION-IS-CHECK
                   PERFORM 1000-LOAD-RULE-TABLE
                       THRU 1000-LOAD-RULE-TABLE-EXIT
                   PERFORM 2000-CHECK-ACTIVITY
                       THRU 2000-CHECK-ACTIVITY-EXIT
               WHEN FUNCTION-IS-RECORD
                   MOVE "P" TO WS-LOG-ENTRY-TYPE
                   PERFORM 8000-WRITE-LOG-ENTRY
                       THRU 8000-WRITE-LOG-ENTRY-EXIT
               WHEN OTHER
                   DISPLAY "SODCHK: UNKNOWN FUNCTION "
                       SOD-FUNCTION " - NOTHING DONE."
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-RULE-TABLE - THE SODRULE PAIRS, OR THE STANDING *
      * RULES WHEN THERE IS NO SODRULE FILE (OR AN EMPTY ONE).    *
      * A BAD NEAR-MISS LENGTH IS TAKEN AS ZERO (NO NEAR MISSES). *
      *-----------------------------------------------------------*
       1000-LOAD-RULE-TABLE.
           MOVE ZERO TO WS-RUL-COUNT.
           MOVE SPACES TO WS-RULE-FILE-STATUS.
           OPEN INPUT SOD-RULE-FILE.
           IF WS-RULE-OK
               PERFORM 1100-LOAD-ONE-RULE
                   THRU 1100-LOAD-ONE-RULE-EXIT
                   UNTIL WS-RULE-EOF
                   OR WS-RUL-COUNT = 50
               CLOSE SOD-RULE-FILE
           END-IF.
           IF WS-RUL-COUNT = 0
               PERFORM 1200-LOAD-DEFAULT-RULE
                   THRU 1200-LOAD-DEFAULT-RULE-EXIT
                   VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX > WS-DEFAULT-RULE-COUNT
           END-IF.
       1000-LOAD-RULE-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-RULE.
           READ SOD-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
           END-READ.
           IF WS-RULE-EOF
               GO TO 1100-LOAD-ONE-RULE-EXIT
           END-IF.
           IF RU-FUNCTION-A = SPACES OR RU-FUNCTION-B = SPACES
               OR RU-FUNCTION-A(1:1) = "*"
               GO TO 1100-LOAD-ONE-RULE-EXIT
           END-IF.
           ADD 1 TO WS-RUL-COUNT.
           MOVE RU-FUNCTION-A TO WS-RUL-FUNCTION-A(WS-RUL-COUNT).
           MOVE RU-FUNCTION-B TO WS-RUL-FUNCTION-B(WS-RUL-COUNT).
           IF RU-NEAR-LENGTH IS NUMERIC
               AND RU-NEAR-LENGTH NOT > 20
               MOVE RU-NEAR-LENGTH
                   TO WS-RUL-NEAR-LENGTH(WS-RUL-COUNT)
           ELSE
               MOVE ZERO TO WS-RUL-NEAR-LENGTH(WS-RUL-COUNT)
           END-IF.
       1100-LOAD-ONE-RULE-EXIT.
           EXIT.

       1200-LOAD-DEFAULT-RULE.
           ADD 1 TO WS-RUL-COUNT.
           MOVE WS-DEF-RULE(WS-RUL-IDX) TO WS-RUL-ENTRY(WS-RUL-COUNT).
       1200-LOAD-DEFAULT-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ACTIVITY - COLLECT THE FUNCTIONS THAT CONFLICT *
      * WITH THIS ONE, THEN SEARCH SODLOG FOR THIS OPERATOR       *
      * HAVING PERFORMED ONE OF THEM.  THE SAME ITEM KEY REFUSES  *
      * THE ACTION; THE SAME NEAR-MISS PREFIX IS A NEAR MISS.     *
      *-----------------------------------------------------------*
       2000-CHECK-ACTIVITY.
           MOVE ZERO TO WS-CFL-COUNT.
           PERFORM 2100-COLLECT-ONE-CONFLICT
               THRU 2100-COLLECT-ONE-CONFLICT-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-COUNT.
           IF WS-CFL-COUNT = 0
               GO TO 2000-CHECK-ACTIVITY-EXIT
           END-IF.
           MOVE "N" TO WS-VIOLATION-SWITCH.
           MOVE "N" TO WS-NEAR-MISS-SWITCH.
           MOVE SPACES TO WS-LOG-FILE-STATUS.
           OPEN INPUT SOD-LOG-FILE.
           IF NOT WS-LOG-OK
               GO TO 2000-CHECK-ACTIVITY-EXIT
           END-IF.
           PERFORM 2200-SCAN-ONE-LOG-ENTRY
               THRU 2200-SCAN-ONE-LOG-ENTRY-EXIT
               UNTIL WS-LOG-EOF
               OR WS-VIOLATION-FOUND.
           CLOSE SOD-LOG-FILE.
           IF WS-VIOLATION-FOUND
               MOVE "N" TO SOD-RESULT
               DISPLAY "SODCHK: OPERATOR " SOD-OPERATOR-ID
                   " PERFORMED " WS-PRIOR-FUNCTION " ON "
                   WS-PRIOR-DATE " FOR ITEM " SOD-ITEM-KEY
                   " - " SOD-ACTIVITY " REFUSED."
               MOVE "V" TO WS-LOG-ENTRY-TYPE
               PERFORM 8000-WRITE-LOG-ENTRY
                   THRU 8000-WRITE-LOG-ENTRY-EXIT
               PERFORM 8100-WRITE-AUDIT-RECORD
                   THRU 8100-WRITE-AUDIT-RECORD-EXIT
               GO TO 2000-CHECK-ACTIVITY-EXIT
           END-IF.
           IF WS-NEAR-MISS-FOUND
               MOVE "W" TO SOD-RESULT
               DISPLAY "SODCHK: NOTE - OPERATOR " SOD-OPERATOR-ID
                   " PERFORMED " WS-PRIOR-FUNCTION " FOR RELATED "
                   "ITEM " WS-PRIOR-ITEM-KEY " - NEAR MISS LOGGED."
               MOVE "N" TO WS-LOG-ENTRY-TYPE
               PERFORM 8000-WRITE-LOG-ENTRY
                   THRU 8000-WRITE-LOG-ENTRY-EXIT
           END-IF.
       2000-CHECK-ACTIVITY-EXIT.
           EXIT.

       2100-COLLECT-ONE-CONFLICT.
           IF WS-RUL-FUNCTION-A(WS-RUL-IDX) = SOD-ACTIVITY
               ADD 1 TO WS-CFL-COUNT
               MOVE WS-RUL-FUNCTION-B(WS-RUL-IDX)
                   TO WS-CFL-FUNCTION(WS-CFL-COUNT)
               MOVE WS-RUL-NEAR-LENGTH(WS-RUL-IDX)
                   TO WS-CFL-NEAR-LENGTH(WS-CFL-COUNT)
               GO TO 2100-COLLECT-ONE-CONFLICT-EXIT
           END-IF.
           IF WS-RUL-FUNCTION-B(WS-RUL-IDX) = SOD-ACTIVITY
               ADD 1 TO WS-CFL-COUNT
               MOVE WS-RUL-FUNCTION-A(WS-RUL-IDX)
                   TO WS-CFL-FUNCTION(WS-CFL-COUNT)
               MOVE WS-RUL-NEAR-LENGTH(WS-RUL-IDX)
                   TO WS-CFL-NEAR-LENGTH(WS-CFL-COUNT)
           END-IF.
       2100-COLLECT-ONE-CONFLICT-EXIT.
           EXIT.

       2200-SCAN-ONE-LOG-ENTRY.
           READ SOD-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.
           IF WS-LOG-EOF
               GO TO 2200-SCAN-ONE-LOG-ENTRY-EXIT
           END-IF.
           IF NOT SL-IS-PERFORMED
               OR SL-OPERATOR-ID NOT = SOD-OPERATOR-ID
               GO TO 2200-SCAN-ONE-LOG-ENTRY-EXIT
           END-IF.
           PERFORM 2300-MATCH-ONE-CONFLICT
               THRU 2300-MATCH-ONE-CONFLICT-EXIT
               VARYING WS-CFL-IDX FROM 1 BY 1
               UNTIL WS-CFL-IDX > WS-CFL-COUNT
               OR WS-VIOLATION-FOUND.
       2200-SCAN-ONE-LOG-ENTRY-EXIT.
           EXIT.

       2300-MATCH-ONE-CONFLICT.
           IF SL-FUNCTION NOT = WS-CFL-FUNCTION(WS-CFL-IDX)
               GO TO 2300-MATCH-ONE-CONFLICT-EXIT
           END-IF.
           IF SL-ITEM-KEY = SOD-ITEM-KEY
               SET WS-VIOLATION-FOUND TO TRUE
               MOVE SL-FUNCTION TO WS-PRIOR-FUNCTION
               MOVE SL-ITEM-KEY TO WS-PRIOR-ITEM-KEY
               MOVE SL-LOG-DATE TO WS-PRIOR-DATE
               GO TO 2300-MATCH-ONE-CONFLICT-EXIT
           END-IF.
           IF WS-NEAR-MISS-FOUND
               OR WS-CFL-NEAR-LENGTH(WS-CFL-IDX) = 0
               GO TO 2300-MATCH-ONE-CONFLICT-EXIT
           END-IF.
           IF SL-ITEM-KEY(1:WS-CFL-NEAR-LENGTH(WS-CFL-IDX)) =
               SOD-ITEM-KEY(1:WS-CFL-NEAR-LENGTH(WS-CFL-IDX))
               SET WS-NEAR-MISS-FOUND TO TRUE
               MOVE SL-FUNCTION TO WS-PRIOR-FUNCTION
               MOVE SL-ITEM-KEY TO WS-PRIOR-ITEM-KEY
               MOVE SL-LOG-DATE TO WS-PRIOR-DATE
           END-IF.
       2300-MATCH-ONE-CONFLICT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-LOG-ENTRY - APPEND ONE SODLOG ENTRY: "P" A     *
      * FUNCTION PERFORMED, "V" A REFUSAL, "N" A NEAR MISS.       *
      *-----------------------------------------------------------*
       8000-WRITE-LOG-ENTRY.
           MOVE SPACES TO WS-LOG-FILE-STATUS.
           OPEN EXTEND SOD-LOG-FILE.
           IF NOT WS-LOG-OK
               CLOSE SOD-LOG-FILE
               OPEN OUTPUT SOD-LOG-FILE
           END-IF.
           MOVE SPACES            TO SOD-LOG-RECORD.
           MOVE WS-LOG-ENTRY-TYPE TO SL-ENTRY-TYPE.
           MOVE WS-NOW-DATE       TO SL-LOG-DATE.
           MOVE WS-NOW-TIME       TO SL-LOG-TIME.
           MOVE SOD-OPERATOR-ID   TO SL-OPERATOR-ID.
           MOVE SOD-PROGRAM       TO SL-PROGRAM.
           MOVE SOD-ACTIVITY      TO SL-FUNCTION.
           MOVE SOD-ITEM-KEY      TO SL-ITEM-KEY.
           MOVE WS-PRIOR-FUNCTION TO SL-PRIOR-FUNCTION.
           MOVE WS-PRIOR-ITEM-KEY TO SL-PRIOR-ITEM-KEY.
           MOVE WS-PRIOR-DATE     TO SL-PRIOR-DATE.
           WRITE SOD-LOG-RECORD.
           CLOSE SOD-LOG-FILE.
       8000-WRITE-LOG-ENTRY-EXIT.
           EXIT.

       8100-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-FILE-STATUS.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE SOD-OPERATOR-ID TO OA-OPERATOR-ID.
           MOVE WS-NOW-DATE     TO OA-RUN-DATE.
           MOVE WS-NOW-TIME     TO OA-RUN-TIME.
           MOVE "SOD-REFUSED"   TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8100-WRITE-AUDIT-RECORD-EXIT.
           EXIT.

       END PROGRAM SODCHK.
