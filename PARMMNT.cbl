      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Change control for the parameter and control files -
      * TIERCTL, PRIMECTL, PERFCTL, THRESHTBL, DUPCTL, ESCCTL, RATETOL,
      * WINCTL and LIQTHR.  None of them is edited by hand any longer; a
      * change is keyed here as a new version of the whole file,
      * approved here by a second supervisor, and put in place by the
      * nightly PARMINST step once its effective business date comes.
      * The operator signs on through the shared OPERSIGN subprogram
      * and must hold the supervisor role.  The PARMTRAN transactions
      * are: "N" keys a new version of the named file effective from
      * a stated business date, and is followed by one "L" line per
      * record of the complete new file; "B" takes the file as it
      * stands today as its first controlled version (done once per
      * file when it is brought under control); "A" approves a keyed
      * version, and may not be done by the operator who keyed it;
      * "R" rejects a keyed or approved version before it goes in.
      * Each version is held on the PARMVER register with who keyed
      * and approved it and when, and the before image (the file as
      * it stood when the change was keyed) and after image are kept
      * on PARMHIST for the PARMRPT change report.  Only one version
      * of a file may be pending at a time.  Every action is stamped
      * to OPERAUDIT.  Any refused transaction ends the step RC 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  LIQTHR, THE TREASURY LIQUIDITY-LADDER
      *                 THRESHOLDS, IS NOW KEYED AND APPROVED HERE LIKE
      *                 THE OTHER CONTROLLED FILES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-TRAN-FILE ASSIGN TO "PARMTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT PARM-VERSION-FILE ASSIGN TO "PARMVER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VER-FILE-STATUS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PARM-TRAN-RECORD.
           05  PM-ACTION               PIC X(01).
               88  PM-IS-NEW-VERSION             VALUE "N".
               88  PM-IS-LINE                    VALUE "L".
               88  PM-IS-BASELINE                VALUE "B".
               88  PM-IS-APPROVE                 VALUE "A".
               88  PM-IS-REJECT                  VALUE "R".
           05  PM-FILE-ID              PIC X(09).
           05  PM-VERSION              PIC 9(05).
           05  PM-EFF-DATE             PIC X(08).
           05  PM-REASON               PIC X(20).
           05  PM-LINE                 PIC X(40).
           05  FILLER                  PIC X(17).

       FD  PARM-VERSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PARM-VERSION-RECORD.
           05  PV-FILE-ID              PIC X(09).
           05  PV-VERSION              PIC 9(05).
           05  PV-STATUS               PIC X(01).
               88  PV-IS-KEYED                   VALUE "K".
               88  PV-IS-APPROVED                VALUE "A".
               88  PV-IS-INSTALLED               VALUE "I".
               88  PV-IS-SUPERSEDED              VALUE "S".
               88  PV-IS-REJECTED                VALUE "R".
           05  PV-EFF-DATE             PIC X(08).
           05  PV-KEYED-BY             PIC X(08).
           05  PV-KEYED-DATE           PIC X(08).
           05  PV-APPROVED-BY          PIC X(08).
           05  PV-APPROVED-DATE        PIC X(08).
           05  PV-INSTALLED-DATE       PIC X(08).
           05  PV-BEFORE-LINES         PIC 9(04).
           05  PV-AFTER-LINES          PIC 9(04).
           05  PV-REASON               PIC X(20).
           05  FILLER                  PIC X(09).

       FD  PARM-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PARM-HISTORY-RECORD.
           05  PH-FILE-ID              PIC X(09).
           05  PH-VERSION              PIC 9(05).
           05  PH-IMAGE-TYPE           PIC X(01).
               88  PH-IS-BEFORE                  VALUE "B".
               88  PH-IS-AFTER                   VALUE "A".
           05  PH-LINE-NO              PIC 9(04).
           05  PH-LINE                 PIC X(40).
           05  FILLER                  PIC X(01).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
       01  WS-VER-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-VER-OK                         VALUE "00".
           88  WS-VER-EOF                        VALUE "10".
       01  WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HST-OK                         VALUE "00".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
               88  WS-IS-SUPERVISOR              VALUE "Y".
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
      * THE PARMVER REGISTER, HELD WHOLE AND REWRITTEN AT THE END
      * WHEN ANYTHING ON IT CHANGED.  SAME LAYOUT AS PARM-VERSION-
      * RECORD.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 500 TIMES.
               10  WS-VE-FILE-ID       PIC X(09).
               10  WS-VE-VERSION       PIC 9(05).
               10  WS-VE-STATUS        PIC X(01).
                   88  WS-VE-IS-KEYED            VALUE "K".
                   88  WS-VE-IS-APPROVED         VALUE "A".
                   88  WS-VE-IS-INSTALLED        VALUE "I".
                   88  WS-VE-IS-SUPERSEDED       VALUE "S".
                   88  WS-VE-IS-REJECTED         VALUE "R".
               10  WS-VE-EFF-DATE      PIC X(08).
               10  WS-VE-KEYED-BY      PIC X(08).
               10  WS-VE-KEYED-DATE    PIC X(08).
               10  WS-VE-APPROVED-BY   PIC X(08).
               10  WS-VE-APPROVED-DATE PIC X(08).
               10  WS-VE-INSTALLED-DATE
                                       PIC X(08).
               10  WS-VE-BEFORE-LINES  PIC 9(04).
               10  WS-VE-AFTER-LINES   PIC 9(04).
               10  WS-VE-REASON        PIC X(20).
               10  FILLER              PIC X(09).
       77  WS-VER-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-LIMIT                PIC 9(03) COMP VALUE 500.
       01  WS-VER-CHANGED-SWITCH       PIC X(01) VALUE "N".
           88  WS-VER-CHANGED                    VALUE "Y".
      * WHAT THE REGISTER HOLDS FOR THE FILE NAMED ON A HEADER.
       77  WS-HIGH-VERSION             PIC 9(05) COMP VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(03) COMP VALUE ZERO.
       77  WS-CONTROLLED-COUNT         PIC 9(03) COMP VALUE ZERO.
      * THE FILE AS IT STANDS (BEFORE IMAGE) AND AS KEYED (AFTER).
       01  PIO-FUNCTION                PIC X(01) VALUE "R".
       01  WS-LIVE-RECORD-LENGTH       PIC 9(03) VALUE ZERO.
       01  WS-LIVE-LINE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-LIVE-LINE-TABLE.
           05  WS-LIVE-LINE OCCURS 300 TIMES
                                       PIC X(40).
       01  WS-PIO-STATUS               PIC X(01) VALUE SPACE.
           88  WS-PIO-DONE                       VALUE "Y".
           88  WS-PIO-NOT-OPENED                 VALUE "N".
           88  WS-PIO-NOT-CONTROLLED             VALUE "U".
           88  WS-PIO-TABLE-FULL                 VALUE "F".
       01  WS-NEW-LINE-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-NEW-LINE-TABLE.
           05  WS-NEW-LINE OCCURS 300 TIMES
                                       PIC X(40).
       77  WS-LINE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 300.
       77  WS-CHECK-START              PIC 9(03) COMP VALUE ZERO.
      * A NEW VERSION'S HEADER, HELD WHILE ITS "L" LINES ARE READ.
      * " " NO VERSION OPEN, "O" LINES BEING TAKEN, "X" THE HEADER
      * WAS REFUSED AND ITS LINES ARE PASSED OVER.
       01  WS-NEW-STATE                PIC X(01) VALUE SPACE.
           88  WS-NEW-NONE                       VALUE " ".
           88  WS-NEW-OPEN                       VALUE "O".
           88  WS-NEW-SKIPPING                   VALUE "X".
       01  WS-NEW-FILE-ID              PIC X(09) VALUE SPACES.
       01  WS-NEW-EFF-DATE             PIC X(08) VALUE SPACES.
       01  WS-NEW-REASON               PIC X(20) VALUE SPACES.
       01  WS-NEW-LINES-SWITCH         PIC X(01) VALUE "Y".
           88  WS-NEW-LINES-GOOD                 VALUE "Y".
       01  WS-HEADER-SWITCH            PIC X(01) VALUE "Y".
           88  WS-HEADER-GOOD                    VALUE "Y".
       01  WS-SAME-SWITCH              PIC X(01) VALUE "Y".
           88  WS-IMAGES-SAME                    VALUE "Y".
       01  WS-IMAGE-TYPE               PIC X(01) VALUE SPACE.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE "C".
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-DATE-RESULT              PIC X(08) VALUE SPACES.
       01  WS-DATE-DAYS                PIC S9(07) VALUE ZERO.
       01  WS-DATE-STATUS              PIC X(01) VALUE "N".
           88  WS-DATE-GOOD                      VALUE "Y".
       77  WS-KEYED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-IS-SUPERVISOR
               DISPLAY "OPERATOR DOES NOT HOLD THE SUPERVISOR ROLE ",
                   "- PARAMETER MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-TRAN
               THRU 2000-APPLY-ONE-TRAN-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE PARMVER REGISTER (NONE YET IS   *
      * NORMAL BEFORE THE FIRST BASELINE), OPEN THE HISTORY FOR    *
      * APPEND AND THE TRANSACTIONS.  NOTHING TO APPLY IS A        *
      * NORMAL QUIET DAY.                                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-VER-COUNT.
           OPEN INPUT PARM-VERSION-FILE.
           IF WS-VER-OK
               PERFORM 1100-LOAD-ONE-VERSION
                   THRU 1100-LOAD-ONE-VERSION-EXIT
                   UNTIL WS-VER-EOF
               CLOSE PARM-VERSION-FILE
           ELSE
               DISPLAY "PARMMNT: NO PARMVER REGISTER - STARTING ONE."
           END-IF.
           OPEN EXTEND PARM-HISTORY-FILE.
           IF NOT WS-HST-OK
               CLOSE PARM-HISTORY-FILE
               OPEN OUTPUT PARM-HISTORY-FILE
           END-IF.
           OPEN INPUT PARM-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "PARMMNT: NO PARMTRAN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-ONE-VERSION.
           READ PARM-VERSION-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
               NOT AT END
                   IF WS-VER-COUNT < WS-VER-LIMIT
                       ADD 1 TO WS-VER-COUNT
                       MOVE PARM-VERSION-RECORD
                           TO WS-VER-ENTRY(WS-VER-COUNT)
                   ELSE
                       DISPLAY "PARMMNT: PARMVER REGISTER FULL - "
                           "VERSION " PV-VERSION " OF " PV-FILE-ID
                           " NOT LOADED."
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.
       1100-LOAD-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-TRAN - READ ONE TRANSACTION.  "L" LINES     *
      * BELONG TO THE NEW VERSION BEING KEYED; ANY OTHER ACTION    *
      * (OR THE END OF THE FILE) CLOSES THAT VERSION FIRST.        *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-TRAN.
           READ PARM-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
           END-READ.
           IF WS-TRN-EOF
               IF WS-NEW-OPEN
                   PERFORM 5000-FINISH-NEW-VERSION
                       THRU 5000-FINISH-NEW-VERSION-EXIT
               END-IF
               GO TO 2000-APPLY-ONE-TRAN-EXIT
           END-IF.
           IF PM-IS-LINE
               PERFORM 4000-TAKE-ONE-LINE
                   THRU 4000-TAKE-ONE-LINE-EXIT
               GO TO 2000-APPLY-ONE-TRAN-EXIT
           END-IF.
           IF WS-NEW-OPEN
               PERFORM 5000-FINISH-NEW-VERSION
                   THRU 5000-FINISH-NEW-VERSION-EXIT
           END-IF.
           MOVE SPACE TO WS-NEW-STATE.
           EVALUATE TRUE
               WHEN PM-IS-NEW-VERSION
                   PERFORM 3000-START-NEW-VERSION
                       THRU 3000-START-NEW-VERSION-EXIT
               WHEN PM-IS-BASELINE
                   PERFORM 3500-TAKE-BASELINE
                       THRU 3500-TAKE-BASELINE-EXIT
               WHEN PM-IS-APPROVE
                   PERFORM 7000-APPROVE-VERSION
                       THRU 7000-APPROVE-VERSION-EXIT
               WHEN PM-IS-REJECT
                   PERFORM 7500-REJECT-VERSION
                       THRU 7500-REJECT-VERSION-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "PARMMNT: UNKNOWN ACTION " PM-ACTION
                       " FOR " PM-FILE-ID " - IGNORED."
           END-EVALUATE.
       2000-APPLY-ONE-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-START-NEW-VERSION - A NEW VERSION'S HEADER.  WHEN IT  *
      * PASSES, THE "L" LINES THAT FOLLOW ARE TAKEN AS THE NEW     *
      * FILE; WHEN IT DOES NOT, THEY ARE PASSED OVER.              *
      *-----------------------------------------------------------*
       3000-START-NEW-VERSION.
           SET WS-NEW-SKIPPING TO TRUE.
           PERFORM 3100-CHECK-HEADER
               THRU 3100-CHECK-HEADER-EXIT.
           IF NOT WS-HEADER-GOOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3000-START-NEW-VERSION-EXIT
           END-IF.
           IF WS-CONTROLLED-COUNT = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: " PM-FILE-ID " HAS NO CONTROLLED "
                   "VERSION YET - KEY ITS BASELINE FIRST."
               GO TO 3000-START-NEW-VERSION-EXIT
           END-IF.
           SET WS-NEW-OPEN TO TRUE.
           SET WS-NEW-LINES-GOOD TO TRUE.
           MOVE PM-FILE-ID  TO WS-NEW-FILE-ID.
           MOVE PM-EFF-DATE TO WS-NEW-EFF-DATE.
           MOVE PM-REASON   TO WS-NEW-REASON.
           MOVE ZERO TO WS-NEW-LINE-COUNT.
       3000-START-NEW-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-HEADER - TESTS SHARED BY A NEW VERSION AND A    *
      * BASELINE: THE FILE IS UNDER CONTROL AND READABLE, THE      *
      * EFFECTIVE DATE IS A BUSINESS DAY NOT BEFORE TODAY, AND NO  *
      * OTHER VERSION OF THE FILE IS PENDING.  THE LIVE FILE IS    *
      * LEFT IN THE LIVE TABLE AS THE BEFORE IMAGE.                *
      *-----------------------------------------------------------*
       3100-CHECK-HEADER.
           MOVE "N" TO WS-HEADER-SWITCH.
           MOVE "R" TO PIO-FUNCTION.
           CALL "PARMIO" USING PIO-FUNCTION, PM-FILE-ID,
               WS-LIVE-RECORD-LENGTH, WS-LIVE-LINE-COUNT,
               WS-LIVE-LINE-TABLE, WS-PIO-STATUS.
           EVALUATE TRUE
               WHEN WS-PIO-NOT-CONTROLLED
                   DISPLAY "PARMMNT: " PM-FILE-ID " IS NOT A "
                       "CONTROLLED FILE - IGNORED."
                   GO TO 3100-CHECK-HEADER-EXIT
               WHEN WS-PIO-NOT-OPENED
                   DISPLAY "PARMMNT: " PM-FILE-ID " CANNOT BE READ "
                       "- IGNORED."
                   GO TO 3100-CHECK-HEADER-EXIT
               WHEN WS-PIO-TABLE-FULL
                   DISPLAY "PARMMNT: " PM-FILE-ID " HAS MORE THAN "
                       WS-LINE-LIMIT " RECORDS - IGNORED."
                   GO TO 3100-CHECK-HEADER-EXIT
           END-EVALUATE.
           IF PM-EFF-DATE = SPACES
               AND PM-IS-BASELINE
               MOVE WS-RUN-DATE TO PM-EFF-DATE
           END-IF.
           IF PM-EFF-DATE IS NOT NUMERIC
               OR PM-EFF-DATE < WS-RUN-DATE
               DISPLAY "PARMMNT: " PM-FILE-ID " EFFECTIVE DATE "
                   PM-EFF-DATE " IS MISSING OR PAST - IGNORED."
               GO TO 3100-CHECK-HEADER-EXIT
           END-IF.
           MOVE "C" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-DATE-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-EFF-DATE,
               WS-DATE-TWO, WS-DATE-RESULT, WS-DATE-DAYS,
               WS-DATE-STATUS.
           IF NOT WS-DATE-GOOD
               DISPLAY "PARMMNT: " PM-FILE-ID " EFFECTIVE DATE "
                   PM-EFF-DATE " IS NOT A BUSINESS DAY - IGNORED."
               GO TO 3100-CHECK-HEADER-EXIT
           END-IF.
           MOVE ZERO TO WS-HIGH-VERSION.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-CONTROLLED-COUNT.
           PERFORM 3110-SCAN-ONE-VERSION
               THRU 3110-SCAN-ONE-VERSION-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT.
           IF WS-PENDING-COUNT > 0
               DISPLAY "PARMMNT: " PM-FILE-ID " ALREADY HAS A "
                   "VERSION AWAITING APPROVAL OR INSTALL - IGNORED."
               GO TO 3100-CHECK-HEADER-EXIT
           END-IF.
           IF WS-VER-COUNT NOT < WS-VER-LIMIT
               DISPLAY "PARMMNT: PARMVER REGISTER FULL - "
                   PM-FILE-ID " IGNORED."
               GO TO 3100-CHECK-HEADER-EXIT
           END-IF.
           SET WS-HEADER-GOOD TO TRUE.
       3100-CHECK-HEADER-EXIT.
           EXIT.

       3110-SCAN-ONE-VERSION.
           IF WS-VE-FILE-ID(WS-VER-IDX) NOT = PM-FILE-ID
               GO TO 3110-SCAN-ONE-VERSION-EXIT
           END-IF.
           IF WS-VE-VERSION(WS-VER-IDX) > WS-HIGH-VERSION
               MOVE WS-VE-VERSION(WS-VER-IDX) TO WS-HIGH-VERSION
           END-IF.
           IF WS-VE-IS-KEYED(WS-VER-IDX)
               OR WS-VE-IS-APPROVED(WS-VER-IDX)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
           IF WS-VE-IS-INSTALLED(WS-VER-IDX)
               OR WS-VE-IS-SUPERSEDED(WS-VER-IDX)
               ADD 1 TO WS-CONTROLLED-COUNT
           END-IF.
       3110-SCAN-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-TAKE-BASELINE - BRING A FILE UNDER CONTROL: THE FILE  *
      * AS IT STANDS IS KEYED AS ITS FIRST VERSION.  IT STILL      *
      * NEEDS A SECOND SUPERVISOR'S APPROVAL AND IS INSTALLED BY   *
      * PARMINST LIKE ANY OTHER VERSION.                           *
      *-----------------------------------------------------------*
       3500-TAKE-BASELINE.
           PERFORM 3100-CHECK-HEADER
               THRU 3100-CHECK-HEADER-EXIT.
           IF NOT WS-HEADER-GOOD
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 3500-TAKE-BASELINE-EXIT
           END-IF.
           IF WS-CONTROLLED-COUNT > 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: " PM-FILE-ID " IS ALREADY UNDER "
                   "CONTROL - BASELINE IGNORED."
               GO TO 3500-TAKE-BASELINE-EXIT
           END-IF.
           MOVE PM-FILE-ID  TO WS-NEW-FILE-ID.
           MOVE PM-EFF-DATE TO WS-NEW-EFF-DATE.
           MOVE PM-REASON   TO WS-NEW-REASON.
           IF WS-NEW-REASON = SPACES
               MOVE "BASELINE" TO WS-NEW-REASON
           END-IF.
           MOVE WS-LIVE-LINE-COUNT TO WS-NEW-LINE-COUNT.
           MOVE WS-LIVE-LINE-TABLE TO WS-NEW-LINE-TABLE.
           PERFORM 6000-FILE-VERSION
               THRU 6000-FILE-VERSION-EXIT.
       3500-TAKE-BASELINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TAKE-ONE-LINE - ONE RECORD OF THE NEW FILE.  A LINE   *
      * WITH DATA PAST THE FILE'S RECORD LENGTH WOULD BE CUT ON    *
      * INSTALL, SO IT SPOILS THE WHOLE VERSION.                   *
      *-----------------------------------------------------------*
       4000-TAKE-ONE-LINE.
           IF WS-NEW-SKIPPING
               GO TO 4000-TAKE-ONE-LINE-EXIT
           END-IF.
           IF NOT WS-NEW-OPEN
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: LINE WITH NO NEW VERSION HEADER "
                   "- IGNORED."
               GO TO 4000-TAKE-ONE-LINE-EXIT
           END-IF.
           IF WS-NEW-LINE-COUNT NOT < WS-LINE-LIMIT
               IF WS-NEW-LINES-GOOD
                   DISPLAY "PARMMNT: " WS-NEW-FILE-ID " HAS MORE "
                       "THAN " WS-LINE-LIMIT " LINES."
               END-IF
               MOVE "N" TO WS-NEW-LINES-SWITCH
               GO TO 4000-TAKE-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-NEW-LINE-COUNT.
           MOVE PM-LINE TO WS-NEW-LINE(WS-NEW-LINE-COUNT).
           COMPUTE WS-CHECK-START = WS-LIVE-RECORD-LENGTH + 1.
           IF PM-LINE(WS-CHECK-START:) NOT = SPACES
               DISPLAY "PARMMNT: " WS-NEW-FILE-ID " LINE "
                   WS-NEW-LINE-COUNT " IS LONGER THAN THE "
                   WS-LIVE-RECORD-LENGTH "-BYTE RECORD."
               MOVE "N" TO WS-NEW-LINES-SWITCH
           END-IF.
       4000-TAKE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FINISH-NEW-VERSION - ALL THE LINES ARE IN.  A BAD,    *
      * EMPTY OR UNCHANGED FILE IS REFUSED; ANYTHING ELSE IS       *
      * FILED AS A KEYED VERSION.                                  *
      *-----------------------------------------------------------*
       5000-FINISH-NEW-VERSION.
           MOVE SPACE TO WS-NEW-STATE.
           IF NOT WS-NEW-LINES-GOOD
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: NEW VERSION OF " WS-NEW-FILE-ID
                   " REFUSED - BAD LINES."
               GO TO 5000-FINISH-NEW-VERSION-EXIT
           END-IF.
           IF WS-NEW-LINE-COUNT = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: NEW VERSION OF " WS-NEW-FILE-ID
                   " REFUSED - NO LINES."
               GO TO 5000-FINISH-NEW-VERSION-EXIT
           END-IF.
           PERFORM 5100-COMPARE-IMAGES
               THRU 5100-COMPARE-IMAGES-EXIT.
           IF WS-IMAGES-SAME
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: NEW VERSION OF " WS-NEW-FILE-ID
                   " REFUSED - SAME AS THE FILE IN USE."
               GO TO 5000-FINISH-NEW-VERSION-EXIT
           END-IF.
           PERFORM 6000-FILE-VERSION
               THRU 6000-FILE-VERSION-EXIT.
       5000-FINISH-NEW-VERSION-EXIT.
           EXIT.

       5100-COMPARE-IMAGES.
           SET WS-IMAGES-SAME TO TRUE.
           IF WS-NEW-LINE-COUNT NOT = WS-LIVE-LINE-COUNT
               MOVE "N" TO WS-SAME-SWITCH
               GO TO 5100-COMPARE-IMAGES-EXIT
           END-IF.
           PERFORM 5110-COMPARE-ONE-LINE
               THRU 5110-COMPARE-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-NEW-LINE-COUNT
               OR NOT WS-IMAGES-SAME.
       5100-COMPARE-IMAGES-EXIT.
           EXIT.

       5110-COMPARE-ONE-LINE.
           IF WS-NEW-LINE(WS-LINE-IDX) NOT = WS-LIVE-LINE(WS-LINE-IDX)
               MOVE "N" TO WS-SAME-SWITCH
           END-IF.
       5110-COMPARE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FILE-VERSION - ADD THE KEYED VERSION TO THE REGISTER  *
      * AS THE FILE'S NEXT NUMBER, AND WRITE ITS BEFORE IMAGE (THE *
      * LIVE TABLE) AND AFTER IMAGE (THE NEW TABLE) TO PARMHIST.   *
      *-----------------------------------------------------------*
       6000-FILE-VERSION.
           ADD 1 TO WS-VER-COUNT.
           MOVE SPACES TO WS-VER-ENTRY(WS-VER-COUNT).
           MOVE WS-NEW-FILE-ID     TO WS-VE-FILE-ID(WS-VER-COUNT).
           COMPUTE WS-VE-VERSION(WS-VER-COUNT) = WS-HIGH-VERSION + 1.
           MOVE "K"                TO WS-VE-STATUS(WS-VER-COUNT).
           MOVE WS-NEW-EFF-DATE    TO WS-VE-EFF-DATE(WS-VER-COUNT).
           MOVE WS-OPERATOR-ID     TO WS-VE-KEYED-BY(WS-VER-COUNT).
           MOVE WS-RUN-DATE        TO WS-VE-KEYED-DATE(WS-VER-COUNT).
           MOVE WS-LIVE-LINE-COUNT
               TO WS-VE-BEFORE-LINES(WS-VER-COUNT).
           MOVE WS-NEW-LINE-COUNT  TO WS-VE-AFTER-LINES(WS-VER-COUNT).
           MOVE WS-NEW-REASON      TO WS-VE-REASON(WS-VER-COUNT).
           SET WS-VER-CHANGED TO TRUE.
           PERFORM 6100-WRITE-BEFORE-LINE
               THRU 6100-WRITE-BEFORE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LIVE-LINE-COUNT.
           PERFORM 6200-WRITE-AFTER-LINE
               THRU 6200-WRITE-AFTER-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-NEW-LINE-COUNT.
           ADD 1 TO WS-KEYED-COUNT.
           MOVE "PARM-KEYED" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           DISPLAY "PARMMNT: " WS-NEW-FILE-ID " VERSION "
               WS-VE-VERSION(WS-VER-COUNT) " KEYED, EFFECTIVE "
               WS-NEW-EFF-DATE " - AWAITING APPROVAL.".
       6000-FILE-VERSION-EXIT.
           EXIT.

       6100-WRITE-BEFORE-LINE.
           MOVE SPACES TO PARM-HISTORY-RECORD.
           MOVE WS-NEW-FILE-ID TO PH-FILE-ID.
           MOVE WS-VE-VERSION(WS-VER-COUNT) TO PH-VERSION.
           MOVE "B" TO PH-IMAGE-TYPE.
           MOVE WS-LINE-IDX TO PH-LINE-NO.
           MOVE WS-LIVE-LINE(WS-LINE-IDX) TO PH-LINE.
           WRITE PARM-HISTORY-RECORD.
       6100-WRITE-BEFORE-LINE-EXIT.
           EXIT.

       6200-WRITE-AFTER-LINE.
           MOVE SPACES TO PARM-HISTORY-RECORD.
           MOVE WS-NEW-FILE-ID TO PH-FILE-ID.
           MOVE WS-VE-VERSION(WS-VER-COUNT) TO PH-VERSION.
           MOVE "A" TO PH-IMAGE-TYPE.
           MOVE WS-LINE-IDX TO PH-LINE-NO.
           MOVE WS-NEW-LINE(WS-LINE-IDX) TO PH-LINE.
           WRITE PARM-HISTORY-RECORD.
       6200-WRITE-AFTER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-APPROVE-VERSION - A KEYED VERSION IS APPROVED BY A    *
      * SUPERVISOR OTHER THAN THE ONE WHO KEYED IT.                *
      *-----------------------------------------------------------*
       7000-APPROVE-VERSION.
           PERFORM 7900-FIND-VERSION
               THRU 7900-FIND-VERSION-EXIT.
           IF WS-VER-MATCH-IDX = 0
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 7000-APPROVE-VERSION-EXIT
           END-IF.
           IF NOT WS-VE-IS-KEYED(WS-VER-MATCH-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: " PM-FILE-ID " VERSION " PM-VERSION
                   " IS NOT AWAITING APPROVAL - IGNORED."
               GO TO 7000-APPROVE-VERSION-EXIT
           END-IF.
           IF WS-VE-KEYED-BY(WS-VER-MATCH-IDX) = WS-OPERATOR-ID
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: " PM-FILE-ID " VERSION " PM-VERSION
                   " WAS KEYED BY THIS OPERATOR - APPROVAL REFUSED."
               GO TO 7000-APPROVE-VERSION-EXIT
           END-IF.
           MOVE "A"            TO WS-VE-STATUS(WS-VER-MATCH-IDX).
           MOVE WS-OPERATOR-ID TO WS-VE-APPROVED-BY(WS-VER-MATCH-IDX).
           MOVE WS-RUN-DATE
               TO WS-VE-APPROVED-DATE(WS-VER-MATCH-IDX).
           SET WS-VER-CHANGED TO TRUE.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "PARM-APPROVED" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           DISPLAY "PARMMNT: " PM-FILE-ID " VERSION " PM-VERSION
               " APPROVED, EFFECTIVE "
               WS-VE-EFF-DATE(WS-VER-MATCH-IDX) ".".
       7000-APPROVE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-REJECT-VERSION - A KEYED OR APPROVED VERSION IS       *
      * WITHDRAWN BEFORE PARMINST PUTS IT IN.  THE REJECTING       *
      * SUPERVISOR IS HELD IN THE APPROVER FIELDS.                 *
      *-----------------------------------------------------------*
       7500-REJECT-VERSION.
           PERFORM 7900-FIND-VERSION
               THRU 7900-FIND-VERSION-EXIT.
           IF WS-VER-MATCH-IDX = 0
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 7500-REJECT-VERSION-EXIT
           END-IF.
           IF NOT WS-VE-IS-KEYED(WS-VER-MATCH-IDX)
               AND NOT WS-VE-IS-APPROVED(WS-VER-MATCH-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMMNT: " PM-FILE-ID " VERSION " PM-VERSION
                   " IS NOT PENDING - REJECT IGNORED."
               GO TO 7500-REJECT-VERSION-EXIT
           END-IF.
           MOVE "R"            TO WS-VE-STATUS(WS-VER-MATCH-IDX).
           MOVE WS-OPERATOR-ID TO WS-VE-APPROVED-BY(WS-VER-MATCH-IDX).
           MOVE WS-RUN-DATE
               TO WS-VE-APPROVED-DATE(WS-VER-MATCH-IDX).
           IF PM-REASON NOT = SPACES
               MOVE PM-REASON TO WS-VE-REASON(WS-VER-MATCH-IDX)
           END-IF.
           SET WS-VER-CHANGED TO TRUE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "PARM-REJECTED" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           DISPLAY "PARMMNT: " PM-FILE-ID " VERSION " PM-VERSION
               " REJECTED.".
       7500-REJECT-VERSION-EXIT.
           EXIT.

       7900-FIND-VERSION.
           MOVE ZERO TO WS-VER-MATCH-IDX.
           IF PM-VERSION IS NOT NUMERIC
               DISPLAY "PARMMNT: BAD VERSION NUMBER FOR " PM-FILE-ID
                   " - IGNORED."
               GO TO 7900-FIND-VERSION-EXIT
           END-IF.
           PERFORM 7910-SCAN-ONE-VERSION
               THRU 7910-SCAN-ONE-VERSION-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT
               OR WS-VER-MATCH-IDX > 0.
           IF WS-VER-MATCH-IDX = 0
               DISPLAY "PARMMNT: NO VERSION " PM-VERSION " OF "
                   PM-FILE-ID " ON PARMVER - IGNORED."
           END-IF.
       7900-FIND-VERSION-EXIT.
           EXIT.

       7910-SCAN-ONE-VERSION.
           IF WS-VE-FILE-ID(WS-VER-IDX) = PM-FILE-ID
               AND WS-VE-VERSION(WS-VER-IDX) = PM-VERSION
               MOVE WS-VER-IDX TO WS-VER-MATCH-IDX
           END-IF.
       7910-SCAN-ONE-VERSION-EXIT.
           EXIT.

       8000-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8000-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - REWRITE THE REGISTER WHEN ANYTHING ON IT  *
      * CHANGED, CLOSE UP, AND REPORT THE RUN'S COUNTS.            *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE PARM-TRAN-FILE
           END-IF.
           CLOSE PARM-HISTORY-FILE.
           IF WS-VER-CHANGED
               OPEN OUTPUT PARM-VERSION-FILE
               IF NOT WS-VER-OK
                   CALL "FILERR" USING "PARMMNT        ", "PARMVER ",
                       "OPEN-OUT", WS-VER-FILE-STATUS, "N"
                   MOVE 12 TO RETURN-CODE
                   GO TO 9000-TERMINATE-EXIT
               END-IF
               PERFORM 9100-WRITE-ONE-VERSION
                   THRU 9100-WRITE-ONE-VERSION-EXIT
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
               CLOSE PARM-VERSION-FILE
           END-IF.
           DISPLAY "PARMMNT: VERSIONS KEYED     = " WS-KEYED-COUNT.
           DISPLAY "PARMMNT: VERSIONS APPROVED  = " WS-APPROVED-COUNT.
           DISPLAY "PARMMNT: VERSIONS REJECTED  = " WS-REJECTED-COUNT.
           DISPLAY "PARMMNT: TRANSACTIONS REFUSED = "
               WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-ONE-VERSION.
           MOVE WS-VER-ENTRY(WS-VER-IDX) TO PARM-VERSION-RECORD.
           WRITE PARM-VERSION-RECORD.
       9100-WRITE-ONE-VERSION-EXIT.
           EXIT.

       END PROGRAM PARMMNT.
