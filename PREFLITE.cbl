      * Date-Compiled: 08/22/2026
      * Purpose: Pre-flight validation of every control and parameter
      * file the nightly chain depends on, run right after the HDR
      * and PARMINST steps.  TIERCTL bound ordering and date-range
      * coverage, PRIMECTL ceiling and modes, PERFCTL step count,
      * THRESHTBL rows, CURRCTL rates, and the ADDCTL control figures
      * are each checked, and every file under PARMMNT change control
      * must match its installed version on the PARMVER register;
      * every problem is written to the PREFRPT error report with the
      * file it came from, and the step ends with RETURN-CODE 8 so
      * the job-level COND stops the chain before any step consumes
      * a bad parameter.  Finding a bad control card after the run
      * has posted is far too late.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 08/22/2026  NM  A PERFCTL FILE WITH MORE STEP RECORDS THAN
      *                 PERFORM-THRU'S 200-ENTRY TABLE IS NOW A
      *                 PRE-FLIGHT ERROR.
      * 10/15/2026  NM  EACH FILE UNDER PARMMNT CHANGE CONTROL (TIERCTL,
      *                 PRIMECTL, PERFCTL, THRESHTBL, DUPCTL, ESCCTL,
      *                 RATETOL, WINCTL) MUST MATCH ITS INSTALLED
      *                 VERSION ON PARMVER/PARMHIST, AND AN APPROVED
      *                 VERSION DUE BUT NOT INSTALLED IS AN ERROR.
      * 10/15/2026  NM  LIQTHR JOINS THE FILES UNDER PARMMNT CHANGE
      *                 CONTROL CHECKED AGAINST PARMVER/PARMHIST.
      * 10/15/2026  NM  THRESHTBL RECORDS WIDEN TO 19 BYTES WITH THE
      *                 ACCOUNT EACH LIMIT APPLIES TO; A BLANK ACCOUNT
      *                 IS THE SHOP DEFAULT ROW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLITE.
           SELECT ADDITION-CTL-FILE ASSIGN TO "ADDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADD-FILE-STATUS.
           SELECT PARM-VERSION-FILE ASSIGN TO "PARMVER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VER-FILE-STATUS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "PREFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       FD  THRESHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  THRESHOLD-RECORD.
           05  TH-PERIOD-END-DATE      PIC X(08).
           05  TH-LIMIT                PIC 9(03).
           05  TH-ACCOUNT-ID           PIC X(08).

       FD  CURRENCY-CTL-FILE
           RECORDING MODE IS F
               REPLACING ==AT-RECORD-COUNT== BY ==CTL-RECORD-COUNT==
                         ==AT-GRAND-TOTAL==  BY ==CTL-GRAND-TOTAL==.

       FD  PARM-VERSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PARM-VERSION-RECORD.
           05  PV-FILE-ID              PIC X(09).
           05  PV-VERSION              PIC 9(05).
           05  PV-STATUS               PIC X(01).
               88  PV-IS-APPROVED                VALUE "A".
               88  PV-IS-INSTALLED               VALUE "I".
           05  PV-EFF-DATE             PIC X(08).
           05  FILLER                  PIC X(77).

       FD  PARM-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  PARM-HISTORY-RECORD.
           05  PH-FILE-ID              PIC X(09).
           05  PH-VERSION              PIC 9(05).
           05  PH-IMAGE-TYPE           PIC X(01).
               88  PH-IS-AFTER                   VALUE "A".
           05  PH-LINE-NO              PIC 9(04).
           05  PH-LINE                 PIC X(40).
           05  FILLER                  PIC X(01).

       FD  PREFLIGHT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                       PIC X(08).
       77  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-TODAY-COVERED-SWITCH     PIC X(01) VALUE "N".
           88  WS-TODAY-COVERED                  VALUE "Y".
           88  WS-THRESH-ROW-FOUND               VALUE "Y".
       01  WS-ERROR-FILE-NAME          PIC X(09) VALUE SPACES.
       01  WS-ERROR-TEXT               PIC X(60) VALUE SPACES.
       01  WS-VER-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-VER-OK                         VALUE "00".
           88  WS-VER-EOF                        VALUE "10".
       01  WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HST-OK                         VALUE "00".
           88  WS-HST-EOF                        VALUE "10".
      * THE FILES CHANGED ONLY THROUGH PARMMNT.  EACH MUST MATCH ITS
      * INSTALLED VERSION ON THE PARMVER REGISTER.
       01  WS-PARM-FILE-LIST.
           05  FILLER                  PIC X(09) VALUE "TIERCTL".
           05  FILLER                  PIC X(09) VALUE "PRIMECTL".
           05  FILLER                  PIC X(09) VALUE "PERFCTL".
           05  FILLER                  PIC X(09) VALUE "THRESHTBL".
           05  FILLER                  PIC X(09) VALUE "DUPCTL".
           05  FILLER                  PIC X(09) VALUE "ESCCTL".
           05  FILLER                  PIC X(09) VALUE "RATETOL".
           05  FILLER                  PIC X(09) VALUE "WINCTL".
           05  FILLER                  PIC X(09) VALUE "LIQTHR".
       01  WS-PARM-FILE-TABLE REDEFINES WS-PARM-FILE-LIST.
           05  WS-PARM-FILE-NAME OCCURS 9 TIMES
                                       PIC X(09).
       77  WS-PARM-FILE-IDX            PIC 9(02) COMP VALUE ZERO.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 500 TIMES.
               10  WS-VE-FILE-ID       PIC X(09).
               10  WS-VE-VERSION       PIC 9(05).
               10  WS-VE-STATUS        PIC X(01).
                   88  WS-VE-IS-APPROVED         VALUE "A".
                   88  WS-VE-IS-INSTALLED        VALUE "I".
               10  WS-VE-EFF-DATE      PIC X(08).
       77  WS-VER-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-LIMIT                PIC 9(03) COMP VALUE 500.
       77  WS-INSTALLED-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-DUE-IDX                  PIC 9(03) COMP VALUE ZERO.
       01  PIO-FUNCTION                PIC X(01) VALUE "R".
       01  WS-LIVE-RECORD-LENGTH       PIC 9(03) VALUE ZERO.
       01  WS-LIVE-LINE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-LIVE-LINE-TABLE.
           05  WS-LIVE-LINE OCCURS 300 TIMES
                                       PIC X(40).
       01  WS-PIO-STATUS               PIC X(01) VALUE SPACE.
           88  WS-PIO-DONE                       VALUE "Y".
       01  WS-AFTER-LINE-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-AFTER-LINE-TABLE.
           05  WS-AFTER-LINE OCCURS 300 TIMES
                                       PIC X(40).
       77  WS-LINE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 300.
       01  WS-SAME-SWITCH              PIC X(01) VALUE "Y".
           88  WS-IMAGES-SAME                    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               THRU 6000-CHECK-CURRCTL-EXIT.
           PERFORM 7000-CHECK-ADDCTL
               THRU 7000-CHECK-ADDCTL-EXIT.
           PERFORM 7500-CHECK-PARM-VERSIONS
               THRU 7500-CHECK-PARM-VERSIONS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.
       7100-CHECK-ONE-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-CHECK-PARM-VERSIONS - EVERY CHANGE-CONTROLLED FILE   *
      * MUST HAVE AN INSTALLED VERSION ON PARMVER, MUST MATCH     *
      * THAT VERSION'S AFTER IMAGE ON PARMHIST RECORD FOR RECORD, *
      * AND MUST HAVE NO APPROVED VERSION THAT IS DUE BUT WAS NOT *
      * PUT IN BY PARMINST.                                       *
      *-----------------------------------------------------------*
       7500-CHECK-PARM-VERSIONS.
           MOVE "PARMVER  " TO WS-ERROR-FILE-NAME.
           MOVE ZERO TO WS-VER-COUNT.
           OPEN INPUT PARM-VERSION-FILE.
           IF NOT WS-VER-OK
               MOVE "VERSION REGISTER COULD NOT BE OPENED"
                   TO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
               GO TO 7500-CHECK-PARM-VERSIONS-EXIT
           END-IF.
           PERFORM 7510-LOAD-ONE-VERSION
               THRU 7510-LOAD-ONE-VERSION-EXIT
               UNTIL WS-VER-EOF.
           CLOSE PARM-VERSION-FILE.
           PERFORM 7600-CHECK-ONE-PARM-FILE
               THRU 7600-CHECK-ONE-PARM-FILE-EXIT
               VARYING WS-PARM-FILE-IDX FROM 1 BY 1
               UNTIL WS-PARM-FILE-IDX > 9.
       7500-CHECK-PARM-VERSIONS-EXIT.
           EXIT.

       7510-LOAD-ONE-VERSION.
           READ PARM-VERSION-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
                   GO TO 7510-LOAD-ONE-VERSION-EXIT
           END-READ.
           IF WS-VER-COUNT NOT < WS-VER-LIMIT
               MOVE "VERSION REGISTER LARGER THAN 500 ENTRIES"
                   TO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
               SET WS-VER-EOF TO TRUE
               GO TO 7510-LOAD-ONE-VERSION-EXIT
           END-IF.
           ADD 1 TO WS-VER-COUNT.
           MOVE PV-FILE-ID  TO WS-VE-FILE-ID(WS-VER-COUNT).
           MOVE PV-VERSION  TO WS-VE-VERSION(WS-VER-COUNT).
           MOVE PV-STATUS   TO WS-VE-STATUS(WS-VER-COUNT).
           MOVE PV-EFF-DATE TO WS-VE-EFF-DATE(WS-VER-COUNT).
       7510-LOAD-ONE-VERSION-EXIT.
           EXIT.

       7600-CHECK-ONE-PARM-FILE.
           MOVE WS-PARM-FILE-NAME(WS-PARM-FILE-IDX)
               TO WS-ERROR-FILE-NAME.
           MOVE ZERO TO WS-INSTALLED-IDX.
           MOVE ZERO TO WS-DUE-IDX.
           PERFORM 7610-SCAN-ONE-VERSION
               THRU 7610-SCAN-ONE-VERSION-EXIT
               VARYING WS-VER-IDX FROM 1 BY 1
               UNTIL WS-VER-IDX > WS-VER-COUNT.
           IF WS-DUE-IDX > 0
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "APPROVED VERSION " DELIMITED BY SIZE
                   WS-VE-VERSION(WS-DUE-IDX) DELIMITED BY SIZE
                   " IS DUE BUT NOT INSTALLED" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
           END-IF.
           IF WS-INSTALLED-IDX = 0
               MOVE "NO INSTALLED VERSION ON THE PARMVER REGISTER"
                   TO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
               GO TO 7600-CHECK-ONE-PARM-FILE-EXIT
           END-IF.
           MOVE "R" TO PIO-FUNCTION.
           CALL "PARMIO" USING PIO-FUNCTION, WS-ERROR-FILE-NAME,
               WS-LIVE-RECORD-LENGTH, WS-LIVE-LINE-COUNT,
               WS-LIVE-LINE-TABLE, WS-PIO-STATUS.
           IF NOT WS-PIO-DONE
               MOVE "FILE COULD NOT BE READ FOR THE VERSION CHECK"
                   TO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
               GO TO 7600-CHECK-ONE-PARM-FILE-EXIT
           END-IF.
           PERFORM 7700-LOAD-AFTER-IMAGE
               THRU 7700-LOAD-AFTER-IMAGE-EXIT.
           SET WS-IMAGES-SAME TO TRUE.
           IF WS-LIVE-LINE-COUNT NOT = WS-AFTER-LINE-COUNT
               MOVE "N" TO WS-SAME-SWITCH
           ELSE
               PERFORM 7800-COMPARE-ONE-LINE
                   THRU 7800-COMPARE-ONE-LINE-EXIT
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LIVE-LINE-COUNT
                   OR NOT WS-IMAGES-SAME
           END-IF.
           IF NOT WS-IMAGES-SAME
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "FILE IN USE DIFFERS FROM INSTALLED VERSION "
                       DELIMITED BY SIZE
                   WS-VE-VERSION(WS-INSTALLED-IDX) DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM 8900-LOG-ERROR
                   THRU 8900-LOG-ERROR-EXIT
           END-IF.
       7600-CHECK-ONE-PARM-FILE-EXIT.
           EXIT.

       7610-SCAN-ONE-VERSION.
           IF WS-VE-FILE-ID(WS-VER-IDX) NOT = WS-ERROR-FILE-NAME
               GO TO 7610-SCAN-ONE-VERSION-EXIT
           END-IF.
           IF WS-VE-IS-INSTALLED(WS-VER-IDX)
               MOVE WS-VER-IDX TO WS-INSTALLED-IDX
           END-IF.
           IF WS-VE-IS-APPROVED(WS-VER-IDX)
               AND WS-VE-EFF-DATE(WS-VER-IDX) NOT > WS-RUN-DATE-X
               MOVE WS-VER-IDX TO WS-DUE-IDX
           END-IF.
       7610-SCAN-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7700-LOAD-AFTER-IMAGE - THE INSTALLED VERSION'S RECORDS,  *
      * PLACED BY LINE NUMBER FROM ONE PASS OF PARMHIST.          *
      *-----------------------------------------------------------*
       7700-LOAD-AFTER-IMAGE.
           MOVE ZERO   TO WS-AFTER-LINE-COUNT.
           MOVE SPACES TO WS-AFTER-LINE-TABLE.
           OPEN INPUT PARM-HISTORY-FILE.
           IF NOT WS-HST-OK
               GO TO 7700-LOAD-AFTER-IMAGE-EXIT
           END-IF.
           PERFORM 7710-READ-ONE-HISTORY
               THRU 7710-READ-ONE-HISTORY-EXIT
               UNTIL WS-HST-EOF.
           CLOSE PARM-HISTORY-FILE.
       7700-LOAD-AFTER-IMAGE-EXIT.
           EXIT.

       7710-READ-ONE-HISTORY.
           READ PARM-HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
                   GO TO 7710-READ-ONE-HISTORY-EXIT
           END-READ.
           IF PH-FILE-ID = WS-ERROR-FILE-NAME
               AND PH-VERSION = WS-VE-VERSION(WS-INSTALLED-IDX)
               AND PH-IS-AFTER
               AND PH-LINE-NO IS NUMERIC
               AND PH-LINE-NO > ZERO
               AND PH-LINE-NO NOT > WS-LINE-LIMIT
               MOVE PH-LINE TO WS-AFTER-LINE(PH-LINE-NO)
               ADD 1 TO WS-AFTER-LINE-COUNT
           END-IF.
       7710-READ-ONE-HISTORY-EXIT.
           EXIT.

       7800-COMPARE-ONE-LINE.
           IF WS-LIVE-LINE(WS-LINE-IDX)
               NOT = WS-AFTER-LINE(WS-LINE-IDX)
               MOVE "N" TO WS-SAME-SWITCH
           END-IF.
       7800-COMPARE-ONE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE REPORT AND STOP THE CHAIN      *
      * WHEN ANY CONTROL FILE FAILED ITS CHECKS.                  *
