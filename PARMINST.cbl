      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly install of approved parameter-file versions,
      * run ahead of PREFLITE.  Every version on the PARMVER register
      * that PARMMNT shows approved and whose effective business date
      * has come is put in place: its after image is read back from
      * PARMHIST and written over the live file through PARMIO, the
      * version becomes the installed one with tonight's date, and
      * the version it replaces is marked superseded.  Before writing,
      * the live file must still match the before image taken when
      * the change was keyed - if it does not, the file was altered
      * outside change control since, the version is left approved
      * and not installed, and the step ends RC 4 so the difference
      * is looked into (PREFLITE then also stops the night on the due
      * version).  A version whose history is incomplete is refused
      * the same way.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMINST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-VERSION-FILE ASSIGN TO "PARMVER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VER-FILE-STATUS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-VERSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PARM-VERSION-RECORD.
           05  PV-FILE-ID              PIC X(09).
           05  PV-VERSION              PIC 9(05).
           05  PV-STATUS               PIC X(01).
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

       WORKING-STORAGE SECTION.
       01  WS-VER-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-VER-OK                         VALUE "00".
           88  WS-VER-EOF                        VALUE "10".
       01  WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HST-OK                         VALUE "00".
           88  WS-HST-EOF                        VALUE "10".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 500 TIMES.
               10  WS-VE-FILE-ID       PIC X(09).
               10  WS-VE-VERSION       PIC 9(05).
               10  WS-VE-STATUS        PIC X(01).
                   88  WS-VE-IS-APPROVED         VALUE "A".
                   88  WS-VE-IS-INSTALLED        VALUE "I".
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
       77  WS-OLD-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-VER-LIMIT                PIC 9(03) COMP VALUE 500.
       01  WS-VER-CHANGED-SWITCH       PIC X(01) VALUE "N".
           88  WS-VER-CHANGED                    VALUE "Y".
       01  PIO-FUNCTION                PIC X(01) VALUE "R".
       01  WS-LIVE-RECORD-LENGTH       PIC 9(03) VALUE ZERO.
       01  WS-LIVE-LINE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-LIVE-LINE-TABLE.
           05  WS-LIVE-LINE OCCURS 300 TIMES
                                       PIC X(40).
       01  WS-PIO-STATUS               PIC X(01) VALUE SPACE.
           88  WS-PIO-DONE                       VALUE "Y".
      * THE VERSION'S IMAGES AS HELD ON PARMHIST, PLACED BY LINE
      * NUMBER; THE COUNTS ARE HOW MANY LINES WERE FOUND.
       01  WS-BEFORE-LINE-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-BEFORE-LINE-TABLE.
           05  WS-BEFORE-LINE OCCURS 300 TIMES
                                       PIC X(40).
       01  WS-AFTER-LINE-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-AFTER-LINE-TABLE.
           05  WS-AFTER-LINE OCCURS 300 TIMES
                                       PIC X(40).
       77  WS-LINE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 300.
       01  WS-SAME-SWITCH              PIC X(01) VALUE "Y".
           88  WS-IMAGES-SAME                    VALUE "Y".
       77  WS-DUE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-INSTALLED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "PARMINST       ", "PARMVER ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE = 0
               PERFORM 2000-CHECK-ONE-VERSION
                   THRU 2000-CHECK-ONE-VERSION-EXIT
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE PARMVER REGISTER.  NO REGISTER  *
      * MEANS NO FILE HAS BEEN BROUGHT UNDER CONTROL YET, SO THERE *
      * IS NOTHING TO INSTALL.                                     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-VER-COUNT.
           OPEN INPUT PARM-VERSION-FILE.
           IF NOT WS-VER-OK
               DISPLAY "PARMINST: NO PARMVER REGISTER - NOTHING TO "
                   "INSTALL."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-LOAD-ONE-VERSION
               THRU 1100-LOAD-ONE-VERSION-EXIT
               UNTIL WS-VER-EOF.
           CLOSE PARM-VERSION-FILE.
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
                       DISPLAY "PARMINST: PARMVER REGISTER FULL - "
                           "NOTHING INSTALLED."
                       MOVE 8 TO RETURN-CODE
                       SET WS-VER-EOF TO TRUE
                   END-IF
           END-READ.
       1100-LOAD-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-VERSION - AN APPROVED VERSION WHOSE         *
      * EFFECTIVE DATE HAS COME IS INSTALLED.                      *
      *-----------------------------------------------------------*
       2000-CHECK-ONE-VERSION.
           IF NOT WS-VE-IS-APPROVED(WS-VER-IDX)
               OR WS-VE-EFF-DATE(WS-VER-IDX) > WS-RUN-DATE
               GO TO 2000-CHECK-ONE-VERSION-EXIT
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           PERFORM 3000-LOAD-IMAGES
               THRU 3000-LOAD-IMAGES-EXIT.
           IF WS-BEFORE-LINE-COUNT NOT = WS-VE-BEFORE-LINES(WS-VER-IDX)
               OR WS-AFTER-LINE-COUNT
                   NOT = WS-VE-AFTER-LINES(WS-VER-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMINST: " WS-VE-FILE-ID(WS-VER-IDX)
                   " VERSION " WS-VE-VERSION(WS-VER-IDX)
                   " HISTORY INCOMPLETE ON PARMHIST - NOT INSTALLED."
               GO TO 2000-CHECK-ONE-VERSION-EXIT
           END-IF.
           MOVE "R" TO PIO-FUNCTION.
           CALL "PARMIO" USING PIO-FUNCTION,
               WS-VE-FILE-ID(WS-VER-IDX), WS-LIVE-RECORD-LENGTH,
               WS-LIVE-LINE-COUNT, WS-LIVE-LINE-TABLE, WS-PIO-STATUS.
           IF NOT WS-PIO-DONE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMINST: " WS-VE-FILE-ID(WS-VER-IDX)
                   " CANNOT BE READ (STATUS " WS-PIO-STATUS
                   ") - VERSION " WS-VE-VERSION(WS-VER-IDX)
                   " NOT INSTALLED."
               GO TO 2000-CHECK-ONE-VERSION-EXIT
           END-IF.
           PERFORM 4000-COMPARE-LIVE
               THRU 4000-COMPARE-LIVE-EXIT.
           IF NOT WS-IMAGES-SAME
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMINST: " WS-VE-FILE-ID(WS-VER-IDX)
                   " WAS CHANGED OUTSIDE CONTROL SINCE VERSION "
                   WS-VE-VERSION(WS-VER-IDX) " WAS KEYED - "
                   "NOT INSTALLED."
               GO TO 2000-CHECK-ONE-VERSION-EXIT
           END-IF.
           MOVE "W" TO PIO-FUNCTION.
           CALL "PARMIO" USING PIO-FUNCTION,
               WS-VE-FILE-ID(WS-VER-IDX), WS-LIVE-RECORD-LENGTH,
               WS-AFTER-LINE-COUNT, WS-AFTER-LINE-TABLE,
               WS-PIO-STATUS.
           IF NOT WS-PIO-DONE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "PARMINST: " WS-VE-FILE-ID(WS-VER-IDX)
                   " COULD NOT BE WRITTEN (STATUS " WS-PIO-STATUS
                   ") - VERSION " WS-VE-VERSION(WS-VER-IDX)
                   " NOT INSTALLED."
               GO TO 2000-CHECK-ONE-VERSION-EXIT
           END-IF.
           PERFORM 5000-SUPERSEDE-ONE-VERSION
               THRU 5000-SUPERSEDE-ONE-VERSION-EXIT
               VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-VER-COUNT.
           MOVE "I"         TO WS-VE-STATUS(WS-VER-IDX).
           MOVE WS-RUN-DATE TO WS-VE-INSTALLED-DATE(WS-VER-IDX).
           SET WS-VER-CHANGED TO TRUE.
           ADD 1 TO WS-INSTALLED-COUNT.
           DISPLAY "PARMINST: " WS-VE-FILE-ID(WS-VER-IDX)
               " VERSION " WS-VE-VERSION(WS-VER-IDX) " INSTALLED ("
               WS-AFTER-LINE-COUNT " RECORDS).".
       2000-CHECK-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-IMAGES - ONE PASS OF PARMHIST FOR THE VERSION'S  *
      * BEFORE AND AFTER LINES.                                    *
      *-----------------------------------------------------------*
       3000-LOAD-IMAGES.
           MOVE ZERO   TO WS-BEFORE-LINE-COUNT.
           MOVE ZERO   TO WS-AFTER-LINE-COUNT.
           MOVE SPACES TO WS-BEFORE-LINE-TABLE.
           MOVE SPACES TO WS-AFTER-LINE-TABLE.
           OPEN INPUT PARM-HISTORY-FILE.
           IF NOT WS-HST-OK
               DISPLAY "PARMINST: PARMHIST CANNOT BE READ."
               GO TO 3000-LOAD-IMAGES-EXIT
           END-IF.
           PERFORM 3100-READ-ONE-HISTORY
               THRU 3100-READ-ONE-HISTORY-EXIT
               UNTIL WS-HST-EOF.
           CLOSE PARM-HISTORY-FILE.
       3000-LOAD-IMAGES-EXIT.
           EXIT.

       3100-READ-ONE-HISTORY.
           READ PARM-HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
                   GO TO 3100-READ-ONE-HISTORY-EXIT
           END-READ.
           IF PH-FILE-ID NOT = WS-VE-FILE-ID(WS-VER-IDX)
               OR PH-VERSION NOT = WS-VE-VERSION(WS-VER-IDX)
               OR PH-LINE-NO IS NOT NUMERIC
               OR PH-LINE-NO = ZERO
               OR PH-LINE-NO > WS-LINE-LIMIT
               GO TO 3100-READ-ONE-HISTORY-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PH-IS-BEFORE
                   MOVE PH-LINE TO WS-BEFORE-LINE(PH-LINE-NO)
                   ADD 1 TO WS-BEFORE-LINE-COUNT
               WHEN PH-IS-AFTER
                   MOVE PH-LINE TO WS-AFTER-LINE(PH-LINE-NO)
                   ADD 1 TO WS-AFTER-LINE-COUNT
           END-EVALUATE.
       3100-READ-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-COMPARE-LIVE - THE LIVE FILE AGAINST THE BEFORE IMAGE *
      * TAKEN WHEN THE VERSION WAS KEYED.                          *
      *-----------------------------------------------------------*
       4000-COMPARE-LIVE.
           SET WS-IMAGES-SAME TO TRUE.
           IF WS-LIVE-LINE-COUNT NOT = WS-BEFORE-LINE-COUNT
               MOVE "N" TO WS-SAME-SWITCH
               GO TO 4000-COMPARE-LIVE-EXIT
           END-IF.
           PERFORM 4100-COMPARE-ONE-LINE
               THRU 4100-COMPARE-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LIVE-LINE-COUNT
               OR NOT WS-IMAGES-SAME.
       4000-COMPARE-LIVE-EXIT.
           EXIT.

       4100-COMPARE-ONE-LINE.
           IF WS-LIVE-LINE(WS-LINE-IDX)
               NOT = WS-BEFORE-LINE(WS-LINE-IDX)
               MOVE "N" TO WS-SAME-SWITCH
           END-IF.
       4100-COMPARE-ONE-LINE-EXIT.
           EXIT.

       5000-SUPERSEDE-ONE-VERSION.
           IF WS-VE-FILE-ID(WS-OLD-IDX) = WS-VE-FILE-ID(WS-VER-IDX)
               AND WS-VE-IS-INSTALLED(WS-OLD-IDX)
               MOVE "S" TO WS-VE-STATUS(WS-OLD-IDX)
           END-IF.
       5000-SUPERSEDE-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - REWRITE THE REGISTER WHEN A VERSION WENT  *
      * IN, AND REPORT THE NIGHT'S COUNTS.                         *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-VER-CHANGED
               OPEN OUTPUT PARM-VERSION-FILE
               IF NOT WS-VER-OK
                   CALL "FILERR" USING "PARMINST       ", "PARMVER ",
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
           DISPLAY "PARMINST: VERSIONS DUE       = " WS-DUE-COUNT.
           DISPLAY "PARMINST: VERSIONS INSTALLED = " WS-INSTALLED-COUNT.
           DISPLAY "PARMINST: VERSIONS REFUSED   = " WS-REFUSED-COUNT.
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

       END PROGRAM PARMINST.
