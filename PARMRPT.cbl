      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Parameter change report from the PARMVER register and
      * PARMHIST image history that PARMMNT and PARMINST keep.  Every
      * version of a change-controlled file installed in the date
      * range is listed with its effective and install dates, who
      * keyed and who approved it and when, and the reason, followed
      * by the file as it stood before (BEFORE lines) and as it was
      * put in (AFTER lines); an after line that differs from the
      * before line of the same number is marked "*".  The range
      * comes from the PARMPRM card (from and to dates, YYYYMMDD),
      * or is the month before the run date.  Versions keyed in the
      * range and rejected are listed at the end.  A missing PARMVER
      * or PARMHIST ends the step RC 4 with a note on the report.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-RPT-PARM-FILE ASSIGN TO "PARMPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PARM-VERSION-FILE ASSIGN TO "PARMVER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VER-FILE-STATUS.
           SELECT PARM-HISTORY-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT PARM-REPORT-FILE ASSIGN TO "PARMOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-RPT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  PARM-RPT-PARM-RECORD.
           05  PP-FROM-DATE            PIC X(08).
           05  PP-TO-DATE              PIC X(08).

       FD  PARM-VERSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  PARM-VERSION-RECORD.
           05  PV-FILE-ID              PIC X(09).
           05  PV-VERSION              PIC 9(05).
           05  PV-STATUS               PIC X(01).
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

       FD  PARM-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-VER-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-VER-OK                         VALUE "00".
           88  WS-VER-EOF                        VALUE "10".
       01  WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HST-OK                         VALUE "00".
           88  WS-HST-EOF                        VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-HIST-SWITCH              PIC X(01) VALUE "Y".
           88  WS-HIST-AVAILABLE                 VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
      * THE VERSIONS TO BE LISTED, IN REGISTER ORDER.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  WS-LS-FILE-ID       PIC X(09).
               10  WS-LS-VERSION       PIC 9(05).
       77  WS-LIST-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-LIST-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-LIST-LIMIT               PIC 9(03) COMP VALUE 500.
       77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-IMAGE-LINES              PIC 9(05) COMP VALUE ZERO.
      * THE BEFORE IMAGE OF THE VERSION BEING LISTED, SO EACH AFTER
      * LINE CAN BE MARKED WHEN IT DIFFERS.
       01  WS-BEFORE-LINE-TABLE.
           05  WS-BEFORE-LINE OCCURS 300 TIMES
                                       PIC X(40).
       77  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 300.
       01  WS-COUNT-EDIT               PIC ZZZZ9.

       01  WS-RPT-VERSION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RV-FILE-ID           PIC X(09).
           05  FILLER                  PIC X(09) VALUE " VERSION ".
           05  WS-RV-VERSION           PIC 9(05).
           05  FILLER                  PIC X(12)
                   VALUE "  EFFECTIVE ".
           05  WS-RV-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(12)
                   VALUE "  INSTALLED ".
           05  WS-RV-INSTALLED-DATE    PIC X(08).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-RPT-WHO-LINE.
           05  FILLER                  PIC X(13)
                   VALUE "    KEYED BY ".
           05  WS-RW-KEYED-BY          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RW-KEYED-DATE        PIC X(08).
           05  WS-RW-APPROVE-LABEL     PIC X(14)
                   VALUE "  APPROVED BY ".
           05  WS-RW-APPROVED-BY       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RW-APPROVED-DATE     PIC X(08).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-RPT-REASON-LINE.
           05  FILLER                  PIC X(12)
                   VALUE "    REASON: ".
           05  WS-RR-REASON            PIC X(20).
           05  FILLER                  PIC X(48) VALUE SPACES.
       01  WS-RPT-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RI-MARK              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RI-LABEL             PIC X(07).
           05  WS-RI-LINE-NO           PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RI-LINE              PIC X(40).
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-LIST-COUNT = 0
               MOVE "  NO PARAMETER CHANGES INSTALLED IN THE RANGE."
                   TO PARM-REPORT-LINE
               WRITE PARM-REPORT-LINE
           ELSE
               PERFORM 2000-LIST-ONE-VERSION
                   THRU 2000-LIST-ONE-VERSION-EXIT
                   VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
           END-IF.
           PERFORM 3000-LIST-REJECTIONS
               THRU 3000-LIST-REJECTIONS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - SET THE DATE RANGE, OPEN THE REPORT AND  *
      * PICK OUT THE VERSIONS INSTALLED IN THE RANGE.              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-PERIOD.
           IF WS-RUN-DATE(5:2) = "01"
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 89
           ELSE
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 1
           END-IF.
           MOVE WS-TARGET-PERIOD TO WS-FROM-DATE(1:6).
           MOVE "01"             TO WS-FROM-DATE(7:2).
           MOVE WS-TARGET-PERIOD TO WS-TO-DATE(1:6).
           MOVE "31"             TO WS-TO-DATE(7:2).
           OPEN INPUT PARM-RPT-PARM-FILE.
           IF WS-PARM-OK
               READ PARM-RPT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-FROM-DATE IS NUMERIC
                           AND PP-TO-DATE IS NUMERIC
                           AND PP-FROM-DATE NOT > PP-TO-DATE
                           MOVE PP-FROM-DATE TO WS-FROM-DATE
                           MOVE PP-TO-DATE   TO WS-TO-DATE
                       ELSE
                           DISPLAY "PARMRPT: PARMPRM CARD NOT A VALID "
                               "RANGE - PRIOR MONTH USED."
                       END-IF
               END-READ
               CLOSE PARM-RPT-PARM-FILE
           END-IF.
           OPEN OUTPUT PARM-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "PARMRPT        ", "PARMOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO PARM-REPORT-LINE.
           STRING "PARAMETER CHANGE REPORT FROM " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE SPACES TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE ZERO TO WS-LIST-COUNT.
           OPEN INPUT PARM-VERSION-FILE.
           IF NOT WS-VER-OK
               CALL "FILERR" USING "PARMRPT        ", "PARMVER ",
                   "OPEN-IN ", WS-VER-FILE-STATUS, "N"
               MOVE "  *** PARMVER NOT AVAILABLE ***"
                   TO PARM-REPORT-LINE
               WRITE PARM-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1100-SELECT-ONE-VERSION
               THRU 1100-SELECT-ONE-VERSION-EXIT
               UNTIL WS-VER-EOF.
           CLOSE PARM-VERSION-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-SELECT-ONE-VERSION.
           READ PARM-VERSION-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
                   GO TO 1100-SELECT-ONE-VERSION-EXIT
           END-READ.
           IF NOT PV-IS-INSTALLED AND NOT PV-IS-SUPERSEDED
               GO TO 1100-SELECT-ONE-VERSION-EXIT
           END-IF.
           IF PV-INSTALLED-DATE < WS-FROM-DATE
               OR PV-INSTALLED-DATE > WS-TO-DATE
               GO TO 1100-SELECT-ONE-VERSION-EXIT
           END-IF.
           IF WS-LIST-COUNT NOT < WS-LIST-LIMIT
               DISPLAY "PARMRPT: MORE THAN 500 VERSIONS IN RANGE - "
                   PV-FILE-ID " VERSION " PV-VERSION " NOT LISTED."
               MOVE 4 TO RETURN-CODE
               GO TO 1100-SELECT-ONE-VERSION-EXIT
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           MOVE PV-FILE-ID TO WS-LS-FILE-ID(WS-LIST-COUNT).
           MOVE PV-VERSION TO WS-LS-VERSION(WS-LIST-COUNT).
       1100-SELECT-ONE-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LIST-ONE-VERSION - THE VERSION'S REGISTER DETAILS,    *
      * THEN ITS IMAGES FROM ONE PASS OF PARMHIST.  PARMMNT WRITES *
      * A VERSION'S BEFORE LINES AND THEN ITS AFTER LINES          *
      * TOGETHER, SO FILE ORDER IS THE ORDER TO PRINT THEM.        *
      *-----------------------------------------------------------*
       2000-LIST-ONE-VERSION.
           PERFORM 2100-FIND-REGISTER-ROW
               THRU 2100-FIND-REGISTER-ROW-EXIT.
           MOVE PV-FILE-ID        TO WS-RV-FILE-ID.
           MOVE PV-VERSION        TO WS-RV-VERSION.
           MOVE PV-EFF-DATE       TO WS-RV-EFF-DATE.
           MOVE PV-INSTALLED-DATE TO WS-RV-INSTALLED-DATE.
           MOVE WS-RPT-VERSION-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE "  APPROVED BY " TO WS-RW-APPROVE-LABEL.
           MOVE PV-KEYED-BY       TO WS-RW-KEYED-BY.
           MOVE PV-KEYED-DATE     TO WS-RW-KEYED-DATE.
           MOVE PV-APPROVED-BY    TO WS-RW-APPROVED-BY.
           MOVE PV-APPROVED-DATE  TO WS-RW-APPROVED-DATE.
           MOVE WS-RPT-WHO-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE PV-REASON         TO WS-RR-REASON.
           MOVE WS-RPT-REASON-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           IF NOT WS-HIST-AVAILABLE
               GO TO 2000-LIST-ONE-VERSION-EXIT
           END-IF.
           MOVE SPACES TO WS-BEFORE-LINE-TABLE.
           MOVE ZERO TO WS-IMAGE-LINES.
           OPEN INPUT PARM-HISTORY-FILE.
           IF NOT WS-HST-OK
               MOVE "N" TO WS-HIST-SWITCH
               CALL "FILERR" USING "PARMRPT        ", "PARMHIST",
                   "OPEN-IN ", WS-HST-FILE-STATUS, "N"
               MOVE "  *** PARMHIST NOT AVAILABLE - NO IMAGES ***"
                   TO PARM-REPORT-LINE
               WRITE PARM-REPORT-LINE
               MOVE 4 TO RETURN-CODE
               GO TO 2000-LIST-ONE-VERSION-EXIT
           END-IF.
           PERFORM 2200-LIST-ONE-IMAGE-LINE
               THRU 2200-LIST-ONE-IMAGE-LINE-EXIT
               UNTIL WS-HST-EOF.
           CLOSE PARM-HISTORY-FILE.
           IF WS-IMAGE-LINES = 0
               MOVE "    (NO IMAGE LINES ON PARMHIST)"
                   TO PARM-REPORT-LINE
               WRITE PARM-REPORT-LINE
           END-IF.
           MOVE SPACES TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
       2000-LIST-ONE-VERSION-EXIT.
           EXIT.

      * THE SELECTED VERSION'S FULL ROW, RE-READ FROM THE REGISTER.
       2100-FIND-REGISTER-ROW.
           OPEN INPUT PARM-VERSION-FILE.
           MOVE SPACES TO PARM-VERSION-RECORD.
           IF NOT WS-VER-OK
               GO TO 2100-FIND-REGISTER-ROW-EXIT
           END-IF.
           PERFORM 2110-READ-ONE-REGISTER-ROW
               THRU 2110-READ-ONE-REGISTER-ROW-EXIT
               UNTIL WS-VER-EOF.
           CLOSE PARM-VERSION-FILE.
       2100-FIND-REGISTER-ROW-EXIT.
           EXIT.

       2110-READ-ONE-REGISTER-ROW.
           READ PARM-VERSION-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
                   GO TO 2110-READ-ONE-REGISTER-ROW-EXIT
           END-READ.
           IF PV-FILE-ID = WS-LS-FILE-ID(WS-LIST-IDX)
               AND PV-VERSION = WS-LS-VERSION(WS-LIST-IDX)
               SET WS-VER-EOF TO TRUE
           END-IF.
       2110-READ-ONE-REGISTER-ROW-EXIT.
           EXIT.

       2200-LIST-ONE-IMAGE-LINE.
           READ PARM-HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
                   GO TO 2200-LIST-ONE-IMAGE-LINE-EXIT
           END-READ.
           IF PH-FILE-ID NOT = WS-LS-FILE-ID(WS-LIST-IDX)
               OR PH-VERSION NOT = WS-LS-VERSION(WS-LIST-IDX)
               OR PH-LINE-NO IS NOT NUMERIC
               OR PH-LINE-NO = ZERO
               OR PH-LINE-NO > WS-LINE-LIMIT
               GO TO 2200-LIST-ONE-IMAGE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-IMAGE-LINES.
           MOVE SPACE       TO WS-RI-MARK.
           MOVE PH-LINE-NO  TO WS-RI-LINE-NO.
           MOVE PH-LINE     TO WS-RI-LINE.
           IF PH-IS-BEFORE
               MOVE "BEFORE " TO WS-RI-LABEL
               MOVE PH-LINE TO WS-BEFORE-LINE(PH-LINE-NO)
           ELSE
               MOVE "AFTER  " TO WS-RI-LABEL
               IF PH-LINE NOT = WS-BEFORE-LINE(PH-LINE-NO)
                   MOVE "*" TO WS-RI-MARK
               END-IF
           END-IF.
           MOVE WS-RPT-IMAGE-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
       2200-LIST-ONE-IMAGE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-REJECTIONS - VERSIONS KEYED IN THE RANGE THAT    *
      * WERE REJECTED BEFORE THEY WENT IN.                         *
      *-----------------------------------------------------------*
       3000-LIST-REJECTIONS.
           MOVE SPACES TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE "VERSIONS KEYED IN THE RANGE AND REJECTED"
               TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           OPEN INPUT PARM-VERSION-FILE.
           IF WS-VER-OK
               PERFORM 3100-LIST-ONE-REJECTION
                   THRU 3100-LIST-ONE-REJECTION-EXIT
                   UNTIL WS-VER-EOF
               CLOSE PARM-VERSION-FILE
           END-IF.
           IF WS-REJECT-COUNT = 0
               MOVE "  NONE" TO PARM-REPORT-LINE
               WRITE PARM-REPORT-LINE
           END-IF.
       3000-LIST-REJECTIONS-EXIT.
           EXIT.

       3100-LIST-ONE-REJECTION.
           READ PARM-VERSION-FILE
               AT END
                   SET WS-VER-EOF TO TRUE
                   GO TO 3100-LIST-ONE-REJECTION-EXIT
           END-READ.
           IF NOT PV-IS-REJECTED
               OR PV-KEYED-DATE < WS-FROM-DATE
               OR PV-KEYED-DATE > WS-TO-DATE
               GO TO 3100-LIST-ONE-REJECTION-EXIT
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE PV-FILE-ID        TO WS-RV-FILE-ID.
           MOVE PV-VERSION        TO WS-RV-VERSION.
           MOVE PV-EFF-DATE       TO WS-RV-EFF-DATE.
           MOVE SPACES            TO WS-RV-INSTALLED-DATE.
           MOVE WS-RPT-VERSION-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE "  REJECTED BY " TO WS-RW-APPROVE-LABEL.
           MOVE PV-KEYED-BY       TO WS-RW-KEYED-BY.
           MOVE PV-KEYED-DATE     TO WS-RW-KEYED-DATE.
           MOVE PV-APPROVED-BY    TO WS-RW-APPROVED-BY.
           MOVE PV-APPROVED-DATE  TO WS-RW-APPROVED-DATE.
           MOVE WS-RPT-WHO-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE PV-REASON         TO WS-RR-REASON.
           MOVE WS-RPT-REASON-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
       3100-LIST-ONE-REJECTION-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE WS-LIST-COUNT TO WS-COUNT-EDIT.
           STRING "VERSIONS INSTALLED IN RANGE: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           MOVE SPACES TO PARM-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           STRING "VERSIONS REJECTED IN RANGE:  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.
           CLOSE PARM-REPORT-FILE.
           DISPLAY "PARMRPT: VERSIONS LISTED = " WS-LIST-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM PARMRPT.
