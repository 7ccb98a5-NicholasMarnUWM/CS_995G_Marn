      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Legacy-ID alias usage report.  Every pair IDMIGR put
      * on the IDXREF cross-reference is listed with the date it was
      * migrated, the date its transition window closes, how many
      * times the old ID has been presented since, when it was last
      * presented, and by which program (IDALIAS keeps the counts).
      * Each alias is classed: EXPIRED once its window has closed,
      * UNUSED when the old ID has never been presented, QUIET when
      * it has not been presented for 30 days, and IN USE otherwise.
      * The totals by class show how close the aliases are to being
      * retired; the IN USE list shows who is still sending old IDs.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDUSRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-XREF-FILE ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IX-OLD-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT USAGE-REPORT-FILE ASSIGN TO "IDUSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ID-XREF-FILE.
       01  ID-XREF-RECORD.
           05  IX-OLD-ID               PIC 9(06).
           05  IX-NEW-ID               PIC 9(06).
           05  IX-MIGRATED-DATE        PIC X(08).
           05  IX-RETIRE-DATE          PIC X(08).
           05  IX-USE-COUNT            PIC 9(07).
           05  IX-LAST-USED-DATE       PIC X(08).
           05  IX-LAST-USED-BY         PIC X(15).
           05  FILLER                  PIC X(12).

       FD  USAGE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  USAGE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-XREF-OK                        VALUE "00".
           88  WS-XREF-EOF                       VALUE "10".
           88  WS-XREF-NOT-FOUND                 VALUE "35".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-XREF-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-IDXREF-OPEN                    VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       77  WS-QUIET-DAYS               PIC 9(03) COMP VALUE 30.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-ALIAS-CLASS              PIC X(08) VALUE SPACES.
       77  WS-ALIAS-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-UNUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-QUIET-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-INUSE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-TOTAL-USES               PIC 9(09) COMP VALUE ZERO.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-OLD-ID            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-NEW-ID            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-MIGRATED          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-RETIRES           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-USES              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LAST-USED         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LAST-USED-BY      PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CLASS             PIC X(08).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RC-LABEL             PIC X(30).
           05  WS-RC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPORT-ONE-ALIAS
               THRU 2000-REPORT-ONE-ALIAS-EXIT
               UNTIL WS-XREF-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - NO IDXREF YET MEANS NO CUSTOMER HAS     *
      * BEEN MIGRATED; THE REPORT SAYS SO AND ENDS CLEAN.         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT USAGE-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "IDUSRPT        ", "IDUSOUT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-XREF-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "LEGACY CUSTOMER ID ALIAS USAGE - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE SPACES TO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE SPACES       TO USAGE-REPORT-LINE.
           MOVE "OLD ID"     TO USAGE-REPORT-LINE(3:6).
           MOVE "NEW ID"     TO USAGE-REPORT-LINE(11:6).
           MOVE "MIGRATED"   TO USAGE-REPORT-LINE(19:8).
           MOVE "RETIRES"    TO USAGE-REPORT-LINE(29:7).
           MOVE "USES"       TO USAGE-REPORT-LINE(44:4).
           MOVE "LAST USE"   TO USAGE-REPORT-LINE(50:8).
           MOVE "USED BY"    TO USAGE-REPORT-LINE(60:7).
           MOVE "CLASS"      TO USAGE-REPORT-LINE(77:5).
           WRITE USAGE-REPORT-LINE.
           OPEN INPUT ID-XREF-FILE.
           IF WS-XREF-NOT-FOUND
               MOVE "  NO CUSTOMER IDS HAVE BEEN MIGRATED."
                   TO USAGE-REPORT-LINE
               WRITE USAGE-REPORT-LINE
               MOVE "10" TO WS-XREF-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT WS-XREF-OK
               CALL "FILERR" USING "IDUSRPT        ", "IDXREF  ",
                   "OPEN-IN ", WS-XREF-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               MOVE "10" TO WS-XREF-FILE-STATUS
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-IDXREF-OPEN TO TRUE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPORT-ONE-ALIAS - CLASS ONE CROSS-REFERENCE PAIR    *
      * AND LIST IT.                                              *
      *-----------------------------------------------------------*
       2000-REPORT-ONE-ALIAS.
           READ ID-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   GO TO 2000-REPORT-ONE-ALIAS-EXIT
           END-READ.
           ADD 1 TO WS-ALIAS-COUNT.
           IF IX-USE-COUNT IS NOT NUMERIC
               MOVE ZERO TO IX-USE-COUNT
           END-IF.
           ADD IX-USE-COUNT TO WS-TOTAL-USES.
           PERFORM 2100-CLASS-ALIAS
               THRU 2100-CLASS-ALIAS-EXIT.
           MOVE IX-OLD-ID         TO WS-RD-OLD-ID.
           MOVE IX-NEW-ID         TO WS-RD-NEW-ID.
           MOVE IX-MIGRATED-DATE  TO WS-RD-MIGRATED.
           MOVE IX-RETIRE-DATE    TO WS-RD-RETIRES.
           MOVE IX-USE-COUNT      TO WS-RD-USES.
           MOVE IX-LAST-USED-DATE TO WS-RD-LAST-USED.
           MOVE IX-LAST-USED-BY   TO WS-RD-LAST-USED-BY.
           MOVE WS-ALIAS-CLASS    TO WS-RD-CLASS.
           MOVE WS-RPT-DETAIL TO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
       2000-REPORT-ONE-ALIAS-EXIT.
           EXIT.

       2100-CLASS-ALIAS.
           IF WS-RUN-DATE > IX-RETIRE-DATE
               MOVE "EXPIRED" TO WS-ALIAS-CLASS
               ADD 1 TO WS-EXPIRED-COUNT
               GO TO 2100-CLASS-ALIAS-EXIT
           END-IF.
           IF IX-USE-COUNT = ZERO
               MOVE "UNUSED" TO WS-ALIAS-CLASS
               ADD 1 TO WS-UNUSED-COUNT
               GO TO 2100-CLASS-ALIAS-EXIT
           END-IF.
           MOVE "D"               TO WS-DATE-FUNCTION.
           MOVE IX-LAST-USED-DATE TO WS-DATE-ONE.
           MOVE WS-RUN-DATE       TO WS-DATE-TWO.
           MOVE "N"               TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               AND WS-RESULT-DAYS > WS-QUIET-DAYS
               MOVE "QUIET" TO WS-ALIAS-CLASS
               ADD 1 TO WS-QUIET-COUNT
           ELSE
               MOVE "IN USE" TO WS-ALIAS-CLASS
               ADD 1 TO WS-INUSE-COUNT
           END-IF.
       2100-CLASS-ALIAS-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-RPT-OK
               MOVE SPACES TO USAGE-REPORT-LINE
               WRITE USAGE-REPORT-LINE
               MOVE "ALIASES ON FILE"          TO WS-RC-LABEL
               MOVE WS-ALIAS-COUNT             TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               MOVE "  EXPIRED"                TO WS-RC-LABEL
               MOVE WS-EXPIRED-COUNT           TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               MOVE "  UNUSED"                 TO WS-RC-LABEL
               MOVE WS-UNUSED-COUNT            TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               MOVE "  QUIET"                  TO WS-RC-LABEL
               MOVE WS-QUIET-COUNT             TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               MOVE "  IN USE"                 TO WS-RC-LABEL
               MOVE WS-INUSE-COUNT             TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               MOVE "OLD-ID USES SINCE MIGRATION" TO WS-RC-LABEL
               MOVE WS-TOTAL-USES              TO WS-RC-COUNT
               PERFORM 9100-WRITE-COUNT-LINE
                   THRU 9100-WRITE-COUNT-LINE-EXIT
               CLOSE USAGE-REPORT-FILE
           END-IF.
           IF WS-IDXREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF.
           DISPLAY "IDUSRPT: ALIASES ON FILE = " WS-ALIAS-COUNT.
           DISPLAY "IDUSRPT: STILL IN USE    = " WS-INUSE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
       9100-WRITE-COUNT-LINE-EXIT.
           EXIT.

       END PROGRAM IDUSRPT.
