      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly watch-list re-screen of the whole customer
      * master.  The step does nothing unless the list stamp WLSTLOAD
      * left on WLSTCTL has moved on from the stamp of the last
      * completed re-screen: then every CUSTMAS customer not merged
      * away is passed through the shared WLSCREEN routine, which
      * queues each new potential match on WLREVIEW for compliance
      * and so holds the customer's postings from tonight's run on.
      * Each customer queued is listed on the WLRSRPT report.  Only
      * a complete pass records the new stamp as screened; a pass the
      * routine could not finish is repeated the next night.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLRESCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-CTL-FILE ASSIGN TO "WLSTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT RESCREEN-REPORT-FILE ASSIGN TO "WLRSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  WATCH-CTL-RECORD.
           05  WC-LIST-STAMP           PIC X(14).
           05  WC-ENTRY-COUNT          PIC 9(06).
           05  WC-SCREENED-STAMP       PIC X(14).
           05  FILLER                  PIC X(06).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
           05  CM-NAME                 PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET           PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-REGION           PIC X(02).
               10  CM-POSTAL-CODE      PIC X(09).
           05  CM-DATE-OF-BIRTH        PIC X(08).
           05  CM-SENSITIVE-FLAG       PIC X(01).
               88  CM-IS-SENSITIVE               VALUE "Y".
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
               88  CM-IS-INACTIVE                VALUE "I".
               88  CM-IS-MERGED                  VALUE "M".
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  RESCREEN-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RESCREEN-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-EOF                       VALUE "10".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-INCOMPLETE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PASS-INCOMPLETE                VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-SCREEN-FUNCTION          PIC X(01) VALUE SPACE.
       01  WS-SCREEN-RESULT            PIC X(01) VALUE SPACE.
           88  WS-SCREEN-NO-MATCH                VALUE "N".
           88  WS-SCREEN-QUEUED                  VALUE "Q".
           88  WS-SCREEN-ALREADY-HELD            VALUE "H".
           88  WS-SCREEN-UNAVAILABLE             VALUE "U".
       77  WS-SCREENED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-QUEUED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE "WLRESCRN - WATCH-LIST RE-SCREEN  DATE ".
           05  WS-RH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  LIST ".
           05  WS-RH1-LIST-STAMP       PIC X(14).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-NAME              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(30)
               VALUE "QUEUED FOR COMPLIANCE REVIEW".
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(22)
               VALUE "CUSTOMERS SCREENED = ".
           05  WS-RT-SCREENED          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(16)
               VALUE "   NEWLY QUEUED ".
           05  FILLER                  PIC X(02) VALUE "= ".
           05  WS-RT-QUEUED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "WLRESCRN       ", "WLSTCTL ".
           CALL "ENVCHK" USING "WLRESCRN       ", "WLREVIEW".
           CALL "ENVCHK" USING "WLRESCRN       ", "WLRSRPT ".
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WATCH-CTL-FILE.
           IF NOT WS-CTL-OK
               DISPLAY "WLRESCRN: NO WLSTCTL - NO LIST HAS BEEN ",
                   "LOADED, NOTHING TO RE-SCREEN."
               GOBACK
           END-IF.
           READ WATCH-CTL-FILE
               AT END
                   MOVE SPACES TO WATCH-CTL-RECORD
           END-READ.
           CLOSE WATCH-CTL-FILE.
           IF WC-LIST-STAMP = SPACES
               OR WC-LIST-STAMP = WC-SCREENED-STAMP
               DISPLAY "WLRESCRN: WATCH LIST UNCHANGED SINCE THE ",
                   "LAST RE-SCREEN - NOTHING TO DO."
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF NOT WS-PASS-INCOMPLETE
               PERFORM 2000-SCREEN-ONE-CUSTOMER
                   THRU 2000-SCREEN-ONE-CUSTOMER-EXIT
                   UNTIL WS-CUST-EOF
                   OR WS-PASS-INCOMPLETE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT RESCREEN-REPORT-FILE.
           MOVE WS-RUN-DATE   TO WS-RH1-RUN-DATE.
           MOVE WC-LIST-STAMP TO WS-RH1-LIST-STAMP.
           WRITE RESCREEN-REPORT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO RESCREEN-REPORT-LINE.
           WRITE RESCREEN-REPORT-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "WLRESCRN       ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               SET WS-PASS-INCOMPLETE TO TRUE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCREEN-ONE-CUSTOMER - A MERGED RECORD IS ONLY A       *
      * POINTER TO ITS SURVIVOR AND IS NOT SCREENED.  AN           *
      * UNAVAILABLE ROUTINE STOPS THE PASS.                        *
      *-----------------------------------------------------------*
       2000-SCREEN-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.
           IF WS-CUST-EOF
               GO TO 2000-SCREEN-ONE-CUSTOMER-EXIT
           END-IF.
           IF CM-IS-MERGED
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-SCREEN-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "S" TO WS-SCREEN-FUNCTION.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "WLRESCRN       ",
               WS-SCREEN-RESULT.
           IF WS-SCREEN-UNAVAILABLE
               SET WS-PASS-INCOMPLETE TO TRUE
               GO TO 2000-SCREEN-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-SCREENED-COUNT.
           IF WS-SCREEN-ALREADY-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           IF WS-SCREEN-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               MOVE CM-CUST-ID TO WS-RD-CUST-ID
               IF CM-IS-SENSITIVE
                   MOVE "(SENSITIVE RECORD)" TO WS-RD-NAME
               ELSE
                   MOVE CM-NAME TO WS-RD-NAME
               END-IF
               WRITE RESCREEN-REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
       2000-SCREEN-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - RECORD THE STAMP AS SCREENED ONLY WHEN    *
      * THE PASS COVERED THE WHOLE MASTER.                         *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE "C" TO WS-SCREEN-FUNCTION.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "WLRESCRN       ",
               WS-SCREEN-RESULT.
           MOVE SPACES TO RESCREEN-REPORT-LINE.
           WRITE RESCREEN-REPORT-LINE.
           MOVE WS-SCREENED-COUNT TO WS-RT-SCREENED.
           MOVE WS-QUEUED-COUNT   TO WS-RT-QUEUED.
           WRITE RESCREEN-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           IF WS-PASS-INCOMPLETE
               MOVE SPACES TO RESCREEN-REPORT-LINE
               MOVE "*** RE-SCREEN INCOMPLETE - REPEATED NEXT RUN ***"
                   TO RESCREEN-REPORT-LINE
               WRITE RESCREEN-REPORT-LINE
           END-IF.
           CLOSE RESCREEN-REPORT-FILE.
           DISPLAY "WLRESCRN: CUSTOMERS SCREENED    = "
               WS-SCREENED-COUNT.
           DISPLAY "WLRESCRN: NEWLY QUEUED          = "
               WS-QUEUED-COUNT.
           DISPLAY "WLRESCRN: ALREADY UNDER REVIEW  = "
               WS-HELD-COUNT.
           DISPLAY "WLRESCRN: MERGED, NOT SCREENED  = "
               WS-SKIPPED-COUNT.
           IF WS-PASS-INCOMPLETE
               DISPLAY "WLRESCRN: RE-SCREEN INCOMPLETE - THE LIST ",
                   "STAMP IS LEFT UNSCREENED FOR THE NEXT RUN."
               MOVE 8 TO RETURN-CODE
               GO TO 9000-TERMINATE-EXIT
           END-IF.
           MOVE WC-LIST-STAMP TO WC-SCREENED-STAMP.
           OPEN OUTPUT WATCH-CTL-FILE.
           IF NOT WS-CTL-OK
               CALL "FILERR" USING "WLRESCRN       ", "WLSTCTL ",
                   "OPEN-OUT", WS-CTL-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-TERMINATE-EXIT
           END-IF.
           WRITE WATCH-CTL-RECORD.
           CLOSE WATCH-CTL-FILE.
           IF WS-QUEUED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM WLRESCRN.
