      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Sweep of the CUSTMAS addresses against the postal
      * reference, run once when POSTREF is first loaded and monthly
      * after each POSTLOAD.  Every active and dormant customer's
      * postal code is checked against the shared NUMCHECK postal
      * class and then through the shared POSTCHK, and every address
      * that fails is listed on POSTRPT with the problem and, where
      * the reference knows the postal code, the city and region it
      * belongs to as the suggested correction.  The corrections are
      * keyed through CUSTMAINT as "C" address changes; nothing here
      * changes CUSTMAS.  A sensitive customer's street is not
      * printed.  Return code 4 when any address fails, 8 when the
      * reference cannot be read, 12 when CUSTMAS cannot.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTSWP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT POSTAL-REPORT-FILE ASSIGN TO "POSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  POSTAL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  POSTAL-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CUST-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CUST-EOF                       VALUE "Y".
       01  WS-CUST-SWITCH              PIC X(01) VALUE "N".
           88  WS-CUSTMAS-OPEN                   VALUE "Y".
       01  WS-REF-SWITCH               PIC X(01) VALUE "Y".
           88  WS-REF-AVAILABLE                  VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-AGREES                    VALUE "Y".
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
           88  WS-POST-UNAVAILABLE               VALUE "X".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       77  WS-CHECKED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-FORMAT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CITY-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-REGION-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.

       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(22) VALUE "STREET".
           05  FILLER                  PIC X(17) VALUE "CITY".
           05  FILLER                  PIC X(04) VALUE "RG".
           05  FILLER                  PIC X(11) VALUE "POSTAL".
           05  FILLER                  PIC X(28) VALUE "PROBLEM".
           05  FILLER                  PIC X(17) VALUE "SUGGESTED CITY".
           05  FILLER                  PIC X(25) VALUE "RG".
       01  WS-RPT-DETAIL.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STREET            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CITY              PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REGION            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-POSTAL            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PROBLEM           PIC X(26).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-SUGG-CITY         PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-SUGG-REGION       PIC X(02).
           05  FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-ONE-CUSTOMER
               THRU 2000-CHECK-ONE-CUSTOMER-EXIT
               UNTIL WS-CUST-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE REPORT AND CUSTMAS.  WITHOUT    *
      * CUSTMAS THERE IS NOTHING TO SWEEP.                         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT POSTAL-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "POSTSWP        ", "POSTRPT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO POSTAL-REPORT-LINE.
           STRING "POSTAL REFERENCE SWEEP RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - ADDRESSES FAILING THE POSTAL REFERENCE"
               DELIMITED BY SIZE
               INTO POSTAL-REPORT-LINE.
           WRITE POSTAL-REPORT-LINE.
           MOVE SPACES TO POSTAL-REPORT-LINE.
           WRITE POSTAL-REPORT-LINE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "POSTSWP        ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               MOVE "  *** CUSTMAS NOT AVAILABLE - NO SWEEP ***"
                   TO POSTAL-REPORT-LINE
               WRITE POSTAL-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               SET WS-CUST-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-CUSTMAS-OPEN TO TRUE.
           WRITE POSTAL-REPORT-LINE FROM WS-RPT-HEADING.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ONE-CUSTOMER - ACTIVE AND DORMANT CUSTOMERS     *
      * ONLY; CLOSED CUSTOMERS ARE SENT NOTHING.  A POSTAL CODE    *
      * THAT FAILS THE CLASS IS NOT LOOKED UP.                     *
      *-----------------------------------------------------------*
       2000-CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-READ.
           IF NOT CM-IS-ACTIVE AND NOT CM-IS-DORMANT
               GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE SPACES TO WS-SUGGESTED-CITY.
           MOVE SPACES TO WS-SUGGESTED-REGION.
           MOVE "N" TO WS-POSTAL-VALID-SWITCH.
           CALL "NUMCHECK" USING CM-POSTAL-CODE, "P",
               WS-POSTAL-VALID-SWITCH, "POSTSWP        ".
           IF NOT WS-POSTAL-IS-VALID
               ADD 1 TO WS-FORMAT-COUNT
               MOVE "POSTAL CODE BADLY FORMED" TO WS-RD-PROBLEM
               PERFORM 2100-LIST-ADDRESS
                   THRU 2100-LIST-ADDRESS-EXIT
               GO TO 2000-CHECK-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CM-POSTAL-CODE,
               CM-CITY, CM-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           EVALUATE TRUE
               WHEN WS-POST-UNAVAILABLE
                   MOVE "N" TO WS-REF-SWITCH
                   MOVE "  *** POSTREF NOT AVAILABLE - SWEEP ENDED ***"
                       TO POSTAL-REPORT-LINE
                   WRITE POSTAL-REPORT-LINE
                   SET WS-CUST-EOF TO TRUE
               WHEN WS-POST-CODE-UNKNOWN
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "POSTAL CODE NOT ON FILE" TO WS-RD-PROBLEM
                   PERFORM 2100-LIST-ADDRESS
                       THRU 2100-LIST-ADDRESS-EXIT
               WHEN WS-POST-CITY-DIFFERS
                   ADD 1 TO WS-CITY-COUNT
                   MOVE "CITY NOT THE POSTAL CITY" TO WS-RD-PROBLEM
                   PERFORM 2100-LIST-ADDRESS
                       THRU 2100-LIST-ADDRESS-EXIT
               WHEN WS-POST-REGION-DIFFERS
                   ADD 1 TO WS-REGION-COUNT
                   MOVE "REGION DOES NOT MATCH CITY"
                       TO WS-RD-PROBLEM
                   PERFORM 2100-LIST-ADDRESS
                       THRU 2100-LIST-ADDRESS-EXIT
           END-EVALUATE.
       2000-CHECK-ONE-CUSTOMER-EXIT.
           EXIT.

       2100-LIST-ADDRESS.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE CM-CUST-ID          TO WS-RD-CUST-ID.
           IF CM-IS-SENSITIVE
               MOVE "(SENSITIVE)"   TO WS-RD-STREET
           ELSE
               MOVE CM-STREET       TO WS-RD-STREET
           END-IF.
           MOVE CM-CITY             TO WS-RD-CITY.
           MOVE CM-REGION           TO WS-RD-REGION.
           MOVE CM-POSTAL-CODE      TO WS-RD-POSTAL.
           MOVE WS-SUGGESTED-CITY   TO WS-RD-SUGG-CITY.
           MOVE WS-SUGGESTED-REGION TO WS-RD-SUGG-REGION.
           WRITE POSTAL-REPORT-LINE FROM WS-RPT-DETAIL.
       2100-LIST-ADDRESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - TOTALS, CLOSE UP, AND SET THE RETURN      *
      * CODE.                                                      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES TO POSTAL-REPORT-LINE.
           WRITE POSTAL-REPORT-LINE.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY.
           STRING "ADDRESSES CHECKED:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO POSTAL-REPORT-LINE.
           WRITE POSTAL-REPORT-LINE.
           MOVE SPACES TO POSTAL-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           STRING "ADDRESSES FAILING:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO POSTAL-REPORT-LINE.
           WRITE POSTAL-REPORT-LINE.
           CLOSE POSTAL-REPORT-FILE.
           IF WS-CUSTMAS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CM-POSTAL-CODE,
               CM-CITY, CM-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           DISPLAY "POSTSWP: ADDRESSES CHECKED      = "
               WS-CHECKED-COUNT.
           DISPLAY "POSTSWP: POSTAL CODE MALFORMED  = "
               WS-FORMAT-COUNT.
           DISPLAY "POSTSWP: POSTAL CODE NOT ON FILE = "
               WS-UNKNOWN-COUNT.
           DISPLAY "POSTSWP: WRONG CITY             = "
               WS-CITY-COUNT.
           DISPLAY "POSTSWP: WRONG REGION           = "
               WS-REGION-COUNT.
           IF RETURN-CODE < 12
               IF NOT WS-REF-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FAILED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM POSTSWP.
