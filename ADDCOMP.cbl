      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES); BOTH RECORDS NOW LIST IN FULL ON THE
      *                 132-COLUMN DIFFERENCE LINE.
      * 10/15/2026  NM  ADDOUT CARRIES THE TRANSACTION REFERENCE (73
      *                 BYTES); IT IS COMPARED WITH THE REST OF THE
      *                 RECORD AND LISTED ON A LINE BELOW EACH
      *                 DIFFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDCOMP.
       FILE SECTION.
       FD  PRODUCTION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  PRODUCTION-OUT-RECORD.
           05  PO-TRAN-CODE            PIC X(01).
               88  PO-IS-TRAILER                 VALUE "T".
           05  PO-DETAIL               PIC X(56).
           05  PO-TXN-REF              PIC X(16).

       FD  SIDE-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  SIDE-OUT-RECORD.
           05  SO-TRAN-CODE            PIC X(01).
               88  SO-IS-TRAILER                 VALUE "T".
           05  SO-DETAIL               PIC X(56).
           05  SO-TXN-REF              PIC X(16).

       FD  COMPARE-REPORT-FILE
           RECORDING MODE IS F
       77  WS-DIFFERENCE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-RECORD-DISPLAY           PIC ZZZZZZ9.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(04)
                   VALUE "REC ".
           05  WS-RD-RECORD-NUMBER     PIC ZZZZZZ9.
           05  FILLER                  PIC X(03)
                   VALUE " P ".
           05  WS-RD-PROD              PIC X(57).
           05  FILLER                  PIC X(03)
                   VALUE " S ".
           05  WS-RD-SIDE              PIC X(57).
           05  FILLER                  PIC X(01) VALUE SPACE.
      * THE TRANSACTION REFERENCE DOES NOT FIT THE DIFFERENCE LINE;
      * IT FOLLOWS ON A LINE OF ITS OWN.
       01  WS-RPT-REF-LINE.
           05  FILLER                  PIC X(11)
                   VALUE "    REF".
           05  FILLER                  PIC X(03)
                   VALUE " P ".
           05  WS-RR-PROD              PIC X(16).
           05  FILLER                  PIC X(03)
                   VALUE " S ".
           05  WS-RR-SIDE              PIC X(16).
           05  FILLER                  PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   MOVE SIDE-OUT-RECORD  TO WS-RD-SIDE
                   MOVE WS-RPT-DETAIL TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
                   MOVE SPACES     TO WS-RR-PROD
                   MOVE SO-TXN-REF TO WS-RR-SIDE
                   MOVE WS-RPT-REF-LINE TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
               WHEN WS-SIDE-EOF
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE WS-RECORD-NUMBER TO WS-RD-RECORD-NUMBER
                       TO WS-RD-SIDE
                   MOVE WS-RPT-DETAIL TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
                   MOVE PO-TXN-REF TO WS-RR-PROD
                   MOVE SPACES     TO WS-RR-SIDE
                   MOVE WS-RPT-REF-LINE TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
               WHEN PRODUCTION-OUT-RECORD NOT = SIDE-OUT-RECORD
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE WS-RECORD-NUMBER TO WS-RD-RECORD-NUMBER
                   MOVE SIDE-OUT-RECORD       TO WS-RD-SIDE
                   MOVE WS-RPT-DETAIL TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
                   MOVE PO-TXN-REF TO WS-RR-PROD
                   MOVE SO-TXN-REF TO WS-RR-SIDE
                   MOVE WS-RPT-REF-LINE TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
