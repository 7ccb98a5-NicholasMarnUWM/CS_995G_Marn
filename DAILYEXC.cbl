      *                 (UNKNOWN OR INACTIVE ACCOUNTS ON TIERIN) IS
      *                 NOW LISTED AND COUNTED ALONGSIDE THE OTHER
      *                 REJECT STREAMS.
      * 10/15/2026  NM  NUMREJCT IS NOW 72 BYTES. EACH CLASS REJECT LINE
      *                 ALSO SHOWS THE VALRULE RULE ID AND THE TEST THAT
      *                 FAILED WHEN NUMCHECK REJECTED THE FIELD BY RULE.
      * 10/15/2026  NM  ADDEXCP (40 BYTES) CARRIES THE TRANSACTION
      *                 REFERENCE; EACH ADDEXCP LINE SHOWS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYEXC.
       FILE SECTION.
       FD  ADDITION-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDITION-EXCEPTION-RECORD.
           05  EX-CUST-ID              PIC X(06).
           05  EX-NUM1                 PIC X(07).
           05  EX-NUM2                 PIC X(07).
           05  EX-REASON-CODE          PIC X(04).
           05  EX-TXN-REF              PIC X(16).

       FD  FIB-REJECT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       FD  NUM-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
       01  NUM-REJECT-RECORD.
           05  NR-EXPECTED-CLASS       PIC X(01).
           05  NR-FIELD-VALUE          PIC X(30).
           05  NR-CALLER               PIC X(15).
           05  NR-REJECT-DATE          PIC X(08).
           05  NR-REJECT-TIME          PIC X(08).
           05  NR-RULE-ID              PIC X(08).
           05  NR-FAILED-TEST          PIC X(01).
           05  FILLER                  PIC X(01).

       FD  TIER-EXCEPTION-FILE
           RECORDING MODE IS F
           05  WS-XD-NUM2              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-XD-REASON            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-XD-TXN-REF           PIC X(16).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-RPT-FIB-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "FIBREJ  ".
           05  WS-ND-VALUE             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ND-TIME              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ND-RULE-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-ND-TEST              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   MOVE EX-NUM1        TO WS-XD-NUM1
                   MOVE EX-NUM2        TO WS-XD-NUM2
                   MOVE EX-REASON-CODE TO WS-XD-REASON
                   MOVE EX-TXN-REF     TO WS-XD-TXN-REF
                   MOVE WS-RPT-EXCP-DETAIL TO DAILY-REPORT-LINE
                   WRITE DAILY-REPORT-LINE
           END-READ.
                   MOVE NR-EXPECTED-CLASS TO WS-ND-CLASS
                   MOVE NR-FIELD-VALUE    TO WS-ND-VALUE
                   MOVE NR-REJECT-TIME    TO WS-ND-TIME
                   MOVE NR-RULE-ID        TO WS-ND-RULE-ID
                   MOVE NR-FAILED-TEST    TO WS-ND-TEST
                   MOVE WS-RPT-NUM-DETAIL TO DAILY-REPORT-LINE
                   WRITE DAILY-REPORT-LINE
           END-READ.
