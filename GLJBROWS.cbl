      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES), SHOWN
      *                 ON EACH LISTED LINE.
      * 10/15/2026  NM  GLJRNL (66 BYTES) CARRIES THE TRANSACTION
      *                 REFERENCE; EACH LISTED LINE SHOWS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJBROWS.
       FILE SECTION.
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).

       FD  BROWSE-PARM-FILE
           RECORDING MODE IS F
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-BRANCH            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-TXN-REF           PIC X(16).
       01  WS-RPT-SUBTOTAL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ST-ACCOUNT           PIC 9(08).
           MOVE JE-AMOUNT        TO WS-RD-AMOUNT.
           MOVE JE-CURRENCY-CODE TO WS-RD-CURRENCY.
           MOVE JE-CUST-ID       TO WS-RD-CUST-ID.
           MOVE JE-BRANCH-CODE   TO WS-RD-BRANCH.
           MOVE JE-TXN-REF       TO WS-RD-TXN-REF.
           MOVE WS-RPT-DETAIL TO BROWSE-REPORT-LINE.
           WRITE BROWSE-REPORT-LINE.
           PERFORM 2100-POST-ACCOUNT-SUBTOTAL
