      *                 TRAILER ARCHIVE NOW STARTS AT THE FIRST "T"
      *                 KEY AND READS FORWARD TO THE LAST, WHICH
      *                 CARRIES THE YEAR'S FINAL CUMULATIVE COUNT.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
           05  OUT-CUST-ID             PIC 9(06).
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).
       01  ADDITION-OUT-TRAILER REDEFINES ADDITION-OUT-RECORD.
           05  OUT-TRL-CODE            PIC X(01).
           COPY ADDTOTAL
               REPLACING ==AT-RECORD-COUNT== BY ==OUT-TRL-RECORD-COUNT==
                         ==AT-GRAND-TOTAL==  BY ==OUT-TRL-GRAND-TOTAL==.
           05  FILLER                  PIC X(54).

       FD  ADDOUT-ARCHIVE-FILE
           RECORDING MODE IS F
