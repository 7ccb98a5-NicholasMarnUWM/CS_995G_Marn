      *                 MATCH AND THE JOURNAL DATE NOW COMES FROM
      *                 THE RECORDS THEMSELVES, WITH THE ACKCTL CARD
      *                 KEPT AS AN OVERRIDE.
      * 10/15/2026  NM  GLJRNL CARRIES A BRANCH CODE (50 BYTES).
      * 10/15/2026  NM  GLJRNL LAYOUT WIDENED TO 66 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKCHK.
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

       FD  ACK-RETURN-FILE
           RECORDING MODE IS F
