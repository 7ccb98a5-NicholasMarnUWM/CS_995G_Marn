      *                 (FROM THE RUNHDR PARAMETER RECORD) SO THE
      *                 STEPTRND WEEKLY REPORT CAN TREND EACH STEP'S
      *                 DURATION ACROSS RUNS.
      * 10/15/2026  NM  RUNHDR GREW THE 4-BYTE ENVIRONMENT CODE (20
      *                 BYTES).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLINE-PERFORM.

       FD  RUN-HEADER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-HEADER-RECORD.
           05  RH-JOB-NAME             PIC X(08).
           05  RH-OPERATOR-ID          PIC X(08).
           05  RH-ENVIRONMENT          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
