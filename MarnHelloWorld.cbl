      *                 KEYED INTO THE CALENDAR BY HAND FOR YEARS
      *                 AHEAD.  THE LOCAL HOLIDAY FD AND SCAN ARE
      *                 GONE; DATESRV READS THE SAME CALENDAR.
      * 10/15/2026  NM  RUNHDR NOW CARRIES THE RUN'S ENVIRONMENT CODE
      *                 (PROD, TEST ...), SHOWN IN THE BANNER AND
      *                 CHECKED BY THE ENVCHK GUARD IN EVERY POSTING AND
      *                 MASTER-UPDATING STEP.  A HEADER WITH NO
      *                 ENVIRONMENT CODE ENDS THE STEP WITH RETURN-CODE
      *                 20 SO THE CHAIN IS BYPASSED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarnHelloWorld.
       FILE SECTION.
       FD  RUN-HEADER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-HEADER-RECORD.
           05  RH-JOB-NAME             PIC X(08).
           05  RH-OPERATOR-ID          PIC X(08).
           05  RH-ENVIRONMENT          PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-HDR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-IS-BUSINESS-DAY                VALUE "Y".
       01  WS-JOB-NAME                 PIC X(08) VALUE "UNKNOWN".
       01  WS-OPERATOR-ID              PIC X(08) VALUE "UNKNOWN".
       01  WS-ENVIRONMENT              PIC X(04) VALUE SPACES.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME                 PIC X(08) VALUE SPACES.
       01  WS-RUNLOG-COUNT             PIC 9(09) VALUE ZERO.
           DISPLAY "* NIGHTLY BATCH RUN STARTING".
           DISPLAY "* JOB NAME    : " WS-JOB-NAME.
           DISPLAY "* OPERATOR ID : " WS-OPERATOR-ID.
           DISPLAY "* ENVIRONMENT : " WS-ENVIRONMENT.
           DISPLAY "* RUN DATE    : " WS-RUN-DATE.
           DISPLAY "* RUN TIME    : " WS-RUN-TIME.
           IF WS-IS-HOLIDAY
                   " IS A HOLIDAY - REST OF CHAIN BYPASSED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ENVIRONMENT = SPACES
               DISPLAY "* NO ENVIRONMENT CODE ON RUNHDR - "
                   "REST OF CHAIN BYPASSED"
               MOVE 20 TO RETURN-CODE
           END-IF.
           DISPLAY "****************************************".
           MOVE RETURN-CODE TO WS-RUNLOG-RC.
           CALL "RUNLOG" USING "MARNHELLOWORLD ", "END  ",
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-LOAD-RUN-HEADER - READ THE JOB NAME, OPERATOR ID AND *
      * ENVIRONMENT CODE FOR THIS RUN FROM THE RUNHDR PARAMETER   *
      * RECORD.                                                   *
      *-----------------------------------------------------------*
       1000-LOAD-RUN-HEADER.
           MOVE "UNKNOWN" TO RH-JOB-NAME.
           MOVE "UNKNOWN" TO RH-OPERATOR-ID.
           MOVE SPACES    TO RH-ENVIRONMENT.
           OPEN INPUT RUN-HEADER-FILE.
           IF NOT WS-HDR-OK
               CALL "FILERR" USING "MARNHELLOWORLD ", "RUNHDR  ",
                   AT END
                       MOVE "UNKNOWN" TO RH-JOB-NAME
                       MOVE "UNKNOWN" TO RH-OPERATOR-ID
                       MOVE SPACES    TO RH-ENVIRONMENT
               END-READ
               CLOSE RUN-HEADER-FILE
           END-IF.
           MOVE RH-JOB-NAME    TO WS-JOB-NAME.
           MOVE RH-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE RH-ENVIRONMENT TO WS-ENVIRONMENT.
       1000-LOAD-RUN-HEADER-EXIT.
           EXIT.

