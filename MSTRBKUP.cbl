      *                 AT END, SO AN ONLINE DIALOG CANNOT UPDATE
      *                 THE MASTER UNDER THE IMAGE COPY.  A REFUSED
      *                 CLAIM ENDS THE STEP WITH RETURN-CODE 8.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  THE BACKUP COPY IS NOW CHECKED THROUGH ENVCHK
      *                 WITH ITS MASTER, AND ONLY THE MASTER BKUPCTL
      *                 NAMES IS CHECKED, SINCE THE OTHER IS NOT
      *                 ALLOCATED TO THE STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKUP.
               END-READ
               CLOSE BACKUP-CTL-FILE
           END-IF.
      * NOTHING IS TOUCHED UNTIL THE MASTER THE CARD NAMES AND ITS
      * COPY ARE PROVED TO BELONG TO THE RUN'S ENVIRONMENT - ENVCHK
      * STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.  THE
      * OTHER MASTER'S DDS ARE NOT ALLOCATED TO THE STEP.
           IF BK-IS-CUSTMAS
               CALL "ENVCHK" USING "MSTRBKUP       ", "CUSTMAS "
               CALL "ENVCHK" USING "MSTRBKUP       ", "CUSTBKP "
           END-IF.
           IF BK-IS-PRIMEOUT
               CALL "ENVCHK" USING "MSTRBKUP       ", "PRIMEOUT"
               CALL "ENVCHK" USING "MSTRBKUP       ", "PRIMBKP "
           END-IF.
           IF BK-IS-CUSTMAS OR BK-IS-PRIMEOUT
               MOVE "L"               TO WS-LOCK-FUNCTION
               MOVE BK-MASTER-NAME    TO WS-LOCK-NAME
