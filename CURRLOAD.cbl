      *                 DECIMAL-PLACES ATTRIBUTE; THE LOAD CARRIES
      *                 IT ACROSS, DEFAULTING A NON-NUMERIC VALUE
      *                 TO 2 SO CONVERTED RECORDS BEHAVE AS BEFORE.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRLOAD.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "CURRLOAD       ", "CURRMAS ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-ONE-RATE
