      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 08/22/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE ENVIRONMENT GUARD STATUSES EH, ER, EU AND EV
      *                 FROM ENVCHK ARE LOGGED LIKE ANY OTHER AND STOP
      *                 THE STEP WITH RETURN-CODE 20, KEPT APART FROM
      *                 THE 16 OF A BROKEN FILE SO A RUN AGAINST THE
      *                 WRONG ENVIRONMENT'S DATASETS IS UNMISTAKABLE.
      * 10/15/2026  NM  STATUS ED FROM ENVCHK - A DATASET WHOSE NAME IS
      *                 NOT SUPPLIED ON THE STEP'S ENVDSN CARDS - IS ONE
      *                 OF THE ENVIRONMENT GUARD STATUSES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILERR.
       01  FAILED-FILE-STATUS          PIC X(02).
           88  STATUS-FILE-NOT-FOUND             VALUE "35".
           88  STATUS-OPTIONAL-CREATED           VALUE "05".
           88  STATUS-ENVIRONMENT-GUARD          VALUES "EH" "ER"
                                                        "ED" "EU"
                                                        "EV".
       01  REQUIRED-FLAG               PIC X(01).
           88  FILE-IS-REQUIRED                  VALUE "Y".
       PROCEDURE DIVISION USING CALLER-NAME, FAILED-FILE-NAME,
           IF STATUS-OPTIONAL-CREATED
               GOBACK
           END-IF.
           IF STATUS-ENVIRONMENT-GUARD
               DISPLAY "FILERR: " CALLER-NAME " " FAILED-FILE-NAME
                   " FAILED THE ENVIRONMENT CHECK (STATUS "
                   FAILED-FILE-STATUS ") - STEP TERMINATED BEFORE "
                   "ANY I/O."
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT FILE-IS-REQUIRED
               IF NOT STATUS-FILE-NOT-FOUND
                   DISPLAY "FILERR: " CALLER-NAME " I/O ERROR ON "
