      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared minor-account control, called by the intake
      * dialog and CUSTLOAD the way KYCUPD is.  Function "A" tests a
      * date of birth against the age of majority (18) and returns
      * the date the customer comes of age - a 29 February birthday
      * comes of age on 1 March in a common year - with the result
      * "Y" a minor, "N" of age, or "E" when the date is not valid.
      * Function "R" records a minor just opened: the MINORMAS
      * register row (date of birth, majority date, the guardian
      * customer, who opened it and when) and the customer's
      * starting LIMITMAS exposure limit, set to the minor default
      * and marked "Y" so the nightly LIMREFR refresh holds it at
      * the minor amount until the monthly MINORAGE run clears it.
      * The minor default is the "MINOR" card on the TIERLIM
      * schedule, 250.00 when there is no such card.  The result
      * for "R" is "Y" recorded, "N" refused (bad date, an adult,
      * or no guardian) or "U" when MINORMAS or LIMITMAS cannot be
      * opened or written.  The files are opened I-O on the first
      * "R" call, created empty when genuinely absent, and function
      * "C" closes them at the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MINOR-MASTER-FILE ASSIGN TO "MINORMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MN-CUST-ID
               FILE STATUS IS WS-MINOR-FILE-STATUS.
           SELECT LIMIT-MASTER-FILE ASSIGN TO "LIMITMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-CUST-ID
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT TIER-LIMIT-FILE ASSIGN TO "TIERLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLIM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MINOR-MASTER-FILE.
       01  MINOR-MASTER-RECORD.
           05  MN-CUST-ID              PIC 9(06).
           05  MN-DATE-OF-BIRTH        PIC X(08).
           05  MN-MAJORITY-DATE        PIC X(08).
           05  MN-GUARDIAN-ID          PIC 9(06).
           05  MN-STATUS               PIC X(01).
               88  MN-IS-MINOR                   VALUE "M".
               88  MN-HAS-COME-OF-AGE            VALUE "A".
           05  MN-OPENED-DATE          PIC X(08).
           05  MN-OPENED-BY            PIC X(08).
           05  MN-CLEARED-DATE         PIC X(08).
           05  FILLER                  PIC X(07).

       FD  LIMIT-MASTER-FILE.
       01  LIMIT-MASTER-RECORD.
           05  LM-CUST-ID              PIC 9(06).
           05  LM-NIGHTLY-LIMIT        PIC 9(09)V9(02).
           05  LM-LIMIT-SOURCE         PIC X(01).
               88  LM-MANUAL-LIMIT               VALUE "M".
               88  LM-TIER-LIMIT                 VALUE "T".
               88  LM-MINOR-LIMIT                VALUE "Y".
           05  LM-TIER-BUCKET          PIC X(16).
           05  LM-SET-DATE             PIC X(08).
           05  LM-SET-BY               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  TIER-LIMIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  TIER-LIMIT-RECORD.
           05  TL-BUCKET               PIC X(16).
           05  TL-NIGHTLY-LIMIT        PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-MINOR-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-MINOR-OK                       VALUE "00".
           88  WS-MINOR-NOT-FOUND                VALUE "35".
       01  WS-LIMIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-LIMIT-OK                       VALUE "00".
           88  WS-LIMIT-NOT-FOUND                VALUE "35".
       01  WS-TLIM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-TLIM-OK                        VALUE "00".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                     VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-MINOR-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-MINOR-IS-OPEN                  VALUE "Y".
       01  WS-LIMIT-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-LIMIT-IS-OPEN                  VALUE "Y".
       01  WS-TLIM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-TLIM-EOF                       VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ROW-ON-FILE                    VALUE "Y".
       01  WS-DATE-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-DATE-IS-VALID                  VALUE "Y".
       01  WS-TODAY                    PIC X(08) VALUE SPACES.
       01  WS-MINOR-LIMIT              PIC 9(09)V9(02) VALUE 250.00.
       01  WS-AGE-OF-MAJORITY          PIC 9(02) VALUE 18.
       01  WS-MAJORITY-WORK            PIC X(08) VALUE SPACES.
       01  WS-MAJORITY-WORK-NUM REDEFINES WS-MAJORITY-WORK.
           05  WS-MW-YEAR              PIC 9(04).
           05  WS-MW-MONTH             PIC 9(02).
           05  WS-MW-DAY               PIC 9(02).
       01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4               PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-100             PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-400             PIC 9(04) VALUE ZERO.

       LINKAGE SECTION.
       01  MNR-FUNCTION                PIC X(01).
           88  MNR-AGE-TEST                      VALUE "A".
           88  MNR-RECORD-MINOR                  VALUE "R".
           88  MNR-CLOSE                         VALUE "C".
       01  MNR-CUST-ID                 PIC 9(06).
       01  MNR-DATE-OF-BIRTH           PIC X(08).
       01  MNR-GUARDIAN-ID             PIC 9(06).
       01  MNR-OPERATOR-ID             PIC X(08).
       01  MNR-MAJORITY-DATE           PIC X(08).
       01  MNR-RESULT                  PIC X(01).

       PROCEDURE DIVISION USING MNR-FUNCTION, MNR-CUST-ID,
           MNR-DATE-OF-BIRTH, MNR-GUARDIAN-ID, MNR-OPERATOR-ID,
           MNR-MAJORITY-DATE, MNR-RESULT.
       0000-MAINLINE.
           IF MNR-CLOSE
               IF WS-MINOR-IS-OPEN
                   CLOSE MINOR-MASTER-FILE
               END-IF
               IF WS-LIMIT-IS-OPEN
                   CLOSE LIMIT-MASTER-FILE
               END-IF
               MOVE "N" TO WS-MINOR-OPEN-SWITCH
               MOVE "N" TO WS-LIMIT-OPEN-SWITCH
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 2000-TEST-AGE
               THRU 2000-TEST-AGE-EXIT.
           IF MNR-AGE-TEST
               GOBACK
           END-IF.
           IF NOT MNR-RECORD-MINOR
               OR MNR-RESULT NOT = "Y"
               OR MNR-GUARDIAN-ID = ZERO
               MOVE "N" TO MNR-RESULT
               GOBACK
           END-IF.
           MOVE "U" TO MNR-RESULT.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-FILES
                   THRU 1000-OPEN-FILES-EXIT
           END-IF.
           IF NOT WS-FILES-OPEN
               GOBACK
           END-IF.
           PERFORM 3000-RECORD-MINOR
               THRU 3000-RECORD-MINOR-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-FILES - FIRST "R" CALL ONLY.  PICK UP THE MINOR  *
      * DEFAULT FROM THE TIERLIM SCHEDULE, THEN OPEN THE REGISTER  *
      * AND THE LIMIT MASTER, CREATING EITHER WHEN ABSENT.         *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           SET WS-OPEN-TRIED TO TRUE.
           PERFORM 1100-LOAD-MINOR-LIMIT
               THRU 1100-LOAD-MINOR-LIMIT-EXIT.
           OPEN I-O MINOR-MASTER-FILE.
           IF WS-MINOR-NOT-FOUND
               OPEN OUTPUT MINOR-MASTER-FILE
               CLOSE MINOR-MASTER-FILE
               OPEN I-O MINOR-MASTER-FILE
           END-IF.
           IF NOT WS-MINOR-OK
               CALL "FILERR" USING "MINORREG       ", "MINORMAS",
                   "OPEN-IO ", WS-MINOR-FILE-STATUS, "N"
               DISPLAY "MINORREG: MINORMAS NOT AVAILABLE - ",
                   "MINORS NOT RECORDED."
               GO TO 1000-OPEN-FILES-EXIT
           END-IF.
           SET WS-MINOR-IS-OPEN TO TRUE.
           OPEN I-O LIMIT-MASTER-FILE.
           IF WS-LIMIT-NOT-FOUND
               OPEN OUTPUT LIMIT-MASTER-FILE
               CLOSE LIMIT-MASTER-FILE
               OPEN I-O LIMIT-MASTER-FILE
           END-IF.
           IF NOT WS-LIMIT-OK
               CALL "FILERR" USING "MINORREG       ", "LIMITMAS",
                   "OPEN-IO ", WS-LIMIT-FILE-STATUS, "N"
               DISPLAY "MINORREG: LIMITMAS NOT AVAILABLE - ",
                   "MINORS NOT RECORDED."
               GO TO 1000-OPEN-FILES-EXIT
           END-IF.
           SET WS-LIMIT-IS-OPEN TO TRUE.
           SET WS-FILES-OPEN TO TRUE.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-MINOR-LIMIT - THE LAST VALID "MINOR" CARD ON     *
      * TIERLIM WINS; WITHOUT ONE THE BUILT-IN DEFAULT STANDS.     *
      *-----------------------------------------------------------*
       1100-LOAD-MINOR-LIMIT.
           OPEN INPUT TIER-LIMIT-FILE.
           IF NOT WS-TLIM-OK
               GO TO 1100-LOAD-MINOR-LIMIT-EXIT
           END-IF.
           MOVE "N" TO WS-TLIM-EOF-SWITCH.
           PERFORM 1110-READ-ONE-CARD
               THRU 1110-READ-ONE-CARD-EXIT
               UNTIL WS-TLIM-EOF.
           CLOSE TIER-LIMIT-FILE.
       1100-LOAD-MINOR-LIMIT-EXIT.
           EXIT.

       1110-READ-ONE-CARD.
           READ TIER-LIMIT-FILE
               AT END
                   SET WS-TLIM-EOF TO TRUE
                   GO TO 1110-READ-ONE-CARD-EXIT
           END-READ.
           IF TL-BUCKET = "MINOR"
               AND TL-NIGHTLY-LIMIT IS NUMERIC
               MOVE TL-NIGHTLY-LIMIT TO WS-MINOR-LIMIT
           END-IF.
       1110-READ-ONE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-TEST-AGE - THE MAJORITY DATE IS THE BIRTH DATE PLUS   *
      * THE AGE OF MAJORITY IN WHOLE YEARS.  A CUSTOMER IS A MINOR *
      * UNTIL THAT DATE.                                           *
      *-----------------------------------------------------------*
       2000-TEST-AGE.
           MOVE "E"    TO MNR-RESULT.
           MOVE SPACES TO MNR-MAJORITY-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           CALL "NUMCHECK" USING MNR-DATE-OF-BIRTH, "D",
               WS-DATE-VALID-SWITCH, "MINORREG       ".
           IF NOT WS-DATE-IS-VALID
               GO TO 2000-TEST-AGE-EXIT
           END-IF.
           MOVE MNR-DATE-OF-BIRTH TO WS-MAJORITY-WORK.
           ADD WS-AGE-OF-MAJORITY TO WS-MW-YEAR.
           IF WS-MW-MONTH = 2 AND WS-MW-DAY = 29
               DIVIDE WS-MW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-MW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-MW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
                   OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
                   MOVE 3 TO WS-MW-MONTH
                   MOVE 1 TO WS-MW-DAY
               END-IF
           END-IF.
           MOVE WS-MAJORITY-WORK TO MNR-MAJORITY-DATE.
           IF WS-MAJORITY-WORK > WS-TODAY
               MOVE "Y" TO MNR-RESULT
           ELSE
               MOVE "N" TO MNR-RESULT
           END-IF.
       2000-TEST-AGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RECORD-MINOR - WRITE OR REFRESH THE REGISTER ROW AND  *
      * SET THE STARTING LIMIT.  A MANUALLY APPROVED LIMIT ALREADY *
      * ON FILE IS NEVER RAISED; ANY OTHER IS SET TO THE MINOR     *
      * DEFAULT.                                                   *
      *-----------------------------------------------------------*
       3000-RECORD-MINOR.
           MOVE MNR-CUST-ID TO MN-CUST-ID.
           READ MINOR-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
           END-READ.
           IF NOT WS-ROW-ON-FILE
               MOVE SPACES      TO MINOR-MASTER-RECORD
               MOVE MNR-CUST-ID TO MN-CUST-ID
           END-IF.
           MOVE MNR-DATE-OF-BIRTH TO MN-DATE-OF-BIRTH.
           MOVE MNR-MAJORITY-DATE TO MN-MAJORITY-DATE.
           MOVE MNR-GUARDIAN-ID   TO MN-GUARDIAN-ID.
           SET MN-IS-MINOR        TO TRUE.
           MOVE WS-TODAY          TO MN-OPENED-DATE.
           MOVE MNR-OPERATOR-ID   TO MN-OPENED-BY.
           MOVE SPACES            TO MN-CLEARED-DATE.
           IF WS-ROW-ON-FILE
               REWRITE MINOR-MASTER-RECORD
                   INVALID KEY
                       GO TO 3000-RECORD-MINOR-EXIT
               END-REWRITE
           ELSE
               WRITE MINOR-MASTER-RECORD
                   INVALID KEY
                       GO TO 3000-RECORD-MINOR-EXIT
               END-WRITE
           END-IF.
           MOVE MNR-CUST-ID TO LM-CUST-ID.
           READ LIMIT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ROW-ON-FILE TO TRUE
           END-READ.
           IF WS-ROW-ON-FILE
               AND LM-MANUAL-LIMIT
               AND LM-NIGHTLY-LIMIT NOT > WS-MINOR-LIMIT
               MOVE "Y" TO MNR-RESULT
               GO TO 3000-RECORD-MINOR-EXIT
           END-IF.
           IF NOT WS-ROW-ON-FILE
               MOVE SPACES      TO LIMIT-MASTER-RECORD
               MOVE MNR-CUST-ID TO LM-CUST-ID
           END-IF.
           MOVE WS-MINOR-LIMIT  TO LM-NIGHTLY-LIMIT.
           SET LM-MINOR-LIMIT   TO TRUE.
           MOVE SPACES          TO LM-TIER-BUCKET.
           MOVE WS-TODAY        TO LM-SET-DATE.
           MOVE MNR-OPERATOR-ID TO LM-SET-BY.
           IF WS-ROW-ON-FILE
               REWRITE LIMIT-MASTER-RECORD
                   INVALID KEY
                       GO TO 3000-RECORD-MINOR-EXIT
               END-REWRITE
           ELSE
               WRITE LIMIT-MASTER-RECORD
                   INVALID KEY
                       GO TO 3000-RECORD-MINOR-EXIT
               END-WRITE
           END-IF.
           MOVE "Y" TO MNR-RESULT.
       3000-RECORD-MINOR-EXIT.
           EXIT.

       END PROGRAM MINORREG.
