      *                 BASE*10 PLUS THE CHECK DIGIT THAT PASSES
      *                 IDCHECK.  NEW RECORDS CARRY SCHEME FLAG
      *                 "S".
      * 10/15/2026  NM  EACH LOADED CUSTOMER IS SCREENED AGAINST THE
      *                 WATCH LIST THROUGH THE SHARED WLSCREEN, AS AT
      *                 INTAKE.  POSSIBLE MATCHES ARE QUEUED ON
      *                 WLREVIEW, COUNTED AS REFERRED, AND RAISE THE
      *                 RETURN CODE TO 4, AS DOES A LOAD THAT COULD
      *                 NOT BE SCREENED.
      * 10/15/2026  NM  EACH RECORD'S ADDRESS IS NOW ALSO CHECKED
      *                 AGAINST THE POSTAL REFERENCE THROUGH THE SHARED
      *                 POSTCHK.  AN UNKNOWN POSTAL CODE, OR A CITY OR
      *                 REGION THAT IS NOT THE CODE'S, IS REJECTED AS
      *                 INVALID.
      * 10/15/2026  NM  CONVFILE GREW A GUARDIAN CUSTOMER ID.  A RECORD
      *                 UNDER THE AGE OF MAJORITY IS FLAGGED AS A MINOR
      *                 THROUGH THE SHARED MINORREG AND IS REJECTED
      *                 UNLESS ITS GUARDIAN IS AN ACTIVE CUSTOMER OF
      *                 AGE; A LOADED MINOR IS REGISTERED ON MINORMAS
      *                 AND STARTS ON THE LOWER MINOR DEFAULT LIMIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD.
       FILE SECTION.
       FD  CONVERSION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01  CONVERSION-RECORD.
           05  CV-NAME                 PIC X(30).
           05  CV-ADDRESS.
               10  CV-POSTAL-CODE      PIC X(09).
           05  CV-DATE-OF-BIRTH        PIC X(08).
           05  CV-SENSITIVE-FLAG       PIC X(01).
           05  CV-GUARDIAN-ID          PIC X(06).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           88  WS-DOB-IS-VALID                   VALUE "Y".
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       01  WS-DUP-SWITCH               PIC X(01) VALUE "N".
           88  WS-DUPLICATE-FOUND                VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ACCEPTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-REFERRED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNSCREENED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-SCREEN-FUNCTION          PIC X(01) VALUE SPACE.
       01  WS-SCREEN-RESULT            PIC X(01) VALUE SPACE.
           88  WS-SCREEN-QUEUED                  VALUE "Q".
           88  WS-SCREEN-UNAVAILABLE             VALUE "U".
       01  WS-COUNT-DISPLAY            PIC ZZZZZZ9.
       01  WS-MINOR-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-MINOR-RESULT             PIC X(01) VALUE SPACE.
           88  WS-MINOR-RECORDED                 VALUE "Y".
       01  WS-MINOR-SWITCH             PIC X(01) VALUE "N".
           88  WS-RECORD-IS-MINOR                VALUE "Y".
       01  WS-MAJORITY-DATE            PIC X(08) VALUE SPACES.
       01  WS-GUARDIAN-ID              PIC 9(06) VALUE ZERO.
       01  WS-GUARDIAN-MAJORITY        PIC X(08) VALUE SPACES.
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       77  WS-MINOR-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-MINOR-UNRECORDED-COUNT   PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   THRU 8000-REJECT-RECORD-EXIT
               GO TO 2000-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 2200-CHECK-MINOR
               THRU 2200-CHECK-MINOR-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REJECTED-INVALID"     TO WS-AUDIT-RESULT
               PERFORM 8000-REJECT-RECORD
                   THRU 8000-REJECT-RECORD-EXIT
               GO TO 2000-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "N" TO WS-POSTAL-VALID-SWITCH.
           CALL "NUMCHECK" USING CV-POSTAL-CODE, "P",
               WS-POSTAL-VALID-SWITCH, "CUSTLOAD       ".
                   THRU 8000-REJECT-RECORD-EXIT
               GO TO 2000-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CV-POSTAL-CODE,
               CV-CITY, CV-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           IF WS-POST-CODE-UNKNOWN
               MOVE "POSTAL CODE UNKNOWN " TO WS-REJECT-REASON
               MOVE "REJECTED-INVALID"     TO WS-AUDIT-RESULT
               PERFORM 8000-REJECT-RECORD
                   THRU 8000-REJECT-RECORD-EXIT
               GO TO 2000-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           IF WS-POST-CITY-DIFFERS
               OR WS-POST-REGION-DIFFERS
               MOVE "CITY/REGION MISMATCH" TO WS-REJECT-REASON
               MOVE "REJECTED-INVALID"     TO WS-AUDIT-RESULT
               PERFORM 8000-REJECT-RECORD
                   THRU 8000-REJECT-RECORD-EXIT
               GO TO 2000-LOAD-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 2100-CHECK-DUPLICATE-NAME
               THRU 2100-CHECK-DUPLICATE-NAME-EXIT.
           IF WS-DUPLICATE-FOUND
               THRU 8100-LOG-AUDIT-RECORD-EXIT.
           PERFORM 8200-LOG-CUSTOMER-TRAIL
               THRU 8200-LOG-CUSTOMER-TRAIL-EXIT.
           MOVE "S" TO WS-SCREEN-FUNCTION.
           MOVE SPACE TO WS-SCREEN-RESULT.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "CUSTLOAD       ",
               WS-SCREEN-RESULT.
           IF WS-SCREEN-QUEUED
               ADD 1 TO WS-REFERRED-COUNT
               DISPLAY "CUSTLOAD: CUSTOMER " CM-CUST-ID
                   " REFERRED FOR WATCH-LIST REVIEW."
           END-IF.
           IF WS-SCREEN-UNAVAILABLE
               ADD 1 TO WS-UNSCREENED-COUNT
           END-IF.
           IF WS-RECORD-IS-MINOR
               PERFORM 2300-RECORD-MINOR
                   THRU 2300-RECORD-MINOR-EXIT
           END-IF.
       2000-LOAD-ONE-CUSTOMER-EXIT.
           EXIT.

       2100-CHECK-DUPLICATE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-MINOR - A CUSTOMER UNDER THE AGE OF MAJORITY   *
      * MUST CARRY A GUARDIAN ID ON THE CONVERSION RECORD, AND    *
      * THE GUARDIAN MUST BE AN ACTIVE CUSTMAS CUSTOMER WHO IS OF *
      * AGE, AS AT INTAKE.  A LEGACY ID IS RESOLVED THROUGH       *
      * IDALIAS.  A REFUSAL LEAVES THE REJECT REASON SET.         *
      *-----------------------------------------------------------*
       2200-CHECK-MINOR.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N"    TO WS-MINOR-SWITCH.
           MOVE ZERO   TO WS-GUARDIAN-ID.
           MOVE "A"    TO WS-MINOR-FUNCTION.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CV-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           IF WS-MINOR-RESULT NOT = "Y"
               GO TO 2200-CHECK-MINOR-EXIT
           END-IF.
           SET WS-RECORD-IS-MINOR TO TRUE.
           IF CV-GUARDIAN-ID IS NOT NUMERIC
               OR CV-GUARDIAN-ID = "000000"
               MOVE "MINOR - NO GUARDIAN " TO WS-REJECT-REASON
               GO TO 2200-CHECK-MINOR-EXIT
           END-IF.
           MOVE CV-GUARDIAN-ID TO WS-GUARDIAN-ID.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-GUARDIAN-ID, WS-ALIAS-SWITCH,
               "CUSTLOAD       ".
           MOVE WS-GUARDIAN-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-STATUS-FLAG
           END-READ.
           IF NOT CM-IS-ACTIVE
               MOVE "GUARDIAN NOT ACTIVE " TO WS-REJECT-REASON
               GO TO 2200-CHECK-MINOR-EXIT
           END-IF.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CM-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-GUARDIAN-MAJORITY, WS-MINOR-RESULT.
           IF WS-MINOR-RESULT NOT = "N"
               MOVE "GUARDIAN NOT OF AGE " TO WS-REJECT-REASON
           END-IF.
       2200-CHECK-MINOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-RECORD-MINOR - REGISTER THE LOADED MINOR ON MINORMAS *
      * WITH THE GUARDIAN LINK AND THE MINOR DEFAULT LIMIT.  A    *
      * MINOR THAT CANNOT BE REGISTERED RAISES THE RETURN CODE.   *
      *-----------------------------------------------------------*
       2300-RECORD-MINOR.
           ADD 1 TO WS-MINOR-COUNT.
           MOVE "R" TO WS-MINOR-FUNCTION.
           MOVE SPACE TO WS-MINOR-RESULT.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CM-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           IF NOT WS-MINOR-RECORDED
               ADD 1 TO WS-MINOR-UNRECORDED-COUNT
               DISPLAY "CUSTLOAD: MINOR " CM-CUST-ID
                   " NOT REGISTERED ON MINORMAS - ESCALATE."
           END-IF.
       2300-RECORD-MINOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REJECT-RECORD - WRITE ONE RECONCILIATION LINE FOR A  *
      * REJECTED CONVERSION RECORD AND AUDIT THE REJECT.  A       *
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           MOVE WS-REFERRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LOAD-REJECT-LINE.
           STRING "RECORDS REFERRED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LOAD-REJECT-LINE.
           WRITE LOAD-REJECT-LINE.
           CLOSE LOAD-REJECT-FILE.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CV-POSTAL-CODE,
               CV-CITY, CV-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           MOVE "C" TO WS-SCREEN-FUNCTION.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "CUSTLOAD       ",
               WS-SCREEN-RESULT.
           DISPLAY "CUSTLOAD: RECORDS READ     = " WS-READ-COUNT.
           DISPLAY "CUSTLOAD: RECORDS ACCEPTED = " WS-ACCEPTED-COUNT.
           DISPLAY "CUSTLOAD: RECORDS REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "CUSTLOAD: RECORDS REFERRED = " WS-REFERRED-COUNT.
           DISPLAY "CUSTLOAD: MINORS LOADED    = " WS-MINOR-COUNT.
           MOVE "C" TO WS-MINOR-FUNCTION.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CV-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           IF WS-MINOR-UNRECORDED-COUNT > 0
               DISPLAY "CUSTLOAD: MINORMAS UNAVAILABLE - "
                   WS-MINOR-UNRECORDED-COUNT " MINORS NOT REGISTERED."
           END-IF.
           IF WS-UNSCREENED-COUNT > 0
               DISPLAY "CUSTLOAD: WATCH LIST UNAVAILABLE - "
                   WS-UNSCREENED-COUNT " CUSTOMERS NOT SCREENED."
           END-IF.
           IF (WS-REJECTED-COUNT > 0
               OR WS-REFERRED-COUNT > 0
               OR WS-UNSCREENED-COUNT > 0
               OR WS-MINOR-UNRECORDED-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
