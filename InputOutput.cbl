      *                 AND RELEASES IT AT END, AS CUSTMAINT DOES,
      *                 SO INTAKE WRITES CANNOT LAND UNDER
      *                 MSTRBKUP'S IMAGE COPY.
      * 10/15/2026  NM  EACH ACCEPTED CUSTOMER IS SCREENED AGAINST THE
      *                 WATCH LIST THROUGH THE SHARED WLSCREEN.  A
      *                 POSSIBLE MATCH IS QUEUED ON WLREVIEW AND THE
      *                 OPERATOR TOLD THE CUSTOMER IS REFERRED TO
      *                 COMPLIANCE; POSTING HOLDS UNTIL IT IS CLEARED.
      * 10/15/2026  NM  INTAKE NOW ASKS FOR THE CUSTOMER'S KYC RISK
      *                 RATING (L/M/H) AND RECORDS THE INTAKE AS THE
      *                 FIRST REVIEW THROUGH THE SHARED KYCUPD, WHICH
      *                 SETS THE NEXT REVIEW DATE FROM THE RATING.  A
      *                 RATING OTHER THAN L, M OR H REJECTS THE ENTRY AS
      *                 INVALID.
      * 10/15/2026  NM  THE ADDRESS IS NOW ALSO CHECKED AGAINST THE
      *                 POSTAL REFERENCE THROUGH THE SHARED POSTCHK.  A
      *                 POSTAL CODE NOT ON THE REFERENCE, OR A CITY OR
      *                 REGION THAT IS NOT THE POSTAL CODE'S, REJECTS
      *                 THE ENTRY AS INVALID AND SHOWS THE OPERATOR THE
      *                 CITY AND REGION THE CODE BELONGS TO.
      * 10/15/2026  NM  A CUSTOMER UNDER THE AGE OF MAJORITY IS NOW
      *                 FLAGGED AS A MINOR THROUGH THE SHARED MINORREG
      *                 AND MUST BE LINKED TO A GUARDIAN - AN ACTIVE
      *                 CUSTOMER WHO IS OF AGE - OR THE ENTRY IS
      *                 REJECTED AS INVALID.  THE MINOR IS REGISTERED ON
      *                 MINORMAS WITH THE GUARDIAN AND STARTS ON THE
      *                 LOWER MINOR DEFAULT LIMIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARN_COBOL_INPUT_OUTPUT.
       01 DATE-OF-BIRTH PIC X(08).
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME                PIC X(08) VALUE SPACES.
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-SCREEN-FUNCTION          PIC X(01) VALUE SPACE.
       01  WS-SCREEN-RESULT            PIC X(01) VALUE SPACE.
           88  WS-SCREEN-QUEUED                  VALUE "Q".
           88  WS-SCREEN-UNAVAILABLE             VALUE "U".
       01  WS-RISK-RATING              PIC X(01) VALUE SPACE.
           88  WS-RISK-RATING-VALID              VALUE "L" "M" "H".
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-REVIEW-DATE          PIC X(08) VALUE SPACES.
       01  WS-KYC-NEXT-DATE            PIC X(08) VALUE SPACES.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-RECORDED                   VALUE "Y".
       01  WS-MINOR-FUNCTION           PIC X(01) VALUE SPACE.
       01  WS-MINOR-RESULT             PIC X(01) VALUE SPACE.
           88  WS-MINOR-RECORDED                 VALUE "Y".
       01  WS-MINOR-SWITCH             PIC X(01) VALUE "N".
           88  WS-ENTRY-IS-MINOR                 VALUE "Y".
       01  WS-MAJORITY-DATE            PIC X(08) VALUE SPACES.
       01  WS-GUARDIAN-ENTRY           PIC X(06) VALUE SPACES.
       01  WS-GUARDIAN-ID              PIC 9(06) VALUE ZERO.
       01  WS-GUARDIAN-MAJORITY        PIC X(08) VALUE SPACES.
       01  WS-GUARDIAN-SWITCH          PIC X(01) VALUE "N".
           88  WS-GUARDIAN-IS-VALID              VALUE "Y".
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-SIGNON-SWITCH.
               UNTIL WS-SESSION-OVER.
           PERFORM 0700-LOG-SESSION-SUMMARY
               THRU 0700-LOG-SESSION-SUMMARY-EXIT.
           MOVE "C" TO WS-SCREEN-FUNCTION.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "INTAKE         ",
               WS-SCREEN-RESULT.
           MOVE "C" TO WS-KYC-FUNCTION.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, CM-CUST-ID,
               WS-RISK-RATING, WS-KYC-REVIEW-DATE, WS-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, ENTRY-POSTAL-CODE,
               ENTRY-CITY, ENTRY-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           MOVE "C" TO WS-MINOR-FUNCTION.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
                   THRU 0600-LOG-AUDIT-RECORD-EXIT
               GO TO 1500-CAPTURE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, ENTRY-POSTAL-CODE,
               ENTRY-CITY, ENTRY-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           IF WS-POST-CODE-UNKNOWN
               OR WS-POST-CITY-DIFFERS
               OR WS-POST-REGION-DIFFERS
               IF WS-POST-CODE-UNKNOWN
                   DISPLAY "POSTAL CODE IS NOT ON THE POSTAL ",
                       "REFERENCE - ENTRY REJECTED."
               ELSE
                   DISPLAY "CITY/REGION DO NOT MATCH THE POSTAL ",
                       "CODE - ENTRY REJECTED."
                   DISPLAY "POSTAL CODE " ENTRY-POSTAL-CODE " IS ",
                       WS-SUGGESTED-CITY " " WS-SUGGESTED-REGION
               END-IF
               ADD 1 TO WS-INV-REJECT-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-NAME-VALID-SWITCH
               PERFORM 0600-LOG-AUDIT-RECORD
                   THRU 0600-LOG-AUDIT-RECORD-EXIT
               GO TO 1500-CAPTURE-ONE-CUSTOMER-EXIT
           END-IF.
           DISPLAY "Enter your date of birth (YYYYMMDD): ".
           ACCEPT DATE-OF-BIRTH.
           DISPLAY "Is this a sensitive/confidential record (Y/N): ".
           ACCEPT WS-SENSITIVE-SWITCH.
           DISPLAY "Enter KYC risk rating (L/M/H): ".
           MOVE SPACE TO WS-RISK-RATING.
           ACCEPT WS-RISK-RATING.
           IF NOT WS-RISK-RATING-VALID
               DISPLAY "RISK RATING MUST BE L, M OR H - ",
                   "ENTRY REJECTED."
               ADD 1 TO WS-INV-REJECT-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-NAME-VALID-SWITCH
               PERFORM 0600-LOG-AUDIT-RECORD
                   THRU 0600-LOG-AUDIT-RECORD-EXIT
               GO TO 1500-CAPTURE-ONE-CUSTOMER-EXIT
           END-IF.
           MOVE "N" TO WS-NAME-VALID-SWITCH.
           MOVE "N" TO WS-DOB-VALID-SWITCH.
           MOVE "N" TO WS-DUP-SWITCH.
                   THRU 0600-LOG-AUDIT-RECORD-EXIT
               GO TO 1500-CAPTURE-ONE-CUSTOMER-EXIT
           END-IF.
           PERFORM 1100-CHECK-MINOR
               THRU 1100-CHECK-MINOR-EXIT.
           IF WS-ENTRY-IS-MINOR
               AND NOT WS-GUARDIAN-IS-VALID
               ADD 1 TO WS-INV-REJECT-COUNT
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-NAME-VALID-SWITCH
               PERFORM 0600-LOG-AUDIT-RECORD
                   THRU 0600-LOG-AUDIT-RECORD-EXIT
               GO TO 1500-CAPTURE-ONE-CUSTOMER-EXIT
           END-IF.
           CALL "NUMCHECK" USING NAME, "A", WS-NAME-VALID-SWITCH,
               "INTAKE         ".
           IF NOT WS-NAME-IS-ALPHABETIC
       1000-CHECK-DUPLICATE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-MINOR - A CUSTOMER UNDER THE AGE OF MAJORITY   *
      * MUST BE LINKED TO A GUARDIAN: AN ACTIVE CUSTMAS CUSTOMER  *
      * WHO IS OF AGE.  A LEGACY GUARDIAN ID IS RESOLVED THROUGH  *
      * IDALIAS.  THE SWITCH IS LEFT "N" WITH THE REASON SHOWN    *
      * WHEN THE GUARDIAN WILL NOT DO.                            *
      *-----------------------------------------------------------*
       1100-CHECK-MINOR.
           MOVE "N"  TO WS-MINOR-SWITCH.
           MOVE "N"  TO WS-GUARDIAN-SWITCH.
           MOVE ZERO TO WS-GUARDIAN-ID.
           MOVE "A"  TO WS-MINOR-FUNCTION.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           IF WS-MINOR-RESULT NOT = "Y"
               GO TO 1100-CHECK-MINOR-EXIT
           END-IF.
           SET WS-ENTRY-IS-MINOR TO TRUE.
           DISPLAY "CUSTOMER IS UNDER THE AGE OF MAJORITY UNTIL ",
               WS-MAJORITY-DATE ".".
           DISPLAY "Enter the guardian's customer ID: ".
           MOVE SPACES TO WS-GUARDIAN-ENTRY.
           ACCEPT WS-GUARDIAN-ENTRY.
           IF WS-GUARDIAN-ENTRY IS NOT NUMERIC
               OR WS-GUARDIAN-ENTRY = "000000"
               DISPLAY "A MINOR MUST HAVE A GUARDIAN CUSTOMER - ",
                   "ENTRY REJECTED."
               GO TO 1100-CHECK-MINOR-EXIT
           END-IF.
           MOVE WS-GUARDIAN-ENTRY TO WS-GUARDIAN-ID.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-GUARDIAN-ID, WS-ALIAS-SWITCH,
               "INTAKE         ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "GUARDIAN " WS-GUARDIAN-ENTRY " IS A LEGACY ",
                   "ID - LINKED AS " WS-GUARDIAN-ID "."
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               DISPLAY "GUARDIAN " WS-GUARDIAN-ID " IS NOT ON ",
                   "FILE - ENTRY REJECTED."
               GO TO 1100-CHECK-MINOR-EXIT
           END-IF.
           MOVE WS-GUARDIAN-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-STATUS-FLAG
           END-READ.
           CLOSE CUSTOMER-MASTER-FILE.
           IF NOT CM-IS-ACTIVE
               DISPLAY "GUARDIAN " WS-GUARDIAN-ID " IS NOT AN ",
                   "ACTIVE CUSTOMER - ENTRY REJECTED."
               GO TO 1100-CHECK-MINOR-EXIT
           END-IF.
           MOVE "A" TO WS-MINOR-FUNCTION.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CM-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-GUARDIAN-MAJORITY, WS-MINOR-RESULT.
           IF WS-MINOR-RESULT NOT = "N"
               DISPLAY "GUARDIAN " WS-GUARDIAN-ID " IS NOT ON ",
                   "RECORD AS OF AGE - ENTRY REJECTED."
               GO TO 1100-CHECK-MINOR-EXIT
           END-IF.
           SET WS-GUARDIAN-IS-VALID TO TRUE.
       1100-CHECK-MINOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ADD-CUSTOMER - GENERATE THE NEXT CUSTOMER ID AND      *
      * WRITE THE NEW CUSTOMER RECORD TO THE CUSTMAS MASTER FILE.  *
                   CUSTOMER-MASTER-RECORD
               PERFORM 2300-LOG-CUSTOMER-TRAIL
                   THRU 2300-LOG-CUSTOMER-TRAIL-EXIT
               PERFORM 2400-SCREEN-WATCH-LIST
                   THRU 2400-SCREEN-WATCH-LIST-EXIT
               PERFORM 2500-RECORD-KYC-REVIEW
                   THRU 2500-RECORD-KYC-REVIEW-EXIT
               IF WS-ENTRY-IS-MINOR
                   PERFORM 2600-RECORD-MINOR
                       THRU 2600-RECORD-MINOR-EXIT
               END-IF
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.
       2000-ADD-CUSTOMER-EXIT.
       2300-LOG-CUSTOMER-TRAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-SCREEN-WATCH-LIST - SCREEN THE NEW CUSTOMER AGAINST  *
      * THE WATCH LIST.  A POSSIBLE MATCH IS ALREADY QUEUED FOR   *
      * COMPLIANCE BY WLSCREEN; THE OPERATOR IS TOLD SO.          *
      *-----------------------------------------------------------*
       2400-SCREEN-WATCH-LIST.
           MOVE "S" TO WS-SCREEN-FUNCTION.
           MOVE SPACE TO WS-SCREEN-RESULT.
           CALL "WLSCREEN" USING WS-SCREEN-FUNCTION, CM-CUST-ID,
               CM-NAME, CM-DATE-OF-BIRTH, "INTAKE         ",
               WS-SCREEN-RESULT.
           IF WS-SCREEN-QUEUED
               DISPLAY "CUSTOMER " CM-CUST-ID " IS A POSSIBLE ",
                   "WATCH-LIST MATCH - REFERRED FOR COMPLIANCE ",
                   "REVIEW.  POSTING IS HELD UNTIL CLEARED."
           END-IF.
           IF WS-SCREEN-UNAVAILABLE
               DISPLAY "*** WATCH-LIST SCREENING UNAVAILABLE - ",
                   "CUSTOMER " CM-CUST-ID " NOT SCREENED, ",
                   "ESCALATE TO COMPLIANCE ***"
           END-IF.
       2400-SCREEN-WATCH-LIST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-RECORD-KYC-REVIEW - THE INTAKE INTERVIEW COUNTS AS   *
      * THE FIRST KYC REVIEW.  KYCUPD DATES IT TODAY AND SETS THE *
      * NEXT REVIEW FROM THE RATING.                              *
      *-----------------------------------------------------------*
       2500-RECORD-KYC-REVIEW.
           MOVE "S" TO WS-KYC-FUNCTION.
           MOVE SPACES TO WS-KYC-REVIEW-DATE.
           MOVE SPACES TO WS-KYC-NEXT-DATE.
           MOVE SPACE TO WS-KYC-RESULT.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, CM-CUST-ID,
               WS-RISK-RATING, WS-KYC-REVIEW-DATE, WS-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           IF WS-KYC-RECORDED
               DISPLAY "KYC REVIEW RECORDED - NEXT REVIEW DUE ",
                   WS-KYC-NEXT-DATE
           ELSE
               DISPLAY "*** KYC REVIEW NOT RECORDED FOR CUSTOMER "
                   CM-CUST-ID " - ENTER IT THROUGH MAINTENANCE ***"
           END-IF.
       2500-RECORD-KYC-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-RECORD-MINOR - REGISTER THE NEW MINOR ON MINORMAS    *
      * WITH THE GUARDIAN LINK AND SET THE MINOR DEFAULT LIMIT.   *
      *-----------------------------------------------------------*
       2600-RECORD-MINOR.
           MOVE "R" TO WS-MINOR-FUNCTION.
           MOVE SPACE TO WS-MINOR-RESULT.
           CALL "MINORREG" USING WS-MINOR-FUNCTION, CM-CUST-ID,
               CM-DATE-OF-BIRTH, WS-GUARDIAN-ID, WS-OPERATOR-ID,
               WS-MAJORITY-DATE, WS-MINOR-RESULT.
           IF WS-MINOR-RECORDED
               DISPLAY "MINOR ACCOUNT RECORDED - GUARDIAN ",
                   WS-GUARDIAN-ID ", MINOR LIMIT APPLIED UNTIL ",
                   WS-MAJORITY-DATE
           ELSE
               DISPLAY "*** MINOR CONTROLS NOT RECORDED FOR CUSTOMER "
                   CM-CUST-ID " - ESCALATE TO OPERATIONS ***"
           END-IF.
       2600-RECORD-MINOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-GET-NEXT-CUST-ID - DRAW THE NEXT BASE FROM CUSTSEQ,  *
      * FIND THE CHECK DIGIT THAT MAKES BASE*10+DIGIT PASS THE    *
