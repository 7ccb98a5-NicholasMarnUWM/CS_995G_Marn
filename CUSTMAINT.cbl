      *                 SO MAINTENANCE CANNOT RUN UNDER MSTRBKUP'S
      *                 IMAGE COPY.  A REFUSED CLAIM ENDS THE RUN
      *                 WITH RETURN-CODE 8.
      * 10/15/2026  NM  NEW ACTION K RECORDS A PERIODIC KYC REVIEW -
      *                 RISK RATING, REVIEW DATE AND OPTIONAL NEXT-
      *                 REVIEW DATE, CARRIED IN 17 NEW BYTES ON THE
      *                 CUSTMNT RECORD (NOW 102) - ON KYCMAS THROUGH THE
      *                 SHARED KYCUPD.  CUSTMAS ITSELF IS NOT CHANGED;
      *                 SENSITIVE CUSTOMERS STILL GET A SENSLOG ENTRY.
      * 10/15/2026  NM  A "C" ADDRESS CHANGE MUST NOW ALSO AGREE WITH
      *                 THE POSTAL REFERENCE THROUGH THE SHARED POSTCHK;
      *                 A POSTAL CODE NOT ON THE REFERENCE, OR A CITY OR
      *                 REGION THAT IS NOT THE CODE'S, IS IGNORED WITH
      *                 THE CORRECT CITY AND REGION SHOWN.
      * 10/15/2026  NM  AN ADDRESS CHANGE CLEARS A RETURNED-MAIL HOLD
      *                 THROUGH RTNMHLD AND RESTORES THE PRIOR
      *                 STATEMENT-HOLD FLAG; A HOLD CHANGE DURING ONE IS
      *                 DEFERRED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  MAINT-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 102 CHARACTERS.
       01  MAINT-TRAN-RECORD.
           05  MT-ACTION               PIC X(01).
               88  MT-IS-NAME-CORRECT            VALUE "N".
               88  MT-IS-ADDR-CHANGE             VALUE "C".
               88  MT-IS-DEACTIVATE              VALUE "D".
               88  MT-IS-STMT-PREFS              VALUE "S".
               88  MT-IS-KYC-REVIEW              VALUE "K".
           05  MT-CUST-ID              PIC 9(06).
           05  MT-NEW-NAME             PIC X(30).
           05  MT-NEW-ADDRESS.
               10  MT-NEW-POSTAL       PIC X(09).
           05  MT-STMT-SUPPRESS        PIC X(01).
           05  MT-STMT-HOLD            PIC X(01).
           05  MT-KYC-RATING           PIC X(01).
               88  MT-KYC-RATING-VALID           VALUE "L" "M" "H".
           05  MT-KYC-REVIEW-DATE      PIC X(08).
           05  MT-KYC-NEXT-DATE        PIC X(08).

       FD  CUSTOMER-AUDIT-FILE
           RECORDING MODE IS F
           88  WS-NAME-IS-ALPHABETIC             VALUE "Y".
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
       01  WS-LOCK-OWNER               PIC X(15) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-KYC-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-KYC-RESULT               PIC X(01) VALUE SPACE.
           88  WS-KYC-RECORDED                   VALUE "Y".
           88  WS-KYC-UNAVAILABLE                VALUE "U".
       01  WS-RTH-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-RTH-RETURN-DATE          PIC X(08) VALUE SPACES.
       01  WS-RTH-REASON               PIC X(02) VALUE SPACES.
       01  WS-RTH-HOLD-FLAG            PIC X(01) VALUE SPACE.
       01  WS-RTH-RESULT               PIC X(01) VALUE SPACE.
           88  WS-RTH-UNAVAILABLE                VALUE "U".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               UNTIL WS-MNT-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           MOVE "C" TO WS-KYC-FUNCTION.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, MT-CUST-ID,
               MT-KYC-RATING, MT-KYC-REVIEW-DATE, MT-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, MT-NEW-POSTAL,
               MT-NEW-CITY, MT-NEW-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           MOVE "C" TO WS-RTH-FUNCTION.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, MT-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
               AND NOT MT-IS-ADDR-CHANGE
               AND NOT MT-IS-DEACTIVATE
               AND NOT MT-IS-STMT-PREFS
               AND NOT MT-IS-KYC-REVIEW
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CUSTMAINT: UNKNOWN ACTION " MT-ACTION
                   " FOR CUSTOMER " MT-CUST-ID " - IGNORED."
                       MT-CUST-ID " IS NOT VALID - IGNORED."
                   GO TO 2100-PROCESS-MAINT-RECORD-EXIT
               END-IF
               PERFORM 2150-CHECK-POSTAL-REFERENCE
                   THRU 2150-CHECK-POSTAL-REFERENCE-EXIT
               IF WS-POST-CODE-UNKNOWN
                   OR WS-POST-CITY-DIFFERS
                   OR WS-POST-REGION-DIFFERS
                   GO TO 2100-PROCESS-MAINT-RECORD-EXIT
               END-IF
           END-IF.
           IF MT-IS-NAME-CORRECT
               MOVE "N" TO WS-NAME-VALID-SWITCH
                   GO TO 2100-PROCESS-MAINT-RECORD-EXIT
               END-IF
           END-IF.
           IF MT-IS-KYC-REVIEW
               AND NOT MT-KYC-RATING-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CUSTMAINT: KYC RATING FOR CUSTOMER "
                   MT-CUST-ID " IS NOT L, M OR H - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           MOVE MT-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTMAINT: CUSTOMER " MT-CUST-ID
                       " NOT ON FILE - IGNORED."
               NOT INVALID KEY
                   IF MT-IS-KYC-REVIEW
                       PERFORM 2600-RECORD-KYC-REVIEW
                           THRU 2600-RECORD-KYC-REVIEW-EXIT
                   ELSE
                       PERFORM 2200-APPLY-CHANGE
                           THRU 2200-APPLY-CHANGE-EXIT
                   END-IF
           END-READ.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-CHECK-POSTAL-REFERENCE - THE NEW ADDRESS MUST AGREE   *
      * WITH THE POSTAL REFERENCE; A DISAGREEING ONE IS REJECTED   *
      * WITH THE CITY AND REGION THE POSTAL CODE BELONGS TO.  NO   *
      * REFERENCE AT ALL LETS THE CHANGE THROUGH.                  *
      *-----------------------------------------------------------*
       2150-CHECK-POSTAL-REFERENCE.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, MT-NEW-POSTAL,
               MT-NEW-CITY, MT-NEW-REGION, WS-POST-RESULT,
               WS-SUGGESTED-CITY, WS-SUGGESTED-REGION.
           IF WS-POST-CODE-UNKNOWN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CUSTMAINT: NEW POSTAL CODE FOR CUSTOMER "
                   MT-CUST-ID " IS NOT ON THE POSTAL REFERENCE - "
                   "IGNORED."
           END-IF.
           IF WS-POST-CITY-DIFFERS
               OR WS-POST-REGION-DIFFERS
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "CUSTMAINT: NEW ADDRESS FOR CUSTOMER "
                   MT-CUST-ID " DOES NOT MATCH ITS POSTAL CODE - "
                   "IGNORED."
               DISPLAY "CUSTMAINT: POSTAL CODE " MT-NEW-POSTAL
                   " IS " WS-SUGGESTED-CITY " " WS-SUGGESTED-REGION
           END-IF.
       2150-CHECK-POSTAL-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-APPLY-CHANGE - CAPTURE THE BEFORE IMAGE, APPLY THE   *
      * ACTION, REWRITE THE MASTER, AND AUDIT BOTH IMAGES.  AN    *
      * ADDRESS CHANGE CLEARS A RETURNED-MAIL HOLD; A STATEMENT   *
      * HOLD CHANGE MADE DURING ONE WAITS UNTIL IT CLEARS.        *
      *-----------------------------------------------------------*
       2200-APPLY-CHANGE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE.
           END-IF.
           IF MT-IS-ADDR-CHANGE
               MOVE MT-NEW-ADDRESS TO CM-CUSTOMER-ADDRESS
               IF CM-STMT-RETURNED-MAIL
                   PERFORM 2250-CLEAR-RETURNED-MAIL
                       THRU 2250-CLEAR-RETURNED-MAIL-EXIT
               END-IF
           END-IF.
           IF MT-IS-DEACTIVATE
               MOVE "I" TO CM-STATUS-FLAG
               IF MT-STMT-SUPPRESS = "Y" OR MT-STMT-SUPPRESS = "N"
                   MOVE MT-STMT-SUPPRESS TO CM-STMT-SUPPRESS-FLAG
               END-IF
               IF (MT-STMT-HOLD = "Y" OR MT-STMT-HOLD = "N")
                   AND CM-STMT-RETURNED-MAIL
                   PERFORM 2260-DEFER-STMT-HOLD
                       THRU 2260-DEFER-STMT-HOLD-EXIT
               END-IF
               IF (MT-STMT-HOLD = "Y" OR MT-STMT-HOLD = "N")
                   AND NOT CM-STMT-RETURNED-MAIL
                   MOVE MT-STMT-HOLD TO CM-STMT-HOLD-FLAG
               END-IF
           END-IF.
       2200-APPLY-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-CLEAR-RETURNED-MAIL - THE NEW ADDRESS ENDS THE HOLD   *
      * RTNMAIL PUT ON; THE STATEMENT-HOLD FLAG GOES BACK TO WHAT  *
      * IT WAS BEFORE, OR "N" WHEN RETMAIL HAS NO RECORD OF IT.    *
      *-----------------------------------------------------------*
       2250-CLEAR-RETURNED-MAIL.
           MOVE "X"    TO WS-RTH-FUNCTION.
           MOVE "N"    TO WS-RTH-HOLD-FLAG.
           MOVE SPACE  TO WS-RTH-RESULT.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, MT-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           IF WS-RTH-UNAVAILABLE
               MOVE "N" TO WS-RTH-HOLD-FLAG
               DISPLAY "CUSTMAINT: RETMAIL UNAVAILABLE - HOLD FOR ",
                   "CUSTOMER " MT-CUST-ID " CLEARED ON CUSTMAS ONLY."
           END-IF.
           MOVE WS-RTH-HOLD-FLAG TO CM-STMT-HOLD-FLAG.
           DISPLAY "CUSTMAINT: RETURNED-MAIL HOLD CLEARED FOR ",
               "CUSTOMER " MT-CUST-ID ".".
       2250-CLEAR-RETURNED-MAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2260-DEFER-STMT-HOLD - ONLY AN ADDRESS CHANGE LIFTS A      *
      * RETURNED-MAIL HOLD, SO THE REQUESTED HOLD FLAG IS KEPT ON  *
      * RETMAIL AND APPLIED WHEN THE HOLD CLEARS.                  *
      *-----------------------------------------------------------*
       2260-DEFER-STMT-HOLD.
           MOVE "P"          TO WS-RTH-FUNCTION.
           MOVE MT-STMT-HOLD TO WS-RTH-HOLD-FLAG.
           MOVE SPACE        TO WS-RTH-RESULT.
           CALL "RTNMHLD" USING WS-RTH-FUNCTION, MT-CUST-ID,
               WS-RTH-RETURN-DATE, WS-RTH-REASON, WS-RTH-HOLD-FLAG,
               WS-OPERATOR-ID, WS-RTH-RESULT.
           DISPLAY "CUSTMAINT: CUSTOMER " MT-CUST-ID
               " IS ON RETURNED-MAIL HOLD - STATEMENT HOLD "
               MT-STMT-HOLD " APPLIES WHEN THE ADDRESS IS CHANGED.".
       2260-DEFER-STMT-HOLD-EXIT.
           EXIT.

       2300-LOG-CHANGE-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
       2500-LOG-SENSITIVE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-RECORD-KYC-REVIEW - A PERIODIC KYC REVIEW GOES ON    *
      * KYCMAS THROUGH THE SHARED KYCUPD; THE CUSTMAS RECORD      *
      * ITSELF IS NOT CHANGED.  A BLANK REVIEW DATE MEANS TODAY   *
      * AND A BLANK NEXT DATE IS SET FROM THE RATING.             *
      *-----------------------------------------------------------*
       2600-RECORD-KYC-REVIEW.
           MOVE "S" TO WS-KYC-FUNCTION.
           MOVE SPACE TO WS-KYC-RESULT.
           CALL "KYCUPD" USING WS-KYC-FUNCTION, MT-CUST-ID,
               MT-KYC-RATING, MT-KYC-REVIEW-DATE, MT-KYC-NEXT-DATE,
               WS-OPERATOR-ID, WS-KYC-RESULT.
           IF NOT WS-KYC-RECORDED
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-KYC-UNAVAILABLE
                   DISPLAY "CUSTMAINT: KYCMAS UNAVAILABLE - REVIEW "
                       "FOR CUSTOMER " MT-CUST-ID " NOT RECORDED."
               ELSE
                   DISPLAY "CUSTMAINT: KYC REVIEW DATES FOR "
                       "CUSTOMER " MT-CUST-ID " NOT VALID - IGNORED."
               END-IF
               GO TO 2600-RECORD-KYC-REVIEW-EXIT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           IF CM-IS-SENSITIVE
               PERFORM 2500-LOG-SENSITIVE-ACCESS
                   THRU 2500-LOG-SENSITIVE-ACCESS-EXIT
           END-IF.
       2600-RECORD-KYC-REVIEW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES AND REPORT THE RUN'S     *
      * MAINTENANCE COUNTS.                                       *
