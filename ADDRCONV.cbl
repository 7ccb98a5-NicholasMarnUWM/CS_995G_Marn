      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  A PARSED ADDRESS IS NOW ALSO CHECKED AGAINST THE
      *                 POSTAL REFERENCE THROUGH THE SHARED POSTCHK.
      *                 ONE THAT DOES NOT AGREE STILL CONVERTS AS PARSED
      *                 BUT IS LISTED ON ADDRREV WITH THE CITY AND
      *                 REGION ITS POSTAL CODE BELONGS TO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCONV.
       77  WS-TAIL-START               PIC 9(02) COMP VALUE ZERO.
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
       01  WS-POST-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-POST-RESULT              PIC X(01) VALUE SPACE.
           88  WS-POST-CODE-UNKNOWN              VALUE "P".
           88  WS-POST-CITY-DIFFERS              VALUE "C".
           88  WS-POST-REGION-DIFFERS            VALUE "R".
       01  WS-SUGGESTED-CITY           PIC X(15) VALUE SPACES.
       01  WS-SUGGESTED-REGION         PIC X(02) VALUE SPACES.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-PARSED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-FLAGGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REFERENCE-COUNT          PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE WS-TAIL-REGION       TO CM-REGION
               MOVE WS-TAIL-POSTAL       TO CM-POSTAL-CODE
               ADD 1 TO WS-PARSED-COUNT
               PERFORM 2300-CHECK-POSTAL-REFERENCE
                   THRU 2300-CHECK-POSTAL-REFERENCE-EXIT
           ELSE
               MOVE OM-CUSTOMER-ADDRESS(1:20) TO CM-STREET
               MOVE SPACES               TO CM-CITY
       2200-FIND-TAIL-START-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHECK-POSTAL-REFERENCE - A PARSED ADDRESS THAT DOES   *
      * NOT AGREE WITH THE POSTAL REFERENCE STILL CONVERTS AS      *
      * PARSED, BUT GOES ON THE REVIEW LIST WITH THE CITY AND      *
      * REGION THE POSTAL CODE BELONGS TO.                         *
      *-----------------------------------------------------------*
       2300-CHECK-POSTAL-REFERENCE.
           MOVE "V" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CM-POSTAL-CODE,
               CM-CITY, CM-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           IF NOT WS-POST-CODE-UNKNOWN
               AND NOT WS-POST-CITY-DIFFERS
               AND NOT WS-POST-REGION-DIFFERS
               GO TO 2300-CHECK-POSTAL-REFERENCE-EXIT
           END-IF.
           ADD 1 TO WS-REFERENCE-COUNT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           IF WS-POST-CODE-UNKNOWN
               STRING "  CUSTOMER " DELIMITED BY SIZE
                   OM-CUST-ID DELIMITED BY SIZE
                   "  POSTAL CODE " DELIMITED BY SIZE
                   CM-POSTAL-CODE DELIMITED BY SIZE
                   " NOT ON THE POSTAL REFERENCE" DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
           ELSE
               STRING "  CUSTOMER " DELIMITED BY SIZE
                   OM-CUST-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CM-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CM-REGION DELIMITED BY SIZE
                   " - POSTAL CODE IS " DELIMITED BY SIZE
                   WS-SUGGESTED-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SUGGESTED-REGION DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
           END-IF.
           WRITE REVIEW-REPORT-LINE.
       2300-CHECK-POSTAL-REFERENCE-EXIT.
           EXIT.

       8000-FLAG-FOR-REVIEW.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           DISPLAY "ADDRCONV: ADDRESSES PARSED   = " WS-PARSED-COUNT.
           DISPLAY "ADDRCONV: FLAGGED FOR REVIEW = "
               WS-FLAGGED-COUNT.
           DISPLAY "ADDRCONV: FAILED POSTAL REF  = "
               WS-REFERENCE-COUNT.
           MOVE "C" TO WS-POST-FUNCTION.
           CALL "POSTCHK" USING WS-POST-FUNCTION, CM-POSTAL-CODE,
               CM-CITY, CM-REGION, WS-POST-RESULT, WS-SUGGESTED-CITY,
               WS-SUGGESTED-REGION.
           IF (WS-FLAGGED-COUNT > 0
               OR WS-REFERENCE-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
