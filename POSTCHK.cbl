      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared postal reference check of a customer address
      * against the POSTREF file POSTLOAD builds from the postal
      * authority's list.  Function "V" looks the postal code up and
      * compares the city and region it belongs to with the ones
      * given, upper case either way, and answers "Y" the address
      * agrees, "P" the postal code is not on the reference, "C" the
      * city is not the postal code's city, "R" the city agrees but
      * the region does not, or "X" when POSTREF cannot be read, in
      * which case addresses pass unchecked as before.  On "C" and
      * "R" the reference city and region come back as the suggested
      * correction.  Intake, CUSTMAINT, CUSTLOAD, ADDRCONV and the
      * POSTSWP sweep all check through here.  Function "C" closes
      * the reference at the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REF-FILE ASSIGN TO "POSTREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-POSTAL-CODE
               FILE STATUS IS WS-REF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-REF-FILE.
       01  POSTAL-REF-RECORD.
           05  PR-POSTAL-CODE          PIC X(09).
           05  PR-CITY                 PIC X(15).
           05  PR-REGION               PIC X(02).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-REF-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REF-OK                         VALUE "00".
           88  WS-REF-NOT-FOUND                  VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-REF-OPEN                       VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-GIVEN-CITY               PIC X(15) VALUE SPACES.
       01  WS-GIVEN-REGION             PIC X(02) VALUE SPACES.
       01  WS-REF-CITY                 PIC X(15) VALUE SPACES.
       01  WS-REF-REGION               PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01  POST-FUNCTION               PIC X(01).
           88  POST-VERIFY                       VALUE "V".
           88  POST-CLOSE                        VALUE "C".
       01  POST-POSTAL-CODE            PIC X(09).
       01  POST-CITY                   PIC X(15).
       01  POST-REGION                 PIC X(02).
       01  POST-RESULT                 PIC X(01).
           88  POST-ADDRESS-AGREES               VALUE "Y".
           88  POST-CODE-UNKNOWN                 VALUE "P".
           88  POST-CITY-DIFFERS                 VALUE "C".
           88  POST-REGION-DIFFERS               VALUE "R".
           88  POST-UNAVAILABLE                  VALUE "X".
       01  POST-SUGGESTED-CITY         PIC X(15).
       01  POST-SUGGESTED-REGION       PIC X(02).

       PROCEDURE DIVISION USING POST-FUNCTION, POST-POSTAL-CODE,
           POST-CITY, POST-REGION, POST-RESULT, POST-SUGGESTED-CITY,
           POST-SUGGESTED-REGION.
       0000-MAINLINE.
           IF POST-CLOSE
               IF WS-REF-OPEN
                   CLOSE POSTAL-REF-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "X"    TO POST-RESULT.
           MOVE SPACES TO POST-SUGGESTED-CITY.
           MOVE SPACES TO POST-SUGGESTED-REGION.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-REFERENCE
                   THRU 1000-OPEN-REFERENCE-EXIT
           END-IF.
           IF NOT WS-REF-OPEN
               GOBACK
           END-IF.
           PERFORM 2000-CHECK-ADDRESS
               THRU 2000-CHECK-ADDRESS-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-REFERENCE - FIRST CALL ONLY.                     *
      *-----------------------------------------------------------*
       1000-OPEN-REFERENCE.
           SET WS-OPEN-TRIED TO TRUE.
           OPEN INPUT POSTAL-REF-FILE.
           IF WS-REF-NOT-FOUND
               DISPLAY "POSTCHK: NO POSTREF POSTAL REFERENCE - ",
                   "ADDRESSES NOT CHECKED."
               GO TO 1000-OPEN-REFERENCE-EXIT
           END-IF.
           IF NOT WS-REF-OK
               CALL "FILERR" USING "POSTCHK        ", "POSTREF ",
                   "OPEN-IN ", WS-REF-FILE-STATUS, "N"
               GO TO 1000-OPEN-REFERENCE-EXIT
           END-IF.
           SET WS-REF-OPEN TO TRUE.
       1000-OPEN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-ADDRESS - THE CITY IS THE STRONGER EVIDENCE, SO *
      * A WRONG CITY IS REPORTED AS SUCH EVEN WHEN THE REGION IS   *
      * ALSO WRONG; BOTH COME BACK AS THE SUGGESTION.              *
      *-----------------------------------------------------------*
       2000-CHECK-ADDRESS.
           MOVE POST-POSTAL-CODE TO PR-POSTAL-CODE.
           READ POSTAL-REF-FILE
               INVALID KEY
                   MOVE "P" TO POST-RESULT
                   GO TO 2000-CHECK-ADDRESS-EXIT
           END-READ.
           MOVE POST-CITY   TO WS-GIVEN-CITY.
           MOVE POST-REGION TO WS-GIVEN-REGION.
           MOVE PR-CITY     TO WS-REF-CITY.
           MOVE PR-REGION   TO WS-REF-REGION.
           INSPECT WS-GIVEN-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-GIVEN-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-REF-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-REF-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN WS-GIVEN-CITY NOT = WS-REF-CITY
                   MOVE "C" TO POST-RESULT
               WHEN WS-GIVEN-REGION NOT = WS-REF-REGION
                   MOVE "R" TO POST-RESULT
               WHEN OTHER
                   MOVE "Y" TO POST-RESULT
           END-EVALUATE.
           IF NOT POST-ADDRESS-AGREES
               MOVE PR-CITY   TO POST-SUGGESTED-CITY
               MOVE PR-REGION TO POST-SUGGESTED-REGION
           END-IF.
       2000-CHECK-ADDRESS-EXIT.
           EXIT.

       END PROGRAM POSTCHK.
