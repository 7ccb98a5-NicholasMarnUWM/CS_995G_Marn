      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared branch-code check against the BRANCHMS branch
      * master BRCHMNT maintains.  Function "V" verifies a branch code
      * and answers "O" open, "C" closed, "U" unknown (a blank code
      * is unknown), or "X" when the master itself cannot be read,
      * returning the branch name with an open or closed answer.
      * CSVINTAK, TELLER and LATESTAG use it to refuse work keyed
      * under a branch that does not exist or has shut; with no
      * master at all the code passes unvalidated, like the other
      * control-file migrations.  Function "C" closes the master at
      * the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRANCHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05  BR-BRANCH-CODE          PIC X(04).
           05  BR-NAME                 PIC X(30).
           05  BR-REGION               PIC X(04).
           05  BR-STATUS               PIC X(01).
               88  BR-IS-OPEN                    VALUE "O".
               88  BR-IS-CLOSED                  VALUE "C".
           05  BR-OPENED-DATE          PIC X(08).
           05  BR-CLOSED-DATE          PIC X(08).
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-BRANCH-OK                      VALUE "00".
           88  WS-BRANCH-NOT-FOUND               VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-BRANCH-OPEN                    VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".

       LINKAGE SECTION.
       01  BRANCH-FUNCTION             PIC X(01).
           88  BRANCH-VERIFY                     VALUE "V".
           88  BRANCH-CLOSE                      VALUE "C".
       01  BRANCH-CODE                 PIC X(04).
       01  BRANCH-RESULT               PIC X(01).
           88  BRANCH-IS-OPEN                    VALUE "O".
           88  BRANCH-IS-CLOSED                  VALUE "C".
           88  BRANCH-IS-UNKNOWN                 VALUE "U".
           88  BRANCH-UNAVAILABLE                VALUE "X".
       01  BRANCH-NAME                 PIC X(30).

       PROCEDURE DIVISION USING BRANCH-FUNCTION, BRANCH-CODE,
           BRANCH-RESULT, BRANCH-NAME.
       0000-MAINLINE.
           IF BRANCH-CLOSE
               IF WS-BRANCH-OPEN
                   CLOSE BRANCH-MASTER-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "X"    TO BRANCH-RESULT.
           MOVE SPACES TO BRANCH-NAME.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-BRANCH-MASTER
                   THRU 1000-OPEN-BRANCH-MASTER-EXIT
           END-IF.
           IF NOT WS-BRANCH-OPEN
               GOBACK
           END-IF.
           PERFORM 2000-LOOKUP-BRANCH
               THRU 2000-LOOKUP-BRANCH-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-BRANCH-MASTER - FIRST CALL ONLY.                 *
      *-----------------------------------------------------------*
       1000-OPEN-BRANCH-MASTER.
           SET WS-OPEN-TRIED TO TRUE.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-NOT-FOUND
               DISPLAY "BRCHCHK: NO BRANCHMS BRANCH MASTER - ",
                   "BRANCH CODES NOT VALIDATED."
               GO TO 1000-OPEN-BRANCH-MASTER-EXIT
           END-IF.
           IF NOT WS-BRANCH-OK
               CALL "FILERR" USING "BRCHCHK        ", "BRANCHMS",
                   "OPEN-IN ", WS-BRANCH-FILE-STATUS, "N"
               GO TO 1000-OPEN-BRANCH-MASTER-EXIT
           END-IF.
           SET WS-BRANCH-OPEN TO TRUE.
       1000-OPEN-BRANCH-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOOKUP-BRANCH - STATE OF THE CALLER'S BRANCH CODE.    *
      *-----------------------------------------------------------*
       2000-LOOKUP-BRANCH.
           IF BRANCH-CODE = SPACES
               MOVE "U" TO BRANCH-RESULT
               GO TO 2000-LOOKUP-BRANCH-EXIT
           END-IF.
           MOVE BRANCH-CODE TO BR-BRANCH-CODE.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE "U" TO BRANCH-RESULT
                   GO TO 2000-LOOKUP-BRANCH-EXIT
           END-READ.
           MOVE BR-NAME TO BRANCH-NAME.
           IF BR-IS-CLOSED
               MOVE "C" TO BRANCH-RESULT
           ELSE
               MOVE "O" TO BRANCH-RESULT
           END-IF.
       2000-LOOKUP-BRANCH-EXIT.
           EXIT.

       END PROGRAM BRCHCHK.
