      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared transaction-reference service, called by every
      * program that creates a posting item - the intake programs
      * (CSVINTAK, TELLER, LATESTAG), the batch generators (TIERFEE,
      * STNDGEN, INTACCR, FIBINST, FEEWMNT) and ADDMERGE for
      * a feeder item that arrives without one - so every item can be
      * followed from the branch to the ledger by one key.  The
      * reference is sixteen characters: the caller's two-character
      * source code, the run date, and a six-digit sequence kept per
      * source on the keyed TXNSEQ file.  The sequence restarts at 1
      * when the source first asks on a new date, and each number is
      * rewritten to TXNSEQ as it is issued, so a run that fails part
      * way and is rerun never reissues a reference.  Function "N"
      * returns the next reference, "C" closes TXNSEQ at the end of
      * the caller's run.  The status comes back "Y" with the
      * reference, or "N" with a blank reference when TXNSEQ is
      * unavailable, the source or run date is not usable, or the
      * source has used all 999999 numbers for the date.  A blank
      * reference never stops an item; it simply cannot be traced.
      * A TXNSEQ belonging to another environment does stop the run:
      * the first call proves it through ENVCHK, which ends the
      * caller's step with RETURN-CODE 20.
      * Every caller using a source shares its TXNSEQ row, so the
      * read and rewrite are serialized through LOCKMGR on a lock
      * named for the source ("TXNSEQ" and the source code), claimed
      * on the first reference and released by "C"; a caller that
      * cannot have the lock gets a blank reference rather than a
      * number another caller may also be handed.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE SOURCE'S TXNSEQ ROW IS READ AND REWRITTEN
      *                 ONLY UNDER A LOCKMGR LOCK NAMED FOR THE SOURCE,
      *                 HELD FROM THE FIRST REFERENCE UNTIL THE CLOSE
      *                 CALL; A CALLER REFUSED THE LOCK GETS A BLANK
      *                 REFERENCE.
      * 10/15/2026  NM  THE FIRST CALL OF THE RUN CHECKS TXNSEQ THROUGH
      *                 ENVCHK BEFORE IT IS OPENED, SO REFERENCES ARE
      *                 NEVER DRAWN FROM ANOTHER ENVIRONMENT'S SEQUENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-SEQ-FILE ASSIGN TO "TXNSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-SOURCE
               FILE STATUS IS WS-SEQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCE-SEQ-FILE.
       01  REFERENCE-SEQ-RECORD.
           05  RS-SOURCE               PIC X(02).
           05  RS-LAST-DATE            PIC X(08).
           05  RS-LAST-SEQUENCE        PIC 9(06).
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-SEQ-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-SEQ-OK                         VALUE "00".
           88  WS-SEQ-NOT-FOUND                  VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-SEQ-OPEN                       VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-NEW-ROW-SWITCH           PIC X(01) VALUE "N".
           88  WS-NEW-ROW                        VALUE "Y".
       01  WS-LOCK-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-LOCK-NAME.
           05  FILLER                  PIC X(06) VALUE "TXNSEQ".
           05  WS-LOCK-SOURCE          PIC X(02) VALUE SPACES.
       01  WS-LOCK-OWNER.
           05  FILLER                  PIC X(07) VALUE "TXNREF ".
           05  WS-LOCK-TIME            PIC X(08) VALUE SPACES.
       01  WS-LOCK-STATUS              PIC X(01) VALUE "N".
           88  WS-LOCK-GRANTED                   VALUE "Y".
       01  WS-LOCK-HELD-SWITCH         PIC X(01) VALUE "N".
           88  WS-LOCK-HELD                      VALUE "Y".
       01  WS-BUILT-REFERENCE.
           05  WS-BR-SOURCE            PIC X(02).
           05  WS-BR-DATE              PIC X(08).
           05  WS-BR-SEQUENCE          PIC 9(06).

       LINKAGE SECTION.
       01  REFERENCE-FUNCTION          PIC X(01).
           88  REFERENCE-NEXT                    VALUE "N".
           88  REFERENCE-CLOSE                   VALUE "C".
       01  REFERENCE-REQUEST.
           05  RQ-SOURCE               PIC X(02).
           05  RQ-RUN-DATE             PIC X(08).
           05  RQ-REFERENCE            PIC X(16).
       01  REFERENCE-STATUS            PIC X(01).
           88  REFERENCE-ISSUED                  VALUE "Y".

       PROCEDURE DIVISION USING REFERENCE-FUNCTION, REFERENCE-REQUEST,
           REFERENCE-STATUS.
       0000-MAINLINE.
           IF REFERENCE-CLOSE
               IF WS-SEQ-OPEN
                   CLOSE REFERENCE-SEQ-FILE
               END-IF
               PERFORM 1600-RELEASE-SOURCE-LOCK
                   THRU 1600-RELEASE-SOURCE-LOCK-EXIT
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "N"    TO REFERENCE-STATUS.
           MOVE SPACES TO RQ-REFERENCE.
           IF NOT REFERENCE-NEXT
               GOBACK
           END-IF.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-FILES
                   THRU 1000-OPEN-FILES-EXIT
           END-IF.
           IF NOT WS-SEQ-OPEN
               GOBACK
           END-IF.
           IF RQ-SOURCE = SPACES
               OR RQ-RUN-DATE IS NOT NUMERIC
               GOBACK
           END-IF.
           PERFORM 1500-CLAIM-SOURCE-LOCK
               THRU 1500-CLAIM-SOURCE-LOCK-EXIT.
           IF NOT WS-LOCK-HELD
               GOBACK
           END-IF.
           PERFORM 2000-ISSUE-REFERENCE
               THRU 2000-ISSUE-REFERENCE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-FILES - FIRST CALL ONLY.  TXNSEQ IS CREATED     *
      * EMPTY WHEN GENUINELY ABSENT.                              *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           SET WS-OPEN-TRIED TO TRUE.
      * THE FIRST CALL OF THE RUN PROVES THE DATASET BELONGS TO THE
      * RUN'S ENVIRONMENT BEFORE IT IS OPENED FOR UPDATE - ENVCHK
      * STOPS THE CALLER WITH RETURN-CODE 20 WHEN IT DOES NOT.
           CALL "ENVCHK" USING "TXNREF         ", "TXNSEQ  ".
           OPEN I-O REFERENCE-SEQ-FILE.
           IF WS-SEQ-NOT-FOUND
               OPEN OUTPUT REFERENCE-SEQ-FILE
               CLOSE REFERENCE-SEQ-FILE
               OPEN I-O REFERENCE-SEQ-FILE
           END-IF.
           IF WS-SEQ-OK
               SET WS-SEQ-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "TXNREF         ", "TXNSEQ  ",
                   "OPEN-IO ", WS-SEQ-FILE-STATUS, "N"
               DISPLAY "TXNREF: TXNSEQ NOT AVAILABLE - ITEMS ",
                   "CARRY NO TRANSACTION REFERENCE THIS RUN."
           END-IF.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-CLAIM-SOURCE-LOCK - HOLD THE SOURCE'S TXNSEQ LOCK    *
      * UNTIL "C".  A CALLER MOVING TO ANOTHER SOURCE GIVES UP    *
      * THE OLD SOURCE'S LOCK FIRST.                              *
      *-----------------------------------------------------------*
       1500-CLAIM-SOURCE-LOCK.
           IF WS-LOCK-HELD
               IF WS-LOCK-SOURCE = RQ-SOURCE
                   GO TO 1500-CLAIM-SOURCE-LOCK-EXIT
               END-IF
               PERFORM 1600-RELEASE-SOURCE-LOCK
                   THRU 1600-RELEASE-SOURCE-LOCK-EXIT
           END-IF.
           MOVE "L"       TO WS-LOCK-FUNCTION.
           MOVE RQ-SOURCE TO WS-LOCK-SOURCE.
           ACCEPT WS-LOCK-TIME FROM TIME.
           MOVE "N"       TO WS-LOCK-STATUS.
           CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
               WS-LOCK-OWNER, WS-LOCK-STATUS.
           IF WS-LOCK-GRANTED
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY "TXNREF: TXNSEQ LOCK FOR SOURCE " RQ-SOURCE
                   " REFUSED - ITEM CARRIES NO TRANSACTION REFERENCE."
           END-IF.
       1500-CLAIM-SOURCE-LOCK-EXIT.
           EXIT.

       1600-RELEASE-SOURCE-LOCK.
           IF WS-LOCK-HELD
               MOVE "U" TO WS-LOCK-FUNCTION
               CALL "LOCKMGR" USING WS-LOCK-FUNCTION, WS-LOCK-NAME,
                   WS-LOCK-OWNER, WS-LOCK-STATUS
               MOVE "N" TO WS-LOCK-HELD-SWITCH
           END-IF.
       1600-RELEASE-SOURCE-LOCK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ISSUE-REFERENCE - TAKE THE NEXT NUMBER FOR THE       *
      * SOURCE AND DATE AND RECORD IT BEFORE HANDING IT OUT.      *
      *-----------------------------------------------------------*
       2000-ISSUE-REFERENCE.
           MOVE "N" TO WS-NEW-ROW-SWITCH.
           MOVE RQ-SOURCE TO RS-SOURCE.
           READ REFERENCE-SEQ-FILE
               INVALID KEY
                   MOVE SPACES      TO REFERENCE-SEQ-RECORD
                   MOVE RQ-SOURCE   TO RS-SOURCE
                   MOVE RQ-RUN-DATE TO RS-LAST-DATE
                   MOVE ZERO        TO RS-LAST-SEQUENCE
                   SET WS-NEW-ROW TO TRUE
           END-READ.
           IF RS-LAST-DATE NOT = RQ-RUN-DATE
               MOVE RQ-RUN-DATE TO RS-LAST-DATE
               MOVE ZERO        TO RS-LAST-SEQUENCE
           END-IF.
           IF RS-LAST-SEQUENCE = 999999
               DISPLAY "TXNREF: SOURCE " RQ-SOURCE " HAS USED EVERY ",
                   "REFERENCE FOR " RQ-RUN-DATE
               GO TO 2000-ISSUE-REFERENCE-EXIT
           END-IF.
           ADD 1 TO RS-LAST-SEQUENCE.
           IF WS-NEW-ROW
               WRITE REFERENCE-SEQ-RECORD
                   INVALID KEY
                       GO TO 2000-ISSUE-REFERENCE-EXIT
               END-WRITE
           ELSE
               REWRITE REFERENCE-SEQ-RECORD
                   INVALID KEY
                       GO TO 2000-ISSUE-REFERENCE-EXIT
               END-REWRITE
           END-IF.
           MOVE RQ-SOURCE        TO WS-BR-SOURCE.
           MOVE RQ-RUN-DATE      TO WS-BR-DATE.
           MOVE RS-LAST-SEQUENCE TO WS-BR-SEQUENCE.
           MOVE WS-BUILT-REFERENCE TO RQ-REFERENCE.
           MOVE "Y" TO REFERENCE-STATUS.
       2000-ISSUE-REFERENCE-EXIT.
           EXIT.

       END PROGRAM TXNREF.
