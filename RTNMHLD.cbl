      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared update of the RETMAIL returned-mail file, one
      * row per customer whose statement the print bureau has sent
      * back as undeliverable.  Function "S" records a return: a
      * customer not already on hold is opened with the date of the
      * return, the reason code and the statement-hold flag CUSTMAS
      * carried before the hold (so clearing can put it back); one
      * already on hold has the return added to its count and its
      * latest return date moved on.  Function "P" replaces the flag
      * to be restored, for a staff hold change made while the
      * customer is on returned-mail hold.  Function "X" clears the
      * hold when an address change goes through and hands back the
      * flag to restore.  Each change is stamped with the operator.
      * The result returned is "Y" done, "A" return added to an
      * existing hold, "N" no open hold to change, or "U" when
      * RETMAIL cannot be opened.  The file is opened I-O on the
      * first call, created empty when genuinely absent, and
      * function "C" closes it at the end of the caller's run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CUST-ID
               FILE STATUS IS WS-RTM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RM-CUST-ID              PIC 9(06).
           05  RM-HOLD-STATUS          PIC X(01).
               88  RM-HOLD-OPEN                  VALUE "O".
               88  RM-HOLD-CLEARED               VALUE "C".
           05  RM-FIRST-RETURN-DATE    PIC X(08).
           05  RM-LAST-RETURN-DATE     PIC X(08).
           05  RM-RETURN-COUNT         PIC 9(03).
           05  RM-LAST-REASON          PIC X(02).
           05  RM-PRIOR-HOLD-FLAG      PIC X(01).
           05  RM-CLEARED-DATE         PIC X(08).
           05  RM-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-RTM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RTM-OK                         VALUE "00".
           88  WS-RTM-NOT-FOUND                  VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-RTM-OPEN                       VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-HOLD-ON-FILE                   VALUE "Y".
       01  WS-TODAY                    PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  RTH-FUNCTION                PIC X(01).
           88  RTH-RECORD-RETURN                 VALUE "S".
           88  RTH-SET-PRIOR-FLAG                VALUE "P".
           88  RTH-CLEAR-HOLD                    VALUE "X".
           88  RTH-CLOSE                         VALUE "C".
       01  RTH-CUST-ID                 PIC 9(06).
       01  RTH-RETURN-DATE             PIC X(08).
       01  RTH-REASON                  PIC X(02).
       01  RTH-HOLD-FLAG               PIC X(01).
       01  RTH-OPERATOR-ID             PIC X(08).
       01  RTH-RESULT                  PIC X(01).

       PROCEDURE DIVISION USING RTH-FUNCTION, RTH-CUST-ID,
           RTH-RETURN-DATE, RTH-REASON, RTH-HOLD-FLAG,
           RTH-OPERATOR-ID, RTH-RESULT.
       0000-MAINLINE.
           IF RTH-CLOSE
               IF WS-RTM-OPEN
                   CLOSE RETURNED-MAIL-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "U" TO RTH-RESULT.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-RETMAIL
                   THRU 1000-OPEN-RETMAIL-EXIT
           END-IF.
           IF NOT WS-RTM-OPEN
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE RTH-CUST-ID TO RM-CUST-ID.
           READ RETURNED-MAIL-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-HOLD-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN RTH-RECORD-RETURN
                   PERFORM 2000-RECORD-RETURN
                       THRU 2000-RECORD-RETURN-EXIT
               WHEN RTH-SET-PRIOR-FLAG
                   PERFORM 3000-SET-PRIOR-FLAG
                       THRU 3000-SET-PRIOR-FLAG-EXIT
               WHEN RTH-CLEAR-HOLD
                   PERFORM 4000-CLEAR-HOLD
                       THRU 4000-CLEAR-HOLD-EXIT
               WHEN OTHER
                   MOVE "N" TO RTH-RESULT
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-RETMAIL - FIRST CALL ONLY.                       *
      *-----------------------------------------------------------*
       1000-OPEN-RETMAIL.
           SET WS-OPEN-TRIED TO TRUE.
           OPEN I-O RETURNED-MAIL-FILE.
           IF WS-RTM-NOT-FOUND
               OPEN OUTPUT RETURNED-MAIL-FILE
               CLOSE RETURNED-MAIL-FILE
               OPEN I-O RETURNED-MAIL-FILE
           END-IF.
           IF NOT WS-RTM-OK
               CALL "FILERR" USING "RTNMHLD        ", "RETMAIL ",
                   "OPEN-IO ", WS-RTM-FILE-STATUS, "N"
               DISPLAY "RTNMHLD: RETMAIL NOT AVAILABLE - ",
                   "RETURNED-MAIL HOLDS NOT RECORDED."
               GO TO 1000-OPEN-RETMAIL-EXIT
           END-IF.
           SET WS-RTM-OPEN TO TRUE.
       1000-OPEN-RETMAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RECORD-RETURN - OPEN A HOLD, OR REOPEN ONE CLEARED    *
      * EARLIER, WITH THIS RETURN AS THE FIRST; ADD TO A HOLD      *
      * ALREADY OPEN.  THE FLAG TO RESTORE IS NEVER "R" ITSELF.    *
      *-----------------------------------------------------------*
       2000-RECORD-RETURN.
           IF WS-HOLD-ON-FILE
               AND RM-HOLD-OPEN
               IF RTH-RETURN-DATE > RM-LAST-RETURN-DATE
                   MOVE RTH-RETURN-DATE TO RM-LAST-RETURN-DATE
               END-IF
               IF RM-RETURN-COUNT < 999
                   ADD 1 TO RM-RETURN-COUNT
               END-IF
               MOVE RTH-REASON      TO RM-LAST-REASON
               MOVE RTH-OPERATOR-ID TO RM-CHANGED-BY
               REWRITE RETURNED-MAIL-RECORD
                   INVALID KEY
                       MOVE "U" TO RTH-RESULT
                       GO TO 2000-RECORD-RETURN-EXIT
               END-REWRITE
               MOVE "A" TO RTH-RESULT
               GO TO 2000-RECORD-RETURN-EXIT
           END-IF.
           MOVE SPACES          TO RETURNED-MAIL-RECORD.
           MOVE RTH-CUST-ID     TO RM-CUST-ID.
           MOVE "O"             TO RM-HOLD-STATUS.
           MOVE RTH-RETURN-DATE TO RM-FIRST-RETURN-DATE.
           MOVE RTH-RETURN-DATE TO RM-LAST-RETURN-DATE.
           MOVE 1               TO RM-RETURN-COUNT.
           MOVE RTH-REASON      TO RM-LAST-REASON.
           IF RTH-HOLD-FLAG = "Y"
               MOVE "Y" TO RM-PRIOR-HOLD-FLAG
           ELSE
               MOVE "N" TO RM-PRIOR-HOLD-FLAG
           END-IF.
           MOVE RTH-OPERATOR-ID TO RM-CHANGED-BY.
           IF WS-HOLD-ON-FILE
               REWRITE RETURNED-MAIL-RECORD
                   INVALID KEY
                       MOVE "U" TO RTH-RESULT
                       GO TO 2000-RECORD-RETURN-EXIT
               END-REWRITE
           ELSE
               WRITE RETURNED-MAIL-RECORD
                   INVALID KEY
                       MOVE "U" TO RTH-RESULT
                       GO TO 2000-RECORD-RETURN-EXIT
               END-WRITE
           END-IF.
           MOVE "Y" TO RTH-RESULT.
       2000-RECORD-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SET-PRIOR-FLAG - A STAFF HOLD OR RELEASE WHILE THE    *
      * CUSTOMER IS ON RETURNED-MAIL HOLD TAKES EFFECT WHEN THE    *
      * HOLD CLEARS.                                               *
      *-----------------------------------------------------------*
       3000-SET-PRIOR-FLAG.
           MOVE "N" TO RTH-RESULT.
           IF NOT WS-HOLD-ON-FILE
               OR NOT RM-HOLD-OPEN
               GO TO 3000-SET-PRIOR-FLAG-EXIT
           END-IF.
           IF RTH-HOLD-FLAG = "Y"
               MOVE "Y" TO RM-PRIOR-HOLD-FLAG
           ELSE
               MOVE "N" TO RM-PRIOR-HOLD-FLAG
           END-IF.
           MOVE RTH-OPERATOR-ID TO RM-CHANGED-BY.
           REWRITE RETURNED-MAIL-RECORD
               INVALID KEY
                   MOVE "U" TO RTH-RESULT
                   GO TO 3000-SET-PRIOR-FLAG-EXIT
           END-REWRITE.
           MOVE "Y" TO RTH-RESULT.
       3000-SET-PRIOR-FLAG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CLEAR-HOLD - CLOSE THE OPEN HOLD AS OF TODAY AND HAND *
      * BACK THE FLAG CUSTMAS SHOULD RETURN TO; WITH NO OPEN HOLD  *
      * ON FILE THE CALLER IS TOLD "N" AND GIVEN "N".              *
      *-----------------------------------------------------------*
       4000-CLEAR-HOLD.
           MOVE "N" TO RTH-HOLD-FLAG.
           MOVE "N" TO RTH-RESULT.
           IF NOT WS-HOLD-ON-FILE
               OR NOT RM-HOLD-OPEN
               GO TO 4000-CLEAR-HOLD-EXIT
           END-IF.
           MOVE RM-PRIOR-HOLD-FLAG TO RTH-HOLD-FLAG.
           MOVE "C"                TO RM-HOLD-STATUS.
           MOVE WS-TODAY           TO RM-CLEARED-DATE.
           MOVE RTH-OPERATOR-ID    TO RM-CHANGED-BY.
           REWRITE RETURNED-MAIL-RECORD
               INVALID KEY
                   MOVE "U" TO RTH-RESULT
                   GO TO 4000-CLEAR-HOLD-EXIT
           END-REWRITE.
           MOVE "Y" TO RTH-RESULT.
       4000-CLEAR-HOLD-EXIT.
           EXIT.

       END PROGRAM RTNMHLD.
