      * closing month positions carried on the STMTPOS position file
      * (read in step with the customer break, rewritten to STMTPOSN
      * with the closing positions - a customer with no activity this
      * month carries forward unchanged).  A customer CUSTMAS shows
      * on returned-mail hold (CM-STMT-HOLD-FLAG "R") is not printed,
      * since the bureau has nowhere to send it, but the position is
      * still carried to STMTPOSN.  No CUSTMAS means every customer
      * is printed, with a warning.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  CUSTMAS IS READ PER CUSTOMER; ONE ON RETURNED-
      *                 MAIL HOLD IS NOT PRINTED, ITS POSITION STILL
      *                 CARRIED FORWARD.
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDMSTMT.
           SELECT POSITION-NEW-FILE ASSIGN TO "STMTPOSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "MSTMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
       FILE SECTION.
       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-REVERSAL               VALUE "R".
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  PN-POSITION             PIC S9(11)V9(04)
                   SIGN IS LEADING SEPARATE CHARACTER.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUST-ID              PIC 9(06).
           05  CM-NAME                 PIC X(30).
           05  CM-CUSTOMER-ADDRESS.
               10  CM-STREET           PIC X(20).
               10  CM-CITY             PIC X(15).
               10  CM-REGION           PIC X(02).
               10  CM-POSTAL-CODE      PIC X(09).
           05  CM-DATE-OF-BIRTH        PIC X(08).
           05  CM-SENSITIVE-FLAG       PIC X(01).
               88  CM-IS-SENSITIVE               VALUE "Y".
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
               88  CM-IS-INACTIVE                VALUE "I".
               88  CM-IS-MERGED                  VALUE "M".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-POSN-OK                        VALUE "00".
       01  WS-STMT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-STMT-OK                        VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-CM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WS-CM-FOUND                       VALUE "Y".
       01  WS-PRINT-SWITCH             PIC X(01) VALUE "Y".
           88  WS-STATEMENT-PRINTED              VALUE "Y".
       01  WS-ADDOUT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-ADDOUT-EOF                     VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
       77  WS-NIGHT-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-STATEMENT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-RETURNED-MAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
      * CURRENT CONTROL-BREAK KEYS AND GROUP ACCUMULATORS.
       01  WS-CURR-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-CURR-CURRENCY            PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE MONTH'S ADDOUT CONCATENATION,   *
      * THE POSITION FILES, CUSTMAS, AND THE STATEMENT PRINT FILE. *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
               DISPLAY "ADDMSTMT: NO STMTPOS POSITION FILE - ",
                   "OPENING POSITIONS START AT ZERO."
           END-IF.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "ADDMSTMT: CUSTMAS NOT AVAILABLE - ",
                   "RETURNED-MAIL HOLDS NOT HONORED."
           END-IF.
           OPEN OUTPUT POSITION-NEW-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE WS-GRP-REV-COUNT TO WS-SD-REVS.
           MOVE WS-GRP-NATIVE    TO WS-SD-NATIVE.
           MOVE WS-GRP-BASE      TO WS-SD-BASE.
           IF WS-STATEMENT-PRINTED
               MOVE WS-STMT-DETAIL TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
       4100-CLOSE-GROUP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-OPEN-CUSTOMER - START THE NEW CUSTOMER'S STATEMENT:   *
      * CARRY FORWARD ANY LOWER-KEYED POSITIONS UNTOUCHED, PICK UP *
      * THE CUSTOMER'S OPENING POSITION, PRINT THE HEADER UNLESS   *
      * THE CUSTOMER IS ON RETURNED-MAIL HOLD.                     *
      *-----------------------------------------------------------*
       4300-OPEN-CUSTOMER.
           MOVE SW-CUST-ID TO WS-CURR-CUST-ID.
           MOVE ZERO TO WS-OPENING-POSITION.
           PERFORM 6200-MATCH-OLD-POSITION
               THRU 6200-MATCH-OLD-POSITION-EXIT.
           MOVE "Y" TO WS-PRINT-SWITCH.
           PERFORM 8200-READ-CUSTOMER-MASTER
               THRU 8200-READ-CUSTOMER-MASTER-EXIT.
           IF WS-CM-FOUND AND CM-STMT-RETURNED-MAIL
               MOVE "N" TO WS-PRINT-SWITCH
               ADD 1 TO WS-RETURNED-MAIL-COUNT
               GO TO 4300-OPEN-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-CURR-CUST-ID     TO WS-CH-CUST-ID.
           MOVE WS-OPENING-POSITION TO WS-CH-OPENING.
               WS-OPENING-POSITION + WS-CUS-BASE.
           MOVE WS-CUS-BASE         TO WS-CT-BASE.
           MOVE WS-CLOSING-POSITION TO WS-CT-CLOSING.
           IF WS-STATEMENT-PRINTED
               MOVE WS-STMT-CUST-TOTAL TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE WS-CURR-CUST-ID     TO PN-CUST-ID.
           MOVE WS-CLOSING-POSITION TO PN-POSITION.
           WRITE POSITION-NEW-RECORD.
       6300-FLUSH-OLD-POSITIONS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-READ-CUSTOMER-MASTER - KEYED READ OF THE CUSTOMER     *
      * BEING STARTED; A MERGED RECORD IS FOLLOWED TO ITS          *
      * SURVIVOR, AS ADDSTMT DOES.                                 *
      *-----------------------------------------------------------*
       8200-READ-CUSTOMER-MASTER.
           MOVE "N" TO WS-CM-FOUND-SWITCH.
           IF NOT WS-CUSTMAS-AVAILABLE
               GO TO 8200-READ-CUSTOMER-MASTER-EXIT
           END-IF.
           MOVE WS-CURR-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 8200-READ-CUSTOMER-MASTER-EXIT
           END-READ.
           SET WS-CM-FOUND TO TRUE.
           IF CM-IS-MERGED
               MOVE CM-MERGED-TO-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
       8200-READ-CUSTOMER-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES AND REPORT THE RUN.       *
      *-----------------------------------------------------------*
           END-IF.
           CLOSE POSITION-NEW-FILE.
           CLOSE STATEMENT-FILE.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "ADDMSTMT: NIGHTS CONSOLIDATED  = "
               WS-NIGHT-COUNT.
           DISPLAY "ADDMSTMT: DETAIL RECORDS READ  = "
               WS-DETAIL-COUNT.
           DISPLAY "ADDMSTMT: STATEMENTS PRODUCED  = "
               WS-STATEMENT-COUNT.
           DISPLAY "ADDMSTMT: HELD FOR RETURNED MAIL = "
               WS-RETURNED-MAIL-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

