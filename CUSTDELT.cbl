      * record flagged CM-IS-SENSITIVE goes out with the name and
      * address masked, the same discipline the intake dialog
      * applies on screen.  The extract ends with a "T" record-count
      * trailer so the receivers can verify completeness.  A
      * customer on returned-mail hold (CM-STMT-HOLD-FLAG "R", set by
      * RTNMAIL when the bureau sends a statement back) goes out as
      * "U" undeliverable with the address blank, so the bureau stops
      * mailing to it until an address change clears the hold.
      * The CRM's copy goes out separately on CRMDELT, the same
      * records and trailer less any customer whose only touches today
      * were CRMAPPLY applying the CRM's own change feed (operator
      * CRMFEED), so the CRM is not sent its own changes back.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  CUSTOMERS ON RETURNED-MAIL HOLD GO OUT AS ACTION
      *                 U WITH THE ADDRESS BLANK.
      * 10/15/2026  NM  THE CRM NOW GETS ITS OWN COPY OF THE EXTRACT ON
      *                 CRMDELT, LESS ANY CUSTOMER WHOSE ONLY TOUCHES
      *                 TODAY CAME FROM CRMAPPLY APPLYING THE CRM'S FEED
      *                 (OPERATOR CRMFEED), SO THE CRM'S OWN CHANGES ARE
      *                 NOT ECHOED BACK. CUSTDELT ITSELF STILL CARRIES
      *                 EVERY CHANGE FOR THE PRINT BUREAU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDELT.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "CUSTDELT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELT-FILE-STATUS.
           SELECT CRM-EXTRACT-FILE ASSIGN TO "CRMDELT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-AUDIT-FILE
               88  CM-IS-MERGED                  VALUE "M".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-RETURNED-MAIL         VALUE "R".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".
           05  DT-RECORD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(76).

       FD  CRM-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS.
       01  CRM-EXTRACT-RECORD          PIC X(84).

       WORKING-STORAGE SECTION.
       01  WS-CAUD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CAUD-OK                        VALUE "00".
           88  WS-CUST-OK                        VALUE "00".
       01  WS-DELT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DELT-OK                        VALUE "00".
       01  WS-CRMD-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CRMD-OK                        VALUE "00".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-CRM-FEED-OPERATOR        PIC X(08) VALUE "CRMFEED ".
       01  WS-TOUCHED-TABLE.
           05  WS-TCH-ENTRY OCCURS 2000 TIMES.
               10  WS-TCH-CUST-ID      PIC X(06).
               10  WS-TCH-ACTION       PIC X(01).
               10  WS-TCH-CRM-ONLY     PIC X(01).
                   88  WS-TCH-FROM-CRM-ONLY      VALUE "Y".
       77  WS-TCH-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-TCH-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-TCH-MATCH-IDX            PIC 9(04) COMP VALUE ZERO.
       01  WS-TCH-FULL-SWITCH          PIC X(01) VALUE "N".
           88  WS-TCH-TABLE-FULL                 VALUE "Y".
       77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-CRM-EXTRACT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-MASKED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-UNDELIVERABLE-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-MASK-30                  PIC X(30) VALUE ALL "*".
       01  WS-MASK-46                  PIC X(46) VALUE ALL "*".

               MOVE ZERO TO WS-TCH-COUNT
           END-IF.
           OPEN OUTPUT DELTA-EXTRACT-FILE.
           OPEN OUTPUT CRM-EXTRACT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-COLLECT-ONE-TOUCH - COLLECT EACH CUSTOMER TOUCHED    *
      * TODAY ONCE.  AN "A" ADD STAYS AN ADD EVEN WHEN THE SAME   *
      * CUSTOMER WAS ALSO CHANGED LATER IN THE DAY.  A CUSTOMER   *
      * TOUCHED ONLY BY THE CRM'S OWN FEED IS MARKED SO THE CRM   *
      * COPY CAN LEAVE IT OUT.                                    *
      *-----------------------------------------------------------*
       2000-COLLECT-ONE-TOUCH.
           READ CUSTOMER-AUDIT-FILE
               IF WS-TCH-ACTION(WS-TCH-MATCH-IDX) NOT = "A"
                   MOVE CA-ACTION TO WS-TCH-ACTION(WS-TCH-MATCH-IDX)
               END-IF
               IF CA-OPERATOR-ID NOT = WS-CRM-FEED-OPERATOR
                   MOVE "N" TO WS-TCH-CRM-ONLY(WS-TCH-MATCH-IDX)
               END-IF
               GO TO 2000-COLLECT-ONE-TOUCH-EXIT
           END-IF.
           IF WS-TCH-COUNT < 2000
               MOVE CA-AFTER-CUST-ID
                   TO WS-TCH-CUST-ID(WS-TCH-COUNT)
               MOVE CA-ACTION TO WS-TCH-ACTION(WS-TCH-COUNT)
               IF CA-OPERATOR-ID = WS-CRM-FEED-OPERATOR
                   MOVE "Y" TO WS-TCH-CRM-ONLY(WS-TCH-COUNT)
               ELSE
                   MOVE "N" TO WS-TCH-CRM-ONLY(WS-TCH-COUNT)
               END-IF
           ELSE
               IF NOT WS-TCH-TABLE-FULL
                   SET WS-TCH-TABLE-FULL TO TRUE
      * 3000-EXTRACT-ONE-CUSTOMER - PULL THE CURRENT MASTER       *
      * RECORD AND WRITE THE DELTA: "A" ADD, "D" DEACTIVATED OR   *
      * MERGED, "C" OTHERWISE.  SENSITIVE RECORDS GO OUT MASKED.  *
      * A LIVE CUSTOMER ON RETURNED-MAIL HOLD GOES OUT AS "U" WITH *
      * NO ADDRESS.  THE SAME RECORD GOES TO THE CRM COPY UNLESS  *
      * THE CRM'S OWN FEED WAS THE ONLY TOUCH.                    *
      *-----------------------------------------------------------*
       3000-EXTRACT-ONE-CUSTOMER.
           MOVE WS-TCH-CUST-ID(WS-TCH-IDX) TO CM-CUST-ID.
                   MOVE "C" TO DX-ACTION
               END-IF
           END-IF.
           IF DX-ACTION NOT = "D"
               AND CM-STMT-RETURNED-MAIL
               MOVE "U" TO DX-ACTION
           END-IF.
           MOVE CM-CUST-ID     TO DX-CUST-ID.
           MOVE CM-STATUS-FLAG TO DX-STATUS-FLAG.
           IF CM-IS-SENSITIVE
               MOVE CM-NAME             TO DX-NAME
               MOVE CM-CUSTOMER-ADDRESS TO DX-ADDRESS
           END-IF.
           IF DX-ACTION = "U"
               MOVE SPACES TO DX-ADDRESS
               ADD 1 TO WS-UNDELIVERABLE-COUNT
           END-IF.
           WRITE DELTA-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           IF NOT WS-TCH-FROM-CRM-ONLY(WS-TCH-IDX)
               WRITE CRM-EXTRACT-RECORD FROM DELTA-EXTRACT-RECORD
               ADD 1 TO WS-CRM-EXTRACT-COUNT
           END-IF.
       3000-EXTRACT-ONE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE RECORD-COUNT TRAILERS AND      *
      * REPORT THE RUN.                                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE WS-EXTRACT-COUNT TO DT-RECORD-COUNT.
           WRITE DELTA-EXTRACT-RECORD.
           CLOSE DELTA-EXTRACT-FILE.
           MOVE SPACES               TO DELTA-EXTRACT-RECORD.
           MOVE "T"                  TO DT-RECORD-TYPE.
           MOVE WS-CRM-EXTRACT-COUNT TO DT-RECORD-COUNT.
           WRITE CRM-EXTRACT-RECORD FROM DELTA-EXTRACT-RECORD.
           CLOSE CRM-EXTRACT-FILE.
           IF WS-CUST-OK
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           END-IF.
           DISPLAY "CUSTDELT: CUSTOMERS EXTRACTED = "
               WS-EXTRACT-COUNT.
           DISPLAY "CUSTDELT: SENT TO THE CRM     = "
               WS-CRM-EXTRACT-COUNT.
           DISPLAY "CUSTDELT: RECORDS MASKED      = "
               WS-MASKED-COUNT.
           DISPLAY "CUSTDELT: UNDELIVERABLE       = "
               WS-UNDELIVERABLE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

