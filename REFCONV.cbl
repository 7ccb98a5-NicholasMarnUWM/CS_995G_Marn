      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of every catalogued file whose
      * layout grew by the sixteen-byte transaction reference, so the
      * items already on them at the cutover can still be read.  Each
      * layout is a pair of DD names - the old file under the "O" name
      * and the converted copy under the "N" name - and the swap is a
      * rename after the run is verified, like the other cutover
      * converters.  A pair whose old file is not supplied is skipped,
      * so one step can be run per file or per generation: TRANIMGO/N
      * for any 28-byte transaction image (ADDSTAGE, ADDDAY, the
      * FEEHIST and INTHIST generations, a feeder batch waiting on
      * its slot) becoming 44, ADDLATEO/N 44 to 60, ADDOUTO/N 57 to 73
      * for each ADDOUT generation, ADDEXCPO/N 24 to 40, EXCPDSPO/N
      * for EXCPDISP 39 to 55, ADDSUSPO/N 33 to 49, HOLDO/N for
      * DORMHOLD or WLHOLD 32 to 48, DISPLDGO/N 80 to 96, GLSUSPO/N 40
      * to 56, GLJRNLO/N 50 to 66 for each GLJRNL generation, and
      * FUTRWHSO/N for the keyed FUTRWHS warehouse 84 to 100.  On
      * every file but the warehouse the reference is the last field
      * of the detail and the trailers only widen their filler, so
      * each record is carried whole and padded with spaces; on the
      * warehouse the reference sits inside the transaction detail,
      * behind the branch code, and is inserted there.  Every item
      * converts with a blank reference - nothing issued before the
      * cutover carried one - and a blank reference is carried and
      * posted like any other, it simply cannot be traced on TXNLINE.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRAN-IMAGE-FILE ASSIGN TO "TRANIMGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-TRAN-IMAGE-FILE ASSIGN TO "TRANIMGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-CARRY-OVER-FILE ASSIGN TO "ADDLATEO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-CARRY-OVER-FILE ASSIGN TO "ADDLATEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-POSTED-OUT-FILE ASSIGN TO "ADDOUTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-POSTED-OUT-FILE ASSIGN TO "ADDOUTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-EXCEPTION-FILE ASSIGN TO "ADDEXCPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-EXCEPTION-FILE ASSIGN TO "ADDEXCPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-DISPOSITION-FILE ASSIGN TO "EXCPDSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-DISPOSITION-FILE ASSIGN TO "EXCPDSPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-SUSPECT-FILE ASSIGN TO "ADDSUSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SUSPECT-FILE ASSIGN TO "ADDSUSPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-HOLD-QUEUE-FILE ASSIGN TO "HOLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-HOLD-QUEUE-FILE ASSIGN TO "HOLDN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-DISPUTE-LEDGER-FILE ASSIGN TO "DISPLDGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-DISPUTE-LEDGER-FILE ASSIGN TO "DISPLDGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "GLSUSPO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO "GLSUSPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-JOURNAL-FILE ASSIGN TO "GLJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-JOURNAL-FILE ASSIGN TO "GLJRNLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-WAREHOUSE-FILE ASSIGN TO "FUTRWHSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-WAREHOUSE-FILE ASSIGN TO "FUTRWHSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NW-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRAN-IMAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  OLD-TRAN-IMAGE-RECORD
                                        PIC X(28).

       FD  NEW-TRAN-IMAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  NEW-TRAN-IMAGE-RECORD
                                        PIC X(44).

       FD  OLD-CARRY-OVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  OLD-CARRY-OVER-RECORD        PIC X(44).

       FD  NEW-CARRY-OVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  NEW-CARRY-OVER-RECORD        PIC X(60).

       FD  OLD-POSTED-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01  OLD-POSTED-OUT-RECORD        PIC X(57).

       FD  NEW-POSTED-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  NEW-POSTED-OUT-RECORD        PIC X(73).

       FD  OLD-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01  OLD-EXCEPTION-RECORD         PIC X(24).

       FD  NEW-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  NEW-EXCEPTION-RECORD         PIC X(40).

       FD  OLD-DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       01  OLD-DISPOSITION-RECORD       PIC X(39).

       FD  NEW-DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  NEW-DISPOSITION-RECORD       PIC X(55).

       FD  OLD-SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01  OLD-SUSPECT-RECORD           PIC X(33).

       FD  NEW-SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  NEW-SUSPECT-RECORD           PIC X(49).

       FD  OLD-HOLD-QUEUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01  OLD-HOLD-QUEUE-RECORD        PIC X(32).

       FD  NEW-HOLD-QUEUE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01  NEW-HOLD-QUEUE-RECORD        PIC X(48).

       FD  OLD-DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  OLD-DISPUTE-LEDGER-RECORD    PIC X(80).

       FD  NEW-DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01  NEW-DISPUTE-LEDGER-RECORD    PIC X(96).

       FD  OLD-SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OLD-SUSPENSE-RECORD   PIC X(40).

       FD  NEW-SUSPENSE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01  NEW-SUSPENSE-RECORD   PIC X(56).

       FD  OLD-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  OLD-JOURNAL-RECORD           PIC X(50).

       FD  NEW-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  NEW-JOURNAL-RECORD           PIC X(66).

       FD  OLD-WAREHOUSE-FILE.
       01  OLD-WAREHOUSE-RECORD.
           05  OW-KEY                  PIC X(21).
           05  OW-TRAN-DETAIL          PIC X(24).
           05  OW-TRAILING-PORTION     PIC X(39).

       FD  NEW-WAREHOUSE-FILE.
       01  NEW-WAREHOUSE-RECORD.
           05  NW-KEY                  PIC X(21).
           05  NW-TRAN-DETAIL          PIC X(24).
           05  NW-TXN-REF              PIC X(16).
           05  NW-TRAILING-PORTION     PIC X(39).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OLD-OK                         VALUE "00".
       01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NEW-OK                         VALUE "00".
       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-EOF                        VALUE "Y".
       01  WS-PAIR-OLD-NAME            PIC X(08) VALUE SPACES.
       01  WS-PAIR-NEW-NAME            PIC X(08) VALUE SPACES.
       77  WS-PAIR-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-PAIR-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CONVERTED-PAIRS          PIC 9(03) COMP VALUE ZERO.
       77  WS-SKIPPED-PAIRS            PIC 9(03) COMP VALUE ZERO.
       77  WS-REFUSED-PAIRS            PIC 9(03) COMP VALUE ZERO.
       01  WS-COUNT-EDIT               PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE.
           PERFORM 2100-CONVERT-TRAN-IMAGE
               THRU 2100-CONVERT-TRAN-IMAGE-EXIT.
           PERFORM 2200-CONVERT-CARRY-OVER
               THRU 2200-CONVERT-CARRY-OVER-EXIT.
           PERFORM 2300-CONVERT-POSTED-OUT
               THRU 2300-CONVERT-POSTED-OUT-EXIT.
           PERFORM 2400-CONVERT-EXCEPTION
               THRU 2400-CONVERT-EXCEPTION-EXIT.
           PERFORM 2500-CONVERT-DISPOSITION
               THRU 2500-CONVERT-DISPOSITION-EXIT.
           PERFORM 2600-CONVERT-SUSPECT
               THRU 2600-CONVERT-SUSPECT-EXIT.
           PERFORM 2700-CONVERT-HOLD-QUEUE
               THRU 2700-CONVERT-HOLD-QUEUE-EXIT.
           PERFORM 2800-CONVERT-DISPUTE-LEDGER
               THRU 2800-CONVERT-DISPUTE-LEDGER-EXIT.
           PERFORM 2900-CONVERT-SUSPENSE
               THRU 2900-CONVERT-SUSPENSE-EXIT.
           PERFORM 3000-CONVERT-JOURNAL
               THRU 3000-CONVERT-JOURNAL-EXIT.
           PERFORM 3100-CONVERT-WAREHOUSE
               THRU 3100-CONVERT-WAREHOUSE-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1100-START-PAIR - RESET THE COUNTS AND END-OF-FILE SWITCH *
      * FOR THE NEXT PAIR.                                        *
      *-----------------------------------------------------------*
       1100-START-PAIR.
           MOVE "N"  TO WS-OLD-EOF-SWITCH.
           MOVE ZERO TO WS-PAIR-COUNT.
           MOVE ZERO TO WS-PAIR-REJECT-COUNT.
       1100-START-PAIR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100 TO 3000 - THE SEQUENTIAL PAIRS.  THE NEW RECORD      *
      * IS THE OLD ONE PADDED WITH SPACES, WHICH IS A BLANK       *
      * REFERENCE ON A DETAIL AND WIDER FILLER ON A HEADER OR     *
      * TRAILER.                                                  *
      *-----------------------------------------------------------*
       2100-CONVERT-TRAN-IMAGE.
           MOVE "TRANIMGO" TO WS-PAIR-OLD-NAME.
           MOVE "TRANIMGN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-TRAN-IMAGE-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2100-CONVERT-TRAN-IMAGE-EXIT
           END-IF.
           OPEN OUTPUT NEW-TRAN-IMAGE-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-TRAN-IMAGE-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2100-CONVERT-TRAN-IMAGE-EXIT
           END-IF.
           PERFORM 2110-COPY-ONE-TRAN-IMAGE
               THRU 2110-COPY-ONE-TRAN-IMAGE-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-TRAN-IMAGE-FILE.
           CLOSE NEW-TRAN-IMAGE-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2100-CONVERT-TRAN-IMAGE-EXIT.
           EXIT.

       2110-COPY-ONE-TRAN-IMAGE.
           READ OLD-TRAN-IMAGE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2110-COPY-ONE-TRAN-IMAGE-EXIT
           END-READ.
           MOVE OLD-TRAN-IMAGE-RECORD TO NEW-TRAN-IMAGE-RECORD.
           WRITE NEW-TRAN-IMAGE-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2110-COPY-ONE-TRAN-IMAGE-EXIT.
           EXIT.

       2200-CONVERT-CARRY-OVER.
           MOVE "ADDLATEO" TO WS-PAIR-OLD-NAME.
           MOVE "ADDLATEN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-CARRY-OVER-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2200-CONVERT-CARRY-OVER-EXIT
           END-IF.
           OPEN OUTPUT NEW-CARRY-OVER-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-CARRY-OVER-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2200-CONVERT-CARRY-OVER-EXIT
           END-IF.
           PERFORM 2210-COPY-ONE-CARRY-OVER
               THRU 2210-COPY-ONE-CARRY-OVER-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-CARRY-OVER-FILE.
           CLOSE NEW-CARRY-OVER-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2200-CONVERT-CARRY-OVER-EXIT.
           EXIT.

       2210-COPY-ONE-CARRY-OVER.
           READ OLD-CARRY-OVER-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2210-COPY-ONE-CARRY-OVER-EXIT
           END-READ.
           MOVE OLD-CARRY-OVER-RECORD TO NEW-CARRY-OVER-RECORD.
           WRITE NEW-CARRY-OVER-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2210-COPY-ONE-CARRY-OVER-EXIT.
           EXIT.

       2300-CONVERT-POSTED-OUT.
           MOVE "ADDOUTO" TO WS-PAIR-OLD-NAME.
           MOVE "ADDOUTN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-POSTED-OUT-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2300-CONVERT-POSTED-OUT-EXIT
           END-IF.
           OPEN OUTPUT NEW-POSTED-OUT-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-POSTED-OUT-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2300-CONVERT-POSTED-OUT-EXIT
           END-IF.
           PERFORM 2310-COPY-ONE-POSTED-OUT
               THRU 2310-COPY-ONE-POSTED-OUT-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-POSTED-OUT-FILE.
           CLOSE NEW-POSTED-OUT-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2300-CONVERT-POSTED-OUT-EXIT.
           EXIT.

       2310-COPY-ONE-POSTED-OUT.
           READ OLD-POSTED-OUT-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2310-COPY-ONE-POSTED-OUT-EXIT
           END-READ.
           MOVE OLD-POSTED-OUT-RECORD TO NEW-POSTED-OUT-RECORD.
           WRITE NEW-POSTED-OUT-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2310-COPY-ONE-POSTED-OUT-EXIT.
           EXIT.

       2400-CONVERT-EXCEPTION.
           MOVE "ADDEXCPO" TO WS-PAIR-OLD-NAME.
           MOVE "ADDEXCPN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-EXCEPTION-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2400-CONVERT-EXCEPTION-EXIT
           END-IF.
           OPEN OUTPUT NEW-EXCEPTION-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-EXCEPTION-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2400-CONVERT-EXCEPTION-EXIT
           END-IF.
           PERFORM 2410-COPY-ONE-EXCEPTION
               THRU 2410-COPY-ONE-EXCEPTION-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-EXCEPTION-FILE.
           CLOSE NEW-EXCEPTION-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2400-CONVERT-EXCEPTION-EXIT.
           EXIT.

       2410-COPY-ONE-EXCEPTION.
           READ OLD-EXCEPTION-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2410-COPY-ONE-EXCEPTION-EXIT
           END-READ.
           MOVE OLD-EXCEPTION-RECORD TO NEW-EXCEPTION-RECORD.
           WRITE NEW-EXCEPTION-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2410-COPY-ONE-EXCEPTION-EXIT.
           EXIT.

       2500-CONVERT-DISPOSITION.
           MOVE "EXCPDSPO" TO WS-PAIR-OLD-NAME.
           MOVE "EXCPDSPN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-DISPOSITION-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2500-CONVERT-DISPOSITION-EXIT
           END-IF.
           OPEN OUTPUT NEW-DISPOSITION-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-DISPOSITION-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2500-CONVERT-DISPOSITION-EXIT
           END-IF.
           PERFORM 2510-COPY-ONE-DISPOSITION
               THRU 2510-COPY-ONE-DISPOSITION-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-DISPOSITION-FILE.
           CLOSE NEW-DISPOSITION-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2500-CONVERT-DISPOSITION-EXIT.
           EXIT.

       2510-COPY-ONE-DISPOSITION.
           READ OLD-DISPOSITION-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2510-COPY-ONE-DISPOSITION-EXIT
           END-READ.
           MOVE OLD-DISPOSITION-RECORD TO NEW-DISPOSITION-RECORD.
           WRITE NEW-DISPOSITION-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2510-COPY-ONE-DISPOSITION-EXIT.
           EXIT.

       2600-CONVERT-SUSPECT.
           MOVE "ADDSUSPO" TO WS-PAIR-OLD-NAME.
           MOVE "ADDSUSPN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-SUSPECT-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2600-CONVERT-SUSPECT-EXIT
           END-IF.
           OPEN OUTPUT NEW-SUSPECT-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-SUSPECT-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2600-CONVERT-SUSPECT-EXIT
           END-IF.
           PERFORM 2610-COPY-ONE-SUSPECT
               THRU 2610-COPY-ONE-SUSPECT-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-SUSPECT-FILE.
           CLOSE NEW-SUSPECT-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2600-CONVERT-SUSPECT-EXIT.
           EXIT.

       2610-COPY-ONE-SUSPECT.
           READ OLD-SUSPECT-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2610-COPY-ONE-SUSPECT-EXIT
           END-READ.
           MOVE OLD-SUSPECT-RECORD TO NEW-SUSPECT-RECORD.
           WRITE NEW-SUSPECT-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2610-COPY-ONE-SUSPECT-EXIT.
           EXIT.

       2700-CONVERT-HOLD-QUEUE.
           MOVE "HOLDO" TO WS-PAIR-OLD-NAME.
           MOVE "HOLDN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-HOLD-QUEUE-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2700-CONVERT-HOLD-QUEUE-EXIT
           END-IF.
           OPEN OUTPUT NEW-HOLD-QUEUE-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-HOLD-QUEUE-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2700-CONVERT-HOLD-QUEUE-EXIT
           END-IF.
           PERFORM 2710-COPY-ONE-HOLD-QUEUE
               THRU 2710-COPY-ONE-HOLD-QUEUE-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-HOLD-QUEUE-FILE.
           CLOSE NEW-HOLD-QUEUE-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2700-CONVERT-HOLD-QUEUE-EXIT.
           EXIT.

       2710-COPY-ONE-HOLD-QUEUE.
           READ OLD-HOLD-QUEUE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2710-COPY-ONE-HOLD-QUEUE-EXIT
           END-READ.
           MOVE OLD-HOLD-QUEUE-RECORD TO NEW-HOLD-QUEUE-RECORD.
           WRITE NEW-HOLD-QUEUE-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2710-COPY-ONE-HOLD-QUEUE-EXIT.
           EXIT.

       2800-CONVERT-DISPUTE-LEDGER.
           MOVE "DISPLDGO" TO WS-PAIR-OLD-NAME.
           MOVE "DISPLDGN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-DISPUTE-LEDGER-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2800-CONVERT-DISPUTE-LEDGER-EXIT
           END-IF.
           OPEN OUTPUT NEW-DISPUTE-LEDGER-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-DISPUTE-LEDGER-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2800-CONVERT-DISPUTE-LEDGER-EXIT
           END-IF.
           PERFORM 2810-COPY-ONE-DISPUTE-LEDGER
               THRU 2810-COPY-ONE-DISPUTE-LEDGER-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-DISPUTE-LEDGER-FILE.
           CLOSE NEW-DISPUTE-LEDGER-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2800-CONVERT-DISPUTE-LEDGER-EXIT.
           EXIT.

       2810-COPY-ONE-DISPUTE-LEDGER.
           READ OLD-DISPUTE-LEDGER-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2810-COPY-ONE-DISPUTE-LEDGER-EXIT
           END-READ.
           MOVE OLD-DISPUTE-LEDGER-RECORD TO NEW-DISPUTE-LEDGER-RECORD.
           WRITE NEW-DISPUTE-LEDGER-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2810-COPY-ONE-DISPUTE-LEDGER-EXIT.
           EXIT.

       2900-CONVERT-SUSPENSE.
           MOVE "GLSUSPO" TO WS-PAIR-OLD-NAME.
           MOVE "GLSUSPN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 2900-CONVERT-SUSPENSE-EXIT
           END-IF.
           OPEN OUTPUT NEW-SUSPENSE-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-SUSPENSE-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 2900-CONVERT-SUSPENSE-EXIT
           END-IF.
           PERFORM 2910-COPY-ONE-SUSPENSE
               THRU 2910-COPY-ONE-SUSPENSE-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-SUSPENSE-FILE.
           CLOSE NEW-SUSPENSE-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       2900-CONVERT-SUSPENSE-EXIT.
           EXIT.

       2910-COPY-ONE-SUSPENSE.
           READ OLD-SUSPENSE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2910-COPY-ONE-SUSPENSE-EXIT
           END-READ.
           MOVE OLD-SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD.
           WRITE NEW-SUSPENSE-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       2910-COPY-ONE-SUSPENSE-EXIT.
           EXIT.

       3000-CONVERT-JOURNAL.
           MOVE "GLJRNLO" TO WS-PAIR-OLD-NAME.
           MOVE "GLJRNLN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 3000-CONVERT-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT NEW-JOURNAL-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-JOURNAL-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 3000-CONVERT-JOURNAL-EXIT
           END-IF.
           PERFORM 3010-COPY-ONE-JOURNAL
               THRU 3010-COPY-ONE-JOURNAL-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-JOURNAL-FILE.
           CLOSE NEW-JOURNAL-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       3000-CONVERT-JOURNAL-EXIT.
           EXIT.

       3010-COPY-ONE-JOURNAL.
           READ OLD-JOURNAL-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 3010-COPY-ONE-JOURNAL-EXIT
           END-READ.
           MOVE OLD-JOURNAL-RECORD TO NEW-JOURNAL-RECORD.
           WRITE NEW-JOURNAL-RECORD.
           ADD 1 TO WS-PAIR-COUNT.
       3010-COPY-ONE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CONVERT-WAREHOUSE - KEY AND DETAIL CARRIED ACROSS, A *
      * BLANK REFERENCE INSERTED AT THE END OF THE DETAIL, AND    *
      * THE SOURCE, STATUS AND AUDIT FIELDS CARRIED BEHIND IT.    *
      *-----------------------------------------------------------*
       3100-CONVERT-WAREHOUSE.
           MOVE "FUTRWHSO" TO WS-PAIR-OLD-NAME.
           MOVE "FUTRWHSN" TO WS-PAIR-NEW-NAME.
           PERFORM 1100-START-PAIR
               THRU 1100-START-PAIR-EXIT.
           OPEN INPUT OLD-WAREHOUSE-FILE.
           IF NOT WS-OLD-OK
               PERFORM 8100-REPORT-SKIPPED
                   THRU 8100-REPORT-SKIPPED-EXIT
               GO TO 3100-CONVERT-WAREHOUSE-EXIT
           END-IF.
           OPEN OUTPUT NEW-WAREHOUSE-FILE.
           IF NOT WS-NEW-OK
               CLOSE OLD-WAREHOUSE-FILE
               PERFORM 8200-REPORT-REFUSED
                   THRU 8200-REPORT-REFUSED-EXIT
               GO TO 3100-CONVERT-WAREHOUSE-EXIT
           END-IF.
           PERFORM 3110-COPY-ONE-WAREHOUSE-ITEM
               THRU 3110-COPY-ONE-WAREHOUSE-ITEM-EXIT
               UNTIL WS-OLD-EOF.
           CLOSE OLD-WAREHOUSE-FILE.
           CLOSE NEW-WAREHOUSE-FILE.
           PERFORM 8000-REPORT-PAIR
               THRU 8000-REPORT-PAIR-EXIT.
       3100-CONVERT-WAREHOUSE-EXIT.
           EXIT.

       3110-COPY-ONE-WAREHOUSE-ITEM.
           READ OLD-WAREHOUSE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 3110-COPY-ONE-WAREHOUSE-ITEM-EXIT
           END-READ.
           MOVE OW-KEY              TO NW-KEY.
           MOVE OW-TRAN-DETAIL      TO NW-TRAN-DETAIL.
           MOVE SPACES              TO NW-TXN-REF.
           MOVE OW-TRAILING-PORTION TO NW-TRAILING-PORTION.
           WRITE NEW-WAREHOUSE-RECORD
               INVALID KEY
                   DISPLAY "REFCONV: ITEM " OW-KEY
                       " NOT WRITTEN - STATUS " WS-NEW-FILE-STATUS
                   ADD 1 TO WS-PAIR-REJECT-COUNT
                   GO TO 3110-COPY-ONE-WAREHOUSE-ITEM-EXIT
           END-WRITE.
           ADD 1 TO WS-PAIR-COUNT.
       3110-COPY-ONE-WAREHOUSE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REPORT-PAIR - ONE LINE PER PAIR CONVERTED.  A        *
      * WAREHOUSE ITEM THAT COULD NOT BE WRITTEN RAISES THE       *
      * RETURN CODE SO THE RENAME IS NOT MADE.                    *
      *-----------------------------------------------------------*
       8000-REPORT-PAIR.
           ADD 1 TO WS-CONVERTED-PAIRS.
           MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
           DISPLAY "REFCONV: " WS-PAIR-OLD-NAME " TO "
               WS-PAIR-NEW-NAME " - " WS-COUNT-EDIT
               " RECORDS CONVERTED.".
           IF WS-PAIR-REJECT-COUNT > 0
               MOVE WS-PAIR-REJECT-COUNT TO WS-COUNT-EDIT
               DISPLAY "REFCONV: " WS-PAIR-OLD-NAME " - "
                   WS-COUNT-EDIT " RECORDS NOT WRITTEN."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8000-REPORT-PAIR-EXIT.
           EXIT.

       8100-REPORT-SKIPPED.
           ADD 1 TO WS-SKIPPED-PAIRS.
           DISPLAY "REFCONV: " WS-PAIR-OLD-NAME
               " NOT SUPPLIED - SKIPPED.".
       8100-REPORT-SKIPPED-EXIT.
           EXIT.

       8200-REPORT-REFUSED.
           ADD 1 TO WS-REFUSED-PAIRS.
           DISPLAY "REFCONV: " WS-PAIR-NEW-NAME
               " COULD NOT BE OPENED - STATUS " WS-NEW-FILE-STATUS
               " - " WS-PAIR-OLD-NAME " NOT CONVERTED.".
           MOVE 12 TO RETURN-CODE.
       8200-REPORT-REFUSED-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "REFCONV: PAIRS CONVERTED = " WS-CONVERTED-PAIRS.
           DISPLAY "REFCONV: PAIRS SKIPPED   = " WS-SKIPPED-PAIRS.
           DISPLAY "REFCONV: PAIRS REFUSED   = " WS-REFUSED-PAIRS.
           IF WS-CONVERTED-PAIRS = 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM REFCONV.
