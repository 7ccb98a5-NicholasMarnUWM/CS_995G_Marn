      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: One-time conversion of the FUTRWHS future-dated
      * warehouse from the 80-byte layout to the 84-byte layout that
      * carries the keying branch inside the transaction detail.  The
      * old-layout warehouse is read under the FUTRWHSO name and the
      * new one is built under FUTRWHSN, so the swap is a rename
      * after the run is verified, the way ADDRCONV swaps the
      * customer master.  Every item converts with a blank branch -
      * work warehoused before the cutover was never keyed under one,
      * and a blank branch books to the customer's home branch when
      * the item is released.  Held, released and cancelled items are
      * carried alike so the warehouse history is unbroken.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWHSCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-WAREHOUSE-FILE ASSIGN TO "FUTRWHSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-WAREHOUSE-FILE ASSIGN TO "FUTRWHSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-WAREHOUSE-FILE.
       01  OLD-WAREHOUSE-RECORD.
           05  OW-KEY                  PIC X(21).
           05  OW-TRAN-DETAIL          PIC X(24).
           05  OW-TRAILING-PORTION     PIC X(35).

       FD  NEW-WAREHOUSE-FILE.
       01  FUTURE-WAREHOUSE-RECORD.
           05  FW-KEY.
               10  FW-VALUE-DATE       PIC X(08).
               10  FW-ENTRY-DATE       PIC X(08).
               10  FW-ENTRY-SEQ        PIC 9(05).
           05  FW-TRAN-DETAIL.
               10  FW-TRAN-CODE        PIC X(01).
               10  FW-CUST-ID          PIC 9(06).
               10  FW-NUM1             PIC 9(05)V9(02).
               10  FW-NUM2             PIC 9(05)V9(02).
               10  FW-CURRENCY-CODE    PIC X(03).
               10  FW-BRANCH-CODE      PIC X(04).
           05  FW-TRAILING-PORTION     PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-OLD-OK                         VALUE "00".
       01  WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-NEW-OK                         VALUE "00".
       01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-OLD-EOF                        VALUE "Y".
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CONVERT-ONE-RECORD
               THRU 2000-CONVERT-ONE-RECORD-EXIT
               UNTIL WS-OLD-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT OLD-WAREHOUSE-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "FWHSCONV: FUTRWHSO COULD NOT BE OPENED - ",
                   "NOTHING CONVERTED."
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT NEW-WAREHOUSE-FILE.
           IF NOT WS-NEW-OK
               DISPLAY "FWHSCONV: FUTRWHSN COULD NOT BE OPENED - ",
                   "STATUS " WS-NEW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CONVERT-ONE-RECORD - KEY AND DETAIL CARRIED ACROSS,  *
      * A BLANK BRANCH INSERTED AT THE END OF THE DETAIL, AND THE *
      * SOURCE, STATUS AND AUDIT FIELDS CARRIED BEHIND IT.        *
      *-----------------------------------------------------------*
       2000-CONVERT-ONE-RECORD.
           READ OLD-WAREHOUSE-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE OW-KEY              TO FW-KEY.
           MOVE OW-TRAN-DETAIL      TO FW-TRAN-DETAIL.
           MOVE SPACES              TO FW-BRANCH-CODE.
           MOVE OW-TRAILING-PORTION TO FW-TRAILING-PORTION.
           WRITE FUTURE-WAREHOUSE-RECORD
               INVALID KEY
                   DISPLAY "FWHSCONV: ITEM " OW-KEY
                       " NOT WRITTEN - STATUS " WS-NEW-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2000-CONVERT-ONE-RECORD-EXIT
           END-WRITE.
           ADD 1 TO WS-WRITTEN-COUNT.
       2000-CONVERT-ONE-RECORD-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-OLD-OK OR WS-OLD-EOF
               CLOSE OLD-WAREHOUSE-FILE
           END-IF.
           IF WS-NEW-OK
               CLOSE NEW-WAREHOUSE-FILE
           END-IF.
           DISPLAY "FWHSCONV: ITEMS READ      = " WS-READ-COUNT.
           DISPLAY "FWHSCONV: ITEMS CONVERTED = " WS-WRITTEN-COUNT.
           DISPLAY "FWHSCONV: ITEMS REJECTED  = " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FWHSCONV.
