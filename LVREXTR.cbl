      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly large-value regulatory extract.  Tonight's
      * ADDOUT - every batch the posting run took, counter work from
      * TELLER included, since ADDMERGE folds ADDDAY into the same
      * ADDTRANM - is sorted by customer and each customer's base-
      * currency activity for the day is totalled, a reversal
      * netting off the add it undoes.  Every customer whose total
      * is over the LVRCTL reporting threshold is written to the
      * LVREXT extract: a customer record carrying the name, address
      * and date of birth from CUSTMAS and the day's total, followed
      * by one record per transaction, the whole file framed by a
      * header and a count-and-amount trailer.  Each filing is logged
      * on the LVRLOG filing log by customer and activity date, and a
      * customer already logged for the day is not filed again, so a
      * rerun of the step cannot report anyone twice.  The LVRRPT
      * listing shows each customer over the threshold and whether
      * it was filed tonight or had been already.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT CARRIES THE BOOKED BRANCH CODE (57
      *                 BYTES).
      * 10/15/2026  NM  ADDOUT LAYOUT WIDENED TO 73 BYTES FOR THE
      *                 TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVREXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LVR-CTL-FILE ASSIGN TO "LVRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT LVR-LOG-FILE ASSIGN TO "LVRLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LF-KEY
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT LVR-EXTRACT-FILE ASSIGN TO "LVREXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT LVR-REPORT-FILE ASSIGN TO "LVRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LVR-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01  LVR-CTL-RECORD.
           05  LC-THRESHOLD            PIC 9(09)V9(02).

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
               88  OUT-IS-REVERSAL               VALUE "R".
               88  OUT-IS-TRAILER                VALUE "T".
           05  OUT-CUST-ID             PIC 9(06).
           05  OUT-NUM1                PIC 9(05)V9(02).
           05  OUT-NUM2                PIC 9(05)V9(02).
           05  OUT-NUM3                PIC 9(06)V9(02).
           05  OUT-CURRENCY-CODE       PIC X(03).
           05  OUT-BASE-NUM3           PIC 9(09)V9(04).
           05  OUT-SETTLE-DATE         PIC X(08).
           05  OUT-BRANCH-CODE         PIC X(04).
           05  OUT-TXN-REF             PIC X(16).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CUST-ID              PIC 9(06).
           05  SW-SEQUENCE             PIC 9(07).
           05  SW-TRAN-CODE            PIC X(01).
           05  SW-CURRENCY-CODE        PIC X(03).
           05  SW-NUM3                 PIC 9(06)V9(02).
           05  SW-BASE-NUM3            PIC 9(09)V9(04).
           05  SW-SETTLE-DATE          PIC X(08).

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
               88  CM-IS-DORMANT                 VALUE "D".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
               88  CM-SUPPRESS-NO-ACTIVITY       VALUE "Y".
           05  CM-STMT-HOLD-FLAG       PIC X(01).
               88  CM-STMT-IS-HELD               VALUE "Y".
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).
               88  CM-ID-SELF-VERIFYING          VALUE "S".

       FD  LVR-LOG-FILE.
       01  LVR-LOG-RECORD.
           05  LF-KEY.
               10  LF-CUST-ID          PIC 9(06).
               10  LF-ACTIVITY-DATE    PIC X(08).
           05  LF-FILED-DATE           PIC X(08).
           05  LF-FILED-TIME           PIC X(08).
           05  LF-BASE-TOTAL           PIC 9(11)V9(02).
           05  LF-ITEM-COUNT           PIC 9(05).
           05  FILLER                  PIC X(12).

       FD  LVR-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  LVR-CUSTOMER-RECORD.
           05  LX-RECORD-TYPE          PIC X(01).
               88  LX-IS-HEADER                  VALUE "H".
               88  LX-IS-CUSTOMER                VALUE "C".
               88  LX-IS-DETAIL                  VALUE "D".
               88  LX-IS-TRAILER                 VALUE "T".
           05  LX-CUST-ID              PIC 9(06).
           05  LX-ACTIVITY-DATE        PIC X(08).
           05  LX-NAME                 PIC X(30).
           05  LX-STREET               PIC X(20).
           05  LX-CITY                 PIC X(15).
           05  LX-REGION               PIC X(02).
           05  LX-POSTAL-CODE          PIC X(09).
           05  LX-DATE-OF-BIRTH        PIC X(08).
           05  LX-BASE-TOTAL           PIC 9(11)V9(02).
           05  LX-ITEM-COUNT           PIC 9(05).
           05  FILLER                  PIC X(03).
       01  LVR-DETAIL-RECORD REDEFINES LVR-CUSTOMER-RECORD.
           05  LD-RECORD-TYPE          PIC X(01).
           05  LD-CUST-ID              PIC 9(06).
           05  LD-ACTIVITY-DATE        PIC X(08).
           05  LD-TRAN-CODE            PIC X(01).
           05  LD-CURRENCY-CODE        PIC X(03).
           05  LD-NUM3                 PIC 9(06)V9(02).
           05  LD-BASE-NUM3            PIC 9(09)V9(04).
           05  LD-SETTLE-DATE          PIC X(08).
           05  FILLER                  PIC X(72).
       01  LVR-HEADER-RECORD REDEFINES LVR-CUSTOMER-RECORD.
           05  LH-RECORD-TYPE          PIC X(01).
           05  LH-ACTIVITY-DATE        PIC X(08).
           05  LH-THRESHOLD            PIC 9(09)V9(02).
           05  FILLER                  PIC X(100).
       01  LVR-TRAILER-RECORD REDEFINES LVR-CUSTOMER-RECORD.
           05  LT-RECORD-TYPE          PIC X(01).
           05  LT-ACTIVITY-DATE        PIC X(08).
           05  LT-CUSTOMER-COUNT       PIC 9(07).
           05  LT-DETAIL-COUNT         PIC 9(07).
           05  LT-BASE-TOTAL           PIC 9(13)V9(02).
           05  FILLER                  PIC X(82).

       FD  LVR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LVR-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CTL-OK                         VALUE "00".
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-LOG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-LOG-OK                         VALUE "00".
           88  WS-LOG-NOT-FOUND                  VALUE "35".
       01  WS-EXT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-EXT-OK                         VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-ADDOUT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-ADDOUT-EOF                     VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       01  WS-RUN-OK-SWITCH            PIC X(01) VALUE "N".
           88  WS-RUN-IS-OK                      VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-ITEM-FULL-SWITCH         PIC X(01) VALUE "N".
           88  WS-ITEM-TABLE-FULL                VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-THRESHOLD                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-CURR-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-CUS-BASE                 PIC S9(11)V9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITM-ENTRY OCCURS 1000 TIMES.
               10  WS-ITM-TRAN-CODE    PIC X(01).
               10  WS-ITM-CURRENCY     PIC X(03).
               10  WS-ITM-NUM3         PIC 9(06)V9(02).
               10  WS-ITM-BASE-NUM3    PIC 9(09)V9(04).
               10  WS-ITM-SETTLE-DATE  PIC X(08).
       77  WS-ITM-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  WS-ITM-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-CUS-ITEM-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-SEQUENCE                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAIL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-OVER-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-FILED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ALREADY-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-EXT-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-ON-FILE-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-TRUNCATED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-LOG-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-EXT-BASE-TOTAL           PIC 9(13)V9(02) VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(38)
               VALUE "LVREXTR - LARGE-VALUE EXTRACT  DATE ".
           05  WS-RH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(13) VALUE "  THRESHOLD ".
           05  WS-RH1-THRESHOLD        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40)
               VALUE "CUST   NAME                            ".
           05  FILLER                  PIC X(40)
               VALUE "  ITEMS      BASE TOTAL  STATUS".
       01  WS-RPT-DETAIL.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NAME              PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-ITEMS             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-BASE-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(14).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE "FILED TONIGHT = ".
           05  WS-RT-FILED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(20)
               VALUE "   ALREADY FILED = ".
           05  WS-RT-ALREADY           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-RUN-IS-OK
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CUST-ID
                   ON ASCENDING KEY SW-SEQUENCE
                   INPUT PROCEDURE IS 2000-RELEASE-RECORDS
                       THRU 2000-RELEASE-RECORDS-EXIT
                   OUTPUT PROCEDURE IS 3000-BUILD-EXTRACT
                       THRU 3000-BUILD-EXTRACT-EXIT
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE THRESHOLD FROM LVRCTL AND OPEN  *
      * TONIGHT'S ADDOUT, THE FILING LOG (CREATED EMPTY WHEN       *
      * GENUINELY ABSENT), CUSTMAS, THE EXTRACT AND THE LISTING.   *
      * WITH NO THRESHOLD, NO ADDOUT, NO LOG OR NO EXTRACT THERE   *
      * IS NOTHING SAFE TO FILE AND THE STEP ENDS RETURN-CODE 12.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LVR-CTL-FILE.
           IF NOT WS-CTL-OK
               DISPLAY "LVREXTR: NO LVRCTL - REPORTING THRESHOLD ",
                   "UNKNOWN - NOTHING FILED."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           READ LVR-CTL-FILE
               AT END
                   MOVE ZERO TO LC-THRESHOLD
           END-READ.
           CLOSE LVR-CTL-FILE.
           IF LC-THRESHOLD IS NOT NUMERIC
               OR LC-THRESHOLD = ZERO
               DISPLAY "LVREXTR: LVRCTL THRESHOLD MISSING OR NOT ",
                   "NUMERIC - NOTHING FILED."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE LC-THRESHOLD TO WS-THRESHOLD.
           OPEN INPUT ADDITION-OUT-FILE.
           IF NOT WS-ADDOUT-OK
               CALL "FILERR" USING "LVREXTR        ", "ADDOUT  ",
                   "OPEN-IN ", WS-ADDOUT-FILE-STATUS, "N"
               DISPLAY "LVREXTR: ADDOUT COULD NOT BE OPENED - ",
                   "NOTHING FILED."
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN I-O LVR-LOG-FILE.
           IF WS-LOG-NOT-FOUND
               OPEN OUTPUT LVR-LOG-FILE
               IF WS-LOG-OK
                   CLOSE LVR-LOG-FILE
                   OPEN I-O LVR-LOG-FILE
               END-IF
           END-IF.
           IF NOT WS-LOG-OK
               CALL "FILERR" USING "LVREXTR        ", "LVRLOG  ",
                   "OPEN-IO ", WS-LOG-FILE-STATUS, "N"
               DISPLAY "LVREXTR: LVRLOG COULD NOT BE OPENED - ",
                   "NOTHING FILED."
               CLOSE ADDITION-OUT-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT LVR-EXTRACT-FILE.
           IF NOT WS-EXT-OK
               CALL "FILERR" USING "LVREXTR        ", "LVREXT  ",
                   "OPEN-OUT", WS-EXT-FILE-STATUS, "N"
               DISPLAY "LVREXTR: LVREXT COULD NOT BE OPENED - ",
                   "NOTHING FILED."
               CLOSE ADDITION-OUT-FILE
               CLOSE LVR-LOG-FILE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           SET WS-RUN-IS-OK TO TRUE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "LVREXTR        ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "LVREXTR: CUSTMAS NOT AVAILABLE - ",
                   "CUSTOMER DETAILS LEFT BLANK ON THE EXTRACT."
           END-IF.
           MOVE SPACES           TO LVR-HEADER-RECORD.
           MOVE "H"              TO LH-RECORD-TYPE.
           MOVE WS-RUN-DATE      TO LH-ACTIVITY-DATE.
           MOVE WS-THRESHOLD     TO LH-THRESHOLD.
           WRITE LVR-HEADER-RECORD.
           OPEN OUTPUT LVR-REPORT-FILE.
           MOVE WS-RUN-DATE  TO WS-RH1-RUN-DATE.
           MOVE WS-THRESHOLD TO WS-RH1-THRESHOLD.
           WRITE LVR-REPORT-LINE FROM WS-RPT-HEADING-1.
           MOVE SPACES TO LVR-REPORT-LINE.
           WRITE LVR-REPORT-LINE.
           WRITE LVR-REPORT-LINE FROM WS-RPT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-RECORDS - FEED THE SORT WITH TONIGHT'S        *
      * DETAILS, NUMBERED SO EACH CUSTOMER'S ITEMS COME BACK IN    *
      * POSTING ORDER.  THE "T" TRAILER IS NOT ACTIVITY.           *
      *-----------------------------------------------------------*
       2000-RELEASE-RECORDS.
           PERFORM 2100-RELEASE-ONE-RECORD
               THRU 2100-RELEASE-ONE-RECORD-EXIT
               UNTIL WS-ADDOUT-EOF.
           CLOSE ADDITION-OUT-FILE.
       2000-RELEASE-RECORDS-EXIT.
           EXIT.

       2100-RELEASE-ONE-RECORD.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-ADDOUT-EOF TO TRUE
           END-READ.
           IF WS-ADDOUT-EOF
               GO TO 2100-RELEASE-ONE-RECORD-EXIT
           END-IF.
           IF OUT-IS-TRAILER
               GO TO 2100-RELEASE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-READ-COUNT.
           ADD 1 TO WS-SEQUENCE.
           MOVE OUT-CUST-ID       TO SW-CUST-ID.
           MOVE WS-SEQUENCE       TO SW-SEQUENCE.
           MOVE OUT-TRAN-CODE     TO SW-TRAN-CODE.
           MOVE OUT-CURRENCY-CODE TO SW-CURRENCY-CODE.
           MOVE OUT-NUM3          TO SW-NUM3.
           MOVE OUT-BASE-NUM3     TO SW-BASE-NUM3.
           MOVE OUT-SETTLE-DATE   TO SW-SETTLE-DATE.
           RELEASE SORT-WORK-RECORD.
       2100-RELEASE-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-EXTRACT - CONTROL-BREAK PASS OVER THE SORTED    *
      * DETAILS.  EACH CUSTOMER'S ITEMS ARE HELD UNTIL ITS TOTAL   *
      * IS KNOWN, SINCE THE CUSTOMER RECORD PRECEDES THE DETAILS.  *
      *-----------------------------------------------------------*
       3000-BUILD-EXTRACT.
           PERFORM 3100-PROCESS-ONE-SORTED
               THRU 3100-PROCESS-ONE-SORTED-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 4200-CLOSE-CUSTOMER
                   THRU 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
       3000-BUILD-EXTRACT-EXIT.
           EXIT.

       3100-PROCESS-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
           IF WS-SORT-EOF
               GO TO 3100-PROCESS-ONE-SORTED-EXIT
           END-IF.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SWITCH
               PERFORM 4300-OPEN-CUSTOMER
                   THRU 4300-OPEN-CUSTOMER-EXIT
           ELSE
               IF SW-CUST-ID NOT = WS-CURR-CUST-ID
                   PERFORM 4200-CLOSE-CUSTOMER
                       THRU 4200-CLOSE-CUSTOMER-EXIT
                   PERFORM 4300-OPEN-CUSTOMER
                       THRU 4300-OPEN-CUSTOMER-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CUS-ITEM-COUNT.
           IF SW-TRAN-CODE = "R"
               SUBTRACT SW-BASE-NUM3 FROM WS-CUS-BASE
           ELSE
               ADD SW-BASE-NUM3 TO WS-CUS-BASE
           END-IF.
           IF WS-ITM-COUNT < 1000
               ADD 1 TO WS-ITM-COUNT
               MOVE SW-TRAN-CODE     TO WS-ITM-TRAN-CODE(WS-ITM-COUNT)
               MOVE SW-CURRENCY-CODE TO WS-ITM-CURRENCY(WS-ITM-COUNT)
               MOVE SW-NUM3          TO WS-ITM-NUM3(WS-ITM-COUNT)
               MOVE SW-BASE-NUM3
                   TO WS-ITM-BASE-NUM3(WS-ITM-COUNT)
               MOVE SW-SETTLE-DATE
                   TO WS-ITM-SETTLE-DATE(WS-ITM-COUNT)
           ELSE
               SET WS-ITEM-TABLE-FULL TO TRUE
           END-IF.
       3100-PROCESS-ONE-SORTED-EXIT.
           EXIT.

       4300-OPEN-CUSTOMER.
           MOVE SW-CUST-ID TO WS-CURR-CUST-ID.
           MOVE ZERO TO WS-CUS-BASE.
           MOVE ZERO TO WS-CUS-ITEM-COUNT.
           MOVE ZERO TO WS-ITM-COUNT.
           MOVE "N"  TO WS-ITEM-FULL-SWITCH.
           ADD 1 TO WS-CUSTOMER-COUNT.
       4300-OPEN-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CLOSE-CUSTOMER - A CUSTOMER OVER THE THRESHOLD IS     *
      * FILED UNLESS LVRLOG ALREADY HOLDS A FILING FOR IT TODAY.   *
      *-----------------------------------------------------------*
       4200-CLOSE-CUSTOMER.
           IF WS-CUS-BASE NOT > WS-THRESHOLD
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           ADD 1 TO WS-OVER-COUNT.
           MOVE WS-CURR-CUST-ID TO LF-CUST-ID.
           MOVE WS-RUN-DATE     TO LF-ACTIVITY-DATE.
           READ LVR-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "ALREADY FILED " TO WS-RD-STATUS
                   PERFORM 4900-LIST-CUSTOMER
                       THRU 4900-LIST-CUSTOMER-EXIT
                   GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-READ.
           PERFORM 4400-WRITE-CUSTOMER-RECORD
               THRU 4400-WRITE-CUSTOMER-RECORD-EXIT.
           PERFORM 4500-WRITE-ONE-DETAIL
               THRU 4500-WRITE-ONE-DETAIL-EXIT
               VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > WS-ITM-COUNT.
           IF WS-ITEM-TABLE-FULL
               ADD 1 TO WS-TRUNCATED-COUNT
               DISPLAY "LVREXTR: CUSTOMER " WS-CURR-CUST-ID
                   " HAS MORE THAN 1000 ITEMS - FIRST 1000 ",
                   "EXTRACTED, TOTAL COVERS ALL."
           END-IF.
           MOVE WS-CURR-CUST-ID  TO LF-CUST-ID.
           MOVE WS-RUN-DATE      TO LF-ACTIVITY-DATE.
           MOVE WS-RUN-DATE      TO LF-FILED-DATE.
           ACCEPT LF-FILED-TIME FROM TIME.
           MOVE WS-CUS-BASE      TO LF-BASE-TOTAL.
           MOVE WS-CUS-ITEM-COUNT TO LF-ITEM-COUNT.
           WRITE LVR-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
           END-WRITE.
           ADD 1 TO WS-FILED-COUNT.
           MOVE "FILED         " TO WS-RD-STATUS.
           PERFORM 4900-LIST-CUSTOMER
               THRU 4900-LIST-CUSTOMER-EXIT.
       4200-CLOSE-CUSTOMER-EXIT.
           EXIT.

       4400-WRITE-CUSTOMER-RECORD.
           MOVE SPACES            TO LVR-CUSTOMER-RECORD.
           MOVE "C"               TO LX-RECORD-TYPE.
           MOVE WS-CURR-CUST-ID   TO LX-CUST-ID.
           MOVE WS-RUN-DATE       TO LX-ACTIVITY-DATE.
           MOVE WS-CUS-BASE       TO LX-BASE-TOTAL.
           MOVE WS-CUS-ITEM-COUNT TO LX-ITEM-COUNT.
           IF WS-CUSTMAS-AVAILABLE
               MOVE WS-CURR-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       DISPLAY "LVREXTR: CUSTOMER " WS-CURR-CUST-ID
                           " NOT ON CUSTMAS - FILED WITHOUT DETAILS."
                   NOT INVALID KEY
                       MOVE CM-NAME          TO LX-NAME
                       MOVE CM-STREET        TO LX-STREET
                       MOVE CM-CITY          TO LX-CITY
                       MOVE CM-REGION        TO LX-REGION
                       MOVE CM-POSTAL-CODE   TO LX-POSTAL-CODE
                       MOVE CM-DATE-OF-BIRTH TO LX-DATE-OF-BIRTH
               END-READ
           ELSE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF.
           WRITE LVR-CUSTOMER-RECORD.
           ADD WS-CUS-BASE TO WS-EXT-BASE-TOTAL.
       4400-WRITE-CUSTOMER-RECORD-EXIT.
           EXIT.

       4500-WRITE-ONE-DETAIL.
           MOVE SPACES            TO LVR-DETAIL-RECORD.
           MOVE "D"               TO LD-RECORD-TYPE.
           MOVE WS-CURR-CUST-ID   TO LD-CUST-ID.
           MOVE WS-RUN-DATE       TO LD-ACTIVITY-DATE.
           MOVE WS-ITM-TRAN-CODE(WS-ITM-IDX)   TO LD-TRAN-CODE.
           MOVE WS-ITM-CURRENCY(WS-ITM-IDX)    TO LD-CURRENCY-CODE.
           MOVE WS-ITM-NUM3(WS-ITM-IDX)        TO LD-NUM3.
           MOVE WS-ITM-BASE-NUM3(WS-ITM-IDX)   TO LD-BASE-NUM3.
           MOVE WS-ITM-SETTLE-DATE(WS-ITM-IDX) TO LD-SETTLE-DATE.
           WRITE LVR-DETAIL-RECORD.
           ADD 1 TO WS-EXT-DETAIL-COUNT.
       4500-WRITE-ONE-DETAIL-EXIT.
           EXIT.

       4900-LIST-CUSTOMER.
           MOVE WS-CURR-CUST-ID   TO WS-RD-CUST-ID.
           MOVE SPACES            TO WS-RD-NAME.
           IF WS-CUSTMAS-AVAILABLE
               MOVE WS-CURR-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-RD-NAME
               END-READ
           END-IF.
           MOVE WS-CUS-ITEM-COUNT TO WS-RD-ITEMS.
           MOVE WS-CUS-BASE       TO WS-RD-BASE-TOTAL.
           WRITE LVR-REPORT-LINE FROM WS-RPT-DETAIL.
       4900-LIST-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE EXTRACT WITH ITS TRAILER AND    *
      * REPORT THE RUN.                                            *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-IS-OK
               MOVE 12 TO RETURN-CODE
               GO TO 9000-TERMINATE-EXIT
           END-IF.
           MOVE SPACES              TO LVR-TRAILER-RECORD.
           MOVE "T"                 TO LT-RECORD-TYPE.
           MOVE WS-RUN-DATE         TO LT-ACTIVITY-DATE.
           MOVE WS-FILED-COUNT      TO LT-CUSTOMER-COUNT.
           MOVE WS-EXT-DETAIL-COUNT TO LT-DETAIL-COUNT.
           MOVE WS-EXT-BASE-TOTAL   TO LT-BASE-TOTAL.
           WRITE LVR-TRAILER-RECORD.
           CLOSE LVR-EXTRACT-FILE.
           CLOSE LVR-LOG-FILE.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE SPACES TO LVR-REPORT-LINE.
           WRITE LVR-REPORT-LINE.
           MOVE WS-FILED-COUNT   TO WS-RT-FILED.
           MOVE WS-ALREADY-COUNT TO WS-RT-ALREADY.
           WRITE LVR-REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           CLOSE LVR-REPORT-FILE.
           DISPLAY "LVREXTR: ADDOUT DETAILS READ      = "
               WS-DETAIL-READ-COUNT.
           DISPLAY "LVREXTR: CUSTOMERS WITH ACTIVITY = "
               WS-CUSTOMER-COUNT.
           DISPLAY "LVREXTR: OVER THE THRESHOLD      = "
               WS-OVER-COUNT.
           DISPLAY "LVREXTR: FILED TONIGHT           = "
               WS-FILED-COUNT.
           DISPLAY "LVREXTR: ALREADY FILED TODAY     = "
               WS-ALREADY-COUNT.
           DISPLAY "LVREXTR: EXTRACT DETAIL RECORDS  = "
               WS-EXT-DETAIL-COUNT.
           IF WS-NOT-ON-FILE-COUNT > 0
               OR WS-TRUNCATED-COUNT > 0
               OR WS-LOG-ERROR-COUNT > 0
               DISPLAY "LVREXTR: FILED WITHOUT CUSTMAS DATA = "
                   WS-NOT-ON-FILE-COUNT
               DISPLAY "LVREXTR: ITEM LISTS TRUNCATED       = "
                   WS-TRUNCATED-COUNT
               DISPLAY "LVREXTR: FILING-LOG WRITE FAILURES  = "
                   WS-LOG-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM LVREXTR.
