      *                 PAIRS PASS THROUGH INTACT, SO EACH BATCH
      *                 STILL TIES TO ITS OWN TRAILER DOWNSTREAM AND
      *                 THE MERGED ITEMS FALL INTO THE LAST GROUP.
      * 10/15/2026  NM  THE FEEDREG FEEDER REGISTRY NAMES EVERY
      *                 INBOUND FEEDER BATCH (FEETRAN, CSVTRAN, ...)
      *                 WITH ITS SLOT, EXPECTED ARRIVAL, AND WHETHER
      *                 IT IS MANDATORY.  EACH FEEDER'S H/T GROUPS ARE
      *                 TIED TO THEIR TRAILERS AND COPIED INTACT AFTER
      *                 THE NIGHT'S BATCH, SO NOTHING IS CONCATENATED
      *                 ONTO ADDTRAN BY HAND ANY MORE.  A FEEDER THAT
      *                 DOES NOT TIE IS REFUSED AND LEFT IN PLACE; A
      *                 MERGED ONE IS CLEARED.  FEEDRPT LISTS EACH
      *                 FEEDER AS ARRIVED, LATE, MISSING, REFUSED, OR
      *                 NOT DUE, WITH ITS COUNT AND HASH.
      * 10/15/2026  NM  FUTURE-DATED ITEMS HELD ON THE FUTRWHS
      *                 WAREHOUSE ARE RELEASED INTO THE NIGHT'S BATCH
      *                 ONCE THEIR VALUE DATE IS DUE, WITH THE TRAILER
      *                 RAISED TO MATCH, AND MARKED RELEASED SO THEY
      *                 CANNOT POST TWICE.
      * 10/15/2026  NM  ADDTRAN AND ITS FEEDERS CARRY THE KEYING
      *                 BRANCH CODE (28 BYTES); ADDLATE AND THE
      *                 FUTRWHS WAREHOUSE CARRY IT TOO, AND IT IS
      *                 PASSED ONTO EVERY MERGED ITEM.
      * 10/15/2026  NM  MERGE INPUTS AND ADDTRANM WIDENED TO 44 BYTES
      *                 FOR THE TRANSACTION REFERENCE. A DETAIL ARRIVING
      *                 WITHOUT ONE IS GIVEN AN MG REFERENCE FROM
      *                 TXNREF, AND EVERY MERGED DETAIL IS LOGGED TO
      *                 TXNTRAIL.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDMERGE.
           SELECT CARRY-REPORT-FILE ASSIGN TO "CARYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-FILE-STATUS.
           SELECT FUTURE-WAREHOUSE-FILE ASSIGN TO "FUTRWHS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FW-FILE-STATUS.
           SELECT FEEDER-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FREG-FILE-STATUS.
           SELECT FEEDER-REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRPT-FILE-STATUS.
      * THE FEEDER SLOTS.  FEEDREG SAYS WHICH FEEDER EACH SLOT
      * CARRIES; THE JCL ALLOCATES THE FEEDER'S DATASET TO THE SLOT.
           SELECT FEEDER-FILE-1 ASSIGN TO "FEEDIN1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-2 ASSIGN TO "FEEDIN2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-3 ASSIGN TO "FEEDIN3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-4 ASSIGN TO "FEEDIN4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-5 ASSIGN TO "FEEDIN5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-6 ASSIGN TO "FEEDIN6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-7 ASSIGN TO "FEEDIN7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEEDER-FILE-8 ASSIGN TO "FEEDIN8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDITION-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.
       01  ADDITION-TRAN-RECORD.
           05  TR-TRAN-CODE            PIC X(01).
               88  TR-IS-HEADER                  VALUE "H".
           05  TR-NUM1                 PIC 9(05)V9(02).
           05  TR-NUM2                 PIC 9(05)V9(02).
           05  TR-CURRENCY-CODE        PIC X(03).
           05  TR-BRANCH-CODE          PIC X(04).
       01  ADDITION-TRAN-TRAILER REDEFINES ADDITION-TRAN-RECORD.
           05  TT-RECORD-CODE          PIC X(01).
           05  TT-RECORD-COUNT         PIC 9(07).
           05  TT-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(09).

       FD  STAGE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  STAGE-RECORD.
           05  SG-TRAN-CODE            PIC X(01).
           05  SG-CUST-ID              PIC 9(06).
           05  SG-NUM1                 PIC 9(05)V9(02).
           05  SG-NUM2                 PIC 9(05)V9(02).
           05  SG-CURRENCY-CODE        PIC X(03).
           05  SG-BRANCH-CODE          PIC X(04).
           05  SG-TXN-REF              PIC X(16).

       FD  DAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  DAY-RECORD.
           05  DY-TRAN-CODE            PIC X(01).
           05  DY-CUST-ID              PIC 9(06).
           05  DY-NUM1                 PIC 9(05)V9(02).
           05  DY-NUM2                 PIC 9(05)V9(02).
           05  DY-CURRENCY-CODE        PIC X(03).
           05  DY-BRANCH-CODE          PIC X(04).
           05  DY-TXN-REF              PIC X(16).

       FD  CARRY-OVER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  CARRY-OVER-RECORD.
           05  CO-TRAN-CODE            PIC X(01).
           05  CO-CUST-ID              PIC 9(06).
           05  CO-CURRENCY-CODE        PIC X(03).
           05  CO-ORIG-BATCH           PIC X(08).
           05  CO-ARRIVAL-DATE         PIC X(08).
           05  CO-BRANCH-CODE          PIC X(04).
           05  CO-TXN-REF              PIC X(16).

       FD  CARRY-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CARRY-REPORT-LINE           PIC X(80).

       FD  FUTURE-WAREHOUSE-FILE.
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
               10  FW-TXN-REF          PIC X(16).
           05  FW-SOURCE-BATCH         PIC X(08).
           05  FW-SOURCE-PROGRAM       PIC X(08).
           05  FW-STATUS               PIC X(01).
               88  FW-IS-HELD                    VALUE "H".
               88  FW-IS-RELEASED                VALUE "R".
               88  FW-IS-CANCELLED               VALUE "C".
           05  FW-STATUS-DATE          PIC X(08).
           05  FW-STATUS-BY            PIC X(08).
           05  FILLER                  PIC X(02).

       FD  FEEDER-REGISTRY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FEEDER-REGISTRY-RECORD.
           05  FR-FEED-NAME            PIC X(08).
           05  FR-FEED-SLOT            PIC 9(01).
           05  FR-FREQUENCY            PIC X(01).
               88  FR-IS-DAILY                   VALUE "D".
               88  FR-IS-MONTHLY                 VALUE "M".
           05  FR-DUE-DAY              PIC 9(02).
           05  FR-MANDATORY-FLAG       PIC X(01).
               88  FR-IS-MANDATORY               VALUE "Y".
           05  FR-LAST-ARRIVAL         PIC X(08).
           05  FR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(29).

       FD  FEEDER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FEEDER-REPORT-LINE          PIC X(80).

       FD  FEEDER-FILE-1
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-1             PIC X(44).

       FD  FEEDER-FILE-2
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-2             PIC X(44).

       FD  FEEDER-FILE-3
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-3             PIC X(44).

       FD  FEEDER-FILE-4
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-4             PIC X(44).

       FD  FEEDER-FILE-5
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-5             PIC X(44).

       FD  FEEDER-FILE-6
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-6             PIC X(44).

       FD  FEEDER-FILE-7
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-7             PIC X(44).

       FD  FEEDER-FILE-8
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEEDER-RECORD-8             PIC X(44).

       FD  MERGED-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  MERGED-TRAN-RECORD          PIC X(44).
       01  MERGED-TRAN-DETAIL REDEFINES MERGED-TRAN-RECORD.
           05  MD-TRAN-CODE            PIC X(01).
           05  MD-CUST-ID              PIC 9(06).
           05  MD-NUM1                 PIC 9(05)V9(02).
           05  MD-NUM2                 PIC 9(05)V9(02).
           05  MD-CURRENCY-CODE        PIC X(03).
           05  MD-BRANCH-CODE          PIC X(04).
           05  MD-TXN-REF              PIC X(16).
       01  MERGED-TRAN-TRAILER REDEFINES MERGED-TRAN-RECORD.
           05  MT-RECORD-CODE          PIC X(01).
           05  MT-RECORD-COUNT         PIC 9(07).
           05  MT-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CRPT-OK                        VALUE "00".
       01  WS-MERGE-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-MERGE-OK                       VALUE "00".
       01  WS-FW-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-FW-OK                          VALUE "00".
           88  WS-FW-EOF                         VALUE "10".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-HELD-TRAILER             PIC X(28) VALUE SPACES.
       01  WS-TRL-COUNT                PIC 9(07) VALUE ZERO.
       01  WS-TRL-HASH                 PIC 9(09)V9(02) VALUE ZERO.
       77  WS-COPIED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-STAGED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-CARRY-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-WHSE-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-STAGED-HASH              PIC 9(09)V9(02) VALUE ZERO.
       01  WS-DAY-HASH                 PIC 9(09)V9(02) VALUE ZERO.
       01  WS-CARRY-HASH               PIC 9(09)V9(02) VALUE ZERO.
       01  WS-WHSE-HASH                PIC 9(09)V9(02) VALUE ZERO.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
           05  WS-CR-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE " DAYS".
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-FREG-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FREG-OK                        VALUE "00".
           88  WS-FREG-EOF                       VALUE "10".
       01  WS-FRPT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FRPT-OK                        VALUE "00".
       01  WS-FEED-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-FEED-OK                        VALUE "00".
           88  WS-FEED-EOF                       VALUE "10".
       01  WS-FEED-RECORD.
           05  FE-TRAN-CODE            PIC X(01).
               88  FE-IS-HEADER                  VALUE "H".
               88  FE-IS-TRAILER                 VALUE "T".
           05  FE-CUST-ID              PIC 9(06).
           05  FE-NUM1                 PIC 9(05)V9(02).
           05  FE-NUM2                 PIC 9(05)V9(02).
           05  FE-CURRENCY-CODE        PIC X(03).
           05  FE-BRANCH-CODE          PIC X(04).
           05  FE-TXN-REF              PIC X(16).
       01  WS-FEED-HEADER REDEFINES WS-FEED-RECORD.
           05  FH-RECORD-CODE          PIC X(01).
           05  FH-BATCH-ID             PIC X(08).
           05  FH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.
           05  FT-RECORD-CODE          PIC X(01).
           05  FT-RECORD-COUNT         PIC 9(07).
           05  FT-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).
      * THE FEEDER REGISTRY, HELD FOR THE RUN AND REWRITTEN AT THE
      * END WITH EACH MERGED FEEDER'S LAST ARRIVAL DATE.
       01  WS-FEEDER-TABLE.
           05  WS-FR-ENTRY OCCURS 8 TIMES.
               10  WS-FR-FEED-NAME     PIC X(08).
               10  WS-FR-FEED-SLOT     PIC 9(01).
               10  WS-FR-FREQUENCY     PIC X(01).
               10  WS-FR-DUE-DAY       PIC 9(02).
               10  WS-FR-MANDATORY     PIC X(01).
               10  WS-FR-LAST-ARRIVAL  PIC X(08).
               10  WS-FR-DESCRIPTION   PIC X(30).
               10  WS-FR-EXPECTED      PIC X(08).
               10  WS-FR-RESULT        PIC X(10).
               10  WS-FR-BATCH-ID      PIC X(08).
               10  WS-FR-BATCH-DATE    PIC X(08).
               10  WS-FR-DET-COUNT     PIC 9(07).
               10  WS-FR-HASH          PIC 9(09)V9(02).
       77  WS-FR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-FR-IDX                   PIC 9(03) COMP VALUE ZERO.
       01  WS-FEED-SLOT                PIC 9(01) VALUE ZERO.
       01  WS-FEED-PRESENT-SWITCH      PIC X(01) VALUE "N".
           88  WS-FEED-PRESENT                   VALUE "Y".
       01  WS-FEED-REFUSED-SWITCH      PIC X(01) VALUE "N".
           88  WS-FEED-REFUSED                   VALUE "Y".
       01  WS-FEED-DUE-SWITCH          PIC X(01) VALUE "N".
           88  WS-FEED-IS-DUE                    VALUE "Y".
       01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-GROUP-OPEN                     VALUE "Y".
       77  WS-GROUP-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-GROUP-HASH               PIC 9(09)V9(02) VALUE ZERO.
       77  WS-FEED-MERGED-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-FEED-REFUSED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-FEED-MISSING-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-STEP-RC                  PIC 9(04) VALUE ZERO.
      * WHERE THE DETAIL IN HAND CAME FROM, FOR ITS LINEAGE EVENT.
       01  WS-MERGE-SOURCE             PIC X(08) VALUE SPACES.
       77  WS-REF-ASSIGNED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "MG".
           05  WS-RQ-RUN-DATE          PIC X(08) VALUE SPACES.
           05  WS-RQ-REFERENCE         PIC X(16) VALUE SPACES.
       01  WS-REF-STATUS               PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-FUNCTION         PIC X(01) VALUE SPACE.
       01  WS-LINEAGE-EVENT.
           05  WS-LE-TXN-REF           PIC X(16).
           05  WS-LE-EVENT-CODE        PIC X(04).
           05  WS-LE-PROGRAM           PIC X(08).
           05  WS-LE-OPERATOR-ID       PIC X(08).
           05  WS-LE-CUST-ID           PIC X(06).
           05  WS-LE-AMOUNT            PIC 9(09)V9(02).
           05  WS-LE-CURRENCY-CODE     PIC X(03).
           05  WS-LE-DETAIL            PIC X(20).
       01  WS-LINEAGE-STATUS           PIC X(01) VALUE SPACE.
       01  WS-FRPT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-FEED-NAME         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-SLOT              PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-MANDATORY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-EXPECTED          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-RESULT            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-BATCH-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-BATCH-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FD-HASH              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "ADDMERGE       ", "ADDTRANM".
           CALL "ENVCHK" USING "ADDMERGE       ", "ADDSTAGE".
           CALL "ENVCHK" USING "ADDMERGE       ", "ADDDAY  ".
           CALL "ENVCHK" USING "ADDMERGE       ", "ADDLATE ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FUTRWHS ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDREG ".
           CALL "ENVCHK" USING "ADDMERGE       ", "CARYRPT ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDRPT ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN1 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN2 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN3 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN4 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN5 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN6 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN7 ".
           CALL "ENVCHK" USING "ADDMERGE       ", "FEEDIN8 ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-COPY-ONE-TRAN
               UNTIL WS-TRAN-EOF.
           PERFORM 3000-MERGE-STAGED-RECORDS
               THRU 3000-MERGE-STAGED-RECORDS-EXIT.
           PERFORM 4000-MERGE-FEEDERS
               THRU 4000-MERGE-FEEDERS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.
               DISPLAY "ADDMERGE: ADDTRAN COULD NOT BE OPENED - ",
                   "ONLY STAGED REPAIRS WILL BE IN THE BATCH."
               MOVE 4 TO RETURN-CODE
               MOVE 4 TO WS-STEP-RC
               MOVE "10" TO WS-TRAN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
               GO TO 2000-COPY-ONE-TRAN-EXIT
           END-IF.
           MOVE ADDITION-TRAN-RECORD TO MERGED-TRAN-RECORD.
           IF NOT TR-IS-HEADER
               MOVE "ADDTRAN" TO WS-MERGE-SOURCE
               PERFORM 5000-STAMP-MERGED-DETAIL
                   THRU 5000-STAMP-MERGED-DETAIL-EXIT
           END-IF.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
       2000-COPY-ONE-TRAN-EXIT.
               THRU 3500-MERGE-DAY-RECORDS-EXIT.
           PERFORM 3700-MERGE-CARRY-OVERS
               THRU 3700-MERGE-CARRY-OVERS-EXIT.
           PERFORM 3900-RELEASE-WAREHOUSE
               THRU 3900-RELEASE-WAREHOUSE-EXIT.
           IF WS-TRAILER-SEEN
               MOVE SPACES TO MERGED-TRAN-RECORD
               MOVE "T" TO MT-RECORD-CODE
               COMPUTE MT-RECORD-COUNT =
                   WS-TRL-COUNT + WS-STAGED-COUNT + WS-DAY-COUNT
                   + WS-CARRY-COUNT + WS-WHSE-COUNT
               COMPUTE MT-HASH-TOTAL =
                   WS-TRL-HASH + WS-STAGED-HASH + WS-DAY-HASH
                   + WS-CARRY-HASH + WS-WHSE-HASH
               WRITE MERGED-TRAN-RECORD
           END-IF.
       3000-MERGE-STAGED-RECORDS-EXIT.
               GO TO 3600-MERGE-ONE-DAY-EXIT
           END-IF.
           MOVE DAY-RECORD TO MERGED-TRAN-RECORD.
           MOVE "ADDDAY" TO WS-MERGE-SOURCE.
           PERFORM 5000-STAMP-MERGED-DETAIL
               THRU 5000-STAMP-MERGED-DETAIL-EXIT.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-DAY-COUNT.
           IF DY-NUM1 IS NUMERIC
           MOVE CO-TRAN-CODE     TO MERGED-TRAN-RECORD(1:1).
           MOVE CARRY-OVER-RECORD(2:23)
               TO MERGED-TRAN-RECORD(2:23).
           MOVE CO-BRANCH-CODE   TO MERGED-TRAN-RECORD(25:4).
           MOVE CO-TXN-REF       TO MD-TXN-REF.
           MOVE "ADDLATE" TO WS-MERGE-SOURCE.
           PERFORM 5000-STAMP-MERGED-DETAIL
               THRU 5000-STAMP-MERGED-DETAIL-EXIT.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-CARRY-COUNT.
           IF CO-NUM1 IS NUMERIC
       3800-MERGE-ONE-CARRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-RELEASE-WAREHOUSE - RELEASE EVERY HELD ITEM ON THE    *
      * FUTRWHS WAREHOUSE WHOSE VALUE DATE HAS COME DUE INTO THE   *
      * BATCH, HASHED LIKE THE STAGED REPAIRS.  THE WAREHOUSE IS   *
      * IN VALUE-DATE ORDER, SO THE PASS STOPS AT THE FIRST ITEM   *
      * STILL IN THE FUTURE.  A RELEASED ITEM IS MARKED, NOT       *
      * DELETED, SO THE WAREHOUSE LISTING CAN STILL ACCOUNT FOR IT.*
      *-----------------------------------------------------------*
       3900-RELEASE-WAREHOUSE.
           OPEN I-O FUTURE-WAREHOUSE-FILE.
           IF NOT WS-FW-OK
               GO TO 3900-RELEASE-WAREHOUSE-EXIT
           END-IF.
           MOVE LOW-VALUES TO FW-KEY.
           START FUTURE-WAREHOUSE-FILE KEY IS NOT LESS THAN FW-KEY
               INVALID KEY
                   SET WS-FW-EOF TO TRUE
           END-START.
           PERFORM 3950-RELEASE-ONE-ITEM
               THRU 3950-RELEASE-ONE-ITEM-EXIT
               UNTIL WS-FW-EOF.
           CLOSE FUTURE-WAREHOUSE-FILE.
       3900-RELEASE-WAREHOUSE-EXIT.
           EXIT.

       3950-RELEASE-ONE-ITEM.
           READ FUTURE-WAREHOUSE-FILE NEXT RECORD
               AT END
                   SET WS-FW-EOF TO TRUE
                   GO TO 3950-RELEASE-ONE-ITEM-EXIT
           END-READ.
           IF FW-VALUE-DATE > WS-RUN-DATE
               SET WS-FW-EOF TO TRUE
               GO TO 3950-RELEASE-ONE-ITEM-EXIT
           END-IF.
           IF NOT FW-IS-HELD
               GO TO 3950-RELEASE-ONE-ITEM-EXIT
           END-IF.
           MOVE FW-TRAN-DETAIL TO MERGED-TRAN-RECORD.
           MOVE "FUTRWHS" TO WS-MERGE-SOURCE.
           PERFORM 5000-STAMP-MERGED-DETAIL
               THRU 5000-STAMP-MERGED-DETAIL-EXIT.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-WHSE-COUNT.
           IF FW-NUM1 IS NUMERIC
               ADD FW-NUM1 TO WS-WHSE-HASH
           END-IF.
           IF FW-NUM2 IS NUMERIC
               ADD FW-NUM2 TO WS-WHSE-HASH
           END-IF.
           MOVE "R"         TO FW-STATUS.
           MOVE WS-RUN-DATE TO FW-STATUS-DATE.
           MOVE "ADDMERGE"  TO FW-STATUS-BY.
           REWRITE FUTURE-WAREHOUSE-RECORD
               INVALID KEY
                   DISPLAY "ADDMERGE: FUTRWHS ITEM " FW-KEY
                       " RELEASED BUT NOT MARKED - CHECK FOR A "
                       "SECOND RELEASE."
                   MOVE 4 TO WS-STEP-RC
           END-REWRITE.
       3950-RELEASE-ONE-ITEM-EXIT.
           EXIT.

       3100-MERGE-ONE-STAGED.
           READ STAGE-FILE
               AT END
               GO TO 3100-MERGE-ONE-STAGED-EXIT
           END-IF.
           MOVE STAGE-RECORD TO MERGED-TRAN-RECORD.
           MOVE "ADDSTAGE" TO WS-MERGE-SOURCE.
           PERFORM 5000-STAMP-MERGED-DETAIL
               THRU 5000-STAMP-MERGED-DETAIL-EXIT.
           WRITE MERGED-TRAN-RECORD.
           ADD 1 TO WS-STAGED-COUNT.
           IF SG-NUM1 IS NUMERIC
       3100-MERGE-ONE-STAGED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MERGE-FEEDERS - WORK THROUGH EVERY FEEDER ON THE     *
      * FEEDREG REGISTRY: VERIFY ITS H/T GROUPS, COPY THEM INTACT *
      * AFTER THE NIGHT'S BATCH, AND REPORT EACH FEEDER ON        *
      * FEEDRPT.  NO REGISTRY MEANS NO FEEDERS, AS BEFORE.        *
      *-----------------------------------------------------------*
       4000-MERGE-FEEDERS.
           OPEN INPUT FEEDER-REGISTRY-FILE.
           IF NOT WS-FREG-OK
               DISPLAY "ADDMERGE: NO FEEDREG REGISTRY - NO FEEDER ",
                   "BATCHES MERGED."
               GO TO 4000-MERGE-FEEDERS-EXIT
           END-IF.
           PERFORM 4050-LOAD-ONE-FEEDER
               THRU 4050-LOAD-ONE-FEEDER-EXIT
               UNTIL WS-FREG-EOF.
           CLOSE FEEDER-REGISTRY-FILE.
           OPEN OUTPUT FEEDER-REPORT-FILE.
           MOVE SPACES TO FEEDER-REPORT-LINE.
           STRING "FEEDER INTAKE REPORT - " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO FEEDER-REPORT-LINE.
           WRITE FEEDER-REPORT-LINE.
           MOVE " FEEDER   S REQ EXPECTED RESULT     BATCH"
               TO FEEDER-REPORT-LINE.
           MOVE " BATCH DT     COUNT           HASH"
               TO FEEDER-REPORT-LINE(45:34).
           WRITE FEEDER-REPORT-LINE.
           PERFORM 4100-PROCESS-ONE-FEEDER
               THRU 4100-PROCESS-ONE-FEEDER-EXIT
               VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT.
           CLOSE FEEDER-REPORT-FILE.
           PERFORM 4900-REWRITE-REGISTRY
               THRU 4900-REWRITE-REGISTRY-EXIT.
       4000-MERGE-FEEDERS-EXIT.
           EXIT.

       4050-LOAD-ONE-FEEDER.
           READ FEEDER-REGISTRY-FILE
               AT END
                   SET WS-FREG-EOF TO TRUE
                   GO TO 4050-LOAD-ONE-FEEDER-EXIT
           END-READ.
           IF FR-FEED-SLOT < 1 OR FR-FEED-SLOT > 8
               DISPLAY "ADDMERGE: FEEDREG ENTRY " FR-FEED-NAME
                   " HAS NO VALID SLOT - IGNORED."
               GO TO 4050-LOAD-ONE-FEEDER-EXIT
           END-IF.
           IF WS-FR-COUNT = 8
               DISPLAY "ADDMERGE: MORE FEEDREG ENTRIES THAN SLOTS - "
                   FR-FEED-NAME " IGNORED."
               GO TO 4050-LOAD-ONE-FEEDER-EXIT
           END-IF.
           ADD 1 TO WS-FR-COUNT.
           MOVE FR-FEED-NAME      TO WS-FR-FEED-NAME(WS-FR-COUNT).
           MOVE FR-FEED-SLOT      TO WS-FR-FEED-SLOT(WS-FR-COUNT).
           MOVE FR-FREQUENCY      TO WS-FR-FREQUENCY(WS-FR-COUNT).
           MOVE FR-DUE-DAY        TO WS-FR-DUE-DAY(WS-FR-COUNT).
           MOVE FR-MANDATORY-FLAG TO WS-FR-MANDATORY(WS-FR-COUNT).
           MOVE FR-LAST-ARRIVAL   TO WS-FR-LAST-ARRIVAL(WS-FR-COUNT).
           MOVE FR-DESCRIPTION    TO WS-FR-DESCRIPTION(WS-FR-COUNT).
           MOVE SPACES TO WS-FR-EXPECTED(WS-FR-COUNT).
           MOVE SPACES TO WS-FR-RESULT(WS-FR-COUNT).
           MOVE SPACES TO WS-FR-BATCH-ID(WS-FR-COUNT).
           MOVE SPACES TO WS-FR-BATCH-DATE(WS-FR-COUNT).
           MOVE ZERO   TO WS-FR-DET-COUNT(WS-FR-COUNT).
           MOVE ZERO   TO WS-FR-HASH(WS-FR-COUNT).
       4050-LOAD-ONE-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-PROCESS-ONE-FEEDER - WORK OUT WHETHER THE FEEDER IS  *
      * DUE, PRE-READ IT TO TIE EVERY GROUP TO ITS TRAILER, THEN  *
      * MERGE IT (AND CLEAR IT) OR REFUSE IT.  A REFUSED FEEDER   *
      * STAYS IN ITS DATASET FOR REPAIR AND ENDS THE STEP WITH    *
      * CODE 4, AS DOES A MANDATORY FEEDER THAT IS DUE AND ABSENT.*
      *-----------------------------------------------------------*
       4100-PROCESS-ONE-FEEDER.
           MOVE WS-FR-FEED-SLOT(WS-FR-IDX) TO WS-FEED-SLOT.
           PERFORM 4200-SET-EXPECTED-DATE
               THRU 4200-SET-EXPECTED-DATE-EXIT.
           PERFORM 4300-VERIFY-FEEDER
               THRU 4300-VERIFY-FEEDER-EXIT.
           IF NOT WS-FEED-PRESENT
               IF WS-FEED-IS-DUE
                   MOVE "MISSING" TO WS-FR-RESULT(WS-FR-IDX)
                   ADD 1 TO WS-FEED-MISSING-COUNT
                   IF WS-FR-MANDATORY(WS-FR-IDX) = "Y"
                       MOVE 4 TO WS-STEP-RC
                       DISPLAY "ADDMERGE: MANDATORY FEEDER "
                           WS-FR-FEED-NAME(WS-FR-IDX)
                           " IS MISSING."
                   END-IF
               ELSE
                   MOVE "NOT DUE" TO WS-FR-RESULT(WS-FR-IDX)
               END-IF
               GO TO 4100-REPORT-FEEDER
           END-IF.
           IF WS-FEED-REFUSED
               MOVE "REFUSED" TO WS-FR-RESULT(WS-FR-IDX)
               ADD 1 TO WS-FEED-REFUSED-COUNT
               MOVE 4 TO WS-STEP-RC
               DISPLAY "ADDMERGE: FEEDER " WS-FR-FEED-NAME(WS-FR-IDX)
                   " DOES NOT TIE TO ITS TRAILERS - NOT MERGED."
               GO TO 4100-REPORT-FEEDER
           END-IF.
           PERFORM 4400-COPY-FEEDER
               THRU 4400-COPY-FEEDER-EXIT.
           ADD 1 TO WS-FEED-MERGED-COUNT.
           MOVE WS-RUN-DATE TO WS-FR-LAST-ARRIVAL(WS-FR-IDX).
           IF WS-FR-FREQUENCY(WS-FR-IDX) = "M"
               IF WS-RUN-DATE > WS-FR-EXPECTED(WS-FR-IDX)
                   MOVE "LATE" TO WS-FR-RESULT(WS-FR-IDX)
               ELSE
                   MOVE "ARRIVED" TO WS-FR-RESULT(WS-FR-IDX)
               END-IF
           ELSE
               IF WS-FR-BATCH-DATE(WS-FR-IDX) NOT = SPACES
                   AND WS-FR-BATCH-DATE(WS-FR-IDX) < WS-RUN-DATE
                   MOVE "LATE" TO WS-FR-RESULT(WS-FR-IDX)
               ELSE
                   MOVE "ARRIVED" TO WS-FR-RESULT(WS-FR-IDX)
               END-IF
           END-IF.
       4100-REPORT-FEEDER.
           PERFORM 4800-WRITE-FEEDER-LINE
               THRU 4800-WRITE-FEEDER-LINE-EXIT.
       4100-PROCESS-ONE-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-SET-EXPECTED-DATE - A DAILY FEEDER IS EXPECTED EVERY *
      * BUSINESS DAY.  A MONTHLY FEEDER IS EXPECTED ON ITS DUE    *
      * DAY OF THE MONTH, ROLLED FORWARD TO A BUSINESS DAY LIKE   *
      * SCHEDCHK DOES, AND IS DUE FROM THEN UNTIL IT ARRIVES.     *
      *-----------------------------------------------------------*
       4200-SET-EXPECTED-DATE.
           MOVE "N" TO WS-FEED-DUE-SWITCH.
           IF WS-FR-FREQUENCY(WS-FR-IDX) NOT = "M"
               MOVE WS-RUN-DATE TO WS-FR-EXPECTED(WS-FR-IDX)
               MOVE "C" TO WS-DATE-FUNCTION
               MOVE "N" TO WS-RESULT-STATUS
               CALL "DATESRV" USING WS-DATE-FUNCTION, WS-RUN-DATE,
                   WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
                   WS-RESULT-STATUS
               IF WS-RESULT-STATUS = "Y"
                   SET WS-FEED-IS-DUE TO TRUE
               END-IF
               GO TO 4200-SET-EXPECTED-DATE-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-ONE.
           MOVE WS-FR-DUE-DAY(WS-FR-IDX) TO WS-DATE-ONE(7:2).
           MOVE WS-DATE-ONE TO WS-FR-EXPECTED(WS-FR-IDX).
           MOVE "C" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS NOT = "Y"
               MOVE "N" TO WS-DATE-FUNCTION
               MOVE "N" TO WS-RESULT-STATUS
               CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
                   WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
                   WS-RESULT-STATUS
               IF WS-RESULT-STATUS = "Y"
                   MOVE WS-RESULT-DATE TO WS-FR-EXPECTED(WS-FR-IDX)
               ELSE
      * A DUE DAY THE MONTH DOES NOT HAVE FALLS DUE TODAY.
                   MOVE WS-RUN-DATE TO WS-FR-EXPECTED(WS-FR-IDX)
               END-IF
           END-IF.
           IF WS-RUN-DATE NOT < WS-FR-EXPECTED(WS-FR-IDX)
               AND WS-FR-LAST-ARRIVAL(WS-FR-IDX)(1:6)
                   < WS-RUN-DATE(1:6)
               SET WS-FEED-IS-DUE TO TRUE
           END-IF.
       4200-SET-EXPECTED-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-VERIFY-FEEDER - FIRST PASS OVER THE FEEDER'S SLOT:   *
      * TALLY EACH H/T GROUP AND TIE IT TO ITS OWN TRAILER, THE   *
      * WAY LATESTAG TIES A LATE FILE.  ONE GROUP THAT DOES NOT   *
      * TIE, OR DETAILS LEFT AFTER THE LAST TRAILER, REFUSES THE  *
      * WHOLE FEEDER.  AN EMPTY OR UNALLOCATED SLOT IS ABSENT.    *
      *-----------------------------------------------------------*
       4300-VERIFY-FEEDER.
           MOVE "N" TO WS-FEED-PRESENT-SWITCH.
           MOVE "N" TO WS-FEED-REFUSED-SWITCH.
           MOVE "N" TO WS-GROUP-OPEN-SWITCH.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-HASH.
           PERFORM 4500-OPEN-FEEDER-SLOT
               THRU 4500-OPEN-FEEDER-SLOT-EXIT.
           IF NOT WS-FEED-OK
               GO TO 4300-VERIFY-FEEDER-EXIT
           END-IF.
           PERFORM 4310-TALLY-ONE-FEED-RECORD
               THRU 4310-TALLY-ONE-FEED-RECORD-EXIT
               UNTIL WS-FEED-EOF.
           PERFORM 4530-CLOSE-FEEDER-SLOT
               THRU 4530-CLOSE-FEEDER-SLOT-EXIT.
           IF WS-GROUP-OPEN
               SET WS-FEED-REFUSED TO TRUE
           END-IF.
       4300-VERIFY-FEEDER-EXIT.
           EXIT.

       4310-TALLY-ONE-FEED-RECORD.
           PERFORM 4510-READ-FEEDER-SLOT
               THRU 4510-READ-FEEDER-SLOT-EXIT.
           IF WS-FEED-EOF
               GO TO 4310-TALLY-ONE-FEED-RECORD-EXIT
           END-IF.
           SET WS-FEED-PRESENT TO TRUE.
           IF FE-IS-HEADER
               SET WS-GROUP-OPEN TO TRUE
               IF WS-FR-BATCH-ID(WS-FR-IDX) = SPACES
                   MOVE FH-BATCH-ID   TO WS-FR-BATCH-ID(WS-FR-IDX)
                   MOVE FH-BATCH-DATE TO WS-FR-BATCH-DATE(WS-FR-IDX)
               END-IF
               GO TO 4310-TALLY-ONE-FEED-RECORD-EXIT
           END-IF.
           IF FE-IS-TRAILER
               IF FT-RECORD-COUNT NOT = WS-GROUP-COUNT
                   OR FT-HASH-TOTAL NOT = WS-GROUP-HASH
                   SET WS-FEED-REFUSED TO TRUE
               END-IF
               MOVE "N" TO WS-GROUP-OPEN-SWITCH
               MOVE ZERO TO WS-GROUP-COUNT
               MOVE ZERO TO WS-GROUP-HASH
               GO TO 4310-TALLY-ONE-FEED-RECORD-EXIT
           END-IF.
           SET WS-GROUP-OPEN TO TRUE.
           ADD 1 TO WS-GROUP-COUNT.
           ADD 1 TO WS-FR-DET-COUNT(WS-FR-IDX).
           IF FE-NUM1 IS NUMERIC
               ADD FE-NUM1 TO WS-GROUP-HASH
               ADD FE-NUM1 TO WS-FR-HASH(WS-FR-IDX)
           END-IF.
           IF FE-NUM2 IS NUMERIC
               ADD FE-NUM2 TO WS-GROUP-HASH
               ADD FE-NUM2 TO WS-FR-HASH(WS-FR-IDX)
           END-IF.
       4310-TALLY-ONE-FEED-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-COPY-FEEDER - SECOND PASS: COPY EVERY RECORD OF THE  *
      * VERIFIED FEEDER, HEADERS AND TRAILERS INCLUDED, ONTO      *
      * ADDTRANM, THEN CLEAR THE SLOT SO THE SAME FEEDER CANNOT   *
      * POST TWICE, LIKE ADDSTAGE AND ADDLATE.                    *
      *-----------------------------------------------------------*
       4400-COPY-FEEDER.
           PERFORM 4500-OPEN-FEEDER-SLOT
               THRU 4500-OPEN-FEEDER-SLOT-EXIT.
           PERFORM 4410-COPY-ONE-FEED-RECORD
               THRU 4410-COPY-ONE-FEED-RECORD-EXIT
               UNTIL WS-FEED-EOF.
           PERFORM 4530-CLOSE-FEEDER-SLOT
               THRU 4530-CLOSE-FEEDER-SLOT-EXIT.
           PERFORM 4540-CLEAR-FEEDER-SLOT
               THRU 4540-CLEAR-FEEDER-SLOT-EXIT.
       4400-COPY-FEEDER-EXIT.
           EXIT.

       4410-COPY-ONE-FEED-RECORD.
           PERFORM 4510-READ-FEEDER-SLOT
               THRU 4510-READ-FEEDER-SLOT-EXIT.
           IF WS-FEED-EOF
               GO TO 4410-COPY-ONE-FEED-RECORD-EXIT
           END-IF.
           MOVE WS-FEED-RECORD TO MERGED-TRAN-RECORD.
           IF NOT FE-IS-HEADER AND NOT FE-IS-TRAILER
               MOVE WS-FR-FEED-NAME(WS-FR-IDX) TO WS-MERGE-SOURCE
               PERFORM 5000-STAMP-MERGED-DETAIL
                   THRU 5000-STAMP-MERGED-DETAIL-EXIT
           END-IF.
           WRITE MERGED-TRAN-RECORD.
       4410-COPY-ONE-FEED-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-4540 - OPEN, READ, CLOSE, AND CLEAR WHICHEVER FEEDER *
      * SLOT THE CURRENT REGISTRY ENTRY NAMES.                    *
      *-----------------------------------------------------------*
       4500-OPEN-FEEDER-SLOT.
           MOVE SPACES TO WS-FEED-FILE-STATUS.
           EVALUATE WS-FEED-SLOT
               WHEN 1
                   OPEN INPUT FEEDER-FILE-1
               WHEN 2
                   OPEN INPUT FEEDER-FILE-2
               WHEN 3
                   OPEN INPUT FEEDER-FILE-3
               WHEN 4
                   OPEN INPUT FEEDER-FILE-4
               WHEN 5
                   OPEN INPUT FEEDER-FILE-5
               WHEN 6
                   OPEN INPUT FEEDER-FILE-6
               WHEN 7
                   OPEN INPUT FEEDER-FILE-7
               WHEN 8
                   OPEN INPUT FEEDER-FILE-8
           END-EVALUATE.
       4500-OPEN-FEEDER-SLOT-EXIT.
           EXIT.

       4510-READ-FEEDER-SLOT.
           EVALUATE WS-FEED-SLOT
               WHEN 1
                   READ FEEDER-FILE-1 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ FEEDER-FILE-2 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ FEEDER-FILE-3 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ FEEDER-FILE-4 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ FEEDER-FILE-5 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ FEEDER-FILE-6 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ FEEDER-FILE-7 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ FEEDER-FILE-8 INTO WS-FEED-RECORD
                       AT END SET WS-FEED-EOF TO TRUE
                   END-READ
           END-EVALUATE.
       4510-READ-FEEDER-SLOT-EXIT.
           EXIT.

       4530-CLOSE-FEEDER-SLOT.
           EVALUATE WS-FEED-SLOT
               WHEN 1
                   CLOSE FEEDER-FILE-1
               WHEN 2
                   CLOSE FEEDER-FILE-2
               WHEN 3
                   CLOSE FEEDER-FILE-3
               WHEN 4
                   CLOSE FEEDER-FILE-4
               WHEN 5
                   CLOSE FEEDER-FILE-5
               WHEN 6
                   CLOSE FEEDER-FILE-6
               WHEN 7
                   CLOSE FEEDER-FILE-7
               WHEN 8
                   CLOSE FEEDER-FILE-8
           END-EVALUATE.
       4530-CLOSE-FEEDER-SLOT-EXIT.
           EXIT.

       4540-CLEAR-FEEDER-SLOT.
           EVALUATE WS-FEED-SLOT
               WHEN 1
                   OPEN OUTPUT FEEDER-FILE-1
                   CLOSE FEEDER-FILE-1
               WHEN 2
                   OPEN OUTPUT FEEDER-FILE-2
                   CLOSE FEEDER-FILE-2
               WHEN 3
                   OPEN OUTPUT FEEDER-FILE-3
                   CLOSE FEEDER-FILE-3
               WHEN 4
                   OPEN OUTPUT FEEDER-FILE-4
                   CLOSE FEEDER-FILE-4
               WHEN 5
                   OPEN OUTPUT FEEDER-FILE-5
                   CLOSE FEEDER-FILE-5
               WHEN 6
                   OPEN OUTPUT FEEDER-FILE-6
                   CLOSE FEEDER-FILE-6
               WHEN 7
                   OPEN OUTPUT FEEDER-FILE-7
                   CLOSE FEEDER-FILE-7
               WHEN 8
                   OPEN OUTPUT FEEDER-FILE-8
                   CLOSE FEEDER-FILE-8
           END-EVALUATE.
       4540-CLEAR-FEEDER-SLOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4800-WRITE-FEEDER-LINE - ONE FEEDRPT LINE PER FEEDER.     *
      *-----------------------------------------------------------*
       4800-WRITE-FEEDER-LINE.
           MOVE WS-FR-FEED-NAME(WS-FR-IDX)  TO WS-FD-FEED-NAME.
           MOVE WS-FR-FEED-SLOT(WS-FR-IDX)  TO WS-FD-SLOT.
           IF WS-FR-MANDATORY(WS-FR-IDX) = "Y"
               MOVE "MAN" TO WS-FD-MANDATORY
           ELSE
               MOVE "OPT" TO WS-FD-MANDATORY
           END-IF.
           MOVE WS-FR-EXPECTED(WS-FR-IDX)   TO WS-FD-EXPECTED.
           MOVE WS-FR-RESULT(WS-FR-IDX)     TO WS-FD-RESULT.
           MOVE WS-FR-BATCH-ID(WS-FR-IDX)   TO WS-FD-BATCH-ID.
           MOVE WS-FR-BATCH-DATE(WS-FR-IDX) TO WS-FD-BATCH-DATE.
           MOVE WS-FR-DET-COUNT(WS-FR-IDX)  TO WS-FD-COUNT.
           MOVE WS-FR-HASH(WS-FR-IDX)       TO WS-FD-HASH.
           MOVE WS-FRPT-DETAIL TO FEEDER-REPORT-LINE.
           WRITE FEEDER-REPORT-LINE.
       4800-WRITE-FEEDER-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-REWRITE-REGISTRY - WRITE FEEDREG BACK WITH THE LAST  *
      * ARRIVAL DATES, SO A MONTHLY FEEDER IS NOT REPORTED        *
      * MISSING AGAIN ONCE THE MONTH'S BATCH HAS BEEN MERGED.     *
      *-----------------------------------------------------------*
       4900-REWRITE-REGISTRY.
           OPEN OUTPUT FEEDER-REGISTRY-FILE.
           PERFORM 4910-REWRITE-ONE-FEEDER
               THRU 4910-REWRITE-ONE-FEEDER-EXIT
               VARYING WS-FR-IDX FROM 1 BY 1
               UNTIL WS-FR-IDX > WS-FR-COUNT.
           CLOSE FEEDER-REGISTRY-FILE.
       4900-REWRITE-REGISTRY-EXIT.
           EXIT.

       4910-REWRITE-ONE-FEEDER.
           MOVE SPACES TO FEEDER-REGISTRY-RECORD.
           MOVE WS-FR-FEED-NAME(WS-FR-IDX)    TO FR-FEED-NAME.
           MOVE WS-FR-FEED-SLOT(WS-FR-IDX)    TO FR-FEED-SLOT.
           MOVE WS-FR-FREQUENCY(WS-FR-IDX)    TO FR-FREQUENCY.
           MOVE WS-FR-DUE-DAY(WS-FR-IDX)      TO FR-DUE-DAY.
           MOVE WS-FR-MANDATORY(WS-FR-IDX)    TO FR-MANDATORY-FLAG.
           MOVE WS-FR-LAST-ARRIVAL(WS-FR-IDX) TO FR-LAST-ARRIVAL.
           MOVE WS-FR-DESCRIPTION(WS-FR-IDX)  TO FR-DESCRIPTION.
           WRITE FEEDER-REGISTRY-RECORD.
       4910-REWRITE-ONE-FEEDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-STAMP-MERGED-DETAIL - EVERY DETAIL WRITTEN TO        *
      * ADDTRANM CARRIES A TRANSACTION REFERENCE.  ONE ASSIGNED   *
      * UPSTREAM IS KEPT; AN ITEM THAT ARRIVES WITHOUT ONE - THE  *
      * BRANCH ADDTRAN, AN OUTSIDE FEEDER, AN ITEM STAGED BEFORE  *
      * REFERENCES WERE ISSUED - TAKES AN "MG" REFERENCE HERE.    *
      * THE MERGE IS LOGGED TO TXNTRAIL WITH ITS SOURCE EITHER    *
      * WAY.                                                      *
      *-----------------------------------------------------------*
       5000-STAMP-MERGED-DETAIL.
           IF MD-TXN-REF = SPACES
               MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE
               MOVE "N" TO WS-REF-FUNCTION
               CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
                   WS-REF-STATUS
               MOVE WS-RQ-REFERENCE TO MD-TXN-REF
               IF MD-TXN-REF NOT = SPACES
                   ADD 1 TO WS-REF-ASSIGNED-COUNT
               END-IF
           END-IF.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE MD-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "MRGE"           TO WS-LE-EVENT-CODE.
           MOVE "ADDMERGE"       TO WS-LE-PROGRAM.
           MOVE MD-CUST-ID       TO WS-LE-CUST-ID.
           MOVE ZERO             TO WS-LE-AMOUNT.
           IF MD-NUM1 IS NUMERIC AND MD-NUM2 IS NUMERIC
               COMPUTE WS-LE-AMOUNT = MD-NUM1 + MD-NUM2
           END-IF.
           MOVE MD-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "FROM " WS-MERGE-SOURCE DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       5000-STAMP-MERGED-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE MERGE FIGURES.   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ADDITION-TRAN-FILE.
           CLOSE MERGED-TRAN-FILE.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "ADDMERGE: BATCH RECORDS COPIED  = "
               WS-COPIED-COUNT.
           DISPLAY "ADDMERGE: TRAILERS PASSED THRU  = "
               WS-DAY-COUNT.
           DISPLAY "ADDMERGE: CARRY-OVERS MERGED IN = "
               WS-CARRY-COUNT.
           DISPLAY "ADDMERGE: FUTURE ITEMS RELEASED = "
               WS-WHSE-COUNT.
           DISPLAY "ADDMERGE: FEEDERS MERGED IN     = "
               WS-FEED-MERGED-COUNT.
           DISPLAY "ADDMERGE: FEEDERS REFUSED       = "
               WS-FEED-REFUSED-COUNT.
           DISPLAY "ADDMERGE: FEEDERS MISSING       = "
               WS-FEED-MISSING-COUNT.
           DISPLAY "ADDMERGE: REFERENCES ASSIGNED   = "
               WS-REF-ASSIGNED-COUNT.
           IF WS-STEP-RC > RETURN-CODE
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

