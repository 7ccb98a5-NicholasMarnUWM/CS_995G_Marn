      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: External-auditor sample extraction with supporting
      * trail.  Each year the auditors pick postings to vouch and the
      * supporting records were pulled by hand.  This run draws the
      * sample itself, reproducibly, from the postings TRANHIST
      * holds for a date range, and prints one evidence report per
      * sampled item.  The AUDSPRM card carries the method - R for a
      * simple random sample, M for a monetary-unit sample - the
      * seed the auditors supply, the sample size (up to 200) and
      * the from and to posting dates.  The population is read in
      * TRANHIST key order, so the same card over the same history
      * always draws the same items.  A random sample takes distinct
      * positions in the population from a multiplicative
      * congruential generator started at the seed; a monetary-unit
      * sample walks the cumulative base amount at a fixed interval
      * (population base total over sample size) from a seeded
      * random start, so an item is selected in proportion to its
      * size (an item spanning several points is selected once).
      * For each item the report shows the archived ADDOUT line, the
      * ADDBATCH ledger entries for the batches posted that night,
      * the GLJRNL debit and credit carrying its customer, posting
      * date and base amount, the customer as CUSTMAS holds them now
      * and the CUSTHIST image in effect on the posting date, the
      * customer's EXCPWHST exception write-off and recovery events
      * of that night, and any DISPLDG dispute raised against that
      * night's postings.  A section with nothing on file says so.
      * A missing or invalid card, or no TRANHIST, ends RC 12 with
      * no sample; an evidence file that cannot be read is noted on
      * the report and ends RC 4.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  GLJRNL (66 BYTES), DISPLDG (96) AND TRANHIST
      *                 CARRY THE TRANSACTION REFERENCE; SAMPLED
      *                 POSTINGS, JOURNAL LINES AND DISPUTES NAME IT ON
      *                 THE EVIDENCE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-PARM-FILE ASSIGN TO "AUDSPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ADDITION-BATCH-FILE ASSIGN TO "ADDBATCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "EXCPWHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DISPUTE-LEDGER-FILE ASSIGN TO "DISPLDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT EVIDENCE-REPORT-FILE ASSIGN TO "AUDSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SAMPLE-PARM-RECORD.
           05  SP-METHOD               PIC X(01).
               88  SP-IS-RANDOM                  VALUE "R".
               88  SP-IS-MONETARY                VALUE "M".
           05  SP-SEED                 PIC X(09).
           05  SP-SAMPLE-SIZE          PIC X(03).
           05  SP-FROM-DATE            PIC X(08).
           05  SP-TO-DATE              PIC X(08).
           05  FILLER                  PIC X(51).

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-CUST-ID          PIC 9(06).
               10  TH-POST-DATE        PIC X(08).
               10  TH-SEQUENCE         PIC 9(07).
           05  TH-TRAN-CODE            PIC X(01).
               88  TH-IS-REVERSAL                VALUE "R".
           05  TH-NUM1                 PIC 9(05)V9(02).
           05  TH-NUM2                 PIC 9(05)V9(02).
           05  TH-NATIVE-AMOUNT        PIC 9(06)V9(02).
           05  TH-CURRENCY-CODE        PIC X(03).
           05  TH-BASE-AMOUNT          PIC 9(09)V9(04).
           05  TH-SETTLE-DATE          PIC X(08).
           05  TH-BRANCH-CODE          PIC X(04).
           05  TH-ARCHIVED-DATE        PIC X(08).
           05  TH-TXN-REF              PIC X(16).
           05  FILLER                  PIC X(04).

       FD  ADDITION-BATCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  ADDITION-BATCH-RECORD.
           05  AB-BATCH-ID             PIC X(08).
           05  AB-RUN-DATE             PIC X(08).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 66 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  JE-RECORD-TYPE          PIC X(01).
               88  JE-IS-TRAILER                 VALUE "T".
           05  JE-ACCOUNT              PIC 9(08).
           05  JE-DR-CR                PIC X(01).
           05  JE-AMOUNT               PIC 9(09)V9(04).
           05  JE-CURRENCY-CODE        PIC X(03).
           05  JE-CUST-ID              PIC 9(06).
           05  JE-POSTING-DATE         PIC X(08).
           05  JE-PERIOD               PIC 9(06).
           05  JE-BRANCH-CODE          PIC X(04).
           05  JE-TXN-REF              PIC X(16).

       FD  CUSTOMER-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 123 CHARACTERS.
       01  CUSTOMER-HISTORY-RECORD.
           05  CH-CUST-ID              PIC 9(06).
           05  CH-EFF-DATE             PIC X(08).
           05  CH-EFF-TIME             PIC X(08).
           05  CH-RECORD-IMAGE         PIC X(101).

       FD  WRITEOFF-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRITEOFF-HISTORY-RECORD.
           05  WH-EVENT-TYPE           PIC X(01).
               88  WH-IS-WRITEOFF                VALUE "W".
               88  WH-IS-RECOVERY                VALUE "R".
           05  WH-SEQUENCE             PIC 9(06).
           05  WH-EVENT-DATE           PIC X(08).
           05  WH-CUST-ID              PIC X(06).
           05  WH-REASON-CODE          PIC X(04).
           05  WH-AMOUNT               PIC 9(07)V9(02).
           05  WH-OPERATOR-ID          PIC X(08).
           05  WH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(10).

       FD  DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01  DISPUTE-LEDGER-RECORD.
           05  DP-SEQUENCE             PIC 9(06).
           05  DP-STATUS               PIC X(01).
           05  DP-CUST-ID              PIC 9(06).
           05  DP-NUM1                 PIC 9(05)V9(02).
           05  DP-NUM2                 PIC 9(05)V9(02).
           05  DP-CURRENCY-CODE        PIC X(03).
           05  DP-POST-DATE            PIC X(08).
           05  DP-OPEN-DATE            PIC X(08).
           05  DP-RESOLVE-DATE         PIC X(08).
           05  DP-DEADLINE-DATE        PIC X(08).
           05  DP-PROV-STATUS          PIC X(01).
           05  DP-PROV-CREDIT-DATE     PIC X(08).
           05  DP-PROV-TAKEBACK-DATE   PIC X(08).
           05  FILLER                  PIC X(01).
           05  DP-TXN-REF              PIC X(16).

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
           05  CM-STATUS-FLAG          PIC X(01).
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

      * ONE EVIDENCE LINE: SAMPLE ITEM, SECTION, ORDER OF ARRIVAL.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SAMPLE-NO            PIC 9(03).
           05  SW-SECTION              PIC 9(01).
           05  SW-ARRIVAL              PIC 9(07).
           05  SW-LINE                 PIC X(100).

       FD  EVIDENCE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  EVIDENCE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
       01  WS-SOURCE-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-SOURCE-OK                      VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-SOURCE-EOF                     VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-SOURCE-MISSING-SWITCH    PIC X(01) VALUE "N".
           88  WS-SOURCE-MISSING                 VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-METHOD                   PIC X(01) VALUE SPACES.
           88  WS-METHOD-RANDOM                  VALUE "R".
           88  WS-METHOD-MONETARY                VALUE "M".
       01  WS-SEED                     PIC 9(09) VALUE ZERO.
       01  WS-SAMPLE-SIZE              PIC 9(03) VALUE ZERO.
       01  WS-FROM-DATE                PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                  PIC X(08) VALUE SPACES.
       01  WS-DDNAME                   PIC X(08) VALUE SPACES.
      * THE POPULATION - POSTINGS DATED IN THE RANGE, KEY ORDER.
       77  WS-POP-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-POP-POSITION             PIC 9(09) COMP VALUE ZERO.
       01  WS-POP-TOTAL                PIC 9(13)V9(04) VALUE ZERO.
      * MULTIPLICATIVE CONGRUENTIAL GENERATOR, MODULUS 2**31 - 1.
       01  WS-RAND-STATE               PIC 9(10) VALUE ZERO.
       01  WS-RAND-PRODUCT             PIC 9(15) VALUE ZERO.
       01  WS-RAND-QUOTIENT            PIC 9(15) VALUE ZERO.
       01  WS-RAND-MULTIPLIER          PIC 9(05) VALUE 16807.
       01  WS-RAND-MODULUS             PIC 9(10) VALUE 2147483647.
       01  WS-DRAWN-POSITION           PIC 9(09) VALUE ZERO.
      * MONETARY-UNIT WALK.
       01  WS-INTERVAL                 PIC 9(13)V9(04) VALUE ZERO.
       01  WS-NEXT-POINT               PIC 9(13)V9(04) VALUE ZERO.
       01  WS-CUMULATIVE               PIC 9(13)V9(04) VALUE ZERO.
      * THE SAMPLE, IN POPULATION ORDER.
       01  WS-SAMPLE-TABLE.
           05  WS-SMP-ENTRY OCCURS 200 TIMES.
               10  WS-SMP-POSITION     PIC 9(09) COMP.
               10  WS-SMP-CUST-ID      PIC 9(06).
               10  WS-SMP-POST-DATE    PIC X(08).
               10  WS-SMP-SEQUENCE     PIC 9(07).
               10  WS-SMP-BASE         PIC 9(09)V9(04).
               10  WS-SMP-HIST-DATE    PIC X(08).
               10  WS-SMP-HIST-TIME    PIC X(08).
               10  WS-SMP-HIST-IMAGE   PIC X(101).
       77  WS-SMP-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-SMP-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-SMP-MOVE-IDX             PIC 9(03) COMP VALUE ZERO.
       77  WS-SMP-INSERT-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WS-SMP-NEXT-IDX             PIC 9(03) COMP VALUE ZERO.
       01  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
           88  WS-POSITION-TAKEN                 VALUE "Y".
      * THE CUSTHIST IMAGE LAYOUT, FOR THE IN-EFFECT VERSION.
       01  WS-HIST-IMAGE.
           05  WS-HI-CUST-ID           PIC 9(06).
           05  WS-HI-NAME              PIC X(30).
           05  WS-HI-STREET            PIC X(20).
           05  WS-HI-CITY              PIC X(15).
           05  WS-HI-REGION            PIC X(02).
           05  WS-HI-POSTAL-CODE       PIC X(09).
           05  WS-HI-DATE-OF-BIRTH     PIC X(08).
           05  WS-HI-SENSITIVE-FLAG    PIC X(01).
           05  WS-HI-STATUS-FLAG       PIC X(01).
           05  FILLER                  PIC X(09).
      * EVIDENCE LINE UNDER CONSTRUCTION.
       01  WS-EVID-SAMPLE-NO           PIC 9(03) VALUE ZERO.
       01  WS-EVID-SECTION             PIC 9(01) VALUE ZERO.
       01  WS-EVID-LINE                PIC X(100) VALUE SPACES.
       01  WS-EVID-TXN-REF             PIC X(16) VALUE SPACES.
       77  WS-ARRIVAL                  PIC 9(07) COMP VALUE ZERO.
      * OUTPUT CONTROL BREAK.
       01  WS-CURR-SAMPLE-NO           PIC 9(03) VALUE ZERO.
       01  WS-LAST-SECTION             PIC 9(01) VALUE ZERO.
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       77  WS-SECTION-IDX              PIC 9(01) COMP VALUE ZERO.
       01  WS-SECTION-NAMES.
           05  FILLER                  PIC X(40)
               VALUE "POSTING (ARCHIVED ADDOUT LINE)".
           05  FILLER                  PIC X(40)
               VALUE "ADDTRAN BATCHES POSTED THAT NIGHT".
           05  FILLER                  PIC X(40)
               VALUE "GLJRNL ENTRIES".
           05  FILLER                  PIC X(40)
               VALUE "CUSTOMER RECORD".
           05  FILLER                  PIC X(40)
               VALUE "EXCEPTION ACTIVITY THAT NIGHT".
           05  FILLER                  PIC X(40)
               VALUE "DISPUTES AGAINST THAT NIGHT'S POSTINGS".
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAMES.
           05  WS-SECTION-NAME OCCURS 6 TIMES
                                       PIC X(40).
      * EDITED FIELDS.
       01  WS-ED-SAMPLE-NO             PIC ZZ9.
       01  WS-ED-SAMPLE-COUNT          PIC ZZ9.
       01  WS-ED-NUM                   PIC ZZ,ZZ9.99.
       01  WS-ED-NUM-2                 PIC ZZ,ZZ9.99.
       01  WS-ED-NATIVE                PIC ZZZ,ZZ9.99.
       01  WS-ED-BASE                  PIC ZZZ,ZZZ,ZZ9.9999.
       01  WS-ED-WO-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01  WS-ED-COUNT                 PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-TOTAL                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
       01  WS-ED-POSITION              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.
           PERFORM 2000-MEASURE-POPULATION
               THRU 2000-MEASURE-POPULATION-EXIT.
           IF RETURN-CODE > 4 OR WS-POP-COUNT = 0
               PERFORM 9000-TERMINATE
                   THRU 9000-TERMINATE-EXIT
               GOBACK
           END-IF.
           PERFORM 2500-DRAW-SAMPLE
               THRU 2500-DRAW-SAMPLE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SAMPLE-NO
               ON ASCENDING KEY SW-SECTION
               ON ASCENDING KEY SW-ARRIVAL
               INPUT PROCEDURE IS 3000-GATHER-EVIDENCE
                   THRU 3000-GATHER-EVIDENCE-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-EVIDENCE
                   THRU 5000-PRINT-EVIDENCE-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - THE AUDITORS' CARD IS REQUIRED: METHOD  *
      * R OR M, A NUMERIC SEED, A SIZE OF 1 TO 200 AND A FROM-TO  *
      * POSTING DATE RANGE.  ANYTHING ELSE DRAWS NO SAMPLE.       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EVIDENCE-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "AUDSAMP        ", "AUDSRPT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "AUDIT SAMPLE AND SUPPORTING EVIDENCE - RUN "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           OPEN INPUT SAMPLE-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "*** NO AUDSPRM CARD - NO SAMPLE DRAWN ***"
                   TO EVIDENCE-REPORT-LINE
               WRITE EVIDENCE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO SAMPLE-PARM-RECORD.
           READ SAMPLE-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE SAMPLE-PARM-FILE.
           IF (NOT SP-IS-RANDOM AND NOT SP-IS-MONETARY)
               OR SP-SEED IS NOT NUMERIC
               OR SP-SAMPLE-SIZE IS NOT NUMERIC
               OR SP-FROM-DATE IS NOT NUMERIC
               OR SP-TO-DATE IS NOT NUMERIC
               MOVE "*** AUDSPRM CARD INVALID - NO SAMPLE DRAWN ***"
                   TO EVIDENCE-REPORT-LINE
               WRITE EVIDENCE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SP-METHOD      TO WS-METHOD.
           MOVE SP-SEED        TO WS-SEED.
           MOVE SP-SAMPLE-SIZE TO WS-SAMPLE-SIZE.
           MOVE SP-FROM-DATE   TO WS-FROM-DATE.
           MOVE SP-TO-DATE     TO WS-TO-DATE.
           IF WS-SAMPLE-SIZE = 0 OR WS-SAMPLE-SIZE > 200
               OR WS-FROM-DATE > WS-TO-DATE
               MOVE "*** AUDSPRM SIZE OR DATE RANGE INVALID - NO "
                   TO EVIDENCE-REPORT-LINE
               MOVE "SAMPLE DRAWN ***" TO EVIDENCE-REPORT-LINE(45:16)
               WRITE EVIDENCE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "METHOD " DELIMITED BY SIZE
               WS-METHOD DELIMITED BY SIZE
               "  SEED " DELIMITED BY SIZE
               WS-SEED DELIMITED BY SIZE
               "  SIZE " DELIMITED BY SIZE
               WS-SAMPLE-SIZE DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               MOVE "CUSTMAS " TO WS-DDNAME
               MOVE WS-CUST-FILE-STATUS TO WS-SOURCE-FILE-STATUS
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-MEASURE-POPULATION - FIRST PASS: HOW MANY POSTINGS   *
      * FALL IN THE RANGE AND THEIR BASE TOTAL.                   *
      *-----------------------------------------------------------*
       2000-MEASURE-POPULATION.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF NOT WS-HIST-OK
               CALL "FILERR" USING "AUDSAMP        ", "TRANHIST",
                   "OPEN-IN ", WS-HIST-FILE-STATUS, "N"
               MOVE "*** TRANHIST NOT AVAILABLE - NO SAMPLE DRAWN ***"
                   TO EVIDENCE-REPORT-LINE
               WRITE EVIDENCE-REPORT-LINE
               MOVE 12 TO RETURN-CODE
               GO TO 2000-MEASURE-POPULATION-EXIT
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           PERFORM 2100-COUNT-ONE-POSTING
               THRU 2100-COUNT-ONE-POSTING-EXIT
               UNTIL WS-SOURCE-EOF.
           CLOSE TRAN-HISTORY-FILE.
           MOVE WS-POP-COUNT TO WS-ED-COUNT.
           MOVE WS-POP-TOTAL TO WS-ED-TOTAL.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "POPULATION " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " POSTINGS, BASE TOTAL " DELIMITED BY SIZE
               WS-ED-TOTAL DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           IF WS-POP-COUNT = 0
               MOVE "*** NO POSTINGS IN THE RANGE - NO SAMPLE ***"
                   TO EVIDENCE-REPORT-LINE
               WRITE EVIDENCE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       2000-MEASURE-POPULATION-EXIT.
           EXIT.

       2100-COUNT-ONE-POSTING.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 2100-COUNT-ONE-POSTING-EXIT
           END-READ.
           IF TH-POST-DATE < WS-FROM-DATE
               OR TH-POST-DATE > WS-TO-DATE
               GO TO 2100-COUNT-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-POP-COUNT.
           ADD TH-BASE-AMOUNT TO WS-POP-TOTAL.
       2100-COUNT-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-DRAW-SAMPLE - START THE GENERATOR AT THE SEED.  A    *
      * RANDOM SAMPLE DRAWS DISTINCT POPULATION POSITIONS, KEPT   *
      * IN ASCENDING ORDER; A SAMPLE AT LEAST AS BIG AS THE       *
      * POPULATION TAKES EVERY POSTING.  A MONETARY-UNIT SAMPLE   *
      * FIXES THE INTERVAL AND ITS RANDOM FIRST POINT.            *
      *-----------------------------------------------------------*
       2500-DRAW-SAMPLE.
           DIVIDE WS-SEED BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.
           IF WS-RAND-STATE = 0
               MOVE 1 TO WS-RAND-STATE
           END-IF.
           MOVE ZERO TO WS-SMP-COUNT.
           IF WS-METHOD-MONETARY
               COMPUTE WS-INTERVAL = WS-POP-TOTAL / WS-SAMPLE-SIZE
               PERFORM 2600-NEXT-RANDOM
                   THRU 2600-NEXT-RANDOM-EXIT
               COMPUTE WS-NEXT-POINT =
                   WS-INTERVAL * WS-RAND-STATE / WS-RAND-MODULUS
               MOVE WS-INTERVAL TO WS-ED-TOTAL
               MOVE SPACES TO EVIDENCE-REPORT-LINE
               STRING "SAMPLING INTERVAL " DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
                   INTO EVIDENCE-REPORT-LINE
               WRITE EVIDENCE-REPORT-LINE
               GO TO 2500-DRAW-SAMPLE-EXIT
           END-IF.
           IF WS-SAMPLE-SIZE NOT < WS-POP-COUNT
               PERFORM 2520-TAKE-EVERY-POSITION
                   THRU 2520-TAKE-EVERY-POSITION-EXIT
                   VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-POP-COUNT
               GO TO 2500-DRAW-SAMPLE-EXIT
           END-IF.
           PERFORM 2510-DRAW-ONE-POSITION
               THRU 2510-DRAW-ONE-POSITION-EXIT
               UNTIL WS-SMP-COUNT = WS-SAMPLE-SIZE.
       2500-DRAW-SAMPLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2510-DRAW-ONE-POSITION - A POSITION IN 1..POPULATION,     *
      * INSERTED IN ORDER; ONE ALREADY DRAWN IS DRAWN AGAIN.      *
      *-----------------------------------------------------------*
       2510-DRAW-ONE-POSITION.
           PERFORM 2600-NEXT-RANDOM
               THRU 2600-NEXT-RANDOM-EXIT.
           DIVIDE WS-RAND-STATE BY WS-POP-COUNT
               GIVING WS-RAND-QUOTIENT REMAINDER WS-DRAWN-POSITION.
           ADD 1 TO WS-DRAWN-POSITION.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           MOVE ZERO TO WS-SMP-INSERT-IDX.
           PERFORM 2515-FIND-INSERT-POINT
               THRU 2515-FIND-INSERT-POINT-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT
               OR WS-SMP-INSERT-IDX > 0
               OR WS-POSITION-TAKEN.
           IF WS-POSITION-TAKEN
               GO TO 2510-DRAW-ONE-POSITION-EXIT
           END-IF.
           IF WS-SMP-INSERT-IDX = 0
               COMPUTE WS-SMP-INSERT-IDX = WS-SMP-COUNT + 1
           ELSE
               PERFORM 2516-SHIFT-ONE-ENTRY
                   THRU 2516-SHIFT-ONE-ENTRY-EXIT
                   VARYING WS-SMP-MOVE-IDX FROM WS-SMP-COUNT BY -1
                   UNTIL WS-SMP-MOVE-IDX < WS-SMP-INSERT-IDX
           END-IF.
           ADD 1 TO WS-SMP-COUNT.
           MOVE WS-DRAWN-POSITION
               TO WS-SMP-POSITION(WS-SMP-INSERT-IDX).
       2510-DRAW-ONE-POSITION-EXIT.
           EXIT.

       2515-FIND-INSERT-POINT.
           IF WS-SMP-POSITION(WS-SMP-IDX) = WS-DRAWN-POSITION
               SET WS-POSITION-TAKEN TO TRUE
           ELSE
               IF WS-SMP-POSITION(WS-SMP-IDX) > WS-DRAWN-POSITION
                   MOVE WS-SMP-IDX TO WS-SMP-INSERT-IDX
               END-IF
           END-IF.
       2515-FIND-INSERT-POINT-EXIT.
           EXIT.

       2516-SHIFT-ONE-ENTRY.
           COMPUTE WS-SMP-NEXT-IDX = WS-SMP-MOVE-IDX + 1.
           MOVE WS-SMP-ENTRY(WS-SMP-MOVE-IDX)
               TO WS-SMP-ENTRY(WS-SMP-NEXT-IDX).
       2516-SHIFT-ONE-ENTRY-EXIT.
           EXIT.

       2520-TAKE-EVERY-POSITION.
           ADD 1 TO WS-SMP-COUNT.
           MOVE WS-SMP-IDX TO WS-SMP-POSITION(WS-SMP-COUNT).
       2520-TAKE-EVERY-POSITION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-NEXT-RANDOM - STATE = STATE * 16807 MOD (2**31 - 1). *
      *-----------------------------------------------------------*
       2600-NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT =
               WS-RAND-STATE * WS-RAND-MULTIPLIER.
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.
       2600-NEXT-RANDOM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-GATHER-EVIDENCE - SECOND PASS OVER TRANHIST TO PICK  *
      * THE SAMPLE, THEN ONE PASS OVER EACH SUPPORTING FILE,      *
      * RELEASING EVERY LINE THAT BELONGS TO A SAMPLED ITEM.      *
      *-----------------------------------------------------------*
       3000-GATHER-EVIDENCE.
           MOVE ZERO TO WS-POP-POSITION.
           MOVE ZERO TO WS-CUMULATIVE.
           MOVE 1 TO WS-SMP-NEXT-IDX.
           OPEN INPUT TRAN-HISTORY-FILE.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           PERFORM 3100-SELECT-ONE-POSTING
               THRU 3100-SELECT-ONE-POSTING-EXIT
               UNTIL WS-SOURCE-EOF.
           CLOSE TRAN-HISTORY-FILE.
           IF WS-METHOD-MONETARY
               MOVE WS-SMP-NEXT-IDX TO WS-SMP-COUNT
               SUBTRACT 1 FROM WS-SMP-COUNT
           END-IF.
           MOVE WS-SMP-COUNT TO WS-ED-SAMPLE-COUNT.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "ITEMS SAMPLED " DELIMITED BY SIZE
               WS-ED-SAMPLE-COUNT DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           OPEN INPUT ADDITION-BATCH-FILE.
           IF WS-SOURCE-OK
               MOVE "N" TO WS-SOURCE-EOF-SWITCH
               PERFORM 3200-MATCH-ONE-BATCH
                   THRU 3200-MATCH-ONE-BATCH-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE ADDITION-BATCH-FILE
           ELSE
               MOVE "ADDBATCH" TO WS-DDNAME
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-SOURCE-OK
               MOVE "N" TO WS-SOURCE-EOF-SWITCH
               PERFORM 3300-MATCH-ONE-JOURNAL
                   THRU 3300-MATCH-ONE-JOURNAL-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE GL-JOURNAL-FILE
           ELSE
               MOVE "GLJRNL  " TO WS-DDNAME
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-HISTORY-FILE.
           IF WS-SOURCE-OK
               MOVE "N" TO WS-SOURCE-EOF-SWITCH
               PERFORM 3400-MATCH-ONE-CUST-HISTORY
                   THRU 3400-MATCH-ONE-CUST-HISTORY-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE CUSTOMER-HISTORY-FILE
           ELSE
               MOVE "CUSTHIST" TO WS-DDNAME
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           PERFORM 3450-RELEASE-CUSTOMER
               THRU 3450-RELEASE-CUSTOMER-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-SOURCE-OK
               MOVE "N" TO WS-SOURCE-EOF-SWITCH
               PERFORM 3500-MATCH-ONE-EXCEPTION
                   THRU 3500-MATCH-ONE-EXCEPTION-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE WRITEOFF-HISTORY-FILE
           ELSE
               MOVE "EXCPWHST" TO WS-DDNAME
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           OPEN INPUT DISPUTE-LEDGER-FILE.
           IF WS-SOURCE-OK
               MOVE "N" TO WS-SOURCE-EOF-SWITCH
               PERFORM 3600-MATCH-ONE-DISPUTE
                   THRU 3600-MATCH-ONE-DISPUTE-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE DISPUTE-LEDGER-FILE
           ELSE
               MOVE "DISPLDG " TO WS-DDNAME
               PERFORM 3950-NOTE-MISSING-SOURCE
                   THRU 3950-NOTE-MISSING-SOURCE-EXIT
           END-IF.
       3000-GATHER-EVIDENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SELECT-ONE-POSTING - A RANDOM SAMPLE TAKES THE       *
      * POSTING WHEN ITS POSITION IS THE NEXT ONE DRAWN; A        *
      * MONETARY-UNIT SAMPLE WHEN THE CUMULATIVE BASE PASSES THE  *
      * NEXT POINT, THE POINTS IT COVERS THEN STEPPED PAST.       *
      *-----------------------------------------------------------*
       3100-SELECT-ONE-POSTING.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3100-SELECT-ONE-POSTING-EXIT
           END-READ.
           IF TH-POST-DATE < WS-FROM-DATE
               OR TH-POST-DATE > WS-TO-DATE
               GO TO 3100-SELECT-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-POP-POSITION.
           IF WS-METHOD-MONETARY
               ADD TH-BASE-AMOUNT TO WS-CUMULATIVE
               IF WS-CUMULATIVE NOT > WS-NEXT-POINT
                   OR WS-SMP-NEXT-IDX > WS-SAMPLE-SIZE
                   GO TO 3100-SELECT-ONE-POSTING-EXIT
               END-IF
               PERFORM 3110-STEP-PAST-POINT
                   THRU 3110-STEP-PAST-POINT-EXIT
                   UNTIL WS-NEXT-POINT NOT < WS-CUMULATIVE
               MOVE WS-POP-POSITION
                   TO WS-SMP-POSITION(WS-SMP-NEXT-IDX)
           ELSE
               IF WS-SMP-NEXT-IDX > WS-SMP-COUNT
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3100-SELECT-ONE-POSTING-EXIT
               END-IF
               IF WS-POP-POSITION NOT =
                   WS-SMP-POSITION(WS-SMP-NEXT-IDX)
                   GO TO 3100-SELECT-ONE-POSTING-EXIT
               END-IF
           END-IF.
           MOVE WS-SMP-NEXT-IDX TO WS-SMP-IDX.
           ADD 1 TO WS-SMP-NEXT-IDX.
           MOVE TH-CUST-ID     TO WS-SMP-CUST-ID(WS-SMP-IDX).
           MOVE TH-POST-DATE   TO WS-SMP-POST-DATE(WS-SMP-IDX).
           MOVE TH-SEQUENCE    TO WS-SMP-SEQUENCE(WS-SMP-IDX).
           MOVE TH-BASE-AMOUNT TO WS-SMP-BASE(WS-SMP-IDX).
           MOVE SPACES         TO WS-SMP-HIST-DATE(WS-SMP-IDX).
           MOVE SPACES         TO WS-SMP-HIST-TIME(WS-SMP-IDX).
           MOVE SPACES         TO WS-SMP-HIST-IMAGE(WS-SMP-IDX).
           PERFORM 3150-RELEASE-POSTING
               THRU 3150-RELEASE-POSTING-EXIT.
       3100-SELECT-ONE-POSTING-EXIT.
           EXIT.

       3110-STEP-PAST-POINT.
           ADD WS-INTERVAL TO WS-NEXT-POINT.
       3110-STEP-PAST-POINT-EXIT.
           EXIT.

       3150-RELEASE-POSTING.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 1 TO WS-EVID-SECTION.
           MOVE WS-POP-POSITION TO WS-ED-POSITION.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "POSTED " DELIMITED BY SIZE
               TH-POST-DATE DELIMITED BY SIZE
               "  LINE " DELIMITED BY SIZE
               TH-SEQUENCE DELIMITED BY SIZE
               "  CUSTOMER " DELIMITED BY SIZE
               TH-CUST-ID DELIMITED BY SIZE
               "  CODE " DELIMITED BY SIZE
               TH-TRAN-CODE DELIMITED BY SIZE
               "  BRANCH " DELIMITED BY SIZE
               TH-BRANCH-CODE DELIMITED BY SIZE
               "  SETTLES " DELIMITED BY SIZE
               TH-SETTLE-DATE DELIMITED BY SIZE
               "  POPULATION ITEM " DELIMITED BY SIZE
               WS-ED-POSITION DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
           MOVE TH-NUM1          TO WS-ED-NUM.
           MOVE TH-NUM2          TO WS-ED-NUM-2.
           MOVE TH-NATIVE-AMOUNT TO WS-ED-NATIVE.
           MOVE TH-BASE-AMOUNT   TO WS-ED-BASE.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "NUM1 " DELIMITED BY SIZE
               WS-ED-NUM DELIMITED BY SIZE
               "  NUM2 " DELIMITED BY SIZE
               WS-ED-NUM-2 DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-ED-NATIVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TH-CURRENCY-CODE DELIMITED BY SIZE
               "  BASE " DELIMITED BY SIZE
               WS-ED-BASE DELIMITED BY SIZE
               "  ARCHIVED " DELIMITED BY SIZE
               TH-ARCHIVED-DATE DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
           MOVE TH-TXN-REF TO WS-EVID-TXN-REF.
           PERFORM 3910-RELEASE-REFERENCE
               THRU 3910-RELEASE-REFERENCE-EXIT.
       3150-RELEASE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-MATCH-ONE-BATCH - A LEDGER ENTRY RUN ON A SAMPLED    *
      * ITEM'S POSTING DATE.                                      *
      *-----------------------------------------------------------*
       3200-MATCH-ONE-BATCH.
           READ ADDITION-BATCH-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3200-MATCH-ONE-BATCH-EXIT
           END-READ.
           PERFORM 3210-TRY-ONE-BATCH-ITEM
               THRU 3210-TRY-ONE-BATCH-ITEM-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       3200-MATCH-ONE-BATCH-EXIT.
           EXIT.

       3210-TRY-ONE-BATCH-ITEM.
           IF AB-RUN-DATE NOT = WS-SMP-POST-DATE(WS-SMP-IDX)
               GO TO 3210-TRY-ONE-BATCH-ITEM-EXIT
           END-IF.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 2 TO WS-EVID-SECTION.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "BATCH " DELIMITED BY SIZE
               AB-BATCH-ID DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               AB-RUN-DATE DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
       3210-TRY-ONE-BATCH-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-MATCH-ONE-JOURNAL - A JOURNAL LINE FOR THE SAMPLED   *
      * ITEM'S CUSTOMER, POSTING DATE AND BASE AMOUNT.            *
      *-----------------------------------------------------------*
       3300-MATCH-ONE-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3300-MATCH-ONE-JOURNAL-EXIT
           END-READ.
           IF JE-IS-TRAILER
               GO TO 3300-MATCH-ONE-JOURNAL-EXIT
           END-IF.
           PERFORM 3310-TRY-ONE-JOURNAL-ITEM
               THRU 3310-TRY-ONE-JOURNAL-ITEM-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       3300-MATCH-ONE-JOURNAL-EXIT.
           EXIT.

       3310-TRY-ONE-JOURNAL-ITEM.
           IF JE-CUST-ID NOT = WS-SMP-CUST-ID(WS-SMP-IDX)
               OR JE-POSTING-DATE NOT = WS-SMP-POST-DATE(WS-SMP-IDX)
               OR JE-AMOUNT NOT = WS-SMP-BASE(WS-SMP-IDX)
               GO TO 3310-TRY-ONE-JOURNAL-ITEM-EXIT
           END-IF.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 3 TO WS-EVID-SECTION.
           MOVE JE-AMOUNT TO WS-ED-BASE.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "ACCOUNT " DELIMITED BY SIZE
               JE-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JE-DR-CR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ED-BASE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JE-CURRENCY-CODE DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               JE-POSTING-DATE DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               JE-PERIOD DELIMITED BY SIZE
               "  BRANCH " DELIMITED BY SIZE
               JE-BRANCH-CODE DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
           MOVE JE-TXN-REF TO WS-EVID-TXN-REF.
           PERFORM 3910-RELEASE-REFERENCE
               THRU 3910-RELEASE-REFERENCE-EXIT.
       3310-TRY-ONE-JOURNAL-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-MATCH-ONE-CUST-HISTORY - KEEP, FOR EACH SAMPLED      *
      * ITEM, THE LATEST CUSTHIST IMAGE EFFECTIVE ON OR BEFORE    *
      * ITS POSTING DATE.                                         *
      *-----------------------------------------------------------*
       3400-MATCH-ONE-CUST-HISTORY.
           READ CUSTOMER-HISTORY-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3400-MATCH-ONE-CUST-HISTORY-EXIT
           END-READ.
           PERFORM 3410-TRY-ONE-HISTORY-ITEM
               THRU 3410-TRY-ONE-HISTORY-ITEM-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       3400-MATCH-ONE-CUST-HISTORY-EXIT.
           EXIT.

       3410-TRY-ONE-HISTORY-ITEM.
           IF CH-CUST-ID NOT = WS-SMP-CUST-ID(WS-SMP-IDX)
               OR CH-EFF-DATE > WS-SMP-POST-DATE(WS-SMP-IDX)
               GO TO 3410-TRY-ONE-HISTORY-ITEM-EXIT
           END-IF.
           IF WS-SMP-HIST-DATE(WS-SMP-IDX) NOT = SPACES
               AND (CH-EFF-DATE < WS-SMP-HIST-DATE(WS-SMP-IDX)
               OR (CH-EFF-DATE = WS-SMP-HIST-DATE(WS-SMP-IDX)
               AND CH-EFF-TIME < WS-SMP-HIST-TIME(WS-SMP-IDX)))
               GO TO 3410-TRY-ONE-HISTORY-ITEM-EXIT
           END-IF.
           MOVE CH-EFF-DATE     TO WS-SMP-HIST-DATE(WS-SMP-IDX).
           MOVE CH-EFF-TIME     TO WS-SMP-HIST-TIME(WS-SMP-IDX).
           MOVE CH-RECORD-IMAGE TO WS-SMP-HIST-IMAGE(WS-SMP-IDX).
       3410-TRY-ONE-HISTORY-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3450-RELEASE-CUSTOMER - THE CUSTOMER AS CUSTMAS HOLDS     *
      * THEM NOW, AND THE CUSTHIST VERSION IN EFFECT WHEN THE     *
      * ITEM POSTED.                                              *
      *-----------------------------------------------------------*
       3450-RELEASE-CUSTOMER.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 4 TO WS-EVID-SECTION.
           MOVE SPACES TO WS-EVID-LINE.
           IF WS-CUSTMAS-AVAILABLE
               MOVE WS-SMP-CUST-ID(WS-SMP-IDX) TO CM-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "CUSTMAS NOW: NOT ON FILE"
                           TO WS-EVID-LINE
                   NOT INVALID KEY
                       STRING "CUSTMAS NOW: " DELIMITED BY SIZE
                           CM-CUST-ID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CM-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CM-CITY DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CM-REGION DELIMITED BY SIZE
                           "  STATUS " DELIMITED BY SIZE
                           CM-STATUS-FLAG DELIMITED BY SIZE
                           "  MERGED TO " DELIMITED BY SIZE
                           CM-MERGED-TO-ID DELIMITED BY SIZE
                           INTO WS-EVID-LINE
               END-READ
           ELSE
               MOVE "CUSTMAS NOW: NOT AVAILABLE" TO WS-EVID-LINE
           END-IF.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
           MOVE SPACES TO WS-EVID-LINE.
           IF WS-SMP-HIST-DATE(WS-SMP-IDX) = SPACES
               MOVE "CUSTHIST: NO VERSION ON OR BEFORE THE POSTING"
                   TO WS-EVID-LINE
           ELSE
               MOVE WS-SMP-HIST-IMAGE(WS-SMP-IDX) TO WS-HIST-IMAGE
               STRING "CUSTHIST " DELIMITED BY SIZE
                   WS-SMP-HIST-DATE(WS-SMP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SMP-HIST-TIME(WS-SMP-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-HI-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HI-CITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HI-REGION DELIMITED BY SIZE
                   "  STATUS " DELIMITED BY SIZE
                   WS-HI-STATUS-FLAG DELIMITED BY SIZE
                   INTO WS-EVID-LINE
           END-IF.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
       3450-RELEASE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-MATCH-ONE-EXCEPTION - A WRITE-OFF OR RECOVERY FOR    *
      * THE SAMPLED CUSTOMER DATED ON THE ITEM'S POSTING NIGHT.   *
      *-----------------------------------------------------------*
       3500-MATCH-ONE-EXCEPTION.
           READ WRITEOFF-HISTORY-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3500-MATCH-ONE-EXCEPTION-EXIT
           END-READ.
           IF WH-CUST-ID IS NOT NUMERIC
               GO TO 3500-MATCH-ONE-EXCEPTION-EXIT
           END-IF.
           PERFORM 3510-TRY-ONE-EXCEPTION-ITEM
               THRU 3510-TRY-ONE-EXCEPTION-ITEM-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       3500-MATCH-ONE-EXCEPTION-EXIT.
           EXIT.

       3510-TRY-ONE-EXCEPTION-ITEM.
           IF WH-CUST-ID NOT = WS-SMP-CUST-ID(WS-SMP-IDX)
               OR WH-EVENT-DATE NOT = WS-SMP-POST-DATE(WS-SMP-IDX)
               GO TO 3510-TRY-ONE-EXCEPTION-ITEM-EXIT
           END-IF.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 5 TO WS-EVID-SECTION.
           MOVE WH-AMOUNT TO WS-ED-WO-AMOUNT.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "EXCEPTION " DELIMITED BY SIZE
               WH-SEQUENCE DELIMITED BY SIZE
               "  EVENT " DELIMITED BY SIZE
               WH-EVENT-TYPE DELIMITED BY SIZE
               "  REASON " DELIMITED BY SIZE
               WH-REASON-CODE DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-ED-WO-AMOUNT DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               WH-OPERATOR-ID DELIMITED BY SIZE
               "  VIA " DELIMITED BY SIZE
               WH-SOURCE DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
       3510-TRY-ONE-EXCEPTION-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-MATCH-ONE-DISPUTE - A DISPUTE RAISED BY THE SAMPLED  *
      * CUSTOMER AGAINST A POSTING OF THE ITEM'S NIGHT.           *
      *-----------------------------------------------------------*
       3600-MATCH-ONE-DISPUTE.
           READ DISPUTE-LEDGER-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 3600-MATCH-ONE-DISPUTE-EXIT
           END-READ.
           PERFORM 3610-TRY-ONE-DISPUTE-ITEM
               THRU 3610-TRY-ONE-DISPUTE-ITEM-EXIT
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-SMP-COUNT.
       3600-MATCH-ONE-DISPUTE-EXIT.
           EXIT.

       3610-TRY-ONE-DISPUTE-ITEM.
           IF DP-CUST-ID NOT = WS-SMP-CUST-ID(WS-SMP-IDX)
               OR DP-POST-DATE NOT = WS-SMP-POST-DATE(WS-SMP-IDX)
               GO TO 3610-TRY-ONE-DISPUTE-ITEM-EXIT
           END-IF.
           MOVE WS-SMP-IDX TO WS-EVID-SAMPLE-NO.
           MOVE 6 TO WS-EVID-SECTION.
           MOVE DP-NUM1 TO WS-ED-NUM.
           MOVE DP-NUM2 TO WS-ED-NUM-2.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "DISPUTE " DELIMITED BY SIZE
               DP-SEQUENCE DELIMITED BY SIZE
               "  STATUS " DELIMITED BY SIZE
               DP-STATUS DELIMITED BY SIZE
               "  NUM1 " DELIMITED BY SIZE
               WS-ED-NUM DELIMITED BY SIZE
               "  NUM2 " DELIMITED BY SIZE
               WS-ED-NUM-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DP-CURRENCY-CODE DELIMITED BY SIZE
               "  OPENED " DELIMITED BY SIZE
               DP-OPEN-DATE DELIMITED BY SIZE
               "  RESOLVED " DELIMITED BY SIZE
               DP-RESOLVE-DATE DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
           MOVE DP-TXN-REF TO WS-EVID-TXN-REF.
           PERFORM 3910-RELEASE-REFERENCE
               THRU 3910-RELEASE-REFERENCE-EXIT.
       3610-TRY-ONE-DISPUTE-ITEM-EXIT.
           EXIT.

       3900-RELEASE-EVIDENCE.
           ADD 1 TO WS-ARRIVAL.
           MOVE WS-EVID-SAMPLE-NO TO SW-SAMPLE-NO.
           MOVE WS-EVID-SECTION   TO SW-SECTION.
           MOVE WS-ARRIVAL        TO SW-ARRIVAL.
           MOVE WS-EVID-LINE      TO SW-LINE.
           RELEASE SORT-WORK-RECORD.
       3900-RELEASE-EVIDENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3910-RELEASE-REFERENCE - A POSTING, JOURNAL LINE OR       *
      * DISPUTE THAT CARRIES A TRANSACTION REFERENCE GETS A       *
      * FOLLOWING LINE NAMING IT, SO THE AUDITOR CAN ASK FOR THE  *
      * ITEM'S TXNLINE LINEAGE.  OLDER RECORDS CARRY NONE AND GET *
      * NO LINE.                                                  *
      *-----------------------------------------------------------*
       3910-RELEASE-REFERENCE.
           IF WS-EVID-TXN-REF = SPACES
               GO TO 3910-RELEASE-REFERENCE-EXIT
           END-IF.
           MOVE SPACES TO WS-EVID-LINE.
           STRING "  TRANSACTION REFERENCE " DELIMITED BY SIZE
               WS-EVID-TXN-REF DELIMITED BY SIZE
               INTO WS-EVID-LINE.
           PERFORM 3900-RELEASE-EVIDENCE
               THRU 3900-RELEASE-EVIDENCE-EXIT.
       3910-RELEASE-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3950-NOTE-MISSING-SOURCE - AN EVIDENCE FILE THAT CANNOT   *
      * BE READ IS NAMED ON THE REPORT; ITS SECTIONS WILL SHOW    *
      * NOTHING ON FILE AND THE STEP ENDS RC 4.                   *
      *-----------------------------------------------------------*
       3950-NOTE-MISSING-SOURCE.
           SET WS-SOURCE-MISSING TO TRUE.
           CALL "FILERR" USING "AUDSAMP        ", WS-DDNAME,
               "OPEN-IN ", WS-SOURCE-FILE-STATUS, "N".
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "*** " DELIMITED BY SIZE
               WS-DDNAME DELIMITED BY SPACE
               " NOT AVAILABLE - ITS EVIDENCE IS MISSING BELOW ***"
                   DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
       3950-NOTE-MISSING-SOURCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-EVIDENCE - ONE EVIDENCE REPORT PER SAMPLED     *
      * ITEM, EVERY SECTION HEADED IN ORDER AND A SECTION WITH    *
      * NO LINES MARKED AS NOTHING ON FILE.                       *
      *-----------------------------------------------------------*
       5000-PRINT-EVIDENCE.
           PERFORM 5100-PRINT-ONE-LINE
               THRU 5100-PRINT-ONE-LINE-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 5300-CLOSE-ITEM
                   THRU 5300-CLOSE-ITEM-EXIT
           END-IF.
       5000-PRINT-EVIDENCE-EXIT.
           EXIT.

       5100-PRINT-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 5100-PRINT-ONE-LINE-EXIT
           END-RETURN.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SWITCH
               PERFORM 5200-OPEN-ITEM
                   THRU 5200-OPEN-ITEM-EXIT
           ELSE
               IF SW-SAMPLE-NO NOT = WS-CURR-SAMPLE-NO
                   PERFORM 5300-CLOSE-ITEM
                       THRU 5300-CLOSE-ITEM-EXIT
                   PERFORM 5200-OPEN-ITEM
                       THRU 5200-OPEN-ITEM-EXIT
               END-IF
           END-IF.
           IF SW-SECTION NOT = WS-LAST-SECTION
               COMPUTE WS-SECTION-IDX = WS-LAST-SECTION + 1
               PERFORM 5400-PRINT-EMPTY-SECTION
                   THRU 5400-PRINT-EMPTY-SECTION-EXIT
                   UNTIL WS-SECTION-IDX NOT < SW-SECTION
               MOVE SW-SECTION TO WS-SECTION-IDX
               PERFORM 5500-PRINT-SECTION-HEAD
                   THRU 5500-PRINT-SECTION-HEAD-EXIT
               MOVE SW-SECTION TO WS-LAST-SECTION
           END-IF.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           MOVE SW-LINE TO EVIDENCE-REPORT-LINE(7:100).
           WRITE EVIDENCE-REPORT-LINE.
       5100-PRINT-ONE-LINE-EXIT.
           EXIT.

       5200-OPEN-ITEM.
           MOVE SW-SAMPLE-NO TO WS-CURR-SAMPLE-NO.
           MOVE ZERO TO WS-LAST-SECTION.
           MOVE SW-SAMPLE-NO TO WS-ED-SAMPLE-NO.
           MOVE WS-SMP-COUNT TO WS-ED-SAMPLE-COUNT.
           MOVE ALL "=" TO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           STRING "SAMPLE ITEM " DELIMITED BY SIZE
               WS-ED-SAMPLE-NO DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-ED-SAMPLE-COUNT DELIMITED BY SIZE
               "   CUSTOMER " DELIMITED BY SIZE
               WS-SMP-CUST-ID(SW-SAMPLE-NO) DELIMITED BY SIZE
               "   POSTED " DELIMITED BY SIZE
               WS-SMP-POST-DATE(SW-SAMPLE-NO) DELIMITED BY SIZE
               INTO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
       5200-OPEN-ITEM-EXIT.
           EXIT.

       5300-CLOSE-ITEM.
           COMPUTE WS-SECTION-IDX = WS-LAST-SECTION + 1.
           PERFORM 5400-PRINT-EMPTY-SECTION
               THRU 5400-PRINT-EMPTY-SECTION-EXIT
               UNTIL WS-SECTION-IDX > 6.
       5300-CLOSE-ITEM-EXIT.
           EXIT.

       5400-PRINT-EMPTY-SECTION.
           PERFORM 5500-PRINT-SECTION-HEAD
               THRU 5500-PRINT-SECTION-HEAD-EXIT.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           MOVE "NOTHING ON FILE" TO EVIDENCE-REPORT-LINE(7:15).
           WRITE EVIDENCE-REPORT-LINE.
           ADD 1 TO WS-SECTION-IDX.
       5400-PRINT-EMPTY-SECTION-EXIT.
           EXIT.

       5500-PRINT-SECTION-HEAD.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           MOVE WS-SECTION-NAME(WS-SECTION-IDX)
               TO EVIDENCE-REPORT-LINE(3:40).
           WRITE EVIDENCE-REPORT-LINE.
       5500-PRINT-SECTION-HEAD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP.  AN EVIDENCE FILE THAT COULD   *
      * NOT BE READ ENDS THE STEP RC 4.                           *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE EVIDENCE-REPORT-FILE.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "AUDSAMP: POPULATION POSTINGS = " WS-POP-COUNT.
           DISPLAY "AUDSAMP: ITEMS SAMPLED       = " WS-SMP-COUNT.
           IF RETURN-CODE < 4 AND WS-SOURCE-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM AUDSAMP.
