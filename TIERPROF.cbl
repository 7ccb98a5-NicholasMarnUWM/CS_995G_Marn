      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Monthly customer profitability by tier bucket.
      * Product management needs to see whether the upper TIERMAS
      * buckets earn their keep.  For the period on the PROFPRM card
      * (YYYYMM; the month before the run date when there is no
      * card) each customer's month is assembled from four places:
      * the fee income charged in the TIERFEE batch that closes the
      * period (batch ID FE plus the month after the period, read
      * from FEETRAN as the monthly run leaves it); the write-off
      * losses net of recoveries booked in the period on EXCPWHST,
      * the dated write-off and recovery history EXCPMGR and EXCPESC
      * keep for the EXCPDISP dispositions; the disputes DISPLDG
      * shows reversed in the period; and the item count and base
      * volume of the month's ADDOUT generations.  Fees and disputes
      * are priced into base at the CURRMAS rate.  Net contribution
      * is the fee income less the net write-off loss and the
      * disputes reversed.  The PROFRPT report lists every customer
      * ranked by net contribution, highest first, with the TIERMAS
      * bucket and a flag on each customer whose bucket fee does not
      * cover their losses, then rolls the month up by bucket.  The
      * same customer rows go to the PROFCSV comma-separated extract
      * for the analysts, closed by a TRAILER,count line as TIERCSV
      * is.  A source that cannot be read leaves its column empty
      * and ends the step RC 4; so does an amount with no rate.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDOUT (73 BYTES), FEETRAN (44) AND DISPLDG (96)
      *                 LAYOUTS WIDENED FOR THE TRANSACTION REFERENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-PARM-FILE ASSIGN TO "PROFPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FEE-TRAN-FILE ASSIGN TO "FEETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "EXCPWHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHST-FILE-STATUS.
           SELECT DISPUTE-LEDGER-FILE ASSIGN TO "DISPLDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT ADDITION-OUT-FILE ASSIGN TO "ADDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDOUT-FILE-STATUS.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CURRENCY-CODE
               FILE STATUS IS WS-CURRM-FILE-STATUS.
           SELECT TIER-MASTER-FILE ASSIGN TO "TIERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ACCOUNT-ID
               FILE STATUS IS WS-MAS-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK02".
           SELECT PROFIT-WORK-FILE ASSIGN TO "PROFWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.
           SELECT PROFIT-REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT PROFIT-CSV-FILE ASSIGN TO "PROFCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROF-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  PROF-PARM-RECORD.
           05  PP-PERIOD               PIC 9(06).

       FD  FEE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEE-TRAN-RECORD.
           05  FT-TRAN-CODE            PIC X(01).
               88  FT-IS-HEADER                  VALUE "H".
               88  FT-IS-TRAILER                 VALUE "T".
           05  FT-CUST-ID              PIC 9(06).
           05  FT-NUM1                 PIC 9(05)V9(02).
           05  FT-NUM2                 PIC 9(05)V9(02).
           05  FT-CURRENCY-CODE        PIC X(03).
           05  FT-BRANCH-CODE          PIC X(04).
           05  FT-TXN-REF              PIC X(16).
       01  FEE-TRAN-HEADER REDEFINES FEE-TRAN-RECORD.
           05  FH-RECORD-CODE          PIC X(01).
           05  FH-BATCH-ID             PIC X(08).
           05  FH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).

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
               88  DP-IS-OPEN                    VALUE "O".
               88  DP-IS-REVERSED                VALUE "R".
               88  DP-IS-UPHELD                  VALUE "U".
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

       FD  ADDITION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 73 CHARACTERS.
       01  ADDITION-OUT-RECORD.
           05  OUT-TRAN-CODE           PIC X(01).
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

       FD  CURRENCY-MASTER-FILE.
       01  CURRENCY-MASTER-RECORD.
           05  CU-CURRENCY-CODE        PIC X(03).
           05  CU-EXCHANGE-RATE        PIC 9(03)V9(04).
           05  CU-EFF-DATE             PIC X(08).
           05  CU-DECIMAL-PLACES       PIC 9(01).

       FD  TIER-MASTER-FILE.
       01  TIER-MASTER-RECORD.
           05  TM-ACCOUNT-ID           PIC 9(06).
           05  TM-BUCKET               PIC X(16).
           05  TM-SINCE-DATE           PIC X(08).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CUST-ID              PIC 9(06).
           05  SW-KIND                 PIC X(01).
               88  SW-IS-FEE                     VALUE "F".
               88  SW-IS-WRITEOFF                VALUE "W".
               88  SW-IS-RECOVERY                VALUE "C".
               88  SW-IS-DISPUTE                 VALUE "D".
               88  SW-IS-ACTIVITY                VALUE "V".
           05  SW-BASE-AMOUNT          PIC 9(09)V9(04).

      * ONE ROW PER CUSTOMER, AS WRITTEN TO PROFWRK AND RANKED.
       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-NET-CONTRIBUTION     PIC S9(11)V9(02).
           05  RS-CUST-ID              PIC 9(06).
           05  RS-DETAIL               PIC X(97).

       FD  PROFIT-WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 116 CHARACTERS.
       01  PROFIT-WORK-RECORD.
           05  PW-NET-CONTRIBUTION     PIC S9(11)V9(02).
           05  PW-CUST-ID              PIC 9(06).
           05  PW-BUCKET               PIC X(16).
           05  PW-FEE-INCOME           PIC 9(11)V9(02).
           05  PW-WRITEOFF-LOSS        PIC S9(11)V9(02).
           05  PW-DISPUTE-LOSS         PIC 9(11)V9(02).
           05  PW-ITEM-COUNT           PIC 9(07).
           05  PW-VOLUME               PIC 9(13)V9(02).
           05  PW-UNCOVERED-FLAG       PIC X(01).
               88  PW-FEE-NOT-COVERING           VALUE "Y".
           05  FILLER                  PIC X(19).

       FD  PROFIT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  PROFIT-REPORT-LINE          PIC X(132).

       FD  PROFIT-CSV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  PROFIT-CSV-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-FEE-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FEE-OK                         VALUE "00".
       01  WS-WHST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHST-OK                        VALUE "00".
       01  WS-DISP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-DISP-OK                        VALUE "00".
       01  WS-ADDOUT-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-ADDOUT-OK                      VALUE "00".
       01  WS-CURRM-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CURRM-OK                       VALUE "00".
       01  WS-MAS-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-MAS-OK                         VALUE "00".
       01  WS-WRK-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-WRK-OK                         VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-CSV-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CSV-OK                         VALUE "00".
       01  WS-CURRMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CURRMAS-AVAILABLE              VALUE "Y".
       01  WS-TIERMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-TIERMAS-AVAILABLE              VALUE "Y".
       01  WS-SOURCE-MISSING-SWITCH    PIC X(01) VALUE "N".
           88  WS-SOURCE-MISSING                 VALUE "Y".
       01  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-SOURCE-EOF                     VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TARGET-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-CLOSING-PERIOD           PIC 9(06) VALUE ZERO.
       01  WS-FEE-BATCH-ID             PIC X(08) VALUE SPACES.
      * FEETRAN GROUP STATE - ONLY THE FIRST GROUP CARRYING THE
      * CLOSING BATCH ID IS TAKEN.
       01  WS-FEE-GROUP-SWITCH         PIC X(01) VALUE "N".
           88  WS-FEE-GROUP-TAKEN                VALUE "Y".
       01  WS-FEE-BATCH-SEEN-SWITCH    PIC X(01) VALUE "N".
           88  WS-FEE-BATCH-SEEN                 VALUE "Y".
       01  WS-DDNAME                   PIC X(08) VALUE SPACES.
       01  WS-SOURCE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ITEM-AMOUNT              PIC 9(07)V9(02) VALUE ZERO.
       01  WS-ITEM-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-CONV-RATE                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-RATE-SWITCH              PIC X(01) VALUE "N".
           88  WS-RATE-FOUND                     VALUE "Y".
      * THE CUSTOMER BEING ASSEMBLED IN THE FIRST SORT'S OUTPUT.
       01  WS-CURR-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-CUST-FEE                 PIC 9(11)V9(04) VALUE ZERO.
       01  WS-CUST-WRITEOFF            PIC S9(11)V9(04) VALUE ZERO.
       01  WS-CUST-DISPUTE             PIC 9(11)V9(04) VALUE ZERO.
       01  WS-CUST-ITEMS               PIC 9(07) VALUE ZERO.
       01  WS-CUST-VOLUME              PIC 9(13)V9(04) VALUE ZERO.
       01  WS-CUST-LOSSES              PIC S9(11)V9(04) VALUE ZERO.
      * ROLL-UP BY BUCKET, IN THE ORDER BUCKETS ARE FIRST SEEN.
       01  WS-BUCKET-TABLE.
           05  WS-BKT-ENTRY OCCURS 20 TIMES.
               10  WS-BKT-LABEL        PIC X(16).
               10  WS-BKT-CUSTOMERS    PIC 9(07) COMP.
               10  WS-BKT-UNCOVERED    PIC 9(07) COMP.
               10  WS-BKT-FEE          PIC 9(13)V9(02).
               10  WS-BKT-WRITEOFF     PIC S9(13)V9(02).
               10  WS-BKT-DISPUTE      PIC 9(13)V9(02).
               10  WS-BKT-NET          PIC S9(13)V9(02).
               10  WS-BKT-ITEMS        PIC 9(09) COMP.
               10  WS-BKT-VOLUME       PIC 9(15)V9(02).
       77  WS-BKT-COUNT                PIC 9(02) COMP VALUE ZERO.
       77  WS-BKT-IDX                  PIC 9(02) COMP VALUE ZERO.
       77  WS-BKT-MATCH-IDX            PIC 9(02) COMP VALUE ZERO.
      * RUN COUNTS AND TOTALS.
       77  WS-FEE-ITEMS                PIC 9(07) COMP VALUE ZERO.
       77  WS-WRITEOFF-EVENTS          PIC 9(07) COMP VALUE ZERO.
       77  WS-DISPUTE-ITEMS            PIC 9(07) COMP VALUE ZERO.
       77  WS-ACTIVITY-ITEMS           PIC 9(09) COMP VALUE ZERO.
       77  WS-UNPRICED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNATTRIBUTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNCOVERED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-RANK                     PIC 9(07) COMP VALUE ZERO.
       77  WS-BUCKET-FULL-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-UNATTRIBUTED-LOSS        PIC S9(11)V9(02) VALUE ZERO.
      * REPORT LINES.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(08) VALUE "   RANK ".
           05  FILLER                  PIC X(08) VALUE "CUST    ".
           05  FILLER                  PIC X(17)
                                       VALUE "BUCKET".
           05  FILLER                  PIC X(15)
                                       VALUE "     FEE INCOME".
           05  FILLER                  PIC X(15)
                                       VALUE "  WRITE-OFF NET".
           05  FILLER                  PIC X(15)
                                       VALUE "   DISPUTES REV".
           05  FILLER                  PIC X(16)
                                       VALUE "  NET CONTRIBUTN".
           05  FILLER                  PIC X(08) VALUE "   ITEMS".
           05  FILLER                  PIC X(15)
                                       VALUE "    BASE VOLUME".
           05  FILLER                  PIC X(15)
                                       VALUE "  FLAG".
       01  WS-RPT-DETAIL.
           05  WS-RD-RANK              PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-BUCKET            PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-FEE               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-WRITEOFF          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-DISPUTE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-NET               PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-ITEMS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RD-VOLUME            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-FLAG              PIC X(12).
       01  WS-BKT-HEADING.
           05  FILLER                  PIC X(17)
                                       VALUE "BUCKET".
           05  FILLER                  PIC X(10) VALUE " CUSTOMERS".
           05  FILLER                  PIC X(10) VALUE " UNCOVERED".
           05  FILLER                  PIC X(17)
                                       VALUE "       FEE INCOME".
           05  FILLER                  PIC X(17)
                                       VALUE "    WRITE-OFF NET".
           05  FILLER                  PIC X(17)
                                       VALUE "     DISPUTES REV".
           05  FILLER                  PIC X(18)
                                       VALUE "  NET CONTRIBUTION".
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-BKT-DETAIL.
           05  WS-BD-LABEL             PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BD-CUSTOMERS         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BD-UNCOVERED         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BD-FEE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BD-WRITEOFF          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BD-DISPUTE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BD-NET               PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE " ITEMS  ".
           05  WS-BD-ITEMS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.
      * CSV FIELDS.
       01  WS-CSV-RANK                 PIC Z(06)9.
       01  WS-CSV-FEE                  PIC -(11)9.99.
       01  WS-CSV-WRITEOFF             PIC -(11)9.99.
       01  WS-CSV-DISPUTE              PIC -(11)9.99.
       01  WS-CSV-NET                  PIC -(11)9.99.
       01  WS-CSV-ITEMS                PIC Z(06)9.
       01  WS-CSV-VOLUME               PIC -(13)9.99.
       01  WS-CSV-TRAILER-COUNT        PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUST-ID
               INPUT PROCEDURE IS 2000-RELEASE-SOURCES
                   THRU 2000-RELEASE-SOURCES-EXIT
               OUTPUT PROCEDURE IS 3000-ASSEMBLE-CUSTOMERS
                   THRU 3000-ASSEMBLE-CUSTOMERS-EXIT.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RS-NET-CONTRIBUTION
               ON ASCENDING KEY RS-CUST-ID
               INPUT PROCEDURE IS 4000-RELEASE-PROFITS
                   THRU 4000-RELEASE-PROFITS-EXIT
               OUTPUT PROCEDURE IS 5000-PRINT-RANKING
                   THRU 5000-PRINT-RANKING-EXIT.
           PERFORM 6000-PRINT-BUCKETS
               THRU 6000-PRINT-BUCKETS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - PERIOD FROM PROFPRM (DEFAULT THE MONTH  *
      * BEFORE THE RUN DATE) AND THE CLOSING MONTH WHOSE FEE      *
      * BATCH CHARGES IT; OPEN THE MASTERS AND THE OUTPUTS.       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-TARGET-PERIOD.
           IF WS-TARGET-PERIOD(5:2) = "01"
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 89
           ELSE
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-PERIOD - 1
           END-IF.
           OPEN INPUT PROF-PARM-FILE.
           IF WS-PARM-OK
               READ PROF-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PERIOD IS NUMERIC AND PP-PERIOD > 0
                           MOVE PP-PERIOD TO WS-TARGET-PERIOD
                       END-IF
               END-READ
               CLOSE PROF-PARM-FILE
           END-IF.
           IF WS-TARGET-PERIOD(5:2) = "12"
               COMPUTE WS-CLOSING-PERIOD = WS-TARGET-PERIOD + 89
           ELSE
               COMPUTE WS-CLOSING-PERIOD = WS-TARGET-PERIOD + 1
           END-IF.
           MOVE SPACES TO WS-FEE-BATCH-ID.
           STRING "FE" DELIMITED BY SIZE
               WS-CLOSING-PERIOD DELIMITED BY SIZE
               INTO WS-FEE-BATCH-ID.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           IF NOT WS-RPT-OK
               CALL "FILERR" USING "TIERPROF       ", "PROFRPT ",
                   "OPEN-OUT", WS-RPT-FILE-STATUS, "N"
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           OPEN OUTPUT PROFIT-CSV-FILE.
           IF NOT WS-CSV-OK
               CALL "FILERR" USING "TIERPROF       ", "PROFCSV ",
                   "OPEN-OUT", WS-CSV-FILE-STATUS, "N"
               CLOSE PROFIT-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE "N" TO WS-CURRMAS-AVAIL-SWITCH.
           OPEN INPUT CURRENCY-MASTER-FILE.
           IF WS-CURRM-OK
               SET WS-CURRMAS-AVAILABLE TO TRUE
           END-IF.
           MOVE "N" TO WS-TIERMAS-AVAIL-SWITCH.
           OPEN INPUT TIER-MASTER-FILE.
           IF WS-MAS-OK
               SET WS-TIERMAS-AVAILABLE TO TRUE
           ELSE
               CALL "FILERR" USING "TIERPROF       ", "TIERMAS ",
                   "OPEN-IN ", WS-MAS-FILE-STATUS, "N"
               SET WS-SOURCE-MISSING TO TRUE
               DISPLAY "TIERPROF: TIERMAS COULD NOT BE OPENED - ",
                   "EVERY CUSTOMER REPORTED UNTIERED."
           END-IF.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "CUSTOMER PROFITABILITY BY TIER FOR PERIOD "
                   DELIMITED BY SIZE
               WS-TARGET-PERIOD DELIMITED BY SIZE
               " (FEE BATCH " DELIMITED BY SIZE
               WS-FEE-BATCH-ID DELIMITED BY SIZE
               ") RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-RPT-HEADING TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-SOURCES - ONE SORT RECORD PER FEE, WRITE-OFF *
      * OR RECOVERY, REVERSED DISPUTE AND ADDOUT ITEM, ALL IN     *
      * BASE.  A SOURCE THAT WILL NOT OPEN IS REPORTED AND        *
      * SKIPPED.                                                  *
      *-----------------------------------------------------------*
       2000-RELEASE-SOURCES.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT FEE-TRAN-FILE.
           IF WS-FEE-OK
               PERFORM 2100-RELEASE-ONE-FEE
                   THRU 2100-RELEASE-ONE-FEE-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE FEE-TRAN-FILE
               IF NOT WS-FEE-BATCH-SEEN
                   SET WS-SOURCE-MISSING TO TRUE
                   DISPLAY "TIERPROF: FEETRAN CARRIES NO BATCH "
                       WS-FEE-BATCH-ID " - NO FEE INCOME REPORTED."
               END-IF
           ELSE
               MOVE "FEETRAN " TO WS-DDNAME
               MOVE WS-FEE-FILE-STATUS TO WS-SOURCE-STATUS
               PERFORM 2900-NOTE-MISSING-SOURCE
                   THRU 2900-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT WRITEOFF-HISTORY-FILE.
           IF WS-WHST-OK
               PERFORM 2200-RELEASE-ONE-WRITEOFF
                   THRU 2200-RELEASE-ONE-WRITEOFF-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE WRITEOFF-HISTORY-FILE
           ELSE
               MOVE "EXCPWHST" TO WS-DDNAME
               MOVE WS-WHST-FILE-STATUS TO WS-SOURCE-STATUS
               PERFORM 2900-NOTE-MISSING-SOURCE
                   THRU 2900-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT DISPUTE-LEDGER-FILE.
           IF WS-DISP-OK
               PERFORM 2300-RELEASE-ONE-DISPUTE
                   THRU 2300-RELEASE-ONE-DISPUTE-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE DISPUTE-LEDGER-FILE
           ELSE
               MOVE "DISPLDG " TO WS-DDNAME
               MOVE WS-DISP-FILE-STATUS TO WS-SOURCE-STATUS
               PERFORM 2900-NOTE-MISSING-SOURCE
                   THRU 2900-NOTE-MISSING-SOURCE-EXIT
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT ADDITION-OUT-FILE.
           IF WS-ADDOUT-OK
               PERFORM 2400-RELEASE-ONE-ACTIVITY
                   THRU 2400-RELEASE-ONE-ACTIVITY-EXIT
                   UNTIL WS-SOURCE-EOF
               CLOSE ADDITION-OUT-FILE
           ELSE
               MOVE "ADDOUT  " TO WS-DDNAME
               MOVE WS-ADDOUT-FILE-STATUS TO WS-SOURCE-STATUS
               PERFORM 2900-NOTE-MISSING-SOURCE
                   THRU 2900-NOTE-MISSING-SOURCE-EXIT
           END-IF.
       2000-RELEASE-SOURCES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-RELEASE-ONE-FEE - DETAILS OF THE FIRST FEETRAN GROUP *
      * WHOSE HEADER CARRIES THE CLOSING BATCH ID.  ANY OTHER     *
      * BATCH ON THE FILE (OR A SECOND COPY OF THIS ONE) IS       *
      * PASSED OVER.                                              *
      *-----------------------------------------------------------*
       2100-RELEASE-ONE-FEE.
           READ FEE-TRAN-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-FEE-EXIT
           END-READ.
           IF FT-IS-HEADER
               MOVE "N" TO WS-FEE-GROUP-SWITCH
               IF FH-BATCH-ID = WS-FEE-BATCH-ID
                   AND NOT WS-FEE-BATCH-SEEN
                   SET WS-FEE-BATCH-SEEN TO TRUE
                   SET WS-FEE-GROUP-TAKEN TO TRUE
               END-IF
               GO TO 2100-RELEASE-ONE-FEE-EXIT
           END-IF.
           IF FT-IS-TRAILER
               MOVE "N" TO WS-FEE-GROUP-SWITCH
               GO TO 2100-RELEASE-ONE-FEE-EXIT
           END-IF.
           IF NOT WS-FEE-GROUP-TAKEN
               GO TO 2100-RELEASE-ONE-FEE-EXIT
           END-IF.
           ADD 1 TO WS-FEE-ITEMS.
           COMPUTE WS-ITEM-AMOUNT = FT-NUM1 + FT-NUM2.
           MOVE FT-CURRENCY-CODE TO WS-ITEM-CURRENCY.
           MOVE FT-CUST-ID       TO SW-CUST-ID.
           MOVE "F"              TO SW-KIND.
           PERFORM 2800-RELEASE-PRICED-ITEM
               THRU 2800-RELEASE-PRICED-ITEM-EXIT.
       2100-RELEASE-ONE-FEE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-ONE-WRITEOFF - WRITE-OFFS AND RECOVERIES     *
      * BOOKED IN THE PERIOD.  AN EXCEPTION WHOSE CUSTOMER ID IS  *
      * NOT NUMERIC CANNOT BE LAID AT ANY CUSTOMER'S DOOR; ITS    *
      * NET LOSS IS SHOWN ON ITS OWN IN THE TOTALS.               *
      *-----------------------------------------------------------*
       2200-RELEASE-ONE-WRITEOFF.
           READ WRITEOFF-HISTORY-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 2200-RELEASE-ONE-WRITEOFF-EXIT
           END-READ.
           IF NOT WH-IS-WRITEOFF AND NOT WH-IS-RECOVERY
               GO TO 2200-RELEASE-ONE-WRITEOFF-EXIT
           END-IF.
           IF WH-EVENT-DATE(1:6) NOT = WS-TARGET-PERIOD
               GO TO 2200-RELEASE-ONE-WRITEOFF-EXIT
           END-IF.
           ADD 1 TO WS-WRITEOFF-EVENTS.
           IF WH-CUST-ID IS NOT NUMERIC
               ADD 1 TO WS-UNATTRIBUTED-COUNT
               IF WH-IS-WRITEOFF
                   ADD WH-AMOUNT TO WS-UNATTRIBUTED-LOSS
               ELSE
                   SUBTRACT WH-AMOUNT FROM WS-UNATTRIBUTED-LOSS
               END-IF
               GO TO 2200-RELEASE-ONE-WRITEOFF-EXIT
           END-IF.
           MOVE WH-CUST-ID TO SW-CUST-ID.
           IF WH-IS-WRITEOFF
               MOVE "W" TO SW-KIND
           ELSE
               MOVE "C" TO SW-KIND
           END-IF.
           MOVE WH-AMOUNT TO SW-BASE-AMOUNT.
           RELEASE SORT-WORK-RECORD.
       2200-RELEASE-ONE-WRITEOFF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-RELEASE-ONE-DISPUTE - DISPUTES DECIDED FOR THE       *
      * CUSTOMER (REVERSED) WITH A RESOLVE DATE IN THE PERIOD.    *
      *-----------------------------------------------------------*
       2300-RELEASE-ONE-DISPUTE.
           READ DISPUTE-LEDGER-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 2300-RELEASE-ONE-DISPUTE-EXIT
           END-READ.
           IF NOT DP-IS-REVERSED
               OR DP-RESOLVE-DATE(1:6) NOT = WS-TARGET-PERIOD
               GO TO 2300-RELEASE-ONE-DISPUTE-EXIT
           END-IF.
           ADD 1 TO WS-DISPUTE-ITEMS.
           COMPUTE WS-ITEM-AMOUNT = DP-NUM1 + DP-NUM2.
           MOVE DP-CURRENCY-CODE TO WS-ITEM-CURRENCY.
           MOVE DP-CUST-ID       TO SW-CUST-ID.
           MOVE "D"              TO SW-KIND.
           PERFORM 2800-RELEASE-PRICED-ITEM
               THRU 2800-RELEASE-PRICED-ITEM-EXIT.
       2300-RELEASE-ONE-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-RELEASE-ONE-ACTIVITY - EVERY ADDOUT ITEM OF THE      *
      * MONTH'S GENERATIONS, AT THE BASE AMOUNT IT POSTED AT.     *
      *-----------------------------------------------------------*
       2400-RELEASE-ONE-ACTIVITY.
           READ ADDITION-OUT-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 2400-RELEASE-ONE-ACTIVITY-EXIT
           END-READ.
           IF OUT-IS-TRAILER
               GO TO 2400-RELEASE-ONE-ACTIVITY-EXIT
           END-IF.
           ADD 1 TO WS-ACTIVITY-ITEMS.
           MOVE OUT-CUST-ID   TO SW-CUST-ID.
           MOVE "V"           TO SW-KIND.
           MOVE OUT-BASE-NUM3 TO SW-BASE-AMOUNT.
           RELEASE SORT-WORK-RECORD.
       2400-RELEASE-ONE-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-RELEASE-PRICED-ITEM - WS-ITEM-AMOUNT IN              *
      * WS-ITEM-CURRENCY TO BASE AT THE CURRMAS RATE (A BLANK     *
      * CURRENCY IS BASE).  WITH NO RATE THE ITEM IS RELEASED AT  *
      * ZERO AND COUNTED.                                         *
      *-----------------------------------------------------------*
       2800-RELEASE-PRICED-ITEM.
           MOVE 1.0000 TO WS-CONV-RATE.
           SET WS-RATE-FOUND TO TRUE.
           IF WS-ITEM-CURRENCY NOT = SPACES
               MOVE ZERO TO WS-CONV-RATE
               MOVE "N" TO WS-RATE-SWITCH
               IF WS-CURRMAS-AVAILABLE
                   MOVE WS-ITEM-CURRENCY TO CU-CURRENCY-CODE
                   READ CURRENCY-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CU-EXCHANGE-RATE TO WS-CONV-RATE
                           SET WS-RATE-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "TIERPROF: NO RATE FOR " WS-ITEM-CURRENCY
                   " - CUSTOMER " SW-CUST-ID " ITEM COUNTED AT ZERO."
           END-IF.
           COMPUTE SW-BASE-AMOUNT ROUNDED =
               WS-ITEM-AMOUNT * WS-CONV-RATE.
           RELEASE SORT-WORK-RECORD.
       2800-RELEASE-PRICED-ITEM-EXIT.
           EXIT.

       2900-NOTE-MISSING-SOURCE.
           SET WS-SOURCE-MISSING TO TRUE.
           CALL "FILERR" USING "TIERPROF       ", WS-DDNAME,
               "OPEN-IN ", WS-SOURCE-STATUS, "N".
           DISPLAY "TIERPROF: " WS-DDNAME " COULD NOT BE OPENED - ",
               "ITS COLUMN IS EMPTY THIS RUN.".
       2900-NOTE-MISSING-SOURCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ASSEMBLE-CUSTOMERS - CONTROL BREAK ON CUSTOMER: EACH *
      * CUSTOMER'S MONTH GOES TO PROFWRK FOR RANKING AND INTO THE *
      * BUCKET ROLL-UP.                                           *
      *-----------------------------------------------------------*
       3000-ASSEMBLE-CUSTOMERS.
           OPEN OUTPUT PROFIT-WORK-FILE.
           PERFORM 3100-TAKE-ONE-SORTED
               THRU 3100-TAKE-ONE-SORTED-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-CLOSE-CUSTOMER
                   THRU 3200-CLOSE-CUSTOMER-EXIT
           END-IF.
           CLOSE PROFIT-WORK-FILE.
       3000-ASSEMBLE-CUSTOMERS-EXIT.
           EXIT.

       3100-TAKE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-TAKE-ONE-SORTED-EXIT
           END-RETURN.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-SWITCH
               PERFORM 3300-OPEN-CUSTOMER
                   THRU 3300-OPEN-CUSTOMER-EXIT
           ELSE
               IF SW-CUST-ID NOT = WS-CURR-CUST-ID
                   PERFORM 3200-CLOSE-CUSTOMER
                       THRU 3200-CLOSE-CUSTOMER-EXIT
                   PERFORM 3300-OPEN-CUSTOMER
                       THRU 3300-OPEN-CUSTOMER-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SW-IS-FEE
                   ADD SW-BASE-AMOUNT TO WS-CUST-FEE
               WHEN SW-IS-WRITEOFF
                   ADD SW-BASE-AMOUNT TO WS-CUST-WRITEOFF
               WHEN SW-IS-RECOVERY
                   SUBTRACT SW-BASE-AMOUNT FROM WS-CUST-WRITEOFF
               WHEN SW-IS-DISPUTE
                   ADD SW-BASE-AMOUNT TO WS-CUST-DISPUTE
               WHEN SW-IS-ACTIVITY
                   ADD 1 TO WS-CUST-ITEMS
                   ADD SW-BASE-AMOUNT TO WS-CUST-VOLUME
           END-EVALUATE.
       3100-TAKE-ONE-SORTED-EXIT.
           EXIT.

       3300-OPEN-CUSTOMER.
           MOVE SW-CUST-ID TO WS-CURR-CUST-ID.
           MOVE ZERO TO WS-CUST-FEE.
           MOVE ZERO TO WS-CUST-WRITEOFF.
           MOVE ZERO TO WS-CUST-DISPUTE.
           MOVE ZERO TO WS-CUST-ITEMS.
           MOVE ZERO TO WS-CUST-VOLUME.
       3300-OPEN-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CLOSE-CUSTOMER - NET CONTRIBUTION IS FEE INCOME LESS *
      * NET WRITE-OFF AND DISPUTES REVERSED.  A CUSTOMER WITH     *
      * LOSSES THE FEE DOES NOT COVER IS FLAGGED.                 *
      *-----------------------------------------------------------*
       3200-CLOSE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE SPACES TO PROFIT-WORK-RECORD.
           MOVE WS-CURR-CUST-ID TO PW-CUST-ID.
           MOVE "UNTIERED" TO PW-BUCKET.
           IF WS-TIERMAS-AVAILABLE
               MOVE WS-CURR-CUST-ID TO TM-ACCOUNT-ID
               READ TIER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-BUCKET NOT = SPACES
                           MOVE TM-BUCKET TO PW-BUCKET
                       END-IF
               END-READ
           END-IF.
           COMPUTE PW-FEE-INCOME ROUNDED = WS-CUST-FEE.
           COMPUTE PW-WRITEOFF-LOSS ROUNDED = WS-CUST-WRITEOFF.
           COMPUTE PW-DISPUTE-LOSS ROUNDED = WS-CUST-DISPUTE.
           MOVE WS-CUST-ITEMS TO PW-ITEM-COUNT.
           COMPUTE PW-VOLUME ROUNDED = WS-CUST-VOLUME.
           COMPUTE PW-NET-CONTRIBUTION = PW-FEE-INCOME
               - PW-WRITEOFF-LOSS - PW-DISPUTE-LOSS.
           COMPUTE WS-CUST-LOSSES = PW-WRITEOFF-LOSS + PW-DISPUTE-LOSS.
           MOVE "N" TO PW-UNCOVERED-FLAG.
           IF WS-CUST-LOSSES > ZERO
               AND PW-FEE-INCOME < WS-CUST-LOSSES
               MOVE "Y" TO PW-UNCOVERED-FLAG
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF.
           WRITE PROFIT-WORK-RECORD.
           PERFORM 3400-ROLL-UP-BUCKET
               THRU 3400-ROLL-UP-BUCKET-EXIT.
       3200-CLOSE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-ROLL-UP-BUCKET - ADD THE CUSTOMER INTO THE BUCKET'S  *
      * ROW, OPENING ONE THE FIRST TIME A BUCKET IS SEEN.  WITH   *
      * THE TABLE FULL THE CUSTOMER IS LEFT OUT OF THE ROLL-UP    *
      * (THE RANKING STILL CARRIES THEM) AND COUNTED.             *
      *-----------------------------------------------------------*
       3400-ROLL-UP-BUCKET.
           MOVE ZERO TO WS-BKT-MATCH-IDX.
           PERFORM 3410-FIND-ONE-BUCKET
               THRU 3410-FIND-ONE-BUCKET-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT
               OR WS-BKT-MATCH-IDX > 0.
           IF WS-BKT-MATCH-IDX = 0
               IF WS-BKT-COUNT = 20
                   ADD 1 TO WS-BUCKET-FULL-COUNT
                   GO TO 3400-ROLL-UP-BUCKET-EXIT
               END-IF
               ADD 1 TO WS-BKT-COUNT
               MOVE WS-BKT-COUNT TO WS-BKT-MATCH-IDX
               MOVE PW-BUCKET TO WS-BKT-LABEL(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-CUSTOMERS(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-UNCOVERED(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-FEE(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-WRITEOFF(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-DISPUTE(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-NET(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-ITEMS(WS-BKT-MATCH-IDX)
               MOVE ZERO TO WS-BKT-VOLUME(WS-BKT-MATCH-IDX)
           END-IF.
           ADD 1 TO WS-BKT-CUSTOMERS(WS-BKT-MATCH-IDX).
           IF PW-FEE-NOT-COVERING
               ADD 1 TO WS-BKT-UNCOVERED(WS-BKT-MATCH-IDX)
           END-IF.
           ADD PW-FEE-INCOME    TO WS-BKT-FEE(WS-BKT-MATCH-IDX).
           ADD PW-WRITEOFF-LOSS TO WS-BKT-WRITEOFF(WS-BKT-MATCH-IDX).
           ADD PW-DISPUTE-LOSS  TO WS-BKT-DISPUTE(WS-BKT-MATCH-IDX).
           ADD PW-NET-CONTRIBUTION TO WS-BKT-NET(WS-BKT-MATCH-IDX).
           ADD PW-ITEM-COUNT    TO WS-BKT-ITEMS(WS-BKT-MATCH-IDX).
           ADD PW-VOLUME        TO WS-BKT-VOLUME(WS-BKT-MATCH-IDX).
       3400-ROLL-UP-BUCKET-EXIT.
           EXIT.

       3410-FIND-ONE-BUCKET.
           IF WS-BKT-LABEL(WS-BKT-IDX) = PW-BUCKET
               MOVE WS-BKT-IDX TO WS-BKT-MATCH-IDX
           END-IF.
       3410-FIND-ONE-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RELEASE-PROFITS - PROFWRK BACK INTO THE SECOND SORT  *
      * TO BE RANKED BY NET CONTRIBUTION.                         *
      *-----------------------------------------------------------*
       4000-RELEASE-PROFITS.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT PROFIT-WORK-FILE.
           IF NOT WS-WRK-OK
               CALL "FILERR" USING "TIERPROF       ", "PROFWRK ",
                   "OPEN-IN ", WS-WRK-FILE-STATUS, "N"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-RELEASE-PROFITS-EXIT
           END-IF.
           PERFORM 4100-RELEASE-ONE-PROFIT
               THRU 4100-RELEASE-ONE-PROFIT-EXIT
               UNTIL WS-SOURCE-EOF.
           CLOSE PROFIT-WORK-FILE.
       4000-RELEASE-PROFITS-EXIT.
           EXIT.

       4100-RELEASE-ONE-PROFIT.
           READ PROFIT-WORK-FILE
               AT END
                   SET WS-SOURCE-EOF TO TRUE
                   GO TO 4100-RELEASE-ONE-PROFIT-EXIT
           END-READ.
           MOVE PROFIT-WORK-RECORD TO RANK-SORT-RECORD.
           RELEASE RANK-SORT-RECORD.
       4100-RELEASE-ONE-PROFIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PRINT-RANKING - ONE REPORT LINE AND ONE CSV ROW PER  *
      * CUSTOMER, HIGHEST NET CONTRIBUTION FIRST, THEN THE CSV    *
      * TRAILER.                                                  *
      *-----------------------------------------------------------*
       5000-PRINT-RANKING.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE ZERO TO WS-RANK.
           PERFORM 5100-PRINT-ONE-RANKED
               THRU 5100-PRINT-ONE-RANKED-EXIT
               UNTIL WS-SORT-EOF.
           MOVE WS-RANK TO WS-CSV-TRAILER-COUNT.
           MOVE SPACES TO PROFIT-CSV-RECORD.
           STRING "TRAILER"            DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WS-CSV-TRAILER-COUNT DELIMITED BY SIZE
               INTO PROFIT-CSV-RECORD.
           WRITE PROFIT-CSV-RECORD.
       5000-PRINT-RANKING-EXIT.
           EXIT.

       5100-PRINT-ONE-RANKED.
           RETURN RANK-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 5100-PRINT-ONE-RANKED-EXIT
           END-RETURN.
           MOVE RANK-SORT-RECORD TO PROFIT-WORK-RECORD.
           ADD 1 TO WS-RANK.
           MOVE SPACES              TO WS-RD-FLAG.
           IF PW-FEE-NOT-COVERING
               MOVE "FEE < LOSSES" TO WS-RD-FLAG
           END-IF.
           MOVE WS-RANK             TO WS-RD-RANK.
           MOVE PW-CUST-ID          TO WS-RD-CUST-ID.
           MOVE PW-BUCKET           TO WS-RD-BUCKET.
           MOVE PW-FEE-INCOME       TO WS-RD-FEE.
           MOVE PW-WRITEOFF-LOSS    TO WS-RD-WRITEOFF.
           MOVE PW-DISPUTE-LOSS     TO WS-RD-DISPUTE.
           MOVE PW-NET-CONTRIBUTION TO WS-RD-NET.
           MOVE PW-ITEM-COUNT       TO WS-RD-ITEMS.
           MOVE PW-VOLUME           TO WS-RD-VOLUME.
           MOVE WS-RPT-DETAIL TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM 5200-WRITE-CSV-ROW
               THRU 5200-WRITE-CSV-ROW-EXIT.
       5100-PRINT-ONE-RANKED-EXIT.
           EXIT.

       5200-WRITE-CSV-ROW.
           MOVE WS-RANK             TO WS-CSV-RANK.
           MOVE PW-FEE-INCOME       TO WS-CSV-FEE.
           MOVE PW-WRITEOFF-LOSS    TO WS-CSV-WRITEOFF.
           MOVE PW-DISPUTE-LOSS     TO WS-CSV-DISPUTE.
           MOVE PW-NET-CONTRIBUTION TO WS-CSV-NET.
           MOVE PW-ITEM-COUNT       TO WS-CSV-ITEMS.
           MOVE PW-VOLUME           TO WS-CSV-VOLUME.
           MOVE SPACES TO PROFIT-CSV-RECORD.
           STRING WS-TARGET-PERIOD  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-RANK       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  PW-CUST-ID        DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  PW-BUCKET         DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  WS-CSV-FEE        DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-WRITEOFF   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-DISPUTE    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-NET        DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-ITEMS      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-CSV-VOLUME     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  PW-UNCOVERED-FLAG DELIMITED BY SIZE
               INTO PROFIT-CSV-RECORD.
           WRITE PROFIT-CSV-RECORD.
       5200-WRITE-CSV-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-BUCKETS - THE MONTH ROLLED UP BY BUCKET, WITH  *
      * HOW MANY OF EACH BUCKET'S CUSTOMERS THE FEE DID NOT COVER *
      * AND ANY LOSS NO CUSTOMER COULD BE FOUND FOR.              *
      *-----------------------------------------------------------*
       6000-PRINT-BUCKETS.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE "PROFITABILITY BY BUCKET" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-BKT-HEADING TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM 6100-PRINT-ONE-BUCKET
               THRU 6100-PRINT-ONE-BUCKET-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           IF WS-UNATTRIBUTED-COUNT > 0
               MOVE WS-UNATTRIBUTED-LOSS TO WS-RD-WRITEOFF
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING "WRITE-OFF NET LOSS WITH NO CUSTOMER ID: "
                       DELIMITED BY SIZE
                   WS-RD-WRITEOFF DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF.
           IF WS-BUCKET-FULL-COUNT > 0
               MOVE "*** BUCKET ROLL-UP FULL - SOME CUSTOMERS LEFT OUT"
                   TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF.
           IF WS-SOURCE-MISSING
               MOVE "*** A SOURCE FILE WAS NOT AVAILABLE - SEE SYSOUT"
                   TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF.
       6000-PRINT-BUCKETS-EXIT.
           EXIT.

       6100-PRINT-ONE-BUCKET.
           MOVE WS-BKT-LABEL(WS-BKT-IDX)     TO WS-BD-LABEL.
           MOVE WS-BKT-CUSTOMERS(WS-BKT-IDX) TO WS-BD-CUSTOMERS.
           MOVE WS-BKT-UNCOVERED(WS-BKT-IDX) TO WS-BD-UNCOVERED.
           MOVE WS-BKT-FEE(WS-BKT-IDX)       TO WS-BD-FEE.
           MOVE WS-BKT-WRITEOFF(WS-BKT-IDX)  TO WS-BD-WRITEOFF.
           MOVE WS-BKT-DISPUTE(WS-BKT-IDX)   TO WS-BD-DISPUTE.
           MOVE WS-BKT-NET(WS-BKT-IDX)       TO WS-BD-NET.
           MOVE WS-BKT-ITEMS(WS-BKT-IDX)     TO WS-BD-ITEMS.
           MOVE WS-BKT-DETAIL TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
       6100-PRINT-ONE-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT.  A MISSING SOURCE   *
      * OR AN UNPRICED ITEM ENDS THE STEP RC 4.                   *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE PROFIT-REPORT-FILE.
           CLOSE PROFIT-CSV-FILE.
           IF WS-CURRMAS-AVAILABLE
               CLOSE CURRENCY-MASTER-FILE
           END-IF.
           IF WS-TIERMAS-AVAILABLE
               CLOSE TIER-MASTER-FILE
           END-IF.
           DISPLAY "TIERPROF: FEE ITEMS TAKEN          = "
               WS-FEE-ITEMS.
           DISPLAY "TIERPROF: WRITE-OFF EVENTS TAKEN   = "
               WS-WRITEOFF-EVENTS.
           DISPLAY "TIERPROF: DISPUTES REVERSED TAKEN  = "
               WS-DISPUTE-ITEMS.
           DISPLAY "TIERPROF: ADDOUT ITEMS TAKEN       = "
               WS-ACTIVITY-ITEMS.
           DISPLAY "TIERPROF: CUSTOMERS RANKED         = "
               WS-CUSTOMER-COUNT.
           DISPLAY "TIERPROF: FEE NOT COVERING LOSSES  = "
               WS-UNCOVERED-COUNT.
           DISPLAY "TIERPROF: ITEMS WITH NO RATE       = "
               WS-UNPRICED-COUNT.
           IF RETURN-CODE < 4
               AND (WS-SOURCE-MISSING OR WS-UNPRICED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM TIERPROF.
