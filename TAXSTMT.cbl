      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Annual customer activity and tax-year statement.
      * Customers and their accountants want one summary of the year,
      * not twelve ADDMSTMT statements pieced together.  For the tax
      * year on the TAXPRM card (the calendar year just ended when
      * there is no card) this run gathers every posting TRANHIST
      * holds with a posting date in the year, the fees charged in
      * the year's TIERFEE batches (kept month by month on the
      * FEEHIST generations) and the interest credited in the year's
      * INTACCR batches (the INTHIST generations), sorts them by
      * customer and currency, and prints one statement per
      * customer: for each currency the adds, reversals, fees
      * charged and interest credited, each with its count, native
      * amount and base-currency equivalent, then the customer's
      * base totals for the year.  Postings carry the base amount
      * they were booked at; a fee or interest batch is priced at
      * the RATEHIST rate in effect on its batch date (CURRMAS when
      * the history has none).  A batch seen twice across the
      * generations is counted once.  Activity under a merged
      * customer's old ID is reported under the surviving ID.  The
      * CUSTMAS statement preferences are honoured as ADDSTMT
      * honours them - held and returned-mail statements are not
      * printed, a suppress-when-no-activity customer whose year
      * carries no amounts is left off - and the file closes with a
      * statement-count trailer for the print bureau.  Every
      * customer, held or not, also goes to the TAXEXT summary
      * extract filed with the tax authority: a header naming the
      * tax year, one record per customer and currency, and a
      * control trailer with the record and customer counts and the
      * base totals by kind.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  FEEHIST AND INTHIST DETAILS WIDENED TO 44 BYTES
      *                 FOR THE TRANSACTION REFERENCE; TRANHIST CARRIES
      *                 IT IN WHAT WAS FILLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "TAXPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT FEE-HISTORY-FILE ASSIGN TO "FEEHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT INTEREST-HISTORY-FILE ASSIGN TO "INTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RHIST-FILE-STATUS.
           SELECT CURRENCY-MASTER-FILE ASSIGN TO "CURRMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CURRENCY-CODE
               FILE STATUS IS WS-CURRM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT STATEMENT-FILE ASSIGN TO "TAXSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT TAX-EXTRACT-FILE ASSIGN TO "TAXEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR             PIC X(04).
           05  FILLER                  PIC X(76).

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

      * FEEHIST AND INTHIST ARE THE TIERFEE AND INTACCR ADDTRAN
      * BATCHES AS GENERATED - H HEADER, 44-BYTE DETAILS, T TRAILER.
       FD  FEE-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  FEE-HISTORY-RECORD          PIC X(44).

       FD  INTEREST-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  INTEREST-HISTORY-RECORD     PIC X(44).

       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-CURRENCY-CODE    PIC X(03).
               10  RH-EFF-DATE         PIC X(08).
           05  RH-EXCHANGE-RATE        PIC 9(03)V9(04).

       FD  CURRENCY-MASTER-FILE.
       01  CURRENCY-MASTER-RECORD.
           05  CU-CURRENCY-CODE        PIC X(03).
           05  CU-EXCHANGE-RATE        PIC 9(03)V9(04).
           05  CU-EFF-DATE             PIC X(08).
           05  CU-DECIMAL-PLACES       PIC 9(01).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CUST-ID              PIC 9(06).
           05  SW-CURRENCY-CODE        PIC X(03).
      * 1 ADD, 2 REVERSAL, 3 FEE CHARGED, 4 INTEREST CREDITED.
           05  SW-KIND                 PIC 9(01).
           05  SW-NATIVE-AMOUNT        PIC 9(07)V9(02).
           05  SW-BASE-AMOUNT          PIC 9(09)V9(04).

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-LINE              PIC X(80).

       FD  TAX-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE          PIC X(01).
           05  TX-TAX-YEAR             PIC X(04).
           05  TX-CUST-ID              PIC 9(06).
           05  TX-CURRENCY-CODE        PIC X(03).
           05  TX-ADD-NATIVE           PIC 9(09)V9(02).
           05  TX-REVERSAL-NATIVE      PIC 9(09)V9(02).
           05  TX-FEE-NATIVE           PIC 9(09)V9(02).
           05  TX-INTEREST-NATIVE      PIC 9(09)V9(02).
           05  TX-ADD-BASE             PIC 9(11)V9(02).
           05  TX-REVERSAL-BASE        PIC 9(11)V9(02).
           05  TX-FEE-BASE             PIC 9(11)V9(02).
           05  TX-INTEREST-BASE        PIC 9(11)V9(02).
           05  FILLER                  PIC X(10).
       01  TAX-EXTRACT-HEADER REDEFINES TAX-EXTRACT-RECORD.
           05  TXH-RECORD-TYPE         PIC X(01).
           05  TXH-TAX-YEAR            PIC X(04).
           05  TXH-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(107).
       01  TAX-EXTRACT-TRAILER REDEFINES TAX-EXTRACT-RECORD.
           05  TXT-RECORD-TYPE         PIC X(01).
           05  TXT-TAX-YEAR            PIC X(04).
           05  TXT-RECORD-COUNT        PIC 9(07).
           05  TXT-CUSTOMER-COUNT      PIC 9(07).
           05  TXT-ADD-BASE            PIC 9(13)V9(02).
           05  TXT-REVERSAL-BASE       PIC 9(13)V9(02).
           05  TXT-FEE-BASE            PIC 9(13)V9(02).
           05  TXT-INTEREST-BASE       PIC 9(13)V9(02).
           05  FILLER                  PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
       01  WS-BATCH-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-BATCH-OK                       VALUE "00".
       01  WS-RHIST-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-RHIST-OK                       VALUE "00".
       01  WS-CURRM-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-CURRM-OK                       VALUE "00".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-STMT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-STMT-OK                        VALUE "00".
       01  WS-EXT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-EXT-OK                         VALUE "00".
       01  WS-RATEHIST-AVAIL-SWITCH    PIC X(01) VALUE "N".
           88  WS-RATEHIST-AVAILABLE             VALUE "Y".
       01  WS-CURRM-AVAIL-SWITCH       PIC X(01) VALUE "N".
           88  WS-CURRMAS-AVAILABLE              VALUE "Y".
       01  WS-CUSTMAS-AVAIL-SWITCH     PIC X(01) VALUE "N".
           88  WS-CUSTMAS-AVAILABLE              VALUE "Y".
       01  WS-CM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  WS-CM-FOUND                       VALUE "Y".
       01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-HIST-EOF                       VALUE "Y".
       01  WS-BATCH-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-BATCH-EOF                      VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-EOF                       VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RUN-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-TAX-YEAR-NUM             PIC 9(04) VALUE ZERO.
       01  WS-TAX-YEAR                 PIC X(04) VALUE SPACES.
      * THE BATCH RECORD CURRENTLY IN HAND, IN ITS THREE SHAPES.
       01  WS-BATCH-RECORD.
           05  WS-BR-TRAN-CODE         PIC X(01).
               88  WS-BR-IS-HEADER               VALUE "H".
               88  WS-BR-IS-TRAILER              VALUE "T".
           05  WS-BR-CUST-ID           PIC 9(06).
           05  WS-BR-NUM1              PIC 9(05)V9(02).
           05  WS-BR-NUM2              PIC 9(05)V9(02).
           05  WS-BR-CURRENCY-CODE     PIC X(03).
           05  WS-BR-BRANCH-CODE       PIC X(04).
           05  WS-BR-TXN-REF           PIC X(16).
       01  WS-BATCH-HEADER REDEFINES WS-BATCH-RECORD.
           05  FILLER                  PIC X(01).
           05  WS-BH-BATCH-ID          PIC X(08).
           05  WS-BH-BATCH-DATE        PIC X(08).
           05  FILLER                  PIC X(27).
      * WHICH BATCH FILE IS BEING READ, AND THE GROUP IN HAND.
       01  WS-BATCH-KIND               PIC 9(01) VALUE ZERO.
       01  WS-BATCH-DDNAME             PIC X(08) VALUE SPACES.
       01  WS-GROUP-SWITCH             PIC X(01) VALUE "N".
           88  WS-GROUP-IN-YEAR                  VALUE "Y".
       01  WS-GROUP-DATE               PIC X(08) VALUE SPACES.
      * BATCH IDS ALREADY TAKEN, SO A BATCH COPIED ONTO TWO
      * GENERATIONS IS COUNTED ONCE.
       01  WS-SEEN-BATCH-TABLE.
           05  WS-SEEN-BATCH-ID OCCURS 100 TIMES
                                       PIC X(08).
       77  WS-SEEN-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-SEEN-IDX                 PIC 9(03) COMP VALUE ZERO.
       01  WS-SEEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-BATCH-ALREADY-SEEN             VALUE "Y".
      * RATE LOOKUP FOR A FEE OR INTEREST ITEM.
       01  WS-CONV-RATE                PIC 9(03)V9(04) VALUE ZERO.
       01  WS-RATE-SWITCH              PIC X(01) VALUE "N".
           88  WS-RATE-FOUND                     VALUE "Y".
       01  WS-RHIST-DONE-SWITCH        PIC X(01) VALUE "N".
           88  WS-RHIST-DONE                     VALUE "Y".
       01  WS-ITEM-NATIVE              PIC 9(07)V9(02) VALUE ZERO.
       01  WS-ITEM-CURRENCY            PIC X(03) VALUE SPACES.
      * MERGED-ID RESOLUTION, HELD FOR THE LAST ID ASKED ABOUT.
       01  WS-RAW-CUST-ID              PIC 9(06) VALUE ZERO.
       01  WS-LAST-RAW-ID              PIC 9(06) VALUE ZERO.
       01  WS-LAST-RESOLVED-ID         PIC 9(06) VALUE ZERO.
       01  WS-RESOLVE-PRIMED-SWITCH    PIC X(01) VALUE "N".
           88  WS-RESOLVE-PRIMED                 VALUE "Y".
      * CONTROL-BREAK KEYS AND THE CUSTOMER'S BUFFERED CURRENCIES.
       01  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
           88  WS-FIRST-RECORD                   VALUE "Y".
       01  WS-CURR-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-CURR-CURRENCY            PIC X(03) VALUE SPACES.
       01  WS-CUST-LINE-TABLE.
           05  WS-CLN-ENTRY OCCURS 30 TIMES.
               10  WS-CLN-CURRENCY     PIC X(03).
               10  WS-CLN-KIND OCCURS 4 TIMES.
                   15  WS-CLN-COUNT    PIC 9(07).
                   15  WS-CLN-NATIVE   PIC 9(09)V9(02).
                   15  WS-CLN-BASE     PIC 9(11)V9(04).
       77  WS-CLN-USED                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CLN-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-KIND-IDX                 PIC 9(01) COMP VALUE ZERO.
       01  WS-LINES-LOST-SWITCH        PIC X(01) VALUE "N".
           88  WS-LINES-LOST                     VALUE "Y".
       01  WS-CUST-BASE-TABLE.
           05  WS-CB-BASE OCCURS 4 TIMES
                                       PIC 9(11)V9(04).
       01  WS-GRAND-BASE-TABLE.
           05  WS-GB-BASE OCCURS 4 TIMES
                                       PIC 9(13)V9(02).
       01  WS-CUST-NET-BASE            PIC S9(11)V9(04) VALUE ZERO.
       01  WS-KIND-LABELS.
           05  FILLER                  PIC X(18)
                                       VALUE "ADDS".
           05  FILLER                  PIC X(18)
                                       VALUE "REVERSALS".
           05  FILLER                  PIC X(18)
                                       VALUE "FEES CHARGED".
           05  FILLER                  PIC X(18)
                                       VALUE "INTEREST CREDITED".
       01  WS-KIND-LABEL-TABLE REDEFINES WS-KIND-LABELS.
           05  WS-KIND-LABEL OCCURS 4 TIMES
                                       PIC X(18).
      * RUN COUNTS.
       77  WS-POSTING-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-FEE-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-INTEREST-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-DUP-BATCH-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-UNPRICED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-CUSTOMER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-STATEMENT-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-RETURNED-MAIL-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-SUPPRESSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-BATCH-MISSING-SWITCH     PIC X(01) VALUE "N".
           88  WS-BATCH-FILE-MISSING             VALUE "Y".
      * STATEMENT LINES.
       01  WS-STMT-CUST-HDR.
           05  FILLER                  PIC X(09) VALUE "CUSTOMER ".
           05  WS-CH-CUST-ID           PIC 9(06).
           05  FILLER                  PIC X(12)
                                       VALUE "   TAX YEAR ".
           05  WS-CH-TAX-YEAR          PIC X(04).
           05  FILLER                  PIC X(49) VALUE SPACES.
       01  WS-STMT-NAME-LINE.
           05  FILLER                  PIC X(08) VALUE "  NAME: ".
           05  WS-NL-NAME              PIC X(30).
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  WS-STMT-ADDR-LINE.
           05  FILLER                  PIC X(08) VALUE "  ADDR: ".
           05  WS-AL-ADDRESS           PIC X(46).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-STMT-COLUMN-HDR.
           05  FILLER                  PIC X(25)
                                       VALUE "  CCY  ACTIVITY".
           05  FILLER                  PIC X(07) VALUE "  COUNT".
           05  FILLER                  PIC X(16)
                                       VALUE "          NATIVE".
           05  FILLER                  PIC X(22)
                                       VALUE "         BASE EQUIV".
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-STMT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SD-LABEL             PIC X(18).
           05  WS-SD-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SD-NATIVE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SD-BASE              PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-STMT-BASE-TOTAL.
           05  FILLER                  PIC X(07)
                                       VALUE "  YEAR ".
           05  WS-BT-LABEL             PIC X(18).
           05  FILLER                  PIC X(25)
                                       VALUE " BASE TOTAL".
           05  WS-BT-BASE              PIC -Z,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-STMT-COUNT-TRAILER.
           05  FILLER                  PIC X(01) VALUE "T".
           05  FILLER                  PIC X(21)
                   VALUE " STATEMENT COUNT     ".
           05  WS-TC-COUNT             PIC 9(07).
           05  FILLER                  PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF RETURN-CODE > 4
               GOBACK
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUST-ID
               ON ASCENDING KEY SW-CURRENCY-CODE
               INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
                   THRU 2000-RELEASE-ACTIVITY-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-STATEMENTS
                   THRU 3000-BUILD-STATEMENTS-EXIT.
           PERFORM 8000-WRITE-TRAILERS
               THRU 8000-WRITE-TRAILERS-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE TAX YEAR, OPEN THE POSTING   *
      * HISTORY (WITHOUT WHICH THERE IS NOTHING TO STATE), THE    *
      * RATE AND CUSTOMER MASTERS, AND THE TWO OUTPUTS.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-TAX-YEAR-NUM = WS-RUN-YEAR - 1.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-PARM-OK
               READ TAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-TAX-YEAR IS NUMERIC
                           AND TP-TAX-YEAR NOT > WS-RUN-DATE(1:4)
                           MOVE TP-TAX-YEAR TO WS-TAX-YEAR-NUM
                       ELSE
                           DISPLAY "TAXSTMT: TAXPRM CARD NOT A VALID "
                               "TAX YEAR - LAST YEAR USED."
                       END-IF
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF.
           MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR.
           DISPLAY "TAXSTMT: TAX YEAR " WS-TAX-YEAR.
           OPEN INPUT TRAN-HISTORY-FILE.
           IF NOT WS-HIST-OK
               CALL "FILERR" USING "TAXSTMT        ", "TRANHIST",
                   "OPEN-IN ", WS-HIST-FILE-STATUS, "N"
               DISPLAY "TAXSTMT: TRANHIST COULD NOT BE OPENED - ",
                   "NO STATEMENTS PRODUCED."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE "N" TO WS-RATEHIST-AVAIL-SWITCH.
           OPEN INPUT RATE-HISTORY-FILE.
           IF WS-RHIST-OK
               SET WS-RATEHIST-AVAILABLE TO TRUE
           END-IF.
           MOVE "N" TO WS-CURRM-AVAIL-SWITCH.
           OPEN INPUT CURRENCY-MASTER-FILE.
           IF WS-CURRM-OK
               SET WS-CURRMAS-AVAILABLE TO TRUE
           END-IF.
           MOVE "N" TO WS-CUSTMAS-AVAIL-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-OK
               SET WS-CUSTMAS-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TAXSTMT: CUSTMAS NOT AVAILABLE - PLAIN ",
                   "HEADERS, STATEMENT PREFERENCES NOT HONORED."
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ANNUAL ACTIVITY AND TAX-YEAR STATEMENT - TAX YEAR "
                   DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           MOVE SPACES      TO TAX-EXTRACT-HEADER.
           MOVE "H"         TO TXH-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
           MOVE WS-RUN-DATE TO TXH-RUN-DATE.
           WRITE TAX-EXTRACT-HEADER.
           MOVE ZERO TO WS-GB-BASE(1).
           MOVE ZERO TO WS-GB-BASE(2).
           MOVE ZERO TO WS-GB-BASE(3).
           MOVE ZERO TO WS-GB-BASE(4).
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RELEASE-ACTIVITY - FEED THE SORT FROM THE THREE      *
      * SOURCES: THE YEAR'S POSTINGS, THEN THE YEAR'S FEE AND     *
      * INTEREST BATCHES.                                         *
      *-----------------------------------------------------------*
       2000-RELEASE-ACTIVITY.
           PERFORM 2100-RELEASE-ONE-POSTING
               THRU 2100-RELEASE-ONE-POSTING-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE TRAN-HISTORY-FILE.
           MOVE 3 TO WS-BATCH-KIND.
           MOVE "FEEHIST " TO WS-BATCH-DDNAME.
           MOVE ZERO TO WS-SEEN-COUNT.
           MOVE "N" TO WS-BATCH-EOF-SWITCH.
           OPEN INPUT FEE-HISTORY-FILE.
           IF WS-BATCH-OK
               PERFORM 2200-RELEASE-ONE-FEE
                   THRU 2200-RELEASE-ONE-FEE-EXIT
                   UNTIL WS-BATCH-EOF
               CLOSE FEE-HISTORY-FILE
           ELSE
               PERFORM 2500-NOTE-MISSING-BATCHES
                   THRU 2500-NOTE-MISSING-BATCHES-EXIT
           END-IF.
           MOVE 4 TO WS-BATCH-KIND.
           MOVE "INTHIST " TO WS-BATCH-DDNAME.
           MOVE ZERO TO WS-SEEN-COUNT.
           MOVE "N" TO WS-BATCH-EOF-SWITCH.
           OPEN INPUT INTEREST-HISTORY-FILE.
           IF WS-BATCH-OK
               PERFORM 2300-RELEASE-ONE-INTEREST
                   THRU 2300-RELEASE-ONE-INTEREST-EXIT
                   UNTIL WS-BATCH-EOF
               CLOSE INTEREST-HISTORY-FILE
           ELSE
               PERFORM 2500-NOTE-MISSING-BATCHES
                   THRU 2500-NOTE-MISSING-BATCHES-EXIT
           END-IF.
       2000-RELEASE-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-RELEASE-ONE-POSTING - A TRANHIST POSTING DATED IN    *
      * THE TAX YEAR, AT THE NATIVE AND BASE AMOUNTS IT WAS       *
      * BOOKED AT.                                                *
      *-----------------------------------------------------------*
       2100-RELEASE-ONE-POSTING.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 2100-RELEASE-ONE-POSTING-EXIT
           END-READ.
           IF TH-POST-DATE(1:4) NOT = WS-TAX-YEAR
               GO TO 2100-RELEASE-ONE-POSTING-EXIT
           END-IF.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE TH-CUST-ID TO WS-RAW-CUST-ID.
           PERFORM 7000-RESOLVE-CUSTOMER
               THRU 7000-RESOLVE-CUSTOMER-EXIT.
           MOVE WS-LAST-RESOLVED-ID TO SW-CUST-ID.
           MOVE TH-CURRENCY-CODE    TO SW-CURRENCY-CODE.
           IF TH-IS-REVERSAL
               MOVE 2 TO SW-KIND
           ELSE
               MOVE 1 TO SW-KIND
           END-IF.
           MOVE TH-NATIVE-AMOUNT    TO SW-NATIVE-AMOUNT.
           MOVE TH-BASE-AMOUNT      TO SW-BASE-AMOUNT.
           RELEASE SORT-WORK-RECORD.
       2100-RELEASE-ONE-POSTING-EXIT.
           EXIT.

       2200-RELEASE-ONE-FEE.
           READ FEE-HISTORY-FILE INTO WS-BATCH-RECORD
               AT END
                   SET WS-BATCH-EOF TO TRUE
                   GO TO 2200-RELEASE-ONE-FEE-EXIT
           END-READ.
           PERFORM 2400-TAKE-BATCH-RECORD
               THRU 2400-TAKE-BATCH-RECORD-EXIT.
       2200-RELEASE-ONE-FEE-EXIT.
           EXIT.

       2300-RELEASE-ONE-INTEREST.
           READ INTEREST-HISTORY-FILE INTO WS-BATCH-RECORD
               AT END
                   SET WS-BATCH-EOF TO TRUE
                   GO TO 2300-RELEASE-ONE-INTEREST-EXIT
           END-READ.
           PERFORM 2400-TAKE-BATCH-RECORD
               THRU 2400-TAKE-BATCH-RECORD-EXIT.
       2300-RELEASE-ONE-INTEREST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-TAKE-BATCH-RECORD - A HEADER OPENS A GROUP, TAKEN    *
      * ONLY WHEN ITS BATCH DATE FALLS IN THE TAX YEAR AND ITS    *
      * BATCH ID HAS NOT BEEN TAKEN ALREADY.  EACH DETAIL OF A    *
      * TAKEN GROUP IS PRICED AT THE BATCH DATE'S RATE AND        *
      * RELEASED.  A TRAILER CLOSES THE GROUP; DETAILS OUTSIDE    *
      * ANY GROUP ARE NOT A TIERFEE OR INTACCR BATCH AND SKIPPED. *
      *-----------------------------------------------------------*
       2400-TAKE-BATCH-RECORD.
           IF WS-BR-IS-TRAILER
               MOVE "N" TO WS-GROUP-SWITCH
               GO TO 2400-TAKE-BATCH-RECORD-EXIT
           END-IF.
           IF WS-BR-IS-HEADER
               PERFORM 2410-OPEN-BATCH-GROUP
                   THRU 2410-OPEN-BATCH-GROUP-EXIT
               GO TO 2400-TAKE-BATCH-RECORD-EXIT
           END-IF.
           IF NOT WS-GROUP-IN-YEAR
               GO TO 2400-TAKE-BATCH-RECORD-EXIT
           END-IF.
           COMPUTE WS-ITEM-NATIVE = WS-BR-NUM1 + WS-BR-NUM2.
           MOVE WS-BR-CURRENCY-CODE TO WS-ITEM-CURRENCY.
           PERFORM 7100-LOOKUP-RATE
               THRU 7100-LOOKUP-RATE-EXIT.
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "TAXSTMT: NO RATE FOR " WS-ITEM-CURRENCY
                   " ON " WS-GROUP-DATE " - " WS-BATCH-DDNAME
                   " ITEM FOR CUSTOMER " WS-BR-CUST-ID
                   " CARRIES NO BASE EQUIVALENT."
           END-IF.
           IF WS-BATCH-KIND = 3
               ADD 1 TO WS-FEE-COUNT
           ELSE
               ADD 1 TO WS-INTEREST-COUNT
           END-IF.
           MOVE WS-BR-CUST-ID TO WS-RAW-CUST-ID.
           PERFORM 7000-RESOLVE-CUSTOMER
               THRU 7000-RESOLVE-CUSTOMER-EXIT.
           MOVE WS-LAST-RESOLVED-ID TO SW-CUST-ID.
           MOVE WS-ITEM-CURRENCY    TO SW-CURRENCY-CODE.
           MOVE WS-BATCH-KIND       TO SW-KIND.
           MOVE WS-ITEM-NATIVE      TO SW-NATIVE-AMOUNT.
           COMPUTE SW-BASE-AMOUNT ROUNDED =
               WS-ITEM-NATIVE * WS-CONV-RATE.
           RELEASE SORT-WORK-RECORD.
       2400-TAKE-BATCH-RECORD-EXIT.
           EXIT.

       2410-OPEN-BATCH-GROUP.
           MOVE "N" TO WS-GROUP-SWITCH.
           MOVE WS-BH-BATCH-DATE TO WS-GROUP-DATE.
           IF WS-BH-BATCH-DATE(1:4) NOT = WS-TAX-YEAR
               GO TO 2410-OPEN-BATCH-GROUP-EXIT
           END-IF.
           MOVE "N" TO WS-SEEN-SWITCH.
           PERFORM 2420-SCAN-ONE-SEEN-BATCH
               THRU 2420-SCAN-ONE-SEEN-BATCH-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               OR WS-BATCH-ALREADY-SEEN.
           IF WS-BATCH-ALREADY-SEEN
               ADD 1 TO WS-DUP-BATCH-COUNT
               DISPLAY "TAXSTMT: " WS-BATCH-DDNAME " BATCH "
                   WS-BH-BATCH-ID " APPEARS AGAIN - TAKEN ONCE."
               GO TO 2410-OPEN-BATCH-GROUP-EXIT
           END-IF.
           IF WS-SEEN-COUNT < 100
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-BH-BATCH-ID TO WS-SEEN-BATCH-ID(WS-SEEN-COUNT)
           END-IF.
           SET WS-GROUP-IN-YEAR TO TRUE.
       2410-OPEN-BATCH-GROUP-EXIT.
           EXIT.

       2420-SCAN-ONE-SEEN-BATCH.
           IF WS-SEEN-BATCH-ID(WS-SEEN-IDX) = WS-BH-BATCH-ID
               SET WS-BATCH-ALREADY-SEEN TO TRUE
           END-IF.
       2420-SCAN-ONE-SEEN-BATCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-NOTE-MISSING-BATCHES - A FEE OR INTEREST HISTORY     *
      * THAT CANNOT BE READ LEAVES THAT COLUMN EMPTY; THE RUN     *
      * CARRIES ON AND ENDS RC 4 SO THE GAP IS NOT MISSED.        *
      *-----------------------------------------------------------*
       2500-NOTE-MISSING-BATCHES.
           SET WS-BATCH-FILE-MISSING TO TRUE.
           CALL "FILERR" USING "TAXSTMT        ", WS-BATCH-DDNAME,
               "OPEN-IN ", WS-BATCH-FILE-STATUS, "N".
           DISPLAY "TAXSTMT: " WS-BATCH-DDNAME " COULD NOT BE ",
               "OPENED - STATEMENTS CARRY NONE OF ITS ITEMS.".
       2500-NOTE-MISSING-BATCHES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-STATEMENTS - CONTROL-BREAK PASS OVER THE       *
      * SORTED ACTIVITY: ONE BUFFERED LINE PER CURRENCY, ONE      *
      * STATEMENT AND ONE SET OF EXTRACT RECORDS PER CUSTOMER.    *
      *-----------------------------------------------------------*
       3000-BUILD-STATEMENTS.
           PERFORM 3100-PROCESS-ONE-SORTED
               THRU 3100-PROCESS-ONE-SORTED-EXIT
               UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-RECORD
               PERFORM 4200-CLOSE-CUSTOMER
                   THRU 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
       3000-BUILD-STATEMENTS-EXIT.
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
               PERFORM 4400-OPEN-CURRENCY
                   THRU 4400-OPEN-CURRENCY-EXIT
           ELSE
               IF SW-CUST-ID NOT = WS-CURR-CUST-ID
                   PERFORM 4200-CLOSE-CUSTOMER
                       THRU 4200-CLOSE-CUSTOMER-EXIT
                   PERFORM 4300-OPEN-CUSTOMER
                       THRU 4300-OPEN-CUSTOMER-EXIT
                   PERFORM 4400-OPEN-CURRENCY
                       THRU 4400-OPEN-CURRENCY-EXIT
               ELSE
                   IF SW-CURRENCY-CODE NOT = WS-CURR-CURRENCY
                       PERFORM 4400-OPEN-CURRENCY
                           THRU 4400-OPEN-CURRENCY-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-CLN-IDX = 0
               GO TO 3100-PROCESS-ONE-SORTED-EXIT
           END-IF.
           MOVE SW-KIND TO WS-KIND-IDX.
           ADD 1 TO WS-CLN-COUNT(WS-CLN-IDX, WS-KIND-IDX).
           ADD SW-NATIVE-AMOUNT
               TO WS-CLN-NATIVE(WS-CLN-IDX, WS-KIND-IDX).
           ADD SW-BASE-AMOUNT
               TO WS-CLN-BASE(WS-CLN-IDX, WS-KIND-IDX).
       3100-PROCESS-ONE-SORTED-EXIT.
           EXIT.

       4300-OPEN-CUSTOMER.
           MOVE SW-CUST-ID TO WS-CURR-CUST-ID.
           MOVE ZERO TO WS-CLN-USED.
           MOVE ZERO TO WS-CLN-IDX.
       4300-OPEN-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-OPEN-CURRENCY - A NEW LINE IN THE CUSTOMER'S BUFFER. *
      * A CUSTOMER WITH MORE CURRENCIES THAN THE BUFFER HOLDS IS  *
      * REPORTED AND ITS STATEMENT MARKED INCOMPLETE BY RC 8.     *
      *-----------------------------------------------------------*
       4400-OPEN-CURRENCY.
           MOVE SW-CURRENCY-CODE TO WS-CURR-CURRENCY.
           IF WS-CLN-USED = 30
               MOVE ZERO TO WS-CLN-IDX
               IF NOT WS-LINES-LOST
                   SET WS-LINES-LOST TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "TAXSTMT: CUSTOMER " WS-CURR-CUST-ID
                   " CARRIES MORE CURRENCIES THAN THE LINE TABLE ",
                   "HOLDS - STATEMENT IS INCOMPLETE."
               GO TO 4400-OPEN-CURRENCY-EXIT
           END-IF.
           ADD 1 TO WS-CLN-USED.
           MOVE WS-CLN-USED TO WS-CLN-IDX.
           MOVE SW-CURRENCY-CODE TO WS-CLN-CURRENCY(WS-CLN-IDX).
           PERFORM 4410-CLEAR-ONE-KIND
               THRU 4410-CLEAR-ONE-KIND-EXIT
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 4.
       4400-OPEN-CURRENCY-EXIT.
           EXIT.

       4410-CLEAR-ONE-KIND.
           MOVE ZERO TO WS-CLN-COUNT(WS-CLN-IDX, WS-KIND-IDX).
           MOVE ZERO TO WS-CLN-NATIVE(WS-CLN-IDX, WS-KIND-IDX).
           MOVE ZERO TO WS-CLN-BASE(WS-CLN-IDX, WS-KIND-IDX).
       4410-CLEAR-ONE-KIND-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CLOSE-CUSTOMER - THE CUSTOMER'S YEAR IS COMPLETE.    *
      * THE EXTRACT RECORDS ARE WRITTEN FOR EVERY CUSTOMER; THE   *
      * STATEMENT ONLY WHEN THE CUSTMAS PREFERENCES ALLOW IT.     *
      *-----------------------------------------------------------*
       4200-CLOSE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE ZERO TO WS-CB-BASE(1).
           MOVE ZERO TO WS-CB-BASE(2).
           MOVE ZERO TO WS-CB-BASE(3).
           MOVE ZERO TO WS-CB-BASE(4).
           PERFORM 4500-EXTRACT-ONE-CURRENCY
               THRU 4500-EXTRACT-ONE-CURRENCY-EXIT
               VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLN-USED.
           COMPUTE WS-CUST-NET-BASE = WS-CB-BASE(1) - WS-CB-BASE(2)
               - WS-CB-BASE(3) + WS-CB-BASE(4).
           PERFORM 8200-READ-CUSTOMER-MASTER
               THRU 8200-READ-CUSTOMER-MASTER-EXIT.
           IF WS-CM-FOUND AND CM-STMT-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           IF WS-CM-FOUND AND CM-STMT-RETURNED-MAIL
               ADD 1 TO WS-RETURNED-MAIL-COUNT
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           IF WS-CM-FOUND AND CM-SUPPRESS-NO-ACTIVITY
               AND WS-CB-BASE(1) = ZERO AND WS-CB-BASE(2) = ZERO
               AND WS-CB-BASE(3) = ZERO AND WS-CB-BASE(4) = ZERO
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO 4200-CLOSE-CUSTOMER-EXIT
           END-IF.
           PERFORM 4600-PRINT-STATEMENT
               THRU 4600-PRINT-STATEMENT-EXIT.
       4200-CLOSE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-EXTRACT-ONE-CURRENCY - ONE TAXEXT DETAIL FOR THE     *
      * CUSTOMER AND CURRENCY, BASE AMOUNTS ROUNDED TO THE CENT,  *
      * AND THE CUSTOMER AND FILE BASE TOTALS RAISED.             *
      *-----------------------------------------------------------*
       4500-EXTRACT-ONE-CURRENCY.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE "D"                          TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR                  TO TX-TAX-YEAR.
           MOVE WS-CURR-CUST-ID              TO TX-CUST-ID.
           MOVE WS-CLN-CURRENCY(WS-CLN-IDX)  TO TX-CURRENCY-CODE.
           MOVE WS-CLN-NATIVE(WS-CLN-IDX, 1) TO TX-ADD-NATIVE.
           MOVE WS-CLN-NATIVE(WS-CLN-IDX, 2) TO TX-REVERSAL-NATIVE.
           MOVE WS-CLN-NATIVE(WS-CLN-IDX, 3) TO TX-FEE-NATIVE.
           MOVE WS-CLN-NATIVE(WS-CLN-IDX, 4) TO TX-INTEREST-NATIVE.
           COMPUTE TX-ADD-BASE ROUNDED =
               WS-CLN-BASE(WS-CLN-IDX, 1).
           COMPUTE TX-REVERSAL-BASE ROUNDED =
               WS-CLN-BASE(WS-CLN-IDX, 2).
           COMPUTE TX-FEE-BASE ROUNDED =
               WS-CLN-BASE(WS-CLN-IDX, 3).
           COMPUTE TX-INTEREST-BASE ROUNDED =
               WS-CLN-BASE(WS-CLN-IDX, 4).
           WRITE TAX-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD TX-ADD-BASE      TO WS-GB-BASE(1).
           ADD TX-REVERSAL-BASE TO WS-GB-BASE(2).
           ADD TX-FEE-BASE      TO WS-GB-BASE(3).
           ADD TX-INTEREST-BASE TO WS-GB-BASE(4).
           PERFORM 4510-ADD-CUSTOMER-BASE
               THRU 4510-ADD-CUSTOMER-BASE-EXIT
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 4.
       4500-EXTRACT-ONE-CURRENCY-EXIT.
           EXIT.

       4510-ADD-CUSTOMER-BASE.
           ADD WS-CLN-BASE(WS-CLN-IDX, WS-KIND-IDX)
               TO WS-CB-BASE(WS-KIND-IDX).
       4510-ADD-CUSTOMER-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4600-PRINT-STATEMENT - HEADER, NAME AND ADDRESS, A BLOCK  *
      * PER CURRENCY (ONLY THE KINDS WITH ACTIVITY), AND THE      *
      * YEAR'S BASE TOTALS BY KIND WITH THE NET.                  *
      *-----------------------------------------------------------*
       4600-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           IF WS-CM-FOUND
               MOVE CM-CUST-ID TO WS-CH-CUST-ID
           ELSE
               MOVE WS-CURR-CUST-ID TO WS-CH-CUST-ID
           END-IF.
           MOVE WS-TAX-YEAR TO WS-CH-TAX-YEAR.
           MOVE WS-STMT-CUST-HDR TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-CM-FOUND
               MOVE CM-NAME TO WS-NL-NAME
               MOVE WS-STMT-NAME-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE CM-CUSTOMER-ADDRESS TO WS-AL-ADDRESS
               MOVE WS-STMT-ADDR-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE WS-STMT-COLUMN-HDR TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM 4610-PRINT-ONE-CURRENCY
               THRU 4610-PRINT-ONE-CURRENCY-EXIT
               VARYING WS-CLN-IDX FROM 1 BY 1
               UNTIL WS-CLN-IDX > WS-CLN-USED.
           PERFORM 4630-PRINT-ONE-BASE-TOTAL
               THRU 4630-PRINT-ONE-BASE-TOTAL-EXIT
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 4.
           MOVE "NET ACTIVITY"    TO WS-BT-LABEL.
           MOVE WS-CUST-NET-BASE  TO WS-BT-BASE.
           MOVE WS-STMT-BASE-TOTAL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       4600-PRINT-STATEMENT-EXIT.
           EXIT.

       4610-PRINT-ONE-CURRENCY.
           MOVE WS-CLN-CURRENCY(WS-CLN-IDX) TO WS-SD-CURRENCY.
           PERFORM 4620-PRINT-ONE-KIND
               THRU 4620-PRINT-ONE-KIND-EXIT
               VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 4.
       4610-PRINT-ONE-CURRENCY-EXIT.
           EXIT.

       4620-PRINT-ONE-KIND.
           IF WS-CLN-COUNT(WS-CLN-IDX, WS-KIND-IDX) = 0
               GO TO 4620-PRINT-ONE-KIND-EXIT
           END-IF.
           MOVE WS-KIND-LABEL(WS-KIND-IDX) TO WS-SD-LABEL.
           MOVE WS-CLN-COUNT(WS-CLN-IDX, WS-KIND-IDX)  TO WS-SD-COUNT.
           MOVE WS-CLN-NATIVE(WS-CLN-IDX, WS-KIND-IDX) TO WS-SD-NATIVE.
           MOVE WS-CLN-BASE(WS-CLN-IDX, WS-KIND-IDX)   TO WS-SD-BASE.
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-SD-CURRENCY.
       4620-PRINT-ONE-KIND-EXIT.
           EXIT.

       4630-PRINT-ONE-BASE-TOTAL.
           MOVE WS-KIND-LABEL(WS-KIND-IDX) TO WS-BT-LABEL.
           MOVE WS-CB-BASE(WS-KIND-IDX)    TO WS-BT-BASE.
           MOVE WS-STMT-BASE-TOTAL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       4630-PRINT-ONE-BASE-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RESOLVE-CUSTOMER - THE ID ACTIVITY IS REPORTED UNDER: *
      * A MERGED CUSTOMER'S SURVIVOR, OTHERWISE THE ID ITSELF.    *
      * TRANHIST COMES IN CUSTOMER ORDER, SO THE LAST ANSWER IS   *
      * KEPT AND REUSED WHILE THE ID STAYS THE SAME.              *
      *-----------------------------------------------------------*
       7000-RESOLVE-CUSTOMER.
           IF WS-RESOLVE-PRIMED
               AND WS-RAW-CUST-ID = WS-LAST-RAW-ID
               GO TO 7000-RESOLVE-CUSTOMER-EXIT
           END-IF.
           SET WS-RESOLVE-PRIMED TO TRUE.
           MOVE WS-RAW-CUST-ID TO WS-LAST-RAW-ID.
           MOVE WS-RAW-CUST-ID TO WS-LAST-RESOLVED-ID.
           IF NOT WS-CUSTMAS-AVAILABLE
               GO TO 7000-RESOLVE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-RAW-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 7000-RESOLVE-CUSTOMER-EXIT
           END-READ.
           IF CM-IS-MERGED AND CM-MERGED-TO-ID NOT = ZERO
               MOVE CM-MERGED-TO-ID TO WS-LAST-RESOLVED-ID
           END-IF.
       7000-RESOLVE-CUSTOMER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-LOOKUP-RATE - THE RATE FOR WS-ITEM-CURRENCY ON THE   *
      * GROUP'S BATCH DATE: THE LATEST RATEHIST ROW NOT AFTER IT, *
      * ELSE THE CURRMAS RATE.  A BLANK CURRENCY IS BASE (1:1).   *
      *-----------------------------------------------------------*
       7100-LOOKUP-RATE.
           MOVE 1.0000 TO WS-CONV-RATE.
           SET WS-RATE-FOUND TO TRUE.
           IF WS-ITEM-CURRENCY = SPACES
               GO TO 7100-LOOKUP-RATE-EXIT
           END-IF.
           MOVE ZERO TO WS-CONV-RATE.
           MOVE "N" TO WS-RATE-SWITCH.
           IF WS-RATEHIST-AVAILABLE
               MOVE "N" TO WS-RHIST-DONE-SWITCH
               MOVE WS-ITEM-CURRENCY TO RH-CURRENCY-CODE
               MOVE LOW-VALUES       TO RH-EFF-DATE
               START RATE-HISTORY-FILE KEY NOT LESS THAN RH-KEY
                   INVALID KEY
                       SET WS-RHIST-DONE TO TRUE
               END-START
               PERFORM 7110-SCAN-ONE-HISTORY-RATE
                   THRU 7110-SCAN-ONE-HISTORY-RATE-EXIT
                   UNTIL WS-RHIST-DONE
           END-IF.
           IF WS-RATE-FOUND OR NOT WS-CURRMAS-AVAILABLE
               GO TO 7100-LOOKUP-RATE-EXIT
           END-IF.
           MOVE WS-ITEM-CURRENCY TO CU-CURRENCY-CODE.
           READ CURRENCY-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-EXCHANGE-RATE TO WS-CONV-RATE
                   SET WS-RATE-FOUND TO TRUE
           END-READ.
       7100-LOOKUP-RATE-EXIT.
           EXIT.

       7110-SCAN-ONE-HISTORY-RATE.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-RHIST-DONE TO TRUE
                   GO TO 7110-SCAN-ONE-HISTORY-RATE-EXIT
           END-READ.
           IF RH-CURRENCY-CODE NOT = WS-ITEM-CURRENCY
               OR RH-EFF-DATE > WS-GROUP-DATE
               SET WS-RHIST-DONE TO TRUE
               GO TO 7110-SCAN-ONE-HISTORY-RATE-EXIT
           END-IF.
           SET WS-RATE-FOUND TO TRUE.
           MOVE RH-EXCHANGE-RATE TO WS-CONV-RATE.
       7110-SCAN-ONE-HISTORY-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-READ-CUSTOMER-MASTER - DIRECT KEY READ FOR THE       *
      * BREAKING CUSTOMER (ALREADY THE SURVIVOR OF ANY MERGE).    *
      * A MISSING RECORD (OR NO CUSTMAS) MEANS A PLAIN HEADER AND *
      * NO PREFERENCE HANDLING.                                   *
      *-----------------------------------------------------------*
       8200-READ-CUSTOMER-MASTER.
           MOVE "N" TO WS-CM-FOUND-SWITCH.
           IF NOT WS-CUSTMAS-AVAILABLE
               GO TO 8200-READ-CUSTOMER-MASTER-EXIT
           END-IF.
           MOVE WS-CURR-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CM-FOUND TO TRUE
           END-READ.
       8200-READ-CUSTOMER-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TRAILERS - THE STATEMENT-COUNT TRAILER THE     *
      * PRINT BUREAU CHECKS THE FILE AGAINST, AND THE EXTRACT'S   *
      * CONTROL TRAILER FOR THE TAX AUTHORITY.                    *
      *-----------------------------------------------------------*
       8000-WRITE-TRAILERS.
           MOVE WS-STATEMENT-COUNT    TO WS-TC-COUNT.
           MOVE WS-STMT-COUNT-TRAILER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES             TO TAX-EXTRACT-TRAILER.
           MOVE "T"                TO TXT-RECORD-TYPE.
           MOVE WS-TAX-YEAR        TO TXT-TAX-YEAR.
           MOVE WS-EXTRACT-COUNT   TO TXT-RECORD-COUNT.
           MOVE WS-CUSTOMER-COUNT  TO TXT-CUSTOMER-COUNT.
           MOVE WS-GB-BASE(1)      TO TXT-ADD-BASE.
           MOVE WS-GB-BASE(2)      TO TXT-REVERSAL-BASE.
           MOVE WS-GB-BASE(3)      TO TXT-FEE-BASE.
           MOVE WS-GB-BASE(4)      TO TXT-INTEREST-BASE.
           WRITE TAX-EXTRACT-TRAILER.
       8000-WRITE-TRAILERS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT.  AN UNREADABLE FEE  *
      * OR INTEREST HISTORY, OR AN ITEM WITH NO RATE, ENDS RC 4.  *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE STATEMENT-FILE.
           CLOSE TAX-EXTRACT-FILE.
           IF WS-RATEHIST-AVAILABLE
               CLOSE RATE-HISTORY-FILE
           END-IF.
           IF WS-CURRMAS-AVAILABLE
               CLOSE CURRENCY-MASTER-FILE
           END-IF.
           IF WS-CUSTMAS-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "TAXSTMT: POSTINGS IN THE YEAR       = "
               WS-POSTING-COUNT.
           DISPLAY "TAXSTMT: FEE ITEMS IN THE YEAR      = "
               WS-FEE-COUNT.
           DISPLAY "TAXSTMT: INTEREST ITEMS IN THE YEAR = "
               WS-INTEREST-COUNT.
           DISPLAY "TAXSTMT: REPEATED BATCHES SKIPPED   = "
               WS-DUP-BATCH-COUNT.
           DISPLAY "TAXSTMT: ITEMS WITH NO RATE         = "
               WS-UNPRICED-COUNT.
           DISPLAY "TAXSTMT: CUSTOMERS ON THE EXTRACT   = "
               WS-CUSTOMER-COUNT.
           DISPLAY "TAXSTMT: STATEMENTS PRINTED         = "
               WS-STATEMENT-COUNT.
           DISPLAY "TAXSTMT: STATEMENTS HELD            = "
               WS-HELD-COUNT.
           DISPLAY "TAXSTMT: HELD FOR RETURNED MAIL     = "
               WS-RETURNED-MAIL-COUNT.
           DISPLAY "TAXSTMT: STATEMENTS SUPPRESSED      = "
               WS-SUPPRESSED-COUNT.
           IF RETURN-CODE < 4
               AND (WS-BATCH-FILE-MISSING OR WS-UNPRICED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM TAXSTMT.
