      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly standing-order generator.  Customers who want
      * the same add made every week or every month have their
      * instruction held on the STNDMAS standing-instruction master
      * (maintained by STNDMNT), so branch staff no longer re-key it
      * each time.  Every active instruction whose next due date has
      * arrived is emitted as a 24-byte "A" detail on STNDTRAN inside
      * a properly formed ADDTRAN batch - an "H" header whose batch
      * ID is SO plus the run date, and a computed "T" trailer with
      * the count and NUM1/NUM2 hash - exactly as TIERFEE builds
      * FEETRAN.  STNDTRAN is registered on the FEEDREG registry, so
      * ADDMERGE verifies and merges it like any other feeder.  The
      * batch is appended, so a night whose batch was refused by the
      * merge is not overwritten by the next night's.
      *
      * Scheduling: each instruction carries its nominal schedule
      * date and the day of the month it was set up on.  The next
      * due date is the schedule date when that is a business day,
      * otherwise the next business day after it (DATESRV "C" and
      * "N"), so a weekend or holiday payment goes on the following
      * business day.  After an item is generated the schedule date
      * steps on by the instruction's frequency - W weekly, F every
      * two weeks, M monthly, Q quarterly, Y yearly - with monthly
      * and longer schedules returning to the set-up day of the
      * month (the month's last day when it is shorter).  An
      * instruction whose next schedule date passes its end date is
      * marked ended.  A night the chain did not run is caught up:
      * every occurrence due on or before the run date is generated.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE GENERATED ADDTRAN BATCH IS 28 BYTES WITH A
      *                 BLANK BRANCH CODE; POSTING BOOKS EACH ITEM TO
      *                 THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  EACH GENERATED ITEM TAKES A TRANSACTION
      *                 REFERENCE FROM TXNREF, CARRIED ON STNDTRAN (NOW
      *                 44 BYTES), AND ITS GENERATION IS LOGGED TO
      *                 TXNTRAIL THROUGH TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT STANDING-TRAN-FILE ASSIGN TO "STNDTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SI-KEY.
               10  SI-CUST-ID          PIC 9(06).
               10  SI-SEQ-NO           PIC 9(03).
           05  SI-FREQUENCY            PIC X(01).
               88  SI-IS-WEEKLY                  VALUE "W".
               88  SI-IS-FORTNIGHTLY             VALUE "F".
               88  SI-IS-MONTHLY                 VALUE "M".
               88  SI-IS-QUARTERLY               VALUE "Q".
               88  SI-IS-YEARLY                  VALUE "Y".
           05  SI-NUM1                 PIC 9(05)V9(02).
           05  SI-NUM2                 PIC 9(05)V9(02).
           05  SI-CURRENCY-CODE        PIC X(03).
           05  SI-START-DATE           PIC X(08).
           05  SI-END-DATE             PIC X(08).
           05  SI-ANCHOR-DAY           PIC 9(02).
           05  SI-SCHED-DATE           PIC X(08).
           05  SI-NEXT-DUE-DATE        PIC X(08).
           05  SI-STATUS               PIC X(01).
               88  SI-IS-ACTIVE                  VALUE "A".
               88  SI-IS-SUSPENDED               VALUE "S".
               88  SI-IS-CANCELLED               VALUE "C".
               88  SI-IS-ENDED                   VALUE "E".
           05  SI-LAST-GEN-DATE        PIC X(08).
           05  SI-GEN-COUNT            PIC 9(05).
           05  SI-CHANGED-BY           PIC X(08).
           05  SI-CHANGED-DATE         PIC X(08).
           05  FILLER                  PIC X(09).

       FD  STANDING-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  STANDING-TRAN-RECORD.
           05  ST-TRAN-CODE            PIC X(01).
           05  ST-CUST-ID              PIC 9(06).
           05  ST-NUM1                 PIC 9(05)V9(02).
           05  ST-NUM2                 PIC 9(05)V9(02).
           05  ST-CURRENCY-CODE        PIC X(03).
           05  ST-BRANCH-CODE          PIC X(04).
           05  ST-TXN-REF              PIC X(16).
       01  STANDING-TRAN-HEADER REDEFINES STANDING-TRAN-RECORD.
           05  SH-RECORD-CODE          PIC X(01).
           05  SH-BATCH-ID             PIC X(08).
           05  SH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  STANDING-TRAN-TRAILER REDEFINES STANDING-TRAN-RECORD.
           05  SR-RECORD-CODE          PIC X(01).
           05  SR-RECORD-COUNT         PIC 9(07).
           05  SR-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-SI-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-SI-OK                          VALUE "00".
           88  WS-SI-NOT-FOUND                   VALUE "35".
       01  WS-STT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-STT-OK                         VALUE "00".
       01  WS-SI-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-SI-EOF                         VALUE "Y".
       01  WS-SI-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-SI-IS-OPEN                     VALUE "Y".
       01  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
           88  WS-RECORD-CHANGED                 VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-BATCH-ID                 PIC X(08) VALUE SPACES.
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DATE              PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-STEP-DATE                PIC X(08) VALUE SPACES.
       01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE.
           05  WS-SD-YEAR              PIC 9(04).
           05  WS-SD-MONTH             PIC 9(02).
           05  WS-SD-DAY               PIC 9(02).
       01  WS-MONTH-STEP               PIC 9(02) VALUE ZERO.
       77  WS-DAY-TRIES                PIC 9(02) COMP VALUE ZERO.
       77  WS-CATCHUP-LIMIT            PIC 9(03) COMP VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-GEN-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-ENDED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "SO".
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
       01  WS-HASH-TOTAL               PIC 9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "STNDGEN        ", "STNDMAS ".
           CALL "ENVCHK" USING "STNDGEN        ", "STNDTRAN".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ONE-ORDER
               THRU 2000-PROCESS-ONE-ORDER-EXIT
               UNTIL WS-SI-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE STANDING-INSTRUCTION MASTER     *
      * FOR UPDATE AND APPEND TONIGHT'S BATCH HEADER TO STNDTRAN.  *
      * NO MASTER YET MEANS NO INSTRUCTIONS - A QUIET NIGHT, BUT   *
      * THE EMPTY H/T BATCH IS STILL WRITTEN SO THE FEEDER ARRIVES.*
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "SO" DELIMITED BY SIZE
               WS-RUN-DATE(3:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SI-OK
               SET WS-SI-IS-OPEN TO TRUE
           ELSE
               IF WS-SI-NOT-FOUND
                   DISPLAY "STNDGEN: NO STNDMAS MASTER - NO ",
                       "STANDING ORDERS ON FILE."
               ELSE
                   CALL "FILERR" USING "STNDGEN        ", "STNDMAS ",
                       "OPEN-IO ", WS-SI-FILE-STATUS, "N"
                   DISPLAY "STNDGEN: STNDMAS COULD NOT BE OPENED - ",
                       "STATUS " WS-SI-FILE-STATUS
                       " - NO STANDING ORDERS GENERATED."
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET WS-SI-EOF TO TRUE
           END-IF.
           OPEN EXTEND STANDING-TRAN-FILE.
           IF NOT WS-STT-OK
               CLOSE STANDING-TRAN-FILE
               OPEN OUTPUT STANDING-TRAN-FILE
           END-IF.
           MOVE SPACES      TO STANDING-TRAN-RECORD.
           MOVE "H"         TO SH-RECORD-CODE.
           MOVE WS-BATCH-ID TO SH-BATCH-ID.
           MOVE WS-RUN-DATE TO SH-BATCH-DATE.
           WRITE STANDING-TRAN-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-ORDER - READ THE NEXT INSTRUCTION.  ONLY  *
      * AN ACTIVE ONE IS CONSIDERED; EVERY OCCURRENCE DUE ON OR    *
      * BEFORE THE RUN DATE IS GENERATED AND THE SCHEDULE STEPPED  *
      * ON, THEN THE RECORD IS REWRITTEN.                          *
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SI-EOF TO TRUE
                   GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT SI-IS-ACTIVE
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.
           MOVE "N" TO WS-CHANGED-SWITCH.
           MOVE ZERO TO WS-CATCHUP-LIMIT.
           PERFORM 2100-GENERATE-ONE-OCCURRENCE
               THRU 2100-GENERATE-ONE-OCCURRENCE-EXIT
               UNTIL NOT SI-IS-ACTIVE
               OR SI-NEXT-DUE-DATE > WS-RUN-DATE
               OR WS-CATCHUP-LIMIT > 366.
           IF WS-RECORD-CHANGED
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "STNDGEN: REWRITE FAILED FOR "
                           SI-CUST-ID "/" SI-SEQ-NO " - STATUS "
                           WS-SI-FILE-STATUS
               END-REWRITE
           END-IF.
       2000-PROCESS-ONE-ORDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-GENERATE-ONE-OCCURRENCE - WRITE ONE "A" DETAIL FOR    *
      * THE OCCURRENCE NOW DUE (UNLESS ITS SCHEDULE DATE IS PAST   *
      * THE END DATE, WHICH ENDS THE INSTRUCTION INSTEAD) AND      *
      * STEP THE SCHEDULE ON TO THE NEXT ONE.                      *
      *-----------------------------------------------------------*
       2100-GENERATE-ONE-OCCURRENCE.
           ADD 1 TO WS-CATCHUP-LIMIT.
           SET WS-RECORD-CHANGED TO TRUE.
           IF SI-END-DATE NOT = SPACES
               AND SI-SCHED-DATE > SI-END-DATE
               MOVE "E" TO SI-STATUS
               ADD 1 TO WS-ENDED-COUNT
               GO TO 2100-GENERATE-ONE-OCCURRENCE-EXIT
           END-IF.
           MOVE SPACES           TO STANDING-TRAN-RECORD.
           MOVE "A"              TO ST-TRAN-CODE.
           MOVE SI-CUST-ID       TO ST-CUST-ID.
           MOVE SI-NUM1          TO ST-NUM1.
           MOVE SI-NUM2          TO ST-NUM2.
           MOVE SI-CURRENCY-CODE TO ST-CURRENCY-CODE.
           PERFORM 2200-ASSIGN-REFERENCE
               THRU 2200-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE  TO ST-TXN-REF.
           WRITE STANDING-TRAN-RECORD.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-GEN-COUNT.
           ADD ST-NUM1 TO WS-HASH-TOTAL.
           ADD ST-NUM2 TO WS-HASH-TOTAL.
           MOVE WS-RUN-DATE TO SI-LAST-GEN-DATE.
           ADD 1 TO SI-GEN-COUNT.
           PERFORM 3000-STEP-SCHEDULE
               THRU 3000-STEP-SCHEDULE-EXIT.
           IF SI-END-DATE NOT = SPACES
               AND SI-SCHED-DATE > SI-END-DATE
               MOVE "E" TO SI-STATUS
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
       2100-GENERATE-ONE-OCCURRENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ASSIGN-REFERENCE - EACH GENERATED OCCURRENCE TAKES   *
      * ITS TRANSACTION REFERENCE FROM TXNREF, AND ITS GENERATION *
      * IS THE FIRST EVENT ON ITS TXNTRAIL LINEAGE.               *
      *-----------------------------------------------------------*
       2200-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "INTK"           TO WS-LE-EVENT-CODE.
           MOVE "STNDGEN"        TO WS-LE-PROGRAM.
           MOVE ST-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = ST-NUM1 + ST-NUM2.
           MOVE ST-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "STANDING ORDER " SI-SEQ-NO DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       2200-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-STEP-SCHEDULE - MOVE THE NOMINAL SCHEDULE DATE ON BY  *
      * THE FREQUENCY, THEN SET THE NEXT DUE DATE TO IT OR TO THE  *
      * NEXT BUSINESS DAY AFTER IT.  A DATE DATESRV CANNOT STEP    *
      * SUSPENDS THE INSTRUCTION RATHER THAN LOOPING ON IT.        *
      *-----------------------------------------------------------*
       3000-STEP-SCHEDULE.
           EVALUATE TRUE
               WHEN SI-IS-WEEKLY
                   MOVE 7 TO WS-RESULT-DAYS
                   PERFORM 3100-ADD-CALENDAR-DAYS
                       THRU 3100-ADD-CALENDAR-DAYS-EXIT
               WHEN SI-IS-FORTNIGHTLY
                   MOVE 14 TO WS-RESULT-DAYS
                   PERFORM 3100-ADD-CALENDAR-DAYS
                       THRU 3100-ADD-CALENDAR-DAYS-EXIT
               WHEN SI-IS-MONTHLY
                   MOVE 1 TO WS-MONTH-STEP
                   PERFORM 3200-ADD-MONTHS
                       THRU 3200-ADD-MONTHS-EXIT
               WHEN SI-IS-QUARTERLY
                   MOVE 3 TO WS-MONTH-STEP
                   PERFORM 3200-ADD-MONTHS
                       THRU 3200-ADD-MONTHS-EXIT
               WHEN OTHER
                   MOVE 12 TO WS-MONTH-STEP
                   PERFORM 3200-ADD-MONTHS
                       THRU 3200-ADD-MONTHS-EXIT
           END-EVALUATE.
           IF WS-RESULT-STATUS NOT = "Y"
               GO TO 3000-STEP-SCHEDULE-FAILED
           END-IF.
           PERFORM 3300-SET-NEXT-DUE-DATE
               THRU 3300-SET-NEXT-DUE-DATE-EXIT.
           IF WS-RESULT-STATUS = "Y"
               GO TO 3000-STEP-SCHEDULE-EXIT
           END-IF.
       3000-STEP-SCHEDULE-FAILED.
           MOVE "S" TO SI-STATUS.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "STNDGEN: SCHEDULE FOR " SI-CUST-ID "/" SI-SEQ-NO
               " COULD NOT BE STEPPED FROM " SI-SCHED-DATE
               " - INSTRUCTION SUSPENDED.".
       3000-STEP-SCHEDULE-EXIT.
           EXIT.

       3100-ADD-CALENDAR-DAYS.
           MOVE "A" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, SI-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO SI-SCHED-DATE
           END-IF.
       3100-ADD-CALENDAR-DAYS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-ADD-MONTHS - STEP THE SCHEDULE DATE ON WS-MONTH-STEP  *
      * MONTHS AND BACK TO THE SET-UP DAY OF THE MONTH, PULLED     *
      * BACK A DAY AT A TIME UNTIL DATESRV ACCEPTS IT AS A REAL    *
      * CALENDAR DATE (THE 31ST IN A 30-DAY MONTH, FEBRUARY).      *
      *-----------------------------------------------------------*
       3200-ADD-MONTHS.
           MOVE "N" TO WS-RESULT-STATUS.
           MOVE SI-SCHED-DATE TO WS-STEP-DATE.
           ADD WS-MONTH-STEP TO WS-SD-MONTH.
           IF WS-SD-MONTH > 12
               SUBTRACT 12 FROM WS-SD-MONTH
               ADD 1 TO WS-SD-YEAR
           END-IF.
           MOVE SI-ANCHOR-DAY TO WS-SD-DAY.
           MOVE SPACES TO WS-RESULT-DATE.
           MOVE ZERO TO WS-DAY-TRIES.
           PERFORM 3210-TRY-STEP-DATE
               THRU 3210-TRY-STEP-DATE-EXIT
               UNTIL WS-RESULT-DATE NOT = SPACES
               OR WS-DAY-TRIES > 3.
           IF WS-RESULT-DATE NOT = SPACES
               MOVE WS-STEP-DATE TO SI-SCHED-DATE
               MOVE "Y" TO WS-RESULT-STATUS
           END-IF.
       3200-ADD-MONTHS-EXIT.
           EXIT.

       3210-TRY-STEP-DATE.
           ADD 1 TO WS-DAY-TRIES.
           MOVE "C" TO WS-DATE-FUNCTION.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-STEP-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-DATE = SPACES
               SUBTRACT 1 FROM WS-SD-DAY
           END-IF.
       3210-TRY-STEP-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-SET-NEXT-DUE-DATE - THE SCHEDULE DATE ITSELF WHEN IT  *
      * IS A BUSINESS DAY, OTHERWISE THE NEXT BUSINESS DAY.        *
      *-----------------------------------------------------------*
       3300-SET-NEXT-DUE-DATE.
           MOVE "C" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, SI-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE SI-SCHED-DATE TO SI-NEXT-DUE-DATE
               GO TO 3300-SET-NEXT-DUE-DATE-EXIT
           END-IF.
           MOVE "N" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, SI-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO SI-NEXT-DUE-DATE
           END-IF.
       3300-SET-NEXT-DUE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE COMPUTED "T" TRAILER, CLOSE UP, *
      * AND REPORT THE RUN'S FIGURES.  A SCHEDULE THAT COULD NOT   *
      * BE STEPPED OR REWRITTEN ENDS THE STEP WITH CODE 4.         *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES        TO STANDING-TRAN-RECORD.
           MOVE "T"           TO SR-RECORD-CODE.
           MOVE WS-GEN-COUNT  TO SR-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO SR-HASH-TOTAL.
           WRITE STANDING-TRAN-RECORD.
           CLOSE STANDING-TRAN-FILE.
           IF WS-SI-IS-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "STNDGEN: BATCH ID             = " WS-BATCH-ID.
           DISPLAY "STNDGEN: INSTRUCTIONS READ    = " WS-READ-COUNT.
           DISPLAY "STNDGEN: ITEMS GENERATED      = " WS-GEN-COUNT.
           DISPLAY "STNDGEN: INSTRUCTIONS ENDED   = " WS-ENDED-COUNT.
           DISPLAY "STNDGEN: SCHEDULE ERRORS      = " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM STNDGEN.
