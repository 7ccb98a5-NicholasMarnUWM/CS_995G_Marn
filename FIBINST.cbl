      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Nightly policy installment generator.  The results
      * COBOL-RECURSE-START works out per policy on FIBSCHEDO used to
      * stop at a report, and the branch re-keyed each installment
      * onto ADDTRAN by hand.  Each policy is now linked to the
      * customer it is collected from on the POLICYMS policy master
      * (maintained by POLMNT), which also carries its installment
      * schedule and amount basis, and every installment due by the
      * run date is emitted as an "A" detail on FIBTRAN inside a
      * properly formed ADDTRAN batch - an "H" header whose batch ID
      * is FI plus the run date, and a computed "T" trailer with the
      * count and NUM1/NUM2 hash - exactly as STNDGEN builds
      * STNDTRAN.  FIBTRAN is registered on the FEEDREG registry, so
      * ADDMERGE verifies and merges it like any other feeder.  The
      * batch is appended, so a night whose batch was refused by the
      * merge is not overwritten by the next night's.
      *
      * Amount: a basis "R" policy's installment is its FIBSCHEDO
      * result taken as cents; a basis "U" policy's is the result
      * times the unit amount on the policy.  A policy with no
      * result on FIBSCHEDO, or whose installment will not fit the
      * ADDTRAN amount field, is held - nothing generated and the
      * schedule left where it is - and reported, so the installment
      * goes out on the first night it can.  A FIBSCHEDO that is
      * missing or does not tie to its "T" trailer generates nothing.
      *
      * Scheduling is STNDGEN's: the next due date is the schedule
      * date or the next business day after it, the schedule steps
      * on by the policy's frequency (monthly and longer returning
      * to the set-up day of the month), a policy whose schedule
      * passes its end date is marked ended, and a night the chain
      * did not run is caught up.
      *
      * Traceability: every installment generated is also written to
      * the FIBXREF cross-reference under its batch ID and item
      * number with the policy number, customer, amount and due
      * date.  FIBTRACE ties those entries to the posted ADDOUT
      * items after the posting run.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  EACH INSTALLMENT TAKES A TRANSACTION REFERENCE
      *                 FROM TXNREF, CARRIED ON FIBTRAN (NOW 44 BYTES),
      *                 AND ITS RAISING IS LOGGED TO TXNTRAIL THROUGH
      *                 TXNLOG.
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBINST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-OUT-FILE ASSIGN TO "FIBSCHEDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDO-FILE-STATUS.
           SELECT POLICY-MASTER-FILE ASSIGN TO "POLICYMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NO
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT INSTALMENT-TRAN-FILE ASSIGN TO "FIBTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIT-FILE-STATUS.
           SELECT INSTALMENT-XREF-FILE ASSIGN TO "FIBXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-OUT-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  SCHEDULE-OUT-RECORD.
           05  FO-RECORD-TYPE          PIC X(01).
               88  FO-IS-DETAIL                  VALUE "D".
               88  FO-IS-TRAILER                 VALUE "T".
           05  FO-POLICY-NO            PIC X(10).
           05  FO-TERM                 PIC 9(03).
           05  FO-RESULT               PIC 9(08).
       01  SCHEDULE-OUT-TRAILER REDEFINES SCHEDULE-OUT-RECORD.
           05  FO-TRL-TYPE             PIC X(01).
           05  FO-TRL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(14).

       FD  POLICY-MASTER-FILE.
       01  POLICY-MASTER-RECORD.
           05  PM-POLICY-NO            PIC X(10).
           05  PM-CUST-ID              PIC 9(06).
           05  PM-FREQUENCY            PIC X(01).
               88  PM-IS-WEEKLY                  VALUE "W".
               88  PM-IS-FORTNIGHTLY             VALUE "F".
               88  PM-IS-MONTHLY                 VALUE "M".
               88  PM-IS-QUARTERLY               VALUE "Q".
               88  PM-IS-YEARLY                  VALUE "Y".
           05  PM-AMOUNT-BASIS         PIC X(01).
               88  PM-BASIS-IS-RESULT            VALUE "R".
               88  PM-BASIS-IS-UNITS             VALUE "U".
           05  PM-UNIT-AMOUNT          PIC 9(05)V9(02).
           05  PM-CURRENCY-CODE        PIC X(03).
           05  PM-START-DATE           PIC X(08).
           05  PM-END-DATE             PIC X(08).
           05  PM-ANCHOR-DAY           PIC 9(02).
           05  PM-SCHED-DATE           PIC X(08).
           05  PM-NEXT-DUE-DATE        PIC X(08).
           05  PM-STATUS               PIC X(01).
               88  PM-IS-ACTIVE                  VALUE "A".
               88  PM-IS-SUSPENDED               VALUE "S".
               88  PM-IS-CLOSED                  VALUE "C".
               88  PM-IS-ENDED                   VALUE "E".
           05  PM-LAST-GEN-DATE        PIC X(08).
           05  PM-LAST-GEN-AMOUNT      PIC 9(05)V9(02).
           05  PM-GEN-COUNT            PIC 9(05).
           05  PM-CHANGED-BY           PIC X(08).
           05  PM-CHANGED-DATE         PIC X(08).
           05  FILLER                  PIC X(03).

       FD  INSTALMENT-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
       01  INSTALMENT-TRAN-RECORD.
           05  IT-TRAN-CODE            PIC X(01).
           05  IT-CUST-ID              PIC 9(06).
           05  IT-NUM1                 PIC 9(05)V9(02).
           05  IT-NUM2                 PIC 9(05)V9(02).
           05  IT-CURRENCY-CODE        PIC X(03).
           05  IT-BRANCH-CODE          PIC X(04).
           05  IT-TXN-REF              PIC X(16).
       01  INSTALMENT-TRAN-HEADER REDEFINES INSTALMENT-TRAN-RECORD.
           05  IH-RECORD-CODE          PIC X(01).
           05  IH-BATCH-ID             PIC X(08).
           05  IH-BATCH-DATE           PIC X(08).
           05  FILLER                  PIC X(27).
       01  INSTALMENT-TRAN-TRAILER REDEFINES INSTALMENT-TRAN-RECORD.
           05  IR-RECORD-CODE          PIC X(01).
           05  IR-RECORD-COUNT         PIC 9(07).
           05  IR-HASH-TOTAL           PIC 9(09)V9(02).
           05  FILLER                  PIC X(25).

       FD  INSTALMENT-XREF-FILE.
       01  INSTALMENT-XREF-RECORD.
           05  XR-KEY.
               10  XR-BATCH-ID         PIC X(08).
               10  XR-ITEM-NO          PIC 9(07).
           05  XR-POLICY-NO            PIC X(10).
           05  XR-CUST-ID              PIC 9(06).
           05  XR-AMOUNT               PIC 9(05)V9(02).
           05  XR-CURRENCY-CODE        PIC X(03).
           05  XR-DUE-DATE             PIC X(08).
           05  XR-GEN-DATE             PIC X(08).
           05  XR-STATUS               PIC X(01).
               88  XR-IS-OPEN                    VALUE "O".
               88  XR-IS-POSTED                  VALUE "P".
           05  XR-POSTED-DATE          PIC X(08).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDO-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  WS-SCHEDO-OK                      VALUE "00".
       01  WS-PM-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-PM-OK                          VALUE "00".
           88  WS-PM-NOT-FOUND                   VALUE "35".
       01  WS-FIT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-FIT-OK                         VALUE "00".
       01  WS-XR-FILE-STATUS           PIC X(02) VALUE SPACES.
           88  WS-XR-OK                          VALUE "00".
           88  WS-XR-NOT-FOUND                   VALUE "35".
       01  WS-SCHEDO-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-SCHEDO-EOF                     VALUE "Y".
       01  WS-SCHEDO-GOOD-SWITCH       PIC X(01) VALUE "N".
           88  WS-SCHEDO-IS-GOOD                 VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN                   VALUE "Y".
       01  WS-PM-EOF-SWITCH            PIC X(01) VALUE "N".
           88  WS-PM-EOF                         VALUE "Y".
       01  WS-PM-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-PM-IS-OPEN                     VALUE "Y".
       01  WS-XR-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  WS-XR-IS-OPEN                     VALUE "Y".
       01  WS-XR-SCAN-SWITCH           PIC X(01) VALUE "N".
           88  WS-XR-SCAN-DONE                   VALUE "Y".
       01  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
           88  WS-RECORD-CHANGED                 VALUE "Y".
       01  WS-HELD-SWITCH              PIC X(01) VALUE "N".
           88  WS-POLICY-HELD                    VALUE "Y".
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
       01  WS-INSTALMENT-AMOUNT        PIC 9(13)V9(02) VALUE ZERO.
       01  WS-POLICY-RESULT            PIC 9(08) VALUE ZERO.
       01  WS-RESULT-TABLE.
           05  WS-RT-ENTRY             OCCURS 2000 TIMES.
               10  WS-RT-POLICY-NO     PIC X(10).
               10  WS-RT-RESULT        PIC 9(08).
       77  WS-RT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-RT-IDX                   PIC 9(05) COMP VALUE ZERO.
       77  WS-RT-FOUND-IDX             PIC 9(05) COMP VALUE ZERO.
       77  WS-SCHEDO-DETAILS           PIC 9(07) COMP VALUE ZERO.
       77  WS-DAY-TRIES                PIC 9(02) COMP VALUE ZERO.
       77  WS-CATCHUP-LIMIT            PIC 9(03) COMP VALUE ZERO.
       77  WS-ITEM-NO                  PIC 9(07) COMP VALUE ZERO.
       77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-GEN-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-ENDED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ERROR-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-REF-FUNCTION             PIC X(01) VALUE SPACE.
       01  WS-REF-REQUEST.
           05  WS-RQ-SOURCE            PIC X(02) VALUE "FB".
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
           CALL "ENVCHK" USING "FIBINST        ", "POLICYMS".
           CALL "ENVCHK" USING "FIBINST        ", "FIBTRAN ".
           CALL "ENVCHK" USING "FIBINST        ", "FIBXREF ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ONE-POLICY
               THRU 2000-PROCESS-ONE-POLICY-EXIT
               UNTIL WS-PM-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE FIBSCHEDO RESULTS, OPEN THE     *
      * POLICY MASTER FOR UPDATE AND THE CROSS-REFERENCE, AND      *
      * APPEND TONIGHT'S BATCH HEADER TO FIBTRAN.  NO POLICY       *
      * MASTER YET IS A QUIET NIGHT, BUT THE EMPTY H/T BATCH IS    *
      * STILL WRITTEN SO THE FEEDER ARRIVES.                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "FI" DELIMITED BY SIZE
               WS-RUN-DATE(3:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID.
           PERFORM 1100-LOAD-RESULTS
               THRU 1100-LOAD-RESULTS-EXIT.
           OPEN I-O POLICY-MASTER-FILE.
           IF WS-PM-OK
               SET WS-PM-IS-OPEN TO TRUE
           ELSE
               IF WS-PM-NOT-FOUND
                   DISPLAY "FIBINST: NO POLICYMS MASTER - NO ",
                       "POLICIES LINKED TO CUSTOMERS."
               ELSE
                   CALL "FILERR" USING "FIBINST        ", "POLICYMS",
                       "OPEN-IO ", WS-PM-FILE-STATUS, "N"
                   DISPLAY "FIBINST: POLICYMS COULD NOT BE OPENED - ",
                       "STATUS " WS-PM-FILE-STATUS
                       " - NO INSTALLMENTS GENERATED."
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET WS-PM-EOF TO TRUE
           END-IF.
           IF NOT WS-SCHEDO-IS-GOOD
               SET WS-PM-EOF TO TRUE
           END-IF.
           IF NOT WS-PM-EOF
               PERFORM 1200-OPEN-XREF
                   THRU 1200-OPEN-XREF-EXIT
           END-IF.
           OPEN EXTEND INSTALMENT-TRAN-FILE.
           IF NOT WS-FIT-OK
               CLOSE INSTALMENT-TRAN-FILE
               OPEN OUTPUT INSTALMENT-TRAN-FILE
           END-IF.
           MOVE SPACES      TO INSTALMENT-TRAN-RECORD.
           MOVE "H"         TO IH-RECORD-CODE.
           MOVE WS-BATCH-ID TO IH-BATCH-ID.
           MOVE WS-RUN-DATE TO IH-BATCH-DATE.
           WRITE INSTALMENT-TRAN-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-RESULTS - TABLE EVERY POLICY'S RESULT FROM       *
      * FIBSCHEDO (A POLICY LISTED TWICE KEEPS ITS LAST RESULT)    *
      * AND TIE THE DETAIL COUNT TO THE "T" TRAILER.  A MISSING    *
      * FILE, A BROKEN TRAILER OR AN OVERFULL TABLE GENERATES      *
      * NOTHING TONIGHT AND ENDS THE STEP WITH CODE 8.             *
      *-----------------------------------------------------------*
       1100-LOAD-RESULTS.
           OPEN INPUT SCHEDULE-OUT-FILE.
           IF NOT WS-SCHEDO-OK
               DISPLAY "FIBINST: FIBSCHEDO COULD NOT BE OPENED - ",
                   "STATUS " WS-SCHEDO-FILE-STATUS
                   " - NO INSTALLMENTS GENERATED."
               MOVE 8 TO RETURN-CODE
               GO TO 1100-LOAD-RESULTS-EXIT
           END-IF.
           SET WS-SCHEDO-IS-GOOD TO TRUE.
           PERFORM 1110-LOAD-ONE-RESULT
               THRU 1110-LOAD-ONE-RESULT-EXIT
               UNTIL WS-SCHEDO-EOF.
           CLOSE SCHEDULE-OUT-FILE.
           IF NOT WS-SCHEDO-IS-GOOD
               GO TO 1100-LOAD-RESULTS-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "FIBINST: FIBSCHEDO HAS NO TRAILER - ",
                   "NO INSTALLMENTS GENERATED."
               MOVE "N" TO WS-SCHEDO-GOOD-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.
       1100-LOAD-RESULTS-EXIT.
           EXIT.

       1110-LOAD-ONE-RESULT.
           READ SCHEDULE-OUT-FILE
               AT END
                   SET WS-SCHEDO-EOF TO TRUE
                   GO TO 1110-LOAD-ONE-RESULT-EXIT
           END-READ.
           IF FO-IS-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               SET WS-SCHEDO-EOF TO TRUE
               IF FO-TRL-COUNT NOT = WS-SCHEDO-DETAILS
                   DISPLAY "FIBINST: FIBSCHEDO TRAILER COUNT "
                       FO-TRL-COUNT " DOES NOT MATCH "
                       WS-SCHEDO-DETAILS " DETAILS - NO ",
                       "INSTALLMENTS GENERATED."
                   MOVE "N" TO WS-SCHEDO-GOOD-SWITCH
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1110-LOAD-ONE-RESULT-EXIT
           END-IF.
           ADD 1 TO WS-SCHEDO-DETAILS.
           MOVE ZERO TO WS-RT-FOUND-IDX.
           PERFORM 1120-FIND-ONE-RESULT
               THRU 1120-FIND-ONE-RESULT-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
                   OR WS-RT-FOUND-IDX > 0.
           IF WS-RT-FOUND-IDX > 0
               MOVE FO-RESULT TO WS-RT-RESULT (WS-RT-FOUND-IDX)
               GO TO 1110-LOAD-ONE-RESULT-EXIT
           END-IF.
           IF WS-RT-COUNT NOT < 2000
               DISPLAY "FIBINST: FIBSCHEDO OVER 2000 POLICIES - ",
                   "NO INSTALLMENTS GENERATED."
               MOVE "N" TO WS-SCHEDO-GOOD-SWITCH
               MOVE 8 TO RETURN-CODE
               SET WS-SCHEDO-EOF TO TRUE
               GO TO 1110-LOAD-ONE-RESULT-EXIT
           END-IF.
           ADD 1 TO WS-RT-COUNT.
           MOVE FO-POLICY-NO TO WS-RT-POLICY-NO (WS-RT-COUNT).
           MOVE FO-RESULT    TO WS-RT-RESULT (WS-RT-COUNT).
       1110-LOAD-ONE-RESULT-EXIT.
           EXIT.

       1120-FIND-ONE-RESULT.
           IF WS-RT-POLICY-NO (WS-RT-IDX) = FO-POLICY-NO
               MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
           END-IF.
       1120-FIND-ONE-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-OPEN-XREF - OPEN THE CROSS-REFERENCE (CREATED EMPTY   *
      * THE FIRST NIGHT) AND FIND THE LAST ITEM NUMBER ALREADY     *
      * USED UNDER TONIGHT'S BATCH ID, SO A RERUN THE SAME NIGHT   *
      * CARRIES ON NUMBERING RATHER THAN COLLIDING.  WITHOUT THE   *
      * CROSS-REFERENCE NOTHING IS GENERATED - AN INSTALLMENT      *
      * THAT CANNOT BE TRACED TO ITS POLICY IS NOT SENT.           *
      *-----------------------------------------------------------*
       1200-OPEN-XREF.
           OPEN I-O INSTALMENT-XREF-FILE.
           IF WS-XR-NOT-FOUND
               OPEN OUTPUT INSTALMENT-XREF-FILE
               IF WS-XR-OK
                   CLOSE INSTALMENT-XREF-FILE
                   OPEN I-O INSTALMENT-XREF-FILE
               END-IF
           END-IF.
           IF NOT WS-XR-OK
               CALL "FILERR" USING "FIBINST        ", "FIBXREF ",
                   "OPEN-IO ", WS-XR-FILE-STATUS, "N"
               DISPLAY "FIBINST: FIBXREF COULD NOT BE OPENED - ",
                   "NO INSTALLMENTS GENERATED."
               MOVE 12 TO RETURN-CODE
               SET WS-PM-EOF TO TRUE
               GO TO 1200-OPEN-XREF-EXIT
           END-IF.
           SET WS-XR-IS-OPEN TO TRUE.
           MOVE ZERO        TO WS-ITEM-NO.
           MOVE WS-BATCH-ID TO XR-BATCH-ID.
           MOVE ZERO        TO XR-ITEM-NO.
           START INSTALMENT-XREF-FILE KEY IS NOT LESS THAN XR-KEY
               INVALID KEY
                   GO TO 1200-OPEN-XREF-EXIT
           END-START.
           MOVE "N" TO WS-XR-SCAN-SWITCH.
           PERFORM 1210-SCAN-ONE-XREF
               THRU 1210-SCAN-ONE-XREF-EXIT
               UNTIL WS-XR-SCAN-DONE.
       1200-OPEN-XREF-EXIT.
           EXIT.

       1210-SCAN-ONE-XREF.
           READ INSTALMENT-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XR-SCAN-DONE TO TRUE
                   GO TO 1210-SCAN-ONE-XREF-EXIT
           END-READ.
           IF XR-BATCH-ID NOT = WS-BATCH-ID
               SET WS-XR-SCAN-DONE TO TRUE
               GO TO 1210-SCAN-ONE-XREF-EXIT
           END-IF.
           MOVE XR-ITEM-NO TO WS-ITEM-NO.
       1210-SCAN-ONE-XREF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-POLICY - READ THE NEXT POLICY.  ONLY AN   *
      * ACTIVE ONE IS CONSIDERED; ITS INSTALLMENT AMOUNT IS WORKED *
      * OUT ONCE, THEN EVERY INSTALLMENT DUE ON OR BEFORE THE RUN  *
      * DATE IS GENERATED AND THE SCHEDULE STEPPED ON, AND THE     *
      * RECORD IS REWRITTEN.                                       *
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-POLICY.
           READ POLICY-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-PM-EOF TO TRUE
                   GO TO 2000-PROCESS-ONE-POLICY-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF NOT PM-IS-ACTIVE
               OR PM-NEXT-DUE-DATE > WS-RUN-DATE
               GO TO 2000-PROCESS-ONE-POLICY-EXIT
           END-IF.
           PERFORM 2200-WORK-OUT-AMOUNT
               THRU 2200-WORK-OUT-AMOUNT-EXIT.
           IF WS-POLICY-HELD
               ADD 1 TO WS-HELD-COUNT
               GO TO 2000-PROCESS-ONE-POLICY-EXIT
           END-IF.
           MOVE "N" TO WS-CHANGED-SWITCH.
           MOVE ZERO TO WS-CATCHUP-LIMIT.
           PERFORM 2100-GENERATE-ONE-INSTALMENT
               THRU 2100-GENERATE-ONE-INSTALMENT-EXIT
               UNTIL NOT PM-IS-ACTIVE
               OR PM-NEXT-DUE-DATE > WS-RUN-DATE
               OR WS-CATCHUP-LIMIT > 366.
           IF WS-RECORD-CHANGED
               REWRITE POLICY-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "FIBINST: REWRITE FAILED FOR POLICY "
                           PM-POLICY-NO " - STATUS "
                           WS-PM-FILE-STATUS
               END-REWRITE
           END-IF.
       2000-PROCESS-ONE-POLICY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-GENERATE-ONE-INSTALMENT - WRITE ONE "A" DETAIL AND    *
      * ITS CROSS-REFERENCE ENTRY FOR THE INSTALLMENT NOW DUE      *
      * (UNLESS ITS SCHEDULE DATE IS PAST THE END DATE, WHICH      *
      * ENDS THE POLICY INSTEAD) AND STEP THE SCHEDULE ON.         *
      *-----------------------------------------------------------*
       2100-GENERATE-ONE-INSTALMENT.
           ADD 1 TO WS-CATCHUP-LIMIT.
           SET WS-RECORD-CHANGED TO TRUE.
           IF PM-END-DATE NOT = SPACES
               AND PM-SCHED-DATE > PM-END-DATE
               MOVE "E" TO PM-STATUS
               ADD 1 TO WS-ENDED-COUNT
               GO TO 2100-GENERATE-ONE-INSTALMENT-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-NO.
           MOVE SPACES               TO INSTALMENT-XREF-RECORD.
           MOVE WS-BATCH-ID          TO XR-BATCH-ID.
           MOVE WS-ITEM-NO           TO XR-ITEM-NO.
           MOVE PM-POLICY-NO         TO XR-POLICY-NO.
           MOVE PM-CUST-ID           TO XR-CUST-ID.
           MOVE WS-INSTALMENT-AMOUNT TO XR-AMOUNT.
           MOVE PM-CURRENCY-CODE     TO XR-CURRENCY-CODE.
           MOVE PM-NEXT-DUE-DATE     TO XR-DUE-DATE.
           MOVE WS-RUN-DATE          TO XR-GEN-DATE.
           MOVE "O"                  TO XR-STATUS.
           WRITE INSTALMENT-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "FIBINST: FIBXREF ENTRY " WS-BATCH-ID "/"
                       WS-ITEM-NO " NOT WRITTEN - STATUS "
                       WS-XR-FILE-STATUS " - POLICY " PM-POLICY-NO
                       " HELD."
                   MOVE 367 TO WS-CATCHUP-LIMIT
                   GO TO 2100-GENERATE-ONE-INSTALMENT-EXIT
           END-WRITE.
           MOVE SPACES               TO INSTALMENT-TRAN-RECORD.
           MOVE "A"                  TO IT-TRAN-CODE.
           MOVE PM-CUST-ID           TO IT-CUST-ID.
           MOVE WS-INSTALMENT-AMOUNT TO IT-NUM1.
           MOVE ZERO                 TO IT-NUM2.
           MOVE PM-CURRENCY-CODE     TO IT-CURRENCY-CODE.
           PERFORM 2300-ASSIGN-REFERENCE
               THRU 2300-ASSIGN-REFERENCE-EXIT.
           MOVE WS-RQ-REFERENCE      TO IT-TXN-REF.
           WRITE INSTALMENT-TRAN-RECORD.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           ADD 1 TO WS-GEN-COUNT.
           ADD IT-NUM1 TO WS-HASH-TOTAL.
           MOVE WS-RUN-DATE          TO PM-LAST-GEN-DATE.
           MOVE WS-INSTALMENT-AMOUNT TO PM-LAST-GEN-AMOUNT.
           ADD 1 TO PM-GEN-COUNT.
           PERFORM 3000-STEP-SCHEDULE
               THRU 3000-STEP-SCHEDULE-EXIT.
           IF PM-END-DATE NOT = SPACES
               AND PM-SCHED-DATE > PM-END-DATE
               MOVE "E" TO PM-STATUS
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
       2100-GENERATE-ONE-INSTALMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WORK-OUT-AMOUNT - THE POLICY'S FIBSCHEDO RESULT AS    *
      * CENTS (BASIS "R") OR AS A NUMBER OF UNITS AT THE POLICY'S  *
      * UNIT AMOUNT (BASIS "U").  NO RESULT, A ZERO AMOUNT OR ONE  *
      * TOO LARGE FOR THE ADDTRAN AMOUNT FIELD HOLDS THE POLICY.   *
      *-----------------------------------------------------------*
       2200-WORK-OUT-AMOUNT.
           MOVE "N" TO WS-HELD-SWITCH.
           MOVE ZERO TO WS-RT-FOUND-IDX.
           PERFORM 2210-FIND-POLICY-RESULT
               THRU 2210-FIND-POLICY-RESULT-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
                   OR WS-RT-FOUND-IDX > 0.
           IF WS-RT-FOUND-IDX = 0
               SET WS-POLICY-HELD TO TRUE
               DISPLAY "FIBINST: POLICY " PM-POLICY-NO
                   " HAS NO RESULT ON FIBSCHEDO - HELD."
               GO TO 2200-WORK-OUT-AMOUNT-EXIT
           END-IF.
           MOVE WS-RT-RESULT (WS-RT-FOUND-IDX) TO WS-POLICY-RESULT.
           IF PM-BASIS-IS-UNITS
               COMPUTE WS-INSTALMENT-AMOUNT =
                   WS-POLICY-RESULT * PM-UNIT-AMOUNT
           ELSE
               COMPUTE WS-INSTALMENT-AMOUNT =
                   WS-POLICY-RESULT / 100
           END-IF.
           IF WS-INSTALMENT-AMOUNT = ZERO
               SET WS-POLICY-HELD TO TRUE
               DISPLAY "FIBINST: POLICY " PM-POLICY-NO
                   " INSTALLMENT WORKS OUT AT ZERO - HELD."
               GO TO 2200-WORK-OUT-AMOUNT-EXIT
           END-IF.
           IF WS-INSTALMENT-AMOUNT > 99999.99
               SET WS-POLICY-HELD TO TRUE
               DISPLAY "FIBINST: POLICY " PM-POLICY-NO
                   " INSTALLMENT " WS-INSTALMENT-AMOUNT
                   " EXCEEDS 99999.99 - HELD."
           END-IF.
       2200-WORK-OUT-AMOUNT-EXIT.
           EXIT.

       2210-FIND-POLICY-RESULT.
           IF WS-RT-POLICY-NO (WS-RT-IDX) = PM-POLICY-NO
               MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
           END-IF.
       2210-FIND-POLICY-RESULT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ASSIGN-REFERENCE - EACH INSTALLMENT TAKES ITS        *
      * TRANSACTION REFERENCE FROM TXNREF, AND ITS RAISING IS THE *
      * FIRST EVENT ON ITS TXNTRAIL LINEAGE.                      *
      *-----------------------------------------------------------*
       2300-ASSIGN-REFERENCE.
           MOVE WS-RUN-DATE TO WS-RQ-RUN-DATE.
           MOVE "N" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE SPACES           TO WS-LINEAGE-EVENT.
           MOVE WS-RQ-REFERENCE  TO WS-LE-TXN-REF.
           MOVE "INTK"           TO WS-LE-EVENT-CODE.
           MOVE "FIBINST"        TO WS-LE-PROGRAM.
           MOVE IT-CUST-ID       TO WS-LE-CUST-ID.
           MOVE IT-NUM1          TO WS-LE-AMOUNT.
           MOVE IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           STRING "POLICY " PM-POLICY-NO DELIMITED BY SIZE
               INTO WS-LE-DETAIL.
       2300-ASSIGN-REFERENCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-STEP-SCHEDULE - MOVE THE NOMINAL SCHEDULE DATE ON BY  *
      * THE FREQUENCY, THEN SET THE NEXT DUE DATE TO IT OR TO THE  *
      * NEXT BUSINESS DAY AFTER IT.  A DATE DATESRV CANNOT STEP    *
      * SUSPENDS THE POLICY RATHER THAN LOOPING ON IT.             *
      *-----------------------------------------------------------*
       3000-STEP-SCHEDULE.
           EVALUATE TRUE
               WHEN PM-IS-WEEKLY
                   MOVE 7 TO WS-RESULT-DAYS
                   PERFORM 3100-ADD-CALENDAR-DAYS
                       THRU 3100-ADD-CALENDAR-DAYS-EXIT
               WHEN PM-IS-FORTNIGHTLY
                   MOVE 14 TO WS-RESULT-DAYS
                   PERFORM 3100-ADD-CALENDAR-DAYS
                       THRU 3100-ADD-CALENDAR-DAYS-EXIT
               WHEN PM-IS-MONTHLY
                   MOVE 1 TO WS-MONTH-STEP
                   PERFORM 3200-ADD-MONTHS
                       THRU 3200-ADD-MONTHS-EXIT
               WHEN PM-IS-QUARTERLY
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
           MOVE "S" TO PM-STATUS.
           ADD 1 TO WS-ERROR-COUNT.
           DISPLAY "FIBINST: SCHEDULE FOR POLICY " PM-POLICY-NO
               " COULD NOT BE STEPPED FROM " PM-SCHED-DATE
               " - POLICY SUSPENDED.".
       3000-STEP-SCHEDULE-EXIT.
           EXIT.

       3100-ADD-CALENDAR-DAYS.
           MOVE "A" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO PM-SCHED-DATE
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
           MOVE PM-SCHED-DATE TO WS-STEP-DATE.
           ADD WS-MONTH-STEP TO WS-SD-MONTH.
           IF WS-SD-MONTH > 12
               SUBTRACT 12 FROM WS-SD-MONTH
               ADD 1 TO WS-SD-YEAR
           END-IF.
           MOVE PM-ANCHOR-DAY TO WS-SD-DAY.
           MOVE SPACES TO WS-RESULT-DATE.
           MOVE ZERO TO WS-DAY-TRIES.
           PERFORM 3210-TRY-STEP-DATE
               THRU 3210-TRY-STEP-DATE-EXIT
               UNTIL WS-RESULT-DATE NOT = SPACES
               OR WS-DAY-TRIES > 3.
           IF WS-RESULT-DATE NOT = SPACES
               MOVE WS-STEP-DATE TO PM-SCHED-DATE
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
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE PM-SCHED-DATE TO PM-NEXT-DUE-DATE
               GO TO 3300-SET-NEXT-DUE-DATE-EXIT
           END-IF.
           MOVE "N" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, PM-SCHED-DATE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO PM-NEXT-DUE-DATE
           END-IF.
       3300-SET-NEXT-DUE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - WRITE THE COMPUTED "T" TRAILER, CLOSE UP, *
      * AND REPORT THE RUN'S FIGURES.  A HELD POLICY OR A SCHEDULE *
      * THAT COULD NOT BE STEPPED OR REWRITTEN ENDS THE STEP WITH  *
      * CODE 4.                                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE SPACES        TO INSTALMENT-TRAN-RECORD.
           MOVE "T"           TO IR-RECORD-CODE.
           MOVE WS-GEN-COUNT  TO IR-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO IR-HASH-TOTAL.
           WRITE INSTALMENT-TRAN-RECORD.
           CLOSE INSTALMENT-TRAN-FILE.
           IF WS-PM-IS-OPEN
               CLOSE POLICY-MASTER-FILE
           END-IF.
           IF WS-XR-IS-OPEN
               CLOSE INSTALMENT-XREF-FILE
           END-IF.
           MOVE "C" TO WS-REF-FUNCTION.
           CALL "TXNREF" USING WS-REF-FUNCTION, WS-REF-REQUEST,
               WS-REF-STATUS.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "FIBINST: BATCH ID             = " WS-BATCH-ID.
           DISPLAY "FIBINST: FIBSCHEDO RESULTS    = " WS-RT-COUNT.
           DISPLAY "FIBINST: POLICIES READ        = " WS-READ-COUNT.
           DISPLAY "FIBINST: INSTALLMENTS RAISED  = " WS-GEN-COUNT.
           DISPLAY "FIBINST: POLICIES HELD        = " WS-HELD-COUNT.
           DISPLAY "FIBINST: POLICIES ENDED       = " WS-ENDED-COUNT.
           DISPLAY "FIBINST: SCHEDULE ERRORS      = " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0 OR WS-HELD-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM FIBINST.
