      * CURRCTL is rewritten from the updated table, and every change
      * is appended to the RATEAUD audit trail with the old and new
      * rate.  Nobody should be hand-typing a 9(03)V9(04) rate into a
      * production file.  Each feed rate is also checked against the
      * treasury vendor's independent reference rate (RATEREF) for
      * the same effective date: a rate differing from the reference
      * by more than the cross-source tolerance (the second RATETOL
      * record, percent) goes to RATEREVW unapplied however little
      * it moved.  A rate with no usable reference - the vendor did
      * not quote the currency for that date, or RATEREF could not
      * be read - is not applied either; it goes to RATEREVW under
      * its own reason so it is looked at.  The RATECMP report
      * shows every currency with the rate on file, both sources
      * side by side and what was done with it.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 THE RATE IN EFFECT ON ITS BATCH DATE INSTEAD
      *                 OF TODAY'S RATE.  A RE-IMPORT OF THE SAME
      *                 CURRENCY AND DATE REWRITES ITS HISTORY ROW.
      * 10/15/2026  NM  SECOND-SOURCE CHECK AGAINST THE TREASURY
      *                 VENDOR'S RATEREF REFERENCE RATES, WITH THE
      *                 CROSS-SOURCE TOLERANCE ON THE SECOND RATETOL
      *                 RECORD, AND THE RATECMP SIDE-BY-SIDE REPORT.
      *                 RATEREVW CARRIES THE REFERENCE RATE AND THE
      *                 REVIEW REASON (38 BYTES).
      * 10/15/2026  NM  EVERY DATASET THE STEP UPDATES IS CHECKED
      *                 THROUGH THE SHARED ENVCHK GUARD AGAINST THE
      *                 RUN'S ENVIRONMENT BEFORE ANYTHING IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 STEP WITH RETURN-CODE 20.
      * 10/15/2026  NM  A RATE THAT CANNOT BE CHECKED AGAINST A SAME-
      *                 DATED RATEREF REFERENCE IS NO LONGER APPLIED: IT
      *                 GOES TO RATEREVW WITH REASON N (NO REFERENCE FOR
      *                 THE CURRENCY AND DATE) OR U (RATEREF
      *                 UNAVAILABLE).
      * 10/15/2026  NM  EVERY DATASET THE PROGRAM OPENS FOR OUTPUT, I-O
      *                 OR EXTEND, REPORTS AND LOGS INCLUDED, IS NOW
      *                 CHECKED THROUGH ENVCHK BEFORE THE FIRST OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIMP.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RATE-REF-FILE ASSIGN TO "RATEREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT RATE-COMPARE-FILE ASSIGN TO "RATECMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD  RATE-REVIEW-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  RATE-REVIEW-RECORD.
           05  RV-CURRENCY-CODE        PIC X(03).
           05  RV-OLD-RATE             PIC 9(03)V9(04).
           05  RV-NEW-RATE             PIC 9(03)V9(04).
           05  RV-MOVEMENT-PCT         PIC 9(03)V9(02).
           05  RV-EFF-DATE             PIC X(08).
           05  RV-REF-RATE             PIC 9(03)V9(04).
           05  RV-REVIEW-REASON        PIC X(01).
               88  RV-MOVED-TOO-FAR              VALUE "M".
               88  RV-DIFFERS-FROM-REF           VALUE "X".
               88  RV-NO-REFERENCE               VALUE "N".
               88  RV-REFERENCE-UNAVAILABLE      VALUE "U".

       FD  RATE-AUDIT-FILE
           RECORDING MODE IS F
           05  RA-EFF-DATE             PIC X(08).
           05  RA-RUN-DATE             PIC X(08).

       FD  RATE-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
       01  RATE-REF-RECORD.
           05  RR-CURRENCY-CODE        PIC X(03).
           05  RR-EXCHANGE-RATE        PIC 9(03)V9(04).
           05  RR-EFF-DATE             PIC X(08).

       FD  RATE-COMPARE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-COMPARE-LINE           PIC X(80).

       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05  RH-KEY.
           88  WS-AUD-OK                         VALUE "00".
       01  WS-HIST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-HIST-OK                        VALUE "00".
       01  WS-REF-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REF-OK                         VALUE "00".
           88  WS-REF-EOF                        VALUE "10".
       01  WS-CMP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-CMP-OK                         VALUE "00".
       01  WS-REF-AVAIL-SWITCH         PIC X(01) VALUE "N".
           88  WS-RATEREF-AVAILABLE              VALUE "Y".
       01  WS-XSRC-SWITCH              PIC X(01) VALUE "N".
           88  WS-XSRC-BREACH                    VALUE "Y".
       01  WS-NOREF-SWITCH             PIC X(01) VALUE "N".
           88  WS-NO-USABLE-REF                  VALUE "Y".
       01  WS-REVIEW-REASON            PIC X(01) VALUE SPACE.
       01  WS-HIST-AVAIL-SWITCH        PIC X(01) VALUE "N".
           88  WS-RATEHIST-AVAILABLE             VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TOLERANCE-PCT            PIC 9(03)V9(02) VALUE 010.00.
       01  WS-XSRC-TOLERANCE-PCT       PIC 9(03)V9(02) VALUE 001.00.
       01  WS-CURR-TABLE.
           05  WS-CURR-ENTRY OCCURS 100 TIMES.
               10  WS-CURR-CODE        PIC X(03).
       77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-MOVEMENT-PCT             PIC 9(03)V9(02) VALUE ZERO.
       01  WS-RATE-DIFFERENCE          PIC S9(03)V9(04) VALUE ZERO.
       01  WS-PRIOR-RATE               PIC 9(03)V9(04) VALUE ZERO.
       01  WS-XSRC-PCT                 PIC 9(03)V9(02) VALUE ZERO.
       01  WS-CMP-KEY                  PIC X(03) VALUE SPACES.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 150 TIMES.
               10  WS-CMP-CODE         PIC X(03).
               10  WS-CMP-ON-FILE-RATE PIC 9(03)V9(04).
               10  WS-CMP-FEED-RATE    PIC 9(03)V9(04).
               10  WS-CMP-REF-RATE     PIC 9(03)V9(04).
               10  WS-CMP-REF-DATE     PIC X(08).
               10  WS-CMP-MOVE-PCT     PIC 9(03)V9(02).
               10  WS-CMP-DIFF-PCT     PIC 9(03)V9(02).
               10  WS-CMP-OUTCOME      PIC X(14).
       77  WS-CMP-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-CMP-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-CMP-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WS-XSRC-REVIEW-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-REF-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-REF-LOADED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-CMP-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE "RATEIMP - RATE SOURCE COMPARISON  DATE ".
           05  WS-CH1-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(12) VALUE "  X-SRC TOL ".
           05  WS-CH1-XSRC-TOL         PIC ZZ9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  WS-CMP-HEADING-2.
           05  FILLER                  PIC X(40)
               VALUE "CCY   ON FILE  BANK FEED  REFERENCE MOVE".
           05  FILLER                  PIC X(40)
               VALUE " %  DIFF %  OUTCOME".
       01  WS-CMP-DETAIL.
           05  WS-CD-CODE              PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-ON-FILE           PIC ZZ9.9999 BLANK WHEN ZERO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CD-FEED              PIC ZZ9.9999 BLANK WHEN ZERO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CD-REF               PIC ZZ9.9999 BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CD-MOVE-PCT          PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-DIFF-PCT          PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CD-OUTCOME           PIC X(14).
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "RATEIMP        ", "CURRCTL ".
           CALL "ENVCHK" USING "RATEIMP        ", "RATEHIST".
           CALL "ENVCHK" USING "RATEIMP        ", "RATEREVW".
           CALL "ENVCHK" USING "RATEIMP        ", "RATEAUD ".
           CALL "ENVCHK" USING "RATEIMP        ", "RATECMP ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-IMPORT-ONE-RATE
               UNTIL WS-FEED-EOF.
           PERFORM 8000-REWRITE-CURRCTL
               THRU 8000-REWRITE-CURRCTL-EXIT.
           PERFORM 8500-WRITE-COMPARE-REPORT
               THRU 8500-WRITE-COMPARE-REPORT-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.
                           MOVE RT-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               READ RATE-TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-TOLERANCE-PCT IS NUMERIC
                           AND RT-TOLERANCE-PCT > 0
                           MOVE RT-TOLERANCE-PCT
                               TO WS-XSRC-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE RATE-TOL-FILE
           END-IF.
           PERFORM 1100-LOAD-CURRENCY-TABLE
               THRU 1100-LOAD-CURRENCY-TABLE-EXIT.
           PERFORM 1200-LOAD-REFERENCE-RATES
               THRU 1200-LOAD-REFERENCE-RATES-EXIT.
           MOVE "N" TO WS-HIST-AVAIL-SWITCH.
           OPEN I-O RATE-HISTORY-FILE.
           IF NOT WS-HIST-OK
                       TO WS-CURR-RATE(WS-CURR-COUNT)
                   MOVE CX-EFF-DATE
                       TO WS-CURR-EFF-DATE(WS-CURR-COUNT)
                   MOVE CX-CURRENCY-CODE TO WS-CMP-KEY
                   PERFORM 2900-FIND-COMPARE-ENTRY
                       THRU 2900-FIND-COMPARE-ENTRY-EXIT
                   IF WS-CMP-MATCH-IDX > 0
                       MOVE CX-EXCHANGE-RATE
                           TO WS-CMP-ON-FILE-RATE(WS-CMP-MATCH-IDX)
                   END-IF
                   IF CX-DECIMAL-PLACES IS NUMERIC
                       MOVE CX-DECIMAL-PLACES
                           TO WS-CURR-DECIMALS(WS-CURR-COUNT)
       1110-LOAD-ONE-CURRENCY-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-REFERENCE-RATES - TAKE THE TREASURY VENDOR'S    *
      * REFERENCE RATES INTO THE COMPARISON TABLE.  WITHOUT       *
      * RATEREF NO RATE CAN BE CONFIRMED, SO EVERY RATE IS HELD   *
      * FOR REVIEW AND THE RUN IS FLAGGED.                        *
      *-----------------------------------------------------------*
       1200-LOAD-REFERENCE-RATES.
           OPEN INPUT RATE-REF-FILE.
           IF NOT WS-REF-OK
               DISPLAY "RATEIMP: RATEREF COULD NOT BE OPENED - NO ",
                   "REFERENCE - EVERY RATE HELD FOR REVIEW."
               MOVE 4 TO RETURN-CODE
               GO TO 1200-LOAD-REFERENCE-RATES-EXIT
           END-IF.
           SET WS-RATEREF-AVAILABLE TO TRUE.
           PERFORM 1210-LOAD-ONE-REFERENCE-RATE
               THRU 1210-LOAD-ONE-REFERENCE-RATE-EXIT
               UNTIL WS-REF-EOF.
           CLOSE RATE-REF-FILE.
       1200-LOAD-REFERENCE-RATES-EXIT.
           EXIT.

       1210-LOAD-ONE-REFERENCE-RATE.
           READ RATE-REF-FILE
               AT END
                   SET WS-REF-EOF TO TRUE
                   GO TO 1210-LOAD-ONE-REFERENCE-RATE-EXIT
           END-READ.
           IF RR-EXCHANGE-RATE IS NOT NUMERIC
               OR RR-EXCHANGE-RATE = ZERO
               OR RR-CURRENCY-CODE = SPACES
               DISPLAY "RATEIMP: BAD RATEREF RECORD FOR CURRENCY ",
                   RR-CURRENCY-CODE, " - IGNORED."
               GO TO 1210-LOAD-ONE-REFERENCE-RATE-EXIT
           END-IF.
           MOVE RR-CURRENCY-CODE TO WS-CMP-KEY.
           PERFORM 2900-FIND-COMPARE-ENTRY
               THRU 2900-FIND-COMPARE-ENTRY-EXIT.
           IF WS-CMP-MATCH-IDX > 0
               MOVE RR-EXCHANGE-RATE
                   TO WS-CMP-REF-RATE(WS-CMP-MATCH-IDX)
               MOVE RR-EFF-DATE
                   TO WS-CMP-REF-DATE(WS-CMP-MATCH-IDX)
               ADD 1 TO WS-REF-LOADED-COUNT
           END-IF.
       1210-LOAD-ONE-REFERENCE-RATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-IMPORT-ONE-RATE - VALIDATE ONE FEED RECORD, COMPARE  *
      * ITS RATE AGAINST THE RATE ON FILE, AND EITHER APPLY IT TO *
      * THE TABLE (WITH AN AUDIT ENTRY) OR WRITE IT TO RATEREVW   *
      * FOR REVIEW WHEN THE MOVEMENT EXCEEDS THE TOLERANCE, IT    *
      * DIFFERS FROM THE REFERENCE RATE BY MORE THAN THE CROSS-   *
      * SOURCE TOLERANCE, OR THERE IS NO REFERENCE TO CHECK IT.   *
      *-----------------------------------------------------------*
       2000-IMPORT-ONE-RATE.
           MOVE ZERO TO WS-CMP-MATCH-IDX.
           IF RF-CURRENCY-CODE NOT = SPACES
               MOVE RF-CURRENCY-CODE TO WS-CMP-KEY
               PERFORM 2900-FIND-COMPARE-ENTRY
                   THRU 2900-FIND-COMPARE-ENTRY-EXIT
           END-IF.
           IF RF-EXCHANGE-RATE IS NOT NUMERIC
               OR RF-EXCHANGE-RATE = ZERO
               OR RF-CURRENCY-CODE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RATEIMP: BAD FEED RECORD FOR CURRENCY ",
                   RF-CURRENCY-CODE, " - NOT APPLIED."
               IF WS-CMP-MATCH-IDX > 0
                   MOVE "REJECTED" TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
               END-IF
               GO TO 2000-IMPORT-NEXT
           END-IF.
           IF WS-CMP-MATCH-IDX > 0
               MOVE RF-EXCHANGE-RATE
                   TO WS-CMP-FEED-RATE(WS-CMP-MATCH-IDX)
           END-IF.
           PERFORM 2200-FIND-CURRENCY-ENTRY
               THRU 2200-FIND-CURRENCY-ENTRY-EXIT.
           MOVE ZERO TO WS-MOVEMENT-PCT.
           MOVE ZERO TO WS-PRIOR-RATE.
           IF WS-CURR-MATCH-IDX > 0
               MOVE WS-CURR-RATE(WS-CURR-MATCH-IDX) TO WS-PRIOR-RATE
               PERFORM 2350-COMPUTE-MOVEMENT
                   THRU 2350-COMPUTE-MOVEMENT-EXIT
           END-IF.
           PERFORM 2700-CHECK-SECOND-SOURCE
               THRU 2700-CHECK-SECOND-SOURCE-EXIT.
           IF WS-NO-USABLE-REF
               PERFORM 2310-WRITE-REVIEW-RECORD
                   THRU 2310-WRITE-REVIEW-RECORD-EXIT
               GO TO 2000-IMPORT-NEXT
           END-IF.
           IF WS-XSRC-BREACH
               MOVE "X" TO WS-REVIEW-REASON
               PERFORM 2310-WRITE-REVIEW-RECORD
                   THRU 2310-WRITE-REVIEW-RECORD-EXIT
               GO TO 2000-IMPORT-NEXT
           END-IF.
           IF WS-CURR-MATCH-IDX > 0
               PERFORM 2300-CHECK-MOVEMENT
                   THRU 2300-CHECK-MOVEMENT-EXIT
      * AND AUDITED; A LARGER ONE GOES TO RATEREVW UNAPPLIED.     *
      *-----------------------------------------------------------*
       2300-CHECK-MOVEMENT.
           IF WS-MOVEMENT-PCT > WS-TOLERANCE-PCT
               MOVE "M" TO WS-REVIEW-REASON
               PERFORM 2310-WRITE-REVIEW-RECORD
                   THRU 2310-WRITE-REVIEW-RECORD-EXIT
           ELSE
               PERFORM 2320-APPLY-RATE
                   THRU 2320-APPLY-RATE-EXIT
           END-IF.
       2300-CHECK-MOVEMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-COMPUTE-MOVEMENT - PERCENTAGE BY WHICH THE FEED RATE *
      * HAS MOVED FROM THE PRIOR RATE ON FILE.                    *
      *-----------------------------------------------------------*
       2350-COMPUTE-MOVEMENT.
           COMPUTE WS-RATE-DIFFERENCE =
               RF-EXCHANGE-RATE - WS-PRIOR-RATE.
           IF WS-RATE-DIFFERENCE < 0
               COMPUTE WS-RATE-DIFFERENCE = 0 - WS-RATE-DIFFERENCE
           END-IF.
           COMPUTE WS-MOVEMENT-PCT ROUNDED =
               (WS-RATE-DIFFERENCE * 100) / WS-PRIOR-RATE
               ON SIZE ERROR
                   MOVE 999.99 TO WS-MOVEMENT-PCT
           END-COMPUTE.
           IF WS-CMP-MATCH-IDX > 0
               MOVE WS-MOVEMENT-PCT
                   TO WS-CMP-MOVE-PCT(WS-CMP-MATCH-IDX)
           END-IF.
       2350-COMPUTE-MOVEMENT-EXIT.
           EXIT.

       2310-WRITE-REVIEW-RECORD.
               OPEN OUTPUT RATE-REVIEW-FILE
           END-IF.
           MOVE RF-CURRENCY-CODE TO RV-CURRENCY-CODE.
           MOVE WS-PRIOR-RATE    TO RV-OLD-RATE.
           MOVE RF-EXCHANGE-RATE TO RV-NEW-RATE.
           MOVE WS-MOVEMENT-PCT  TO RV-MOVEMENT-PCT.
           MOVE RF-EFF-DATE      TO RV-EFF-DATE.
           MOVE ZERO             TO RV-REF-RATE.
           IF WS-CMP-MATCH-IDX > 0
               MOVE WS-CMP-REF-RATE(WS-CMP-MATCH-IDX) TO RV-REF-RATE
           END-IF.
           MOVE WS-REVIEW-REASON TO RV-REVIEW-REASON.
           WRITE RATE-REVIEW-RECORD.
           CLOSE RATE-REVIEW-FILE.
           ADD 1 TO WS-REVIEW-COUNT.
           EVALUATE TRUE
               WHEN RV-DIFFERS-FROM-REF
                   ADD 1 TO WS-XSRC-REVIEW-COUNT
                   DISPLAY "RATEIMP: " RF-CURRENCY-CODE " DIFFERS "
                       WS-XSRC-PCT " PCT FROM REFERENCE - HELD FOR ",
                       "REVIEW."
                   IF WS-CMP-MATCH-IDX > 0
                       MOVE "HELD X-SOURCE"
                           TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
                   END-IF
               WHEN RV-NO-REFERENCE
                   DISPLAY "RATEIMP: " RF-CURRENCY-CODE " HAS NO ",
                       "REFERENCE RATE FOR " RF-EFF-DATE
                       " - HELD FOR REVIEW."
                   IF WS-CMP-MATCH-IDX > 0
                       MOVE "HELD NO REF"
                           TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
                   END-IF
               WHEN RV-REFERENCE-UNAVAILABLE
                   DISPLAY "RATEIMP: " RF-CURRENCY-CODE " CANNOT BE ",
                       "CHECKED WITHOUT RATEREF - HELD FOR REVIEW."
                   IF WS-CMP-MATCH-IDX > 0
                       MOVE "HELD REF N/A"
                           TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
                   END-IF
               WHEN OTHER
                   DISPLAY "RATEIMP: " RF-CURRENCY-CODE " MOVED "
                       WS-MOVEMENT-PCT " PCT - HELD FOR REVIEW."
                   IF WS-CMP-MATCH-IDX > 0
                       MOVE "HELD MOVEMENT"
                           TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
                   END-IF
           END-EVALUATE.
       2310-WRITE-REVIEW-RECORD-EXIT.
           EXIT.

           MOVE RF-EFF-DATE
               TO WS-CURR-EFF-DATE(WS-CURR-MATCH-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-CMP-MATCH-IDX > 0
               MOVE "APPLIED" TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
           END-IF.
           PERFORM 2600-RECORD-RATE-HISTORY
               THRU 2600-RECORD-RATE-HISTORY-EXIT.
       2320-APPLY-RATE-EXIT.
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RATEIMP: CURRENCY TABLE FULL - ",
                   RF-CURRENCY-CODE, " NOT APPLIED."
               IF WS-CMP-MATCH-IDX > 0
                   MOVE "REJECTED" TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX)
               END-IF
           END-IF.
       2400-ADD-NEW-CURRENCY-EXIT.
           EXIT.
       2500-LOG-RATE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-CHECK-SECOND-SOURCE - COMPARE THE FEED RATE WITH THE *
      * VENDOR'S REFERENCE RATE FOR THE SAME EFFECTIVE DATE.  A   *
      * DIFFERENCE BEYOND THE CROSS-SOURCE TOLERANCE IS A BREACH. *
      * A RATE THAT CANNOT BE CHECKED IS NEVER TAKEN ON TRUST: NO *
      * REFERENCE FOR THE CURRENCY AND DATE HOLDS IT AS "N", AND  *
      * NO RATEREF AT ALL HOLDS IT AS "U".                        *
      *-----------------------------------------------------------*
       2700-CHECK-SECOND-SOURCE.
           MOVE "N"  TO WS-XSRC-SWITCH.
           MOVE "Y"  TO WS-NOREF-SWITCH.
           MOVE "N"  TO WS-REVIEW-REASON.
           MOVE ZERO TO WS-XSRC-PCT.
           IF NOT WS-RATEREF-AVAILABLE
               MOVE "U" TO WS-REVIEW-REASON
               ADD 1 TO WS-NO-REF-COUNT
               GO TO 2700-CHECK-SECOND-SOURCE-EXIT
           END-IF.
           IF WS-CMP-MATCH-IDX = 0
               ADD 1 TO WS-NO-REF-COUNT
               GO TO 2700-CHECK-SECOND-SOURCE-EXIT
           END-IF.
           IF WS-CMP-REF-RATE(WS-CMP-MATCH-IDX) = ZERO
               ADD 1 TO WS-NO-REF-COUNT
               GO TO 2700-CHECK-SECOND-SOURCE-EXIT
           END-IF.
           IF WS-CMP-REF-DATE(WS-CMP-MATCH-IDX) NOT = RF-EFF-DATE
               ADD 1 TO WS-NO-REF-COUNT
               DISPLAY "RATEIMP: " RF-CURRENCY-CODE " REFERENCE ",
                   "RATE IS DATED " WS-CMP-REF-DATE(WS-CMP-MATCH-IDX)
                   " - NOT USED."
               GO TO 2700-CHECK-SECOND-SOURCE-EXIT
           END-IF.
           MOVE "N" TO WS-NOREF-SWITCH.
           COMPUTE WS-RATE-DIFFERENCE =
               RF-EXCHANGE-RATE - WS-CMP-REF-RATE(WS-CMP-MATCH-IDX).
           IF WS-RATE-DIFFERENCE < 0
               COMPUTE WS-RATE-DIFFERENCE = 0 - WS-RATE-DIFFERENCE
           END-IF.
           COMPUTE WS-XSRC-PCT ROUNDED =
               (WS-RATE-DIFFERENCE * 100)
               / WS-CMP-REF-RATE(WS-CMP-MATCH-IDX)
               ON SIZE ERROR
                   MOVE 999.99 TO WS-XSRC-PCT
           END-COMPUTE.
           MOVE WS-XSRC-PCT TO WS-CMP-DIFF-PCT(WS-CMP-MATCH-IDX).
           IF WS-XSRC-PCT > WS-XSRC-TOLERANCE-PCT
               SET WS-XSRC-BREACH TO TRUE
           END-IF.
       2700-CHECK-SECOND-SOURCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-FIND-COMPARE-ENTRY - LOCATE WS-CMP-KEY ON THE        *
      * COMPARISON TABLE, ADDING IT WHEN NEW.  A FULL TABLE       *
      * LEAVES WS-CMP-MATCH-IDX ZERO AND THE CURRENCY OFF THE     *
      * REPORT.                                                   *
      *-----------------------------------------------------------*
       2900-FIND-COMPARE-ENTRY.
           MOVE ZERO TO WS-CMP-MATCH-IDX.
           PERFORM 2910-SCAN-COMPARE-ENTRY
               THRU 2910-SCAN-COMPARE-ENTRY-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               OR WS-CMP-MATCH-IDX > 0.
           IF WS-CMP-MATCH-IDX > 0
               GO TO 2900-FIND-COMPARE-ENTRY-EXIT
           END-IF.
           IF WS-CMP-COUNT NOT < 150
               DISPLAY "RATEIMP: COMPARISON TABLE FULL - ",
                   WS-CMP-KEY, " LEFT OFF RATECMP."
               GO TO 2900-FIND-COMPARE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-CMP-COUNT.
           MOVE WS-CMP-COUNT  TO WS-CMP-MATCH-IDX.
           MOVE WS-CMP-KEY    TO WS-CMP-CODE(WS-CMP-MATCH-IDX).
           MOVE ZERO          TO WS-CMP-ON-FILE-RATE(WS-CMP-MATCH-IDX).
           MOVE ZERO          TO WS-CMP-FEED-RATE(WS-CMP-MATCH-IDX).
           MOVE ZERO          TO WS-CMP-REF-RATE(WS-CMP-MATCH-IDX).
           MOVE SPACES        TO WS-CMP-REF-DATE(WS-CMP-MATCH-IDX).
           MOVE ZERO          TO WS-CMP-MOVE-PCT(WS-CMP-MATCH-IDX).
           MOVE ZERO          TO WS-CMP-DIFF-PCT(WS-CMP-MATCH-IDX).
           MOVE "NOT IN FEED" TO WS-CMP-OUTCOME(WS-CMP-MATCH-IDX).
       2900-FIND-COMPARE-ENTRY-EXIT.
           EXIT.

       2910-SCAN-COMPARE-ENTRY.
           IF WS-CMP-CODE(WS-CMP-IDX) = WS-CMP-KEY
               MOVE WS-CMP-IDX TO WS-CMP-MATCH-IDX
           END-IF.
       2910-SCAN-COMPARE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REWRITE-CURRCTL - REWRITE THE RATE TABLE FROM THE    *
      * UPDATED IN-CORE ENTRIES SO THE NIGHT'S POSTING PICKS UP   *
       8100-WRITE-ONE-CURRENCY-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-WRITE-COMPARE-REPORT - ONE RATECMP LINE PER CURRENCY *
      * ON FILE, IN THE FEED OR QUOTED BY THE VENDOR: THE PRIOR   *
      * RATE, BOTH SOURCES SIDE BY SIDE, THE MOVEMENT AND THE     *
      * CROSS-SOURCE DIFFERENCE, AND WHAT WAS DONE WITH IT.       *
      *-----------------------------------------------------------*
       8500-WRITE-COMPARE-REPORT.
           OPEN OUTPUT RATE-COMPARE-FILE.
           IF NOT WS-CMP-OK
               DISPLAY "RATEIMP: RATECMP COULD NOT BE OPENED - NO ",
                   "COMPARISON REPORT THIS RUN."
               GO TO 8500-WRITE-COMPARE-REPORT-EXIT
           END-IF.
           MOVE WS-RUN-DATE           TO WS-CH1-RUN-DATE.
           MOVE WS-XSRC-TOLERANCE-PCT TO WS-CH1-XSRC-TOL.
           WRITE RATE-COMPARE-LINE FROM WS-CMP-HEADING-1.
           MOVE SPACES TO RATE-COMPARE-LINE.
           WRITE RATE-COMPARE-LINE.
           WRITE RATE-COMPARE-LINE FROM WS-CMP-HEADING-2.
           PERFORM 8510-WRITE-ONE-COMPARE-LINE
               THRU 8510-WRITE-ONE-COMPARE-LINE-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT.
           IF NOT WS-RATEREF-AVAILABLE
               MOVE SPACES TO RATE-COMPARE-LINE
               WRITE RATE-COMPARE-LINE
               MOVE "*** RATEREF NOT AVAILABLE - NO SECOND-SOURCE CHECK"
                   TO RATE-COMPARE-LINE
               WRITE RATE-COMPARE-LINE
           END-IF.
           CLOSE RATE-COMPARE-FILE.
       8500-WRITE-COMPARE-REPORT-EXIT.
           EXIT.

       8510-WRITE-ONE-COMPARE-LINE.
           MOVE WS-CMP-CODE(WS-CMP-IDX)         TO WS-CD-CODE.
           MOVE WS-CMP-ON-FILE-RATE(WS-CMP-IDX) TO WS-CD-ON-FILE.
           MOVE WS-CMP-FEED-RATE(WS-CMP-IDX)    TO WS-CD-FEED.
           MOVE WS-CMP-REF-RATE(WS-CMP-IDX)     TO WS-CD-REF.
           MOVE WS-CMP-MOVE-PCT(WS-CMP-IDX)     TO WS-CD-MOVE-PCT.
           MOVE WS-CMP-DIFF-PCT(WS-CMP-IDX)     TO WS-CD-DIFF-PCT.
           MOVE WS-CMP-OUTCOME(WS-CMP-IDX)      TO WS-CD-OUTCOME.
           WRITE RATE-COMPARE-LINE FROM WS-CMP-DETAIL.
       8510-WRITE-ONE-COMPARE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FEED AND REPORT THE IMPORT     *
      * STATISTICS.  RATES HELD FOR REVIEW FLAG THE RUN SO THE    *
               WS-REVIEW-COUNT.
           DISPLAY "RATEIMP: FEED RECORDS REJECTED = "
               WS-REJECT-COUNT.
           DISPLAY "RATEIMP: REFERENCE RATES READ  = "
               WS-REF-LOADED-COUNT.
           DISPLAY "RATEIMP: HELD - DIFF FROM REF  = "
               WS-XSRC-REVIEW-COUNT.
           DISPLAY "RATEIMP: HELD - NO USABLE REF  = "
               WS-NO-REF-COUNT.
           IF WS-REVIEW-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
