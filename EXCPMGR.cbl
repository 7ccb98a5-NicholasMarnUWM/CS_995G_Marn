      * next night's ADDTRAN batch, action "W" writes the exception
      * off - and prints the EXCPRPT listing with every exception's
      * disposition and counts by status, so it can be proven that
      * nothing fell on the floor.  Each EXCPFIX transaction carries
      * the keying operator's ID, and a repair or write-off is put to
      * the shared SODCHK segregation-of-duties check first: an
      * operator who has already performed a conflicting function on
      * the same item (releasing it in SUSPMGR, writing it off in
      * EXCPESC) is refused.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 DESTROYED BY THE POST-SWEEP CLEAR - LOSING
      *                 OVERFLOW EXCEPTIONS IS THE ONE THING THIS
      *                 PROGRAM EXISTS TO PREVENT.
      * 10/15/2026  NM  ADDSTAGE CARRIES THE BRANCH CODE (28 BYTES);
      *                 RELEASED ITEMS ARE STAGED WITHOUT ONE AND BOOK
      *                 TO THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  A WRITE-OFF IS NOW ALSO LOGGED ON THE EXCPWHST
      *                 WRITE-OFF AND RECOVERY HISTORY, AND ITEMS
      *                 EXCPESC HAS MARKED PARTLY OR FULLY RECOVERED
      *                 LIST AS SUCH INSTEAD OF AS PENDING.
      * 10/15/2026  NM  EXCPFIX CARRIES THE KEYING OPERATOR'S ID (39
      *                 BYTES) - A FIX WITHOUT ONE IS IGNORED. REPAIRS
      *                 AND WRITE-OFFS ARE CHECKED AGAINST THE SODRULE
      *                 SEGREGATION-OF-DUTIES RULES THROUGH SODCHK AND
      *                 RECORDED ON SODLOG; THE WRITE-OFF HISTORY NOW
      *                 SHOWS THE OPERATOR.
      * 10/15/2026  NM  ADDEXCP (NOW 40 BYTES), THE EXCPDISP LEDGER (NOW
      *                 55) AND ADDSTAGE (NOW 44) CARRY THE TRANSACTION
      *                 REFERENCE. A REPAIR IS STAGED UNDER THE
      *                 REFERENCE OF THE ITEM IT REPLACES, AND EACH
      *                 REPAIR OR WRITE-OFF IS LOGGED TO TXNTRAIL
      *                 THROUGH TXNLOG.
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
       PROGRAM-ID. EXCPMGR.
           SELECT OVERFLOW-WORK-FILE ASSIGN TO "EXCPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVFL-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE ASSIGN TO "EXCPWHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDITION-EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ADDITION-EXCEPTION-RECORD.
           05  EX-CUST-ID              PIC X(06).
           05  EX-NUM1                 PIC X(07).
           05  EX-NUM2                 PIC X(07).
           05  EX-REASON-CODE          PIC X(04).
           05  EX-TXN-REF              PIC X(16).

       FD  DISPOSITION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  DISPOSITION-RECORD.
           05  ED-SEQUENCE             PIC 9(06).
           05  ED-LOG-DATE             PIC X(08).
               88  ED-IS-PENDING                 VALUE "P".
               88  ED-IS-REPAIRED                VALUE "R".
               88  ED-IS-WRITTEN-OFF             VALUE "W".
               88  ED-IS-PART-RECOVERED          VALUE "V".
               88  ED-IS-FULLY-RECOVERED         VALUE "F".
           05  ED-TXN-REF              PIC X(16).

       FD  REPAIR-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       01  REPAIR-TRAN-RECORD.
           05  EF-SEQUENCE             PIC 9(06).
           05  EF-ACTION               PIC X(01).
           05  EF-NUM1                 PIC 9(05)V9(02).
           05  EF-NUM2                 PIC 9(05)V9(02).
           05  EF-CURRENCY-CODE        PIC X(03).
           05  EF-OPERATOR-ID          PIC X(08).

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

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F

       FD  OVERFLOW-WORK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OVERFLOW-WORK-RECORD        PIC X(40).

       FD  WRITEOFF-HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  WRITEOFF-HISTORY-RECORD.
           05  WH-EVENT-TYPE           PIC X(01).
           05  WH-SEQUENCE             PIC 9(06).
           05  WH-EVENT-DATE           PIC X(08).
           05  WH-CUST-ID              PIC X(06).
           05  WH-REASON-CODE          PIC X(04).
           05  WH-AMOUNT               PIC 9(07)V9(02).
           05  WH-OPERATOR-ID          PIC X(08).
           05  WH-SOURCE               PIC X(08).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-EXCP-FILE-STATUS         PIC X(02) VALUE SPACES.
       01  WS-OVFL-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-OVFL-OK                        VALUE "00".
           88  WS-OVFL-EOF                       VALUE "10".
       01  WS-WHST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-WHST-OK                        VALUE "00".
       01  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED               VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
               10  WS-DSP-NUM2         PIC X(07).
               10  WS-DSP-REASON       PIC X(04).
               10  WS-DSP-STATUS       PIC X(01).
               10  WS-DSP-TXN-REF      PIC X(16).
       77  WS-DISP-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-DISP-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-DISP-MATCH-IDX           PIC 9(04) COMP VALUE ZERO.
       01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
       01  WS-LOG-NUM-X                PIC X(07) VALUE SPACES.
       01  WS-LOG-NUM REDEFINES WS-LOG-NUM-X
                                       PIC 9(05)V9(02).
       01  WS-LOG-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
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
       77  WS-NEW-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-REPAIRED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-WRITEOFF-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-BADFIX-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-SODREF-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-SOD-FUNCTION             PIC X(01) VALUE "C".
       01  WS-SOD-ACTIVITY             PIC X(08) VALUE SPACES.
       01  WS-SOD-ITEM-KEY.
           05  WS-SOD-KEY-CUST-ID      PIC X(06).
           05  WS-SOD-KEY-NUM1         PIC X(07).
           05  WS-SOD-KEY-NUM1-N REDEFINES WS-SOD-KEY-NUM1
                                       PIC 9(05)V9(02).
           05  WS-SOD-KEY-NUM2         PIC X(07).
           05  WS-SOD-KEY-NUM2-N REDEFINES WS-SOD-KEY-NUM2
                                       PIC 9(05)V9(02).
       01  WS-SOD-PROGRAM              PIC X(08) VALUE "EXCPMGR".
       01  WS-SOD-RESULT               PIC X(01) VALUE SPACE.
           88  WS-SOD-REFUSED                    VALUE "N".
       01  WS-RPT-TOTALS.
           05  FILLER                  PIC X(14)
                   VALUE "NEW THIS RUN: ".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "EXCPMGR        ", "ADDEXCP ".
           CALL "ENVCHK" USING "EXCPMGR        ", "EXCPDISP".
           CALL "ENVCHK" USING "EXCPMGR        ", "ADDSTAGE".
           CALL "ENVCHK" USING "EXCPMGR        ", "EXCPWORK".
           CALL "ENVCHK" USING "EXCPMGR        ", "EXCPFIX ".
           CALL "ENVCHK" USING "EXCPMGR        ", "EXCPWHST".
           CALL "ENVCHK" USING "EXCPMGR        ", "EXCPRPT ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SWEEP-NEW-EXCEPTIONS
                   MOVE ED-REASON-CODE
                       TO WS-DSP-REASON(WS-DISP-COUNT)
                   MOVE ED-STATUS   TO WS-DSP-STATUS(WS-DISP-COUNT)
                   MOVE ED-TXN-REF  TO WS-DSP-TXN-REF(WS-DISP-COUNT)
                   IF ED-SEQUENCE > WS-NEXT-SEQUENCE
                       MOVE ED-SEQUENCE TO WS-NEXT-SEQUENCE
                   END-IF
                       MOVE EX-REASON-CODE
                           TO WS-DSP-REASON(WS-DISP-COUNT)
                       MOVE "P" TO WS-DSP-STATUS(WS-DISP-COUNT)
                       MOVE EX-TXN-REF
                           TO WS-DSP-TXN-REF(WS-DISP-COUNT)
                       ADD 1 TO WS-NEW-COUNT
                   ELSE
                       IF NOT WS-TABLE-OVERFLOWED
                   " - REPAIR IGNORED."
               GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
           END-IF.
           IF EF-OPERATOR-ID = SPACES
               ADD 1 TO WS-BADFIX-COUNT
               DISPLAY "EXCPMGR: NO OPERATOR ID ON THE FIX FOR "
                   "EXCEPTION " EF-SEQUENCE " - IGNORED."
               GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
           END-IF.
           MOVE WS-DSP-CUST-ID(WS-DISP-MATCH-IDX) TO WS-SOD-KEY-CUST-ID.
           MOVE WS-DSP-NUM1(WS-DISP-MATCH-IDX)    TO WS-SOD-KEY-NUM1.
           MOVE WS-DSP-NUM2(WS-DISP-MATCH-IDX)    TO WS-SOD-KEY-NUM2.
           IF EF-IS-WRITE-OFF
               MOVE "EXWRTOFF" TO WS-SOD-ACTIVITY
               PERFORM 3500-CHECK-DUTIES
                   THRU 3500-CHECK-DUTIES-EXIT
               IF WS-SOD-REFUSED
                   GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
               END-IF
               MOVE "W" TO WS-DSP-STATUS(WS-DISP-MATCH-IDX)
               ADD 1 TO WS-WRITEOFF-COUNT
               PERFORM 3400-LOG-WRITEOFF
                   THRU 3400-LOG-WRITEOFF-EXIT
               MOVE "WOFF" TO WS-LE-EVENT-CODE
               PERFORM 3700-LOG-LINEAGE
                   THRU 3700-LOG-LINEAGE-EXIT
               PERFORM 3600-RECORD-DUTY
                   THRU 3600-RECORD-DUTY-EXIT
               GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
           END-IF.
           IF NOT EF-IS-REPAIR
                   EF-SEQUENCE " STILL INVALID - REPAIR IGNORED."
               GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
           END-IF.
           MOVE "EXREPAIR" TO WS-SOD-ACTIVITY.
           PERFORM 3500-CHECK-DUTIES
               THRU 3500-CHECK-DUTIES-EXIT.
           IF WS-SOD-REFUSED
               GO TO 3200-PROCESS-REPAIR-RECORD-EXIT
           END-IF.
           PERFORM 3300-STAGE-REPAIRED-TRAN
               THRU 3300-STAGE-REPAIRED-TRAN-EXIT.
           MOVE "R" TO WS-DSP-STATUS(WS-DISP-MATCH-IDX).
           ADD 1 TO WS-REPAIRED-COUNT.
           MOVE "REPR" TO WS-LE-EVENT-CODE.
           PERFORM 3700-LOG-LINEAGE
               THRU 3700-LOG-LINEAGE-EXIT.
           PERFORM 3600-RECORD-DUTY
               THRU 3600-RECORD-DUTY-EXIT.
      * THE REPAIRED TRANSACTION MAY COME BACK HELD ON ADDSUSP UNDER
      * ITS CORRECTED VALUES, SO THE REPAIR IS RECORDED AGAINST THOSE
      * TOO - A RELEASE OF IT IN SUSPMGR THEN MEETS THE RULE.
           MOVE EF-CUST-ID TO WS-SOD-KEY-CUST-ID.
           MOVE EF-NUM1    TO WS-SOD-KEY-NUM1-N.
           MOVE EF-NUM2    TO WS-SOD-KEY-NUM2-N.
           IF WS-SOD-KEY-CUST-ID NOT = WS-DSP-CUST-ID(WS-DISP-MATCH-IDX)
               OR WS-SOD-KEY-NUM1 NOT = WS-DSP-NUM1(WS-DISP-MATCH-IDX)
               OR WS-SOD-KEY-NUM2 NOT = WS-DSP-NUM2(WS-DISP-MATCH-IDX)
               PERFORM 3600-RECORD-DUTY
                   THRU 3600-RECORD-DUTY-EXIT
           END-IF.
       3200-PROCESS-REPAIR-RECORD-EXIT.
           EXIT.

           MOVE EF-NUM1          TO SG-NUM1.
           MOVE EF-NUM2          TO SG-NUM2.
           MOVE EF-CURRENCY-CODE TO SG-CURRENCY-CODE.
           MOVE SPACES           TO SG-BRANCH-CODE.
           MOVE WS-DSP-TXN-REF(WS-DISP-MATCH-IDX) TO SG-TXN-REF.
           WRITE STAGE-RECORD.
           CLOSE STAGE-FILE.
       3300-STAGE-REPAIRED-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-LOG-WRITEOFF - APPEND THE WRITE-OFF TO THE EXCPWHST  *
      * HISTORY, FOR NUM1 + NUM2 WHERE NUMERIC, SO THE MONTHLY    *
      * EXCPLRPT LOSS REPORT SEES IT ALONGSIDE THE WRITE-OFFS     *
      * AND RECOVERIES EXCPESC LOGS.                              *
      *-----------------------------------------------------------*
       3400-LOG-WRITEOFF.
           OPEN EXTEND WRITEOFF-HISTORY-FILE.
           IF NOT WS-WHST-OK
               CLOSE WRITEOFF-HISTORY-FILE
               OPEN OUTPUT WRITEOFF-HISTORY-FILE
           END-IF.
           MOVE SPACES TO WRITEOFF-HISTORY-RECORD.
           MOVE "W"                            TO WH-EVENT-TYPE.
           MOVE WS-DSP-SEQUENCE(WS-DISP-MATCH-IDX) TO WH-SEQUENCE.
           MOVE WS-RUN-DATE                    TO WH-EVENT-DATE.
           MOVE WS-DSP-CUST-ID(WS-DISP-MATCH-IDX)  TO WH-CUST-ID.
           MOVE WS-DSP-REASON(WS-DISP-MATCH-IDX)   TO WH-REASON-CODE.
           MOVE ZERO TO WS-LOG-AMOUNT.
           IF WS-DSP-NUM1(WS-DISP-MATCH-IDX) IS NUMERIC
               MOVE WS-DSP-NUM1(WS-DISP-MATCH-IDX) TO WS-LOG-NUM-X
               ADD WS-LOG-NUM TO WS-LOG-AMOUNT
           END-IF.
           IF WS-DSP-NUM2(WS-DISP-MATCH-IDX) IS NUMERIC
               MOVE WS-DSP-NUM2(WS-DISP-MATCH-IDX) TO WS-LOG-NUM-X
               ADD WS-LOG-NUM TO WS-LOG-AMOUNT
           END-IF.
           MOVE WS-LOG-AMOUNT                  TO WH-AMOUNT.
           MOVE EF-OPERATOR-ID                 TO WH-OPERATOR-ID.
           MOVE "EXCPMGR "                     TO WH-SOURCE.
           WRITE WRITEOFF-HISTORY-RECORD.
           CLOSE WRITEOFF-HISTORY-FILE.
       3400-LOG-WRITEOFF-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-DUTIES - ASK SODCHK WHETHER THE KEYING         *
      * OPERATOR MAY PERFORM THIS FUNCTION ON THIS ITEM; A        *
      * REFUSAL IS COUNTED AS AN IGNORED FIX.                     *
      *-----------------------------------------------------------*
       3500-CHECK-DUTIES.
           MOVE "C" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, EF-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           IF WS-SOD-REFUSED
               ADD 1 TO WS-BADFIX-COUNT
               ADD 1 TO WS-SODREF-COUNT
               DISPLAY "EXCPMGR: EXCEPTION " EF-SEQUENCE
                   " - FIX REFUSED, SEGREGATION OF DUTIES."
           END-IF.
       3500-CHECK-DUTIES-EXIT.
           EXIT.

       3600-RECORD-DUTY.
           MOVE "R" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, EF-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
       3600-RECORD-DUTY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-LOG-LINEAGE - A REPAIR KEEPS THE TRANSACTION          *
      * REFERENCE OF THE ITEM IT REPLACES, SO THE REPAIR OR        *
      * WRITE-OFF IS LOGGED TO TXNTRAIL UNDER THAT REFERENCE AND   *
      * THE KEYING OPERATOR.  A REPAIR CARRIES ITS CORRECTED       *
      * VALUES; A WRITE-OFF THE AMOUNT WRITTEN OFF.                *
      *-----------------------------------------------------------*
       3700-LOG-LINEAGE.
           MOVE WS-DSP-TXN-REF(WS-DISP-MATCH-IDX) TO WS-LE-TXN-REF.
           MOVE "EXCPMGR"        TO WS-LE-PROGRAM.
           MOVE EF-OPERATOR-ID   TO WS-LE-OPERATOR-ID.
           MOVE WS-DSP-CUST-ID(WS-DISP-MATCH-IDX) TO WS-LE-CUST-ID.
           MOVE SPACES           TO WS-LE-CURRENCY-CODE.
           IF WS-LE-EVENT-CODE = "REPR"
               COMPUTE WS-LE-AMOUNT = EF-NUM1 + EF-NUM2
               MOVE EF-CURRENCY-CODE TO WS-LE-CURRENCY-CODE
           ELSE
               MOVE WS-LOG-AMOUNT TO WS-LE-AMOUNT
           END-IF.
           MOVE SPACES           TO WS-LE-DETAIL.
           STRING "EXCP " WS-DSP-SEQUENCE(WS-DISP-MATCH-IDX)
               " " WS-DSP-REASON(WS-DISP-MATCH-IDX)
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       3700-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-EXCEPTION-REPORT - LIST EVERY TRACKED          *
      * EXCEPTION WITH ITS DISPOSITION AND THE COUNTS BY STATUS.  *
                   MOVE "REPAIRED"    TO WS-RD-STATUS
               WHEN "W"
                   MOVE "WRITTEN-OFF" TO WS-RD-STATUS
               WHEN "V"
                   MOVE "PART RECOVD" TO WS-RD-STATUS
               WHEN "F"
                   MOVE "RECOVERED"   TO WS-RD-STATUS
               WHEN OTHER
                   MOVE "PENDING"     TO WS-RD-STATUS
                   ADD 1 TO WS-PENDING-COUNT
           MOVE WS-DSP-NUM2(WS-DISP-IDX)     TO ED-NUM2.
           MOVE WS-DSP-REASON(WS-DISP-IDX)   TO ED-REASON-CODE.
           MOVE WS-DSP-STATUS(WS-DISP-IDX)   TO ED-STATUS.
           MOVE WS-DSP-TXN-REF(WS-DISP-IDX)  TO ED-TXN-REF.
           WRITE DISPOSITION-RECORD.
       8510-WRITE-ONE-DISPOSITION-EXIT.
           EXIT.
      * 9000-TERMINATE - REPORT THE RUN'S DISPOSITION COUNTS.     *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "EXCPMGR: NEW EXCEPTIONS   = " WS-NEW-COUNT.
           DISPLAY "EXCPMGR: REPAIRED         = " WS-REPAIRED-COUNT.
           DISPLAY "EXCPMGR: WRITTEN OFF      = " WS-WRITEOFF-COUNT.
           DISPLAY "EXCPMGR: STILL PENDING    = " WS-PENDING-COUNT.
           DISPLAY "EXCPMGR: REPAIRS IGNORED  = " WS-BADFIX-COUNT.
           DISPLAY "EXCPMGR: OF WHICH SOD     = " WS-SODREF-COUNT.
           IF WS-BADFIX-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
