      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 09/03/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  ADDSTAGE CARRIES THE BRANCH CODE (28 BYTES);
      *                 RELEASED ITEMS ARE STAGED WITHOUT ONE AND BOOK
      *                 TO THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  NEW DISPUTES AND STAGED REVERSALS PASS THE
      *                 CUSTOMER ID THROUGH THE SHARED IDALIAS, SO A
      *                 MIGRATED LEGACY ID IS RECORDED AND REVERSED
      *                 UNDER ITS NEW SELF-VERIFYING ID.
      * 10/15/2026  NM  SERVICE-LEVEL CLOCK ON EVERY OPEN DISPUTE: THE
      *                 DEADLINE IS THE OPEN DATE PLUS THE DISPPRM
      *                 BUSINESS-DAY COUNT (DEFAULT 10) THROUGH DATESRV.
      *                 AN OPEN DISPUTE PAST IT HAS A PROVISIONAL CREDIT
      *                 (THE "R") STAGED TO ADDSTAGE; AN UPHELD DISPUTE
      *                 THAT WAS CREDITED HAS IT TAKEN BACK WITH AN "A",
      *                 AND A REVERSED ONE KEEPS IT AS FINAL. DISPLDG
      *                 GREW TO 80 BYTES (DISPCONV CONVERTS) AND
      *                 DISPRPT, NOW 100 BYTES, SHOWS BUSINESS DAYS
      *                 OPEN, THE DEADLINE AND THE CREDIT STATUS.
      * 10/15/2026  NM  DISPLDG (NOW 96 BYTES), ADDSTAGE (44) AND
      *                 DISPREG (55) CARRY THE TRANSACTION REFERENCE OF
      *                 THE DISPUTED POSTING; A STAGED REVERSAL OR TAKE-
      *                 BACK CARRIES IT TOO. OPENING, PROVISIONAL
      *                 CREDIT, REVERSAL AND UPHOLDING ARE LOGGED TO
      *                 TXNTRAIL THROUGH TXNLOG.
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
       PROGRAM-ID. DISPMGR.
           SELECT DISPUTE-REPORT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT DISPUTE-PARM-FILE ASSIGN TO "DISPPRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 96 CHARACTERS.
       01  DISPUTE-LEDGER-RECORD.
           05  DP-SEQUENCE             PIC 9(06).
           05  DP-STATUS               PIC X(01).
           05  DP-POST-DATE            PIC X(08).
           05  DP-OPEN-DATE            PIC X(08).
           05  DP-RESOLVE-DATE         PIC X(08).
           05  DP-DEADLINE-DATE        PIC X(08).
           05  DP-PROV-STATUS          PIC X(01).
           05  DP-PROV-CREDIT-DATE     PIC X(08).
           05  DP-PROV-TAKEBACK-DATE   PIC X(08).
           05  FILLER                  PIC X(01).
           05  DP-TXN-REF              PIC X(16).

       FD  DISPUTE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01  DISPUTE-TRAN-RECORD.
           05  DR-ACTION               PIC X(01).
               88  DR-IS-NEW                     VALUE "N".
           05  DR-NUM2                 PIC 9(05)V9(02).
           05  DR-CURRENCY-CODE        PIC X(03).
           05  DR-POST-DATE            PIC X(08).
           05  DR-TXN-REF              PIC X(16).

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

       FD  DISPUTE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  DISPUTE-REPORT-LINE         PIC X(100).

       FD  DISPUTE-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DISPUTE-PARM-RECORD.
           05  DX-PROV-CREDIT-DAYS     PIC 9(03).
           05  FILLER                  PIC X(77).

       WORKING-STORAGE SECTION.
       01  WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-STAGE-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-PRM-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-PRM-OK                         VALUE "00".
       01  WS-PROV-CREDIT-DAYS         PIC 9(03) VALUE 10.
       77  WS-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-STAGE-TRAN-CODE          PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-DISP-TABLE.
           05  WS-DSP-ENTRY OCCURS 500 TIMES.
               10  WS-DSP-RECORD       PIC X(96).
       77  WS-DSP-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-DSP-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-DSP-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-DSP-FULL-SWITCH          PIC X(01) VALUE "N".
           88  WS-DSP-TABLE-FULL                 VALUE "Y".
       01  WS-NEXT-SEQUENCE            PIC 9(06) VALUE ZERO.
       01  WS-ITEM-RECORD              PIC X(96) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-SEQUENCE          PIC 9(06).
           05  WS-IT-STATUS            PIC X(01).
           05  WS-IT-POST-DATE         PIC X(08).
           05  WS-IT-OPEN-DATE         PIC X(08).
           05  WS-IT-RESOLVE-DATE      PIC X(08).
           05  WS-IT-DEADLINE-DATE     PIC X(08).
           05  WS-IT-PROV-STATUS       PIC X(01).
               88  WS-IT-PROV-NONE               VALUE SPACE.
               88  WS-IT-PROV-CREDITED           VALUE "P".
               88  WS-IT-PROV-TAKEN-BACK         VALUE "T".
               88  WS-IT-PROV-FINAL              VALUE "F".
           05  WS-IT-PROV-CREDIT-DATE  PIC X(08).
           05  WS-IT-PROV-TAKEBACK-DATE
                                       PIC X(08).
           05  FILLER                  PIC X(01).
           05  WS-IT-TXN-REF           PIC X(16).
       01  WS-LINEAGE-ACTION           PIC X(12) VALUE SPACES.
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
       77  WS-REVERSED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-UPHELD-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-BADREG-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-PROV-CREDIT-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-PROV-TAKEBACK-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-PROV-FINAL-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       01  WS-DATE-FUNCTION            PIC X(01) VALUE SPACE.
       01  WS-DATE-ONE                 PIC X(08) VALUE SPACES.
       01  WS-DATE-TWO                 PIC X(08) VALUE SPACES.
       01  WS-RESULT-DAYS              PIC S9(07) VALUE ZERO.
       01  WS-RESULT-STATUS            PIC X(01) VALUE SPACE.
       01  WS-AGE-DAYS                 PIC ZZZZ9.
       01  WS-BUSINESS-DAYS            PIC ZZZZ9.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-SEQUENCE          PIC 9(06).
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-BUSINESS-DAYS     PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-DEADLINE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-PROV-STATUS       PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "DISPMGR        ", "DISPLDG ".
           CALL "ENVCHK" USING "DISPMGR        ", "DISPREG ".
           CALL "ENVCHK" USING "DISPMGR        ", "ADDSTAGE".
           CALL "ENVCHK" USING "DISPMGR        ", "DISPRPT ".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 3000-APPLY-REGISTRATIONS
               THRU 3000-APPLY-REGISTRATIONS-EXIT.
           PERFORM 3500-RUN-SERVICE-CLOCK
               THRU 3500-RUN-SERVICE-CLOCK-EXIT.
           PERFORM 8000-PRINT-AGEING-REPORT
               THRU 8000-PRINT-AGEING-REPORT-EXIT.
           PERFORM 8500-REWRITE-LEDGER

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE DISPUTE LEDGER AND FIND THE    *
      * NEXT DISPUTE SEQUENCE NUMBER.  THE PROVISIONAL-CREDIT     *
      * DEADLINE, IN BUSINESS DAYS, IS 10 UNLESS DISPPRM CARRIES  *
      * A NUMERIC CARD, AS KYCPRM DOES FOR THE KYC GRACE PERIOD.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 10 TO WS-PROV-CREDIT-DAYS.
           OPEN INPUT DISPUTE-PARM-FILE.
           IF WS-PRM-OK
               READ DISPUTE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DX-PROV-CREDIT-DAYS IS NUMERIC
                           MOVE DX-PROV-CREDIT-DAYS
                               TO WS-PROV-CREDIT-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-PARM-FILE
           END-IF.
           MOVE ZERO TO WS-DSP-COUNT.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           OPEN INPUT DISPUTE-LEDGER-FILE.
       3100-APPLY-ONE-REGISTRATION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-RUN-SERVICE-CLOCK - EVERY DISPUTE STILL OPEN ON OR   *
      * AFTER ITS DEADLINE, WITH NO PROVISIONAL CREDIT YET, HAS   *
      * THE CREDIT STAGED: THE SAME "R" THE FAVORABLE RESOLUTION  *
      * WOULD STAGE.  A DISPUTE LOADED WITHOUT A DEADLINE HAS ONE *
      * WORKED OUT FROM ITS OPEN DATE FIRST.                      *
      *-----------------------------------------------------------*
       3500-RUN-SERVICE-CLOCK.
           IF WS-DSP-TABLE-FULL
               GO TO 3500-RUN-SERVICE-CLOCK-EXIT
           END-IF.
           PERFORM 3600-CLOCK-ONE-DISPUTE
               THRU 3600-CLOCK-ONE-DISPUTE-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT.
       3500-RUN-SERVICE-CLOCK-EXIT.
           EXIT.

       3600-CLOCK-ONE-DISPUTE.
           MOVE WS-DSP-RECORD(WS-DSP-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-STATUS NOT = "O"
               GO TO 3600-CLOCK-ONE-DISPUTE-EXIT
           END-IF.
           IF WS-IT-DEADLINE-DATE = SPACES
               PERFORM 3700-COMPUTE-DEADLINE
                   THRU 3700-COMPUTE-DEADLINE-EXIT
           END-IF.
           IF WS-IT-PROV-NONE
               AND WS-IT-DEADLINE-DATE NOT = SPACES
               AND WS-RUN-DATE NOT < WS-IT-DEADLINE-DATE
               MOVE "R" TO WS-STAGE-TRAN-CODE
               PERFORM 5100-STAGE-REVERSAL
                   THRU 5100-STAGE-REVERSAL-EXIT
               SET WS-IT-PROV-CREDITED TO TRUE
               MOVE WS-RUN-DATE TO WS-IT-PROV-CREDIT-DATE
               ADD 1 TO WS-PROV-CREDIT-COUNT
               MOVE "DSPR"        TO WS-LE-EVENT-CODE
               MOVE "PROV CREDIT" TO WS-LINEAGE-ACTION
               PERFORM 7500-LOG-LINEAGE
                   THRU 7500-LOG-LINEAGE-EXIT
               DISPLAY "DISPMGR: DISPUTE " WS-IT-SEQUENCE
                   " PAST ITS DEADLINE - PROVISIONAL CREDIT ",
                   "STAGED."
           END-IF.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-IDX).
       3600-CLOCK-ONE-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-COMPUTE-DEADLINE - THE OPEN DATE STEPPED FORWARD THE *
      * CONFIGURED NUMBER OF BUSINESS DAYS THROUGH DATESRV.  A    *
      * DATE THE SERVICE REJECTS LEAVES THE DEADLINE BLANK.       *
      *-----------------------------------------------------------*
       3700-COMPUTE-DEADLINE.
           MOVE WS-IT-OPEN-DATE TO WS-RESULT-DATE.
           MOVE "Y" TO WS-RESULT-STATUS.
           PERFORM 3710-STEP-ONE-BUSINESS-DAY
               THRU 3710-STEP-ONE-BUSINESS-DAY-EXIT
               VARYING WS-STEP-COUNT FROM 1 BY 1
               UNTIL WS-STEP-COUNT > WS-PROV-CREDIT-DAYS
               OR WS-RESULT-STATUS NOT = "Y".
           IF WS-RESULT-STATUS = "Y"
               MOVE WS-RESULT-DATE TO WS-IT-DEADLINE-DATE
           ELSE
               MOVE SPACES TO WS-IT-DEADLINE-DATE
           END-IF.
       3700-COMPUTE-DEADLINE-EXIT.
           EXIT.

       3710-STEP-ONE-BUSINESS-DAY.
           MOVE "N"            TO WS-DATE-FUNCTION.
           MOVE WS-RESULT-DATE TO WS-DATE-ONE.
           MOVE "N"            TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
       3710-STEP-ONE-BUSINESS-DAY-EXIT.
           EXIT.

       4000-REGISTER-DISPUTE.
           IF WS-DSP-COUNT = 500
               ADD 1 TO WS-BADREG-COUNT
                   "NOT REGISTERED."
               GO TO 4000-REGISTER-DISPUTE-EXIT
           END-IF.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING DR-CUST-ID, WS-ALIAS-SWITCH,
               "DISPMGR        ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "DISPMGR: LEGACY ID ON NEW DISPUTE - ",
                   "REGISTERED UNDER " DR-CUST-ID "."
           END-IF.
           MOVE SPACES TO WS-ITEM-RECORD.
           MOVE WS-NEXT-SEQUENCE  TO WS-IT-SEQUENCE.
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE DR-POST-DATE      TO WS-IT-POST-DATE.
           MOVE WS-RUN-DATE       TO WS-IT-OPEN-DATE.
           MOVE SPACES            TO WS-IT-RESOLVE-DATE.
           PERFORM 3700-COMPUTE-DEADLINE
               THRU 3700-COMPUTE-DEADLINE-EXIT.
           MOVE SPACE             TO WS-IT-PROV-STATUS.
           MOVE SPACES            TO WS-IT-PROV-CREDIT-DATE.
           MOVE SPACES            TO WS-IT-PROV-TAKEBACK-DATE.
           MOVE DR-TXN-REF        TO WS-IT-TXN-REF.
           ADD 1 TO WS-DSP-COUNT.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-COUNT).
           ADD 1 TO WS-NEW-COUNT.
           MOVE "DISP"            TO WS-LE-EVENT-CODE.
           MOVE "OPENED"          TO WS-LINEAGE-ACTION.
           PERFORM 7500-LOG-LINEAGE
               THRU 7500-LOG-LINEAGE-EXIT.
       4000-REGISTER-DISPUTE-EXIT.
           EXIT.

               GO TO 5000-RESOLVE-REVERSED-EXIT
           END-IF.
           MOVE WS-DSP-RECORD(WS-DSP-MATCH-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-PROV-CREDITED
               SET WS-IT-PROV-FINAL TO TRUE
               ADD 1 TO WS-PROV-FINAL-COUNT
           ELSE
               MOVE "R" TO WS-STAGE-TRAN-CODE
               PERFORM 5100-STAGE-REVERSAL
                   THRU 5100-STAGE-REVERSAL-EXIT
           END-IF.
           MOVE "R"         TO WS-IT-STATUS.
           MOVE WS-RUN-DATE TO WS-IT-RESOLVE-DATE.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-MATCH-IDX).
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE "DSPR"            TO WS-LE-EVENT-CODE.
           MOVE "REVERSED"        TO WS-LINEAGE-ACTION.
           PERFORM 7500-LOG-LINEAGE
               THRU 7500-LOG-LINEAGE-EXIT.
       5000-RESOLVE-REVERSED-EXIT.
           EXIT.

      * 5100-STAGE-REVERSAL - A DISPUTE RESOLVED IN THE           *
      * CUSTOMER'S FAVOR GENERATES THE "R" REVERSAL TRANSACTION   *
      * ON ADDSTAGE, SO IT POSTS THROUGH THE NORMAL CHAIN WITH    *
      * THE NEXT NIGHT'S BATCH.  THE SAME "R" IS THE PROVISIONAL  *
      * CREDIT WHEN THE DEADLINE PASSES, AND AN "A" RE-ADDING THE *
      * ITEM TAKES THE CREDIT BACK IF THE DISPUTE IS UPHELD;      *
      * WS-STAGE-TRAN-CODE SAYS WHICH.  A DISPUTE REGISTERED      *
      * UNDER A LEGACY ID SINCE MIGRATED IS MOVED TO THE NEW ID   *
      * FIRST, SO THE ITEM POSTS UNDER IT.                        *
      *-----------------------------------------------------------*
       5100-STAGE-REVERSAL.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-IT-CUST-ID, WS-ALIAS-SWITCH,
               "DISPMGR        ".
           OPEN EXTEND STAGE-FILE.
           IF NOT WS-STAGE-OK
               CLOSE STAGE-FILE
               OPEN OUTPUT STAGE-FILE
           END-IF.
           MOVE WS-STAGE-TRAN-CODE   TO SG-TRAN-CODE.
           MOVE WS-IT-CUST-ID        TO SG-CUST-ID.
           MOVE WS-IT-NUM1           TO SG-NUM1.
           MOVE WS-IT-NUM2           TO SG-NUM2.
           MOVE WS-IT-CURRENCY-CODE  TO SG-CURRENCY-CODE.
           MOVE SPACES               TO SG-BRANCH-CODE.
           MOVE WS-IT-TXN-REF        TO SG-TXN-REF.
           WRITE STAGE-RECORD.
           CLOSE STAGE-FILE.
       5100-STAGE-REVERSAL-EXIT.
               GO TO 6000-RESOLVE-UPHELD-EXIT
           END-IF.
           MOVE WS-DSP-RECORD(WS-DSP-MATCH-IDX) TO WS-ITEM-RECORD.
           IF WS-IT-PROV-CREDITED
               MOVE "A" TO WS-STAGE-TRAN-CODE
               PERFORM 5100-STAGE-REVERSAL
                   THRU 5100-STAGE-REVERSAL-EXIT
               SET WS-IT-PROV-TAKEN-BACK TO TRUE
               MOVE WS-RUN-DATE TO WS-IT-PROV-TAKEBACK-DATE
               ADD 1 TO WS-PROV-TAKEBACK-COUNT
           END-IF.
           MOVE "U"         TO WS-IT-STATUS.
           MOVE WS-RUN-DATE TO WS-IT-RESOLVE-DATE.
           MOVE WS-ITEM-RECORD TO WS-DSP-RECORD(WS-DSP-MATCH-IDX).
           ADD 1 TO WS-UPHELD-COUNT.
           MOVE "DSPU"            TO WS-LE-EVENT-CODE.
           IF WS-IT-PROV-TAKEN-BACK
               MOVE "UPHELD TKBK" TO WS-LINEAGE-ACTION
           ELSE
               MOVE "UPHELD"      TO WS-LINEAGE-ACTION
           END-IF.
           PERFORM 7500-LOG-LINEAGE
               THRU 7500-LOG-LINEAGE-EXIT.
       6000-RESOLVE-UPHELD-EXIT.
           EXIT.

       7100-SCAN-ONE-DISPUTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-LOG-LINEAGE - THE DISPUTE CARRIES THE TRANSACTION    *
      * REFERENCE OF THE POSTING DISPUTED, AS KEYED ON DISPREG,   *
      * AND ANY REVERSAL OR TAKE-BACK IT STAGES CARRIES THE SAME  *
      * REFERENCE.  EACH STATE CHANGE IS LOGGED TO TXNTRAIL; THE  *
      * CALLER SETS THE EVENT CODE AND THE ACTION TEXT.  A        *
      * DISPUTE KEYED WITHOUT A REFERENCE IS NOT RECORDED.        *
      *-----------------------------------------------------------*
       7500-LOG-LINEAGE.
           MOVE WS-IT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "DISPMGR"           TO WS-LE-PROGRAM.
           MOVE SPACES              TO WS-LE-OPERATOR-ID.
           MOVE WS-IT-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-IT-NUM1 + WS-IT-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           MOVE SPACES              TO WS-LE-DETAIL.
           STRING WS-IT-SEQUENCE " " WS-LINEAGE-ACTION
               DELIMITED BY SIZE INTO WS-LE-DETAIL.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       7500-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-AGEING-REPORT - EVERY DISPUTE STILL OPEN, WITH *
      * ITS AGE IN DAYS FROM THE OPEN DATE.                       *
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
           MOVE SPACES            TO DISPUTE-REPORT-LINE.
           MOVE "SEQ"             TO DISPUTE-REPORT-LINE(3:3).
           MOVE "OPENED"          TO DISPUTE-REPORT-LINE(11:6).
           MOVE "CUST"            TO DISPUTE-REPORT-LINE(21:4).
           MOVE "NUM1"            TO DISPUTE-REPORT-LINE(34:4).
           MOVE "NUM2"            TO DISPUTE-REPORT-LINE(44:4).
           MOVE "CCY"             TO DISPUTE-REPORT-LINE(50:3).
           MOVE "DAYS"            TO DISPUTE-REPORT-LINE(56:4).
           MOVE "BUS"             TO DISPUTE-REPORT-LINE(64:3).
           MOVE "DEADLINE"        TO DISPUTE-REPORT-LINE(69:8).
           MOVE "PROVISIONAL"     TO DISPUTE-REPORT-LINE(79:11).
           WRITE DISPUTE-REPORT-LINE.
           PERFORM 8100-REPORT-ONE-DISPUTE
               THRU 8100-REPORT-ONE-DISPUTE-EXIT
               VARYING WS-DSP-IDX FROM 1 BY 1
           IF WS-RESULT-STATUS = "Y" AND WS-RESULT-DAYS >= 0
               MOVE WS-RESULT-DAYS TO WS-AGE-DAYS
           END-IF.
           MOVE ZERO TO WS-BUSINESS-DAYS.
           MOVE "B"             TO WS-DATE-FUNCTION.
           MOVE "N"             TO WS-RESULT-STATUS.
           CALL "DATESRV" USING WS-DATE-FUNCTION, WS-DATE-ONE,
               WS-DATE-TWO, WS-RESULT-DATE, WS-RESULT-DAYS,
               WS-RESULT-STATUS.
           IF WS-RESULT-STATUS = "Y" AND WS-RESULT-DAYS >= 0
               MOVE WS-RESULT-DAYS TO WS-BUSINESS-DAYS
           END-IF.
           MOVE WS-IT-SEQUENCE      TO WS-RD-SEQUENCE.
           MOVE WS-IT-OPEN-DATE     TO WS-RD-OPEN-DATE.
           MOVE WS-IT-CUST-ID       TO WS-RD-CUST-ID.
           MOVE WS-IT-NUM2          TO WS-RD-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-RD-CURRENCY.
           MOVE WS-AGE-DAYS         TO WS-RD-AGE.
           MOVE WS-BUSINESS-DAYS    TO WS-RD-BUSINESS-DAYS.
           MOVE WS-IT-DEADLINE-DATE TO WS-RD-DEADLINE.
           EVALUATE TRUE
               WHEN WS-IT-PROV-CREDITED
                   MOVE SPACES TO WS-RD-PROV-STATUS
                   STRING "CREDITED " DELIMITED BY SIZE
                       WS-IT-PROV-CREDIT-DATE DELIMITED BY SIZE
                       INTO WS-RD-PROV-STATUS
               WHEN WS-IT-DEADLINE-DATE = SPACES
                   MOVE "NO DEADLINE" TO WS-RD-PROV-STATUS
               WHEN OTHER
                   MOVE "NOT YET DUE" TO WS-RD-PROV-STATUS
           END-EVALUATE.
           MOVE WS-RPT-DETAIL TO DISPUTE-REPORT-LINE.
           WRITE DISPUTE-REPORT-LINE.
       8100-REPORT-ONE-DISPUTE-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "DISPMGR: NEW DISPUTES       = " WS-NEW-COUNT.
           DISPLAY "DISPMGR: RESOLVED-REVERSED  = "
               WS-REVERSED-COUNT.
           DISPLAY "DISPMGR: RESOLVED-UPHELD    = " WS-UPHELD-COUNT.
           DISPLAY "DISPMGR: STILL OPEN         = " WS-OPEN-COUNT.
           DISPLAY "DISPMGR: BAD TRANSACTIONS   = " WS-BADREG-COUNT.
           DISPLAY "DISPMGR: PROVISIONAL CREDITS = "
               WS-PROV-CREDIT-COUNT.
           DISPLAY "DISPMGR: CREDITS TAKEN BACK = "
               WS-PROV-TAKEBACK-COUNT.
           DISPLAY "DISPMGR: CREDITS MADE FINAL = "
               WS-PROV-FINAL-COUNT.
           IF WS-BADREG-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
