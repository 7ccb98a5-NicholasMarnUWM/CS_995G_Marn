      * Date-Written: 09/03/2026
      * Date-Compiled: 09/03/2026
      * Purpose: Operator release path for the ADDSUSP suspected-
      * duplicate, velocity and amount-spike holds the posting run
      * writes, in the EXCPMGR pattern.  Every held item is listed
      * on the SUSPLIST report with its customer, amounts, currency,
      * hold date and hold reason; the operator-keyed SUSPFIX
      * transactions - matched by customer and NUM1/NUM2 pair - then
      * disposition them: action "R" releases the transaction by
      * staging it on ADDSTAGE, so ADDMERGE folds it into the next
      * night's batch like a repair, and action "D" discards it as a
      * confirmed duplicate or a fraudulent screening hit.  Items
      * without a disposition stay held on ADDSUSP for the next run.
      * Each SUSPFIX transaction carries the keying operator's ID, and
      * a release is put to the shared SODCHK segregation-of-duties
      * check first: the operator who keyed the item's repair in
      * EXCPMGR or wrote it off may not also release it.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 DUPLICATE SCREEN AND IT POSTS ON ITS FIRST
      *                 REPLAY INSTEAD OF BOUNCING BACK TO ADDSUSP
      *                 UNTIL THE DUPCTL WINDOW EXPIRES.
      * 10/15/2026  NM  ADDSUSP CARRIES A HOLD REASON ("D" SUSPECTED
      *                 DUPLICATE, "V" VELOCITY, "S" AMOUNT SPIKE)
      *                 NOW THAT THE POSTING RUN'S SCREENING RULES
      *                 HOLD ITEMS TOO; THE LIST SHOWS IT.  A RELEASE
      *                 STILL STAGES "P", WHICH THE POSTING RUN
      *                 EXEMPTS FROM EVERY SCREEN.
      * 10/15/2026  NM  ADDSTAGE CARRIES THE BRANCH CODE (28 BYTES);
      *                 RELEASED ITEMS ARE STAGED WITHOUT ONE AND BOOK
      *                 TO THE CUSTOMER'S HOME BRANCH.
      * 10/15/2026  NM  SUSPFIX CARRIES THE KEYING OPERATOR'S ID (29
      *                 BYTES) - A DISPOSITION WITHOUT ONE IS IGNORED. A
      *                 RELEASE IS CHECKED AGAINST THE SODRULE
      *                 SEGREGATION-OF-DUTIES RULES THROUGH SODCHK AND
      *                 RECORDED ON SODLOG.
      * 10/15/2026  NM  ADDSUSP (NOW 49 BYTES) AND ADDSTAGE (NOW 44)
      *                 CARRY THE TRANSACTION REFERENCE; A RELEASED ITEM
      *                 KEEPS ITS REFERENCE, AND EACH RELEASE OR DISCARD
      *                 IS LOGGED TO TXNTRAIL THROUGH TXNLOG.
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
       PROGRAM-ID. SUSPMGR.
       FILE SECTION.
       FD  SUSPECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01  SUSPECT-RECORD.
           05  SU-TRAN-CODE            PIC X(01).
           05  SU-CUST-ID              PIC 9(06).
           05  SU-NUM2                 PIC 9(05)V9(02).
           05  SU-CURRENCY-CODE        PIC X(03).
           05  SU-LOG-DATE             PIC X(08).
           05  SU-HOLD-REASON          PIC X(01).
           05  SU-TXN-REF              PIC X(16).

       FD  RELEASE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01  RELEASE-TRAN-RECORD.
           05  RF-ACTION               PIC X(01).
               88  RF-IS-RELEASE                 VALUE "R".
           05  RF-CUST-ID              PIC 9(06).
           05  RF-NUM1                 PIC 9(05)V9(02).
           05  RF-NUM2                 PIC 9(05)V9(02).
           05  RF-OPERATOR-ID          PIC X(08).

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

       FD  SUSPECT-LIST-FILE
           RECORDING MODE IS F
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-SUSP-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES.
               10  WS-SUS-RECORD       PIC X(49).
               10  WS-SUS-DISPOSED     PIC X(01).
       77  WS-SUS-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-SUS-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  WS-SUS-MATCH-IDX            PIC 9(03) COMP VALUE ZERO.
       01  WS-SUS-FULL-SWITCH          PIC X(01) VALUE "N".
           88  WS-SUS-TABLE-FULL                 VALUE "Y".
       01  WS-ITEM-RECORD              PIC X(49) VALUE SPACES.
       01  WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
           05  WS-IT-TRAN-CODE         PIC X(01).
           05  WS-IT-CUST-ID           PIC 9(06).
           05  WS-IT-NUM2              PIC 9(05)V9(02).
           05  WS-IT-CURRENCY-CODE     PIC X(03).
           05  WS-IT-LOG-DATE          PIC X(08).
           05  WS-IT-HOLD-REASON       PIC X(01).
               88  WS-IT-HELD-DUPLICATE          VALUE "D".
               88  WS-IT-HELD-VELOCITY           VALUE "V".
               88  WS-IT-HELD-SPIKE              VALUE "S".
           05  WS-IT-TXN-REF           PIC X(16).
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
       77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-DISCARDED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-STILL-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-BADFIX-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-SODREF-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-SOD-FUNCTION             PIC X(01) VALUE "C".
       01  WS-SOD-ACTIVITY             PIC X(08) VALUE "SUSRLSE".
       01  WS-SOD-ITEM-KEY.
           05  WS-SOD-KEY-CUST-ID      PIC 9(06).
           05  WS-SOD-KEY-NUM1         PIC 9(05)V9(02).
           05  WS-SOD-KEY-NUM2         PIC 9(05)V9(02).
       01  WS-SOD-PROGRAM              PIC X(08) VALUE "SUSPMGR".
       01  WS-SOD-RESULT               PIC X(01) VALUE SPACE.
           88  WS-SOD-REFUSED                    VALUE "N".
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LOG-DATE          PIC X(08).
           05  WS-RD-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-STATUS            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-REASON            PIC X(09).
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING IS TOUCHED UNTIL EACH MASTER AND POSTING DATASET
      * THIS STEP USES IS PROVED TO BELONG TO THE RUN'S ENVIRONMENT -
      * ENVCHK STOPS THE STEP WITH RETURN-CODE 20 WHEN ONE DOES NOT.
           CALL "ENVCHK" USING "SUSPMGR        ", "ADDSUSP ".
           CALL "ENVCHK" USING "SUSPMGR        ", "ADDSTAGE".
           CALL "ENVCHK" USING "SUSPMGR        ", "SUSPFIX ".
           CALL "ENVCHK" USING "SUSPMGR        ", "SUSPLIST".
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 3000-APPLY-DISPOSITIONS
                   RF-CUST-ID " WITH THAT PAIR - IGNORED."
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           IF RF-OPERATOR-ID = SPACES
               ADD 1 TO WS-BADFIX-COUNT
               DISPLAY "SUSPMGR: NO OPERATOR ID ON THE DISPOSITION ",
                   "FOR CUSTOMER " RF-CUST-ID " - IGNORED."
               GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
           END-IF.
           MOVE WS-SUS-RECORD(WS-SUS-MATCH-IDX) TO WS-ITEM-RECORD.
           IF RF-IS-RELEASE
               PERFORM 3400-CHECK-DUTIES
                   THRU 3400-CHECK-DUTIES-EXIT
               IF WS-SOD-REFUSED
                   GO TO 3100-APPLY-ONE-DISPOSITION-EXIT
               END-IF
               PERFORM 3300-STAGE-RELEASED-TRAN
                   THRU 3300-STAGE-RELEASED-TRAN-EXIT
               MOVE "R" TO WS-SUS-DISPOSED(WS-SUS-MATCH-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELS" TO WS-LE-EVENT-CODE
               MOVE "RELEASED ADDSUSP" TO WS-LE-DETAIL
               PERFORM 3500-LOG-LINEAGE
                   THRU 3500-LOG-LINEAGE-EXIT
               MOVE "R" TO WS-SOD-FUNCTION
               CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
                   WS-SOD-ITEM-KEY, RF-OPERATOR-ID, WS-SOD-PROGRAM,
                   WS-SOD-RESULT
           ELSE
               MOVE "D" TO WS-SUS-DISPOSED(WS-SUS-MATCH-IDX)
               ADD 1 TO WS-DISCARDED-COUNT
               MOVE "DSCD" TO WS-LE-EVENT-CODE
               MOVE "DISCARDED ADDSUSP" TO WS-LE-DETAIL
               PERFORM 3500-LOG-LINEAGE
                   THRU 3500-LOG-LINEAGE-EXIT
           END-IF.
       3100-APPLY-ONE-DISPOSITION-EXIT.
           EXIT.
           MOVE WS-IT-NUM1          TO SG-NUM1.
           MOVE WS-IT-NUM2          TO SG-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO SG-CURRENCY-CODE.
           MOVE SPACES              TO SG-BRANCH-CODE.
           MOVE WS-IT-TXN-REF       TO SG-TXN-REF.
           WRITE STAGE-RECORD.
           CLOSE STAGE-FILE.
       3300-STAGE-RELEASED-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CHECK-DUTIES - ASK SODCHK WHETHER THE OPERATOR MAY   *
      * RELEASE THIS ITEM - NOT IF THEY KEYED ITS REPAIR IN       *
      * EXCPMGR OR WROTE IT OFF.  THE ITEM KEY IS THE CUSTOMER    *
      * AND NUM1/NUM2 PAIR.                                       *
      *-----------------------------------------------------------*
       3400-CHECK-DUTIES.
           MOVE WS-IT-CUST-ID TO WS-SOD-KEY-CUST-ID.
           MOVE WS-IT-NUM1    TO WS-SOD-KEY-NUM1.
           MOVE WS-IT-NUM2    TO WS-SOD-KEY-NUM2.
           MOVE "C" TO WS-SOD-FUNCTION.
           CALL "SODCHK" USING WS-SOD-FUNCTION, WS-SOD-ACTIVITY,
               WS-SOD-ITEM-KEY, RF-OPERATOR-ID, WS-SOD-PROGRAM,
               WS-SOD-RESULT.
           IF WS-SOD-REFUSED
               ADD 1 TO WS-BADFIX-COUNT
               ADD 1 TO WS-SODREF-COUNT
               DISPLAY "SUSPMGR: RELEASE FOR CUSTOMER " RF-CUST-ID
                   " REFUSED - SEGREGATION OF DUTIES."
           END-IF.
       3400-CHECK-DUTIES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-LOG-LINEAGE - THE ITEM KEEPS THE TRANSACTION          *
      * REFERENCE IT WAS HELD UNDER; ITS RELEASE OR DISCARD IS     *
      * LOGGED TO TXNTRAIL UNDER THE KEYING OPERATOR'S ID.  THE    *
      * CALLER SETS THE EVENT CODE AND DETAIL.                     *
      *-----------------------------------------------------------*
       3500-LOG-LINEAGE.
           MOVE WS-IT-TXN-REF       TO WS-LE-TXN-REF.
           MOVE "SUSPMGR"           TO WS-LE-PROGRAM.
           MOVE RF-OPERATOR-ID      TO WS-LE-OPERATOR-ID.
           MOVE WS-IT-CUST-ID       TO WS-LE-CUST-ID.
           COMPUTE WS-LE-AMOUNT = WS-IT-NUM1 + WS-IT-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-LE-CURRENCY-CODE.
           MOVE "W" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
       3500-LOG-LINEAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-SUSPECT-LIST - EVERY SUSPECT WITH ITS           *
      * DISPOSITION THIS RUN, SO THE OPERATOR HAS A LISTING TO KEY *
           MOVE WS-IT-NUM1          TO WS-RD-NUM1.
           MOVE WS-IT-NUM2          TO WS-RD-NUM2.
           MOVE WS-IT-CURRENCY-CODE TO WS-RD-CURRENCY.
           EVALUATE TRUE
               WHEN WS-IT-HELD-VELOCITY
                   MOVE "VELOCITY " TO WS-RD-REASON
               WHEN WS-IT-HELD-SPIKE
                   MOVE "SPIKE    " TO WS-RD-REASON
               WHEN OTHER
                   MOVE "DUPLICATE" TO WS-RD-REASON
           END-EVALUATE.
           EVALUATE WS-SUS-DISPOSED(WS-SUS-IDX)
               WHEN "R"
                   MOVE "RELEASED " TO WS-RD-STATUS
      * 9000-TERMINATE - REPORT THE RUN'S DISPOSITION COUNTS.      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           MOVE "C" TO WS-LINEAGE-FUNCTION.
           CALL "TXNLOG" USING WS-LINEAGE-FUNCTION, WS-LINEAGE-EVENT,
               WS-LINEAGE-STATUS.
           DISPLAY "SUSPMGR: SUSPECTS LOADED  = " WS-SUS-COUNT.
           DISPLAY "SUSPMGR: RELEASED         = " WS-RELEASED-COUNT.
           DISPLAY "SUSPMGR: DISCARDED        = " WS-DISCARDED-COUNT.
           DISPLAY "SUSPMGR: STILL HELD       = " WS-STILL-HELD-COUNT.
           DISPLAY "SUSPMGR: FIXES IGNORED    = " WS-BADFIX-COUNT.
           DISPLAY "SUSPMGR: OF WHICH SOD     = " WS-SODREF-COUNT.
           IF WS-BADFIX-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
