      * to satisfy ("N" numeric or "A" alphabetic), and a Y/N switch
      * the caller has already set to "N".  Any field that fails its
      * expected class is also written to the NUMREJCT reject file.
      * Class "R" applies the whole validation rule held for the
      * calling program and a fifth field-name parameter on the
      * VALRULE rules file - class, required or optional, minimum,
      * maximum and allowed values - so a business limit is changed
      * on the rules file rather than in the program.  A rule-based
      * reject carries the rule ID and the test that failed.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                 DATES.  CUSTOMERS BORN ON 99999999 AND IN
      *                 THE FUTURE STOP HERE NOW, AND CONTROL-RECORD
      *                 DATE FIELDS GET THE SAME SHARED CHECK.
      * 10/15/2026  NM  ADDED CLASS "R": THE FIELD IS CHECKED AGAINST
      *                 THE RULE HELD FOR THE CALLER AND A NEW FIFTH
      *                 FIELD-NAME PARAMETER ON THE VALRULE RULES FILE -
      *                 CLASS, REQUIRED OR OPTIONAL, MINIMUM, MAXIMUM (A
      *                 VALUE OR DAYS EITHER SIDE OF TODAY) AND ALLOWED
      *                 VALUES - SO BUSINESS LIMITS LIVE ON THE RULES
      *                 FILE. A FIELD WITH NO RULE IS REJECTED. NUMREJCT
      *                 GREW TO 72 BYTES TO CARRY THE RULE ID AND THE
      *                 TEST THAT FAILED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCHECK.
           SELECT REJECT-FILE ASSIGN TO "NUMREJCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT RULE-FILE ASSIGN TO "VALRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
       01  REJECT-RECORD.
           05  NR-EXPECTED-CLASS       PIC X(01).
           05  NR-FIELD-VALUE          PIC X(30).
           05  NR-CALLER               PIC X(15).
           05  NR-REJECT-DATE          PIC X(08).
           05  NR-REJECT-TIME          PIC X(08).
      * RULE-BASED REJECTS ONLY - BLANK FOR A PLAIN CLASS CHECK.
           05  NR-RULE-ID              PIC X(08).
      * C CLASS, Q REQUIRED BUT BLANK, L BELOW MINIMUM, H ABOVE
      * MAXIMUM, V NOT AN ALLOWED VALUE, M NO RULE ON VALRULE.
           05  NR-FAILED-TEST          PIC X(01).
           05  FILLER                  PIC X(01).

      * ONE RULE PER CALLING PROGRAM AND FIELD.  A BLANK CLASS
      * MEANS ANY CLASS.  BOUND TYPE "V" BOUNDS THE FIELD'S VALUE
      * (WITH VR-DECIMALS IMPLIED DECIMAL PLACES); "R" BOUNDS A
      * DATE FIELD BY DAYS BEFORE (MINIMUM) AND AFTER (MAXIMUM)
      * TODAY, 0 TO 366.  A BLANK MINIMUM OR MAXIMUM IS UNBOUNDED.
       FD  RULE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  RULE-RECORD.
           05  VR-PROGRAM              PIC X(15).
           05  VR-FIELD                PIC X(15).
           05  VR-RULE-ID              PIC X(08).
           05  VR-CLASS                PIC X(01).
           05  VR-REQUIRED             PIC X(01).
           05  VR-DECIMALS             PIC X(01).
           05  VR-BOUND-TYPE           PIC X(01).
           05  VR-MINIMUM              PIC X(11).
           05  VR-MAXIMUM              PIC X(11).
           05  VR-ALLOWED-VALUE        PIC X(08) OCCURS 5 TIMES.
           05  FILLER                  PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-REJ-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-POSTAL-VALUE             PIC X(09) VALUE SPACES.
       01  WS-POSTAL-VALID-SWITCH      PIC X(01) VALUE "N".
           88  WS-POSTAL-IS-VALID                VALUE "Y".
      * THE CLASS ACTUALLY TESTED - THE CALLER'S, OR THE RULE'S.
       01  WS-CHECK-CLASS              PIC X(01) VALUE SPACE.
           88  WS-CHECK-IS-ANY                   VALUE SPACE.
           88  WS-CHECK-IS-NUMERIC               VALUE "N".
           88  WS-CHECK-IS-DATE                  VALUE "D".
           88  WS-CHECK-IS-BIRTH-DATE            VALUE "B".
           88  WS-CHECK-IS-POSTAL                VALUE "P".
       01  WS-CLASS-VALID-SWITCH       PIC X(01) VALUE "N".
           88  WS-CLASS-IS-VALID                 VALUE "Y".
      * WHAT THE NUMREJCT RECORD IS STAMPED WITH.
       01  WS-REJECT-CLASS             PIC X(01) VALUE SPACE.
       01  WS-REJECT-RULE-ID           PIC X(08) VALUE SPACES.
       01  WS-REJECT-TEST              PIC X(01) VALUE SPACE.
       01  WS-RULE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-RULE-OK                        VALUE "00".
           88  WS-RULE-EOF                       VALUE "10".
       01  WS-RULES-LOADED-SWITCH      PIC X(01) VALUE "N".
           88  WS-RULES-LOADED                   VALUE "Y".
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-VT-PROGRAM       PIC X(15).
               10  WS-VT-FIELD         PIC X(15).
               10  WS-VT-RULE-ID       PIC X(08).
               10  WS-VT-CLASS         PIC X(01).
               10  WS-VT-REQUIRED      PIC X(01).
                   88  WS-VT-IS-OPTIONAL         VALUE "O".
               10  WS-VT-DECIMALS      PIC 9(01).
               10  WS-VT-BOUND-TYPE    PIC X(01).
                   88  WS-VT-BOUND-VALUE         VALUE "V".
                   88  WS-VT-BOUND-RELATIVE      VALUE "R".
               10  WS-VT-MINIMUM       PIC X(11).
               10  WS-VT-MIN-AMOUNT REDEFINES WS-VT-MINIMUM
                                       PIC 9(09)V9(02).
               10  WS-VT-MIN-DAYS REDEFINES WS-VT-MINIMUM
                                       PIC 9(11).
               10  WS-VT-MAXIMUM       PIC X(11).
               10  WS-VT-MAX-AMOUNT REDEFINES WS-VT-MAXIMUM
                                       PIC 9(09)V9(02).
               10  WS-VT-MAX-DAYS REDEFINES WS-VT-MAXIMUM
                                       PIC 9(11).
               10  WS-VT-ALLOWED-VALUE PIC X(08) OCCURS 5 TIMES.
       77  WS-RULE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-FOUND               PIC 9(03) COMP VALUE ZERO.
       77  WS-RULE-LIMIT               PIC 9(03) COMP VALUE 200.
       77  WS-ALLOWED-IDX              PIC 9(01) COMP VALUE ZERO.
       01  WS-ALLOWED-SWITCH           PIC X(01) VALUE "N".
           88  WS-ALLOWED-LISTED                 VALUE "Y".
           88  WS-ALLOWED-MATCHED                VALUE "M".
      * THE FIELD AS A NUMBER FOR A VALUE BOUND: ITS DIGITS RIGHT-
      * JUSTIFIED, THEN SCALED BY THE RULE'S IMPLIED DECIMALS.
       01  WS-FIELD-DIGITS             PIC X(18) JUSTIFIED RIGHT.
       01  WS-FIELD-NUMBER REDEFINES WS-FIELD-DIGITS
                                       PIC 9(18).
       01  WS-FIELD-AMOUNT             PIC 9(16)V9(02) VALUE ZERO.
       01  WS-SCALE-DIVISOR            PIC 9(10) VALUE 1.
      * DATESRV PARAMETERS FOR A RELATIVE DATE BOUND.
       01  WS-DS-FUNCTION              PIC X(01) VALUE SPACE.
       01  WS-DS-DATE-TWO              PIC X(08) VALUE SPACES.
       01  WS-DS-RESULT-DATE           PIC X(08) VALUE SPACES.
       01  WS-DS-DAYS                  PIC S9(07) VALUE ZERO.
       01  WS-DS-STATUS                PIC X(01) VALUE SPACE.
           88  WS-DS-GOOD                        VALUE "Y".
       01  WS-BOUND-DATE               PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01  FIELD-VALUE                 PIC X ANY LENGTH.
       01  FIELD-CLASS                 PIC X(01).
           88  FIELD-CLASS-IS-DATE                 VALUE "D".
           88  FIELD-CLASS-IS-BIRTH-DATE           VALUE "B".
           88  FIELD-CLASS-IS-POSTAL               VALUE "P".
           88  FIELD-CLASS-IS-RULE                 VALUE "R".
       01  VALID-SWITCH                PIC X(01).
           88  VALID-SWITCH-IS-VALID              VALUE "Y".
       01  CALLER-NAME                 PIC X(15).
      * PASSED ONLY WITH CLASS "R" - THE FIELD'S NAME ON VALRULE.
       01  FIELD-NAME                  PIC X(15).
       PROCEDURE DIVISION USING FIELD-VALUE, FIELD-CLASS, VALID-SWITCH,
           CALLER-NAME, FIELD-NAME.
       0000-MAINLINE.
           MOVE FIELD-CLASS TO WS-REJECT-CLASS.
           MOVE SPACES      TO WS-REJECT-RULE-ID.
           MOVE "C"         TO WS-REJECT-TEST.
           IF FIELD-CLASS-IS-RULE
               PERFORM 4000-APPLY-RULE
                   THRU 4000-APPLY-RULE-EXIT
               GOBACK
           END-IF.
           MOVE FIELD-CLASS TO WS-CHECK-CLASS.
           PERFORM 0500-CHECK-CLASS
               THRU 0500-CHECK-CLASS-EXIT.
           IF WS-CLASS-IS-VALID
               SET VALID-SWITCH-IS-VALID TO TRUE
           ELSE
               PERFORM 1000-LOG-REJECT
                   THRU 1000-LOG-REJECT-EXIT
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 0500-CHECK-CLASS - THE CLASS TEST FOR WS-CHECK-CLASS:     *
      * POSTAL, DATE OR BIRTH DATE, NUMERIC, ANY (RULES ONLY),    *
      * AND OTHERWISE ALPHABETIC.                                 *
      *-----------------------------------------------------------*
       0500-CHECK-CLASS.
           MOVE "N" TO WS-CLASS-VALID-SWITCH.
           EVALUATE TRUE
               WHEN WS-CHECK-IS-POSTAL
                   PERFORM 3000-VALIDATE-POSTAL
                       THRU 3000-VALIDATE-POSTAL-EXIT
                   IF WS-POSTAL-IS-VALID
                       SET WS-CLASS-IS-VALID TO TRUE
                   END-IF
               WHEN WS-CHECK-IS-DATE
               WHEN WS-CHECK-IS-BIRTH-DATE
                   PERFORM 2000-VALIDATE-DATE
                       THRU 2000-VALIDATE-DATE-EXIT
                   IF WS-DATE-IS-VALID
                       SET WS-CLASS-IS-VALID TO TRUE
                   END-IF
               WHEN WS-CHECK-IS-NUMERIC
                   IF FIELD-VALUE IS NUMERIC
                       SET WS-CLASS-IS-VALID TO TRUE
                   END-IF
               WHEN WS-CHECK-IS-ANY
                   SET WS-CLASS-IS-VALID TO TRUE
               WHEN OTHER
                   IF FIELD-VALUE IS ALPHABETIC
                       SET WS-CLASS-IS-VALID TO TRUE
                   END-IF
           END-EVALUATE.
       0500-CHECK-CLASS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-VALIDATE-DATE - THE FIRST EIGHT BYTES OF THE FIELD   *
           IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DAYS-IN-MONTH
               GO TO 2000-VALIDATE-DATE-EXIT
           END-IF.
           IF WS-CHECK-IS-BIRTH-DATE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-DATE-VALUE > WS-TODAY
                   GO TO 2000-VALIDATE-DATE-EXIT
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           MOVE SPACES            TO REJECT-RECORD.
           MOVE WS-REJECT-CLASS   TO NR-EXPECTED-CLASS.
           MOVE FIELD-VALUE       TO NR-FIELD-VALUE.
           MOVE CALLER-NAME       TO NR-CALLER.
           MOVE WS-REJECT-RULE-ID TO NR-RULE-ID.
           MOVE WS-REJECT-TEST    TO NR-FAILED-TEST.
           ACCEPT NR-REJECT-DATE FROM DATE YYYYMMDD.
           ACCEPT NR-REJECT-TIME FROM TIME.
           WRITE REJECT-RECORD.
       1000-LOG-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPLY-RULE - FIND THE CALLER'S RULE FOR THE FIELD    *
      * AND APPLY IT: REQUIRED, CLASS, MINIMUM, MAXIMUM, ALLOWED  *
      * VALUES, STOPPING AT THE FIRST TEST THAT FAILS.  A FIELD   *
      * WITH NO RULE IS REJECTED - A MISSING RULE MUST NOT LET    *
      * ANYTHING THROUGH.                                         *
      *-----------------------------------------------------------*
       4000-APPLY-RULE.
           IF NOT WS-RULES-LOADED
               PERFORM 5000-LOAD-RULES
                   THRU 5000-LOAD-RULES-EXIT
           END-IF.
           MOVE ZERO TO WS-RULE-FOUND.
           PERFORM 4100-FIND-RULE
               THRU 4100-FIND-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               OR WS-RULE-FOUND > 0.
           IF WS-RULE-FOUND = 0
               DISPLAY "NUMCHECK: NO VALRULE RULE FOR " CALLER-NAME
                   " " FIELD-NAME " - FIELD REJECTED."
               MOVE "M" TO WS-REJECT-TEST
               PERFORM 1000-LOG-REJECT
                   THRU 1000-LOG-REJECT-EXIT
               GO TO 4000-APPLY-RULE-EXIT
           END-IF.
           MOVE WS-VT-RULE-ID(WS-RULE-FOUND) TO WS-REJECT-RULE-ID.
           MOVE WS-VT-CLASS(WS-RULE-FOUND)   TO WS-REJECT-CLASS.
           IF FIELD-VALUE = SPACES
               IF WS-VT-IS-OPTIONAL(WS-RULE-FOUND)
                   SET VALID-SWITCH-IS-VALID TO TRUE
               ELSE
                   MOVE "Q" TO WS-REJECT-TEST
                   PERFORM 1000-LOG-REJECT
                       THRU 1000-LOG-REJECT-EXIT
               END-IF
               GO TO 4000-APPLY-RULE-EXIT
           END-IF.
           MOVE WS-VT-CLASS(WS-RULE-FOUND) TO WS-CHECK-CLASS.
           PERFORM 0500-CHECK-CLASS
               THRU 0500-CHECK-CLASS-EXIT.
           IF NOT WS-CLASS-IS-VALID
               MOVE "C" TO WS-REJECT-TEST
               PERFORM 1000-LOG-REJECT
                   THRU 1000-LOG-REJECT-EXIT
               GO TO 4000-APPLY-RULE-EXIT
           END-IF.
           MOVE SPACE TO WS-REJECT-TEST.
           IF WS-VT-BOUND-VALUE(WS-RULE-FOUND)
               PERFORM 4200-CHECK-VALUE-BOUNDS
                   THRU 4200-CHECK-VALUE-BOUNDS-EXIT
           END-IF.
           IF WS-VT-BOUND-RELATIVE(WS-RULE-FOUND)
               PERFORM 4300-CHECK-DATE-BOUNDS
                   THRU 4300-CHECK-DATE-BOUNDS-EXIT
           END-IF.
           IF WS-REJECT-TEST = SPACE
               PERFORM 4400-CHECK-ALLOWED-VALUES
                   THRU 4400-CHECK-ALLOWED-VALUES-EXIT
           END-IF.
           IF WS-REJECT-TEST = SPACE
               SET VALID-SWITCH-IS-VALID TO TRUE
           ELSE
               PERFORM 1000-LOG-REJECT
                   THRU 1000-LOG-REJECT-EXIT
           END-IF.
       4000-APPLY-RULE-EXIT.
           EXIT.

       4100-FIND-RULE.
           IF WS-VT-PROGRAM(WS-RULE-IDX) = CALLER-NAME
               AND WS-VT-FIELD(WS-RULE-IDX) = FIELD-NAME
               MOVE WS-RULE-IDX TO WS-RULE-FOUND
           END-IF.
       4100-FIND-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CHECK-VALUE-BOUNDS - THE FIELD'S DIGITS, SCALED BY   *
      * THE RULE'S IMPLIED DECIMALS, AGAINST ITS MINIMUM AND      *
      * MAXIMUM.  A FIELD THAT IS NOT A NUMBER CANNOT BE BOUNDED  *
      * AND FAILS THE CLASS TEST.                                 *
      *-----------------------------------------------------------*
       4200-CHECK-VALUE-BOUNDS.
           MOVE FIELD-VALUE TO WS-FIELD-DIGITS.
           INSPECT WS-FIELD-DIGITS REPLACING LEADING SPACE BY "0".
           IF WS-FIELD-DIGITS IS NOT NUMERIC
               MOVE "C" TO WS-REJECT-TEST
               GO TO 4200-CHECK-VALUE-BOUNDS-EXIT
           END-IF.
           MOVE 1 TO WS-SCALE-DIVISOR.
           PERFORM 4210-SCALE-ONE-PLACE
               THRU 4210-SCALE-ONE-PLACE-EXIT
               WS-VT-DECIMALS(WS-RULE-FOUND) TIMES.
           DIVIDE WS-FIELD-NUMBER BY WS-SCALE-DIVISOR
               GIVING WS-FIELD-AMOUNT.
           IF WS-VT-MINIMUM(WS-RULE-FOUND) NOT = SPACES
               AND WS-FIELD-AMOUNT < WS-VT-MIN-AMOUNT(WS-RULE-FOUND)
               MOVE "L" TO WS-REJECT-TEST
               GO TO 4200-CHECK-VALUE-BOUNDS-EXIT
           END-IF.
           IF WS-VT-MAXIMUM(WS-RULE-FOUND) NOT = SPACES
               AND WS-FIELD-AMOUNT > WS-VT-MAX-AMOUNT(WS-RULE-FOUND)
               MOVE "H" TO WS-REJECT-TEST
           END-IF.
       4200-CHECK-VALUE-BOUNDS-EXIT.
           EXIT.

       4210-SCALE-ONE-PLACE.
           MULTIPLY 10 BY WS-SCALE-DIVISOR.
       4210-SCALE-ONE-PLACE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-CHECK-DATE-BOUNDS - A DATE FIELD NO EARLIER THAN     *
      * MINIMUM DAYS BEFORE TODAY AND NO LATER THAN MAXIMUM DAYS  *
      * AFTER IT, THE BOUND DATES WORKED OUT BY DATESRV.          *
      *-----------------------------------------------------------*
       4300-CHECK-DATE-BOUNDS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-VT-MINIMUM(WS-RULE-FOUND) NOT = SPACES
               MOVE "M" TO WS-DS-FUNCTION
               MOVE WS-VT-MIN-DAYS(WS-RULE-FOUND) TO WS-DS-DAYS
               PERFORM 4310-CALL-DATESRV
                   THRU 4310-CALL-DATESRV-EXIT
               IF FIELD-VALUE(1:8) < WS-BOUND-DATE
                   MOVE "L" TO WS-REJECT-TEST
                   GO TO 4300-CHECK-DATE-BOUNDS-EXIT
               END-IF
           END-IF.
           IF WS-VT-MAXIMUM(WS-RULE-FOUND) NOT = SPACES
               MOVE "A" TO WS-DS-FUNCTION
               MOVE WS-VT-MAX-DAYS(WS-RULE-FOUND) TO WS-DS-DAYS
               PERFORM 4310-CALL-DATESRV
                   THRU 4310-CALL-DATESRV-EXIT
               IF FIELD-VALUE(1:8) > WS-BOUND-DATE
                   MOVE "H" TO WS-REJECT-TEST
               END-IF
           END-IF.
       4300-CHECK-DATE-BOUNDS-EXIT.
           EXIT.

       4310-CALL-DATESRV.
           CALL "DATESRV" USING WS-DS-FUNCTION, WS-TODAY,
               WS-DS-DATE-TWO, WS-DS-RESULT-DATE, WS-DS-DAYS,
               WS-DS-STATUS.
           IF WS-DS-GOOD
               MOVE WS-DS-RESULT-DATE TO WS-BOUND-DATE
           ELSE
               MOVE WS-TODAY TO WS-BOUND-DATE
           END-IF.
       4310-CALL-DATESRV-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-CHECK-ALLOWED-VALUES - WHEN THE RULE LISTS ALLOWED   *
      * VALUES THE FIELD MUST BE ONE OF THEM.                     *
      *-----------------------------------------------------------*
       4400-CHECK-ALLOWED-VALUES.
           MOVE "N" TO WS-ALLOWED-SWITCH.
           PERFORM 4410-CHECK-ONE-ALLOWED
               THRU 4410-CHECK-ONE-ALLOWED-EXIT
               VARYING WS-ALLOWED-IDX FROM 1 BY 1
               UNTIL WS-ALLOWED-IDX > 5
               OR WS-ALLOWED-MATCHED.
           IF WS-ALLOWED-LISTED
               MOVE "V" TO WS-REJECT-TEST
           END-IF.
       4400-CHECK-ALLOWED-VALUES-EXIT.
           EXIT.

       4410-CHECK-ONE-ALLOWED.
           IF WS-VT-ALLOWED-VALUE(WS-RULE-FOUND, WS-ALLOWED-IDX)
               = SPACES
               GO TO 4410-CHECK-ONE-ALLOWED-EXIT
           END-IF.
           IF FIELD-VALUE =
               WS-VT-ALLOWED-VALUE(WS-RULE-FOUND, WS-ALLOWED-IDX)
               SET WS-ALLOWED-MATCHED TO TRUE
           ELSE
               SET WS-ALLOWED-LISTED TO TRUE
           END-IF.
       4410-CHECK-ONE-ALLOWED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LOAD-RULES - VALRULE INTO THE TABLE ON THE FIRST     *
      * RULE-BASED CALL OF THE STEP.  A ROW WITH A BAD BOUND IS   *
      * LEFT OUT, SO ITS FIELD REJECTS AS HAVING NO RULE.  AN     *
      * UNREADABLE FILE IS LOGGED THROUGH FILERR AND EVERY RULE-  *
      * BASED FIELD THEN REJECTS THE SAME WAY.                    *
      *-----------------------------------------------------------*
       5000-LOAD-RULES.
           SET WS-RULES-LOADED TO TRUE.
           MOVE ZERO TO WS-RULE-COUNT.
           OPEN INPUT RULE-FILE.
           IF NOT WS-RULE-OK
               CALL "FILERR" USING "NUMCHECK       ", "VALRULE ",
                   "OPEN    ", WS-RULE-FILE-STATUS, "N"
               GO TO 5000-LOAD-RULES-EXIT
           END-IF.
           PERFORM 5100-LOAD-ONE-RULE
               THRU 5100-LOAD-ONE-RULE-EXIT
               UNTIL WS-RULE-EOF.
           CLOSE RULE-FILE.
       5000-LOAD-RULES-EXIT.
           EXIT.

       5100-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 5100-LOAD-ONE-RULE-EXIT
           END-READ.
           IF VR-PROGRAM = SPACES
               GO TO 5100-LOAD-ONE-RULE-EXIT
           END-IF.
           IF WS-RULE-COUNT NOT < WS-RULE-LIMIT
               DISPLAY "NUMCHECK: VALRULE HAS MORE THAN 200 RULES - "
                   VR-RULE-ID " AND LATER RULES IGNORED."
               SET WS-RULE-EOF TO TRUE
               GO TO 5100-LOAD-ONE-RULE-EXIT
           END-IF.
           IF VR-DECIMALS = SPACE
               MOVE "0" TO VR-DECIMALS
           END-IF.
           IF VR-DECIMALS IS NOT NUMERIC
               OR (VR-MINIMUM NOT = SPACES
                   AND VR-MINIMUM IS NOT NUMERIC)
               OR (VR-MAXIMUM NOT = SPACES
                   AND VR-MAXIMUM IS NOT NUMERIC)
               DISPLAY "NUMCHECK: VALRULE RULE " VR-RULE-ID
                   " HAS A NON-NUMERIC BOUND - RULE IGNORED."
               GO TO 5100-LOAD-ONE-RULE-EXIT
           END-IF.
           IF VR-BOUND-TYPE = "R"
               AND ((VR-MINIMUM NOT = SPACES
                     AND VR-MINIMUM > "00000000366")
               OR (VR-MAXIMUM NOT = SPACES
                     AND VR-MAXIMUM > "00000000366"))
               DISPLAY "NUMCHECK: VALRULE RULE " VR-RULE-ID
                   " HAS A DATE BOUND OVER 366 DAYS - RULE IGNORED."
               GO TO 5100-LOAD-ONE-RULE-EXIT
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE VR-PROGRAM     TO WS-VT-PROGRAM(WS-RULE-COUNT).
           MOVE VR-FIELD       TO WS-VT-FIELD(WS-RULE-COUNT).
           MOVE VR-RULE-ID     TO WS-VT-RULE-ID(WS-RULE-COUNT).
           MOVE VR-CLASS       TO WS-VT-CLASS(WS-RULE-COUNT).
           MOVE VR-REQUIRED    TO WS-VT-REQUIRED(WS-RULE-COUNT).
           MOVE VR-DECIMALS    TO WS-VT-DECIMALS(WS-RULE-COUNT).
           MOVE VR-BOUND-TYPE  TO WS-VT-BOUND-TYPE(WS-RULE-COUNT).
           MOVE VR-MINIMUM     TO WS-VT-MINIMUM(WS-RULE-COUNT).
           MOVE VR-MAXIMUM     TO WS-VT-MAXIMUM(WS-RULE-COUNT).
           PERFORM 5110-LOAD-ONE-ALLOWED
               THRU 5110-LOAD-ONE-ALLOWED-EXIT
               VARYING WS-ALLOWED-IDX FROM 1 BY 1
               UNTIL WS-ALLOWED-IDX > 5.
       5100-LOAD-ONE-RULE-EXIT.
           EXIT.

       5110-LOAD-ONE-ALLOWED.
           MOVE VR-ALLOWED-VALUE(WS-ALLOWED-IDX)
               TO WS-VT-ALLOWED-VALUE(WS-RULE-COUNT, WS-ALLOWED-IDX).
       5110-LOAD-ONE-ALLOWED-EXIT.
           EXIT.

       END PROGRAM NUMCHECK.
