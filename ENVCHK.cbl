      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared environment guard, called like DATESRV is, by
      * every posting and master-updating batch program for each
      * dataset it posts to or maintains, before it opens anything.
      * The run's environment code (PROD, TEST and so on) comes from
      * the RUNHDR parameter record the run-header step stamps.  The
      * environment a dataset belongs to is proved from its own name:
      * the step's ENVDSN control cards give the dataset name behind
      * each DD (the job writes the cards from the same JCL symbols
      * as the DD statements, so the two cannot drift apart), and the
      * ENVREG dataset-environment register maps a dataset name, or a
      * leading qualifier such as PROD., to its environment - the
      * longest matching entry wins.  A print or dummy DD (card value
      * SYSOUT or DUMMY) belongs to no environment and passes.  The
      * RUNHDR dataset itself is checked on the first call, so a run
      * header borrowed from another environment is caught too.  When
      * the run and the dataset agree the call simply returns.  When
      * they do not - or the dataset is not on the register or has
      * no ENVDSN card, the run header has no environment code, or
      * the register or cards cannot be read - the mismatch is
      * logged through FILERR, which stops the step with RETURN-CODE
      * 20 before the caller has read or written a record.  All
      * three files are loaded on the first call of the step and
      * held for the rest.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  A DATASET'S ENVIRONMENT IS NOW PROVED FROM ITS
      *                 DATASET NAME - GIVEN ON THE STEP'S ENVDSN CARDS
      *                 FROM THE SAME JCL SYMBOLS AS ITS DD - AND ENVREG
      *                 IS KEYED BY DATASET NAME OR LEADING QUALIFIER,
      *                 SO A JOB POINTED AT ANOTHER ENVIRONMENT'S
      *                 DATASET IS STOPPED. THE RUNHDR DATASET IS
      *                 CHECKED TOO. NEW STATUS ED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HEADER-FILE ASSIGN TO "RUNHDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HDR-FILE-STATUS.
           SELECT ENV-REGISTER-FILE ASSIGN TO "ENVREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT ENV-DSN-FILE ASSIGN TO "ENVDSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HEADER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01  RUN-HEADER-RECORD.
           05  RH-JOB-NAME             PIC X(08).
           05  RH-OPERATOR-ID          PIC X(08).
           05  RH-ENVIRONMENT          PIC X(04).

      * ONE ROW PER DATASET NAME OR LEADING QUALIFIER (E.G. PROD.).
       FD  ENV-REGISTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENV-REGISTER-RECORD.
           05  ER-DSNAME               PIC X(44).
           05  FILLER                  PIC X(01).
           05  ER-ENVIRONMENT          PIC X(04).
           05  FILLER                  PIC X(31).

      * ONE CARD PER CHECKED DD: DD NAME IN 1-8, DATASET NAME FROM 10.
       FD  ENV-DSN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENV-DSN-RECORD.
           05  ED-DDNAME               PIC X(08).
           05  FILLER                  PIC X(01).
           05  ED-DSNAME               PIC X(44).
           05  FILLER                  PIC X(27).

       WORKING-STORAGE SECTION.
       01  WS-HDR-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-HDR-OK                         VALUE "00".
       01  WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REG-OK                         VALUE "00".
           88  WS-REG-EOF                        VALUE "10".
       01  WS-DSN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-DSN-OK                         VALUE "00".
           88  WS-DSN-EOF                        VALUE "10".
       01  WS-LOADED-SWITCH            PIC X(01) VALUE "N".
           88  WS-LOADED                         VALUE "Y".
       01  WS-REGISTER-SWITCH          PIC X(01) VALUE "N".
           88  WS-REGISTER-READ                  VALUE "Y".
       01  WS-CARDS-SWITCH             PIC X(01) VALUE "N".
           88  WS-CARDS-READ                     VALUE "Y".
       01  WS-RUN-ENVIRONMENT          PIC X(04) VALUE SPACES.
       01  WS-FILE-ENVIRONMENT         PIC X(04) VALUE SPACES.
       01  WS-CHECK-DDNAME             PIC X(08) VALUE SPACES.
       01  WS-CHECK-DSNAME             PIC X(44) VALUE SPACES.
           88  WS-NO-DATASET                     VALUES "SYSOUT"
                                                        "DUMMY".
      * FILERR STATUS FOR EACH WAY THE CHECK CAN FAIL.
       01  WS-GUARD-STATUS             PIC X(02) VALUE SPACES.
           88  WS-GUARD-PASSED                   VALUE SPACES.
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-ENTRY OCCURS 200 TIMES.
               10  WS-RG-DSNAME        PIC X(44).
               10  WS-RG-LENGTH        PIC 9(02) COMP.
               10  WS-RG-ENVIRONMENT   PIC X(04).
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CD-DDNAME        PIC X(08).
               10  WS-CD-DSNAME        PIC X(44).
       77  WS-REGISTER-COUNT           PIC 9(03) COMP VALUE ZERO.
       77  WS-REGISTER-IDX             PIC 9(03) COMP VALUE ZERO.
       77  WS-REGISTER-LIMIT           PIC 9(03) COMP VALUE 200.
       77  WS-CARD-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-LIMIT               PIC 9(03) COMP VALUE 100.
       77  WS-KEY-LENGTH               PIC 9(02) COMP VALUE ZERO.
       77  WS-BEST-LENGTH              PIC 9(02) COMP VALUE ZERO.
       LINKAGE SECTION.
       01  CALLER-NAME                 PIC X(15).
       01  CHECKED-DDNAME              PIC X(08).
       PROCEDURE DIVISION USING CALLER-NAME, CHECKED-DDNAME.
       0000-MAINLINE.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-ENVIRONMENT
                   THRU 1000-LOAD-ENVIRONMENT-EXIT
               MOVE "RUNHDR" TO WS-CHECK-DDNAME
               PERFORM 2000-CHECK-DATASET
                   THRU 2000-CHECK-DATASET-EXIT
               IF NOT WS-GUARD-PASSED
                   CALL "FILERR" USING CALLER-NAME, WS-CHECK-DDNAME,
                       "ENV-CHK ", WS-GUARD-STATUS, "Y"
               END-IF
           END-IF.
           MOVE CHECKED-DDNAME TO WS-CHECK-DDNAME.
           PERFORM 2000-CHECK-DATASET
               THRU 2000-CHECK-DATASET-EXIT.
           IF NOT WS-GUARD-PASSED
               CALL "FILERR" USING CALLER-NAME, CHECKED-DDNAME,
                   "ENV-CHK ", WS-GUARD-STATUS, "Y"
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-LOAD-ENVIRONMENT - THE RUN'S ENVIRONMENT FROM RUNHDR, *
      * THE REGISTER AND THE STEP'S ENVDSN CARDS INTO THE TABLES,  *
      * ONCE PER STEP.                                             *
      *-----------------------------------------------------------*
       1000-LOAD-ENVIRONMENT.
           SET WS-LOADED TO TRUE.
           MOVE SPACES TO WS-RUN-ENVIRONMENT.
           OPEN INPUT RUN-HEADER-FILE.
           IF WS-HDR-OK
               READ RUN-HEADER-FILE
                   NOT AT END
                       MOVE RH-ENVIRONMENT TO WS-RUN-ENVIRONMENT
               END-READ
               CLOSE RUN-HEADER-FILE
           END-IF.
           MOVE ZERO TO WS-CARD-COUNT.
           OPEN INPUT ENV-DSN-FILE.
           IF WS-DSN-OK
               SET WS-CARDS-READ TO TRUE
               PERFORM 1200-LOAD-ONE-CARD
                   THRU 1200-LOAD-ONE-CARD-EXIT
                   UNTIL WS-DSN-EOF
               CLOSE ENV-DSN-FILE
           END-IF.
           MOVE ZERO TO WS-REGISTER-COUNT.
           OPEN INPUT ENV-REGISTER-FILE.
           IF NOT WS-REG-OK
               GO TO 1000-LOAD-ENVIRONMENT-EXIT
           END-IF.
           SET WS-REGISTER-READ TO TRUE.
           PERFORM 1100-LOAD-ONE-REGISTER-ROW
               THRU 1100-LOAD-ONE-REGISTER-ROW-EXIT
               UNTIL WS-REG-EOF.
           CLOSE ENV-REGISTER-FILE.
       1000-LOAD-ENVIRONMENT-EXIT.
           EXIT.

       1100-LOAD-ONE-REGISTER-ROW.
           READ ENV-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   GO TO 1100-LOAD-ONE-REGISTER-ROW-EXIT
           END-READ.
           IF ER-DSNAME = SPACES
               GO TO 1100-LOAD-ONE-REGISTER-ROW-EXIT
           END-IF.
           IF WS-REGISTER-COUNT NOT < WS-REGISTER-LIMIT
               DISPLAY "ENVCHK: ENVREG HAS MORE THAN 200 ROWS - "
                   ER-DSNAME " AND LATER ROWS IGNORED."
               SET WS-REG-EOF TO TRUE
               GO TO 1100-LOAD-ONE-REGISTER-ROW-EXIT
           END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           MOVE ER-DSNAME      TO WS-RG-DSNAME(WS-REGISTER-COUNT).
           MOVE ER-ENVIRONMENT TO WS-RG-ENVIRONMENT(WS-REGISTER-COUNT).
           MOVE ZERO TO WS-KEY-LENGTH.
           INSPECT ER-DSNAME TALLYING WS-KEY-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-KEY-LENGTH  TO WS-RG-LENGTH(WS-REGISTER-COUNT).
       1100-LOAD-ONE-REGISTER-ROW-EXIT.
           EXIT.

       1200-LOAD-ONE-CARD.
           READ ENV-DSN-FILE
               AT END
                   SET WS-DSN-EOF TO TRUE
                   GO TO 1200-LOAD-ONE-CARD-EXIT
           END-READ.
           IF ED-DDNAME = SPACES
               GO TO 1200-LOAD-ONE-CARD-EXIT
           END-IF.
           IF WS-CARD-COUNT NOT < WS-CARD-LIMIT
               DISPLAY "ENVCHK: ENVDSN HAS MORE THAN 100 CARDS - "
                   ED-DDNAME " AND LATER CARDS IGNORED."
               SET WS-DSN-EOF TO TRUE
               GO TO 1200-LOAD-ONE-CARD-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE ED-DDNAME TO WS-CD-DDNAME(WS-CARD-COUNT).
           MOVE ED-DSNAME TO WS-CD-DSNAME(WS-CARD-COUNT).
       1200-LOAD-ONE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-DATASET - THE DATASET BEHIND WS-CHECK-DDNAME     *
      * AGAINST THE RUN.                                           *
      * EH - NO ENVIRONMENT CODE ON THE RUN HEADER                 *
      * ER - THE REGISTER COULD NOT BE READ                        *
      * ED - THE DD HAS NO ENVDSN CARD, OR THE CARDS COULD NOT BE  *
      *      READ                                                  *
      * EU - THE DATASET IS NOT ON THE REGISTER                    *
      * EV - THE DATASET IS REGISTERED TO ANOTHER ENVIRONMENT      *
      *-----------------------------------------------------------*
       2000-CHECK-DATASET.
           MOVE SPACES TO WS-GUARD-STATUS.
           IF WS-RUN-ENVIRONMENT = SPACES
               MOVE "EH" TO WS-GUARD-STATUS
               DISPLAY "ENVCHK: " CALLER-NAME " RUNHDR CARRIES NO "
                   "ENVIRONMENT CODE - " WS-CHECK-DDNAME
                   " CANNOT BE CHECKED."
               GO TO 2000-CHECK-DATASET-EXIT
           END-IF.
           IF NOT WS-REGISTER-READ
               MOVE "ER" TO WS-GUARD-STATUS
               DISPLAY "ENVCHK: " CALLER-NAME " ENVREG COULD NOT BE "
                   "READ (STATUS " WS-REG-FILE-STATUS ") - "
                   WS-CHECK-DDNAME " CANNOT BE CHECKED."
               GO TO 2000-CHECK-DATASET-EXIT
           END-IF.
           MOVE SPACES TO WS-CHECK-DSNAME.
           IF WS-CARDS-READ
               PERFORM 2100-FIND-CARD
                   THRU 2100-FIND-CARD-EXIT
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR WS-CHECK-DSNAME NOT = SPACES
           END-IF.
           IF WS-CHECK-DSNAME = SPACES
               MOVE "ED" TO WS-GUARD-STATUS
               DISPLAY "ENVCHK: " CALLER-NAME " " WS-CHECK-DDNAME
                   " HAS NO DATASET NAME ON ENVDSN (STATUS "
                   WS-DSN-FILE-STATUS ")."
               GO TO 2000-CHECK-DATASET-EXIT
           END-IF.
           IF WS-NO-DATASET
               GO TO 2000-CHECK-DATASET-EXIT
           END-IF.
           MOVE SPACES TO WS-FILE-ENVIRONMENT.
           MOVE ZERO TO WS-BEST-LENGTH.
           PERFORM 2200-MATCH-REGISTER-ROW
               THRU 2200-MATCH-REGISTER-ROW-EXIT
               VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT.
           IF WS-FILE-ENVIRONMENT = SPACES
               MOVE "EU" TO WS-GUARD-STATUS
               DISPLAY "ENVCHK: " CALLER-NAME " " WS-CHECK-DDNAME
                   " DATASET " WS-CHECK-DSNAME
               DISPLAY "        IS NOT ON THE ENVREG REGISTER."
               GO TO 2000-CHECK-DATASET-EXIT
           END-IF.
           IF WS-FILE-ENVIRONMENT NOT = WS-RUN-ENVIRONMENT
               MOVE "EV" TO WS-GUARD-STATUS
               DISPLAY "ENVCHK: " CALLER-NAME " IS RUNNING IN "
                   WS-RUN-ENVIRONMENT " BUT " WS-CHECK-DDNAME
                   " DATASET " WS-CHECK-DSNAME
               DISPLAY "        IS REGISTERED TO "
                   WS-FILE-ENVIRONMENT "."
           END-IF.
       2000-CHECK-DATASET-EXIT.
           EXIT.

       2100-FIND-CARD.
           IF WS-CD-DDNAME(WS-CARD-IDX) = WS-CHECK-DDNAME
               MOVE WS-CD-DSNAME(WS-CARD-IDX) TO WS-CHECK-DSNAME
           END-IF.
       2100-FIND-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-MATCH-REGISTER-ROW - A ROW MATCHES THE WHOLE DATASET  *
      * NAME, OR A LEADING PART OF IT ENDING IN A PERIOD; A GDG    *
      * RELATIVE NUMBER AFTER THE NAME IS IGNORED.  THE LONGEST    *
      * MATCH GIVES THE ENVIRONMENT.                               *
      *-----------------------------------------------------------*
       2200-MATCH-REGISTER-ROW.
           MOVE WS-RG-LENGTH(WS-REGISTER-IDX) TO WS-KEY-LENGTH.
           IF WS-KEY-LENGTH NOT > WS-BEST-LENGTH
               GO TO 2200-MATCH-REGISTER-ROW-EXIT
           END-IF.
           IF WS-CHECK-DSNAME(1:WS-KEY-LENGTH) NOT =
               WS-RG-DSNAME(WS-REGISTER-IDX)(1:WS-KEY-LENGTH)
               GO TO 2200-MATCH-REGISTER-ROW-EXIT
           END-IF.
           IF WS-KEY-LENGTH < 44
               IF WS-RG-DSNAME(WS-REGISTER-IDX)(WS-KEY-LENGTH:1)
                   NOT = "."
                   IF WS-CHECK-DSNAME(WS-KEY-LENGTH + 1:1) NOT = SPACE
                       AND WS-CHECK-DSNAME(WS-KEY-LENGTH + 1:1)
                       NOT = "("
                       GO TO 2200-MATCH-REGISTER-ROW-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-KEY-LENGTH TO WS-BEST-LENGTH.
           MOVE WS-RG-ENVIRONMENT(WS-REGISTER-IDX)
               TO WS-FILE-ENVIRONMENT.
       2200-MATCH-REGISTER-ROW-EXIT.
           EXIT.

       END PROGRAM ENVCHK.
