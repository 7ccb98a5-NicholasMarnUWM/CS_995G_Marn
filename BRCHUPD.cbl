      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared branch activity routine, called by the posting
      * run for every item it posts or rejects and by CSVINTAK for
      * every branch row it rejects, so the BRCHACT accumulator
      * always carries each branch's month.  BRCHACT is keyed by
      * activity month (the run date's year and month), branch and
      * currency and holds the posted item count, the native and
      * base totals (reversals net down), the reject count, and the
      * fee items and their totals, which BRCHRPT prints at month
      * end.  An item that carries no branch of its own - a fee,
      * interest, a standing order, an item released from a hold
      * queue - is booked to the customer's home branch on the
      * BRCHHOME file: the branch that last keyed a posted item for
      * the customer.  Every posted item that does carry a branch
      * refreshes its customer's home branch.  The resolved branch
      * comes back in the item so the caller can stamp it on ADDOUT;
      * a customer never served at a branch stays blank and reports
      * as unassigned.  Function "P" applies a posted item, "R" a
      * reject, "C" closes the files at the end of the caller's run.
      * The status comes back "Y" when the item was applied and "N"
      * when BRCHACT is unavailable or the item could not be applied.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  THE FIRST CALL CHECKS EVERY DATASET THE ROUTINE
      *                 UPDATES THROUGH THE SHARED ENVCHK GUARD AGAINST
      *                 THE RUN'S ENVIRONMENT BEFORE IT IS OPENED; A
      *                 MISMATCH IS LOGGED THROUGH FILERR AND ENDS THE
      *                 RUN WITH RETURN-CODE 20.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHUPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-ACTIVITY-FILE ASSIGN TO "BRCHACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BACT-FILE-STATUS.
           SELECT BRANCH-HOME-FILE ASSIGN TO "BRCHHOME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-CUST-ID
               FILE STATUS IS WS-BHOME-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-ACTIVITY-FILE.
       01  BRANCH-ACTIVITY-RECORD.
           05  BA-KEY.
               10  BA-PERIOD           PIC 9(06).
               10  BA-BRANCH-CODE      PIC X(04).
               10  BA-CURRENCY-CODE    PIC X(03).
           05  BA-POSTED-COUNT         PIC 9(07).
           05  BA-NATIVE-TOTAL         PIC S9(11)V9(02).
           05  BA-BASE-TOTAL           PIC S9(13)V9(04).
           05  BA-REJECT-COUNT         PIC 9(07).
           05  BA-FEE-COUNT            PIC 9(07).
           05  BA-FEE-NATIVE-TOTAL     PIC S9(11)V9(02).
           05  BA-FEE-BASE-TOTAL       PIC S9(13)V9(04).
           05  BA-LAST-UPDATED         PIC X(08).
           05  FILLER                  PIC X(06).

       FD  BRANCH-HOME-FILE.
       01  BRANCH-HOME-RECORD.
           05  BH-CUST-ID              PIC 9(06).
           05  BH-BRANCH-CODE          PIC X(04).
           05  BH-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(02).

       WORKING-STORAGE SECTION.
       01  WS-BACT-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-BACT-OK                        VALUE "00".
           88  WS-BACT-NOT-FOUND                 VALUE "35".
       01  WS-BHOME-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-BHOME-OK                       VALUE "00".
           88  WS-BHOME-NOT-FOUND                VALUE "35".
       01  WS-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-ACTIVITY-OPEN                  VALUE "Y".
       01  WS-HOME-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-HOME-OPEN                      VALUE "Y".
       01  WS-TRIED-SWITCH             PIC X(01) VALUE "N".
           88  WS-OPEN-TRIED                     VALUE "Y".
       01  WS-KEYED-BRANCH             PIC X(04) VALUE SPACES.
       01  WS-HOME-CUST-X              PIC X(06) VALUE SPACES.
       01  WS-HOME-CUST-N REDEFINES WS-HOME-CUST-X
                                       PIC 9(06).

       LINKAGE SECTION.
       01  BRANCH-FUNCTION             PIC X(01).
           88  BRANCH-POST                       VALUE "P".
           88  BRANCH-REJECT                     VALUE "R".
           88  BRANCH-CLOSE                      VALUE "C".
       01  BRANCH-ITEM.
           05  BI-BRANCH-CODE          PIC X(04).
           05  BI-CUST-ID              PIC X(06).
           05  BI-CURRENCY-CODE        PIC X(03).
           05  BI-NATIVE-AMOUNT        PIC S9(09)V9(02).
           05  BI-BASE-AMOUNT          PIC S9(11)V9(04).
           05  BI-FEE-FLAG             PIC X(01).
               88  BI-IS-FEE                     VALUE "Y".
           05  BI-RUN-DATE             PIC X(08).
       01  BRANCH-STATUS               PIC X(01).
           88  BRANCH-APPLIED                    VALUE "Y".

       PROCEDURE DIVISION USING BRANCH-FUNCTION, BRANCH-ITEM,
           BRANCH-STATUS.
       0000-MAINLINE.
           IF BRANCH-CLOSE
               IF WS-ACTIVITY-OPEN
                   CLOSE BRANCH-ACTIVITY-FILE
               END-IF
               IF WS-HOME-OPEN
                   CLOSE BRANCH-HOME-FILE
               END-IF
               MOVE "N" TO WS-OPEN-SWITCH
               MOVE "N" TO WS-HOME-OPEN-SWITCH
               MOVE "N" TO WS-TRIED-SWITCH
               GOBACK
           END-IF.
           MOVE "N" TO BRANCH-STATUS.
           IF NOT BRANCH-POST AND NOT BRANCH-REJECT
               GOBACK
           END-IF.
           IF NOT WS-OPEN-TRIED
               PERFORM 1000-OPEN-FILES
                   THRU 1000-OPEN-FILES-EXIT
           END-IF.
           MOVE BI-BRANCH-CODE TO WS-KEYED-BRANCH.
           PERFORM 2000-RESOLVE-HOME-BRANCH
               THRU 2000-RESOLVE-HOME-BRANCH-EXIT.
           IF NOT WS-ACTIVITY-OPEN
               GOBACK
           END-IF.
           IF BI-RUN-DATE(1:6) IS NOT NUMERIC
               GOBACK
           END-IF.
           PERFORM 3000-APPLY-ACTIVITY
               THRU 3000-APPLY-ACTIVITY-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-OPEN-FILES - FIRST CALL ONLY.  BOTH FILES ARE        *
      * CREATED EMPTY WHEN GENUINELY ABSENT.  WITHOUT BRCHHOME    *
      * ITEMS ARE STILL BOOKED, BUT ONLY UNDER THEIR OWN BRANCH.  *
      *-----------------------------------------------------------*
       1000-OPEN-FILES.
           SET WS-OPEN-TRIED TO TRUE.
      * THE FIRST CALL OF THE RUN PROVES THE DATASET BELONGS TO THE
      * RUN'S ENVIRONMENT BEFORE IT IS OPENED FOR UPDATE - ENVCHK
      * STOPS THE CALLER WITH RETURN-CODE 20 WHEN IT DOES NOT.
           CALL "ENVCHK" USING "BRCHUPD        ", "BRCHACT ".
           CALL "ENVCHK" USING "BRCHUPD        ", "BRCHHOME".
           OPEN I-O BRANCH-ACTIVITY-FILE.
           IF WS-BACT-NOT-FOUND
               OPEN OUTPUT BRANCH-ACTIVITY-FILE
               CLOSE BRANCH-ACTIVITY-FILE
               OPEN I-O BRANCH-ACTIVITY-FILE
           END-IF.
           IF WS-BACT-OK
               SET WS-ACTIVITY-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "BRCHUPD        ", "BRCHACT ",
                   "OPEN-IO ", WS-BACT-FILE-STATUS, "N"
               DISPLAY "BRCHUPD: BRCHACT NOT AVAILABLE - ",
                   "BRANCH ACTIVITY NOT RECORDED THIS RUN."
           END-IF.
           OPEN I-O BRANCH-HOME-FILE.
           IF WS-BHOME-NOT-FOUND
               OPEN OUTPUT BRANCH-HOME-FILE
               CLOSE BRANCH-HOME-FILE
               OPEN I-O BRANCH-HOME-FILE
           END-IF.
           IF WS-BHOME-OK
               SET WS-HOME-OPEN TO TRUE
           ELSE
               CALL "FILERR" USING "BRCHUPD        ", "BRCHHOME",
                   "OPEN-IO ", WS-BHOME-FILE-STATUS, "N"
               DISPLAY "BRCHUPD: BRCHHOME NOT AVAILABLE - ITEMS ",
                   "WITHOUT A BRANCH STAY UNASSIGNED THIS RUN."
           END-IF.
       1000-OPEN-FILES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RESOLVE-HOME-BRANCH - AN ITEM WITHOUT A BRANCH TAKES  *
      * ITS CUSTOMER'S HOME BRANCH; A POSTED ITEM WITH ONE MAKES   *
      * THAT BRANCH THE CUSTOMER'S HOME.  A REJECT NEVER MOVES THE *
      * HOME BRANCH.                                               *
      *-----------------------------------------------------------*
       2000-RESOLVE-HOME-BRANCH.
           IF NOT WS-HOME-OPEN
               GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-IF.
           MOVE BI-CUST-ID TO WS-HOME-CUST-X.
           IF WS-HOME-CUST-X IS NOT NUMERIC
               GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-IF.
           MOVE WS-HOME-CUST-N TO BH-CUST-ID.
           IF WS-KEYED-BRANCH = SPACES
               READ BRANCH-HOME-FILE
                   INVALID KEY
                       GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
               END-READ
               MOVE BH-BRANCH-CODE TO BI-BRANCH-CODE
               GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-IF.
           IF NOT BRANCH-POST
               GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-IF.
           READ BRANCH-HOME-FILE
               INVALID KEY
                   MOVE SPACES          TO BRANCH-HOME-RECORD
                   MOVE WS-HOME-CUST-N  TO BH-CUST-ID
                   MOVE WS-KEYED-BRANCH TO BH-BRANCH-CODE
                   MOVE BI-RUN-DATE     TO BH-LAST-DATE
                   WRITE BRANCH-HOME-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-READ.
           IF BH-BRANCH-CODE = WS-KEYED-BRANCH
               AND BH-LAST-DATE = BI-RUN-DATE
               GO TO 2000-RESOLVE-HOME-BRANCH-EXIT
           END-IF.
           MOVE WS-KEYED-BRANCH TO BH-BRANCH-CODE.
           MOVE BI-RUN-DATE     TO BH-LAST-DATE.
           REWRITE BRANCH-HOME-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       2000-RESOLVE-HOME-BRANCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-APPLY-ACTIVITY - ADD THE ITEM TO ITS MONTH, BRANCH    *
      * AND CURRENCY ROW, OPENING THE ROW IF NEED BE.              *
      *-----------------------------------------------------------*
       3000-APPLY-ACTIVITY.
           MOVE BI-RUN-DATE(1:6) TO BA-PERIOD.
           MOVE BI-BRANCH-CODE   TO BA-BRANCH-CODE.
           MOVE BI-CURRENCY-CODE TO BA-CURRENCY-CODE.
           READ BRANCH-ACTIVITY-FILE
               INVALID KEY
                   PERFORM 3100-OPEN-ACTIVITY-ROW
                       THRU 3100-OPEN-ACTIVITY-ROW-EXIT
           END-READ.
           IF NOT WS-BACT-OK
               GO TO 3000-APPLY-ACTIVITY-EXIT
           END-IF.
           IF BRANCH-REJECT
               ADD 1 TO BA-REJECT-COUNT
           ELSE
               ADD 1                TO BA-POSTED-COUNT
               ADD BI-NATIVE-AMOUNT TO BA-NATIVE-TOTAL
               ADD BI-BASE-AMOUNT   TO BA-BASE-TOTAL
               IF BI-IS-FEE
                   ADD 1                TO BA-FEE-COUNT
                   ADD BI-NATIVE-AMOUNT TO BA-FEE-NATIVE-TOTAL
                   ADD BI-BASE-AMOUNT   TO BA-FEE-BASE-TOTAL
               END-IF
           END-IF.
           MOVE BI-RUN-DATE TO BA-LAST-UPDATED.
           REWRITE BRANCH-ACTIVITY-RECORD
               INVALID KEY
                   GO TO 3000-APPLY-ACTIVITY-EXIT
           END-REWRITE.
           MOVE "Y" TO BRANCH-STATUS.
       3000-APPLY-ACTIVITY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-OPEN-ACTIVITY-ROW - THE ROW IS WRITTEN EMPTY AND READ *
      * BACK FOR THE UPDATE.                                       *
      *-----------------------------------------------------------*
       3100-OPEN-ACTIVITY-ROW.
           MOVE SPACES           TO BRANCH-ACTIVITY-RECORD.
           MOVE BI-RUN-DATE(1:6) TO BA-PERIOD.
           MOVE BI-BRANCH-CODE   TO BA-BRANCH-CODE.
           MOVE BI-CURRENCY-CODE TO BA-CURRENCY-CODE.
           MOVE ZERO TO BA-POSTED-COUNT BA-NATIVE-TOTAL BA-BASE-TOTAL
               BA-REJECT-COUNT BA-FEE-COUNT BA-FEE-NATIVE-TOTAL
               BA-FEE-BASE-TOTAL.
           MOVE BI-RUN-DATE      TO BA-LAST-UPDATED.
           WRITE BRANCH-ACTIVITY-RECORD
               INVALID KEY
                   DISPLAY "BRCHUPD: BRCHACT WRITE FAILED FOR BRANCH "
                       BI-BRANCH-CODE " STATUS " WS-BACT-FILE-STATUS
                   GO TO 3100-OPEN-ACTIVITY-ROW-EXIT
           END-WRITE.
           READ BRANCH-ACTIVITY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
       3100-OPEN-ACTIVITY-ROW-EXIT.
           EXIT.

       END PROGRAM BRCHUPD.
