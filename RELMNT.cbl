      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Maintenance for the RELMAS relationship master, which
      * links CUSTMAS customer IDs into households and joint parties
      * so that two IDs doing joint business stop looking unrelated.
      * Each household has a header row (customer 000000) holding its
      * name and its combined nightly exposure limit in base currency
      * (zero for no household limit), and one row per member with
      * the member's role - "P" primary, "J" joint, "G" guardian.  A
      * customer belongs to at most one household, and a household
      * has at most one primary.  The operator signs on through the
      * shared OPERSIGN subprogram and must hold the intake role; the
      * RELTRN transaction file is then applied - action "H" creates
      * a household or changes its name and limit, "L" links a
      * customer in a role, "R" changes a member's role, "U" unlinks
      * a member, and "X" dissolves a household with no members left.
      * The posting run checks each household's combined exposure
      * against its limit and CUSTINQ shows the household view.
      * Every change is stamped to OPERAUDIT, and the RELLIST listing
      * shows each changed row's before and after image.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-CUST-ID WITH DUPLICATES
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT REL-TRAN-FILE ASSIGN TO "RELTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REL-REPORT-FILE ASSIGN TO "RELLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-RECORD.
           05  RL-KEY.
               10  RL-HOUSEHOLD-ID     PIC 9(06).
               10  RL-CUST-ID          PIC 9(06).
           05  RL-ROLE                 PIC X(01).
               88  RL-IS-HEADER                  VALUE "H".
               88  RL-IS-PRIMARY                 VALUE "P".
           05  RL-HOUSEHOLD-NAME       PIC X(30).
           05  RL-EXPOSURE-LIMIT       PIC 9(09)V9(02).
           05  RL-LINKED-DATE          PIC X(08).
           05  RL-LINKED-BY            PIC X(08).
           05  FILLER                  PIC X(02).

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
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-ACTIVE                  VALUE "A".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  REL-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  REL-TRAN-RECORD.
           05  RT-ACTION               PIC X(01).
               88  RT-IS-HOUSEHOLD               VALUE "H".
               88  RT-IS-LINK                    VALUE "L".
               88  RT-IS-ROLE-CHANGE             VALUE "R".
               88  RT-IS-UNLINK                  VALUE "U".
               88  RT-IS-DISSOLVE                VALUE "X".
           05  RT-HOUSEHOLD-ID         PIC 9(06).
           05  RT-CUST-ID              PIC 9(06).
           05  RT-ROLE                 PIC X(01).
               88  RT-ROLE-VALID                 VALUE "P" "J" "G".
               88  RT-ROLE-PRIMARY               VALUE "P".
           05  RT-HOUSEHOLD-NAME       PIC X(30).
           05  RT-EXPOSURE-LIMIT       PIC 9(09)V9(02).
           05  RT-LIMIT-X REDEFINES RT-EXPOSURE-LIMIT
                                       PIC X(11).
           05  FILLER                  PIC X(05).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  REL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  REL-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-REL-OK                         VALUE "00".
           88  WS-REL-NOT-FOUND                  VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-RPT-OK                         VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
               88  WS-HAS-INTAKE-ROLE            VALUE "Y".
           05  WS-ROLE-INQUIRY         PIC X(01).
           05  WS-ROLE-SUPERVISOR      PIC X(01).
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ROW-FOUND                      VALUE "Y".
       01  WS-SCAN-DONE-SWITCH         PIC X(01) VALUE "N".
           88  WS-SCAN-DONE                      VALUE "Y".
       77  WS-MEMBER-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  WS-PRIMARY-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-OTHER-HOUSEHOLD          PIC 9(06) VALUE ZERO.
       01  WS-BEFORE-IMAGE             PIC X(72) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(72) VALUE SPACES.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-LABEL             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-IMAGE             PIC X(72).
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-HAS-INTAKE-ROLE
               DISPLAY "OPERATOR DOES NOT HOLD THE INTAKE ROLE ",
                   "- RELATIONSHIP MAINTENANCE NOT PERFORMED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-ONE-MAINT
               THRU 2000-APPLY-ONE-MAINT-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE RELATIONSHIP MASTER FOR UPDATE  *
      * (CREATING IT EMPTY THE FIRST TIME), THE CUSTOMER MASTER,   *
      * THE TRANSACTION FILE AND THE BEFORE/AFTER LISTING.         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O RELATIONSHIP-FILE.
           IF WS-REL-NOT-FOUND
               OPEN OUTPUT RELATIONSHIP-FILE
               CLOSE RELATIONSHIP-FILE
               OPEN I-O RELATIONSHIP-FILE
           END-IF.
           IF NOT WS-REL-OK
               CALL "FILERR" USING "RELMNT         ", "RELMAS  ",
                   "OPEN-IO ", WS-REL-FILE-STATUS, "N"
               DISPLAY "RELMNT: RELMAS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "RELMNT         ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "RELMNT: CUSTMAS NOT AVAILABLE - ",
                   "MAINTENANCE NOT PERFORMED."
               CLOSE RELATIONSHIP-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REL-REPORT-FILE.
           MOVE SPACES TO REL-REPORT-LINE.
           STRING "RELATIONSHIP MASTER BEFORE/AFTER LISTING - "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REL-REPORT-LINE.
           WRITE REL-REPORT-LINE.
           OPEN INPUT REL-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "RELMNT: NO RELTRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-MAINT - READ AND APPLY ONE MAINTENANCE      *
      * TRANSACTION.                                               *
      *-----------------------------------------------------------*
       2000-APPLY-ONE-MAINT.
           READ REL-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
           END-READ.
           IF NOT WS-TRN-EOF
               PERFORM 2100-PROCESS-MAINT-RECORD
                   THRU 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
       2000-APPLY-ONE-MAINT-EXIT.
           EXIT.

       2100-PROCESS-MAINT-RECORD.
           IF NOT RT-IS-HOUSEHOLD AND NOT RT-IS-LINK
               AND NOT RT-IS-ROLE-CHANGE AND NOT RT-IS-UNLINK
               AND NOT RT-IS-DISSOLVE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: UNKNOWN ACTION " RT-ACTION
                   " FOR HOUSEHOLD " RT-HOUSEHOLD-ID " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF RT-HOUSEHOLD-ID IS NOT NUMERIC
               OR RT-HOUSEHOLD-ID = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: BAD HOUSEHOLD ID " RT-HOUSEHOLD-ID
                   " - IGNORED."
               GO TO 2100-PROCESS-MAINT-RECORD-EXIT
           END-IF.
           IF NOT RT-IS-HOUSEHOLD AND NOT RT-IS-DISSOLVE
               IF RT-CUST-ID IS NOT NUMERIC OR RT-CUST-ID = ZERO
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: BAD CUSTOMER ID " RT-CUST-ID
                       " - IGNORED."
                   GO TO 2100-PROCESS-MAINT-RECORD-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RT-IS-HOUSEHOLD
                   PERFORM 3000-SET-HOUSEHOLD
                       THRU 3000-SET-HOUSEHOLD-EXIT
               WHEN RT-IS-LINK
                   PERFORM 4000-LINK-MEMBER
                       THRU 4000-LINK-MEMBER-EXIT
               WHEN RT-IS-ROLE-CHANGE
                   PERFORM 5000-CHANGE-ROLE
                       THRU 5000-CHANGE-ROLE-EXIT
               WHEN RT-IS-UNLINK
                   PERFORM 6000-UNLINK-MEMBER
                       THRU 6000-UNLINK-MEMBER-EXIT
               WHEN RT-IS-DISSOLVE
                   PERFORM 6500-DISSOLVE-HOUSEHOLD
                       THRU 6500-DISSOLVE-HOUSEHOLD-EXIT
           END-EVALUATE.
       2100-PROCESS-MAINT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-READ-ROW - KEYED READ OF RT-HOUSEHOLD-ID PLUS THE     *
      * CUSTOMER IN RL-CUST-ID (ZERO FOR THE HEADER), KEEPING THE  *
      * BEFORE IMAGE.                                              *
      *-----------------------------------------------------------*
       2200-READ-ROW.
           MOVE RT-HOUSEHOLD-ID TO RL-HOUSEHOLD-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
                   MOVE RELATIONSHIP-RECORD TO WS-BEFORE-IMAGE
           END-READ.
       2200-READ-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-COUNT-MEMBERS - MEMBERS AND PRIMARIES NOW LINKED TO   *
      * RT-HOUSEHOLD-ID.  LEAVES THE RECORD AREA DISTURBED.        *
      *-----------------------------------------------------------*
       2300-COUNT-MEMBERS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-PRIMARY-COUNT.
           MOVE "N"  TO WS-SCAN-DONE-SWITCH.
           MOVE RT-HOUSEHOLD-ID TO RL-HOUSEHOLD-ID.
           MOVE 1               TO RL-CUST-ID.
           START RELATIONSHIP-FILE KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START.
           PERFORM 2310-COUNT-ONE-MEMBER
               THRU 2310-COUNT-ONE-MEMBER-EXIT
               UNTIL WS-SCAN-DONE.
       2300-COUNT-MEMBERS-EXIT.
           EXIT.

       2310-COUNT-ONE-MEMBER.
           READ RELATIONSHIP-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 2310-COUNT-ONE-MEMBER-EXIT
           END-READ.
           IF RL-HOUSEHOLD-ID NOT = RT-HOUSEHOLD-ID
               SET WS-SCAN-DONE TO TRUE
               GO TO 2310-COUNT-ONE-MEMBER-EXIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           IF RL-IS-PRIMARY
               ADD 1 TO WS-PRIMARY-COUNT
           END-IF.
       2310-COUNT-ONE-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SET-HOUSEHOLD - CREATE THE HOUSEHOLD HEADER, OR       *
      * CHANGE ITS NAME AND LIMIT.  A BLANK NAME OR LIMIT ON A     *
      * CHANGE LEAVES THE OLD ONE.                                 *
      *-----------------------------------------------------------*
       3000-SET-HOUSEHOLD.
           IF RT-LIMIT-X NOT = SPACES
               AND RT-EXPOSURE-LIMIT IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: BAD EXPOSURE LIMIT FOR HOUSEHOLD "
                   RT-HOUSEHOLD-ID " - IGNORED."
               GO TO 3000-SET-HOUSEHOLD-EXIT
           END-IF.
           MOVE ZERO TO RL-CUST-ID.
           PERFORM 2200-READ-ROW
               THRU 2200-READ-ROW-EXIT.
           IF WS-ROW-FOUND
               IF RT-HOUSEHOLD-NAME NOT = SPACES
                   MOVE RT-HOUSEHOLD-NAME TO RL-HOUSEHOLD-NAME
               END-IF
               IF RT-LIMIT-X NOT = SPACES
                   MOVE RT-EXPOSURE-LIMIT TO RL-EXPOSURE-LIMIT
               END-IF
               MOVE "HSHLD-CHANGED" TO WS-AUDIT-RESULT
               PERFORM 8000-REWRITE-ROW
                   THRU 8000-REWRITE-ROW-EXIT
               GO TO 3000-SET-HOUSEHOLD-EXIT
           END-IF.
           IF RT-HOUSEHOLD-NAME = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: NEW HOUSEHOLD " RT-HOUSEHOLD-ID
                   " HAS NO NAME - IGNORED."
               GO TO 3000-SET-HOUSEHOLD-EXIT
           END-IF.
           MOVE SPACES            TO RELATIONSHIP-RECORD.
           MOVE RT-HOUSEHOLD-ID   TO RL-HOUSEHOLD-ID.
           MOVE ZERO              TO RL-CUST-ID.
           MOVE "H"               TO RL-ROLE.
           MOVE RT-HOUSEHOLD-NAME TO RL-HOUSEHOLD-NAME.
           IF RT-LIMIT-X = SPACES
               MOVE ZERO              TO RL-EXPOSURE-LIMIT
           ELSE
               MOVE RT-EXPOSURE-LIMIT TO RL-EXPOSURE-LIMIT
           END-IF.
           MOVE "HSHLD-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 8100-WRITE-ROW
               THRU 8100-WRITE-ROW-EXIT.
       3000-SET-HOUSEHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LINK-MEMBER - THE HOUSEHOLD MUST EXIST, THE CUSTOMER  *
      * MUST BE ACTIVE ON CUSTMAS AND IN NO HOUSEHOLD YET, AND A   *
      * PRIMARY IS REFUSED WHEN THE HOUSEHOLD ALREADY HAS ONE.     *
      *-----------------------------------------------------------*
       4000-LINK-MEMBER.
           IF NOT RT-ROLE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: BAD ROLE " RT-ROLE " FOR CUSTOMER "
                   RT-CUST-ID " - LINK IGNORED."
               GO TO 4000-LINK-MEMBER-EXIT
           END-IF.
           MOVE ZERO TO RL-CUST-ID.
           PERFORM 2200-READ-ROW
               THRU 2200-READ-ROW-EXIT.
           IF NOT WS-ROW-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                   " NOT ON FILE - LINK IGNORED."
               GO TO 4000-LINK-MEMBER-EXIT
           END-IF.
           MOVE RT-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO CM-STATUS-FLAG
           END-READ.
           IF NOT CM-IS-ACTIVE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: CUSTOMER " RT-CUST-ID
                   " NOT AN ACTIVE CUSTOMER - LINK IGNORED."
               GO TO 4000-LINK-MEMBER-EXIT
           END-IF.
           MOVE RT-CUST-ID TO RL-CUST-ID.
           READ RELATIONSHIP-FILE KEY IS RL-CUST-ID
               INVALID KEY
                   MOVE ZERO TO WS-OTHER-HOUSEHOLD
               NOT INVALID KEY
                   MOVE RL-HOUSEHOLD-ID TO WS-OTHER-HOUSEHOLD
           END-READ.
           IF WS-OTHER-HOUSEHOLD NOT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: CUSTOMER " RT-CUST-ID
                   " ALREADY IN HOUSEHOLD " WS-OTHER-HOUSEHOLD
                   " - LINK IGNORED."
               GO TO 4000-LINK-MEMBER-EXIT
           END-IF.
           IF RT-ROLE-PRIMARY
               PERFORM 2300-COUNT-MEMBERS
                   THRU 2300-COUNT-MEMBERS-EXIT
               IF WS-PRIMARY-COUNT > 0
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                       " ALREADY HAS A PRIMARY - LINK IGNORED."
                   GO TO 4000-LINK-MEMBER-EXIT
               END-IF
           END-IF.
           MOVE SPACES          TO WS-BEFORE-IMAGE.
           MOVE SPACES          TO RELATIONSHIP-RECORD.
           MOVE RT-HOUSEHOLD-ID TO RL-HOUSEHOLD-ID.
           MOVE RT-CUST-ID      TO RL-CUST-ID.
           MOVE RT-ROLE         TO RL-ROLE.
           MOVE ZERO            TO RL-EXPOSURE-LIMIT.
           MOVE "REL-LINKED" TO WS-AUDIT-RESULT.
           PERFORM 8100-WRITE-ROW
               THRU 8100-WRITE-ROW-EXIT.
       4000-LINK-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CHANGE-ROLE - A MEMBER MAY ONLY BECOME PRIMARY WHEN   *
      * THE HOUSEHOLD HAS NO OTHER PRIMARY.                        *
      *-----------------------------------------------------------*
       5000-CHANGE-ROLE.
           IF NOT RT-ROLE-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: BAD ROLE " RT-ROLE " FOR CUSTOMER "
                   RT-CUST-ID " - ROLE CHANGE IGNORED."
               GO TO 5000-CHANGE-ROLE-EXIT
           END-IF.
           IF RT-ROLE-PRIMARY
               PERFORM 2300-COUNT-MEMBERS
                   THRU 2300-COUNT-MEMBERS-EXIT
           END-IF.
           MOVE RT-CUST-ID TO RL-CUST-ID.
           PERFORM 2200-READ-ROW
               THRU 2200-READ-ROW-EXIT.
           IF NOT WS-ROW-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: CUSTOMER " RT-CUST-ID
                   " NOT IN HOUSEHOLD " RT-HOUSEHOLD-ID
                   " - ROLE CHANGE IGNORED."
               GO TO 5000-CHANGE-ROLE-EXIT
           END-IF.
           IF RT-ROLE-PRIMARY AND NOT RL-IS-PRIMARY
               AND WS-PRIMARY-COUNT > 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                   " ALREADY HAS A PRIMARY - ROLE CHANGE IGNORED."
               GO TO 5000-CHANGE-ROLE-EXIT
           END-IF.
           MOVE RT-ROLE TO RL-ROLE.
           MOVE "REL-ROLE-CHANGED" TO WS-AUDIT-RESULT.
           PERFORM 8000-REWRITE-ROW
               THRU 8000-REWRITE-ROW-EXIT.
       5000-CHANGE-ROLE-EXIT.
           EXIT.

       6000-UNLINK-MEMBER.
           MOVE RT-CUST-ID TO RL-CUST-ID.
           PERFORM 2200-READ-ROW
               THRU 2200-READ-ROW-EXIT.
           IF NOT WS-ROW-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: CUSTOMER " RT-CUST-ID
                   " NOT IN HOUSEHOLD " RT-HOUSEHOLD-ID
                   " - UNLINK IGNORED."
               GO TO 6000-UNLINK-MEMBER-EXIT
           END-IF.
           DELETE RELATIONSHIP-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: CUSTOMER " RT-CUST-ID
                       " COULD NOT BE UNLINKED - IGNORED."
                   GO TO 6000-UNLINK-MEMBER-EXIT
           END-DELETE.
           MOVE SPACES TO RELATIONSHIP-RECORD.
           MOVE "REL-UNLINKED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       6000-UNLINK-MEMBER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-DISSOLVE-HOUSEHOLD - ONLY AN EMPTY HOUSEHOLD GOES;    *
      * ITS MEMBERS MUST BE UNLINKED FIRST.                        *
      *-----------------------------------------------------------*
       6500-DISSOLVE-HOUSEHOLD.
           PERFORM 2300-COUNT-MEMBERS
               THRU 2300-COUNT-MEMBERS-EXIT.
           IF WS-MEMBER-COUNT > 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                   " STILL HAS MEMBERS - DISSOLVE IGNORED."
               GO TO 6500-DISSOLVE-HOUSEHOLD-EXIT
           END-IF.
           MOVE ZERO TO RL-CUST-ID.
           PERFORM 2200-READ-ROW
               THRU 2200-READ-ROW-EXIT.
           IF NOT WS-ROW-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                   " NOT ON FILE - DISSOLVE IGNORED."
               GO TO 6500-DISSOLVE-HOUSEHOLD-EXIT
           END-IF.
           DELETE RELATIONSHIP-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: HOUSEHOLD " RT-HOUSEHOLD-ID
                       " COULD NOT BE DELETED - IGNORED."
                   GO TO 6500-DISSOLVE-HOUSEHOLD-EXIT
           END-DELETE.
           MOVE SPACES TO RELATIONSHIP-RECORD.
           MOVE "HSHLD-DISSOLVED" TO WS-AUDIT-RESULT.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       6500-DISSOLVE-HOUSEHOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-CHANGE - ONE APPLIED CHANGE: COUNT IT, AUDIT   *
      * IT TO OPERAUDIT, AND LIST ITS BEFORE AND AFTER IMAGES ON   *
      * RELLIST.                                                   *
      *-----------------------------------------------------------*
       7000-RECORD-CHANGE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE RELATIONSHIP-RECORD TO WS-AFTER-IMAGE.
           PERFORM 7100-LOG-AUDIT-RECORD
               THRU 7100-LOG-AUDIT-RECORD-EXIT.
           MOVE RT-ACTION       TO WS-RD-ACTION.
           MOVE "BEFORE: "      TO WS-RD-LABEL.
           MOVE WS-BEFORE-IMAGE TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO REL-REPORT-LINE.
           WRITE REL-REPORT-LINE.
           MOVE RT-ACTION       TO WS-RD-ACTION.
           MOVE "AFTER:  "      TO WS-RD-LABEL.
           MOVE WS-AFTER-IMAGE  TO WS-RD-IMAGE.
           MOVE WS-RPT-DETAIL TO REL-REPORT-LINE.
           WRITE REL-REPORT-LINE.
       7000-RECORD-CHANGE-EXIT.
           EXIT.

       7100-LOG-AUDIT-RECORD.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       7100-LOG-AUDIT-RECORD-EXIT.
           EXIT.

       8000-REWRITE-ROW.
           MOVE WS-RUN-DATE    TO RL-LINKED-DATE.
           MOVE WS-OPERATOR-ID TO RL-LINKED-BY.
           REWRITE RELATIONSHIP-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: HOUSEHOLD " RL-HOUSEHOLD-ID
                       " ROW " RL-CUST-ID
                       " COULD NOT BE REWRITTEN - IGNORED."
                   GO TO 8000-REWRITE-ROW-EXIT
           END-REWRITE.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       8000-REWRITE-ROW-EXIT.
           EXIT.

       8100-WRITE-ROW.
           MOVE WS-RUN-DATE    TO RL-LINKED-DATE.
           MOVE WS-OPERATOR-ID TO RL-LINKED-BY.
           WRITE RELATIONSHIP-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "RELMNT: HOUSEHOLD " RL-HOUSEHOLD-ID
                       " ROW " RL-CUST-ID
                       " COULD NOT BE WRITTEN - IGNORED."
                   GO TO 8100-WRITE-ROW-EXIT
           END-WRITE.
           PERFORM 7000-RECORD-CHANGE
               THRU 7000-RECORD-CHANGE-EXIT.
       8100-WRITE-ROW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE UP AND REPORT THE RUN'S MAINTENANCE *
      * COUNTS.                                                    *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE REL-TRAN-FILE
           END-IF.
           CLOSE RELATIONSHIP-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE REL-REPORT-FILE.
           DISPLAY "RELMNT: CHANGES APPLIED  = " WS-APPLIED-COUNT.
           DISPLAY "RELMNT: CHANGES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM RELMNT.
