      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Adds customer contact notes to the CUSTNOTE register,
      * so that "called about dispute 1234" or "prefers morning calls"
      * is kept against the customer instead of in a personal
      * notebook.  The operator signs on through the shared OPERSIGN
      * subprogram and must hold the intake or the inquiry role; the
      * NOTETRN transaction file is then applied, one note per record:
      * the customer, a category and up to 60 characters of free
      * text.  Each note is written to CUSTNOTE keyed by customer and
      * the date and time it was taken, with the operator who took
      * it.  A legacy customer ID is resolved through IDALIAS and a
      * merged customer's note goes on the surviving record, as at
      * CUSTINQ.  A note on a sensitive customer is logged to SENSLOG,
      * and every note added is stamped to OPERAUDIT.  CUSTINQ shows
      * the most recent notes on the customer display.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEADD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT NOTE-TRAN-FILE ASSIGN TO "NOTETRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT OPERATOR-AUDIT-FILE ASSIGN TO "OPERAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SENSITIVE-LOG-FILE ASSIGN TO "SENSLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-NOTE-FILE.
       01  CUSTOMER-NOTE-RECORD.
           05  NT-KEY.
               10  NT-CUST-ID          PIC 9(06).
               10  NT-NOTE-DATE        PIC X(08).
               10  NT-NOTE-TIME        PIC X(08).
           05  NT-OPERATOR-ID          PIC X(08).
           05  NT-CATEGORY             PIC X(04).
           05  NT-NOTE-TEXT            PIC X(60).
           05  FILLER                  PIC X(06).

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
               88  CM-IS-SENSITIVE               VALUE "Y".
           05  CM-STATUS-FLAG          PIC X(01).
               88  CM-IS-MERGED                  VALUE "M".
           05  CM-STMT-SUPPRESS-FLAG   PIC X(01).
           05  CM-STMT-HOLD-FLAG       PIC X(01).
           05  CM-MERGED-TO-ID         PIC 9(06).
           05  CM-ID-SCHEME-FLAG       PIC X(01).

       FD  NOTE-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01  NOTE-TRAN-RECORD.
           05  NX-CUST-ID              PIC 9(06).
           05  NX-CATEGORY             PIC X(04).
               88  NX-CATEGORY-VALID             VALUE "GENL" "CALL"
                                                       "PREF" "DISP"
                                                       "COMP" "SERV".
           05  NX-NOTE-TEXT            PIC X(60).

       FD  OPERATOR-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  OPERATOR-AUDIT-RECORD.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-RUN-DATE             PIC X(08).
           05  OA-RUN-TIME             PIC X(08).
           05  OA-RESULT               PIC X(16).

       FD  SENSITIVE-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01  SENSITIVE-LOG-RECORD.
           05  SN-OPERATOR-ID          PIC X(08).
           05  SN-CUST-ID              PIC 9(06).
           05  SN-ACCESS-DATE          PIC X(08).
           05  SN-ACCESS-TIME          PIC X(08).
           05  SN-ACTION               PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-NOTE-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-NOTE-OK                        VALUE "00".
           88  WS-NOTE-DUPLICATE                 VALUE "22".
           88  WS-NOTE-NOT-FOUND                 VALUE "35".
       01  WS-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-CUST-OK                        VALUE "00".
       01  WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-TRN-OK                         VALUE "00".
           88  WS-TRN-EOF                        VALUE "10".
       01  WS-AUDIT-FILE-STATUS        PIC X(02) VALUE SPACES.
           88  WS-AUDIT-OK                       VALUE "00".
       01  WS-SENS-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-SENS-OK                        VALUE "00".
       01  WS-SIGNON-SWITCH            PIC X(01) VALUE "N".
           88  WS-SIGNON-VALID                   VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-SIGNON-ROLES.
           05  WS-ROLE-INTAKE          PIC X(01).
               88  WS-HAS-INTAKE-ROLE            VALUE "Y".
           05  WS-ROLE-INQUIRY         PIC X(01).
               88  WS-HAS-INQUIRY-ROLE           VALUE "Y".
           05  WS-ROLE-SUPERVISOR      PIC X(01).
           05  WS-ROLE-MAINT           PIC X(01).
       01  WS-NOTE-CUST-ID             PIC 9(06) VALUE ZERO.
       01  WS-ALIAS-SWITCH             PIC X(01) VALUE "N".
           88  WS-ALIAS-RESOLVED                 VALUE "Y".
       01  WS-NOTE-DATE                PIC X(08) VALUE SPACES.
       01  WS-NOTE-TIME                PIC 9(08) VALUE ZERO.
       01  WS-WRITE-SWITCH             PIC X(01) VALUE "N".
           88  WS-NOTE-WRITTEN                   VALUE "Y".
           88  WS-NOTE-WRITE-FAILED              VALUE "F".
       77  WS-KEY-ATTEMPTS             PIC 9(03) COMP VALUE ZERO.
       01  WS-AUDIT-RESULT             PIC X(16) VALUE SPACES.
       77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "N" TO WS-SIGNON-SWITCH.
           CALL "OPERSIGN" USING WS-OPERATOR-ID, WS-SIGNON-SWITCH,
               WS-SIGNON-ROLES.
           IF NOT WS-SIGNON-VALID
               DISPLAY "SIGN-ON REJECTED - NOTES NOT ADDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-HAS-INTAKE-ROLE
               AND NOT WS-HAS-INQUIRY-ROLE
               DISPLAY "OPERATOR HOLDS NEITHER THE INTAKE NOR THE ",
                   "INQUIRY ROLE - NOTES NOT ADDED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-ADD-ONE-NOTE
               THRU 2000-ADD-ONE-NOTE-EXIT
               UNTIL WS-TRN-EOF.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE NOTES REGISTER FOR UPDATE       *
      * (CREATING IT EMPTY THE FIRST TIME), THE CUSTOMER MASTER    *
      * AND THE TRANSACTION FILE.                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
           OPEN I-O CUSTOMER-NOTE-FILE.
           IF WS-NOTE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-NOTE-FILE
               CLOSE CUSTOMER-NOTE-FILE
               OPEN I-O CUSTOMER-NOTE-FILE
           END-IF.
           IF NOT WS-NOTE-OK
               CALL "FILERR" USING "NOTEADD        ", "CUSTNOTE",
                   "OPEN-IO ", WS-NOTE-FILE-STATUS, "N"
               DISPLAY "NOTEADD: CUSTNOTE NOT AVAILABLE - ",
                   "NOTES NOT ADDED."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUST-OK
               CALL "FILERR" USING "NOTEADD        ", "CUSTMAS ",
                   "OPEN-IN ", WS-CUST-FILE-STATUS, "N"
               DISPLAY "NOTEADD: CUSTMAS NOT AVAILABLE - ",
                   "NOTES NOT ADDED."
               CLOSE CUSTOMER-NOTE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT NOTE-TRAN-FILE.
           IF NOT WS-TRN-OK
               DISPLAY "NOTEADD: NO NOTETRN TRANSACTIONS THIS RUN."
               MOVE "10" TO WS-TRN-FILE-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-ADD-ONE-NOTE - READ ONE NOTE TRANSACTION, CHECK IT,  *
      * FIND THE CUSTOMER IT BELONGS ON, AND FILE IT.             *
      *-----------------------------------------------------------*
       2000-ADD-ONE-NOTE.
           READ NOTE-TRAN-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
                   GO TO 2000-ADD-ONE-NOTE-EXIT
           END-READ.
           IF NX-CUST-ID IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "NOTEADD: CUSTOMER ID " NX-CUST-ID
                   " IS NOT NUMERIC - IGNORED."
               GO TO 2000-ADD-ONE-NOTE-EXIT
           END-IF.
           IF NOT NX-CATEGORY-VALID
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "NOTEADD: CATEGORY " NX-CATEGORY
                   " FOR CUSTOMER " NX-CUST-ID " IS NOT GENL, CALL, "
                   "PREF, DISP, COMP OR SERV - IGNORED."
               GO TO 2000-ADD-ONE-NOTE-EXIT
           END-IF.
           IF NX-NOTE-TEXT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "NOTEADD: NOTE FOR CUSTOMER " NX-CUST-ID
                   " HAS NO TEXT - IGNORED."
               GO TO 2000-ADD-ONE-NOTE-EXIT
           END-IF.
           MOVE NX-CUST-ID TO WS-NOTE-CUST-ID.
           MOVE "N" TO WS-ALIAS-SWITCH.
           CALL "IDALIAS" USING WS-NOTE-CUST-ID, WS-ALIAS-SWITCH,
               "NOTEADD        ".
           IF WS-ALIAS-RESOLVED
               DISPLAY "NOTEADD: CUSTOMER " NX-CUST-ID " IS A LEGACY ",
                   "ID - NOTE FILED UNDER " WS-NOTE-CUST-ID "."
           END-IF.
           MOVE WS-NOTE-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "NOTEADD: CUSTOMER " WS-NOTE-CUST-ID
                       " NOT ON FILE - IGNORED."
                   GO TO 2000-ADD-ONE-NOTE-EXIT
           END-READ.
           IF CM-IS-MERGED
               DISPLAY "NOTEADD: CUSTOMER " CM-CUST-ID " WAS MERGED ",
                   "INTO " CM-MERGED-TO-ID " - NOTE FILED ON THE ",
                   "SURVIVING RECORD."
               MOVE CM-MERGED-TO-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "NOTEADD: SURVIVING RECORD "
                           CM-CUST-ID " NOT ON FILE - IGNORED."
                       GO TO 2000-ADD-ONE-NOTE-EXIT
               END-READ
           END-IF.
           PERFORM 2100-WRITE-NOTE
               THRU 2100-WRITE-NOTE-EXIT.
       2000-ADD-ONE-NOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-WRITE-NOTE - FILE THE NOTE UNDER THE CUSTOMER AND    *
      * THE DATE AND TIME IT WAS TAKEN.  TWO NOTES FOR THE SAME   *
      * CUSTOMER IN THE SAME HUNDREDTH OF A SECOND TAKE THE NEXT  *
      * FREE TIME SO NEITHER IS LOST.                             *
      *-----------------------------------------------------------*
       2100-WRITE-NOTE.
           ACCEPT WS-NOTE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOTE-TIME FROM TIME.
           MOVE ZERO TO WS-KEY-ATTEMPTS.
           MOVE "N"  TO WS-WRITE-SWITCH.
           PERFORM 2110-TRY-ONE-KEY
               THRU 2110-TRY-ONE-KEY-EXIT
               UNTIL WS-NOTE-WRITTEN
               OR WS-NOTE-WRITE-FAILED.
           IF WS-NOTE-WRITE-FAILED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "NOTEADD: NOTE FOR CUSTOMER " CM-CUST-ID
                   " COULD NOT BE FILED - STATUS "
                   WS-NOTE-FILE-STATUS
               GO TO 2100-WRITE-NOTE-EXIT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "NOTEADD: " NX-CATEGORY " NOTE FILED FOR CUSTOMER "
               CM-CUST-ID ".".
           MOVE "NOTE-ADDED" TO WS-AUDIT-RESULT.
           PERFORM 8000-LOG-AUDIT-RECORD
               THRU 8000-LOG-AUDIT-RECORD-EXIT.
           IF CM-IS-SENSITIVE
               PERFORM 8100-LOG-SENSITIVE-ACCESS
                   THRU 8100-LOG-SENSITIVE-ACCESS-EXIT
           END-IF.
       2100-WRITE-NOTE-EXIT.
           EXIT.

       2110-TRY-ONE-KEY.
           MOVE SPACES          TO CUSTOMER-NOTE-RECORD.
           MOVE CM-CUST-ID      TO NT-CUST-ID.
           MOVE WS-NOTE-DATE    TO NT-NOTE-DATE.
           MOVE WS-NOTE-TIME    TO NT-NOTE-TIME.
           MOVE WS-OPERATOR-ID  TO NT-OPERATOR-ID.
           MOVE NX-CATEGORY     TO NT-CATEGORY.
           MOVE NX-NOTE-TEXT    TO NT-NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NOTE-OK
               SET WS-NOTE-WRITTEN TO TRUE
               GO TO 2110-TRY-ONE-KEY-EXIT
           END-IF.
           ADD 1 TO WS-KEY-ATTEMPTS.
           IF NOT WS-NOTE-DUPLICATE
               OR WS-KEY-ATTEMPTS > 99
               SET WS-NOTE-WRITE-FAILED TO TRUE
               GO TO 2110-TRY-ONE-KEY-EXIT
           END-IF.
           ADD 1 TO WS-NOTE-TIME.
       2110-TRY-ONE-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-LOG-AUDIT-RECORD - APPEND ONE OPERAUDIT ENTRY FOR    *
      * THE NOTE JUST FILED.                                      *
      *-----------------------------------------------------------*
       8000-LOG-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE WS-AUDIT-RESULT TO OA-RESULT.
           OPEN EXTEND OPERATOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               CLOSE OPERATOR-AUDIT-FILE
               OPEN OUTPUT OPERATOR-AUDIT-FILE
           END-IF.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE OPERATOR-AUDIT-FILE.
       8000-LOG-AUDIT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-LOG-SENSITIVE-ACCESS - APPEND ONE SENSLOG ENTRY FOR  *
      * A NOTE FILED ON A SENSITIVE RECORD.                       *
      *-----------------------------------------------------------*
       8100-LOG-SENSITIVE-ACCESS.
           OPEN EXTEND SENSITIVE-LOG-FILE.
           IF NOT WS-SENS-OK
               CLOSE SENSITIVE-LOG-FILE
               OPEN OUTPUT SENSITIVE-LOG-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO SN-OPERATOR-ID.
           MOVE CM-CUST-ID     TO SN-CUST-ID.
           ACCEPT SN-ACCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT SN-ACCESS-TIME FROM TIME.
           MOVE "NOTE ADD" TO SN-ACTION.
           WRITE SENSITIVE-LOG-RECORD.
           CLOSE SENSITIVE-LOG-FILE.
       8100-LOG-SENSITIVE-ACCESS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - CLOSE THE FILES AND REPORT THE RUN.      *
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-TRN-OK OR WS-TRN-EOF
               CLOSE NOTE-TRAN-FILE
           END-IF.
           CLOSE CUSTOMER-NOTE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           DISPLAY "NOTEADD: NOTES ADDED    = " WS-APPLIED-COUNT.
           DISPLAY "NOTEADD: NOTES REJECTED = " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

       END PROGRAM NOTEADD.
