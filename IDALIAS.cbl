      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared legacy-ID alias service, called like IDCHECK
      * is.  IDMIGR moves each legacy customer to a new self-verifying
      * ID and records the pair on the IDXREF cross-reference, keyed
      * by the old ID, with the date the transition window closes.
      * A caller hands over the customer ID it was given; when that
      * ID is a migrated legacy ID still inside its window, the ID is
      * replaced with the new one, the alias switch comes back "Y",
      * and the use is counted on the IDXREF record (date and calling
      * program) so IDUSRPT can show which aliases are still in use.
      * An alias past its window comes back "E" and the ID is left
      * alone - the caller treats it as the merged record it now is.
      * Any other ID, or no IDXREF at all, comes back "N" unchanged.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDALIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-XREF-FILE ASSIGN TO "IDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-OLD-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ID-XREF-FILE.
       01  ID-XREF-RECORD.
           05  IX-OLD-ID               PIC 9(06).
           05  IX-NEW-ID               PIC 9(06).
           05  IX-MIGRATED-DATE        PIC X(08).
           05  IX-RETIRE-DATE          PIC X(08).
           05  IX-USE-COUNT            PIC 9(07).
           05  IX-LAST-USED-DATE       PIC X(08).
           05  IX-LAST-USED-BY         PIC X(15).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-XREF-OK                        VALUE "00".
       01  WS-IO-MODE-SWITCH           PIC X(01) VALUE "N".
           88  WS-XREF-UPDATABLE                 VALUE "Y".
       01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01  CUSTOMER-ID                 PIC 9(06).
       01  ALIAS-SWITCH                PIC X(01).
           88  ALIAS-RESOLVED                    VALUE "Y".
           88  ALIAS-EXPIRED                     VALUE "E".
       01  CALLER-NAME                 PIC X(15).
       PROCEDURE DIVISION USING CUSTOMER-ID, ALIAS-SWITCH,
           CALLER-NAME.
       0000-MAINLINE.
           MOVE "N" TO ALIAS-SWITCH.
           IF CUSTOMER-ID NOT NUMERIC
               GOBACK
           END-IF.
           MOVE "N" TO WS-IO-MODE-SWITCH.
           OPEN I-O ID-XREF-FILE.
           IF WS-XREF-OK
               SET WS-XREF-UPDATABLE TO TRUE
           ELSE
               OPEN INPUT ID-XREF-FILE
           END-IF.
           IF NOT WS-XREF-OK
               GOBACK
           END-IF.
           MOVE CUSTOMER-ID TO IX-OLD-ID.
           READ ID-XREF-FILE
               INVALID KEY
                   CLOSE ID-XREF-FILE
                   GOBACK
           END-READ.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-DATE > IX-RETIRE-DATE
               SET ALIAS-EXPIRED TO TRUE
               CLOSE ID-XREF-FILE
               GOBACK
           END-IF.
           MOVE IX-NEW-ID TO CUSTOMER-ID.
           SET ALIAS-RESOLVED TO TRUE.
           IF WS-XREF-UPDATABLE
               PERFORM 1000-COUNT-ALIAS-USE
                   THRU 1000-COUNT-ALIAS-USE-EXIT
           END-IF.
           CLOSE ID-XREF-FILE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-COUNT-ALIAS-USE - ONE MORE USE OF THE OLD ID, WITH   *
      * THE DATE AND THE PROGRAM THAT WAS HANDED IT.  A COUNTER   *
      * AT ITS LIMIT STAYS THERE; THE DATE STILL MOVES.           *
      *-----------------------------------------------------------*
       1000-COUNT-ALIAS-USE.
           IF IX-USE-COUNT IS NOT NUMERIC
               MOVE ZERO TO IX-USE-COUNT
           END-IF.
           IF IX-USE-COUNT < 9999999
               ADD 1 TO IX-USE-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO IX-LAST-USED-DATE.
           MOVE CALLER-NAME TO IX-LAST-USED-BY.
           REWRITE ID-XREF-RECORD
               INVALID KEY
                   DISPLAY "IDALIAS: IDXREF REWRITE FAILED FOR "
                       IX-OLD-ID " - STATUS " WS-XREF-FILE-STATUS
           END-REWRITE.
       1000-COUNT-ALIAS-USE-EXIT.
           EXIT.

       END PROGRAM IDALIAS.
