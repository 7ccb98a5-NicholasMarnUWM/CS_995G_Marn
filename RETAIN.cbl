      * Date-Written: 08/22/2026
      * Date-Compiled: 08/22/2026
      * Purpose: Retention management for the year-end archive files -
      * YTDARCH, FIBAUDARC, ADDOUTARC, PRIMEARC, and TIERARC - and for
      * the TRANHIST transaction history, all of which otherwise only
      * ever grow.  Driven by the RETPOLCY policy
      * table (one record per file: archive name and retention in
      * years); each archive record's leading year stamp is compared
      * against the cutoff (current year minus the retention) and
      * records destroyed, and the policy that authorized it.  The
      * run refuses to start without a policy table, and an archive
      * with no policy record is left untouched and reported.
      * Compliance asked for this in writing.  TRANHIST is keyed, so
      * its postings are dated by their posting-date year and those
      * past retention are deleted in place.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 08/22/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  PURGE TRANHIST POSTINGS BY POSTING YEAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
           SELECT TIER-ARCHIVE-FILE ASSIGN TO "TIERARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-ARCH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TIER-ARCHIVE-RECORD         PIC X(44).

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-CUST-ID          PIC 9(06).
               10  TH-POST-DATE        PIC X(08).
               10  TH-SEQUENCE         PIC 9(07).
           05  FILLER                  PIC X(79).

       WORKING-STORAGE SECTION.
       01  WS-POL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  WS-POL-OK                         VALUE "00".
           MOVE "TIERARC  " TO WS-FILE-NAME.
           PERFORM 6000-RETAIN-TIERARC
               THRU 6000-RETAIN-TIERARC-EXIT.
           MOVE "TRANHIST " TO WS-FILE-NAME.
           PERFORM 6500-RETAIN-TRANHIST
               THRU 6500-RETAIN-TRANHIST-EXIT.
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.
           GOBACK.
       6200-RELOAD-ONE-TIERARC-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-RETAIN-TRANHIST - TRANHIST IS KEYED BY CUSTOMER, SO  *
      * THERE IS NO YEAR STAMP UP FRONT AND NO REWRITE: EACH      *
      * POSTING IS TALLIED BY ITS POSTING-DATE YEAR AND ONE PAST  *
      * RETENTION IS DELETED WHERE IT STANDS.                     *
      *-----------------------------------------------------------*
       6500-RETAIN-TRANHIST.
           PERFORM 7000-FIND-POLICY
               THRU 7000-FIND-POLICY-EXIT.
           IF WS-POL-MATCH-IDX = 0
               GO TO 6500-RETAIN-TRANHIST-EXIT
           END-IF.
           MOVE SPACES TO WS-ARCH-FILE-STATUS.
           OPEN I-O TRAN-HISTORY-FILE.
           IF NOT WS-ARCH-OK
               GO TO 6500-RETAIN-TRANHIST-EXIT
           END-IF.
           PERFORM 6600-SIFT-ONE-TRANHIST
               THRU 6600-SIFT-ONE-TRANHIST-EXIT
               UNTIL WS-ARCH-EOF.
           CLOSE TRAN-HISTORY-FILE.
           PERFORM 7400-REPORT-FILE-RESULT
               THRU 7400-REPORT-FILE-RESULT-EXIT.
       6500-RETAIN-TRANHIST-EXIT.
           EXIT.

       6600-SIFT-ONE-TRANHIST.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-ARCH-EOF TO TRUE
                   GO TO 6600-SIFT-ONE-TRANHIST-EXIT
           END-READ.
           MOVE SPACES TO WS-RECORD-BUFFER.
           MOVE TH-POST-DATE(1:4) TO WS-RECORD-BUFFER(1:4).
           PERFORM 7200-TALLY-RECORD
               THRU 7200-TALLY-RECORD-EXIT.
           IF WS-RECORD-YEAR-X IS NUMERIC
               AND WS-RECORD-YEAR NOT > WS-CUTOFF-YEAR
               DELETE TRAN-HISTORY-FILE RECORD
           END-IF.
       6600-SIFT-ONE-TRANHIST-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-TOTAL-PURGED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETAIN-REPORT-LINE.
