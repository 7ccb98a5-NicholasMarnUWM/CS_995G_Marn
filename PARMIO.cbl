      ******************************************************************
      * Author: Nicholas Marn
      * Installation: OPERATIONS
      * Date-Written: 10/15/2026
      * Date-Compiled: 10/15/2026
      * Purpose: Shared reader and writer for the parameter and
      * control files that are changed only under version control -
      * TIERCTL, PRIMECTL, PERFCTL, THRESHTBL, DUPCTL, ESCCTL, RATETOL,
      * WINCTL and LIQTHR - so PARMMNT, PARMINST and PREFLITE can
      * treat any of them as a list of record images without each
      * carrying nine file definitions.  Function "R" reads the
      * whole file named by the caller into the line table and
      * returns its record count and record length; function "W"
      * replaces the file with the caller's lines, cut to the record
      * length.  The status byte comes back "Y" when done, "N" when
      * the file could not be opened, "U" for a file that is not
      * under control, and "F" when the file has more records than
      * the table holds.
      * Bringing another file under control means one more SELECT,
      * FD and pair of read/write paragraphs here, and its name in
      * the PREFLITE list.
      * Tectonics: cobc
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 10/15/2026  NM  INITIAL VERSION.
      * 10/15/2026  NM  LIQTHR, THE TREASURY LIQUIDITY-LADDER
      *                 THRESHOLDS, IS BROUGHT UNDER CONTROL.
      * 10/15/2026  NM  THRESHTBL RECORDS WIDEN TO 19 BYTES TO CARRY THE
      *                 ACCOUNT EACH LIMIT APPLIES TO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-PARM-FILE ASSIGN TO "TIERCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PRIME-PARM-FILE ASSIGN TO "PRIMECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PERF-PARM-FILE ASSIGN TO "PERFCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT THRESH-PARM-FILE ASSIGN TO "THRESHTBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DUP-PARM-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ESC-PARM-FILE ASSIGN TO "ESCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RATETOL-PARM-FILE ASSIGN TO "RATETOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT WIN-PARM-FILE ASSIGN TO "WINCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT LIQ-PARM-FILE ASSIGN TO "LIQTHR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIER-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01  TIER-PARM-RECORD            PIC X(23).

       FD  PRIME-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01  PRIME-PARM-RECORD           PIC X(14).

       FD  PERF-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01  PERF-PARM-RECORD            PIC X(12).

       FD  THRESH-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01  THRESH-PARM-RECORD          PIC X(19).

       FD  DUP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 03 CHARACTERS.
       01  DUP-PARM-RECORD             PIC X(03).

       FD  ESC-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  ESC-PARM-RECORD             PIC X(06).

       FD  RATETOL-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 05 CHARACTERS.
       01  RATETOL-PARM-RECORD         PIC X(05).

       FD  WIN-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 06 CHARACTERS.
       01  WIN-PARM-RECORD             PIC X(06).

       FD  LIQ-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  LIQ-PARM-RECORD             PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  WS-PARM-OK                        VALUE "00".
           88  WS-PARM-EOF                       VALUE "10".
       77  WS-FILE-NUMBER              PIC 9(02) COMP VALUE ZERO.
       77  WS-LINE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-LIMIT               PIC 9(04) COMP VALUE 300.
       01  WS-LINE-WORK                PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01  PIO-FUNCTION                PIC X(01).
           88  FUNCTION-IS-READ                  VALUE "R".
           88  FUNCTION-IS-WRITE                 VALUE "W".
       01  PIO-FILE-ID                 PIC X(09).
       01  PIO-RECORD-LENGTH           PIC 9(03).
       01  PIO-LINE-COUNT              PIC 9(04).
       01  PIO-LINE-TABLE.
           05  PIO-LINE OCCURS 300 TIMES
                                       PIC X(40).
       01  PIO-STATUS                  PIC X(01).
           88  PIO-IS-DONE                       VALUE "Y".
           88  PIO-NOT-OPENED                    VALUE "N".
           88  PIO-NOT-CONTROLLED                VALUE "U".
           88  PIO-TABLE-FULL                    VALUE "F".
       PROCEDURE DIVISION USING PIO-FUNCTION, PIO-FILE-ID,
           PIO-RECORD-LENGTH, PIO-LINE-COUNT, PIO-LINE-TABLE,
           PIO-STATUS.
       0000-MAINLINE.
           MOVE "Y" TO PIO-STATUS.
           PERFORM 1000-IDENTIFY-FILE
               THRU 1000-IDENTIFY-FILE-EXIT.
           IF WS-FILE-NUMBER = 0
               MOVE "U" TO PIO-STATUS
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN FUNCTION-IS-READ
                   MOVE ZERO TO PIO-LINE-COUNT
                   PERFORM 2000-READ-FILE
                       THRU 2000-READ-FILE-EXIT
               WHEN FUNCTION-IS-WRITE
                   PERFORM 3000-WRITE-FILE
                       THRU 3000-WRITE-FILE-EXIT
               WHEN OTHER
                   MOVE "N" TO PIO-STATUS
                   DISPLAY "PARMIO: UNKNOWN FUNCTION "
                       PIO-FUNCTION " - NOTHING DONE."
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-IDENTIFY-FILE - THE CONTROLLED FILES AND THEIR       *
      * RECORD LENGTHS.  ANY OTHER NAME IS NOT UNDER CONTROL.     *
      *-----------------------------------------------------------*
       1000-IDENTIFY-FILE.
           MOVE ZERO TO WS-FILE-NUMBER.
           MOVE ZERO TO PIO-RECORD-LENGTH.
           EVALUATE PIO-FILE-ID
               WHEN "TIERCTL"
                   MOVE 1 TO WS-FILE-NUMBER
                   MOVE 23 TO PIO-RECORD-LENGTH
               WHEN "PRIMECTL"
                   MOVE 2 TO WS-FILE-NUMBER
                   MOVE 14 TO PIO-RECORD-LENGTH
               WHEN "PERFCTL"
                   MOVE 3 TO WS-FILE-NUMBER
                   MOVE 12 TO PIO-RECORD-LENGTH
               WHEN "THRESHTBL"
                   MOVE 4 TO WS-FILE-NUMBER
                   MOVE 11 TO PIO-RECORD-LENGTH
               WHEN "DUPCTL"
                   MOVE 5 TO WS-FILE-NUMBER
                   MOVE 03 TO PIO-RECORD-LENGTH
               WHEN "ESCCTL"
                   MOVE 6 TO WS-FILE-NUMBER
                   MOVE 06 TO PIO-RECORD-LENGTH
               WHEN "RATETOL"
                   MOVE 7 TO WS-FILE-NUMBER
                   MOVE 05 TO PIO-RECORD-LENGTH
               WHEN "WINCTL"
                   MOVE 8 TO WS-FILE-NUMBER
                   MOVE 06 TO PIO-RECORD-LENGTH
               WHEN "LIQTHR"
                   MOVE 9 TO WS-FILE-NUMBER
                   MOVE 16 TO PIO-RECORD-LENGTH
           END-EVALUATE.
       1000-IDENTIFY-FILE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-FILE - LOAD EVERY RECORD OF THE FILE INTO THE   *
      * CALLER'S LINE TABLE.                                      *
      *-----------------------------------------------------------*
       2000-READ-FILE.
           MOVE SPACES TO WS-PARM-FILE-STATUS.
           EVALUATE WS-FILE-NUMBER
               WHEN 1
                   PERFORM 2110-READ-TIERCTL
                       THRU 2110-READ-TIERCTL-EXIT
               WHEN 2
                   PERFORM 2120-READ-PRIMECTL
                       THRU 2120-READ-PRIMECTL-EXIT
               WHEN 3
                   PERFORM 2130-READ-PERFCTL
                       THRU 2130-READ-PERFCTL-EXIT
               WHEN 4
                   PERFORM 2140-READ-THRESHTBL
                       THRU 2140-READ-THRESHTBL-EXIT
               WHEN 5
                   PERFORM 2150-READ-DUPCTL
                       THRU 2150-READ-DUPCTL-EXIT
               WHEN 6
                   PERFORM 2160-READ-ESCCTL
                       THRU 2160-READ-ESCCTL-EXIT
               WHEN 7
                   PERFORM 2170-READ-RATETOL
                       THRU 2170-READ-RATETOL-EXIT
               WHEN 8
                   PERFORM 2180-READ-WINCTL
                       THRU 2180-READ-WINCTL-EXIT
               WHEN 9
                   PERFORM 2190-READ-LIQTHR
                       THRU 2190-READ-LIQTHR-EXIT
           END-EVALUATE.
       2000-READ-FILE-EXIT.
           EXIT.

       2110-READ-TIERCTL.
           OPEN INPUT TIER-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2110-READ-TIERCTL-EXIT
           END-IF.
           PERFORM 2111-READ-ONE-TIERCTL
               THRU 2111-READ-ONE-TIERCTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE TIER-PARM-FILE.
       2110-READ-TIERCTL-EXIT.
           EXIT.

       2111-READ-ONE-TIERCTL.
           READ TIER-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE TIER-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2111-READ-ONE-TIERCTL-EXIT.
           EXIT.

       2120-READ-PRIMECTL.
           OPEN INPUT PRIME-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2120-READ-PRIMECTL-EXIT
           END-IF.
           PERFORM 2121-READ-ONE-PRIMECTL
               THRU 2121-READ-ONE-PRIMECTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE PRIME-PARM-FILE.
       2120-READ-PRIMECTL-EXIT.
           EXIT.

       2121-READ-ONE-PRIMECTL.
           READ PRIME-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE PRIME-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2121-READ-ONE-PRIMECTL-EXIT.
           EXIT.

       2130-READ-PERFCTL.
           OPEN INPUT PERF-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2130-READ-PERFCTL-EXIT
           END-IF.
           PERFORM 2131-READ-ONE-PERFCTL
               THRU 2131-READ-ONE-PERFCTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE PERF-PARM-FILE.
       2130-READ-PERFCTL-EXIT.
           EXIT.

       2131-READ-ONE-PERFCTL.
           READ PERF-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE PERF-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2131-READ-ONE-PERFCTL-EXIT.
           EXIT.

       2140-READ-THRESHTBL.
           OPEN INPUT THRESH-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2140-READ-THRESHTBL-EXIT
           END-IF.
           PERFORM 2141-READ-ONE-THRESHTBL
               THRU 2141-READ-ONE-THRESHTBL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE THRESH-PARM-FILE.
       2140-READ-THRESHTBL-EXIT.
           EXIT.

       2141-READ-ONE-THRESHTBL.
           READ THRESH-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE THRESH-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2141-READ-ONE-THRESHTBL-EXIT.
           EXIT.

       2150-READ-DUPCTL.
           OPEN INPUT DUP-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2150-READ-DUPCTL-EXIT
           END-IF.
           PERFORM 2151-READ-ONE-DUPCTL
               THRU 2151-READ-ONE-DUPCTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE DUP-PARM-FILE.
       2150-READ-DUPCTL-EXIT.
           EXIT.

       2151-READ-ONE-DUPCTL.
           READ DUP-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE DUP-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2151-READ-ONE-DUPCTL-EXIT.
           EXIT.

       2160-READ-ESCCTL.
           OPEN INPUT ESC-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2160-READ-ESCCTL-EXIT
           END-IF.
           PERFORM 2161-READ-ONE-ESCCTL
               THRU 2161-READ-ONE-ESCCTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE ESC-PARM-FILE.
       2160-READ-ESCCTL-EXIT.
           EXIT.

       2161-READ-ONE-ESCCTL.
           READ ESC-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE ESC-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2161-READ-ONE-ESCCTL-EXIT.
           EXIT.

       2170-READ-RATETOL.
           OPEN INPUT RATETOL-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2170-READ-RATETOL-EXIT
           END-IF.
           PERFORM 2171-READ-ONE-RATETOL
               THRU 2171-READ-ONE-RATETOL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE RATETOL-PARM-FILE.
       2170-READ-RATETOL-EXIT.
           EXIT.

       2171-READ-ONE-RATETOL.
           READ RATETOL-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE RATETOL-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2171-READ-ONE-RATETOL-EXIT.
           EXIT.

       2180-READ-WINCTL.
           OPEN INPUT WIN-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2180-READ-WINCTL-EXIT
           END-IF.
           PERFORM 2181-READ-ONE-WINCTL
               THRU 2181-READ-ONE-WINCTL-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE WIN-PARM-FILE.
       2180-READ-WINCTL-EXIT.
           EXIT.

       2181-READ-ONE-WINCTL.
           READ WIN-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE WIN-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2181-READ-ONE-WINCTL-EXIT.
           EXIT.

       2190-READ-LIQTHR.
           OPEN INPUT LIQ-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 2190-READ-LIQTHR-EXIT
           END-IF.
           PERFORM 2191-READ-ONE-LIQTHR
               THRU 2191-READ-ONE-LIQTHR-EXIT
               UNTIL WS-PARM-EOF
               OR PIO-TABLE-FULL.
           CLOSE LIQ-PARM-FILE.
       2190-READ-LIQTHR-EXIT.
           EXIT.

       2191-READ-ONE-LIQTHR.
           READ LIQ-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   MOVE LIQ-PARM-RECORD TO WS-LINE-WORK
                   PERFORM 2900-STORE-LINE
                       THRU 2900-STORE-LINE-EXIT
           END-READ.
       2191-READ-ONE-LIQTHR-EXIT.
           EXIT.

       2900-STORE-LINE.
           IF PIO-LINE-COUNT NOT < WS-LINE-LIMIT
               MOVE "F" TO PIO-STATUS
               GO TO 2900-STORE-LINE-EXIT
           END-IF.
           ADD 1 TO PIO-LINE-COUNT.
           MOVE WS-LINE-WORK TO PIO-LINE(PIO-LINE-COUNT).
       2900-STORE-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-FILE - REPLACE THE FILE WITH THE CALLER'S      *
      * LINES, EACH CUT TO THE FILE'S RECORD LENGTH.              *
      *-----------------------------------------------------------*
       3000-WRITE-FILE.
           IF PIO-LINE-COUNT > WS-LINE-LIMIT
               MOVE "F" TO PIO-STATUS
               GO TO 3000-WRITE-FILE-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-FILE-STATUS.
           EVALUATE WS-FILE-NUMBER
               WHEN 1
                   PERFORM 3110-WRITE-TIERCTL
                       THRU 3110-WRITE-TIERCTL-EXIT
               WHEN 2
                   PERFORM 3120-WRITE-PRIMECTL
                       THRU 3120-WRITE-PRIMECTL-EXIT
               WHEN 3
                   PERFORM 3130-WRITE-PERFCTL
                       THRU 3130-WRITE-PERFCTL-EXIT
               WHEN 4
                   PERFORM 3140-WRITE-THRESHTBL
                       THRU 3140-WRITE-THRESHTBL-EXIT
               WHEN 5
                   PERFORM 3150-WRITE-DUPCTL
                       THRU 3150-WRITE-DUPCTL-EXIT
               WHEN 6
                   PERFORM 3160-WRITE-ESCCTL
                       THRU 3160-WRITE-ESCCTL-EXIT
               WHEN 7
                   PERFORM 3170-WRITE-RATETOL
                       THRU 3170-WRITE-RATETOL-EXIT
               WHEN 8
                   PERFORM 3180-WRITE-WINCTL
                       THRU 3180-WRITE-WINCTL-EXIT
               WHEN 9
                   PERFORM 3190-WRITE-LIQTHR
                       THRU 3190-WRITE-LIQTHR-EXIT
           END-EVALUATE.
       3000-WRITE-FILE-EXIT.
           EXIT.

       3110-WRITE-TIERCTL.
           OPEN OUTPUT TIER-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3110-WRITE-TIERCTL-EXIT
           END-IF.
           PERFORM 3111-WRITE-ONE-TIERCTL
               THRU 3111-WRITE-ONE-TIERCTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE TIER-PARM-FILE.
       3110-WRITE-TIERCTL-EXIT.
           EXIT.

       3111-WRITE-ONE-TIERCTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO TIER-PARM-RECORD.
           WRITE TIER-PARM-RECORD.
       3111-WRITE-ONE-TIERCTL-EXIT.
           EXIT.

       3120-WRITE-PRIMECTL.
           OPEN OUTPUT PRIME-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3120-WRITE-PRIMECTL-EXIT
           END-IF.
           PERFORM 3121-WRITE-ONE-PRIMECTL
               THRU 3121-WRITE-ONE-PRIMECTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE PRIME-PARM-FILE.
       3120-WRITE-PRIMECTL-EXIT.
           EXIT.

       3121-WRITE-ONE-PRIMECTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO PRIME-PARM-RECORD.
           WRITE PRIME-PARM-RECORD.
       3121-WRITE-ONE-PRIMECTL-EXIT.
           EXIT.

       3130-WRITE-PERFCTL.
           OPEN OUTPUT PERF-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3130-WRITE-PERFCTL-EXIT
           END-IF.
           PERFORM 3131-WRITE-ONE-PERFCTL
               THRU 3131-WRITE-ONE-PERFCTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE PERF-PARM-FILE.
       3130-WRITE-PERFCTL-EXIT.
           EXIT.

       3131-WRITE-ONE-PERFCTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO PERF-PARM-RECORD.
           WRITE PERF-PARM-RECORD.
       3131-WRITE-ONE-PERFCTL-EXIT.
           EXIT.

       3140-WRITE-THRESHTBL.
           OPEN OUTPUT THRESH-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3140-WRITE-THRESHTBL-EXIT
           END-IF.
           PERFORM 3141-WRITE-ONE-THRESHTBL
               THRU 3141-WRITE-ONE-THRESHTBL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE THRESH-PARM-FILE.
       3140-WRITE-THRESHTBL-EXIT.
           EXIT.

       3141-WRITE-ONE-THRESHTBL.
           MOVE PIO-LINE(WS-LINE-IDX) TO THRESH-PARM-RECORD.
           WRITE THRESH-PARM-RECORD.
       3141-WRITE-ONE-THRESHTBL-EXIT.
           EXIT.

       3150-WRITE-DUPCTL.
           OPEN OUTPUT DUP-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3150-WRITE-DUPCTL-EXIT
           END-IF.
           PERFORM 3151-WRITE-ONE-DUPCTL
               THRU 3151-WRITE-ONE-DUPCTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE DUP-PARM-FILE.
       3150-WRITE-DUPCTL-EXIT.
           EXIT.

       3151-WRITE-ONE-DUPCTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO DUP-PARM-RECORD.
           WRITE DUP-PARM-RECORD.
       3151-WRITE-ONE-DUPCTL-EXIT.
           EXIT.

       3160-WRITE-ESCCTL.
           OPEN OUTPUT ESC-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3160-WRITE-ESCCTL-EXIT
           END-IF.
           PERFORM 3161-WRITE-ONE-ESCCTL
               THRU 3161-WRITE-ONE-ESCCTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE ESC-PARM-FILE.
       3160-WRITE-ESCCTL-EXIT.
           EXIT.

       3161-WRITE-ONE-ESCCTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO ESC-PARM-RECORD.
           WRITE ESC-PARM-RECORD.
       3161-WRITE-ONE-ESCCTL-EXIT.
           EXIT.

       3170-WRITE-RATETOL.
           OPEN OUTPUT RATETOL-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3170-WRITE-RATETOL-EXIT
           END-IF.
           PERFORM 3171-WRITE-ONE-RATETOL
               THRU 3171-WRITE-ONE-RATETOL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE RATETOL-PARM-FILE.
       3170-WRITE-RATETOL-EXIT.
           EXIT.

       3171-WRITE-ONE-RATETOL.
           MOVE PIO-LINE(WS-LINE-IDX) TO RATETOL-PARM-RECORD.
           WRITE RATETOL-PARM-RECORD.
       3171-WRITE-ONE-RATETOL-EXIT.
           EXIT.

       3180-WRITE-WINCTL.
           OPEN OUTPUT WIN-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3180-WRITE-WINCTL-EXIT
           END-IF.
           PERFORM 3181-WRITE-ONE-WINCTL
               THRU 3181-WRITE-ONE-WINCTL-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE WIN-PARM-FILE.
       3180-WRITE-WINCTL-EXIT.
           EXIT.

       3181-WRITE-ONE-WINCTL.
           MOVE PIO-LINE(WS-LINE-IDX) TO WIN-PARM-RECORD.
           WRITE WIN-PARM-RECORD.
       3181-WRITE-ONE-WINCTL-EXIT.
           EXIT.

       3190-WRITE-LIQTHR.
           OPEN OUTPUT LIQ-PARM-FILE.
           IF NOT WS-PARM-OK
               MOVE "N" TO PIO-STATUS
               GO TO 3190-WRITE-LIQTHR-EXIT
           END-IF.
           PERFORM 3191-WRITE-ONE-LIQTHR
               THRU 3191-WRITE-ONE-LIQTHR-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > PIO-LINE-COUNT.
           CLOSE LIQ-PARM-FILE.
       3190-WRITE-LIQTHR-EXIT.
           EXIT.

       3191-WRITE-ONE-LIQTHR.
           MOVE PIO-LINE(WS-LINE-IDX) TO LIQ-PARM-RECORD.
           WRITE LIQ-PARM-RECORD.
       3191-WRITE-ONE-LIQTHR-EXIT.
           EXIT.

       END PROGRAM PARMIO.
