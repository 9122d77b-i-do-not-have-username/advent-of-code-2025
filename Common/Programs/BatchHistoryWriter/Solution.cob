       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchhistwrite.

      *> Shared battery-batch history appender, CALLed by day3part1
      *> and day3part2 once per depot batch after the BATCH SUMMARY
      *> block prints, so the per-batch subtotals stop scrolling away
      *> with the console. One dated record per batch per run lands
      *> in batchhistory.dat at the repository root (same
      *> two-directories-up convention as runlogwrite), in fixed
      *> columns the way rejectstats.dat is kept:
      *>   cols  1-14  run timestamp (YYYYMMDDhhmmss)
      *>   col     15  "|"
      *>   cols 16-35  program-id
      *>   col     36  "|"
      *>   cols 37-38  bank digits the subtotal was taken at
      *>   col     39  "|"
      *>   cols 40-71  batch id
      *>   col     72  "|"
      *>   cols 73-81  lines in the batch
      *>   col     82  "|"
      *>   cols 83-91  malformed lines skipped
      *>   col     92  "|"
      *>   cols 93-110 batch subtotal
      *>   col    111  "|"
      *>   cols 112-   batch-run correlation id ("-" outside the driver)
      *> Common/Programs/BatchTrend reports over it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           05  BH-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  BH-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  BH-DIGITS            PIC 9(2).
           05  FILLER               PIC X.
           05  BH-BATCH-ID          PIC X(32).
           05  FILLER               PIC X.
           05  BH-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  BH-BAD               PIC 9(9).
           05  FILLER               PIC X.
           05  BH-SUBTOTAL          PIC 9(18).
           05  FILLER               PIC X.
           05  BH-RUN-ID            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.

      *> Working-storage persists across CALLs inside one run unit,
      *> so every batch of a run carries the first call's timestamp
      *> and the report sees them as one night's appearance.
       01  WS-STAMP                 PIC X(14) VALUE SPACES.
       01  WS-RUN-ID                PIC X(20).

      *> Under parallel batch execution the record goes to the job's
      *> private spool (BATCH_SPOOL_DIR, the same scheme runlogwrite
      *> uses) and daybatchdriver folds the spools into
      *> batchhistory.dat in job order at end of batch.
       01  WS-HIST-NAME             PIC X(300)
               VALUE "../../batchhistory.dat".
       01  WS-SPOOL-DIR             PIC X(200).

       LINKAGE SECTION.
       01  LK-PROGRAM-ID            PIC X(20).
       01  LK-DIGITS                PIC 9(4) COMP-5.
       01  LK-BATCH-ID              PIC X(32).
       01  LK-LINES                 PIC 9(9) COMP-5.
       01  LK-BAD                   PIC 9(9) COMP-5.
       01  LK-SUBTOTAL              PIC S9(18) COMP-5.

       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-DIGITS LK-BATCH-ID
               LK-LINES LK-BAD LK-SUBTOTAL.
       MAIN.
           IF WS-STAMP = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           END-IF

           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF

           MOVE SPACES TO WS-SPOOL-DIR
           ACCEPT WS-SPOOL-DIR FROM ENVIRONMENT "BATCH_SPOOL_DIR"
               ON EXCEPTION
                   MOVE SPACES TO WS-SPOOL-DIR
           END-ACCEPT
           IF WS-SPOOL-DIR NOT = SPACES
               MOVE SPACES TO WS-HIST-NAME
               STRING FUNCTION TRIM(WS-SPOOL-DIR)
                      "/batchhistory.spool"
                   DELIMITED BY SIZE INTO WS-HIST-NAME
               END-STRING
           ELSE
               MOVE "../../batchhistory.dat" TO WS-HIST-NAME
           END-IF

           OPEN EXTEND HIST-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "WARNING: Unable to write batch history "
                   FUNCTION TRIM(WS-HIST-NAME)
                   " (file status " WS-FS ")"
               GOBACK
           END-IF

           MOVE SPACES TO HIST-REC
           MOVE WS-STAMP      TO BH-STAMP
           MOVE "|"           TO HIST-REC(15:1)
           MOVE LK-PROGRAM-ID TO BH-PROGID
           MOVE "|"           TO HIST-REC(36:1)
           MOVE LK-DIGITS     TO BH-DIGITS
           MOVE "|"           TO HIST-REC(39:1)
           MOVE LK-BATCH-ID   TO BH-BATCH-ID
           MOVE "|"           TO HIST-REC(72:1)
           MOVE LK-LINES      TO BH-LINES
           MOVE "|"           TO HIST-REC(82:1)
           MOVE LK-BAD        TO BH-BAD
           MOVE "|"           TO HIST-REC(92:1)
           MOVE LK-SUBTOTAL   TO BH-SUBTOTAL
           MOVE "|"           TO HIST-REC(111:1)
           MOVE WS-RUN-ID     TO BH-RUN-ID
           WRITE HIST-REC
           CLOSE HIST-FILE
           GOBACK
           .
