      *> The first call of a run starts the file fresh (per-run, not
      *> append-forever); later calls extend it. A corrected copy goes
      *> back through Common/Programs/RejectReprocess.
      *> Like the other outputs named after the input, each run's
      *> reject file is also kept as a numbered generation
      *> (Common/Programs/GenerationRoll). A reject file is built up
      *> one call at a time with no last call to roll it on, so the
      *> first call reserves the run's generation and every reject
      *> is written to it as well as to the live file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT GENERATION-FILE
               ASSIGN TO DYNAMIC WS-GDG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-FS.

           *> Cumulative reject statistics at the repository root
           *> (same two-directories-up convention as runlogwrite):
           *> one dated count record per reject, so each night's
           05  FILLER               PIC X.
           05  RJ-RAW-LINE          PIC X(200000).

       FD  GENERATION-FILE.
       01  GENERATION-REC           PIC X(200052).

       FD  STATS-FILE.
       01  STATS-REC.
           05  RS-DATE              PIC X(8).
           88  FILE-STARTED                VALUE "Y".
       01  WS-STAT-FS               PIC XX.

       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ALLOCATE".
       01  WS-GDG-TYPE              PIC X(12) VALUE "rejects".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300) VALUE SPACES.
       01  WS-GDG-OK                PIC X.
       01  WS-GDG-FS                PIC XX.

      *> Rejects are the highest-volume shared-root append, so
      *> under parallel batch execution the statistics line goes to
      *> the job's private spool (BATCH_SPOOL_DIR, the same scheme
                   " (file status " WS-FS ")"
               GOBACK
           END-IF
           IF NOT FILE-STARTED
               CALL "gdgroll" USING WS-GDG-FUNCTION WS-REJECT-NAME
                   WS-GDG-TYPE WS-GDG-ROOT LK-PROGRAM-ID WS-GDG-FILE
                   WS-GDG-OK
           END-IF
           SET FILE-STARTED TO TRUE

           MOVE SPACES TO REJECT-REC

           CLOSE REJECT-FILE

           IF WS-GDG-FILE NOT = SPACES
               OPEN EXTEND GENERATION-FILE
               IF WS-GDG-FS = "00"
                   WRITE GENERATION-REC FROM REJECT-REC
                   CLOSE GENERATION-FILE
               END-IF
           END-IF

           PERFORM APPEND-REJECT-STAT
           GOBACK
           .
