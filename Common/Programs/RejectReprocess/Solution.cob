      *> into the prior run's answer. Without a job number only the
      *> input file is produced. Run from the repository root, same as
      *> the other drivers.
      *>
      *> Each run against a job is logged to reprocesslog.dat at the
      *> root, for chargeback to bill the depot the cleanup:
      *>   stamp | REPROCESSED | job-number | program-id | lines | file

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FS.

           SELECT LOG-FILE
               ASSIGN TO "reprocesslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       FD  CLEAN-FILE.
       01  CLEAN-REC                PIC X(200000).

       FD  LOG-FILE.
       01  LOG-REC                  PIC X(400).

       WORKING-STORAGE SECTION.
       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JT-STATUS             PIC X.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-REJECT-NAME           PIC X(256).
       01  WS-CLEAN-NAME            PIC X(300).
       01  WS-FS                    PIC XX.
       01  WS-CLEAN-FS              PIC XX.
       01  WS-LOG-FS                PIC XX.
       01  WS-STAMP                 PIC X(21).
       01  WS-SEL-OUT               PIC Z(2)9.
       01  WS-EOF                   PIC X VALUE "N".
           88  EOF                         VALUE "Y".

           DISPLAY "(the answer below is those lines' contribution;"
               " fold it into the prior run's answer)"
           CALL "SYSTEM" USING WS-CMD
           PERFORM LOG-REPROCESS
           .

       LOG-REPROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-FS NOT = "00"
               DISPLAY "WARNING: unable to record the run on "
                   "reprocesslog.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL TO WS-SEL-OUT
           MOVE WS-LINES TO WS-LINES-OUT
           MOVE SPACES TO LOG-REC
           STRING WS-STAMP(1:14)
                  " | REPROCESSED | " FUNCTION TRIM(WS-SEL-OUT)
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                  " | " FUNCTION TRIM(WS-LINES-OUT)
                  " | " FUNCTION TRIM(WS-REJECT-NAME)
               DELIMITED BY SIZE INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOG-FILE
           .

       LOAD-JOB-TABLE.
