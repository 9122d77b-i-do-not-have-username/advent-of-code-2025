       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recbalance.

      *> Nightly input record-count balancing. A run can come back
      *> clean having read fewer lines than its feed holds -- a
      *> truncated buffer or a stray end-of-file does it quietly --
      *> so each job's figures are put through the control equation
      *>
      *>   lines in file = lines processed + lines rejected
      *>                   + blank/header lines
      *>
      *> with the lines in the staged input.txt taken from
      *> feedstats.dat (feedprofile's count for the date), else from
      *> the feedregistry.dat PROMOTED record feedstager left for the
      *> feed, else from the file itself; lines read and rejected
      *> from the run's acknowledgment record under ack/<program-id>/;
      *> and, when the run rejected anything, the records in its
      *> input.txt.rejects. What a program does not count as read
      *> differs by program and is set by data control in
      *> balancerules.dat:
      *>
      *>   <program-id> <basis> [header-lines]
      *>
      *> basis ALL (every line is read, blank ones included),
      *> NONBLANK (blank lines are skipped) or SECTION (only the
      *> lines before the first blank one are read); header-lines
      *> (default 0) are leading lines skipped unread. A program not
      *> listed is balanced as ALL with no header.
      *>
      *>   recbalance [YYYYMMDD [job-number]]
      *>       balances every job for the date (default today) and
      *>       writes balance.<YYYYMMDD>.txt; each job's result
      *>       replaces its line for that date on balanceregister.dat.
      *>       Given a job number, the return code is that job's
      *>       alone -- intraday balances the job it has just run
      *>       this way before anything distributes its output
      *>   recbalance CLEAR <job-number> [YYYYMMDD]
      *>       data control's release of an OUT-OF-BALANCE job (the
      *>       latest uncleared one when no date is given)
      *>   recbalance LIST [YYYYMMDD]
      *>       the register for the date, or every job held
      *>
      *> balanceregister.dat, one line per job and date:
      *>
      *>   date | job | program-id | file lines | source | read |
      *>       rejected | .rejects records | blank/header | status |
      *>       note | cleared-by | cleared
      *>
      *> status IN-BALANCE, OUT-OF-BALANCE, NO-RUN (no receipt for
      *> the date) or NO-COUNT (no line count to balance against).
      *> distribute holds back the outputs of a job whose latest run
      *> is OUT-OF-BALANCE until it is cleared here; a rerun that
      *> still does not balance keeps its clearance only if its
      *> figures have not changed. CLEAR needs the DATA-CONTROL role
      *> on the operator roster (operator id from BATCH_OPERATOR) and
      *> is journalled. daybatchdriver runs the balancing at the end
      *> of every batch. Run from the repository root.
      *>
      *> Return codes: 0 in balance, 4 a job could not be balanced,
      *> 8 a job out of balance and not cleared, usage or a refused
      *> CLEAR, 12 missing job table, 20 output failure. With a job
      *> number, 0/4/8 speak for that job only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE
               ASSIGN TO "balancerules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RU-FS.

           SELECT REG-FILE
               ASSIGN TO "balanceregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FS.

           SELECT WORK-FILE
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-FS.

           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.

           SELECT ACK-FILE
               ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-FS.

           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FD-FS.

           SELECT STATS-FILE
               ASSIGN TO "feedstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT FREG-FILE
               ASSIGN TO "feedregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-REC                 PIC X(200).

       FD  REG-FILE.
       01  REG-REC                  PIC X(300).

       FD  WORK-FILE.
       01  WORK-REC                 PIC X(300).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(300).

       FD  ACK-FILE.
       01  ACK-REC                  PIC X(300).

       FD  FEED-FILE.
       01  FEED-REC                 PIC X(200000).

       FD  STATS-FILE.
       01  STATS-REC                PIC X(100).

       FD  FREG-FILE.
       01  FREG-REC                 PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       78  MAX-RULES                VALUE 50.

       01  WS-RU-FS                 PIC XX.
       01  WS-RG-FS                 PIC XX.
       01  WS-WK-FS                 PIC XX.
       01  WS-LS-FS                 PIC XX.
       01  WS-AK-FS                 PIC XX.
       01  WS-FD-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-FR-FS                 PIC XX.
       01  WS-RP-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG2                  PIC X(20).
       01  WS-ARG3                  PIC X(20).
       01  WS-DATE                  PIC X(8).
       01  WS-STAMP                 PIC X(21).
       01  WS-CMD                   PIC X(800).
       01  WS-WORK-NAME             PIC X(80).
       01  WS-LIST-NAME             PIC X(80).
       01  WS-ACK-NAME              PIC X(300).
       01  WS-FEED-NAME             PIC X(300).
       01  WS-REPORT-NAME           PIC X(80).
       01  WS-FINAL-RC              PIC 9(2) VALUE 0.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.

      *> "recbalance YYYYMMDD <job>": the one job the caller acts on
       01  WS-ONLY-JOB              PIC 9(3) COMP-5 VALUE 0.
       01  WS-ONLY-JOB-OUT          PIC 9(3).
       01  WS-ONLY-STATUS           PIC X(14) VALUE "NO-RUN".
       01  WS-ONLY-CLEARED          PIC X(10) VALUE "-".

       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JT-STATUS             PIC X.
       01  WS-JOB-TABLE.
           05  WS-JOB OCCURS 50 TIMES.
               10  WS-JOB-DIR       PIC X(40).
               10  WS-JOB-PROG      PIC X(20).
               10  WS-JOB-LABEL     PIC X(24).
               10  WS-JOB-OUTPOS    PIC 9.
               10  WS-JOB-PREREQS   PIC X(20).
               10  WS-JOB-FREQ      PIC X(10).
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> balancerules.dat, one entry per program
       01  WS-RULE-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-RULE-TAB.
           05  WS-RULE OCCURS 50 TIMES.
               10  WS-RU-PROG       PIC X(20).
               10  WS-RU-BASIS      PIC X(10).
               10  WS-RU-HEADER     PIC 9(5) COMP-5.
       01  WS-WORD-1                PIC X(20).
       01  WS-WORD-2                PIC X(20).
       01  WS-WORD-3                PIC X(20).
       01  WS-BASIS                 PIC X(10).
       01  WS-HEADER                PIC 9(5) COMP-5.

      *> one job's figures
       01  WS-ACK-FOUND             PIC X.
           88  ACK-FOUND                   VALUE "Y".
       01  WS-ACK-STAMP             PIC X(14).
       01  WS-READ                  PIC 9(9) COMP-5.
       01  WS-REJECTED              PIC 9(9) COMP-5.
       01  WS-PROCESSED             PIC 9(9) COMP-5.
       01  WS-FILE-FOUND            PIC X.
           88  FILE-FOUND                  VALUE "Y".
       01  WS-FILE-LINES            PIC 9(9) COMP-5.
       01  WS-BLANK-LINES           PIC 9(9) COMP-5.
       01  WS-FIRST-BLANK           PIC 9(9) COMP-5.
       01  WS-STATS-FOUND           PIC X.
           88  STATS-FOUND                 VALUE "Y".
       01  WS-STATS-LINES           PIC 9(9) COMP-5.
       01  WS-STAGED-FOUND          PIC X.
           88  STAGED-FOUND                VALUE "Y".
       01  WS-STAGED-LINES          PIC 9(9) COMP-5.
       01  WS-CONTROL               PIC 9(9) COMP-5.
       01  WS-SOURCE                PIC X(10).
       01  WS-UNCOUNTED             PIC 9(9) COMP-5.
       01  WS-ACCOUNTED             PIC 9(9) COMP-5.
       01  WS-RJ-FILE               PIC X(10).
       01  WS-RJ-RECORDS            PIC 9(9) COMP-5.
       01  WS-STATUS                PIC X(14).
       01  WS-NOTE                  PIC X(60).

      *> feedregistry.dat fields
       01  WS-FR-STAMP              PIC X(20).
       01  WS-FR-EVENT              PIC X(16).
       01  WS-FR-JOB                PIC X(6).
       01  WS-FR-PROG               PIC X(20).
       01  WS-FR-CKSUM              PIC X(12).
       01  WS-FR-BYTES              PIC X(12).
       01  WS-FR-LINES              PIC X(12).

      *> balanceregister.dat fields
       01  WS-BR-DATE               PIC X(8).
       01  WS-BR-JOB                PIC X(6).
       01  WS-BR-PROG               PIC X(20).
       01  WS-BR-FILE               PIC X(12).
       01  WS-BR-SOURCE             PIC X(10).
       01  WS-BR-READ               PIC X(12).
       01  WS-BR-REJECTED           PIC X(12).
       01  WS-BR-RJ-FILE            PIC X(12).
       01  WS-BR-UNCOUNTED          PIC X(12).
       01  WS-BR-STATUS             PIC X(14).
       01  WS-BR-NOTE               PIC X(60).
       01  WS-BR-BY                 PIC X(10).
       01  WS-BR-WHEN               PIC X(14).

      *> clearances already on the register for the date being
      *> balanced, carried onto a rerun whose figures are unchanged
       01  WS-KEEP-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-KEEP-TAB.
           05  WS-KEEP OCCURS 50 TIMES.
               10  WS-KP-JOB        PIC X(6).
               10  WS-KP-FIGURES    PIC X(36).
               10  WS-KP-BY         PIC X(10).
               10  WS-KP-WHEN       PIC X(14).
       01  WS-FIGURES               PIC X(36).
       01  WS-CLEARED-BY            PIC X(10).
       01  WS-CLEARED-WHEN          PIC X(14).

       01  WS-JOB-OUT               PIC Z9.
       01  WS-N1-OUT                PIC Z(8)9.
       01  WS-N2-OUT                PIC Z(8)9.
       01  WS-N3-OUT                PIC Z(8)9.
       01  WS-N4-OUT                PIC Z(8)9.
       01  WS-N5-OUT                PIC Z(8)9.
       01  WS-LINE                  PIC X(300).

       01  WS-BALANCED              PIC 9(3) COMP-5 VALUE 0.
       01  WS-UNBALANCED            PIC 9(3) COMP-5 VALUE 0.
       01  WS-HELD                  PIC 9(3) COMP-5 VALUE 0.
       01  WS-NOT-RUN               PIC 9(3) COMP-5 VALUE 0.
       01  WS-NO-COUNT              PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-OUT             PIC ZZ9.

      *> CLEAR's target
       01  WS-SEL-JOB               PIC X(6).
       01  WS-SEL-DATE              PIC X(8).
       01  WS-SEL-PROG              PIC X(20).
       01  WS-LATEST                PIC X(8).
       01  WS-DONE                  PIC X.

      *> LIST: each job's latest run, for the held list
       01  WS-LAST-TAB.
           05  WS-LAST OCCURS 50 TIMES.
               10  WS-LT-DATE       PIC X(8).
               10  WS-LT-LINE       PIC X(300).
       01  WS-JOB-NUM               PIC 9(3) COMP-5.

      *> Roster check before a clearance -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "recbalance".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-DATE
           MOVE SPACES TO WS-MODE WS-ARG2 WS-ARG3
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           MOVE SPACES TO WS-WORK-NAME WS-LIST-NAME
           STRING "/tmp/recbalance." WS-STAMP(1:14) ".tmp"
               DELIMITED BY SIZE INTO WS-WORK-NAME
           END-STRING
           STRING "/tmp/recbalance." WS-STAMP(1:14) ".lst"
               DELIMITED BY SIZE INTO WS-LIST-NAME
           END-STRING

           PERFORM LOAD-JOB-TABLE

           EVALUATE TRUE
               WHEN WS-MODE = SPACES
                   PERFORM BALANCE-ALL-JOBS
               WHEN FUNCTION TRIM(WS-MODE) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-MODE)) = 8
                   MOVE WS-MODE(1:8) TO WS-DATE
                   PERFORM SET-ONLY-JOB
                   IF WS-FINAL-RC = 0
                       PERFORM BALANCE-ALL-JOBS
                   END-IF
               WHEN WS-MODE = "LIST"
                   PERFORM LIST-REGISTER
               WHEN WS-MODE = "CLEAR"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM CLEAR-JOB
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: recbalance [YYYYMMDD [job-number]]"
                   DISPLAY "       recbalance CLEAR <job-number> "
                       "[YYYYMMDD]"
                   DISPLAY "       recbalance LIST [YYYYMMDD]"
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE

           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-WORK-NAME) " "
                  FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN
           .

       CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-OP-ACTION
           CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ROLE WS-OP-ID WS-OP-NAME WS-OP-OK WS-OP-REASON
           IF NOT OPERATOR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OP-ACTION)
                   " refused -- operator "
                   FUNCTION TRIM(WS-OP-ID) " needs role "
                   FUNCTION TRIM(WS-OP-ROLE) " ("
                   FUNCTION TRIM(WS-OP-REASON) ")"
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-RULES.
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT RULE-FILE
           IF WS-RU-FS NOT = "00"
               DISPLAY "WARNING: no balancerules.dat -- every job "
                   "balanced as ALL"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RULE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           .

       LOAD-ONE-RULE.
           IF RULE-REC = SPACES OR RULE-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= MAX-RULES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WORD-1 WS-WORD-2 WS-WORD-3
           UNSTRING RULE-REC DELIMITED BY ALL SPACE
               INTO WS-WORD-1 WS-WORD-2 WS-WORD-3
           END-UNSTRING
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-WORD-1 TO WS-RU-PROG(WS-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-WORD-2)
               TO WS-RU-BASIS(WS-RULE-COUNT)
           MOVE 0 TO WS-RU-HEADER(WS-RULE-COUNT)
           IF WS-WORD-3 NOT = SPACES
               AND FUNCTION TRIM(WS-WORD-3) IS NUMERIC
               COMPUTE WS-RU-HEADER(WS-RULE-COUNT) =
                   FUNCTION NUMVAL(WS-WORD-3)
           END-IF
           .

       SET-ONLY-JOB.
           IF WS-ARG2 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG2)) <= 3
               COMPUTE WS-ONLY-JOB = FUNCTION NUMVAL(WS-ARG2)
           END-IF
           IF WS-ONLY-JOB < 1 OR WS-ONLY-JOB > NUM-JOBS
               DISPLAY "USAGE: recbalance [YYYYMMDD [job-number]] -- "
                   "job " FUNCTION TRIM(WS-ARG2)
                   " is not in the job table"
               MOVE 0 TO WS-ONLY-JOB
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

       BALANCE-ALL-JOBS.
           PERFORM LOAD-RULES
           PERFORM KEEP-CLEARANCES

           MOVE SPACES TO WS-REPORT-NAME
           STRING "balance." WS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-RP-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-REPORT-NAME)
                   " (file status " WS-RP-FS ")"
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           *> every other date's lines go over unchanged; this date's
           *> are written fresh below
           OPEN OUTPUT WORK-FILE
           IF WS-WK-FS NOT = "00"
               DISPLAY "ERROR: Unable to open scratch file"
               CLOSE REPORT-FILE
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REG-FILE
           IF WS-RG-FS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ REG-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF REG-REC(1:8) NOT = WS-DATE
                               WRITE WORK-REC FROM REG-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF

           MOVE SPACES TO WS-LINE
           STRING "INPUT RECORD-COUNT BALANCING FOR " WS-DATE
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM REPORT-A-LINE
           MOVE "  file lines = processed + rejected + blank/header"
               TO WS-LINE
           PERFORM REPORT-A-LINE
           MOVE SPACES TO WS-LINE
           PERFORM REPORT-A-LINE
           MOVE SPACES TO WS-LINE
           MOVE "JOB" TO WS-LINE(1:3)
           MOVE "PROGRAM" TO WS-LINE(5:7)
           MOVE "FILE" TO WS-LINE(30:4)
           MOVE "SOURCE" TO WS-LINE(35:6)
           MOVE "PROCESSED" TO WS-LINE(46:9)
           MOVE "REJECTED" TO WS-LINE(57:8)
           MOVE "BLANK/HDR" TO WS-LINE(66:9)
           MOVE ".REJECTS" TO WS-LINE(76:8)
           MOVE "STATUS" TO WS-LINE(86:6)
           PERFORM REPORT-A-LINE

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               PERFORM BALANCE-ONE-JOB
               IF WS-J = WS-ONLY-JOB
                   MOVE WS-STATUS TO WS-ONLY-STATUS
                   MOVE WS-CLEARED-BY TO WS-ONLY-CLEARED
               END-IF
           END-PERFORM
           CLOSE WORK-FILE

           MOVE SPACES TO WS-LINE
           PERFORM REPORT-A-LINE
           MOVE SPACES TO WS-LINE
           MOVE WS-BALANCED TO WS-COUNT-OUT
           STRING "IN BALANCE: " FUNCTION TRIM(WS-COUNT-OUT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-UNBALANCED TO WS-COUNT-OUT
           STRING FUNCTION TRIM(WS-LINE) "  OUT OF BALANCE: "
                  FUNCTION TRIM(WS-COUNT-OUT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-HELD TO WS-COUNT-OUT
           STRING FUNCTION TRIM(WS-LINE) " (held from distribute: "
                  FUNCTION TRIM(WS-COUNT-OUT) ")"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-NOT-RUN TO WS-COUNT-OUT
           STRING FUNCTION TRIM(WS-LINE) "  NOT RUN: "
                  FUNCTION TRIM(WS-COUNT-OUT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-NO-COUNT TO WS-COUNT-OUT
           STRING FUNCTION TRIM(WS-LINE) "  NO COUNT: "
                  FUNCTION TRIM(WS-COUNT-OUT)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM REPORT-A-LINE
           CLOSE REPORT-FILE

           MOVE SPACES TO WS-CMD
           STRING "mv " QUOTE FUNCTION TRIM(WS-WORK-NAME) QUOTE
                  " balanceregister.dat"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "Report written to " FUNCTION TRIM(WS-REPORT-NAME)

           IF WS-ONLY-JOB > 0
               MOVE WS-ONLY-JOB TO WS-ONLY-JOB-OUT
               EVALUATE TRUE
                   WHEN WS-ONLY-STATUS = "OUT-OF-BALANCE"
                       AND WS-ONLY-CLEARED = "-"
                       DISPLAY "JOB " WS-ONLY-JOB-OUT " "
                           FUNCTION TRIM(WS-JOB-PROG(WS-ONLY-JOB))
                           ": OUT-OF-BALANCE, held from distribute "
                           "until data control clears it"
                       MOVE 8 TO WS-FINAL-RC
                   WHEN WS-ONLY-STATUS = "OUT-OF-BALANCE"
                       DISPLAY "JOB " WS-ONLY-JOB-OUT " "
                           FUNCTION TRIM(WS-JOB-PROG(WS-ONLY-JOB))
                           ": OUT-OF-BALANCE, cleared by "
                           FUNCTION TRIM(WS-ONLY-CLEARED)
                   WHEN WS-ONLY-STATUS = "IN-BALANCE"
                       DISPLAY "JOB " WS-ONLY-JOB-OUT " "
                           FUNCTION TRIM(WS-JOB-PROG(WS-ONLY-JOB))
                           ": IN-BALANCE"
                   WHEN OTHER
                       DISPLAY "JOB " WS-ONLY-JOB-OUT " "
                           FUNCTION TRIM(WS-JOB-PROG(WS-ONLY-JOB))
                           ": " FUNCTION TRIM(WS-ONLY-STATUS)
                       MOVE 4 TO WS-FINAL-RC
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-HELD > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-NO-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
           END-EVALUATE
           .

       KEEP-CLEARANCES.
           MOVE 0 TO WS-KEEP-COUNT
           OPEN INPUT REG-FILE
           IF WS-RG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF REG-REC(1:8) = WS-DATE
                           PERFORM SPLIT-REGISTER-LINE
                           IF WS-BR-BY NOT = "-"
                               AND WS-BR-BY NOT = SPACES
                               AND WS-KEEP-COUNT < 50
                               ADD 1 TO WS-KEEP-COUNT
                               MOVE WS-BR-JOB TO WS-KP-JOB(WS-KEEP-COUNT)
                               PERFORM FORMAT-REGISTER-FIGURES
                               MOVE WS-FIGURES
                                   TO WS-KP-FIGURES(WS-KEEP-COUNT)
                               MOVE WS-BR-BY TO WS-KP-BY(WS-KEEP-COUNT)
                               MOVE WS-BR-WHEN
                                   TO WS-KP-WHEN(WS-KEEP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           .

       FORMAT-REGISTER-FIGURES.
           *> the figures a clearance was given against
           MOVE SPACES TO WS-FIGURES
           STRING FUNCTION TRIM(WS-BR-FILE) "/"
                  FUNCTION TRIM(WS-BR-READ) "/"
                  FUNCTION TRIM(WS-BR-REJECTED) "/"
                  FUNCTION TRIM(WS-BR-RJ-FILE)
               DELIMITED BY SIZE INTO WS-FIGURES
           END-STRING
           .

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO WS-BR-DATE WS-BR-JOB WS-BR-PROG WS-BR-FILE
               WS-BR-SOURCE WS-BR-READ WS-BR-REJECTED WS-BR-RJ-FILE
               WS-BR-UNCOUNTED WS-BR-STATUS WS-BR-NOTE WS-BR-BY
               WS-BR-WHEN
           UNSTRING REG-REC DELIMITED BY " | "
               INTO WS-BR-DATE WS-BR-JOB WS-BR-PROG WS-BR-FILE
                    WS-BR-SOURCE WS-BR-READ WS-BR-REJECTED
                    WS-BR-RJ-FILE WS-BR-UNCOUNTED WS-BR-STATUS
                    WS-BR-NOTE WS-BR-BY WS-BR-WHEN
           END-UNSTRING
           .

       BALANCE-ONE-JOB.
           MOVE "ALL" TO WS-BASIS
           MOVE 0 TO WS-HEADER
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RULE-COUNT
               IF WS-RU-PROG(WS-I) = WS-JOB-PROG(WS-J)
                   MOVE WS-RU-BASIS(WS-I) TO WS-BASIS
                   MOVE WS-RU-HEADER(WS-I) TO WS-HEADER
               END-IF
           END-PERFORM

           MOVE 0 TO WS-READ WS-REJECTED WS-PROCESSED WS-CONTROL
               WS-UNCOUNTED WS-ACCOUNTED WS-RJ-RECORDS
           MOVE "-" TO WS-SOURCE WS-RJ-FILE
           MOVE SPACES TO WS-NOTE
           MOVE "-" TO WS-CLEARED-BY WS-CLEARED-WHEN

           PERFORM FIND-RECEIPT
           IF NOT ACK-FOUND
               MOVE "NO-RUN" TO WS-STATUS
               MOVE "no receipt for the date" TO WS-NOTE
               ADD 1 TO WS-NOT-RUN
               PERFORM RECORD-JOB-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-STAGED-FEED
           PERFORM FIND-FEEDSTATS-COUNT
           PERFORM FIND-FEEDSTAGER-COUNT
           EVALUATE TRUE
               WHEN STATS-FOUND
                   MOVE WS-STATS-LINES TO WS-CONTROL
                   MOVE "FEEDSTATS" TO WS-SOURCE
               WHEN STAGED-FOUND
                   MOVE WS-STAGED-LINES TO WS-CONTROL
                   MOVE "FEEDSTAGER" TO WS-SOURCE
               WHEN FILE-FOUND
                   MOVE WS-FILE-LINES TO WS-CONTROL
                   MOVE "FILE" TO WS-SOURCE
               WHEN OTHER
                   MOVE "NO-COUNT" TO WS-STATUS
                   MOVE "no line count for the staged feed"
                       TO WS-NOTE
                   ADD 1 TO WS-NO-COUNT
                   PERFORM RECORD-JOB-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           *> lines the program does not count as read
           MOVE WS-HEADER TO WS-UNCOUNTED
           IF FILE-FOUND
               EVALUATE WS-BASIS
                   WHEN "NONBLANK"
                       ADD WS-BLANK-LINES TO WS-UNCOUNTED
                   WHEN "SECTION"
                       IF WS-FIRST-BLANK > 0
                           COMPUTE WS-UNCOUNTED = WS-UNCOUNTED
                               + WS-FILE-LINES - WS-FIRST-BLANK + 1
                       END-IF
               END-EVALUATE
           END-IF

           *> lines read include the rejected ones
           IF WS-REJECTED > WS-READ
               MOVE WS-REJECTED TO WS-N1-OUT
               MOVE WS-READ TO WS-N2-OUT
               STRING "rejected " FUNCTION TRIM(WS-N1-OUT)
                      " exceeds read " FUNCTION TRIM(WS-N2-OUT)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           ELSE
               COMPUTE WS-PROCESSED = WS-READ - WS-REJECTED
           END-IF
           COMPUTE WS-ACCOUNTED = WS-PROCESSED + WS-REJECTED
               + WS-UNCOUNTED

           IF WS-REJECTED > 0
               PERFORM COUNT-REJECT-RECORDS
           END-IF

           IF WS-NOTE = SPACES AND WS-CONTROL NOT = WS-ACCOUNTED
               MOVE WS-CONTROL TO WS-N1-OUT
               MOVE WS-ACCOUNTED TO WS-N2-OUT
               STRING "file " FUNCTION TRIM(WS-N1-OUT)
                      " lines, " FUNCTION TRIM(WS-N2-OUT)
                      " accounted for"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF
           IF WS-NOTE = SPACES AND WS-REJECTED > 0
               AND WS-RJ-RECORDS NOT = WS-REJECTED
               MOVE WS-RJ-RECORDS TO WS-N1-OUT
               MOVE WS-REJECTED TO WS-N2-OUT
               STRING ".rejects holds " FUNCTION TRIM(WS-N1-OUT)
                      " of " FUNCTION TRIM(WS-N2-OUT) " rejected"
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF
           IF WS-NOTE = SPACES AND STATS-FOUND AND STAGED-FOUND
               AND WS-STATS-LINES NOT = WS-STAGED-LINES
               MOVE WS-STATS-LINES TO WS-N1-OUT
               MOVE WS-STAGED-LINES TO WS-N2-OUT
               STRING "feedstats " FUNCTION TRIM(WS-N1-OUT)
                      " but staged " FUNCTION TRIM(WS-N2-OUT)
                   DELIMITED BY SIZE INTO WS-NOTE
               END-STRING
           END-IF

           IF WS-NOTE = SPACES
               MOVE "IN-BALANCE" TO WS-STATUS
               MOVE "-" TO WS-NOTE
               ADD 1 TO WS-BALANCED
           ELSE
               MOVE "OUT-OF-BALANCE" TO WS-STATUS
               ADD 1 TO WS-UNBALANCED
               PERFORM CARRY-CLEARANCE
               IF WS-CLEARED-BY = "-"
                   ADD 1 TO WS-HELD
               END-IF
           END-IF
           PERFORM RECORD-JOB-RESULT
           .

       FIND-RECEIPT.
           *> the run's receipt: the one .ack for the date that a
           *> later run has not superseded (Common/Programs/AckWriter)
           MOVE "N" TO WS-ACK-FOUND
           MOVE SPACES TO WS-CMD
           STRING "ls -1 ack/" FUNCTION TRIM(WS-JOB-PROG(WS-J))
                  "/input.txt." WS-DATE "*.ack 2>/dev/null"
                  " | tail -1 > " FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-ACK-NAME
           OPEN INPUT LIST-FILE
           IF WS-LS-FS = "00"
               READ LIST-FILE
                   NOT AT END
                       MOVE LIST-REC TO WS-ACK-NAME
               END-READ
               CLOSE LIST-FILE
           END-IF
           IF WS-ACK-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-AK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ACK-FILE
               NOT AT END
                   IF ACK-REC(123:9) IS NUMERIC
                       AND ACK-REC(133:9) IS NUMERIC
                       MOVE "Y" TO WS-ACK-FOUND
                       MOVE ACK-REC(123:9) TO WS-READ
                       MOVE ACK-REC(133:9) TO WS-REJECTED
                       MOVE ACK-REC(184:14) TO WS-ACK-STAMP
                   END-IF
           END-READ
           CLOSE ACK-FILE
           .

       MEASURE-STAGED-FEED.
           MOVE "N" TO WS-FILE-FOUND
           MOVE 0 TO WS-FILE-LINES WS-BLANK-LINES WS-FIRST-BLANK
           MOVE SPACES TO WS-FEED-NAME
           STRING FUNCTION TRIM(WS-JOB-DIR(WS-J)) "/input.txt"
               DELIMITED BY SIZE INTO WS-FEED-NAME
           END-STRING
           OPEN INPUT FEED-FILE
           IF WS-FD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-FOUND
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ FEED-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILE-LINES
                       IF FEED-REC = SPACES
                           ADD 1 TO WS-BLANK-LINES
                           IF WS-FIRST-BLANK = 0
                               MOVE WS-FILE-LINES TO WS-FIRST-BLANK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           .

       FIND-FEEDSTATS-COUNT.
           *> feedprofile's measurement for the date; its last one
           *> when it ran more than once
           MOVE "N" TO WS-STATS-FOUND
           MOVE 0 TO WS-STATS-LINES
           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ STATS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF STATS-REC(1:8) = WS-DATE
                           AND STATS-REC(10:20) = WS-JOB-PROG(WS-J)
                           AND STATS-REC(31:9) IS NUMERIC
                           MOVE "Y" TO WS-STATS-FOUND
                           MOVE STATS-REC(31:9) TO WS-STATS-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-FILE
           .

       FIND-FEEDSTAGER-COUNT.
           *> the last feed feedstager promoted for the job before
           *> the run finished
           MOVE "N" TO WS-STAGED-FOUND
           MOVE 0 TO WS-STAGED-LINES
           MOVE WS-J TO WS-JOB-OUT
           OPEN INPUT FREG-FILE
           IF WS-FR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ FREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-PROMOTION
               END-READ
           END-PERFORM
           CLOSE FREG-FILE
           .

       CHECK-ONE-PROMOTION.
           IF FREG-REC = SPACES OR FREG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FR-STAMP WS-FR-EVENT WS-FR-JOB
               WS-FR-PROG WS-FR-LINES
           UNSTRING FREG-REC DELIMITED BY " | "
               INTO WS-FR-STAMP WS-FR-EVENT WS-FR-JOB WS-FR-PROG
                    WS-FR-CKSUM WS-FR-BYTES WS-FR-LINES
           END-UNSTRING
           IF WS-FR-EVENT NOT = "PROMOTED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FR-JOB) NOT = FUNCTION TRIM(WS-JOB-OUT)
               OR WS-FR-PROG NOT = WS-JOB-PROG(WS-J)
               EXIT PARAGRAPH
           END-IF
           IF WS-FR-STAMP(1:14) > WS-ACK-STAMP
               OR FUNCTION TRIM(WS-FR-LINES) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STAGED-FOUND
           COMPUTE WS-STAGED-LINES = FUNCTION NUMVAL(WS-FR-LINES)
           .

       COUNT-REJECT-RECORDS.
           *> A run with rejects starts its .rejects file fresh
           *> (Common/Programs/RejectWriter), so the file must be
           *> dated the run date and hold one record per reject; a
           *> clean run leaves the last one's file alone, so it is
           *> only looked at when the receipt shows rejects.
           MOVE SPACES TO WS-CMD
           STRING "f=" QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-J))
                  "/input.txt.rejects" QUOTE "; if [ -f "
                  QUOTE "$f" QUOTE " ] && [ `date -r " QUOTE "$f" QUOTE
                  " +%Y%m%d` = " WS-DATE " ]; then wc -l < "
                  QUOTE "$f" QUOTE "; else echo 0; fi > "
                  FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO WS-RJ-RECORDS
           OPEN INPUT LIST-FILE
           IF WS-LS-FS = "00"
               READ LIST-FILE
                   NOT AT END
                       IF FUNCTION TRIM(LIST-REC) IS NUMERIC
                           COMPUTE WS-RJ-RECORDS =
                               FUNCTION NUMVAL(LIST-REC)
                       END-IF
               END-READ
               CLOSE LIST-FILE
           END-IF
           MOVE WS-RJ-RECORDS TO WS-N1-OUT
           MOVE FUNCTION TRIM(WS-N1-OUT) TO WS-RJ-FILE
           .

       CARRY-CLEARANCE.
           MOVE WS-J TO WS-JOB-OUT
           MOVE WS-CONTROL TO WS-N1-OUT
           MOVE WS-READ TO WS-N2-OUT
           MOVE WS-REJECTED TO WS-N3-OUT
           MOVE SPACES TO WS-FIGURES
           STRING FUNCTION TRIM(WS-N1-OUT) "/"
                  FUNCTION TRIM(WS-N2-OUT) "/"
                  FUNCTION TRIM(WS-N3-OUT) "/"
                  FUNCTION TRIM(WS-RJ-FILE)
               DELIMITED BY SIZE INTO WS-FIGURES
           END-STRING
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-KEEP-COUNT
               IF FUNCTION TRIM(WS-KP-JOB(WS-I))
                       = FUNCTION TRIM(WS-JOB-OUT)
                   AND WS-KP-FIGURES(WS-I) = WS-FIGURES
                   MOVE WS-KP-BY(WS-I) TO WS-CLEARED-BY
                   MOVE WS-KP-WHEN(WS-I) TO WS-CLEARED-WHEN
               END-IF
           END-PERFORM
           .

       RECORD-JOB-RESULT.
           MOVE WS-J TO WS-JOB-OUT
           MOVE WS-CONTROL TO WS-N1-OUT
           MOVE WS-READ TO WS-N2-OUT
           MOVE WS-REJECTED TO WS-N3-OUT
           MOVE WS-UNCOUNTED TO WS-N4-OUT
           MOVE SPACES TO WORK-REC
           STRING WS-DATE
                  " | " FUNCTION TRIM(WS-JOB-OUT)
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-J))
                  " | " FUNCTION TRIM(WS-N1-OUT)
                  " | " FUNCTION TRIM(WS-SOURCE)
                  " | " FUNCTION TRIM(WS-N2-OUT)
                  " | " FUNCTION TRIM(WS-N3-OUT)
                  " | " FUNCTION TRIM(WS-RJ-FILE)
                  " | " FUNCTION TRIM(WS-N4-OUT)
                  " | " FUNCTION TRIM(WS-STATUS)
                  " | " FUNCTION TRIM(WS-NOTE)
                  " | " FUNCTION TRIM(WS-CLEARED-BY)
                  " | " FUNCTION TRIM(WS-CLEARED-WHEN)
               DELIMITED BY SIZE INTO WORK-REC
           END-STRING
           WRITE WORK-REC

           MOVE WS-PROCESSED TO WS-N2-OUT
           MOVE SPACES TO WS-LINE
           STRING WS-JOB-OUT
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-JOB-PROG(WS-J) TO WS-LINE(5:20)
           MOVE WS-N1-OUT TO WS-LINE(25:9)
           MOVE WS-SOURCE TO WS-LINE(35:10)
           MOVE WS-N2-OUT TO WS-LINE(46:9)
           MOVE WS-N3-OUT TO WS-LINE(56:9)
           MOVE WS-N4-OUT TO WS-LINE(66:9)
           MOVE WS-RJ-FILE TO WS-LINE(76:9)
           MOVE WS-STATUS TO WS-LINE(86:14)
           IF WS-STATUS = "OUT-OF-BALANCE"
               IF WS-CLEARED-BY = "-"
                   STRING FUNCTION TRIM(WS-LINE) "  HELD"
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-LINE) "  cleared by "
                          FUNCTION TRIM(WS-CLEARED-BY)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM REPORT-A-LINE
           IF WS-STATUS NOT = "IN-BALANCE"
               MOVE SPACES TO WS-LINE
               STRING "      " FUNCTION TRIM(WS-NOTE)
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM REPORT-A-LINE
           END-IF
           .

       REPORT-A-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           WRITE REPORT-REC FROM WS-LINE
           .

       LIST-REGISTER.
           *> LIST <date> shows that date's lines; plain LIST shows
           *> every job whose latest run is held
           IF WS-ARG2 NOT = SPACES
               AND (FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
                    OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG2)) NOT = 8)
               DISPLAY "ERROR: date must be YYYYMMDD"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REG-FILE
           IF WS-RG-FS NOT = "00"
               DISPLAY "No balanceregister.dat -- nothing balanced yet"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LAST-TAB
           MOVE 0 TO WS-HIT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LIST-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE REG-FILE

           IF WS-ARG2 = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-LT-LINE(WS-I) NOT = SPACES
                       MOVE WS-LT-LINE(WS-I) TO REG-REC
                       PERFORM SPLIT-REGISTER-LINE
                       IF WS-BR-STATUS = "OUT-OF-BALANCE"
                           AND WS-BR-BY = "-"
                           ADD 1 TO WS-HIT
                           DISPLAY FUNCTION TRIM(WS-LT-LINE(WS-I))
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-HIT TO WS-COUNT-OUT
               DISPLAY FUNCTION TRIM(WS-COUNT-OUT)
                   " job(s) held from distribute"
           END-IF
           .

       LIST-ONE-LINE.
           IF REG-REC = SPACES OR REG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG2 NOT = SPACES
               IF REG-REC(1:8) = WS-ARG2(1:8)
                   DISPLAY FUNCTION TRIM(REG-REC)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-REGISTER-LINE
           IF FUNCTION TRIM(WS-BR-JOB) IS NOT NUMERIC
               OR WS-BR-STATUS = "NO-RUN"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOB-NUM = FUNCTION NUMVAL(WS-BR-JOB)
           IF WS-JOB-NUM < 1 OR WS-JOB-NUM > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-DATE >= WS-LT-DATE(WS-JOB-NUM)
               MOVE WS-BR-DATE TO WS-LT-DATE(WS-JOB-NUM)
               MOVE REG-REC TO WS-LT-LINE(WS-JOB-NUM)
           END-IF
           .

       CLEAR-JOB.
           IF FUNCTION TRIM(WS-ARG2) IS NOT NUMERIC
               OR WS-ARG2 = SPACES
               DISPLAY "USAGE: recbalance CLEAR <job-number> "
                   "[YYYYMMDD]"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-ARG2) TO WS-SEL-JOB
           MOVE SPACES TO WS-SEL-DATE
           IF WS-ARG3 NOT = SPACES
               MOVE WS-ARG3(1:8) TO WS-SEL-DATE
           END-IF

           *> without a date, the latest uncleared imbalance
           MOVE SPACES TO WS-LATEST
           OPEN INPUT REG-FILE
           IF WS-RG-FS NOT = "00"
               DISPLAY "ERROR: no balanceregister.dat"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM SPLIT-REGISTER-LINE
                       IF FUNCTION TRIM(WS-BR-JOB) = WS-SEL-JOB
                           AND WS-BR-STATUS = "OUT-OF-BALANCE"
                           AND WS-BR-BY = "-"
                           AND (WS-SEL-DATE = SPACES
                                OR WS-BR-DATE = WS-SEL-DATE)
                           AND WS-BR-DATE > WS-LATEST
                           MOVE WS-BR-DATE TO WS-LATEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           IF WS-LATEST = SPACES
               DISPLAY "ERROR: job " FUNCTION TRIM(WS-SEL-JOB)
                   " has no uncleared OUT-OF-BALANCE run"
               IF WS-SEL-DATE NOT = SPACES
                   DISPLAY "       for " WS-SEL-DATE
               END-IF
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WORK-FILE
           IF WS-WK-FS NOT = "00"
               DISPLAY "ERROR: Unable to open scratch file"
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DONE
           OPEN INPUT REG-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-OR-CLEAR-LINE
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           CLOSE WORK-FILE

           MOVE SPACES TO WS-CMD
           STRING "mv " QUOTE FUNCTION TRIM(WS-WORK-NAME) QUOTE
                  " balanceregister.dat"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-JR-KEY
           STRING WS-LATEST " job " FUNCTION TRIM(WS-SEL-JOB)
               DELIMITED BY SIZE INTO WS-JR-KEY
           END-STRING
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           DISPLAY "CLEARED job " FUNCTION TRIM(WS-SEL-JOB) " ("
               FUNCTION TRIM(WS-SEL-PROG) ") for " WS-LATEST
               " -- released to distribute"
           .

       COPY-OR-CLEAR-LINE.
           MOVE REG-REC TO WORK-REC
           IF REG-REC(1:8) = WS-LATEST AND WS-DONE = "N"
               PERFORM SPLIT-REGISTER-LINE
               IF FUNCTION TRIM(WS-BR-JOB) = WS-SEL-JOB
                   AND WS-BR-STATUS = "OUT-OF-BALANCE"
                   AND WS-BR-BY = "-"
                   MOVE "Y" TO WS-DONE
                   MOVE WS-BR-PROG TO WS-SEL-PROG
                   MOVE REG-REC TO WS-JR-BEFORE
                   MOVE SPACES TO WORK-REC
                   STRING WS-BR-DATE
                          " | " FUNCTION TRIM(WS-BR-JOB)
                          " | " FUNCTION TRIM(WS-BR-PROG)
                          " | " FUNCTION TRIM(WS-BR-FILE)
                          " | " FUNCTION TRIM(WS-BR-SOURCE)
                          " | " FUNCTION TRIM(WS-BR-READ)
                          " | " FUNCTION TRIM(WS-BR-REJECTED)
                          " | " FUNCTION TRIM(WS-BR-RJ-FILE)
                          " | " FUNCTION TRIM(WS-BR-UNCOUNTED)
                          " | " FUNCTION TRIM(WS-BR-STATUS)
                          " | " FUNCTION TRIM(WS-BR-NOTE)
                          " | " FUNCTION TRIM(WS-OP-ID)
                          " | " WS-STAMP(1:14)
                       DELIMITED BY SIZE INTO WORK-REC
                   END-STRING
                   MOVE WORK-REC TO WS-JR-AFTER
               END-IF
           END-IF
           WRITE WORK-REC
           .
