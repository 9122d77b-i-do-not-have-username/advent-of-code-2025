       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpipack.

      *> Monthly operations KPI pack for the operations review. Every
      *> figure is worked out from what is already on file at the
      *> repository root, for the month asked for, the month before
      *> it, and the twelve months up to it:
      *>   ONTIME-PCT      last completion of a job on a day at or
      *>                   before its jobtable.dat deadline, as a
      *>                   share of the job-days with a deadline that
      *>                   completed (slareport's rule)
      *>   FIRSTPASS-PCT   job-days that completed once with no
      *>                   retry, as a share of every job-day that ran
      *>   RETRIES         the driver's "RETRY n AFTER EXIT nn" rows
      *>   RERUNS          completions past the first of a job-day
      *>   WINDOW-MEAN     the batch window per night -- first job
      *>   WINDOW-P95      start (completion less its runtimes.dat
      *>                   duration) to last completion -- in
      *>                   minutes, mean and 95th percentile
      *>                   (nearest rank); a night that crosses
      *>                   midnight counts against each completion
      *>                   date, as batchtimeline draws it
      *>   REJECT-PER-K    rejectstats.dat rejects per thousand
      *>                   feedstats.dat lines
      *>   CERT-LAG-DAYS   days from run date to sign-off, mean over
      *>                   the month's certifications.dat sign-offs
      *>   QUARANTINED     quarantineregister.dat events
      *>   QUAR-RELEASED
      *>   QUAR-PURGED
      *>   ALERTS-RAISED   alertregister.dat events
      *>   ALERTS-RESOLVED
      *> The run-history figures read runlog.txt and every monthly
      *> segment housekeep has rolled (runlog.YYYYMM.txt), bucketed
      *> by each line's own timestamp; intraday runs (run ids
      *> beginning "I") are not the nightly batch and are left out.
      *>
      *>   kpipack <YYYYMM>
      *>
      *> Output:
      *>   kpipack.<YYYYMM>.txt  the pack: each figure for the month,
      *>                         the prior month, the change, a
      *>                         12-month trend strip and average,
      *>                         and the basis of the month's figure;
      *>                         then the twelve months figure by
      *>                         figure
      *>   kpipack.<YYYYMM>.csv  the planning office's extract, in
      *>                         runextract's form: header row,
      *>                         quoted text, one row per figure with
      *>                         a column per month (oldest first,
      *>                         thirteen months); a month with no
      *>                         basis for a figure is left empty
      *> A rate with nothing to measure it against shows n/a rather
      *> than a zero. Returns 12 when there is no run history at all,
      *> 20 when the pack cannot be written. Run from the repository
      *> root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
               ASSIGN TO DYNAMIC WS-RL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FS.

           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FS.

           SELECT RT-FILE
               ASSIGN TO "runtimes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FS.

           SELECT STATS-FILE
               ASSIGN TO "feedstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT REJSTAT-FILE
               ASSIGN TO "rejectstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FS.

           SELECT CERT-FILE
               ASSIGN TO "certifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT QREG-FILE
               ASSIGN TO "quarantineregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FS.

           SELECT ALERT-FILE
               ASSIGN TO "alertregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FS.

           SELECT PACK-FILE
               ASSIGN TO DYNAMIC WS-PACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK-FS.

           SELECT CSV-FILE
               ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(400).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(300).

       FD  RT-FILE.
       01  RT-REC.
           05  RH-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RH-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RH-SECONDS           PIC X(20).

       FD  STATS-FILE.
       01  STATS-REC.
           05  ST-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  ST-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  ST-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXLEN            PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXNUM            PIC 9(18).

       FD  REJSTAT-FILE.
       01  REJSTAT-REC.
           05  RS-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RS-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RS-REASON            PIC X(20).
           05  FILLER               PIC X.
           05  RS-COUNT             PIC 9(9).

       FD  CERT-FILE.
       01  CERT-REC                 PIC X(300).

       FD  QREG-FILE.
       01  QREG-REC                 PIC X(200).

       FD  ALERT-FILE.
       01  ALERT-REC                PIC X(400).

       FD  PACK-FILE.
       01  PACK-REC                 PIC X(132).

       FD  CSV-FILE.
       01  CSV-REC                  PIC X(300).

       WORKING-STORAGE SECTION.
       78  NUM-FIGS                 VALUE 13.
       78  FIG-ONTIME               VALUE 1.
       78  FIG-FIRSTPASS            VALUE 2.
       78  FIG-RETRIES              VALUE 3.
       78  FIG-RERUNS               VALUE 4.
       78  FIG-WIN-MEAN             VALUE 5.
       78  FIG-WIN-P95              VALUE 6.
       78  FIG-REJ-RATE             VALUE 7.
       78  FIG-CERT-LAG             VALUE 8.
       78  FIG-QUARANTINED          VALUE 9.
       78  FIG-QUAR-RELEASED        VALUE 10.
       78  FIG-QUAR-PURGED          VALUE 11.
       78  FIG-ALERTS-RAISED        VALUE 12.
       78  FIG-ALERTS-RESOLVED      VALUE 13.
      *> Thirteen monthly slots, oldest first: the month asked for is
      *> slot 13, the prior month slot 12, the trend slots 2 to 13.
       78  NUM-SLOTS                VALUE 13.
       78  THIS-SLOT                VALUE 13.
       78  PRIOR-SLOT               VALUE 12.
       78  TREND-FIRST              VALUE 2.
       78  DAYS-PER-SLOT            VALUE 31.

       01  WS-RL-FS                 PIC XX.
       01  WS-LIST-FS               PIC XX.
       01  WS-RT-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-RS-FS                 PIC XX.
       01  WS-CF-FS                 PIC XX.
       01  WS-QR-FS                 PIC XX.
       01  WS-AR-FS                 PIC XX.
       01  WS-PK-FS                 PIC XX.
       01  WS-CSV-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LIST-EOF              PIC X.
           88  LIST-EOF                    VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-MONTH                 PIC X(6).
       01  WS-STAMP                 PIC X(21).
       01  WS-RL-NAME               PIC X(300) VALUE "runlog.txt".
       01  WS-LIST-NAME             PIC X(80) VALUE SPACES.
       01  WS-PACK-NAME             PIC X(80) VALUE SPACES.
       01  WS-CSV-NAME              PIC X(80) VALUE SPACES.
       01  WS-CMD                   PIC X(300).
       01  WS-RL-FILES              PIC 9(4) COMP-5 VALUE 0.
       01  WS-RL-LINES              PIC 9(9) COMP-5 VALUE 0.
       01  WS-MISSING               PIC X(200) VALUE SPACES.
       01  WS-MISSING-PTR           PIC 9(4) COMP-5 VALUE 1.

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

      *> The month slots and, per job, every day of them: the last
      *> completion time, completions, retry rows and the duration
      *> runtimes.dat last recorded for the job that day.
       01  WS-BASE-K                PIC S9(7) COMP-5.
       01  WS-K                     PIC S9(7) COMP-5.
       01  WS-YYYY                  PIC 9(4).
       01  WS-MM                    PIC 99.
       01  WS-SLOT-TAB.
           05  WS-SLOT-MONTH        PIC X(6) OCCURS 13 TIMES.
       01  WS-JD-TAB.
           05  WS-JD OCCURS 50 TIMES.
               10  WS-JD-DAY OCCURS 403 TIMES.
                   15  WS-JD-END     PIC X(6).
                   15  WS-JD-RUNS    PIC 9(3) COMP-5.
                   15  WS-JD-RETRIES PIC 9(3) COMP-5.
                   15  WS-JD-DUR     PIC 9(7) COMP-5.

      *> The figures: name, what the pack calls it, its unit, which
      *> way is better (U up, D down, blank neither), whether it is
      *> a whole count, and per slot the value, whether there was
      *> anything to measure, and the count and base behind it.
       01  WS-FIG-TAB.
           05  WS-FIG OCCURS 13 TIMES.
               10  WS-FG-CODE       PIC X(15).
               10  WS-FG-TEXT       PIC X(34).
               10  WS-FG-UNIT       PIC X(8).
               10  WS-FG-GOOD       PIC X.
               10  WS-FG-WHOLE      PIC X.
               10  WS-FG-SLOT OCCURS 13 TIMES.
                   15  WS-KV        PIC S9(9)V99 COMP-3.
                   15  WS-KV-SET    PIC X.
                   15  WS-KN        PIC S9(11) COMP-3.
                   15  WS-KD        PIC S9(11) COMP-3.

       01  WS-LINES-S               PIC S9(11) COMP-3 OCCURS 13 TIMES.
       01  WS-REJ-S                 PIC S9(11) COMP-3 OCCURS 13 TIMES.
       01  WS-CERT-N                PIC S9(9) COMP-3 OCCURS 13 TIMES.
       01  WS-CERT-DAYS             PIC S9(11) COMP-3 OCCURS 13 TIMES.

      *> One slot's nightly windows, in minutes, for the percentile.
       01  WS-WIN-COUNT             PIC 9(4) COMP-5.
       01  WS-WIN-LIST.
           05  WS-WIN               PIC 9(5) COMP-5 OCCURS 31 TIMES.
       01  WS-WIN-SUM               PIC S9(9) COMP-3.
       01  WS-WIN-HOLD              PIC 9(5) COMP-5.
       01  WS-RANK                  PIC 9(4) COMP-5.
       01  WS-DAY-MIN               PIC S9(7) COMP-5.
       01  WS-DAY-MAX               PIC S9(7) COMP-5.
       01  WS-END-SECS              PIC S9(7) COMP-5.
       01  WS-START-SECS            PIC S9(7) COMP-5.

       01  WS-F1                    PIC X(30).
       01  WS-F2                    PIC X(30).
       01  WS-F3                    PIC X(30).
       01  WS-F4                    PIC X(40).
       01  WS-F5                    PIC X(30).
       01  WS-DATE8                 PIC X(8).
       01  WS-S                     PIC 9(4) COMP-5.
       01  WS-DD                    PIC 9(4) COMP-5.
       01  WS-DX                    PIC 9(4) COMP-5.
       01  WS-F                     PIC 9(4) COMP-5.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-JOB-DAYS              PIC S9(9) COMP-3.
       01  WS-DONE-DAYS             PIC S9(9) COMP-3.
       01  WS-FIRST-PASS            PIC S9(9) COMP-3.
       01  WS-SLA-DAYS              PIC S9(9) COMP-3.
       01  WS-SLA-MET               PIC S9(9) COMP-3.
       01  WS-RETRY-ROWS            PIC S9(9) COMP-3.
       01  WS-RERUN-ROWS            PIC S9(9) COMP-3.
       01  WS-LAG                   PIC S9(7) COMP-5.

      *> Trend strip and averages.
       01  WS-LO                    PIC S9(9)V99 COMP-3.
       01  WS-HI                    PIC S9(9)V99 COMP-3.
       01  WS-AVG                   PIC S9(9)V99 COMP-3.
       01  WS-AVG-N                 PIC 9(4) COMP-5.
       01  WS-CHANGE                PIC S9(9)V99 COMP-3.
       01  WS-LEVEL                 PIC 9(4) COMP-5.
       01  WS-TREND                 PIC X(12).
       01  WS-LEVEL-CHARS           PIC X(9) VALUE "123456789".
       01  WS-MOVE-WORD             PIC X(6).
       01  WS-BASIS                 PIC X(40).
       01  WS-CELL                  PIC X(12).
       01  WS-PTR                   PIC 9(4) COMP-5.

       01  WS-DEC-OUT               PIC -(8)9.99.
       01  WS-WHOLE-OUT             PIC Z(11)9.
       01  WS-CHG-DEC-OUT           PIC +(7)9.99.
       01  WS-CHG-WHOLE-OUT         PIC +(10)9.
       01  WS-HIST-DEC-OUT          PIC -(4)9.99.
       01  WS-HIST-WHOLE-OUT        PIC Z(7)9.
       01  WS-CSV-DEC-OUT           PIC -(9)9.99.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-CNT-OUT2              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG1)) NOT = 6
               DISPLAY "USAGE: kpipack <YYYYMM>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ARG1) TO WS-MONTH
           IF WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "ERROR: month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           PERFORM LOAD-JOB-TABLE
           PERFORM SET-UP-SLOTS
           PERFORM SET-UP-FIGURES
           INITIALIZE WS-JD-TAB

           PERFORM GATHER-RUN-HISTORY
           IF WS-RL-FILES = 0
               DISPLAY "ERROR: runlog.txt not found and no monthly "
                   "segment of it -- no run history to measure"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GATHER-DURATIONS
           PERFORM GATHER-FEED-LINES
           PERFORM GATHER-REJECTS
           PERFORM GATHER-CERTIFICATIONS
           PERFORM GATHER-QUARANTINE
           PERFORM GATHER-ALERTS

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > NUM-SLOTS
               PERFORM FIGURE-ONE-SLOT
           END-PERFORM

           MOVE SPACES TO WS-PACK-NAME WS-CSV-NAME
           STRING "kpipack." WS-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-PACK-NAME
           END-STRING
           STRING "kpipack." WS-MONTH ".csv"
               DELIMITED BY SIZE INTO WS-CSV-NAME
           END-STRING
           PERFORM WRITE-PACK
           PERFORM WRITE-EXTRACT

           MOVE WS-RL-LINES TO WS-CNT-OUT
           MOVE WS-RL-FILES TO WS-CNT-OUT2
           DISPLAY "KPI PACK " WS-MONTH ": " NUM-FIGS
               " figures against " WS-SLOT-MONTH(PRIOR-SLOT)
               ", trend from " WS-SLOT-MONTH(TREND-FIRST)
           DISPLAY "  " FUNCTION TRIM(WS-CNT-OUT)
               " run-history line(s) read from "
               FUNCTION TRIM(WS-CNT-OUT2) " file(s)"
           IF WS-MISSING NOT = SPACES
               DISPLAY "  not on file: " FUNCTION TRIM(WS-MISSING)
           END-IF
           DISPLAY "PACK: " FUNCTION TRIM(WS-PACK-NAME)
           DISPLAY "PLANNING EXTRACT: " FUNCTION TRIM(WS-CSV-NAME)
           STOP RUN
           .

       SET-UP-SLOTS.
           COMPUTE WS-BASE-K = FUNCTION NUMVAL(WS-MONTH(1:4)) * 12
               + FUNCTION NUMVAL(WS-MONTH(5:2)) - 1
               - (NUM-SLOTS - 1)
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > NUM-SLOTS
               COMPUTE WS-K = WS-BASE-K + WS-S - 1
               COMPUTE WS-YYYY = WS-K / 12
               COMPUTE WS-MM = FUNCTION MOD(WS-K, 12) + 1
               MOVE SPACES TO WS-SLOT-MONTH(WS-S)
               STRING WS-YYYY WS-MM DELIMITED BY SIZE
                   INTO WS-SLOT-MONTH(WS-S)
               END-STRING
           END-PERFORM
           .

       SET-UP-FIGURES.
           INITIALIZE WS-FIG-TAB
           MOVE "ONTIME-PCT"      TO WS-FG-CODE(FIG-ONTIME)
           MOVE "On-time completion vs SLA (%)"
                                  TO WS-FG-TEXT(FIG-ONTIME)
           MOVE "pct"             TO WS-FG-UNIT(FIG-ONTIME)
           MOVE "U"               TO WS-FG-GOOD(FIG-ONTIME)
           MOVE "FIRSTPASS-PCT"   TO WS-FG-CODE(FIG-FIRSTPASS)
           MOVE "First-pass success (%)"
                                  TO WS-FG-TEXT(FIG-FIRSTPASS)
           MOVE "pct"             TO WS-FG-UNIT(FIG-FIRSTPASS)
           MOVE "U"               TO WS-FG-GOOD(FIG-FIRSTPASS)
           MOVE "RETRIES"         TO WS-FG-CODE(FIG-RETRIES)
           MOVE "Retries (driver re-attempts)"
                                  TO WS-FG-TEXT(FIG-RETRIES)
           MOVE "count"           TO WS-FG-UNIT(FIG-RETRIES)
           MOVE "D"               TO WS-FG-GOOD(FIG-RETRIES)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-RETRIES)
           MOVE "RERUNS"          TO WS-FG-CODE(FIG-RERUNS)
           MOVE "Reruns (completions past first)"
                                  TO WS-FG-TEXT(FIG-RERUNS)
           MOVE "count"           TO WS-FG-UNIT(FIG-RERUNS)
           MOVE "D"               TO WS-FG-GOOD(FIG-RERUNS)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-RERUNS)
           MOVE "WINDOW-MEAN"     TO WS-FG-CODE(FIG-WIN-MEAN)
           MOVE "Batch window, mean (minutes)"
                                  TO WS-FG-TEXT(FIG-WIN-MEAN)
           MOVE "minutes"         TO WS-FG-UNIT(FIG-WIN-MEAN)
           MOVE "D"               TO WS-FG-GOOD(FIG-WIN-MEAN)
           MOVE "WINDOW-P95"      TO WS-FG-CODE(FIG-WIN-P95)
           MOVE "Batch window, 95th pct (minutes)"
                                  TO WS-FG-TEXT(FIG-WIN-P95)
           MOVE "minutes"         TO WS-FG-UNIT(FIG-WIN-P95)
           MOVE "D"               TO WS-FG-GOOD(FIG-WIN-P95)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-WIN-P95)
           MOVE "REJECT-PER-K"    TO WS-FG-CODE(FIG-REJ-RATE)
           MOVE "Rejects per 1,000 lines"
                                  TO WS-FG-TEXT(FIG-REJ-RATE)
           MOVE "per1000"         TO WS-FG-UNIT(FIG-REJ-RATE)
           MOVE "D"               TO WS-FG-GOOD(FIG-REJ-RATE)
           MOVE "CERT-LAG-DAYS"   TO WS-FG-CODE(FIG-CERT-LAG)
           MOVE "Certification lag, mean (days)"
                                  TO WS-FG-TEXT(FIG-CERT-LAG)
           MOVE "days"            TO WS-FG-UNIT(FIG-CERT-LAG)
           MOVE "D"               TO WS-FG-GOOD(FIG-CERT-LAG)
           MOVE "QUARANTINED"     TO WS-FG-CODE(FIG-QUARANTINED)
           MOVE "Feeds quarantined"
                                  TO WS-FG-TEXT(FIG-QUARANTINED)
           MOVE "count"           TO WS-FG-UNIT(FIG-QUARANTINED)
           MOVE "D"               TO WS-FG-GOOD(FIG-QUARANTINED)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-QUARANTINED)
           MOVE "QUAR-RELEASED"   TO WS-FG-CODE(FIG-QUAR-RELEASED)
           MOVE "Quarantined feeds released"
                                  TO WS-FG-TEXT(FIG-QUAR-RELEASED)
           MOVE "count"           TO WS-FG-UNIT(FIG-QUAR-RELEASED)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-QUAR-RELEASED)
           MOVE "QUAR-PURGED"     TO WS-FG-CODE(FIG-QUAR-PURGED)
           MOVE "Quarantined feeds purged"
                                  TO WS-FG-TEXT(FIG-QUAR-PURGED)
           MOVE "count"           TO WS-FG-UNIT(FIG-QUAR-PURGED)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-QUAR-PURGED)
           MOVE "ALERTS-RAISED"   TO WS-FG-CODE(FIG-ALERTS-RAISED)
           MOVE "Alerts raised"   TO WS-FG-TEXT(FIG-ALERTS-RAISED)
           MOVE "count"           TO WS-FG-UNIT(FIG-ALERTS-RAISED)
           MOVE "D"               TO WS-FG-GOOD(FIG-ALERTS-RAISED)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-ALERTS-RAISED)
           MOVE "ALERTS-RESOLVED" TO WS-FG-CODE(FIG-ALERTS-RESOLVED)
           MOVE "Alerts resolved" TO WS-FG-TEXT(FIG-ALERTS-RESOLVED)
           MOVE "count"           TO WS-FG-UNIT(FIG-ALERTS-RESOLVED)
           MOVE "U"               TO WS-FG-GOOD(FIG-ALERTS-RESOLVED)
           MOVE "Y"               TO WS-FG-WHOLE(FIG-ALERTS-RESOLVED)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > NUM-FIGS
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > NUM-SLOTS
                   MOVE "N" TO WS-KV-SET(WS-F, WS-S)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > NUM-SLOTS
               MOVE 0 TO WS-LINES-S(WS-S) WS-REJ-S(WS-S)
                         WS-CERT-N(WS-S) WS-CERT-DAYS(WS-S)
           END-PERFORM
           .

       SLOT-OF-DATE.
           *> WS-DATE8 (YYYYMMDD) -> WS-S (0 outside the thirteen
           *> months) and WS-DX, its day in the job-day table.
           MOVE 0 TO WS-S WS-DX
           IF WS-DATE8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-K = FUNCTION NUMVAL(WS-DATE8(1:4)) * 12
               + FUNCTION NUMVAL(WS-DATE8(5:2)) - 1
               - WS-BASE-K + 1
           IF WS-K < 1 OR WS-K > NUM-SLOTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE8(7:2) TO WS-DD
           IF WS-DD < 1 OR WS-DD > DAYS-PER-SLOT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-K TO WS-S
           COMPUTE WS-DX = (WS-S - 1) * DAYS-PER-SLOT + WS-DD
           .

       FIND-JOB-BY-PROG.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > NUM-JOBS OR WS-HIT > 0
               IF FUNCTION TRIM(WS-JOB-PROG(WS-J)) =
                       FUNCTION TRIM(WS-F1)
                   MOVE WS-J TO WS-HIT
               END-IF
           END-PERFORM
           .

       NOTE-MISSING.
           *> WS-F5 names a source that is not on file.
           IF WS-MISSING-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-F5) DELIMITED BY SIZE
               INTO WS-MISSING WITH POINTER WS-MISSING-PTR
           END-STRING
           .

       GATHER-RUN-HISTORY.
           *> The rolled segments first, oldest first, then the live
           *> runlog.txt, so a day's last completion read is its
           *> last completion run. A segment is named for the month
           *> housekeep rolled it, so one older than the first slot
           *> holds nothing for the pack.
           MOVE SPACES TO WS-LIST-NAME
           STRING "/tmp/kpipack." WS-STAMP(1:14) ".lst"
               DELIMITED BY SIZE INTO WS-LIST-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "ls runlog.??????.txt 2>/dev/null | sort > "
                  FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE

           OPEN INPUT LIST-FILE
           IF WS-LIST-FS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM UNTIL LIST-EOF
                   READ LIST-FILE
                       AT END
                           SET LIST-EOF TO TRUE
                       NOT AT END
                           IF LIST-REC(8:6) IS NUMERIC
                                   AND LIST-REC(8:6) >=
                                       WS-SLOT-MONTH(1)
                               MOVE LIST-REC TO WS-RL-NAME
                               PERFORM GATHER-ONE-RUN-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE

           MOVE "runlog.txt" TO WS-RL-NAME
           PERFORM GATHER-ONE-RUN-LOG
           .

       GATHER-ONE-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RL-FILES
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RUN-LOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RL-LINES
                       PERFORM GATHER-ONE-RUN-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

       GATHER-ONE-RUN-LINE.
           *> runlogwrite's layout, read as slareport reads it:
           *>   prog | input | timestamp | result | run-id | build-id
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           UNSTRING RUN-LOG-REC DELIMITED BY " | "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
           END-UNSTRING
           IF WS-F5(1:1) = "I"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F3(1:8) TO WS-DATE8
           PERFORM SLOT-OF-DATE
           IF WS-S = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-JOB-BY-PROG
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-F4(1:6) = "RETRY "
               ADD 1 TO WS-JD-RETRIES(WS-HIT, WS-DX)
               EXIT PARAGRAPH
           END-IF
           IF WS-F3(9:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JD-RUNS(WS-HIT, WS-DX)
           MOVE WS-F3(9:6) TO WS-JD-END(WS-HIT, WS-DX)
           .

       GATHER-DURATIONS.
           *> The last runtimes.dat record of a date per program is
           *> the run the day's last completion belongs to.
           OPEN INPUT RT-FILE
           IF WS-RT-FS NOT = "00"
               MOVE "runtimes.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE RH-DATE TO WS-DATE8
                       PERFORM SLOT-OF-DATE
                       IF WS-S > 0
                           MOVE RH-PROGID TO WS-F1
                           PERFORM FIND-JOB-BY-PROG
                           IF WS-HIT > 0
                               COMPUTE WS-JD-DUR(WS-HIT, WS-DX) =
                                   FUNCTION NUMVAL(
                                       FUNCTION TRIM(RH-SECONDS))
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RT-FILE
           .

       GATHER-FEED-LINES.
           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               MOVE "feedstats.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ STATS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE ST-DATE TO WS-DATE8
                       PERFORM SLOT-OF-DATE
                       IF WS-S > 0 AND ST-LINES IS NUMERIC
                           ADD ST-LINES TO WS-LINES-S(WS-S)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-FILE
           .

       GATHER-REJECTS.
           OPEN INPUT REJSTAT-FILE
           IF WS-RS-FS NOT = "00"
               MOVE "rejectstats.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REJSTAT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE RS-DATE TO WS-DATE8
                       PERFORM SLOT-OF-DATE
                       IF WS-S > 0 AND RS-COUNT IS NUMERIC
                           ADD RS-COUNT TO WS-REJ-S(WS-S)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJSTAT-FILE
           .

       GATHER-CERTIFICATIONS.
           *> stamp | program-id | run-date | CERTIFIED | by | figure
           *> The lag falls in the month of the sign-off.
           OPEN INPUT CERT-FILE
           IF WS-CF-FS NOT = "00"
               MOVE "certifications.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CERT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CERT-REC(1:1) NOT = "*"
                           PERFORM GATHER-ONE-CERTIFICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           .

       GATHER-ONE-CERTIFICATION.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
           UNSTRING CERT-REC DELIMITED BY " | "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF FUNCTION TRIM(WS-F4) NOT = "CERTIFIED"
               OR WS-F3(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(1:8) TO WS-DATE8
           PERFORM SLOT-OF-DATE
           IF WS-S = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-F1(1:8)))
                   NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-F3(1:8))) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAG =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-F1(1:8)))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-F3(1:8)))
           IF WS-LAG < 0
               MOVE 0 TO WS-LAG
           END-IF
           ADD 1 TO WS-CERT-N(WS-S)
           ADD WS-LAG TO WS-CERT-DAYS(WS-S)
           .

       GATHER-QUARANTINE.
           *> stamp | QUARANTINED/RELEASED/PURGED | job | feed | ...
           OPEN INPUT QREG-FILE
           IF WS-QR-FS NOT = "00"
               MOVE "quarantineregister.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ QREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2
                       UNSTRING QREG-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2
                       END-UNSTRING
                       MOVE WS-F1(1:8) TO WS-DATE8
                       PERFORM SLOT-OF-DATE
                       IF WS-S > 0
                           EVALUATE FUNCTION TRIM(WS-F2)
                               WHEN "QUARANTINED"
                                   ADD 1 TO WS-KN(FIG-QUARANTINED, WS-S)
                               WHEN "RELEASED"
                                   ADD 1 TO
                                       WS-KN(FIG-QUAR-RELEASED, WS-S)
                               WHEN "PURGED"
                                   ADD 1 TO
                                       WS-KN(FIG-QUAR-PURGED, WS-S)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QREG-FILE
           .

       GATHER-ALERTS.
           *> stamp | event | alert-id | severity | owner | level |
           *> by | key | text
           OPEN INPUT ALERT-FILE
           IF WS-AR-FS NOT = "00"
               MOVE "alertregister.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ALERT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2
                       UNSTRING ALERT-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2
                       END-UNSTRING
                       MOVE WS-F1(1:8) TO WS-DATE8
                       PERFORM SLOT-OF-DATE
                       IF WS-S > 0
                           EVALUATE FUNCTION TRIM(WS-F2)
                               WHEN "RAISED"
                                   ADD 1 TO
                                       WS-KN(FIG-ALERTS-RAISED, WS-S)
                               WHEN "RESOLVED"
                                   ADD 1 TO
                                       WS-KN(FIG-ALERTS-RESOLVED, WS-S)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           .

       FIGURE-ONE-SLOT.
           *> Run-history figures, walking every job-day of slot WS-S.
           MOVE 0 TO WS-JOB-DAYS WS-DONE-DAYS WS-FIRST-PASS
                     WS-SLA-DAYS WS-SLA-MET WS-RETRY-ROWS
                     WS-RERUN-ROWS WS-WIN-COUNT WS-WIN-SUM
           PERFORM VARYING WS-DD FROM 1 BY 1
                   UNTIL WS-DD > DAYS-PER-SLOT
               COMPUTE WS-DX = (WS-S - 1) * DAYS-PER-SLOT + WS-DD
               MOVE -1 TO WS-DAY-MIN WS-DAY-MAX
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   PERFORM FIGURE-ONE-JOB-DAY
               END-PERFORM
               IF WS-DAY-MAX >= 0
                   ADD 1 TO WS-WIN-COUNT
                   COMPUTE WS-WIN(WS-WIN-COUNT) =
                       (WS-DAY-MAX - WS-DAY-MIN + 59) / 60
                   ADD WS-WIN(WS-WIN-COUNT) TO WS-WIN-SUM
               END-IF
           END-PERFORM

           IF WS-JOB-DAYS > 0
               MOVE WS-FIRST-PASS TO WS-KN(FIG-FIRSTPASS, WS-S)
               MOVE WS-JOB-DAYS TO WS-KD(FIG-FIRSTPASS, WS-S)
               COMPUTE WS-KV(FIG-FIRSTPASS, WS-S) ROUNDED =
                   WS-FIRST-PASS * 100 / WS-JOB-DAYS
               MOVE "Y" TO WS-KV-SET(FIG-FIRSTPASS, WS-S)
               MOVE WS-RETRY-ROWS TO WS-KV(FIG-RETRIES, WS-S)
               MOVE "Y" TO WS-KV-SET(FIG-RETRIES, WS-S)
               MOVE WS-RERUN-ROWS TO WS-KV(FIG-RERUNS, WS-S)
               MOVE "Y" TO WS-KV-SET(FIG-RERUNS, WS-S)
           END-IF
           IF WS-SLA-DAYS > 0
               MOVE WS-SLA-MET TO WS-KN(FIG-ONTIME, WS-S)
               MOVE WS-SLA-DAYS TO WS-KD(FIG-ONTIME, WS-S)
               COMPUTE WS-KV(FIG-ONTIME, WS-S) ROUNDED =
                   WS-SLA-MET * 100 / WS-SLA-DAYS
               MOVE "Y" TO WS-KV-SET(FIG-ONTIME, WS-S)
           END-IF
           IF WS-WIN-COUNT > 0
               PERFORM SORT-WINDOWS
               MOVE WS-WIN-COUNT TO WS-KD(FIG-WIN-MEAN, WS-S)
                                    WS-KD(FIG-WIN-P95, WS-S)
               COMPUTE WS-KV(FIG-WIN-MEAN, WS-S) ROUNDED =
                   WS-WIN-SUM / WS-WIN-COUNT
               MOVE "Y" TO WS-KV-SET(FIG-WIN-MEAN, WS-S)
               COMPUTE WS-RANK = (WS-WIN-COUNT * 95 + 99) / 100
               MOVE WS-WIN(WS-RANK) TO WS-KV(FIG-WIN-P95, WS-S)
               MOVE "Y" TO WS-KV-SET(FIG-WIN-P95, WS-S)
           END-IF

           IF WS-LINES-S(WS-S) > 0
               MOVE WS-REJ-S(WS-S) TO WS-KN(FIG-REJ-RATE, WS-S)
               MOVE WS-LINES-S(WS-S) TO WS-KD(FIG-REJ-RATE, WS-S)
               COMPUTE WS-KV(FIG-REJ-RATE, WS-S) ROUNDED =
                   WS-REJ-S(WS-S) * 1000 / WS-LINES-S(WS-S)
               MOVE "Y" TO WS-KV-SET(FIG-REJ-RATE, WS-S)
           END-IF
           IF WS-CERT-N(WS-S) > 0
               MOVE WS-CERT-N(WS-S) TO WS-KD(FIG-CERT-LAG, WS-S)
               COMPUTE WS-KV(FIG-CERT-LAG, WS-S) ROUNDED =
                   WS-CERT-DAYS(WS-S) / WS-CERT-N(WS-S)
               MOVE "Y" TO WS-KV-SET(FIG-CERT-LAG, WS-S)
           END-IF

           *> The register counts are a count in any month, nil
           *> included.
           PERFORM VARYING WS-F FROM FIG-QUARANTINED BY 1
                   UNTIL WS-F > FIG-ALERTS-RESOLVED
               MOVE WS-KN(WS-F, WS-S) TO WS-KV(WS-F, WS-S)
               MOVE "Y" TO WS-KV-SET(WS-F, WS-S)
           END-PERFORM
           .

       FIGURE-ONE-JOB-DAY.
           IF WS-JD-RUNS(WS-I, WS-DX) = 0
                   AND WS-JD-RETRIES(WS-I, WS-DX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOB-DAYS
           ADD WS-JD-RETRIES(WS-I, WS-DX) TO WS-RETRY-ROWS
           IF WS-JD-RUNS(WS-I, WS-DX) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DONE-DAYS
           COMPUTE WS-RERUN-ROWS =
               WS-RERUN-ROWS + WS-JD-RUNS(WS-I, WS-DX) - 1
           IF WS-JD-RUNS(WS-I, WS-DX) = 1
                   AND WS-JD-RETRIES(WS-I, WS-DX) = 0
               ADD 1 TO WS-FIRST-PASS
           END-IF

           IF WS-JOB-DEADLINE(WS-I) IS NUMERIC
               ADD 1 TO WS-SLA-DAYS
               IF WS-JD-END(WS-I, WS-DX)(1:4) <= WS-JOB-DEADLINE(WS-I)
                   ADD 1 TO WS-SLA-MET
               END-IF
           END-IF

           COMPUTE WS-END-SECS =
               FUNCTION NUMVAL(WS-JD-END(WS-I, WS-DX)(1:2)) * 3600
               + FUNCTION NUMVAL(WS-JD-END(WS-I, WS-DX)(3:2)) * 60
               + FUNCTION NUMVAL(WS-JD-END(WS-I, WS-DX)(5:2))
           COMPUTE WS-START-SECS =
               WS-END-SECS - WS-JD-DUR(WS-I, WS-DX)
           IF WS-START-SECS < 0
               MOVE 0 TO WS-START-SECS
           END-IF
           IF WS-DAY-MIN < 0 OR WS-START-SECS < WS-DAY-MIN
               MOVE WS-START-SECS TO WS-DAY-MIN
           END-IF
           IF WS-END-SECS > WS-DAY-MAX
               MOVE WS-END-SECS TO WS-DAY-MAX
           END-IF
           .

       SORT-WINDOWS.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-WIN-COUNT
               MOVE WS-WIN(WS-I) TO WS-WIN-HOLD
               MOVE WS-I TO WS-J
               PERFORM UNTIL WS-J < 2
                       OR WS-WIN(WS-J - 1) <= WS-WIN-HOLD
                   MOVE WS-WIN(WS-J - 1) TO WS-WIN(WS-J)
                   SUBTRACT 1 FROM WS-J
               END-PERFORM
               MOVE WS-WIN-HOLD TO WS-WIN(WS-J)
           END-PERFORM
           .

       WRITE-PACK.
           OPEN OUTPUT PACK-FILE
           IF WS-PK-FS NOT = "00"
               DISPLAY "ERROR: Unable to write KPI pack "
                   FUNCTION TRIM(WS-PACK-NAME)
                   " (file status " WS-PK-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO PACK-REC
           STRING "OPERATIONS KPI PACK  " WS-MONTH
                  "        prior month " WS-SLOT-MONTH(PRIOR-SLOT)
                  "   trend " WS-SLOT-MONTH(TREND-FIRST) " to "
                  WS-MONTH
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING
           MOVE WS-STAMP(1:14) TO PACK-REC(119:14)
           WRITE PACK-REC
           MOVE ALL "=" TO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE "FIGURE" TO PACK-REC(1:6)
           MOVE "THIS MONTH" TO PACK-REC(38:10)
           MOVE "PRIOR MONTH" TO PACK-REC(49:11)
           MOVE "CHANGE" TO PACK-REC(66:6)
           MOVE "12-MO TREND" TO PACK-REC(80:11)
           MOVE "12-MO AVG" TO PACK-REC(95:9)
           MOVE "BASIS THIS MONTH" TO PACK-REC(106:16)
           WRITE PACK-REC
           MOVE ALL "-" TO PACK-REC
           WRITE PACK-REC

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > NUM-FIGS
               PERFORM PACK-ONE-FIGURE
           END-PERFORM

           MOVE SPACES TO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           STRING "Trend: oldest month first; 1 is the lowest of the "
                  "twelve months, 9 the highest, . no basis. Change "
                  "is this month less prior."
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING
           WRITE PACK-REC
           IF WS-MISSING NOT = SPACES
               MOVE SPACES TO PACK-REC
               STRING "Not on file (figures from it show none): "
                      FUNCTION TRIM(WS-MISSING)
                   DELIMITED BY SIZE INTO PACK-REC
               END-STRING
               WRITE PACK-REC
           END-IF

           MOVE SPACES TO PACK-REC
           WRITE PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           STRING "TWELVE MONTHS BY FIGURE  " WS-SLOT-MONTH(TREND-FIRST)
                  " to " WS-MONTH
               DELIMITED BY SIZE INTO PACK-REC
           END-STRING
           WRITE PACK-REC
           MOVE ALL "=" TO PACK-REC
           WRITE PACK-REC
           MOVE SPACES TO PACK-REC
           MOVE "FIGURE" TO PACK-REC(1:6)
           MOVE 17 TO WS-PTR
           PERFORM VARYING WS-S FROM TREND-FIRST BY 1
                   UNTIL WS-S > NUM-SLOTS
               MOVE WS-SLOT-MONTH(WS-S) TO PACK-REC(WS-PTR + 3:6)
               ADD 9 TO WS-PTR
           END-PERFORM
           WRITE PACK-REC
           MOVE ALL "-" TO PACK-REC
           WRITE PACK-REC
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > NUM-FIGS
               MOVE SPACES TO PACK-REC
               MOVE WS-FG-CODE(WS-F) TO PACK-REC(1:15)
               MOVE 17 TO WS-PTR
               PERFORM VARYING WS-S FROM TREND-FIRST BY 1
                       UNTIL WS-S > NUM-SLOTS
                   PERFORM FORMAT-HISTORY-CELL
                   MOVE WS-CELL(1:8) TO PACK-REC(WS-PTR + 1:8)
                   ADD 9 TO WS-PTR
               END-PERFORM
               WRITE PACK-REC
           END-PERFORM
           CLOSE PACK-FILE
           .

       PACK-ONE-FIGURE.
           MOVE SPACES TO PACK-REC
           MOVE WS-FG-TEXT(WS-F) TO PACK-REC(1:34)

           MOVE THIS-SLOT TO WS-S
           PERFORM FORMAT-VALUE-CELL
           MOVE WS-CELL TO PACK-REC(36:12)
           MOVE PRIOR-SLOT TO WS-S
           PERFORM FORMAT-VALUE-CELL
           MOVE WS-CELL TO PACK-REC(48:12)

           *> change, and whether it is the good or the bad way
           MOVE SPACES TO WS-CELL WS-MOVE-WORD
           IF WS-KV-SET(WS-F, THIS-SLOT) = "Y"
                   AND WS-KV-SET(WS-F, PRIOR-SLOT) = "Y"
               COMPUTE WS-CHANGE =
                   WS-KV(WS-F, THIS-SLOT) - WS-KV(WS-F, PRIOR-SLOT)
               IF WS-FG-WHOLE(WS-F) = "Y"
                   MOVE WS-CHANGE TO WS-CHG-WHOLE-OUT
                   MOVE WS-CHG-WHOLE-OUT TO WS-CELL(1:11)
               ELSE
                   MOVE WS-CHANGE TO WS-CHG-DEC-OUT
                   MOVE WS-CHG-DEC-OUT TO WS-CELL(1:11)
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHANGE = 0 OR WS-FG-GOOD(WS-F) = SPACE
                       CONTINUE
                   WHEN (WS-CHANGE > 0 AND WS-FG-GOOD(WS-F) = "U")
                     OR (WS-CHANGE < 0 AND WS-FG-GOOD(WS-F) = "D")
                       MOVE "better" TO WS-MOVE-WORD
                   WHEN OTHER
                       MOVE "worse" TO WS-MOVE-WORD
               END-EVALUATE
           ELSE
               MOVE "        n/a" TO WS-CELL(1:11)
           END-IF
           MOVE WS-CELL(1:11) TO PACK-REC(61:11)
           MOVE WS-MOVE-WORD TO PACK-REC(73:6)

           PERFORM BUILD-TREND
           MOVE WS-TREND TO PACK-REC(80:12)
           IF WS-AVG-N > 0
               MOVE WS-AVG TO WS-DEC-OUT
               MOVE WS-DEC-OUT TO PACK-REC(92:12)
           ELSE
               MOVE "n/a" TO PACK-REC(101:3)
           END-IF

           PERFORM BUILD-BASIS
           MOVE WS-BASIS(1:27) TO PACK-REC(106:27)
           WRITE PACK-REC
           .

       FORMAT-VALUE-CELL.
           *> WS-KV(WS-F, WS-S) into the 12-character WS-CELL
           IF WS-KV-SET(WS-F, WS-S) NOT = "Y"
               MOVE "         n/a" TO WS-CELL
               EXIT PARAGRAPH
           END-IF
           IF WS-FG-WHOLE(WS-F) = "Y"
               MOVE WS-KV(WS-F, WS-S) TO WS-WHOLE-OUT
               MOVE WS-WHOLE-OUT TO WS-CELL
           ELSE
               MOVE WS-KV(WS-F, WS-S) TO WS-DEC-OUT
               MOVE WS-DEC-OUT TO WS-CELL
           END-IF
           .

       FORMAT-HISTORY-CELL.
           *> the same, 8 characters wide
           MOVE SPACES TO WS-CELL
           IF WS-KV-SET(WS-F, WS-S) NOT = "Y"
               MOVE "     n/a" TO WS-CELL(1:8)
               EXIT PARAGRAPH
           END-IF
           IF WS-FG-WHOLE(WS-F) = "Y"
               MOVE WS-KV(WS-F, WS-S) TO WS-HIST-WHOLE-OUT
               MOVE WS-HIST-WHOLE-OUT TO WS-CELL(1:8)
           ELSE
               MOVE WS-KV(WS-F, WS-S) TO WS-HIST-DEC-OUT
               MOVE WS-HIST-DEC-OUT TO WS-CELL(1:8)
           END-IF
           .

       BUILD-TREND.
           *> One character per trend month scaled between the
           *> twelve months' low and high; the 12-month average of
           *> the months with a basis comes out of the same pass.
           MOVE ALL "." TO WS-TREND
           MOVE 0 TO WS-AVG WS-AVG-N
           PERFORM VARYING WS-S FROM TREND-FIRST BY 1
                   UNTIL WS-S > NUM-SLOTS
               IF WS-KV-SET(WS-F, WS-S) = "Y"
                   IF WS-AVG-N = 0
                       MOVE WS-KV(WS-F, WS-S) TO WS-LO WS-HI
                   END-IF
                   IF WS-KV(WS-F, WS-S) < WS-LO
                       MOVE WS-KV(WS-F, WS-S) TO WS-LO
                   END-IF
                   IF WS-KV(WS-F, WS-S) > WS-HI
                       MOVE WS-KV(WS-F, WS-S) TO WS-HI
                   END-IF
                   ADD 1 TO WS-AVG-N
                   ADD WS-KV(WS-F, WS-S) TO WS-AVG
               END-IF
           END-PERFORM
           IF WS-AVG-N = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG ROUNDED = WS-AVG / WS-AVG-N
           PERFORM VARYING WS-S FROM TREND-FIRST BY 1
                   UNTIL WS-S > NUM-SLOTS
               IF WS-KV-SET(WS-F, WS-S) = "Y"
                   IF WS-HI = WS-LO
                       MOVE 5 TO WS-LEVEL
                   ELSE
                       COMPUTE WS-LEVEL ROUNDED = 1 +
                           (WS-KV(WS-F, WS-S) - WS-LO) * 8
                           / (WS-HI - WS-LO)
                   END-IF
                   MOVE WS-LEVEL-CHARS(WS-LEVEL:1)
                       TO WS-TREND(WS-S - TREND-FIRST + 1:1)
               END-IF
           END-PERFORM
           .

       BUILD-BASIS.
           MOVE SPACES TO WS-BASIS
           IF WS-KV-SET(WS-F, THIS-SLOT) NOT = "Y"
               MOVE "nothing to measure" TO WS-BASIS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KN(WS-F, THIS-SLOT) TO WS-CNT-OUT
           MOVE WS-KD(WS-F, THIS-SLOT) TO WS-CNT-OUT2
           EVALUATE WS-F
               WHEN FIG-ONTIME
               WHEN FIG-FIRSTPASS
                   STRING FUNCTION TRIM(WS-CNT-OUT) " of "
                          FUNCTION TRIM(WS-CNT-OUT2) " job-days"
                       DELIMITED BY SIZE INTO WS-BASIS
                   END-STRING
               WHEN FIG-WIN-MEAN
               WHEN FIG-WIN-P95
                   STRING FUNCTION TRIM(WS-CNT-OUT2) " night(s)"
                       DELIMITED BY SIZE INTO WS-BASIS
                   END-STRING
               WHEN FIG-REJ-RATE
                   STRING FUNCTION TRIM(WS-CNT-OUT) " in "
                          FUNCTION TRIM(WS-CNT-OUT2) " lines"
                       DELIMITED BY SIZE INTO WS-BASIS
                   END-STRING
               WHEN FIG-CERT-LAG
                   STRING FUNCTION TRIM(WS-CNT-OUT2) " sign-off(s)"
                       DELIMITED BY SIZE INTO WS-BASIS
                   END-STRING
           END-EVALUATE
           .

       WRITE-EXTRACT.
           *> runextract's form for the planning office: header row,
           *> quoted text, one row per figure.
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-FS NOT = "00"
               DISPLAY "ERROR: Unable to write planning extract "
                   FUNCTION TRIM(WS-CSV-NAME)
                   " (file status " WS-CSV-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CSV-REC
           MOVE 1 TO WS-PTR
           STRING QUOTE "figure" QUOTE ","
                  QUOTE "description" QUOTE ","
                  QUOTE "unit" QUOTE
               DELIMITED BY SIZE INTO CSV-REC WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > NUM-SLOTS
               STRING "," QUOTE WS-SLOT-MONTH(WS-S) QUOTE
                   DELIMITED BY SIZE INTO CSV-REC WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE CSV-REC

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > NUM-FIGS
               MOVE SPACES TO CSV-REC
               MOVE 1 TO WS-PTR
               STRING QUOTE FUNCTION TRIM(WS-FG-CODE(WS-F)) QUOTE ","
                      QUOTE FUNCTION TRIM(WS-FG-TEXT(WS-F)) QUOTE ","
                      QUOTE FUNCTION TRIM(WS-FG-UNIT(WS-F)) QUOTE
                   DELIMITED BY SIZE INTO CSV-REC WITH POINTER WS-PTR
               END-STRING
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > NUM-SLOTS
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-REC WITH POINTER WS-PTR
                   END-STRING
                   EVALUATE TRUE
                       WHEN WS-KV-SET(WS-F, WS-S) NOT = "Y"
                           CONTINUE
                       WHEN WS-FG-WHOLE(WS-F) = "Y"
                           MOVE WS-KV(WS-F, WS-S) TO WS-WHOLE-OUT
                           STRING FUNCTION TRIM(WS-WHOLE-OUT)
                               DELIMITED BY SIZE
                               INTO CSV-REC WITH POINTER WS-PTR
                           END-STRING
                       WHEN OTHER
                           MOVE WS-KV(WS-F, WS-S) TO WS-CSV-DEC-OUT
                           STRING FUNCTION TRIM(WS-CSV-DEC-OUT)
                               DELIMITED BY SIZE
                               INTO CSV-REC WITH POINTER WS-PTR
                           END-STRING
                   END-EVALUATE
               END-PERFORM
               WRITE CSV-REC
           END-PERFORM
           CLOSE CSV-FILE
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               STOP RUN
           END-IF
           .
