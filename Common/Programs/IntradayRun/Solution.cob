       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intraday.

      *> Arrival-triggered runs for the time-critical feeds. A job
      *> whose jobtable.dat intraday rule (cols 148-161) is
      *> INTRADAY,SKIP or INTRADAY,RERUN does not wait for the
      *> overnight batch: as soon as a feed lands in its incoming/
      *> directory this runs, from the repository root,
      *>   feedcheck <program-id> <dir>/incoming/<feed>
      *>   feedstager <job> <feed>
      *>   the job's own program in its Day folder, as the nightly
      *>     driver runs it
      *>   recbalance <today> <job>, the nightly record-count
      *>     balancing for the run just made -- a run out of balance
      *>     and not cleared by data control exits 8 here, so nothing
      *>     after it distributes unbalanced output
      *>   the job's downstream steps from intradaysteps.dat
      *>     (womaster LOAD, distribute, ...) in file order
      *> stopping at the first step that does not come back 0 or 4.
      *>
      *>   intraday                  one pass over every INTRADAY job
      *>   intraday WATCH [seconds]  pass, sleep, pass again until the
      *>                             intraday window closes (poll
      *>                             every INTRADAY-POLL-SECONDS,
      *>                             default 300)
      *>
      *> Each feed is its own run: it takes the driver lock (see
      *> Common/Programs/DriverLock -- a feed that finds the nightly
      *> batch or another driver holding it waits for the next pass),
      *> mints a run id I<yyyymmddhhmmss> the way the nightly driver
      *> mints R<...>, images the registries for runbackout, and has
      *> its interchange appends certified by interchgtrailer. The
      *> window is siteparams INTRADAY-START to INTRADAY-STOP (HHMM,
      *> default 0600 to 2000), so the watcher is out of the way
      *> before the batch takes the lock; a feed is left alone until
      *> it has sat unchanged INTRADAY-SETTLE-MINUTES (default 2) so
      *> a transfer still in flight is not picked up half-written.
      *> Each step's console output is kept in intradayruns/<run-id>/.
      *>
      *> A job held on jobholds.dat (see Common/Programs/JobHold) is
      *> left alone, its feeds waiting in incoming/ as they are. The
      *> first time a hold keeps a waiting feed back, a SKIPPED event
      *> under an I<yyyymmddhhmmss> id goes on jobholds.dat, as the
      *> nightly driver records its own skips, so jobhold RELEASE (or
      *> the hold's auto-release) queues the job for catch-up.
      *>
      *> Every run is entered on intradaylog.dat at the root:
      *>
      *>   stamp | run-id | job | program-id | feed | arrived |
      *>       COMPLETED/FAILED | input cksum | detail
      *>
      *> A FAILED feed left in incoming/ is not tried again until it
      *> is replaced (a new arrival time); data control works it from
      *> the feedcheck .violations report or the quarantine register.
      *> daybatchdriver reads the COMPLETED records: a job on
      *> INTRADAY,SKIP whose input.txt is still the one its intraday
      *> run processed in the last 24 hours is not launched again
      *> that night; INTRADAY,RERUN runs it regardless.
      *>
      *> Downstream steps run under the watcher's environment, so
      *> BATCH_OPERATOR must name an operator with the role a step
      *> needs (OPERATOR for womaster LOAD). Exit 8 when a feed
      *> failed, 4 when one waited on the lock, else 0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE
               ASSIGN TO "intradaylog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-FS.

           SELECT STEP-FILE
               ASSIGN TO "intradaysteps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT PROBE-FILE
               ASSIGN TO DYNAMIC WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

           *> Operator job holds; see LOAD-JOB-HOLDS and
           *> Common/Programs/JobHold.
           SELECT JOB-HOLD-FILE
               ASSIGN TO "jobholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC                  PIC X(400).

       FD  STEP-FILE.
       01  STEP-REC                 PIC X(200).

       FD  PROBE-FILE.
       01  PROBE-REC                PIC X(300).

       FD  JOB-HOLD-FILE.
       01  JOB-HOLD-REC             PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-FAILED               VALUE 500.
       78  MAX-STEPS                VALUE 50.
       78  MAX-CANDIDATES           VALUE 20.

       01  WS-LG-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-PR-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(20).
       01  WS-MODE                  PIC X VALUE "P".
           88  WATCH-MODE                  VALUE "W".
       01  WS-STAMP                 PIC X(21).
       01  WS-NOW-HHMM              PIC X(4).
       01  WS-PROBE-NAME            PIC X(80).
       01  WS-CMD                   PIC X(900).
       01  WS-RC-VAL                PIC S9(5) COMP-5.
       01  WS-RC-OUT                PIC -(4)9.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.
       01  WS-START-HHMM            PIC X(4) VALUE "0600".
       01  WS-STOP-HHMM             PIC X(4) VALUE "2000".
       01  WS-POLL-SECS             PIC 9(5) COMP-5 VALUE 300.
       01  WS-SETTLE-MINS           PIC 9(5) COMP-5 VALUE 2.
       01  WS-NUM-OUT               PIC Z(4)9.

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
       01  WS-I                     PIC 9(3) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-JOB-NUM-OUT           PIC Z(2)9.
       01  WS-WATCHED               PIC 9(3) COMP-5.

      *> the driver lock, held for the length of one pass
       01  WS-LOCK-ACTION           PIC X.
       01  WS-LOCK-OWNER            PIC X(20) VALUE "intraday".
       01  WS-LOCK-GRANTED          PIC X.
       01  WS-LOCK-HELD             PIC X VALUE "N".

      *> feeds that failed before, by job, feed and arrival time
       01  WS-FAILED-COUNT          PIC 9(4) COMP-5.
       01  WS-FAILED-TAB.
           05  WS-FAILED OCCURS 500 TIMES.
               10  WS-FD-PROG       PIC X(20).
               10  WS-FD-FEED       PIC X(120).
               10  WS-FD-ARRIVED    PIC X(14).
       01  WS-E-STAMP               PIC X(14).
       01  WS-E-RUN-ID              PIC X(15).
       01  WS-E-JOB                 PIC X(4).
       01  WS-E-PROG                PIC X(20).
       01  WS-E-FEED                PIC X(120).
       01  WS-E-ARRIVED             PIC X(14).
       01  WS-E-OUTCOME             PIC X(10).

      *> downstream steps, per program-id, in file order
       01  WS-STEP-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-STEP-TAB.
           05  WS-STEP OCCURS 50 TIMES.
               10  WS-SG-PROG       PIC X(20).
               10  WS-SG-CMD        PIC X(160).
       01  WS-S                     PIC 9(4) COMP-5.
       01  WS-STEP-NO               PIC 9(4) COMP-5.
       01  WS-STEP-NO-OUT           PIC Z9.
       01  WS-STEP-WORD             PIC X(40).
       01  WS-STEP-REST             PIC X(160).
       01  WS-PATH-OK               PIC X.
           88  PATH-OK                     VALUE "Y".

      *> the candidates waiting in one job's incoming/
       01  WS-CAND-COUNT            PIC 9(4) COMP-5.
       01  WS-CAND-TAB.
           05  WS-CAND OCCURS 20 TIMES PIC X(120).
       01  WS-C                     PIC 9(4) COMP-5.
       01  WS-FEED                  PIC X(120).
       01  WS-ARRIVED               PIC X(14).
       01  WS-TAKEN                 PIC X.

      *> the run in progress
       01  WS-RUN-ID                PIC X(15).
       01  WS-RUN-DIR               PIC X(40).
       01  WS-SNAP-PHASE            PIC X(4).
       01  WS-STEP-NAME             PIC X(40).
       01  WS-STEP-CMD              PIC X(600).
       01  WS-OUTCOME               PIC X(10).
       01  WS-DETAIL                PIC X(120).
       01  WS-CKSUM                 PIC X(12).

       01  WS-RUNS                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-FAILS                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-WAITED                PIC 9(4) COMP-5 VALUE 0.
       01  WS-OUT1                  PIC Z(3)9.
       01  WS-OUT2                  PIC Z(3)9.
       01  WS-OUT3                  PIC Z(3)9.
       01  WS-PASS-WAITED           PIC X.

      *> operator holds in force, by job, folded from jobholds.dat
      *> each pass; LOGGED once the hold has a SKIPPED event from an
      *> intraday pass, so a waiting feed is recorded only once
       01  WS-JH-FS                 PIC XX.
       01  WS-JH-TAB.
           05  WS-JH-ROW OCCURS 50 TIMES.
               10  WS-JH-ID         PIC X(10).
               10  WS-JH-UNTIL      PIC X(14).
               10  WS-JH-BY         PIC X(10).
               10  WS-JH-LOGGED     PIC X.
       01  WS-JH-E-STAMP            PIC X(14).
       01  WS-JH-E-EVENT            PIC X(10).
       01  WS-JH-E-ID               PIC X(10).
       01  WS-JH-E-JOB              PIC X(4).
       01  WS-JH-E-PROG             PIC X(20).
       01  WS-JH-E-UNTIL            PIC X(14).
       01  WS-JH-E-BY               PIC X(15).
       01  WS-JH-JOBNO              PIC 9(3) COMP-5.
       01  WS-JH-JOBNO-OUT          PIC 9(3).
       01  WS-JH-SKIP-ID            PIC X(15).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT
           EVALUATE FUNCTION UPPER-CASE(WS-ARG1)
               WHEN SPACES
                   CONTINUE
               WHEN "WATCH"
                   SET WATCH-MODE TO TRUE
               WHEN OTHER
                   DISPLAY "USAGE: intraday [WATCH [seconds]]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-SITE-PARAMS
           IF WATCH-MODE AND WS-ARG2 NOT = SPACES
               AND FUNCTION TRIM(WS-ARG2) IS NUMERIC
               COMPUTE WS-POLL-SECS = FUNCTION NUMVAL(WS-ARG2)
           END-IF
           IF WS-POLL-SECS < 10
               MOVE 10 TO WS-POLL-SECS
           END-IF

           PERFORM LOAD-JOB-TABLE
           MOVE 0 TO WS-WATCHED
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-JOB-INTRADAY(WS-I)(1:9) = "INTRADAY,"
                   ADD 1 TO WS-WATCHED
               END-IF
           END-PERFORM
           IF WS-WATCHED = 0
               DISPLAY "No job carries an intraday rule -- add "
                   "INTRADAY,SKIP or INTRADAY,RERUN in jobtable.dat "
                   "cols 148-161"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-STEPS

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(9:4) TO WS-NOW-HHMM
           IF WS-NOW-HHMM < WS-START-HHMM
               OR WS-NOW-HHMM >= WS-STOP-HHMM
               DISPLAY "Outside the intraday window ("
                   WS-START-HHMM "-" WS-STOP-HHMM
                   ") -- feeds wait for the nightly batch"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RUN-ONE-PASS
           PERFORM UNTIL NOT WATCH-MODE
               MOVE SPACES TO WS-CMD
               MOVE WS-POLL-SECS TO WS-NUM-OUT
               STRING "sleep " FUNCTION TRIM(WS-NUM-OUT)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE WS-STAMP(9:4) TO WS-NOW-HHMM
               IF WS-NOW-HHMM >= WS-STOP-HHMM
                   OR WS-NOW-HHMM < WS-START-HHMM
                   DISPLAY "Intraday window closed at "
                       WS-STOP-HHMM " -- watcher stopping"
                   MOVE "P" TO WS-MODE
               ELSE
                   PERFORM LOAD-STEPS
                   PERFORM RUN-ONE-PASS
               END-IF
           END-PERFORM

           MOVE WS-RUNS TO WS-OUT1
           MOVE WS-FAILS TO WS-OUT2
           MOVE WS-WAITED TO WS-OUT3
           DISPLAY "===== INTRADAY: " FUNCTION TRIM(WS-OUT1)
               " feed(s) run, " FUNCTION TRIM(WS-OUT2) " failed, "
               FUNCTION TRIM(WS-OUT3) " pass(es) waited on the "
               "lock ====="
           EVALUATE TRUE
               WHEN WS-FAILS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WAITED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       LOAD-SITE-PARAMS.
           MOVE "INTRADAY-START" TO WS-SP-KEY
           PERFORM GET-SITE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:4) IS NUMERIC
               MOVE WS-SP-VALUE(1:4) TO WS-START-HHMM
           END-IF
           MOVE "INTRADAY-STOP" TO WS-SP-KEY
           PERFORM GET-SITE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:4) IS NUMERIC
               MOVE WS-SP-VALUE(1:4) TO WS-STOP-HHMM
           END-IF
           MOVE "INTRADAY-POLL-SECONDS" TO WS-SP-KEY
           PERFORM GET-SITE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-POLL-SECS = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           MOVE "INTRADAY-SETTLE-MINUTES" TO WS-SP-KEY
           PERFORM GET-SITE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-SETTLE-MINS =
                   FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           .

       GET-SITE-PARAM.
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           .

       LOAD-STEPS.
           *> intradaysteps.dat: "<program-id> <command>" per line,
           *> the command run from the repository root after the
           *> program comes back clean; re-read every pass so an edit
           *> takes effect without restarting the watcher
           MOVE 0 TO WS-STEP-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT STEP-FILE
           IF WS-ST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ STEP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-STEP
               END-READ
           END-PERFORM
           CLOSE STEP-FILE
           .

       TAKE-ONE-STEP.
           IF STEP-REC = SPACES OR STEP-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= MAX-STEPS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STEP-WORD WS-STEP-REST
           MOVE 1 TO WS-J
           UNSTRING STEP-REC DELIMITED BY ALL SPACE
               INTO WS-STEP-WORD
               WITH POINTER WS-J
           END-UNSTRING
           IF WS-J <= FUNCTION LENGTH(STEP-REC)
               MOVE FUNCTION TRIM(STEP-REC(WS-J:)) TO WS-STEP-REST
           END-IF
           IF WS-STEP-REST = SPACES
               EXIT PARAGRAPH
           END-IF
           *> the command is quoted into a shell line, so only plain
           *> words get through
           CALL "pathguard" USING WS-STEP-REST WS-PATH-OK
           IF NOT PATH-OK
               DISPLAY "WARNING: intradaysteps.dat step for "
                   FUNCTION TRIM(WS-STEP-WORD)
                   " holds a character a step may not -- ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-STEP-WORD)
               TO WS-SG-PROG(WS-STEP-COUNT)
           MOVE WS-STEP-REST TO WS-SG-CMD(WS-STEP-COUNT)
           .

       LOAD-FAILED-FEEDS.
           MOVE 0 TO WS-FAILED-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LOG-FILE
           IF WS-LG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ LOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           .

       TAKE-ONE-LOG-LINE.
           IF LOG-REC = SPACES OR LOG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-E-STAMP WS-E-RUN-ID WS-E-JOB WS-E-PROG
               WS-E-FEED WS-E-ARRIVED WS-E-OUTCOME
           UNSTRING LOG-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-RUN-ID WS-E-JOB WS-E-PROG
                   WS-E-FEED WS-E-ARRIVED WS-E-OUTCOME
           END-UNSTRING
           IF WS-E-OUTCOME NOT = "FAILED"
               OR WS-FAILED-COUNT >= MAX-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           MOVE FUNCTION UPPER-CASE(WS-E-PROG)
               TO WS-FD-PROG(WS-FAILED-COUNT)
           MOVE WS-E-FEED TO WS-FD-FEED(WS-FAILED-COUNT)
           MOVE WS-E-ARRIVED TO WS-FD-ARRIVED(WS-FAILED-COUNT)
           .

       RUN-ONE-PASS.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-PROBE-NAME
           STRING "/tmp/intraday." WS-STAMP(1:16) ".tmp"
               DELIMITED BY SIZE INTO WS-PROBE-NAME
           END-STRING
           MOVE "N" TO WS-PASS-WAITED
           PERFORM LOAD-FAILED-FEEDS
           PERFORM LOAD-JOB-HOLDS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-PASS-WAITED = "Y"
               IF WS-JOB-INTRADAY(WS-I)(1:9) = "INTRADAY,"
                   PERFORM WATCH-ONE-JOB
               END-IF
           END-PERFORM
           IF WS-LOCK-HELD = "Y"
               MOVE "R" TO WS-LOCK-ACTION
               CALL "driverlock" USING WS-LOCK-ACTION WS-LOCK-OWNER
                   WS-LOCK-GRANTED
               MOVE "N" TO WS-LOCK-HELD
           END-IF
           IF WS-PASS-WAITED = "Y"
               ADD 1 TO WS-WAITED
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-PROBE-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       WATCH-ONE-JOB.
           *> Oldest settled file first; the .violations reports
           *> feedcheck leaves beside a candidate are not feeds.
           MOVE WS-SETTLE-MINS TO WS-NUM-OUT
           MOVE SPACES TO WS-CMD
           STRING "find " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/incoming" QUOTE
                  " -maxdepth 1 -type f ! -name '.*'"
                  " ! -name '*.violations' -mmin +"
                  FUNCTION TRIM(WS-NUM-OUT)
                  " -printf '%T@ %f\n' 2>/dev/null | sort -n"
                  " | cut -d' ' -f2- | head -"
                  "20 > "
                  FUNCTION TRIM(WS-PROBE-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE 0 TO WS-CAND-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PROBE-FILE
           IF WS-PR-FS = "00"
               PERFORM UNTIL EOF
                   READ PROBE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF PROBE-REC NOT = SPACES
                               AND WS-CAND-COUNT < MAX-CANDIDATES
                               ADD 1 TO WS-CAND-COUNT
                               MOVE PROBE-REC TO WS-CAND(WS-CAND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF

           IF WS-JH-ID(WS-I) NOT = SPACES
               IF WS-CAND-COUNT > 0 AND WS-JH-LOGGED(WS-I) NOT = "Y"
                   PERFORM RECORD-HOLD-SKIP
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> one feed per job per pass: the first that has not
           *> already failed as it stands
           MOVE "N" TO WS-TAKEN
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAND-COUNT OR WS-TAKEN = "Y"
               MOVE WS-CAND(WS-C) TO WS-FEED
               PERFORM TRY-ONE-FEED
           END-PERFORM
           .

       TRY-ONE-FEED.
           CALL "pathguard" USING WS-FEED WS-PATH-OK
           IF NOT PATH-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "date -r " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/incoming/" FUNCTION TRIM(WS-FEED) QUOTE
                  " +%Y%m%d%H%M%S > " FUNCTION TRIM(WS-PROBE-NAME)
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           PERFORM READ-PROBE
           MOVE PROBE-REC(1:14) TO WS-ARRIVED
           IF WS-ARRIVED = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-FAILED-COUNT
               IF WS-FD-PROG(WS-J) =
                       FUNCTION UPPER-CASE(WS-JOB-PROG(WS-I))
                   AND WS-FD-FEED(WS-J) = WS-FEED
                   AND WS-FD-ARRIVED(WS-J) = WS-ARRIVED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-LOCK-HELD NOT = "Y"
               MOVE "A" TO WS-LOCK-ACTION
               CALL "driverlock" USING WS-LOCK-ACTION WS-LOCK-OWNER
                   WS-LOCK-GRANTED
               IF WS-LOCK-GRANTED NOT = "Y"
                   DISPLAY "INTRADAY: " FUNCTION TRIM(WS-FEED)
                       " for " FUNCTION TRIM(WS-JOB-LABEL(WS-I))
                       " waits for the next pass"
                   MOVE "Y" TO WS-PASS-WAITED
                   MOVE "Y" TO WS-TAKEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-LOCK-HELD
           END-IF
           MOVE "Y" TO WS-TAKEN
           PERFORM RUN-ONE-FEED
           .

       RUN-ONE-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-RUN-ID WS-RUN-DIR
           STRING "I" WS-STAMP(1:14)
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           STRING "intradayruns/" FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-RUN-DIR
           END-STRING
           MOVE WS-I TO WS-JOB-NUM-OUT
           ADD 1 TO WS-RUNS
           DISPLAY "===== INTRADAY RUN " FUNCTION TRIM(WS-RUN-ID)
               ": " FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " -- "
               FUNCTION TRIM(WS-FEED) " ====="
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-RUN-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "pre" TO WS-SNAP-PHASE
           PERFORM SNAPSHOT-REGISTRIES

           MOVE "COMPLETED" TO WS-OUTCOME
           MOVE SPACES TO WS-DETAIL WS-CKSUM

           MOVE "feedcheck" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "./feedcheck " FUNCTION TRIM(WS-JOB-PROG(WS-I))
                  " " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/incoming/" FUNCTION TRIM(WS-FEED) QUOTE
               DELIMITED BY SIZE INTO WS-STEP-CMD
           END-STRING
           PERFORM RUN-ONE-STEP
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FINISH-RUN
               EXIT PARAGRAPH
           END-IF
           *> a clean report is empty; do not leave it in incoming/
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/incoming/" FUNCTION TRIM(WS-FEED)
                  ".violations" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE "feedstager" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "./feedstager " FUNCTION TRIM(WS-JOB-NUM-OUT)
                  " " QUOTE FUNCTION TRIM(WS-FEED) QUOTE
               DELIMITED BY SIZE INTO WS-STEP-CMD
           END-STRING
           PERFORM RUN-ONE-STEP
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FINISH-RUN
               EXIT PARAGRAPH
           END-IF

           *> the program itself, from its own Day folder, exactly
           *> as the nightly driver launches it
           MOVE WS-JOB-PROG(WS-I) TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "cd " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I)) QUOTE
                  " && ./" FUNCTION TRIM(WS-JOB-PROG(WS-I))
               DELIMITED BY SIZE INTO WS-STEP-CMD
           END-STRING
           PERFORM RUN-ONE-STEP
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FINISH-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-INPUT-CKSUM

           *> balance the run before anything passes its output on;
           *> the job's own verdict decides, as distribute's would
           MOVE "recbalance" TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-CMD
           STRING "if [ -x ./recbalance ]; then ./recbalance "
                  WS-STAMP(1:8) " " FUNCTION TRIM(WS-JOB-NUM-OUT)
                  "; else echo 'recbalance not built -- run not "
                  "balanced'; fi"
               DELIMITED BY SIZE INTO WS-STEP-CMD
           END-STRING
           PERFORM RUN-ONE-STEP
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FINISH-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STEP-NO
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
                       OR WS-OUTCOME NOT = "COMPLETED"
               IF WS-SG-PROG(WS-S) =
                       FUNCTION UPPER-CASE(WS-JOB-PROG(WS-I))
                   ADD 1 TO WS-STEP-NO
                   MOVE WS-STEP-NO TO WS-STEP-NO-OUT
                   MOVE SPACES TO WS-STEP-NAME
                   STRING "step" FUNCTION TRIM(WS-STEP-NO-OUT)
                       DELIMITED BY SIZE INTO WS-STEP-NAME
                   END-STRING
                   MOVE SPACES TO WS-STEP-CMD
                   STRING "./" FUNCTION TRIM(WS-SG-CMD(WS-S))
                       DELIMITED BY SIZE INTO WS-STEP-CMD
                   END-STRING
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM
           PERFORM FINISH-RUN
           .

       RUN-ONE-STEP.
           *> Output to intradayruns/<run-id>/<step>.out, echoed to the
           *> console indented; 0 and 4 are clean, as everywhere.
           DISPLAY "  " FUNCTION TRIM(WS-STEP-NAME) ": "
               FUNCTION TRIM(WS-STEP-CMD)
           MOVE SPACES TO WS-CMD
           STRING "( BATCH_RUN_ID=" FUNCTION TRIM(WS-RUN-ID)
                  " ; export BATCH_RUN_ID ; "
                  FUNCTION TRIM(WS-STEP-CMD) " ) > "
                  FUNCTION TRIM(WS-RUN-DIR) "/"
                  FUNCTION TRIM(WS-STEP-NAME) ".out 2>&1 < /dev/null"
                  " ; echo $? > " FUNCTION TRIM(WS-PROBE-NAME)
                  " ; sed 's/^/    /' "
                  FUNCTION TRIM(WS-RUN-DIR) "/"
                  FUNCTION TRIM(WS-STEP-NAME) ".out"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           PERFORM READ-PROBE
           MOVE -1 TO WS-RC-VAL
           IF PROBE-REC NOT = SPACES
               AND FUNCTION TRIM(PROBE-REC) IS NUMERIC
               COMPUTE WS-RC-VAL = FUNCTION NUMVAL(PROBE-REC)
           END-IF
           IF WS-RC-VAL = 0 OR WS-RC-VAL = 4
               EXIT PARAGRAPH
           END-IF
           MOVE "FAILED" TO WS-OUTCOME
           MOVE WS-RC-VAL TO WS-RC-OUT
           MOVE SPACES TO WS-DETAIL
           STRING FUNCTION TRIM(WS-STEP-NAME) " exit "
                  FUNCTION TRIM(WS-RC-OUT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           IF WS-STEP-NAME(1:4) = "step"
               STRING FUNCTION TRIM(WS-DETAIL) " ("
                      FUNCTION TRIM(WS-SG-CMD(WS-S)) ")"
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
           END-IF
           .

       TAKE-INPUT-CKSUM.
           *> what the nightly driver compares its input.txt against
           MOVE SPACES TO WS-CMD
           STRING "cksum < " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/input.txt" QUOTE " | cut -d' ' -f1 > "
                  FUNCTION TRIM(WS-PROBE-NAME) " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           PERFORM READ-PROBE
           MOVE FUNCTION TRIM(PROBE-REC) TO WS-CKSUM
           .

       FINISH-RUN.
           CALL "interchgtrailer" USING WS-RUN-ID
           MOVE "post" TO WS-SNAP-PHASE
           PERFORM SNAPSHOT-REGISTRIES
           IF WS-OUTCOME = "FAILED"
               ADD 1 TO WS-FAILS
               IF WS-FAILED-COUNT < MAX-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-JOB-PROG(WS-I))
                       TO WS-FD-PROG(WS-FAILED-COUNT)
                   MOVE WS-FEED TO WS-FD-FEED(WS-FAILED-COUNT)
                   MOVE WS-ARRIVED TO WS-FD-ARRIVED(WS-FAILED-COUNT)
               END-IF
           END-IF
           IF WS-CKSUM = SPACES
               MOVE "-" TO WS-CKSUM
           END-IF
           IF WS-DETAIL = SPACES
               MOVE "-" TO WS-DETAIL
           END-IF

           OPEN EXTEND LOG-FILE
           IF WS-LG-FS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LG-FS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE SPACES TO LOG-REC
               STRING WS-STAMP(1:14)
                      " | " FUNCTION TRIM(WS-RUN-ID)
                      " | " FUNCTION TRIM(WS-JOB-NUM-OUT)
                      " | " FUNCTION TRIM(WS-JOB-PROG(WS-I))
                      " | " FUNCTION TRIM(WS-FEED)
                      " | " WS-ARRIVED
                      " | " FUNCTION TRIM(WS-OUTCOME)
                      " | " FUNCTION TRIM(WS-CKSUM)
                      " | " FUNCTION TRIM(WS-DETAIL)
                   DELIMITED BY SIZE INTO LOG-REC
               END-STRING
               WRITE LOG-REC
               CLOSE LOG-FILE
           ELSE
               DISPLAY "WARNING: intradaylog.dat could not be written"
           END-IF
           IF WS-OUTCOME = "FAILED"
               DISPLAY "===== INTRADAY RUN " FUNCTION TRIM(WS-RUN-ID)
                   " FAILED: " FUNCTION TRIM(WS-DETAIL)
                   " -- the feed stays where it is for data control"
                   " ====="
           ELSE
               DISPLAY "===== INTRADAY RUN " FUNCTION TRIM(WS-RUN-ID)
                   " COMPLETED ====="
           END-IF
           .

       LOAD-JOB-HOLDS.
           *> The fold daybatchdriver makes: a job is held while its
           *> latest HELD event has no RELEASED after it and its
           *> auto-release time (if any) is still ahead.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               MOVE SPACES TO WS-JH-ID(WS-J) WS-JH-UNTIL(WS-J)
                   WS-JH-BY(WS-J)
               MOVE "N" TO WS-JH-LOGGED(WS-J)
           END-PERFORM
           MOVE "N" TO WS-EOF
           OPEN INPUT JOB-HOLD-FILE
           IF WS-JH-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ JOB-HOLD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-HOLD-EVENT
               END-READ
           END-PERFORM
           CLOSE JOB-HOLD-FILE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               IF WS-JH-ID(WS-J) NOT = SPACES
                   AND WS-JH-UNTIL(WS-J) NOT = "-"
                   AND WS-JH-UNTIL(WS-J) NOT = SPACES
                   AND WS-JH-UNTIL(WS-J) <= WS-STAMP(1:14)
                   MOVE SPACES TO WS-JH-ID(WS-J)
               END-IF
           END-PERFORM
           .

       FOLD-ONE-HOLD-EVENT.
           IF JOB-HOLD-REC = SPACES OR JOB-HOLD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JH-E-STAMP WS-JH-E-EVENT WS-JH-E-ID
               WS-JH-E-JOB WS-JH-E-PROG WS-JH-E-UNTIL WS-JH-E-BY
           UNSTRING JOB-HOLD-REC DELIMITED BY " | "
               INTO WS-JH-E-STAMP WS-JH-E-EVENT WS-JH-E-ID
                   WS-JH-E-JOB WS-JH-E-PROG WS-JH-E-UNTIL
                   WS-JH-E-BY
           END-UNSTRING
           IF FUNCTION TRIM(WS-JH-E-JOB) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JH-JOBNO = FUNCTION NUMVAL(WS-JH-E-JOB)
           IF WS-JH-JOBNO < 1 OR WS-JH-JOBNO > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           *> a job renumbered since the hold was placed is not held
           IF FUNCTION UPPER-CASE(WS-JH-E-PROG) NOT =
               FUNCTION UPPER-CASE(WS-JOB-PROG(WS-JH-JOBNO))
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-JH-E-EVENT
               WHEN "HELD"
                   MOVE WS-JH-E-ID TO WS-JH-ID(WS-JH-JOBNO)
                   MOVE WS-JH-E-UNTIL TO WS-JH-UNTIL(WS-JH-JOBNO)
                   MOVE WS-JH-E-BY TO WS-JH-BY(WS-JH-JOBNO)
                   MOVE "N" TO WS-JH-LOGGED(WS-JH-JOBNO)
               WHEN "SKIPPED"
                   IF WS-JH-E-ID = WS-JH-ID(WS-JH-JOBNO)
                       AND WS-JH-E-BY(1:1) = "I"
                       MOVE "Y" TO WS-JH-LOGGED(WS-JH-JOBNO)
                   END-IF
               WHEN "RELEASED"
                   IF WS-JH-E-ID = WS-JH-ID(WS-JH-JOBNO)
                       MOVE SPACES TO WS-JH-ID(WS-JH-JOBNO)
                   END-IF
           END-EVALUATE
           .

       RECORD-HOLD-SKIP.
           *> WS-I has a feed waiting and is held: say so once, in
           *> the driver's SKIPPED layout, so the release queues it
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-JH-SKIP-ID
           STRING "I" WS-STAMP(1:14)
               DELIMITED BY SIZE INTO WS-JH-SKIP-ID
           END-STRING
           MOVE WS-I TO WS-JH-JOBNO-OUT
           DISPLAY "INTRADAY: " FUNCTION TRIM(WS-JOB-LABEL(WS-I))
               " is held (" FUNCTION TRIM(WS-JH-ID(WS-I)) " by "
               FUNCTION TRIM(WS-JH-BY(WS-I)) ") -- "
               FUNCTION TRIM(WS-CAND(1)) " waits in incoming/"
           MOVE SPACES TO JOB-HOLD-REC
           STRING WS-STAMP(1:14)
                  " | SKIPPED | " FUNCTION TRIM(WS-JH-ID(WS-I))
                  " | " WS-JH-JOBNO-OUT
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-I))
                  " | " FUNCTION TRIM(WS-JH-UNTIL(WS-I))
                  " | " FUNCTION TRIM(WS-JH-SKIP-ID)
                  " | held intraday; " FUNCTION TRIM(WS-CAND(1))
                  " waits in incoming/"
               DELIMITED BY SIZE INTO JOB-HOLD-REC
           END-STRING
           OPEN EXTEND JOB-HOLD-FILE
           IF WS-JH-FS NOT = "00"
               DISPLAY "  WARNING: unable to record the skip on "
                   "jobholds.dat (file status " WS-JH-FS ") -- "
                   "queue it for catch-up by hand on release"
               EXIT PARAGRAPH
           END-IF
           WRITE JOB-HOLD-REC
           CLOSE JOB-HOLD-FILE
           MOVE "Y" TO WS-JH-LOGGED(WS-I)
           .

       SNAPSHOT-REGISTRIES.
           *> Same registry images the nightly driver takes, so
           *> runbackout can put an intraday run back by its run id.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p backout/" FUNCTION TRIM(WS-RUN-ID)
                  " && for f in rangeregistry.dat gapregistry.dat"
                  " dialwear.dat; do if [ -f $f ]; then cp -f $f"
                  " backout/" FUNCTION TRIM(WS-RUN-ID) "/"
                  FUNCTION TRIM(WS-SNAP-PHASE) ".$f; else : >"
                  " backout/" FUNCTION TRIM(WS-RUN-ID) "/"
                  FUNCTION TRIM(WS-SNAP-PHASE) ".$f; fi; done"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       READ-PROBE.
           MOVE SPACES TO PROBE-REC
           OPEN INPUT PROBE-FILE
           IF WS-PR-FS = "00"
               READ PROBE-FILE
                   AT END
                       MOVE SPACES TO PROBE-REC
               END-READ
               CLOSE PROBE-FILE
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
