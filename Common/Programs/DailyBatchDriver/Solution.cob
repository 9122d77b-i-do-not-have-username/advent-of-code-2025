           *> Site holiday calendar (one YYYYMMDD per line, "*"
           *> comments); on a listed date the scheduler selects no
           *> jobs, and plan mode says so; see LOAD-CALENDAR-FACTS.
           *> Arrival-triggered runs made during the day; see
           *> CHECK-INTRADAY-DONE and Common/Programs/IntradayRun.
           SELECT INTRADAY-LOG
               ASSIGN TO "intradaylog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDL-FS.

           *> Operator job holds; see LOAD-JOB-HOLDS and
           *> Common/Programs/JobHold.
           SELECT JOB-HOLD-FILE
               ASSIGN TO "jobholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JH-FS.

           SELECT HOLIDAY-FILE
               ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05  FILLER              PIC X.
           05  CU-LABEL            PIC X(24).

       FD  INTRADAY-LOG.
       01  INTRADAY-LOG-REC        PIC X(400).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC             PIC X(80).

       FD  JOB-HOLD-FILE.
       01  JOB-HOLD-REC            PIC X(300).

       FD  DRIVER-RUNLOG.
       01  DRIVER-RUNLOG-REC       PIC X(400).

               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-RUN-STAMP             PIC X(21).

       01  WS-RUN-ID                PIC X(15).
       01  WS-TMPFILE               PIC X(80).
       01  WS-CMD                   PIC X(600).
       01  WS-SNAP-PHASE            PIC X(4).
       01  WS-I                     PIC 9(3) COMP-5 VALUE 0.
       01  WS-JOB-NUM-OUT           PIC Z(3)9.
       01  WS-RC-OUT                PIC -(4)9.
       01  WS-DEP-PTR               PIC 9(3) COMP-5.
       01  WS-DEP-VAL               PIC 9(3) COMP-5.
       01  WS-D                     PIC 9(3) COMP-5.
      *> Return-code conditions: a job whose condition column names
      *> an earlier job waits for that job to finish either way and
      *> then runs only if the test on its exit code holds -- a
      *> RECOVERY step only if that job failed. A branch not taken
      *> is SKIPPED with the reason, and every condition settled is
      *> listed with the batch summary.
       01  WS-COND-TAB.
           05  WS-COND-ROW OCCURS 50 TIMES.
               10  WS-COND-JOB      PIC 9(3) COMP-5.
               10  WS-COND-OP       PIC XX.
               10  WS-COND-VAL      PIC S9(5) COMP-5.
               10  WS-COND-TEXT     PIC X(10).
               10  WS-COND-STATE    PIC X.
                   88  COND-FIRED          VALUE "F".
                   88  COND-NOT-MET        VALUE "N".
               10  WS-COND-NOTE     PIC X(120).
       01  WS-JOB-RC-TAB.
           05  WS-JOB-RC OCCURS 50 TIMES PIC S9(5) COMP-5.
       01  WS-COND-JOB-STR          PIC X(4).
       01  WS-COND-TEST             PIC X(10).
       01  WS-COND-NUM              PIC X(6).
       01  WS-COND-MET              PIC X.
       01  WS-COND-COUNT            PIC 9(3) COMP-5 VALUE 0.
      *> Run-frequency and holiday-calendar scheduling: each job's
      *> frequency column (DAILY, WEEKLY-MON..WEEKLY-SUN, MONTHEND,
      *> ONDEMAND) decides whether it is eligible tonight, and a
       01  WS-ELIGIBLE              PIC X.
       01  WS-SKIP-REASON           PIC X(60).

      *> Operator holds (jobhold): a job held on jobholds.dat is left
      *> out of the nightly run, a CATCHUP run and the plan alike,
      *> and everything that waits on it is skipped behind it with
      *> the hold named as the cause. Each job the hold keeps out is
      *> recorded back on jobholds.dat as SKIPPED under this run id,
      *> which is what jobhold RELEASE puts on the catch-up list. A
      *> hold past its auto-release time is not in force: the first
      *> batch to meet it puts what it kept out on the catch-up list
      *> the same way and closes it with a RELEASED event.
       01  WS-JH-FS                 PIC XX.
       01  WS-JH-EOF                PIC X.
           88  JH-EOF                      VALUE "Y".
       01  WS-JH-TAB.
           05  WS-JH-ROW OCCURS 50 TIMES.
               10  WS-JH-ID         PIC X(10).
               10  WS-JH-UNTIL      PIC X(14).
               10  WS-JH-BY         PIC X(10).
               10  WS-JH-REASON     PIC X(80).
               10  WS-JH-CAUSE      PIC 9(3) COMP-5.
               10  WS-JH-BEHIND     PIC 9(3) COMP-5.
               10  WS-JH-PROG       PIC X(20).
               10  WS-JH-SKIP-JOBS  PIC X(50).
       01  WS-JH-HELD-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-JH-E-STAMP            PIC X(14).
       01  WS-JH-E-EVENT            PIC X(10).
       01  WS-JH-E-ID               PIC X(10).
       01  WS-JH-E-JOB              PIC X(4).
       01  WS-JH-E-PROG             PIC X(20).
       01  WS-JH-E-UNTIL            PIC X(14).
       01  WS-JH-E-BY               PIC X(15).
       01  WS-JH-E-TEXT             PIC X(80).
       01  WS-JH-JOBNO              PIC 9(3) COMP-5.
       01  WS-JH-JOBNO-OUT          PIC 9(3).
       01  WS-JH-NOTE               PIC X(80).
       01  WS-JH-CHANGED            PIC X.
       01  WS-JH-K                  PIC 9(3) COMP-5.
       01  WS-JH-QUEUED-TAB.
           05  WS-JH-QUEUED OCCURS 50 TIMES PIC X.
       01  WS-JH-QUEUE-COUNT        PIC 9(3) COMP-5.
       01  WS-JH-QUEUE-OK           PIC X.
       01  WS-JH-COUNT-OUT          PIC Z(2)9.

      *> A job on INTRADAY,SKIP whose feed was already run during
      *> the day is not launched again tonight -- see
      *> CHECK-INTRADAY-DONE.
       01  WS-IDL-FS                PIC XX.
       01  WS-IDL-EOF               PIC X.
           88  IDL-EOF                     VALUE "Y".
       01  WS-IDL-STAMP             PIC X(14).
       01  WS-IDL-RUN-ID            PIC X(15).
       01  WS-IDL-JOB               PIC X(4).
       01  WS-IDL-PROG              PIC X(20).
       01  WS-IDL-FEED              PIC X(120).
       01  WS-IDL-ARRIVED           PIC X(14).
       01  WS-IDL-OUTCOME           PIC X(10).
       01  WS-IDL-CKSUM             PIC X(12).
       01  WS-IDL-LAST-STAMP        PIC X(14).
       01  WS-IDL-LAST-RUN-ID       PIC X(15).
       01  WS-IDL-LAST-CKSUM        PIC X(12).
       01  WS-IDL-NOW-MINS          PIC S9(11) COMP-5.
       01  WS-IDL-RUN-MINS          PIC S9(11) COMP-5.

      *> Automatic retry for transient failures. A job's retry
      *> column ("attempts,delay-seconds") says how many extra
      *> tries an output-file failure (exit 20 -- a momentarily
               VALUE "daybatchdriver".
       01  WS-LOCK-GRANTED          PIC X.

      *> Each clean job's feed and console capture are kept as
      *> numbered generations beside the program (input.txt.G0007V00,
      *> <program>.capture.G0007V00) so comparerun, rackchurn, and
      *> clusterdrift can name "(0)"/"(-1)" instead of an archived
      *> path; see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-NAME              PIC X(300).
       01  WS-GDG-TYPE              PIC X(12).
       01  WS-GDG-ROOT              PIC X(10) VALUE SPACES.
       01  WS-GDG-PROGID            PIC X(20).
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

      *> Per-job append spooling under parallel execution: with more
      *> than one worker, each job writes its runlog, interchange,
      *> error-log, reject-statistics, and battery-batch history
      *> lines into a private spool
      *> directory (handed down as BATCH_SPOOL_DIR) and the driver
      *> merges the spools
      *> into the shared root files in job order at end of batch --
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-STRING
           DISPLAY "RUN ID: " FUNCTION TRIM(WS-RUN-ID)
           PERFORM CHECK-ROOT-DATA
           MOVE "pre" TO WS-SNAP-PHASE
           PERFORM SNAPSHOT-REGISTRIES

           PERFORM PARSE-PREREQS
           PERFORM LOAD-JOB-HOLDS
           PERFORM SELECT-JOBS
           PERFORM RUN-SCHEDULER

           *> Certify the night's interchange appends with a trailer
           *> record; see Common/Programs/InterchangeTrailer.
           CALL "interchgtrailer" USING WS-RUN-ID
           MOVE "post" TO WS-SNAP-PHASE
           PERFORM SNAPSHOT-REGISTRIES
           PERFORM BALANCE-RECORD-COUNTS

           PERFORM LIST-SETTLED-CONDITIONS
           PERFORM LIST-JOB-HOLDS

           DISPLAY "===== BATCH COMPLETE: " WS-TARGET-COUNT " jobs, "
               WS-JOBS-FAILED " failed, "
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-CMD
           STRING "cat " FUNCTION TRIM(WS-SPOOL-DIR)
                  "/batchhistory.spool >> batchhistory.dat"
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-SPOOL-IX-NAME
           STRING FUNCTION TRIM(WS-SPOOL-DIR)
                  "/interchange.spool"
           CALL "SYSTEM" USING WS-CMD
           .

       CHECK-ROOT-DATA.
           *> First step of every run: datacheck reads each root data
           *> file against its layout in datalayouts.dat, so a damaged
           *> record is reported against the file and line it sits on
           *> tonight rather than surfacing later as an error in
           *> whichever job reads it. A damaged file is reported, not
           *> fatal -- most jobs never read the file in question, and
           *> the one that does fails on its own terms as it always
           *> has.
           MOVE SPACES TO WS-RCFILE
           STRING "/tmp/daybatch." FUNCTION TRIM(WS-RUN-STAMP)
                  ".datacheck.rc"
               DELIMITED BY SIZE INTO WS-RCFILE
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "if [ -x ./datacheck ]; then ./datacheck; echo $? > "
                  FUNCTION TRIM(WS-RCFILE) "; else echo 'DATA CHECK: "
                  "datacheck not built -- root data files not "
                  "checked'; fi"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE -1 TO WS-RC-VAL
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE INTO RC-REC
                   NOT AT END
                       IF FUNCTION TRIM(RC-REC) NOT = SPACES
                           COMPUTE WS-RC-VAL =
                               FUNCTION NUMVAL(RC-REC)
                       END-IF
               END-READ
               CLOSE RC-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RC-VAL >= 8
                   DISPLAY "WARNING: root data damage found -- see the "
                       "defects listed above; the batch continues"
               WHEN WS-RC-VAL = 4
                   DISPLAY "WARNING: root data file(s) with no layout "
                       "in datalayouts.dat"
           END-EVALUATE
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       BALANCE-RECORD-COUNTS.
           *> Last step of every run: recbalance puts each job's
           *> receipt through the control equation against its staged
           *> feed's line count. A job out of balance is not failed
           *> here -- its answer stands -- but distribute holds its
           *> outputs back until data control clears it; see
           *> Common/Programs/RecordBalance.
           MOVE SPACES TO WS-RCFILE
           STRING "/tmp/daybatch." FUNCTION TRIM(WS-RUN-STAMP)
                  ".balance.rc"
               DELIMITED BY SIZE INTO WS-RCFILE
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "if [ -x ./recbalance ]; then ./recbalance "
                  WS-RUN-STAMP(1:8) "; echo $? > "
                  FUNCTION TRIM(WS-RCFILE) "; else echo 'BALANCING: "
                  "recbalance not built -- record counts not "
                  "balanced'; fi"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE -1 TO WS-RC-VAL
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE INTO RC-REC
                   NOT AT END
                       IF FUNCTION TRIM(RC-REC) NOT = SPACES
                           COMPUTE WS-RC-VAL =
                               FUNCTION NUMVAL(RC-REC)
                       END-IF
               END-READ
               CLOSE RC-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RC-VAL >= 8
                   DISPLAY "WARNING: job(s) OUT-OF-BALANCE -- their "
                       "outputs are held from distribute until data "
                       "control clears them (recbalance CLEAR)"
               WHEN WS-RC-VAL = 4
                   DISPLAY "WARNING: job(s) with no line count to "
                       "balance against"
           END-EVALUATE
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       SNAPSHOT-REGISTRIES.
           *> The registries the jobs rewrite in place carry no run
           *> id, so the run's images of them either side of the
           *> batch go to backout/<run-id>/ -- what runbackout diffs
           *> to put each entry back the way this run found it. A
           *> registry that does not exist yet is imaged as empty.
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

       RELEASE-DRIVER-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "driverlock" USING WS-LOCK-ACTION WS-LOCK-OWNER
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
                   END-STRING
           END-EVALUATE

           IF WS-ELIGIBLE = "Y"
               AND WS-JOB-INTRADAY(WS-I) = "INTRADAY,SKIP"
               PERFORM CHECK-INTRADAY-DONE
           END-IF
           .

       CHECK-INTRADAY-DONE.
           *> The job's last COMPLETED intraday run, if it was in the
           *> last 24 hours and its input.txt is still the one that
           *> run processed, already did tonight's work. A feed
           *> staged since (by hand, or one the watcher failed on)
           *> changes the checksum and the job runs as usual.
           MOVE SPACES TO WS-IDL-LAST-STAMP WS-IDL-LAST-RUN-ID
               WS-IDL-LAST-CKSUM
           MOVE "N" TO WS-IDL-EOF
           OPEN INPUT INTRADAY-LOG
           IF WS-IDL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IDL-EOF
               READ INTRADAY-LOG
                   AT END
                       SET IDL-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-INTRADAY-RUN
               END-READ
           END-PERFORM
           CLOSE INTRADAY-LOG
           IF WS-IDL-LAST-STAMP = SPACES
               OR WS-IDL-LAST-STAMP(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-IDL-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-RUN-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-RUN-STAMP(11:2))
           COMPUTE WS-IDL-RUN-MINS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-IDL-LAST-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-IDL-LAST-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-IDL-LAST-STAMP(11:2))
           IF WS-IDL-NOW-MINS - WS-IDL-RUN-MINS > 1440
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RCFILE
           STRING "/tmp/daybatch." FUNCTION TRIM(WS-RUN-STAMP)
                  ".cksum"
               DELIMITED BY SIZE INTO WS-RCFILE
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "cksum < " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/input.txt" QUOTE " 2>/dev/null | cut -d' ' -f1 > "
                  FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO RC-REC
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE
                   AT END
                       MOVE SPACES TO RC-REC
               END-READ
               CLOSE RC-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           IF FUNCTION TRIM(RC-REC) = SPACES
               OR FUNCTION TRIM(RC-REC) NOT = WS-IDL-LAST-CKSUM
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ELIGIBLE
           MOVE SPACES TO WS-SKIP-REASON
           STRING "ran intraday (" FUNCTION TRIM(WS-IDL-LAST-RUN-ID)
                  ") on the same input"
               DELIMITED BY SIZE INTO WS-SKIP-REASON
           END-STRING
           .

       TAKE-ONE-INTRADAY-RUN.
           IF INTRADAY-LOG-REC = SPACES
               OR INTRADAY-LOG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IDL-STAMP WS-IDL-RUN-ID WS-IDL-JOB
               WS-IDL-PROG WS-IDL-FEED WS-IDL-ARRIVED WS-IDL-OUTCOME
               WS-IDL-CKSUM
           UNSTRING INTRADAY-LOG-REC DELIMITED BY " | "
               INTO WS-IDL-STAMP WS-IDL-RUN-ID WS-IDL-JOB WS-IDL-PROG
                   WS-IDL-FEED WS-IDL-ARRIVED WS-IDL-OUTCOME
                   WS-IDL-CKSUM
           END-UNSTRING
           IF WS-IDL-OUTCOME = "COMPLETED"
               AND FUNCTION UPPER-CASE(WS-IDL-PROG) =
                   FUNCTION UPPER-CASE(WS-JOB-PROG(WS-I))
               MOVE WS-IDL-STAMP TO WS-IDL-LAST-STAMP
               MOVE WS-IDL-RUN-ID TO WS-IDL-LAST-RUN-ID
               MOVE WS-IDL-CKSUM TO WS-IDL-LAST-CKSUM
           END-IF
           .

       LOAD-CATCHUP-LIST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               MOVE 0 TO WS-JOB-STATE(WS-I)
               MOVE 0 TO WS-DEP-CNT(WS-I)
               PERFORM PARSE-JOB-CONDITION
               MOVE WS-JOB-PREREQS(WS-I) TO WS-DEP-STR
               IF FUNCTION TRIM(WS-DEP-STR) NOT = SPACES
                   PERFORM PARSE-ONE-PREREQ-LIST
           END-PERFORM
           .

       PARSE-JOB-CONDITION.
           MOVE 0 TO WS-COND-JOB(WS-I)
           MOVE SPACES TO WS-COND-OP(WS-I) WS-COND-TEXT(WS-I)
               WS-COND-STATE(WS-I) WS-COND-NOTE(WS-I)
           MOVE 0 TO WS-COND-VAL(WS-I)
           MOVE -1 TO WS-JOB-RC(WS-I)
           IF WS-JOB-COND(WS-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COND-JOB-STR WS-COND-TEST WS-COND-NUM
           UNSTRING WS-JOB-COND(WS-I) DELIMITED BY ":"
               INTO WS-COND-JOB-STR WS-COND-TEST
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-COND-TEST) TO WS-COND-TEST
           EVALUATE TRUE
               WHEN WS-COND-TEST = "RECOVERY"
                   MOVE "RV" TO WS-COND-OP(WS-I)
               WHEN WS-COND-TEST(1:4) = "RC>="
                   MOVE ">=" TO WS-COND-OP(WS-I)
                   MOVE WS-COND-TEST(5:6) TO WS-COND-NUM
               WHEN WS-COND-TEST(1:3) = "RC="
                   MOVE "= " TO WS-COND-OP(WS-I)
                   MOVE WS-COND-TEST(4:6) TO WS-COND-NUM
               WHEN WS-COND-TEST(1:3) = "RC<"
                   MOVE "< " TO WS-COND-OP(WS-I)
                   MOVE WS-COND-TEST(4:6) TO WS-COND-NUM
           END-EVALUATE
           IF WS-COND-OP(WS-I) NOT = "RV"
               IF WS-COND-OP(WS-I) = SPACES
                   OR FUNCTION TRIM(WS-COND-NUM) IS NOT NUMERIC
                   MOVE SPACES TO WS-COND-OP(WS-I)
               ELSE
                   COMPUTE WS-COND-VAL(WS-I) =
                       FUNCTION NUMVAL(WS-COND-NUM)
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-COND-JOB-STR) IS NUMERIC
               COMPUTE WS-DEP-VAL = FUNCTION NUMVAL(WS-COND-JOB-STR)
           ELSE
               MOVE 0 TO WS-DEP-VAL
           END-IF
           IF WS-COND-OP(WS-I) = SPACES
               OR WS-DEP-VAL < 1 OR WS-DEP-VAL > NUM-JOBS
               OR WS-DEP-VAL = WS-I
               DISPLAY "WARNING: job " WS-I
                   " names invalid run condition '"
                   FUNCTION TRIM(WS-JOB-COND(WS-I)) "' -- ignored"
               MOVE SPACES TO WS-COND-OP(WS-I)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-VAL TO WS-COND-JOB(WS-I)
           MOVE WS-COND-TEST TO WS-COND-TEXT(WS-I)
           .

       PARSE-RETRY-POLICY.
           MOVE 0 TO WS-RETRY-MAX(WS-I)
           MOVE 60 TO WS-RETRY-DELAY(WS-I)
                           " names invalid prerequisite '"
                           FUNCTION TRIM(WS-DEP-TOKEN) "' -- ignored"
                   ELSE
                       *> The condition's job is waited on through
                       *> the condition, not as one that has to
                       *> succeed.
                       IF WS-DEP-VAL NOT = WS-COND-JOB(WS-I)
                           AND WS-DEP-CNT(WS-I) < MAX-PREREQS
                           ADD 1 TO WS-DEP-CNT(WS-I)
                           MOVE WS-DEP-VAL TO
                               WS-DEP-NO(WS-I, WS-DEP-CNT(WS-I))
           *> whatever is left is deadlocked (a dependency cycle in
           *> jobtable.dat) and gets skipped with a report.
           MOVE 0 TO WS-DONE-COUNT
           PERFORM HOLD-SELECTED-JOBS
           PERFORM UNTIL WS-DONE-COUNT >= WS-TARGET-COUNT
               MOVE "N" TO WS-PROGRESS
               PERFORM SKIP-DEAD-JOBS
               PERFORM SETTLE-CONDITIONAL-JOBS
               PERFORM CHECK-CUTOFF

               MOVE "N" TO WS-LAUNCHED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RC-VAL TO WS-JOB-RC(WS-I)
           DISPLAY "---- " FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " ----"
           EVALUATE WS-RC-VAL
               WHEN 0
           END-EVALUATE

           PERFORM DUMP-JOB-OUTPUT
           IF JOB-OK(WS-I)
               PERFORM KEEP-JOB-GENERATIONS
           END-IF
           IF JOB-FAILED(WS-I) AND WS-RC-VAL >= 8
               PERFORM RUN-BLAST-RADIUS
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-TMPFILE)
           MOVE "Y" TO WS-REAPED
           .

       RUN-BLAST-RADIUS.
           *> A hard failure gets its blast-radius report on the spot
           *> -- the dependent jobs, their deadlines and slack, and who
           *> to call -- in the batch log and under blastreports/; see
           *> Common/Programs/BlastRadius.
           MOVE WS-I TO WS-RC-OUT
           MOVE SPACES TO WS-CMD
           STRING "if [ -x ./blastradius ]; then ./blastradius "
                  FUNCTION TRIM(WS-RC-OUT) "; else echo '  BLAST "
                  "RADIUS: blastradius not built -- dependents not "
                  "assessed'; fi"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       KEEP-JOB-GENERATIONS.
           *> gdgroll catalogs each generation under the batch run
           *> that produced it.
           SET ENVIRONMENT "BATCH_RUN_ID" TO WS-RUN-ID
           MOVE WS-JOB-PROG(WS-I) TO WS-GDG-PROGID

           MOVE SPACES TO WS-GDG-NAME
           STRING FUNCTION TRIM(WS-JOB-DIR(WS-I)) "/input.txt"
               DELIMITED BY SIZE INTO WS-GDG-NAME
           END-STRING
           MOVE "input" TO WS-GDG-TYPE
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-GDG-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-GDG-PROGID WS-GDG-FILE
               WS-GDG-OK

           MOVE SPACES TO WS-GDG-NAME
           STRING FUNCTION TRIM(WS-JOB-DIR(WS-I)) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-I)) ".capture"
               DELIMITED BY SIZE INTO WS-GDG-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "cp -f " FUNCTION TRIM(WS-TMPFILE) " "
                  QUOTE FUNCTION TRIM(WS-GDG-NAME) QUOTE
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE = 0
               MOVE "capture" TO WS-GDG-TYPE
               CALL "gdgroll" USING WS-GDG-FUNCTION WS-GDG-NAME
                   WS-GDG-TYPE WS-GDG-ROOT WS-GDG-PROGID WS-GDG-FILE
                   WS-GDG-OK
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       RETRY-TRANSIENT-JOB.
           ADD 1 TO WS-ATTEMPT(WS-I)
           MOVE WS-ATTEMPT(WS-I)     TO WS-ATT-OUT
           .

       CHECK-JOB-READY.
           *> Ready when every prerequisite completed cleanly and
           *> any run condition has fired.
           MOVE "Y" TO WS-READY
           IF WS-COND-JOB(WS-I) > 0 AND NOT COND-FIRED(WS-I)
               MOVE "N" TO WS-READY
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-CNT(WS-I)
               IF NOT JOB-OK(WS-DEP-NO(WS-I, WS-D))
                       MOVE "Y" TO WS-PROGRESS
                       DISPLAY "---- "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " ----"
                       IF WS-JH-CAUSE(WS-DEP-VAL) > 0
                           PERFORM SKIP-BEHIND-HOLD
                       ELSE
                           DISPLAY "  ** SKIPPED: prerequisite "
                               FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
                               " did not complete"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       SETTLE-CONDITIONAL-JOBS.
           *> Once a condition's job has finished (or been skipped),
           *> the condition either fires and the job joins the ready
           *> queue, or the branch is not taken and the job is
           *> retired as SKIPPED so its own dependents follow suit.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF JOB-PENDING(WS-I) AND WS-COND-JOB(WS-I) > 0
                   AND WS-COND-STATE(WS-I) = SPACE
                   MOVE WS-COND-JOB(WS-I) TO WS-DEP-VAL
                   IF NOT JOB-PENDING(WS-DEP-VAL)
                       AND NOT JOB-RUNNING(WS-DEP-VAL)
                       PERFORM SETTLE-ONE-CONDITION
                   END-IF
               END-IF
           END-PERFORM
           .

       SETTLE-ONE-CONDITION.
           MOVE "N" TO WS-COND-MET
           MOVE WS-JOB-RC(WS-DEP-VAL) TO WS-RC-OUT
           IF JOB-SKIPPED(WS-DEP-VAL) OR WS-JOB-RC(WS-DEP-VAL) = -1
               MOVE SPACES TO WS-COND-NOTE(WS-I)
               STRING FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
                      " did not run in this batch"
                   DELIMITED BY SIZE INTO WS-COND-NOTE(WS-I)
               END-STRING
           ELSE
               EVALUATE WS-COND-OP(WS-I)
                   WHEN "RV"
                       IF JOB-FAILED(WS-DEP-VAL)
                           MOVE "Y" TO WS-COND-MET
                       END-IF
                   WHEN "= "
                       IF WS-JOB-RC(WS-DEP-VAL) = WS-COND-VAL(WS-I)
                           MOVE "Y" TO WS-COND-MET
                       END-IF
                   WHEN "< "
                       IF WS-JOB-RC(WS-DEP-VAL) < WS-COND-VAL(WS-I)
                           MOVE "Y" TO WS-COND-MET
                       END-IF
                   WHEN ">="
                       IF WS-JOB-RC(WS-DEP-VAL) >= WS-COND-VAL(WS-I)
                           MOVE "Y" TO WS-COND-MET
                       END-IF
               END-EVALUATE
               MOVE SPACES TO WS-COND-NOTE(WS-I)
               STRING FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
                      " ended " FUNCTION TRIM(WS-RC-OUT)
                      " (" FUNCTION TRIM(WS-COND-TEXT(WS-I)) ")"
                   DELIMITED BY SIZE INTO WS-COND-NOTE(WS-I)
               END-STRING
           END-IF

           ADD 1 TO WS-COND-COUNT
           MOVE "Y" TO WS-PROGRESS
           IF WS-COND-MET = "Y"
               SET COND-FIRED(WS-I) TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET COND-NOT-MET(WS-I) TO TRUE
           SET JOB-SKIPPED(WS-I) TO TRUE
           ADD 1 TO WS-JOBS-SKIPPED
           ADD 1 TO WS-DONE-COUNT
           DISPLAY "---- " FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " ----"
           IF WS-JH-CAUSE(WS-DEP-VAL) > 0
               PERFORM SKIP-BEHIND-HOLD
           ELSE
               DISPLAY "  ** SKIPPED: condition not met -- "
                   FUNCTION TRIM(WS-COND-NOTE(WS-I))
           END-IF
           .

       LIST-SETTLED-CONDITIONS.
           IF WS-COND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               EVALUATE TRUE
                   WHEN COND-FIRED(WS-I)
                       DISPLAY "CONDITION FIRED: "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " -- "
                           FUNCTION TRIM(WS-COND-NOTE(WS-I))
                   WHEN COND-NOT-MET(WS-I)
                       DISPLAY "CONDITION NOT MET: "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " -- "
                           FUNCTION TRIM(WS-COND-NOTE(WS-I))
               END-EVALUATE
           END-PERFORM
           .

       SKIP-DEADLOCKED-JOBS.
           DISPLAY "ERROR: Dependency cycle in jobtable.dat -- "
               "skipping every job still pending"
           *> Same calendar the real launch uses, so the plan
           *> matches what will actually run tonight.
           PERFORM LOAD-CALENDAR-FACTS
           PERFORM PARSE-PREREQS
           PERFORM LOAD-JOB-HOLDS
           PERFORM PLAN-HOLD-CHAINS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               PERFORM PLAN-ONE-JOB
           END-PERFORM
               DISPLAY "  would not launch tonight -- "
                   FUNCTION TRIM(WS-SKIP-REASON)
           END-IF
           PERFORM PLAN-JOB-HOLD
           PERFORM PLAN-JOB-BRANCHES

           *> Executable named after the PROGRAM-ID, present and
           *> runnable in its own Day folder?
           END-IF
           .

       PLAN-JOB-BRANCHES.
           *> The job's own gate, then every conditional step that
           *> hangs off how this job ends.
           IF WS-COND-JOB(WS-I) > 0
               MOVE WS-COND-JOB(WS-I) TO WS-DEP-VAL
               IF WS-COND-OP(WS-I) = "RV"
                   DISPLAY "  recovery step: runs only if "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
                       " fails"
               ELSE
                   DISPLAY "  conditional: runs only if "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
                       " ends " FUNCTION TRIM(WS-COND-TEXT(WS-I))
               END-IF
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > NUM-JOBS
               IF WS-COND-JOB(WS-D) = WS-I
                   DISPLAY "  branch on exit "
                       FUNCTION TRIM(WS-COND-TEXT(WS-D)) " -> "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-D))
               END-IF
           END-PERFORM
           .

       PLAN-INPUT-SIZE.
           *> Rough size only -- reuse the job's own capture file for
           *> the byte count, then read it back.
           END-IF
           .

       LOAD-JOB-HOLDS.
           *> Fold the hold log: a job is held while its latest HELD
           *> event has no RELEASED after it and its auto-release time
           *> (if any) is still ahead of this run.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               MOVE SPACES TO WS-JH-ID(WS-I) WS-JH-UNTIL(WS-I)
                   WS-JH-BY(WS-I) WS-JH-REASON(WS-I) WS-JH-PROG(WS-I)
               MOVE ALL "N" TO WS-JH-SKIP-JOBS(WS-I)
               MOVE 0 TO WS-JH-CAUSE(WS-I) WS-JH-BEHIND(WS-I)
           END-PERFORM
           MOVE "N" TO WS-JH-EOF
           OPEN INPUT JOB-HOLD-FILE
           IF WS-JH-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JH-EOF
               READ JOB-HOLD-FILE
                   AT END
                       SET JH-EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-HOLD-EVENT
               END-READ
           END-PERFORM
           CLOSE JOB-HOLD-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-JH-ID(WS-I) NOT = SPACES
                   AND WS-JH-UNTIL(WS-I) NOT = "-"
                   AND WS-JH-UNTIL(WS-I) NOT = SPACES
                   AND WS-JH-UNTIL(WS-I) <= WS-RUN-STAMP(1:14)
                   DISPLAY "  HOLD LAPSED: "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-I)) " -- "
                       FUNCTION TRIM(WS-JH-ID(WS-I))
                       " auto-released " WS-JH-UNTIL(WS-I)(1:8) " "
                       WS-JH-UNTIL(WS-I)(9:4)
                   IF PLAN-MODE
                       IF WS-JH-SKIP-JOBS(WS-I) NOT = ALL "N"
                           DISPLAY "    what it kept out goes on the "
                               "catch-up list when the batch runs"
                       END-IF
                   ELSE
                       PERFORM CLOSE-LAPSED-HOLD
                   END-IF
                   MOVE SPACES TO WS-JH-ID(WS-I)
               END-IF
           END-PERFORM
           .

       CLOSE-LAPSED-HOLD.
           *> WS-I's hold has run out on its own. Whatever a batch
           *> left out because of it goes on the catch-up list, as
           *> jobhold RELEASE would have done, and a RELEASED event
           *> under this run id closes the hold so that happens once.
           MOVE 0 TO WS-JH-QUEUE-COUNT
           MOVE "Y" TO WS-JH-QUEUE-OK
           IF WS-JH-SKIP-JOBS(WS-I) NOT = ALL "N"
               PERFORM QUEUE-LAPSED-SKIPS
           END-IF
           IF WS-JH-QUEUE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-I TO WS-JH-JOBNO-OUT
           MOVE WS-JH-QUEUE-COUNT TO WS-JH-COUNT-OUT
           MOVE SPACES TO WS-JH-NOTE
           IF WS-JH-SKIP-JOBS(WS-I) = ALL "N"
               MOVE "auto-release; nothing kept out" TO WS-JH-NOTE
           ELSE
               STRING "auto-release; "
                      FUNCTION TRIM(WS-JH-COUNT-OUT)
                      " job(s) queued for catch-up"
                   DELIMITED BY SIZE INTO WS-JH-NOTE
               END-STRING
           END-IF
           MOVE SPACES TO JOB-HOLD-REC
           STRING WS-RUN-STAMP(1:14)
                  " | RELEASED | " FUNCTION TRIM(WS-JH-ID(WS-I))
                  " | " WS-JH-JOBNO-OUT
                  " | " FUNCTION TRIM(WS-JH-PROG(WS-I))
                  " | " FUNCTION TRIM(WS-JH-UNTIL(WS-I))
                  " | " FUNCTION TRIM(WS-RUN-ID)
                  " | " FUNCTION TRIM(WS-JH-NOTE)
               DELIMITED BY SIZE INTO JOB-HOLD-REC
           END-STRING
           OPEN EXTEND JOB-HOLD-FILE
           IF WS-JH-FS NOT = "00"
               DISPLAY "  WARNING: unable to close the lapsed hold on "
                   "jobholds.dat (file status " WS-JH-FS ") -- "
                   "release it with jobhold RELEASE"
               EXIT PARAGRAPH
           END-IF
           WRITE JOB-HOLD-REC
           CLOSE JOB-HOLD-FILE
           .

       QUEUE-LAPSED-SKIPS.
           *> Same list and layout jobhold RELEASE appends to; a job
           *> already on it is not listed twice.
           MOVE ALL "N" TO WS-JH-QUEUED-TAB
           MOVE "N" TO WS-CU-EOF
           OPEN INPUT CATCHUP-FILE
           IF WS-CU-FS = "00"
               PERFORM UNTIL CU-EOF
                   READ CATCHUP-FILE
                       AT END
                           SET CU-EOF TO TRUE
                       NOT AT END
                           IF CU-JOBNO IS NUMERIC
                               MOVE CU-JOBNO TO WS-CU-VAL
                               IF WS-CU-VAL >= 1 AND WS-CU-VAL <= 50
                                   MOVE "Y" TO WS-JH-QUEUED(WS-CU-VAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATCHUP-FILE
           END-IF
           OPEN EXTEND CATCHUP-FILE
           IF WS-CU-FS NOT = "00"
               OPEN OUTPUT CATCHUP-FILE
           END-IF
           IF WS-CU-FS NOT = "00"
               DISPLAY "  WARNING: unable to write catch-up file "
                   FUNCTION TRIM(WS-CATCHUP-NAME)
                   " (file status " WS-CU-FS ") -- the lapsed hold "
                   "stays open for the next run"
               MOVE "N" TO WS-JH-QUEUE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JH-K FROM 1 BY 1 UNTIL WS-JH-K > NUM-JOBS
               IF WS-JH-SKIP-JOBS(WS-I)(WS-JH-K:1) = "Y"
                   AND WS-JH-QUEUED(WS-JH-K) NOT = "Y"
                   MOVE SPACES TO CATCHUP-REC
                   MOVE WS-JH-K TO CU-JOBNO
                   MOVE WS-JOB-LABEL(WS-JH-K) TO CU-LABEL
                   WRITE CATCHUP-REC
                   ADD 1 TO WS-JH-QUEUE-COUNT
                   DISPLAY "    queued for catch-up: "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-JH-K))
               END-IF
           END-PERFORM
           CLOSE CATCHUP-FILE
           .

       FOLD-ONE-HOLD-EVENT.
           IF JOB-HOLD-REC = SPACES OR JOB-HOLD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JH-E-STAMP WS-JH-E-EVENT WS-JH-E-ID
               WS-JH-E-JOB WS-JH-E-PROG WS-JH-E-UNTIL WS-JH-E-BY
               WS-JH-E-TEXT
           UNSTRING JOB-HOLD-REC DELIMITED BY " | "
               INTO WS-JH-E-STAMP WS-JH-E-EVENT WS-JH-E-ID
                   WS-JH-E-JOB WS-JH-E-PROG WS-JH-E-UNTIL
                   WS-JH-E-BY WS-JH-E-TEXT
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
                   MOVE WS-JH-E-TEXT TO WS-JH-REASON(WS-JH-JOBNO)
                   MOVE WS-JH-E-PROG TO WS-JH-PROG(WS-JH-JOBNO)
                   MOVE ALL "N" TO WS-JH-SKIP-JOBS(WS-JH-JOBNO)
               WHEN "SKIPPED"
                   *> what the hold kept out, for the catch-up list
                   *> should the hold lapse without a RELEASE
                   PERFORM VARYING WS-JH-K FROM 1 BY 1
                           UNTIL WS-JH-K > NUM-JOBS
                       IF WS-JH-ID(WS-JH-K) = WS-JH-E-ID
                           MOVE "Y" TO
                               WS-JH-SKIP-JOBS(WS-JH-K)(WS-JH-JOBNO:1)
                       END-IF
                   END-PERFORM
               WHEN "RELEASED"
                   IF WS-JH-E-ID = WS-JH-ID(WS-JH-JOBNO)
                       MOVE SPACES TO WS-JH-ID(WS-JH-JOBNO)
                   END-IF
           END-EVALUATE
           .

       HOLD-SELECTED-JOBS.
           *> A held job is retired as SKIPPED before anything
           *> launches, so SKIP-DEAD-JOBS takes its dependents out
           *> behind it. Not-selected jobs already count as done.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-JH-ID(WS-I) NOT = SPACES
                   AND WS-JOB-SELECTED(WS-I) = "Y"
                   AND JOB-PENDING(WS-I)
                   SET JOB-SKIPPED(WS-I) TO TRUE
                   MOVE WS-I TO WS-JH-CAUSE(WS-I)
                   ADD 1 TO WS-JH-HELD-COUNT
                   ADD 1 TO WS-JOBS-SKIPPED
                   ADD 1 TO WS-DONE-COUNT
                   DISPLAY "---- " FUNCTION TRIM(WS-JOB-LABEL(WS-I))
                       " ----"
                   DISPLAY "  ** SKIPPED: held ("
                       FUNCTION TRIM(WS-JH-ID(WS-I)) " by "
                       FUNCTION TRIM(WS-JH-BY(WS-I)) ") -- "
                       FUNCTION TRIM(WS-JH-REASON(WS-I))
                   MOVE "held" TO WS-JH-NOTE
                   MOVE WS-I TO WS-JH-K
                   PERFORM RECORD-HOLD-SKIP
               END-IF
           END-PERFORM
           .

       SKIP-BEHIND-HOLD.
           *> WS-I is being skipped because WS-DEP-VAL was, and that
           *> traces back to a held job: carry the cause down the
           *> chain and say so.
           MOVE WS-JH-CAUSE(WS-DEP-VAL) TO WS-JH-CAUSE(WS-I)
           MOVE WS-JH-CAUSE(WS-I) TO WS-JH-K
           ADD 1 TO WS-JH-BEHIND(WS-JH-K)
           DISPLAY "  ** SKIPPED: waits on held "
               FUNCTION TRIM(WS-JOB-LABEL(WS-JH-K)) " ("
               FUNCTION TRIM(WS-JH-ID(WS-JH-K)) ")"
           MOVE SPACES TO WS-JH-NOTE
           STRING "waits on " FUNCTION TRIM(WS-JOB-LABEL(WS-DEP-VAL))
               DELIMITED BY SIZE INTO WS-JH-NOTE
           END-STRING
           PERFORM RECORD-HOLD-SKIP
           .

       RECORD-HOLD-SKIP.
           *> WS-I left out of this run because of WS-JH-K's hold
           MOVE WS-I TO WS-JH-JOBNO-OUT
           MOVE SPACES TO JOB-HOLD-REC
           STRING WS-RUN-STAMP(1:14)
                  " | SKIPPED | " FUNCTION TRIM(WS-JH-ID(WS-JH-K))
                  " | " WS-JH-JOBNO-OUT
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-I))
                  " | " FUNCTION TRIM(WS-JH-UNTIL(WS-JH-K))
                  " | " FUNCTION TRIM(WS-RUN-ID)
                  " | " FUNCTION TRIM(WS-JH-NOTE)
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
           .

       LIST-JOB-HOLDS.
           *> Each hold that kept work out of this run, and what went
           *> with it.
           IF WS-JH-HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JH-K FROM 1 BY 1 UNTIL WS-JH-K > NUM-JOBS
               IF WS-JH-CAUSE(WS-JH-K) = WS-JH-K
                   MOVE WS-JH-BEHIND(WS-JH-K) TO WS-JOB-NUM-OUT
                   DISPLAY "JOB HOLD: "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-JH-K)) " held ("
                       FUNCTION TRIM(WS-JH-ID(WS-JH-K)) " by "
                       FUNCTION TRIM(WS-JH-BY(WS-JH-K)) ") -- "
                       FUNCTION TRIM(WS-JH-REASON(WS-JH-K)) "; "
                       FUNCTION TRIM(WS-JOB-NUM-OUT)
                       " dependent job(s) skipped"
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > NUM-JOBS
                       IF WS-JH-CAUSE(WS-I) = WS-JH-K
                           AND WS-I NOT = WS-JH-K
                           DISPLAY "JOB HOLD:   skipped behind it: "
                               FUNCTION TRIM(WS-JOB-LABEL(WS-I))
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           DISPLAY "JOB HOLD: jobhold RELEASE <job> queues the held "
               "work for daybatchdriver CATCHUP"
           .

       PLAN-HOLD-CHAINS.
           *> Which jobs tonight's holds would take out: each held
           *> job, then anything whose prerequisite or run condition
           *> is already taken out, until nothing changes.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-JH-ID(WS-I) NOT = SPACES
                   MOVE WS-I TO WS-JH-CAUSE(WS-I)
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-JH-CHANGED
           PERFORM UNTIL WS-JH-CHANGED = "N"
               MOVE "N" TO WS-JH-CHANGED
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-JH-CAUSE(WS-I) = 0
                       IF WS-COND-JOB(WS-I) > 0
                           MOVE WS-COND-JOB(WS-I) TO WS-DEP-VAL
                           IF WS-JH-CAUSE(WS-DEP-VAL) > 0
                               MOVE WS-JH-CAUSE(WS-DEP-VAL)
                                   TO WS-JH-CAUSE(WS-I)
                               MOVE "Y" TO WS-JH-CHANGED
                           END-IF
                       END-IF
                       PERFORM VARYING WS-D FROM 1 BY 1
                               UNTIL WS-D > WS-DEP-CNT(WS-I)
                                  OR WS-JH-CAUSE(WS-I) > 0
                           MOVE WS-DEP-NO(WS-I, WS-D) TO WS-DEP-VAL
                           IF WS-JH-CAUSE(WS-DEP-VAL) > 0
                               MOVE WS-JH-CAUSE(WS-DEP-VAL)
                                   TO WS-JH-CAUSE(WS-I)
                               MOVE "Y" TO WS-JH-CHANGED
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PLAN-JOB-HOLD.
           IF WS-JH-CAUSE(WS-I) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JH-CAUSE(WS-I) = WS-I
               DISPLAY "  ** HELD (" FUNCTION TRIM(WS-JH-ID(WS-I))
                   " by " FUNCTION TRIM(WS-JH-BY(WS-I)) ") -- "
                   FUNCTION TRIM(WS-JH-REASON(WS-I))
               IF WS-JH-UNTIL(WS-I) = "-"
                   OR WS-JH-UNTIL(WS-I) = SPACES
                   DISPLAY "     will not launch until released "
                       "(jobhold RELEASE)"
               ELSE
                   DISPLAY "     will not launch before auto-release "
                       WS-JH-UNTIL(WS-I)(1:8) " "
                       WS-JH-UNTIL(WS-I)(9:4)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JH-CAUSE(WS-I) TO WS-JH-K
           DISPLAY "  ** waits on held "
               FUNCTION TRIM(WS-JOB-LABEL(WS-JH-K)) " ("
               FUNCTION TRIM(WS-JH-ID(WS-JH-K))
               ") -- will be skipped"
           .

       DISPLAY-RC-CLASS.
           *> The shop-wide exit-code scheme every day-program sets at
           *> its termination points: 0 clean, 4 clean after checkpoint
