      *>   cols 132-135 expected feed arrival (HHMM) for the
      *>                missed-feed watcher; see Common/Programs/
      *>                FeedWatch
      *>   cols 136-147 run condition "<job>:<test>" gating this
      *>                job on how an earlier job ended: RC=n,
      *>                RC<n or RC>=n on its exit code, or RECOVERY
      *>                to run only when that job fails (blank: the
      *>                prerequisites alone decide)
      *>   cols 148-161 intraday rule: INTRADAY,SKIP or
      *>                INTRADAY,RERUN (INTRADAY alone is SKIP) has
      *>                the job run as soon as its feed lands in
      *>                incoming/ -- see Common/Programs/IntradayRun
      *>                -- and says whether the nightly batch then
      *>                skips it or runs it again (blank: nightly
      *>                only)
      *> Blank lines and lines starting with "*" are skipped, so the
      *> table can carry operator comments.

           05  JT-DEADLINE          PIC X(4).
           05  JT-RETRY             PIC X(12).
           05  JT-ARRIVAL           PIC X(4).
           05  JT-COND              PIC X(12).
           05  JT-INTRADAY          PIC X(14).

       WORKING-STORAGE SECTION.
       78  MAX-JOBS                 VALUE 50.
               10  LK-JOB-DEADLINE  PIC X(4).
               10  LK-JOB-RETRY     PIC X(12).
               10  LK-JOB-ARRIVAL   PIC X(4).
               10  LK-JOB-COND      PIC X(12).
               10  LK-JOB-INTRADAY  PIC X(14).
       01  LK-NUM-JOBS              PIC 9(3) COMP-5.
       01  LK-STATUS                PIC X.

           MOVE JT-DEADLINE TO LK-JOB-DEADLINE(LK-NUM-JOBS)
           MOVE JT-RETRY    TO LK-JOB-RETRY(LK-NUM-JOBS)
           MOVE JT-ARRIVAL  TO LK-JOB-ARRIVAL(LK-NUM-JOBS)
           MOVE FUNCTION UPPER-CASE(JT-COND)
               TO LK-JOB-COND(LK-NUM-JOBS)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JT-INTRADAY))
               TO LK-JOB-INTRADAY(LK-NUM-JOBS)
           IF LK-JOB-INTRADAY(LK-NUM-JOBS) = "INTRADAY"
               MOVE "INTRADAY,SKIP" TO LK-JOB-INTRADAY(LK-NUM-JOBS)
           END-IF
           .
