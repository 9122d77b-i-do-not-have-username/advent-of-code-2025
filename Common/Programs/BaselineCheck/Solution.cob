      *> is grown (never overwritten) the first time a program is seen
      *> -- from then on a changed answer is a regression, not a new
      *> baseline.
      *>
      *>   baselinecheck [program-id]
      *>
      *> With a program-id only that job is rerun -- the form
      *> buildreg's promotion gate uses. A regression, or a job that
      *> printed nothing, ends the run with exit 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> Driver-level mutual exclusion -- see Common/Programs/
      *> DriverLock.
       01  WS-FOUND-IDX             PIC 9(3) COMP-5 VALUE 0.
       01  WS-REGRESSIONS           PIC 9(3) COMP-5 VALUE 0.
       01  WS-NEW-BASELINES         PIC 9(3) COMP-5 VALUE 0.
       01  WS-NO-OUTPUT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-ARG-PROG              PIC X(20).
       01  WS-CHECKED               PIC 9(3) COMP-5 VALUE 0.

       01  WS-BFS                   PIC XX.
       01  WS-EOF                   PIC X VALUE "N".
       MAIN.
           PERFORM LOAD-JOB-TABLE
           PERFORM LOAD-BASELINES

           MOVE SPACES TO WS-ARG-PROG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-PROG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PROG
           END-ACCEPT
           IF WS-ARG-PROG NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-JOB-PROG(WS-I) = WS-ARG-PROG
                       ADD 1 TO WS-CHECKED
                   END-IF
               END-PERFORM
               IF WS-CHECKED = 0
                   DISPLAY "ERROR: program '"
                       FUNCTION TRIM(WS-ARG-PROG)
                       "' is not in jobtable.dat"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE NUM-JOBS TO WS-CHECKED
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           MOVE "A" TO WS-LOCK-ACTION
               FUNCTION TRIM(WS-RUN-STAMP) " ====="

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-ARG-PROG = SPACES
                   OR WS-JOB-PROG(WS-I) = WS-ARG-PROG
                   PERFORM RUN-AND-CHECK-ONE-JOB
               END-IF
           END-PERFORM

           PERFORM SAVE-BASELINES

           DISPLAY "===== CHECK COMPLETE: " WS-CHECKED " jobs, "
               WS-REGRESSIONS " regression(s), " WS-NEW-BASELINES
               " new baseline(s) recorded ====="

           MOVE "R" TO WS-LOCK-ACTION
           CALL "driverlock" USING WS-LOCK-ACTION WS-LOCK-OWNER
               WS-LOCK-GRANTED
           IF WS-REGRESSIONS > 0 OR WS-NO-OUTPUT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       COMPARE-TO-BASELINE.
           IF NOT HAVE-LINE
               DISPLAY "  ** NO OUTPUT CAPTURED **"
               ADD 1 TO WS-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF

