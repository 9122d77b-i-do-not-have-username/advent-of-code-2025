      *> instantly), DOUBLE doubles one job's duration, ADD throws
      *> an independent job of the given length into the mix. A
      *> job with no recorded runtimes is assumed at 60 seconds.
      *> A conditional or recovery step (jobtable.dat's run
      *> condition) is predicted as if its branch is taken -- the
      *> longer night -- and listed with the exit it waits on.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ARG1                  PIC X(10).
       01  WS-ARG2                  PIC X(10).
       01  WS-DEP-PTR               PIC 9(3) COMP-5.
       01  WS-DEP-VAL               PIC 9(3) COMP-5.
       01  WS-DEPS-MET              PIC X.
       01  WS-CJ-STR                PIC X(4).
       01  WS-CJ-TEST               PIC X(10).
       01  WS-CJ-NO                 PIC 9(3) COMP-5.

       01  WS-MAX-FINISH            PIC S9(9) COMP-5 VALUE 0.
       01  WS-LAST-JOB              PIC 9(3) COMP-5 VALUE 0.
           *> a dropped prerequisite finishes at time zero.
           MOVE "Y" TO WS-DEPS-MET
           MOVE 0 TO WS-READY-AT
           *> a run condition's job has to finish first too
           PERFORM GET-CONDITION-JOB
           IF WS-CJ-NO > 0
               EVALUATE WS-S-STATE(WS-CJ-NO)
                   WHEN "F"
                       MOVE WS-S-FINISH(WS-CJ-NO) TO WS-READY-AT
                   WHEN "D"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-DEPS-MET
               END-EVALUATE
           END-IF
           MOVE WS-JOB-PREREQS(WS-I) TO WS-DEP-STR
           IF FUNCTION TRIM(WS-DEP-STR) = SPACES
               EXIT PARAGRAPH
           END-PERFORM
           .

       GET-CONDITION-JOB.
           *> "<job>:<test>" -- the job number the condition waits on
           MOVE 0 TO WS-CJ-NO
           MOVE SPACES TO WS-CJ-STR WS-CJ-TEST
           IF WS-JOB-COND(WS-I) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-JOB-COND(WS-I) DELIMITED BY ":"
               INTO WS-CJ-STR WS-CJ-TEST
           END-UNSTRING
           IF FUNCTION TRIM(WS-CJ-STR) IS NUMERIC
               COMPUTE WS-CJ-NO = FUNCTION NUMVAL(WS-CJ-STR)
               IF WS-CJ-NO > NUM-JOBS OR WS-CJ-NO = WS-I
                   MOVE 0 TO WS-CJ-NO
               END-IF
           END-IF
           .

       PLACE-PICKED-JOB.
           *> The earliest-free worker takes it, no sooner than its
           *> prerequisites allow.

       PICK-LATEST-PREREQ.
           MOVE 0 TO WS-BEST-PRE
           MOVE WS-CUR-JOB TO WS-I
           PERFORM GET-CONDITION-JOB
           IF WS-CJ-NO > 0
               IF WS-S-STATE(WS-CJ-NO) = "F"
                   MOVE WS-CJ-NO TO WS-BEST-PRE
               END-IF
           END-IF
           MOVE WS-JOB-PREREQS(WS-CUR-JOB) TO WS-DEP-STR
           IF FUNCTION TRIM(WS-DEP-STR) = SPACES
               EXIT PARAGRAPH
                           WS-JOB-LABEL(WS-I)
                           " start +" WS-CLOCK2
                           "  finish +" WS-CLOCK
                       PERFORM GET-CONDITION-JOB
                       IF WS-CJ-NO > 0
                           IF FUNCTION TRIM(WS-CJ-TEST) = "RECOVERY"
                               DISPLAY "    (recovery step -- only if "
                                   FUNCTION TRIM(WS-JOB-LABEL(WS-CJ-NO))
                                   " fails)"
                           ELSE
                               DISPLAY "    (branch -- only if "
                                   FUNCTION TRIM(WS-JOB-LABEL(WS-CJ-NO))
                                   " ends "
                                   FUNCTION TRIM(WS-CJ-TEST) ")"
                           END-IF
                       END-IF
                   WHEN "D"
                       DISPLAY " " WS-JOB-LABEL(WS-I)
                           " (removed)"
