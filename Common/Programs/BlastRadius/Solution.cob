       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. blastradius.

      *> What a failed (or running-late) job takes down with it, for
      *> the operator at 2am:
      *>
      *>   blastradius <job number> [HHMM]
      *>
      *> Walks jobtable.dat's prerequisite chains (and run
      *> conditions other than RECOVERY) outward from the job to
      *> every job that now waits on it, estimates when each could
      *> finish if the failed job is rerun at HHMM (default now) --
      *> schedsim's rolling-average runtimes from runtimes.dat, 60
      *> seconds for a job with none, every dependent starting the
      *> moment its last affected prerequisite finishes -- and shows
      *> each deadline (jobtable.dat cols 116-119) with the minutes
      *> of slack left; negative slack is a deadline that will be
      *> missed. A deadline earlier than the restart time counts as
      *> tomorrow's when the restart is in the afternoon or evening.
      *> The jobs' outputs are matched to their recipients in
      *> recipients.dat by the job's folder, and consumers with
      *> service-credit terms on a job (slaterms.dat) are added; the
      *> result is a call list, tightest deadline first. Recovery
      *> steps that the failure will start are listed separately.
      *> The report is displayed and kept as
      *> blastreports/<stamp>.<program-id>.txt. daybatchdriver runs it
      *> for any job ending at exit 8 or above.
      *> Exit 0, 4 when an affected deadline will be missed, 8 for a
      *> bad argument or job table, 20 when the report cannot be
      *> written. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RT-FILE
               ASSIGN TO "runtimes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FS.

           SELECT RECIP-FILE
               ASSIGN TO "recipients.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-FS.

           SELECT TERMS-FILE
               ASSIGN TO "slaterms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RT-FILE.
       01  RT-REC.
           05  RH-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RH-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RH-SECONDS           PIC X(20).

       FD  RECIP-FILE.
       01  RECIP-REC                PIC X(200).

       FD  TERMS-FILE.
       01  TERMS-REC                PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       78  DEFAULT-SECS             VALUE 60.
       78  MAX-CALLS                VALUE 50.

       01  WS-RT-FS                 PIC XX.
       01  WS-RCP-FS                PIC XX.
       01  WS-TERMS-FS              PIC XX.
       01  WS-RPT-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

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

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(20).
       01  WS-FAILED                PIC 9(3) COMP-5 VALUE 0.
       01  WS-STAMP                 PIC X(21).
       01  WS-START-MIN             PIC S9(5) COMP-5.
       01  WS-START-HHMM            PIC X(4).
       01  WS-REPORT-NAME           PIC X(80) VALUE SPACES.
       01  WS-CMD                   PIC X(200).

      *> per-job blast state
       01  WS-BR-TAB.
           05  WS-BR OCCURS 50 TIMES.
               10  WS-BR-HIT        PIC X.
               10  WS-BR-DEPTH      PIC 9(3) COMP-5.
               10  WS-BR-VIA        PIC 9(3) COMP-5.
               10  WS-BR-SAMPLES    PIC 9(4) COMP-5.
               10  WS-BR-SUM        PIC S9(11)V99 COMP-3.
               10  WS-BR-DUR        PIC S9(9) COMP-5.
               10  WS-BR-FINISH     PIC S9(9) COMP-5.
               10  WS-BR-HAS-DL     PIC X.
               10  WS-BR-SLACK      PIC S9(5) COMP-5.
               10  WS-BR-RECOVERY   PIC X.
       01  WS-ORDER-TAB.
           05  WS-ORDER OCCURS 50 TIMES
                                    PIC 9(3) COMP-5.
       01  WS-ORDER-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01  WS-AFFECTED              PIC 9(3) COMP-5 VALUE 0.
       01  WS-AT-RISK               PIC 9(3) COMP-5 VALUE 0.
       01  WS-MISSING               PIC 9(3) COMP-5 VALUE 0.

      *> a job's edges: prerequisite jobs plus a non-recovery
      *> run-condition job
       01  WS-EDGE-COUNT            PIC 9(2) COMP-5.
       01  WS-EDGE-TAB.
           05  WS-EDGE OCCURS 12 TIMES
                                    PIC 9(3) COMP-5.
       01  WS-E                     PIC 9(2) COMP-5.
       01  WS-DEP-STR               PIC X(20).
       01  WS-DEP-TOKEN             PIC X(8).
       01  WS-DEP-PTR               PIC 9(3) COMP-5.
       01  WS-DEP-VAL               PIC 9(3) COMP-5.
       01  WS-CJ-STR                PIC X(4).
       01  WS-CJ-TEST               PIC X(10).
       01  WS-CJ-NO                 PIC 9(3) COMP-5.

       01  WS-I                     PIC 9(3) COMP-5.
       01  WS-J                     PIC 9(3) COMP-5.
       01  WS-K                     PIC 9(3) COMP-5.
       01  WS-PASS                  PIC 9(3) COMP-5.
       01  WS-CHANGED               PIC X.
       01  WS-LATEST                PIC S9(9) COMP-5.
       01  WS-BEST                  PIC 9(3) COMP-5.
       01  WS-DL-MIN                PIC S9(5) COMP-5.
       01  WS-FIN-MIN               PIC S9(7) COMP-5.

      *> the call list, in order of first appearance walking the
      *> affected jobs tightest-first
       01  WS-CALL-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-CALL-TAB.
           05  WS-CALL OCCURS 50 TIMES.
               10  WS-CL-WHO        PIC X(20).
               10  WS-CL-JOB        PIC 9(3) COMP-5.
               10  WS-CL-OUTPUTS    PIC 9(3) COMP-5.
               10  WS-CL-SLA        PIC X.
       01  WS-RECIPIENT             PIC X(20).
       01  WS-PATTERN               PIC X(180).
       01  WS-DIR-LEN               PIC 9(3) COMP-5.
       01  WS-TK1                   PIC X(20).
       01  WS-TK2                   PIC X(20).
       01  WS-TK3                   PIC X(20).
       01  WS-CL-HIT                PIC 9(3) COMP-5.
       01  WS-ADD-SLA               PIC X.

       01  WS-LINE                  PIC X(132).
       01  WS-NUM-OUT               PIC Z(3)9.
       01  WS-NUM-OUT2              PIC Z(3)9.
       01  WS-SLACK-OUT             PIC -(4)9.
       01  WS-HH                    PIC 9(2).
       01  WS-MM                    PIC 9(2).
       01  WS-CLOCK                 PIC X(5).
       01  WS-SLACK-TEXT            PIC X(24).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-JOB-TABLE

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG1) = SPACES
               OR FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC
               DISPLAY "USAGE: blastradius <job number> [HHMM]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FAILED = FUNCTION NUMVAL(WS-ARG1)
           IF WS-FAILED < 1 OR WS-FAILED > NUM-JOBS
               DISPLAY "ERROR: no job " FUNCTION TRIM(WS-ARG1)
                   " in jobtable.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(9:4) TO WS-START-HHMM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
                               AND FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-ARG2)) = 4
                               AND WS-ARG2(1:2) <= "23"
                               AND WS-ARG2(3:2) <= "59"
                           MOVE WS-ARG2(1:4) TO WS-START-HHMM
                       ELSE
                           DISPLAY "ERROR: restart time must be HHMM"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-ACCEPT
           COMPUTE WS-START-MIN =
               FUNCTION NUMVAL(WS-START-HHMM(1:2)) * 60
               + FUNCTION NUMVAL(WS-START-HHMM(3:2))

           PERFORM LOAD-AVERAGE-RUNTIMES
           PERFORM WALK-DEPENDENTS
           PERFORM ESTIMATE-FINISHES
           PERFORM RANK-AFFECTED-JOBS
           PERFORM BUILD-CALL-LIST
           PERFORM WRITE-REPORT

           IF WS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-AVERAGE-RUNTIMES.
           *> schedsim's estimate: the mean of the job's recorded
           *> runtimes, 60 seconds when it has none.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 50
               MOVE "N" TO WS-BR-HIT(WS-I) WS-BR-HAS-DL(WS-I)
                   WS-BR-RECOVERY(WS-I)
               MOVE 0 TO WS-BR-DEPTH(WS-I) WS-BR-VIA(WS-I)
                   WS-BR-SAMPLES(WS-I) WS-BR-SUM(WS-I)
                   WS-BR-FINISH(WS-I) WS-BR-SLACK(WS-I)
               MOVE DEFAULT-SECS TO WS-BR-DUR(WS-I)
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT RT-FILE
           IF WS-RT-FS NOT = "00"
               DISPLAY "WARNING: runtimes.dat not found -- every "
                   "job assumed at " DEFAULT-SECS " seconds"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ RT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > NUM-JOBS
                           IF FUNCTION TRIM(RH-PROGID) =
                                   FUNCTION TRIM(WS-JOB-PROG(WS-I))
                               ADD 1 TO WS-BR-SAMPLES(WS-I)
                               COMPUTE WS-BR-SUM(WS-I) =
                                   WS-BR-SUM(WS-I)
                                   + FUNCTION NUMVAL(
                                       FUNCTION TRIM(RH-SECONDS))
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RT-FILE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-BR-SAMPLES(WS-I) > 0
                   COMPUTE WS-BR-DUR(WS-I) ROUNDED =
                       WS-BR-SUM(WS-I) / WS-BR-SAMPLES(WS-I)
               END-IF
           END-PERFORM
           .

       WALK-DEPENDENTS.
           *> Breadth outward: a job is hit once any of its edges
           *> leads to a hit job. A job whose run condition is
           *> RECOVERY on a hit job is started by the failure, not
           *> stopped by it.
           MOVE "Y" TO WS-BR-HIT(WS-FAILED)
           MOVE 1 TO WS-AFFECTED
           MOVE "Y" TO WS-CHANGED
           MOVE 0 TO WS-PASS
           PERFORM UNTIL WS-CHANGED = "N" OR WS-PASS > NUM-JOBS
               ADD 1 TO WS-PASS
               MOVE "N" TO WS-CHANGED
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-BR-HIT(WS-I) = "N"
                       PERFORM GET-JOB-EDGES
                       PERFORM VARYING WS-E FROM 1 BY 1
                               UNTIL WS-E > WS-EDGE-COUNT
                                   OR WS-BR-HIT(WS-I) = "Y"
                           IF WS-BR-HIT(WS-EDGE(WS-E)) = "Y"
                               MOVE "Y" TO WS-BR-HIT(WS-I)
                               MOVE WS-EDGE(WS-E) TO WS-BR-VIA(WS-I)
                               COMPUTE WS-BR-DEPTH(WS-I) =
                                   WS-BR-DEPTH(WS-EDGE(WS-E)) + 1
                               ADD 1 TO WS-AFFECTED
                               MOVE "Y" TO WS-CHANGED
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               PERFORM GET-CONDITION-JOB
               IF WS-CJ-NO > 0
                   AND FUNCTION TRIM(WS-CJ-TEST) = "RECOVERY"
                   AND WS-BR-HIT(WS-CJ-NO) = "Y"
                   AND WS-BR-HIT(WS-I) = "N"
                   MOVE "Y" TO WS-BR-RECOVERY(WS-I)
                   MOVE WS-CJ-NO TO WS-BR-VIA(WS-I)
               END-IF
           END-PERFORM
           .

       GET-JOB-EDGES.
           *> WS-I's prerequisite jobs, then its run-condition job
           *> unless the condition is RECOVERY.
           MOVE 0 TO WS-EDGE-COUNT
           MOVE WS-JOB-PREREQS(WS-I) TO WS-DEP-STR
           IF FUNCTION TRIM(WS-DEP-STR) NOT = SPACES
               MOVE 1 TO WS-DEP-PTR
               PERFORM UNTIL WS-DEP-PTR >
                       FUNCTION STORED-CHAR-LENGTH(WS-DEP-STR)
                       OR WS-EDGE-COUNT >= 11
                   MOVE SPACES TO WS-DEP-TOKEN
                   UNSTRING WS-DEP-STR
                       DELIMITED BY ","
                       INTO WS-DEP-TOKEN
                       WITH POINTER WS-DEP-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-DEP-TOKEN) NOT = SPACES
                       AND FUNCTION TRIM(WS-DEP-TOKEN) IS NUMERIC
                       COMPUTE WS-DEP-VAL =
                           FUNCTION NUMVAL(WS-DEP-TOKEN)
                       IF WS-DEP-VAL >= 1 AND WS-DEP-VAL <= NUM-JOBS
                           AND WS-DEP-VAL NOT = WS-I
                           ADD 1 TO WS-EDGE-COUNT
                           MOVE WS-DEP-VAL TO WS-EDGE(WS-EDGE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           PERFORM GET-CONDITION-JOB
           IF WS-CJ-NO > 0
               AND FUNCTION TRIM(WS-CJ-TEST) NOT = "RECOVERY"
               ADD 1 TO WS-EDGE-COUNT
               MOVE WS-CJ-NO TO WS-EDGE(WS-EDGE-COUNT)
           END-IF
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
           IF FUNCTION TRIM(WS-CJ-STR) NOT = SPACES
               AND FUNCTION TRIM(WS-CJ-STR) IS NUMERIC
               COMPUTE WS-CJ-NO = FUNCTION NUMVAL(WS-CJ-STR)
               IF WS-CJ-NO > NUM-JOBS OR WS-CJ-NO = WS-I
                   MOVE 0 TO WS-CJ-NO
               END-IF
           END-IF
           .

       ESTIMATE-FINISHES.
           *> Seconds from the restart: the failed job's own rerun,
           *> then each dependent as soon as its latest affected
           *> edge finishes (workers assumed free -- a best case, so
           *> negative slack is a sure miss). Repeated to a fixed
           *> point; a cycle stops at the pass limit.
           MOVE WS-BR-DUR(WS-FAILED) TO WS-BR-FINISH(WS-FAILED)
           MOVE "Y" TO WS-CHANGED
           MOVE 0 TO WS-PASS
           PERFORM UNTIL WS-CHANGED = "N" OR WS-PASS > NUM-JOBS
               ADD 1 TO WS-PASS
               MOVE "N" TO WS-CHANGED
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-BR-HIT(WS-I) = "Y" AND WS-I NOT = WS-FAILED
                       PERFORM GET-JOB-EDGES
                       MOVE 0 TO WS-LATEST
                       PERFORM VARYING WS-E FROM 1 BY 1
                               UNTIL WS-E > WS-EDGE-COUNT
                           IF WS-BR-HIT(WS-EDGE(WS-E)) = "Y"
                               AND WS-BR-FINISH(WS-EDGE(WS-E))
                                   > WS-LATEST
                               MOVE WS-BR-FINISH(WS-EDGE(WS-E))
                                   TO WS-LATEST
                           END-IF
                       END-PERFORM
                       IF WS-LATEST + WS-BR-DUR(WS-I) >
                               WS-BR-FINISH(WS-I)
                           COMPUTE WS-BR-FINISH(WS-I) =
                               WS-LATEST + WS-BR-DUR(WS-I)
                           MOVE "Y" TO WS-CHANGED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-BR-HIT(WS-I) = "Y"
                   AND WS-JOB-DEADLINE(WS-I) IS NUMERIC
                   MOVE "Y" TO WS-BR-HAS-DL(WS-I)
                   COMPUTE WS-DL-MIN =
                       FUNCTION NUMVAL(WS-JOB-DEADLINE(WS-I)(1:2)) * 60
                       + FUNCTION NUMVAL(WS-JOB-DEADLINE(WS-I)(3:2))
                   IF WS-DL-MIN < WS-START-MIN
                       AND WS-START-MIN >= 720
                       ADD 1440 TO WS-DL-MIN
                   END-IF
                   COMPUTE WS-FIN-MIN = WS-START-MIN
                       + (WS-BR-FINISH(WS-I) + 59) / 60
                   COMPUTE WS-BR-SLACK(WS-I) = WS-DL-MIN - WS-FIN-MIN
                   ADD 1 TO WS-AT-RISK
                   IF WS-BR-SLACK(WS-I) < 0
                       ADD 1 TO WS-MISSING
                   END-IF
               END-IF
           END-PERFORM
           .

       RANK-AFFECTED-JOBS.
           *> Deadlines first, least slack first; then jobs with no
           *> deadline, nearest the failure first.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-AFFECTED
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
                   IF WS-BR-HIT(WS-I) = "Y"
                       PERFORM CHECK-ALREADY-RANKED
                       IF WS-J = 0
                           PERFORM COMPARE-WITH-BEST
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST > 0
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-BEST TO WS-ORDER(WS-ORDER-COUNT)
               END-IF
           END-PERFORM
           .

       CHECK-ALREADY-RANKED.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ORDER-COUNT OR WS-J > 0
               IF WS-ORDER(WS-E) = WS-I
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           .

       COMPARE-WITH-BEST.
           EVALUATE TRUE
               WHEN WS-BEST = 0
                   MOVE WS-I TO WS-BEST
               WHEN WS-BR-HAS-DL(WS-I) = "Y"
                       AND WS-BR-HAS-DL(WS-BEST) = "N"
                   MOVE WS-I TO WS-BEST
               WHEN WS-BR-HAS-DL(WS-I) = "Y"
                       AND WS-BR-HAS-DL(WS-BEST) = "Y"
                       AND WS-BR-SLACK(WS-I) < WS-BR-SLACK(WS-BEST)
                   MOVE WS-I TO WS-BEST
               WHEN WS-BR-HAS-DL(WS-I) = "N"
                       AND WS-BR-HAS-DL(WS-BEST) = "N"
                       AND WS-BR-DEPTH(WS-I) < WS-BR-DEPTH(WS-BEST)
                   MOVE WS-I TO WS-BEST
           END-EVALUATE
           .

       BUILD-CALL-LIST.
           *> Walking the ranked jobs, every recipient of one of the
           *> job's outputs and every consumer with terms on it is
           *> added the first time it is met -- so the list comes out
           *> tightest deadline first.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               COMPUTE WS-DIR-LEN = FUNCTION STORED-CHAR-LENGTH(
                   WS-JOB-DIR(WS-I))
               PERFORM MATCH-RECIPIENTS
               PERFORM MATCH-SLA-CONSUMERS
           END-PERFORM
           .

       MATCH-RECIPIENTS.
           OPEN INPUT RECIP-FILE
           IF WS-RCP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RECIP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF RECIP-REC NOT = SPACES
                               AND RECIP-REC(1:1) NOT = "*"
                           MOVE SPACES TO WS-RECIPIENT WS-PATTERN
                           UNSTRING RECIP-REC DELIMITED BY " "
                               INTO WS-RECIPIENT
                           END-UNSTRING
                           MOVE FUNCTION TRIM(RECIP-REC(
                               FUNCTION STORED-CHAR-LENGTH(
                                   WS-RECIPIENT) + 2:))
                               TO WS-PATTERN
                           IF WS-PATTERN(1:WS-DIR-LEN) =
                                   WS-JOB-DIR(WS-I)(1:WS-DIR-LEN)
                               AND WS-PATTERN(WS-DIR-LEN + 1:1) = "/"
                               MOVE "N" TO WS-ADD-SLA
                               PERFORM ADD-TO-CALL-LIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIP-FILE
           .

       MATCH-SLA-CONSUMERS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ TERMS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF TERMS-REC NOT = SPACES
                               AND TERMS-REC(1:1) NOT = "*"
                           MOVE SPACES TO WS-TK1 WS-TK2 WS-TK3
                           UNSTRING TERMS-REC DELIMITED BY ALL SPACE
                               INTO WS-TK1 WS-TK2 WS-TK3
                           END-UNSTRING
                           IF FUNCTION UPPER-CASE(WS-TK1) = "TERMS"
                               AND FUNCTION TRIM(WS-TK3) =
                                   FUNCTION TRIM(WS-JOB-PROG(WS-I))
                               MOVE WS-TK2 TO WS-RECIPIENT
                               MOVE "Y" TO WS-ADD-SLA
                               PERFORM ADD-TO-CALL-LIST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           .

       ADD-TO-CALL-LIST.
           MOVE 0 TO WS-CL-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CALL-COUNT OR WS-CL-HIT > 0
               IF WS-CL-WHO(WS-J) = WS-RECIPIENT
                   MOVE WS-J TO WS-CL-HIT
               END-IF
           END-PERFORM
           IF WS-CL-HIT = 0
               IF WS-CALL-COUNT >= MAX-CALLS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CALL-COUNT
               MOVE WS-CALL-COUNT TO WS-CL-HIT
               MOVE WS-RECIPIENT TO WS-CL-WHO(WS-CL-HIT)
               MOVE WS-I TO WS-CL-JOB(WS-CL-HIT)
               MOVE 0 TO WS-CL-OUTPUTS(WS-CL-HIT)
               MOVE "N" TO WS-CL-SLA(WS-CL-HIT)
           END-IF
           IF WS-ADD-SLA = "Y"
               MOVE "Y" TO WS-CL-SLA(WS-CL-HIT)
           ELSE
               ADD 1 TO WS-CL-OUTPUTS(WS-CL-HIT)
           END-IF
           .

       WRITE-REPORT.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p blastreports"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-REPORT-NAME
           STRING "blastreports/" WS-STAMP(1:14) "."
                  FUNCTION TRIM(WS-JOB-PROG(WS-FAILED)) ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-REPORT-NAME)
                   " (file status " WS-RPT-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FAILED TO WS-NUM-OUT
           MOVE SPACES TO WS-LINE
           STRING "===== BLAST RADIUS: JOB " FUNCTION TRIM(WS-NUM-OUT)
                  " " FUNCTION TRIM(WS-JOB-PROG(WS-FAILED)) " ("
                  FUNCTION TRIM(WS-JOB-LABEL(WS-FAILED)) ") ====="
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING "As of " WS-STAMP(1:8) " " WS-STAMP(9:2) ":"
                  WS-STAMP(11:2) ", rerun assumed from "
                  WS-START-HHMM(1:2) ":" WS-START-HHMM(3:2)
                  " at schedsim's average runtimes"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-AFFECTED TO WS-NUM-OUT
           MOVE WS-AT-RISK TO WS-NUM-OUT2
           MOVE SPACES TO WS-LINE
           STRING "AFFECTED JOBS: " FUNCTION TRIM(WS-NUM-OUT)
                  " (" FUNCTION TRIM(WS-NUM-OUT2)
                  " with a deadline, tightest first)"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE "  NO  PROGRAM-ID          DEPTH  VIA  EST FINISH  DUE    SLACK"
               TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ORDER-COUNT
               MOVE WS-ORDER(WS-K) TO WS-I
               PERFORM EMIT-AFFECTED-JOB
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "RECOVERY STEPS THE FAILURE STARTS:" TO WS-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-BR-RECOVERY(WS-I) = "Y"
                   ADD 1 TO WS-J
                   MOVE WS-I TO WS-NUM-OUT
                   MOVE WS-BR-VIA(WS-I) TO WS-NUM-OUT2
                   MOVE SPACES TO WS-LINE
                   STRING "  " WS-NUM-OUT(3:2) "  "
                          WS-JOB-PROG(WS-I) " on the failure of job "
                          FUNCTION TRIM(WS-NUM-OUT2)
                       DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-J = 0
               MOVE "  none" TO WS-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "CALL LIST (in order):" TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CALL-COUNT
               PERFORM EMIT-CALL-LINE
           END-PERFORM
           IF WS-CALL-COUNT = 0
               MOVE "  nobody -- no affected output is distributed"
                   TO WS-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-MISSING TO WS-NUM-OUT
           MOVE SPACES TO WS-LINE
           IF WS-MISSING > 0
               STRING "** " FUNCTION TRIM(WS-NUM-OUT)
                      " deadline(s) will be missed even on an "
                      "immediate rerun"
                   DELIMITED BY SIZE INTO WS-LINE
               END-STRING
           ELSE
               MOVE "No affected deadline is lost yet on an "
                   & "immediate rerun" TO WS-LINE
           END-IF
           PERFORM EMIT-LINE
           CLOSE REPORT-FILE
           DISPLAY "BLAST RADIUS REPORT: " FUNCTION TRIM(WS-REPORT-NAME)
           .

       EMIT-AFFECTED-JOB.
           MOVE WS-I TO WS-NUM-OUT
           MOVE WS-BR-FINISH(WS-I) TO WS-LATEST
           COMPUTE WS-FIN-MIN = WS-START-MIN
               + (WS-BR-FINISH(WS-I) + 59) / 60
           PERFORM FORMAT-CLOCK
           MOVE SPACES TO WS-LINE
           STRING "  " WS-NUM-OUT(3:2) "  " WS-JOB-PROG(WS-I)
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE WS-BR-DEPTH(WS-I) TO WS-NUM-OUT2
           MOVE WS-NUM-OUT2 TO WS-LINE(28:4)
           IF WS-BR-VIA(WS-I) > 0
               MOVE WS-BR-VIA(WS-I) TO WS-NUM-OUT2
               MOVE WS-NUM-OUT2 TO WS-LINE(33:4)
           ELSE
               MOVE "   -" TO WS-LINE(33:4)
           END-IF
           MOVE WS-CLOCK TO WS-LINE(39:5)
           IF WS-BR-HAS-DL(WS-I) = "Y"
               STRING WS-JOB-DEADLINE(WS-I)(1:2) ":"
                      WS-JOB-DEADLINE(WS-I)(3:2)
                   DELIMITED BY SIZE INTO WS-LINE(51:5)
               END-STRING
               MOVE WS-BR-SLACK(WS-I) TO WS-SLACK-OUT
               MOVE WS-SLACK-OUT TO WS-LINE(58:5)
               IF WS-BR-SLACK(WS-I) < 0
                   MOVE "min  ** WILL MISS" TO WS-LINE(64:17)
               ELSE
                   MOVE "min" TO WS-LINE(64:3)
               END-IF
           ELSE
               MOVE "--     no deadline" TO WS-LINE(51:18)
           END-IF
           PERFORM EMIT-LINE
           .

       EMIT-CALL-LINE.
           MOVE WS-CL-JOB(WS-K) TO WS-I
           MOVE WS-K TO WS-NUM-OUT
           IF WS-BR-HAS-DL(WS-I) = "Y"
               MOVE WS-BR-SLACK(WS-I) TO WS-SLACK-OUT
               MOVE SPACES TO WS-SLACK-TEXT
               STRING FUNCTION TRIM(WS-SLACK-OUT) " min slack"
                   DELIMITED BY SIZE INTO WS-SLACK-TEXT
               END-STRING
           ELSE
               MOVE "no deadline" TO WS-SLACK-TEXT
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(WS-NUM-OUT) ". "
                  WS-CL-WHO(WS-K) " "
                  FUNCTION TRIM(WS-JOB-PROG(WS-I)) " ("
                  FUNCTION TRIM(WS-SLACK-TEXT) ")"
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF WS-CL-OUTPUTS(WS-K) > 0
               MOVE WS-CL-OUTPUTS(WS-K) TO WS-NUM-OUT2
               STRING " -- " FUNCTION TRIM(WS-NUM-OUT2) " output(s)"
                   DELIMITED BY SIZE
                   INTO WS-LINE(FUNCTION STORED-CHAR-LENGTH(WS-LINE)
                       + 1:)
               END-STRING
           END-IF
           IF WS-CL-SLA(WS-K) = "Y"
               STRING " -- service-credit terms"
                   DELIMITED BY SIZE
                   INTO WS-LINE(FUNCTION STORED-CHAR-LENGTH(WS-LINE)
                       + 1:)
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           .

       FORMAT-CLOCK.
           *> WS-FIN-MIN minutes past midnight as HH:MM, wrapping at
           *> the day.
           COMPUTE WS-HH = FUNCTION MOD(
               FUNCTION INTEGER-PART(WS-FIN-MIN / 60), 24)
           COMPUTE WS-MM = FUNCTION MOD(WS-FIN-MIN, 60)
           MOVE SPACES TO WS-CLOCK
           STRING WS-HH ":" WS-MM DELIMITED BY SIZE INTO WS-CLOCK
           END-STRING
           .

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
