      *> production data sits in the Day folders. Generate the pack
      *> first with Common/Programs/SmokeGen. Run from the repository
      *> root.
      *>
      *>   smokecheck [program-id]
      *>
      *> With a program-id only that program is checked, and a
      *> missing smoke pack is a failure (exit 12) rather than a
      *> skip -- the form buildreg's promotion gate uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-CAP-NAME              PIC X(120).
       01  WS-EXP-NAME              PIC X(120).
       01  WS-PASSED                PIC 9(3) COMP-5 VALUE 0.
       01  WS-FAILED                PIC 9(3) COMP-5 VALUE 0.
       01  WS-SKIPPED               PIC 9(3) COMP-5 VALUE 0.
       01  WS-ARG-PROG              PIC X(20).
       01  WS-CHECKED               PIC 9(3) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-JOB-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           MOVE SPACES TO WS-ARG-PROG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-PROG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PROG
           END-ACCEPT

           DISPLAY "===== SMOKE CHECK ====="
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               IF WS-ARG-PROG = SPACES
                   OR WS-JOB-PROG(WS-I) = WS-ARG-PROG
                   ADD 1 TO WS-CHECKED
                   PERFORM CHECK-ONE-PROGRAM
               END-IF
           END-PERFORM
           IF WS-ARG-PROG NOT = SPACES AND WS-CHECKED = 0
               DISPLAY "ERROR: program '" FUNCTION TRIM(WS-ARG-PROG)
                   "' is not in jobtable.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===== SMOKE CHECK COMPLETE: " WS-PASSED
               " passed, " WS-FAILED " failed, " WS-SKIPPED
               " skipped ====="
           IF WS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ARG-PROG NOT = SPACES AND WS-SKIPPED > 0
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .
