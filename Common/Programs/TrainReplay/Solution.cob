      *> never touched. Site parameters resolve as of the archived
      *> date through SITEPARAM_AS_OF, the same way reprorun does.
      *>
      *>   trainreplay <YYYY-MM-DD> [sandbox-dir] [MASKED]
      *>
      *> MASKED stages each archived input through feedsubset (ALL,
      *> masked only) instead of copying it verbatim, so the trainee
      *> works the real night's shapes without its real serials,
      *> coordinates and lock ids; an input feedsubset cannot mask
      *> and validate is left unstaged rather than copied in clear.
      *> feedsubset must be built at the repository root for it.
      *>
      *> The sandbox defaults to /tmp/trainreplay.<stamp> and is
      *> left in place afterwards so the trainee can poke through
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ARG-DATE              PIC X(10).
       01  WS-ARG2                  PIC X(200).
       01  WS-I                     PIC 9(3) COMP-5.
       01  WS-STAGED                PIC 9(3) COMP-5 VALUE 0.
       01  WS-MISSING               PIC 9(3) COMP-5 VALUE 0.
       01  WS-ARG3                  PIC X(20).
       01  WS-MASKED                PIC X VALUE "N".
           88  MASKED-REPLAY               VALUE "Y".
       01  WS-UNMASKED              PIC 9(3) COMP-5 VALUE 0.
       01  WS-RC-VAL                PIC S9(4) VALUE 0.

      *> Set by pathguard before the date is quoted into WS-CMD.
       01  WS-PATH-OK               PIC X VALUE "Y".
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2)) = "MASKED"
               SET MASKED-REPLAY TO TRUE
               MOVE SPACES TO WS-ARG2
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3)) = "MASKED"
               SET MASKED-REPLAY TO TRUE
           END-IF

           IF FUNCTION TRIM(WS-ARG-DATE) = SPACES
               DISPLAY "USAGE: trainreplay <YYYY-MM-DD> "
                   "[sandbox-dir] [MASKED]"
               STOP RUN
           END-IF
           CALL "pathguard" USING WS-ARG-DATE WS-PATH-OK
               DELIMITED BY SIZE INTO WS-AS-OF
           END-STRING

           IF MASKED-REPLAY
               MOVE SPACES TO WS-CMD
               STRING "test -x feedsubset" DELIMITED BY SIZE
                   INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "ERROR: MASKED needs feedsubset built at "
                       "the repository root"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO WS-RCFILE
               STRING "/tmp/trainreplay." WS-STAMP(1:14) ".rc"
                   DELIMITED BY SIZE INTO WS-RCFILE
               END-STRING
           END-IF

           PERFORM BUILD-SANDBOX-ROOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               PERFORM STAGE-ONE-JOB
           DISPLAY "SANDBOX READY: " FUNCTION TRIM(WS-SANDBOX)
               " (" WS-STAGED " job(s) staged, " WS-MISSING
               " without an archived input)"
           IF MASKED-REPLAY
               DISPLAY "  inputs masked through feedsubset; "
                   WS-UNMASKED " left unstaged (could not be masked)"
           END-IF

           PERFORM RUN-THE-NIGHT
           STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE

           IF MASKED-REPLAY
               PERFORM STAGE-MASKED-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "cp " QUOTE "archive/"
                  FUNCTION TRIM(WS-ARG-DATE) "/"
           ADD 1 TO WS-STAGED
           .

       STAGE-MASKED-INPUT.
           *> The whole archived input, masked, and trial-run by
           *> feedsubset through the program before it counts as
           *> staged; what fails stays out of the sandbox.
           MOVE SPACES TO WS-CMD
           STRING "./feedsubset "
                  FUNCTION TRIM(WS-JOB-PROG(WS-I))
                  " " QUOTE "archive/"
                  FUNCTION TRIM(WS-ARG-DATE) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-I))
                  "/input.txt" QUOTE
                  " ALL " QUOTE
                  FUNCTION TRIM(WS-SANDBOX) "/"
                  FUNCTION TRIM(WS-JOB-DIR(WS-I))
                  "/input.txt" QUOTE
                  " > /dev/null 2>&1 ; echo $? > "
                  FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE -1 TO WS-RC-VAL
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE
                   NOT AT END
                       IF FUNCTION TRIM(RC-REC) NOT = SPACES
                           COMPUTE WS-RC-VAL =
                               FUNCTION NUMVAL(RC-REC)
                       END-IF
               END-READ
               CLOSE RC-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE

           IF WS-RC-VAL NOT = 0 AND WS-RC-VAL NOT = 4
               DISPLAY "  " FUNCTION TRIM(WS-JOB-PROG(WS-I))
                   ": archived input could not be masked -- "
                   "left unstaged"
               MOVE SPACES TO WS-CMD
               STRING "rm -f " QUOTE
                      FUNCTION TRIM(WS-SANDBOX) "/"
                      FUNCTION TRIM(WS-JOB-DIR(WS-I))
                      "/input.txt" QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-UNMASKED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAGED
           .

       RUN-THE-NIGHT.
           *> The three drivers, end to end, from inside the
           *> sandbox -- the captures land there too, and opsreport
