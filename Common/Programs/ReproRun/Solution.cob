      *> number from last March's data; DIFFERENCE means the program
      *> changed -- cleanly separated from "the data changed", which
      *> a rerun against today's input.txt could never distinguish.
      *>
      *>   reprorun <YYYY-MM-DD> <program-id> ORIGINAL
      *>   reprorun <YYYY-MM-DD> <program-id> <build-id>
      *>
      *> replays against a registered build instead of today's
      *> executable (see Common/Programs/BuildRegistry): ORIGINAL is
      *> the build the run record for that date names -- the last
      *> completion of the program that day on runlog.txt or its
      *> monthly segment -- so a MATCH there and a DIFFERENCE with
      *> today's build pins the change on the build.
      *> Run from the repository root; the program's folder comes from
      *> the same jobtable.dat the root drivers share.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FS.

           SELECT RUN-LOG-FILE
               ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       FD  RESULT-FILE.
       01  RESULT-REC               PIC X(100).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(400).

       WORKING-STORAGE SECTION.
       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JT-STATUS             PIC X.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ARG-DATE              PIC X(10).
       01  WS-ARG-PROG              PIC X(20).
       01  WS-RES-NAME              PIC X(300).
       01  WS-CAP-FS                PIC XX.
       01  WS-RES-FS                PIC XX.
       01  WS-LOG-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-NEW-ANSWER            PIC X(100).
       01  WS-AS-OF-DATE            PIC X(8).

      *> replay build: the executable kept under builds/ for it
       01  WS-ARG-BUILD             PIC X(10) VALUE SPACES.
       01  WS-BUILD-ID              PIC X(10) VALUE SPACES.
       01  WS-EXE                   PIC X(120).
       01  WS-LOG-NAME              PIC X(40).
       01  WS-F1                    PIC X(20).
       01  WS-F2                    PIC X(100).
       01  WS-F3                    PIC X(21).
       01  WS-F4                    PIC X(40).
       01  WS-F5                    PIC X(20).
       01  WS-F6                    PIC X(10).
       01  WS-RC-VAL                PIC S9(5) COMP-5.

      *> Set by pathguard before the date argument is quoted into
      *> WS-CMD (the program name is matched against the job table,
      *> so it never reaches the shell unchecked).
                   MOVE SPACES TO WS-ARG-PROG
           END-ACCEPT

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-BUILD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-BUILD
           END-ACCEPT

           IF FUNCTION TRIM(WS-ARG-DATE) = SPACES
               OR FUNCTION TRIM(WS-ARG-PROG) = SPACES
               DISPLAY "USAGE: reprorun <YYYY-MM-DD> <program-id>"
                   " [ORIGINAL|<build-id>]"
               STOP RUN
           END-IF

           END-IF

           PERFORM READ-ARCHIVED-ANSWER
           IF WS-ARG-BUILD NOT = SPACES
               PERFORM RESOLVE-REPLAY-BUILD
           END-IF
           PERFORM RUN-AGAINST-ARCHIVED-INPUT
           PERFORM COMPARE-ANSWERS
           STOP RUN
           END-STRING

           MOVE SPACES TO WS-CMD
           IF WS-BUILD-ID = SPACES
               STRING "cd " QUOTE
                      FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) QUOTE
                      " && SITEPARAM_AS_OF=" WS-AS-OF-DATE
                      " ./" FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                      " " QUOTE FUNCTION TRIM(WS-ARCH-INPUT) QUOTE
                      " > " FUNCTION TRIM(WS-CAP-NAME) " 2>&1"
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               DISPLAY "Rerunning " FUNCTION TRIM(WS-ARG-PROG)
                   " against the " FUNCTION TRIM(WS-ARG-DATE)
                   " archived input..."
           ELSE
               STRING "cd " QUOTE
                      FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) QUOTE
                      " && SITEPARAM_AS_OF=" WS-AS-OF-DATE
                      " BATCH_BUILD_ID=" FUNCTION TRIM(WS-BUILD-ID)
                      " ../../" FUNCTION TRIM(WS-EXE)
                      " " QUOTE FUNCTION TRIM(WS-ARCH-INPUT) QUOTE
                      " > " FUNCTION TRIM(WS-CAP-NAME) " 2>&1"
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               DISPLAY "Rerunning " FUNCTION TRIM(WS-ARG-PROG)
                   " build " FUNCTION TRIM(WS-BUILD-ID)
                   " against the " FUNCTION TRIM(WS-ARG-DATE)
                   " archived input..."
           END-IF
           CALL "SYSTEM" USING WS-CMD

           *> The last non-blank line of the capture is the answer --
                   FUNCTION TRIM(WS-ARG-DATE) " input:"
               DISPLAY "   archived answer: "
                   FUNCTION TRIM(WS-OLD-ANSWER)
               IF WS-BUILD-ID = SPACES
                   DISPLAY "   today's answer:  "
                       FUNCTION TRIM(WS-NEW-ANSWER)
               ELSE
                   DISPLAY "   build " FUNCTION TRIM(WS-BUILD-ID)
                       " answer: " FUNCTION TRIM(WS-NEW-ANSWER)
               END-IF
           END-IF
           .

       RESOLVE-REPLAY-BUILD.
           MOVE SPACES TO WS-AS-OF-DATE
           STRING WS-ARG-DATE(1:4) WS-ARG-DATE(6:2)
                  WS-ARG-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AS-OF-DATE
           END-STRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-BUILD))
                   = "ORIGINAL"
               MOVE SPACES TO WS-BUILD-ID
               MOVE SPACES TO WS-LOG-NAME
               STRING "runlog." WS-ARG-DATE(1:4) WS-ARG-DATE(6:2)
                      ".txt"
                   DELIMITED BY SIZE INTO WS-LOG-NAME
               END-STRING
               PERFORM SCAN-RUN-LOG
               MOVE "runlog.txt" TO WS-LOG-NAME
               PERFORM SCAN-RUN-LOG
               IF WS-BUILD-ID = SPACES OR WS-BUILD-ID = "-"
                   DISPLAY "ERROR: no build is recorded for "
                       FUNCTION TRIM(WS-ARG-PROG) " on "
                       FUNCTION TRIM(WS-ARG-DATE)
                       " -- it ran before its first promotion"
                   STOP RUN
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-BUILD))
                   TO WS-BUILD-ID
               CALL "pathguard" USING WS-BUILD-ID WS-PATH-OK
               IF NOT PATH-OK
                   DISPLAY "ERROR: build argument contains a "
                       "character that is not allowed there"
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-EXE
           STRING "builds/" FUNCTION TRIM(WS-ARG-PROG) "/"
                  FUNCTION TRIM(WS-BUILD-ID) "/"
                  FUNCTION TRIM(WS-ARG-PROG)
               DELIMITED BY SIZE INTO WS-EXE
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "test -x " QUOTE FUNCTION TRIM(WS-EXE) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           COMPUTE WS-RC-VAL = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: build " FUNCTION TRIM(WS-BUILD-ID)
                   " of " FUNCTION TRIM(WS-ARG-PROG)
                   " is not kept at " FUNCTION TRIM(WS-EXE)
               STOP RUN
           END-IF
           .

       SCAN-RUN-LOG.
           *> Last completion of the program on the day wins, as for
           *> every other reader of the log; retry notices carry no
           *> build.
           OPEN INPUT RUN-LOG-FILE
           IF WS-LOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RUN-LOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F3 WS-F4 WS-F6
                       UNSTRING RUN-LOG-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                       END-UNSTRING
                       IF WS-F1 = WS-ARG-PROG
                           AND WS-F3(1:8) = WS-AS-OF-DATE
                           AND WS-F4(1:6) NOT = "RETRY "
                           MOVE WS-F6 TO WS-BUILD-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
