      *> lines and their indented member lines are read; everything
      *> else in a captured run (merge audit, runtimes, the answer) is
      *> skipped, so a raw archived stdout capture works as-is.
      *> When the dumps carry "BOX n: ..." lines (day8part2 run with
      *> the junction-box master on file), each point reported is
      *> shown with its asset ID and location -- today's details
      *> where the new dump has them, else yesterday's.
      *>
      *>   clusterdrift <old-dump> <new-dump> [capture-file]
      *>
      *> Either dump may instead be a relative generation of the
      *> console capture daybatchdriver keeps of each clean run --
      *> "(0)" tonight's, "(-1)" the night before -- resolved
      *> through gdgcatalog.dat (Common/Programs/GenerationRef).
      *> The generations are Day 08/Puzzle 02/day8part2.capture
      *> unless the third word names another capture:
      *>
      *>   clusterdrift "(-1)" "(0)"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DUMP-NAME            PIC X(256).
       01  WS-OLD-NAME             PIC X(256).
       01  WS-NEW-NAME             PIC X(256).

       01  WS-GDG-BASE             PIC X(300)
               VALUE "Day 08/Puzzle 02/day8part2.capture".
       01  WS-GDG-REF              PIC X(20).
       01  WS-GDG-FILE             PIC X(300).
       01  WS-GDG-OK               PIC X.
       01  WS-ARG3                 PIC X(256).
       01  WS-FS                   PIC XX.
       01  WS-EOF                  PIC X.
           88  EOF                        VALUE "Y".
       01  WS-OUT2                 PIC Z(8)9.
       01  WS-OUT3                 PIC Z(8)9.

       *> asset ID / location text per point from the dumps' BOX lines
       01  BOXANN-TAB              VALUE SPACES.
           05  BOXANN OCCURS 20000 PIC X(80).
       01  WS-BOX-TEXT             PIC X(80).
       01  WS-PT-LABEL             PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
                   MOVE SPACES TO WS-NEW-NAME
           END-ACCEPT

           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT
           IF WS-ARG3 NOT = SPACES
               MOVE WS-ARG3 TO WS-GDG-BASE
           END-IF

           IF FUNCTION TRIM(WS-OLD-NAME) = SPACES
               OR FUNCTION TRIM(WS-NEW-NAME) = SPACES
               DISPLAY "USAGE: clusterdrift <old-dump> <new-dump> "
                   "[capture-file]"
               DISPLAY "       either dump may be a generation: "
                   "(0) newest, (-1) the one before"
               STOP RUN
           END-IF

           MOVE WS-OLD-NAME TO WS-GDG-REF
           PERFORM RESOLVE-GENERATION
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-OLD-NAME
           END-IF
           MOVE WS-NEW-NAME TO WS-GDG-REF
           PERFORM RESOLVE-GENERATION
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-NEW-NAME
           END-IF
           DISPLAY "CLUSTER DRIFT: " FUNCTION TRIM(WS-OLD-NAME)
               " -> " FUNCTION TRIM(WS-NEW-NAME)

           SET LOADING-OLD TO TRUE
           MOVE WS-OLD-NAME TO WS-DUMP-NAME
           PERFORM PARSE-DUMP
           STOP RUN
           .

       RESOLVE-GENERATION.
           *> A plain file name comes back "N" and stands as given.
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "X"
               DISPLAY "ERROR: no generation " FUNCTION TRIM(WS-GDG-REF)
                   " of " FUNCTION TRIM(WS-GDG-BASE) " ("
                   FUNCTION TRIM(WS-GDG-FILE) " on file)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       PARSE-DUMP.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-CUR-CLUSTER
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE(1:4) = "BOX "
               PERFORM PARSE-BOX-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-CUR-CLUSTER = 0
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           .

       PARSE-BOX-LINE.
           *> "BOX n: asset, location[, circuit c]" -- the new dump
           *> is loaded second, so its text overwrites the old one's.
           MOVE SPACES TO WS-TOKEN WS-BOX-TEXT
           UNSTRING WS-LINE(5:)
               DELIMITED BY ": "
               INTO WS-TOKEN WS-BOX-TEXT
           END-UNSTRING
           IF WS-TOKEN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PT = FUNCTION NUMVAL(WS-TOKEN)
           IF WS-PT >= 1 AND WS-PT <= MAX-PTS
               MOVE WS-BOX-TEXT TO BOXANN(WS-PT)
           END-IF
           .

       BUILD-PT-LABEL.
           *> "POINT n", plus "(asset, location)" when a dump gave one.
           MOVE WS-I TO WS-OUT1
           MOVE SPACES TO WS-PT-LABEL
           IF BOXANN(WS-I) = SPACES
               STRING "POINT " FUNCTION TRIM(WS-OUT1)
                   DELIMITED BY SIZE INTO WS-PT-LABEL
               END-STRING
           ELSE
               STRING "POINT " FUNCTION TRIM(WS-OUT1)
                      " (" FUNCTION TRIM(BOXANN(WS-I)) ")"
                   DELIMITED BY SIZE INTO WS-PT-LABEL
               END-STRING
           END-IF
           .

       ASSIGN-MEMBER.
           COMPUTE WS-PT = FUNCTION NUMVAL(WS-TOKEN)
           IF WS-PT < 1 OR WS-PT > MAX-PTS
                       CONTINUE
                   WHEN OLDC(WS-I) = 0
                       ADD 1 TO WS-ADDED
                       PERFORM BUILD-PT-LABEL
                       MOVE NEWC(WS-I) TO WS-OUT2
                       DISPLAY FUNCTION TRIM(WS-PT-LABEL)
                           " APPEARED IN CLUSTER "
                           FUNCTION TRIM(WS-OUT2)
                   WHEN NEWC(WS-I) = 0
                       ADD 1 TO WS-DROPPED
                       PERFORM BUILD-PT-LABEL
                       MOVE OLDC(WS-I) TO WS-OUT2
                       DISPLAY FUNCTION TRIM(WS-PT-LABEL)
                           " DROPPED (was cluster "
                           FUNCTION TRIM(WS-OUT2) ")"
                   WHEN OLDC(WS-I) NOT = NEWC(WS-I)
                       ADD 1 TO WS-CHANGED
                       PERFORM BUILD-PT-LABEL
                       MOVE OLDC(WS-I) TO WS-OUT2
                       MOVE NEWC(WS-I) TO WS-OUT3
                       DISPLAY FUNCTION TRIM(WS-PT-LABEL)
                           " MOVED: CLUSTER " FUNCTION TRIM(WS-OUT2)
                           " -> " FUNCTION TRIM(WS-OUT3)
               END-EVALUATE
