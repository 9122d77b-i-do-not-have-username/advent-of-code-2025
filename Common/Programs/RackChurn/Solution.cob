      *> against "Day 04/Puzzle 01/input.txt" using the site
      *> DAY4-THRESHOLD. Run from the repository root; the report
      *> lands there as rackchurn.txt.
      *>
      *> Either grid may instead be a relative generation of the
      *> nightly feed daybatchdriver keeps -- "(0)" tonight's,
      *> "(-1)" the night before -- in place of the archive date or
      *> the grid file (Common/Programs/GenerationRef):
      *>
      *>   rackchurn "(-1)" "(0)"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ARG2                  PIC X(256).
       01  WS-ARG3                  PIC X(20).
       01  WS-ARCH-DATE             PIC X(10).
       01  WS-OLD-LABEL             PIC X(300).
       01  WS-GDG-BASE              PIC X(300)
               VALUE "Day 04/Puzzle 01/input.txt".
       01  WS-GDG-REF               PIC X(20).
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.
       01  WS-NEW-NAME              PIC X(256)
               VALUE "Day 04/Puzzle 01/input.txt".
       01  WS-THRESHOLD             PIC 9(9) COMP-5 VALUE 4.
                   END-IF
           END-ACCEPT

           IF WS-ARG2(1:1) = "("
               MOVE WS-ARG2 TO WS-GDG-REF
               PERFORM RESOLVE-GENERATION
               MOVE WS-GDG-FILE TO WS-NEW-NAME
           END-IF

           IF WS-ARG1(1:1) = "("
               MOVE WS-ARG1 TO WS-GDG-REF
               PERFORM RESOLVE-GENERATION
               MOVE WS-GDG-FILE TO WS-GRID-NAME WS-OLD-LABEL
           ELSE
               PERFORM LOCATE-ARCHIVED-GRID
           END-IF
           MOVE "O" TO WS-LOAD-SIDE
           PERFORM LOAD-ONE-GRID
           MOVE WS-LOAD-ROWS TO WS-OLD-ROWS
           MOVE WS-LOAD-COLS TO WS-OLD-COLS

           MOVE WS-NEW-NAME TO WS-GRID-NAME
           MOVE "N" TO WS-LOAD-SIDE
           PERFORM LOAD-ONE-GRID
           MOVE WS-LOAD-ROWS TO WS-NEW-ROWS
           MOVE WS-LOAD-COLS TO WS-NEW-COLS

           PERFORM WRITE-CHURN-REPORT
           STOP RUN
           .

       LOCATE-ARCHIVED-GRID.
           IF FUNCTION TRIM(WS-ARG1) NOT = SPACES
               MOVE WS-ARG1 TO WS-ARCH-DATE
           ELSE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-GRID-NAME WS-OLD-LABEL
           STRING "archive/" FUNCTION TRIM(WS-ARCH-DATE)
                  "/day4part1/input.txt"
               DELIMITED BY SIZE INTO WS-GRID-NAME
           END-STRING
           STRING FUNCTION TRIM(WS-ARCH-DATE) " (archived)"
               DELIMITED BY SIZE INTO WS-OLD-LABEL
           END-STRING
           .

       RESOLVE-GENERATION.
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK NOT = "Y"
               IF WS-GDG-OK = "X"
                   DISPLAY "ERROR: no generation "
                       FUNCTION TRIM(WS-GDG-REF) " of "
                       FUNCTION TRIM(WS-GDG-BASE) " ("
                       FUNCTION TRIM(WS-GDG-FILE) " on file)"
               ELSE
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-GDG-REF)
                       " is not a generation -- (0), (-1), ..."
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIND-LATEST-ARCHIVE.
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "RACK CHURN: " FUNCTION TRIM(WS-OLD-LABEL)
                  " vs " FUNCTION TRIM(WS-NEW-NAME)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE REPORT-REC FROM WS-OUT-LINE
