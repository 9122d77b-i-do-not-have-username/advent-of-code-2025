      *> -- the month-over-month reconciliation the ledger team does
      *> by eyeballing two listings today.
      *>
      *>   ledgerdrift <old-results> <new-results> [results-file]
      *>
      *> Either side may instead be a relative generation of the
      *> results file -- "(0)" tonight's, "(-1)" the run before --
      *> resolved through gdgcatalog.dat (Common/Programs/
      *> GenerationRef). The generations are the nightly batch's
      *> Day 06/Puzzle 01/input.txt.results unless the third word
      *> names another results file, as the root sees it:
      *>
      *>   ledgerdrift "(-1)" "(0)"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RESULTS-NAME          PIC X(256).
       01  WS-OLD-NAME              PIC X(256).
       01  WS-NEW-NAME              PIC X(256).

       01  WS-GDG-BASE              PIC X(300)
               VALUE "Day 06/Puzzle 01/input.txt.results".
       01  WS-GDG-REF               PIC X(20).
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.
       01  WS-ARG3                  PIC X(256).
       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
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
               DISPLAY "USAGE: ledgerdrift <old-results> "
                   "<new-results> [results-file]"
               DISPLAY "       either side may be a generation: "
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
           DISPLAY "LEDGER DRIFT: " FUNCTION TRIM(WS-OLD-NAME)
               " -> " FUNCTION TRIM(WS-NEW-NAME)

           SET LOADING-OLD TO TRUE
           MOVE WS-OLD-NAME TO WS-RESULTS-NAME
           PERFORM LOAD-RESULTS
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

       LOAD-RESULTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RESULTS-FILE
