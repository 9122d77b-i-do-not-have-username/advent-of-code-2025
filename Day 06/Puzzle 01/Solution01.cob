       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR            PIC X(40).

      *> Each run's .results output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "results".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       *> Pre-flight dimension scan: count what the input actually holds
       *> before committing to the real read, so every violation is
       *> reported at once instead of aborting on the first row or

           CLOSE RESULTS-FILE
           DISPLAY "RESULTS FILE: " FUNCTION TRIM(WS-RESULTS-NAME)
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-RESULTS-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF

           MOVE WS-SKIPPED TO WS-SKIPPED-OUT
           DISPLAY FUNCTION TRIM(WS-SKIPPED-OUT)
