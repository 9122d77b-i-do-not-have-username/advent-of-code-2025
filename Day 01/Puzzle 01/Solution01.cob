       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR           PIC X(40).

      *> Each run's .dialhist output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "dialhist".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.

           CLOSE HIST-FILE
           DISPLAY "HISTOGRAM REPORT: " FUNCTION TRIM(WS-HIST-NAME)
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-HIST-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF
           .

       WRITE-WEAR-LEDGER.
