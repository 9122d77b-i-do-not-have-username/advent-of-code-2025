               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).
       01  WS-JI                    PIC 9(3) COMP-5.
       01  WS-JT-OK                 PIC X VALUE "N".

               WHEN WS-TRIMMED(1:12) = "** DEFERRED:"
                   PERFORM EMIT-JOB-ROW
                   PERFORM EMIT-DEFERRED-ROW
               WHEN WS-TRIMMED(1:10) = "CONDITION "
                   *> The driver's list of run conditions settled,
                   *> printed after the last job's section.
                   PERFORM EMIT-JOB-ROW
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-TRIMMED(1:128)
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   PERFORM PRINT-LINE
               WHEN WS-TRIMMED(1:10) = "JOB HOLD: "
                   *> The driver's account of each operator hold that
                   *> kept work out, after the last job's section.
                   PERFORM EMIT-JOB-ROW
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-TRIMMED(1:128)
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   PERFORM PRINT-LINE
               WHEN WS-TRIMMED(1:14) = "CATCH-UP LIST:"
                   PERFORM EMIT-JOB-ROW
                   MOVE SPACES TO WS-DETAIL
