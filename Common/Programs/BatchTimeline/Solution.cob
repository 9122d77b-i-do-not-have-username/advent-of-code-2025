               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> reconstructed times, seconds since midnight; -1 = unknown
       01  WS-TIME-TAB.
