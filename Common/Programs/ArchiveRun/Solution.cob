               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> Driver-level mutual exclusion -- see Common/Programs/
      *> DriverLock.
