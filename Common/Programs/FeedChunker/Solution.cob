               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).
       01  WS-SEL                   PIC 9(3) COMP-5 VALUE 0.
       01  WS-I                     PIC 9(9) COMP-5.

