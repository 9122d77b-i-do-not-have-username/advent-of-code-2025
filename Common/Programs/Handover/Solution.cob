      *> everything since the previous marker: runlog completions,
      *> new errors.txt entries, reject counts per feed, heartbeat
      *> files left behind by dead jobs, deferred catch-up work, and
      *> acknowledgment receipts sent -- and, whatever its age, every
      *> alert on the alert register not yet resolved, so nobody
      *> inherits a problem they never heard about -- and every job
      *> hold still in force (jobhold), with the holds placed,
      *> released and met by a batch since the marker. Printed,
      *> signed, handed over.
      *>
      *>   handover MARK [initials]
      *>   handover REPORT
       01  WS-COUNT                 PIC 9(6) COMP-5.
       01  WS-DETAIL                PIC X(132).

      *> alert register, latest event per alert id
       78  MAX-ALERTS               VALUE 500.
       01  WS-AL-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-AL-TAB.
           05  WS-AL OCCURS 500 TIMES.
               10  WS-AL-ID         PIC X(6).
               10  WS-AL-SEVERITY   PIC X(10).
               10  WS-AL-OWNER      PIC X(10).
               10  WS-AL-STATUS     PIC X(12).
               10  WS-AL-RAISED     PIC X(14).
               10  WS-AL-TEXT       PIC X(80).
       01  WS-A                     PIC 9(4) COMP-5.
       01  WS-A-HIT                 PIC 9(4) COMP-5.
       01  WS-E-STAMP               PIC X(14).
       01  WS-E-EVENT               PIC X(12).
       01  WS-E-ID                  PIC X(6).
       01  WS-E-SEVERITY            PIC X(10).
       01  WS-E-OWNER               PIC X(10).
       01  WS-E-LEVEL               PIC X(4).
       01  WS-E-BY                  PIC X(10).
       01  WS-E-KEY                 PIC X(60).
       01  WS-E-TEXT                PIC X(120).

      *> job-hold log, latest state per hold id
       78  MAX-JOB-HOLDS            VALUE 300.
       01  WS-JH-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-JH-TAB.
           05  WS-JH OCCURS 300 TIMES.
               10  WS-JH-ID         PIC X(10).
               10  WS-JH-JOB        PIC X(4).
               10  WS-JH-PROG       PIC X(20).
               10  WS-JH-UNTIL      PIC X(14).
               10  WS-JH-BY         PIC X(10).
               10  WS-JH-PLACED     PIC X(14).
               10  WS-JH-REASON     PIC X(80).
               10  WS-JH-ACTIVE     PIC X.
       01  WS-H-EVENT               PIC X(10).
       01  WS-H-ID                  PIC X(10).
       01  WS-H-JOB                 PIC X(4).
       01  WS-H-PROG                PIC X(20).
       01  WS-H-UNTIL               PIC X(14).
       01  WS-H-BY                  PIC X(15).
       01  WS-H-TEXT                PIC X(80).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           END-IF
           PERFORM PRINT-LINE

           PERFORM SECTION-ALERTS
           PERFORM SECTION-RUNS
           PERFORM SECTION-ERRORS
           PERFORM SECTION-REJECTS
           PERFORM SECTION-HEARTBEATS
           PERFORM SECTION-CATCHUP
           PERFORM SECTION-JOB-HOLDS
           PERFORM SECTION-RECEIPTS

           MOVE SPACES TO WS-DETAIL
           CLOSE MARKER-FILE
           .

       SECTION-ALERTS.
           *> Not limited to the marker window: an alert stays on the
           *> handover until someone resolves it.
           MOVE SPACES TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE "---- ALERTS STILL OPEN (alertreg) ----" TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE 0 TO WS-AL-COUNT
           MOVE "alertregister.dat" TO WS-SRC-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FS = "00"
               PERFORM UNTIL EOF
                   READ SOURCE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-ALERT-EVENT
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           MOVE 0 TO WS-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AL-COUNT
               IF WS-AL-STATUS(WS-A) NOT = "RESOLVED"
                   ADD 1 TO WS-COUNT
                   MOVE SPACES TO WS-DETAIL
                   STRING "  " WS-AL-ID(WS-A) " "
                          WS-AL-SEVERITY(WS-A) " "
                          WS-AL-STATUS(WS-A) " "
                          WS-AL-OWNER(WS-A) " since "
                          WS-AL-RAISED(WS-A)(1:8) " "
                          WS-AL-RAISED(WS-A)(9:4) "  "
                          FUNCTION TRIM(WS-AL-TEXT(WS-A))
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-COUNT = 0
               MOVE "  (none)" TO WS-DETAIL
               PERFORM PRINT-LINE
           END-IF
           .

       FOLD-ONE-ALERT-EVENT.
           IF SOURCE-REC = SPACES OR SOURCE-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SEVERITY
               WS-E-OWNER WS-E-LEVEL WS-E-BY WS-E-KEY WS-E-TEXT
           UNSTRING SOURCE-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SEVERITY
                   WS-E-OWNER WS-E-LEVEL WS-E-BY WS-E-KEY WS-E-TEXT
           END-UNSTRING
           IF WS-E-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-A-HIT
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AL-COUNT OR WS-A-HIT > 0
               IF WS-AL-ID(WS-A) = WS-E-ID
                   MOVE WS-A TO WS-A-HIT
               END-IF
           END-PERFORM
           IF WS-A-HIT = 0
               IF WS-AL-COUNT >= MAX-ALERTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AL-COUNT
               MOVE WS-AL-COUNT TO WS-A-HIT
               MOVE WS-E-ID TO WS-AL-ID(WS-A-HIT)
               MOVE WS-E-STAMP TO WS-AL-RAISED(WS-A-HIT)
               MOVE WS-E-TEXT TO WS-AL-TEXT(WS-A-HIT)
           END-IF
           MOVE WS-E-SEVERITY TO WS-AL-SEVERITY(WS-A-HIT)
           MOVE WS-E-OWNER TO WS-AL-OWNER(WS-A-HIT)
           IF WS-E-EVENT = "RAISED" OR WS-E-EVENT = "ESCALATED"
               MOVE "OPEN" TO WS-AL-STATUS(WS-A-HIT)
           ELSE
               MOVE WS-E-EVENT TO WS-AL-STATUS(WS-A-HIT)
           END-IF
           .

       SECTION-RUNS.
           MOVE SPACES TO WS-DETAIL
           PERFORM PRINT-LINE
           PERFORM COPY-SCRATCH-LINES
           .

       SECTION-JOB-HOLDS.
           *> Holds in force whatever their age, like the alerts; then
           *> the hold history since the marker, event by event.
           MOVE SPACES TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE "---- JOB HOLDS IN FORCE (jobhold) ----" TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE 0 TO WS-JH-COUNT
           MOVE "jobholds.dat" TO WS-SRC-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FS = "00"
               PERFORM UNTIL EOF
                   READ SOURCE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM FOLD-ONE-HOLD-EVENT
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           MOVE 0 TO WS-COUNT
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-JH-COUNT
               IF WS-JH-ACTIVE(WS-A) = "Y"
                   AND (WS-JH-UNTIL(WS-A) = "-"
                        OR WS-JH-UNTIL(WS-A) > WS-STAMP(1:14))
                   ADD 1 TO WS-COUNT
                   MOVE SPACES TO WS-DETAIL
                   IF WS-JH-UNTIL(WS-A) = "-"
                       STRING "  " WS-JH-ID(WS-A) " job "
                              FUNCTION TRIM(WS-JH-JOB(WS-A)) " "
                              FUNCTION TRIM(WS-JH-PROG(WS-A))
                              " by " FUNCTION TRIM(WS-JH-BY(WS-A))
                              " since " WS-JH-PLACED(WS-A)(1:8) " "
                              WS-JH-PLACED(WS-A)(9:4) "  "
                              FUNCTION TRIM(WS-JH-REASON(WS-A))
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                   ELSE
                       STRING "  " WS-JH-ID(WS-A) " job "
                              FUNCTION TRIM(WS-JH-JOB(WS-A)) " "
                              FUNCTION TRIM(WS-JH-PROG(WS-A))
                              " by " FUNCTION TRIM(WS-JH-BY(WS-A))
                              " until " WS-JH-UNTIL(WS-A)(1:8) " "
                              WS-JH-UNTIL(WS-A)(9:4) "  "
                              FUNCTION TRIM(WS-JH-REASON(WS-A))
                           DELIMITED BY SIZE INTO WS-DETAIL
                       END-STRING
                   END-IF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-COUNT = 0
               MOVE "  (none)" TO WS-DETAIL
               PERFORM PRINT-LINE
           END-IF

           MOVE SPACES TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE "---- JOB-HOLD HISTORY SINCE THE MARKER ----"
               TO WS-DETAIL
           PERFORM PRINT-LINE
           MOVE 0 TO WS-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FS = "00"
               PERFORM UNTIL EOF
                   READ SOURCE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM SHOW-ONE-HOLD-EVENT
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           IF WS-COUNT = 0
               MOVE "  (none)" TO WS-DETAIL
               PERFORM PRINT-LINE
           END-IF
           .

       SPLIT-HOLD-EVENT.
           MOVE SPACES TO WS-E-STAMP WS-H-EVENT WS-H-ID WS-H-JOB
               WS-H-PROG WS-H-UNTIL WS-H-BY WS-H-TEXT
           IF SOURCE-REC = SPACES OR SOURCE-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           UNSTRING SOURCE-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-H-EVENT WS-H-ID WS-H-JOB
                   WS-H-PROG WS-H-UNTIL WS-H-BY WS-H-TEXT
           END-UNSTRING
           .

       FOLD-ONE-HOLD-EVENT.
           PERFORM SPLIT-HOLD-EVENT
           IF WS-H-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-A-HIT
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-JH-COUNT OR WS-A-HIT > 0
               IF WS-JH-ID(WS-A) = WS-H-ID
                   MOVE WS-A TO WS-A-HIT
               END-IF
           END-PERFORM
           EVALUATE WS-H-EVENT
               WHEN "HELD"
                   IF WS-A-HIT = 0
                       IF WS-JH-COUNT >= MAX-JOB-HOLDS
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-JH-COUNT
                       MOVE WS-JH-COUNT TO WS-A-HIT
                   END-IF
                   MOVE WS-H-ID TO WS-JH-ID(WS-A-HIT)
                   MOVE WS-H-JOB TO WS-JH-JOB(WS-A-HIT)
                   MOVE WS-H-PROG TO WS-JH-PROG(WS-A-HIT)
                   MOVE WS-H-UNTIL TO WS-JH-UNTIL(WS-A-HIT)
                   MOVE WS-H-BY TO WS-JH-BY(WS-A-HIT)
                   MOVE WS-E-STAMP TO WS-JH-PLACED(WS-A-HIT)
                   MOVE WS-H-TEXT TO WS-JH-REASON(WS-A-HIT)
                   MOVE "Y" TO WS-JH-ACTIVE(WS-A-HIT)
               WHEN "RELEASED"
                   IF WS-A-HIT > 0
                       MOVE "N" TO WS-JH-ACTIVE(WS-A-HIT)
                   END-IF
           END-EVALUATE
           .

       SHOW-ONE-HOLD-EVENT.
           PERFORM SPLIT-HOLD-EVENT
           IF WS-H-ID = SPACES OR WS-E-STAMP <= WS-LAST-MARK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COUNT
           MOVE SPACES TO WS-DETAIL
           STRING "  " WS-E-STAMP(1:8) " " WS-E-STAMP(9:4) " "
                  WS-H-EVENT " " FUNCTION TRIM(WS-H-ID) " job "
                  FUNCTION TRIM(WS-H-JOB) " "
                  FUNCTION TRIM(WS-H-PROG) " by "
                  FUNCTION TRIM(WS-H-BY) "  "
                  FUNCTION TRIM(WS-H-TEXT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           PERFORM PRINT-LINE
           .

       SECTION-RECEIPTS.
           MOVE SPACES TO WS-DETAIL
           PERFORM PRINT-LINE
