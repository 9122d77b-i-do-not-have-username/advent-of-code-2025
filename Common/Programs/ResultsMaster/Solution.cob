      *>                            program+date pairs in the
      *>                            segments and the live file
      *>
      *> A month certify has closed (periodclose.dat, see
      *> Common/Programs/Certify) is frozen: refresh and REBUILD
      *> never change a key in it. A late run, rerun or replayed
      *> segment that would change a closed month's figure goes to
      *> postclose.dat instead --
      *>   stamp | program | run date | new result | on-file result
      *>         | run timestamp | source file
      *> -- and the refresh ends RC 4. REBUILD loads each closed
      *> month from the figures frozen at the close
      *> (periodfreeze.dat) before replaying, so a rebuilt master
      *> carries the certified figures too. A reopened month takes
      *> updates again until certify closes it once more.
      *>
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.

           SELECT PERIOD-FILE
               ASSIGN TO "periodclose.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FS.

           SELECT FREEZE-FILE
               ASSIGN TO "periodfreeze.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FZ-FS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "postclose.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERCHANGE-FILE.
       FD  LIST-FILE.
       01  LIST-REC                 PIC X(120).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  FREEZE-FILE.
       01  FREEZE-REC.
           05  FZ-MONTH             PIC X(6).
           05  FILLER               PIC X.
           05  FZ-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  FZ-IMAGE             PIC X(189).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC            PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-MONTHS               VALUE 200.
       78  MAX-DISTINCT             VALUE 20000.
       01  WS-HIT                   PIC 9(6) COMP-5.
       01  WS-CHECK-PROB            PIC 9(4) COMP-5 VALUE 0.

      *> Closed periods, latest event per month from periodclose.dat
      *> (stamp | YYYYMM | CLOSED or REOPENED | operator | reason).
       01  WS-PD-FS                 PIC XX.
       01  WS-FZ-FS                 PIC XX.
       01  WS-EX-FS                 PIC XX.
       01  WS-PD-EOF                PIC X.
           88  PD-EOF                      VALUE "Y".
       01  WS-PERIOD-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-PERIOD-TAB.
           05  WS-PERIOD-ENT OCCURS 200 TIMES.
               10  WS-PERIOD-MONTH  PIC X(6).
               10  WS-PERIOD-STATE  PIC X(10).
               10  WS-PERIOD-STAMP  PIC X(14).
               10  WS-PERIOD-FROZEN PIC 9(6) COMP-5.
       01  WS-P-STAMP               PIC X(14).
       01  WS-P-MONTH               PIC X(6).
       01  WS-P-EVENT               PIC X(10).
       01  WS-P                     PIC 9(4) COMP-5.
       01  WS-CLOSED                PIC X.
           88  MONTH-CLOSED                VALUE "Y".
       01  WS-NEW-REC               PIC X(189).
       01  WS-ON-FILE-RESULT        PIC X(40).
       01  WS-REFUSED               PIC 9(9) COMP-5 VALUE 0.
       01  WS-HELD                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-FROZEN                PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE
           PERFORM LOAD-PERIOD-STATES

           EVALUATE WS-MODE
               WHEN "REBUILD"
           CLOSE MASTER-FILE
           PERFORM REPORT-LOAD-TOTALS
           PERFORM REPORT-VERIFICATION
           PERFORM REPORT-CLOSED-PERIODS
           .

       REBUILD-MASTER.
           MOVE "rm -f resultsmaster.idx" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           PERFORM OPEN-MASTER-IO
           PERFORM LOAD-FROZEN-IMAGES

           PERFORM LIST-SEGMENTS
           MOVE "N" TO WS-LS-EOF
           DISPLAY "REBUILD COMPLETE: " WS-FILES " file(s) replayed"
           PERFORM REPORT-LOAD-TOTALS
           PERFORM REPORT-VERIFICATION
           PERFORM REPORT-CLOSED-PERIODS
           .

       LIST-SEGMENTS.
           MOVE IX-RESULT         TO RM-RESULT
           MOVE IX-TIMESTAMP      TO RM-TIMESTAMP

           MOVE RM-RUN-DATE(1:6) TO WS-MONTH
           PERFORM CHECK-MONTH-CLOSED
           IF MONTH-CLOSED
               PERFORM HOLD-CLOSED-RECORD
               EXIT PARAGRAPH
           END-IF

           WRITE MASTER-REC
               INVALID KEY
                   REWRITE MASTER-REC
           END-WRITE
           .

       LOAD-PERIOD-STATES.
           *> Later events supersede earlier ones for the same month,
           *> so the table ends holding each month's current state
           *> and, for a closed month, the stamp of its latest close.
           MOVE "N" TO WS-PD-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PD-EOF
               READ PERIOD-FILE
                   AT END
                       SET PD-EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-PERIOD-EVENT
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           .

       FOLD-ONE-PERIOD-EVENT.
           IF PERIOD-REC = SPACES OR PERIOD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-P-STAMP WS-P-MONTH WS-P-EVENT
           UNSTRING PERIOD-REC DELIMITED BY " | "
               INTO WS-P-STAMP WS-P-MONTH WS-P-EVENT
           END-UNSTRING
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT OR WS-HIT > 0
               IF WS-PERIOD-MONTH(WS-P) = WS-P-MONTH
                   MOVE WS-P TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-PERIOD-COUNT >= MAX-MONTHS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-HIT
               MOVE WS-P-MONTH TO WS-PERIOD-MONTH(WS-HIT)
               MOVE 0 TO WS-PERIOD-FROZEN(WS-HIT)
           END-IF
           MOVE WS-P-EVENT TO WS-PERIOD-STATE(WS-HIT)
           IF WS-P-EVENT = "CLOSED"
               MOVE WS-P-STAMP TO WS-PERIOD-STAMP(WS-HIT)
           END-IF
           .

       CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-CLOSED
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT
               IF WS-PERIOD-MONTH(WS-P) = WS-MONTH
                   IF WS-PERIOD-STATE(WS-P) = "CLOSED"
                       MOVE "Y" TO WS-CLOSED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       HOLD-CLOSED-RECORD.
           *> The same record presented again (the live file read on
           *> every refresh) is no change at all. Anything else would
           *> move a certified figure: refresh records it as a
           *> post-close exception; REBUILD, replaying history the
           *> refreshes already reported, only counts it.
           MOVE MASTER-REC TO WS-NEW-REC
           MOVE "NONE" TO WS-ON-FILE-RESULT
           READ MASTER-FILE
               INVALID KEY
                   MOVE WS-NEW-REC TO MASTER-REC
               NOT INVALID KEY
                   IF MASTER-REC = WS-NEW-REC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE RM-RESULT TO WS-ON-FILE-RESULT
                   MOVE WS-NEW-REC TO MASTER-REC
           END-READ
           IF WS-MODE = "REBUILD"
               ADD 1 TO WS-HELD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REFUSED
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EX-FS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-EX-FS NOT = "00"
               DISPLAY "WARNING: unable to update postclose.dat "
                   "(file status " WS-EX-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO EXCEPTION-REC
           STRING WS-STAMP(1:14)
                  " | " FUNCTION TRIM(RM-PROGRAM-ID)
                  " | " RM-RUN-DATE
                  " | " FUNCTION TRIM(RM-RESULT)
                  " | " FUNCTION TRIM(WS-ON-FILE-RESULT)
                  " | " RM-TIMESTAMP(1:14)
                  " | " FUNCTION TRIM(WS-IX-NAME)
               DELIMITED BY SIZE INTO EXCEPTION-REC
           END-STRING
           WRITE EXCEPTION-REC
           CLOSE EXCEPTION-FILE
           DISPLAY "** PERIOD CLOSED: " FUNCTION TRIM(RM-PROGRAM-ID)
               " " RM-RUN-DATE " not updated -- see postclose.dat"
           .

       LOAD-FROZEN-IMAGES.
           *> Only the images written at a month's latest close
           *> count; a month closed, reopened and closed again has
           *> two sets on file.
           MOVE "N" TO WS-PD-EOF
           OPEN INPUT FREEZE-FILE
           IF WS-FZ-FS = "00"
               PERFORM UNTIL PD-EOF
                   READ FREEZE-FILE
                       AT END
                           SET PD-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-FROZEN-IMAGE
                   END-READ
               END-PERFORM
               CLOSE FREEZE-FILE
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT
               IF WS-PERIOD-STATE(WS-P) = "CLOSED"
                   AND WS-PERIOD-FROZEN(WS-P) = 0
                   DISPLAY "WARNING: period " WS-PERIOD-MONTH(WS-P)
                       " is closed but periodfreeze.dat holds no "
                       "figures for it -- nothing loaded for that "
                       "month"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           .

       LOAD-ONE-FROZEN-IMAGE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT
               IF WS-PERIOD-MONTH(WS-P) = FZ-MONTH
                   IF WS-PERIOD-STATE(WS-P) = "CLOSED"
                       AND WS-PERIOD-STAMP(WS-P) = FZ-STAMP
                       MOVE FZ-IMAGE TO MASTER-REC
                       WRITE MASTER-REC
                           INVALID KEY
                               REWRITE MASTER-REC
                               END-REWRITE
                       END-WRITE
                       ADD 1 TO WS-PERIOD-FROZEN(WS-P)
                       ADD 1 TO WS-FROZEN
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REPORT-CLOSED-PERIODS.
           IF WS-FROZEN > 0
               MOVE WS-FROZEN TO WS-VFY-OUT
               DISPLAY "CLOSED PERIODS: " FUNCTION TRIM(WS-VFY-OUT)
                   " record(s) restored at their closed figures"
           END-IF
           IF WS-HELD > 0
               MOVE WS-HELD TO WS-VFY-OUT
               DISPLAY "CLOSED PERIODS: " FUNCTION TRIM(WS-VFY-OUT)
                   " later record(s) held out of closed months"
           END-IF
           IF WS-REFUSED > 0
               MOVE WS-REFUSED TO WS-VFY-OUT
               DISPLAY "** POST-CLOSE: " FUNCTION TRIM(WS-VFY-OUT)
                   " update(s) to closed periods refused -- written "
                   "to postclose.dat"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       REPORT-LOAD-TOTALS.
           MOVE WS-LOADED  TO WS-LOADED-OUT
           MOVE WS-UPDATED TO WS-UPDATED-OUT
                       ADD 1 TO WS-MONTH-MASTER(WS-HIT)
               END-READ
           END-PERFORM
           *> left open for the closed-month lookups while tallying

           PERFORM LIST-SEGMENTS
           MOVE "N" TO WS-LS-EOF

           MOVE "interchange.dat" TO WS-IX-NAME
           PERFORM TALLY-DISTINCT-PAIRS
           CLOSE MASTER-FILE

           PERFORM REPORT-MONTH-COUNTS
           .
           MOVE WS-KEY TO WS-KEY-ENT(WS-KEY-COUNT)

           MOVE IX-TIMESTAMP(1:6) TO WS-MONTH
           *> a pair that first appeared after its month closed was
           *> refused, not lost -- it is not owed to the master
           PERFORM CHECK-MONTH-CLOSED
           IF MONTH-CLOSED
               MOVE WS-KEY TO RM-KEY
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-HELD
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM FIND-MONTH-SLOT
           ADD 1 TO WS-MONTH-SEGS(WS-HIT)
           .
                       "  " WS-VFY-OUT2 "  ** DISAGREE"
               END-IF
           END-PERFORM
           IF WS-HELD > 0
               MOVE WS-HELD TO WS-VFY-OUT
               DISPLAY FUNCTION TRIM(WS-VFY-OUT) " pair(s) arrived "
                   "after their month closed (see postclose.dat)"
           END-IF
           IF WS-CHECK-PROB = 0
               DISPLAY "MASTER CONSISTENT with the segment history"
           ELSE
