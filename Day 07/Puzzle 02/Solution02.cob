      *> band at a time, one sequential pass of the input file per
      *> band, reading bottom bands first -- more passes over the
      *> file, a fixed memory budget no matter how tall the grid is.
      *>
      *> Splitter traffic rides along: the sweep spills each
      *> splitter's downstream count (the timelines a beam arriving
      *> there goes on to make) to <input>.splitspill band by band, in
      *> step with the checkpoint. One more top-down pass counts the
      *> beams arriving at each splitter from S, and arrivals times
      *> downstream is the timelines that pass through it. The list,
      *> heaviest first, goes to <input>.splitters with a top-20
      *> summary -- see WRITE-SPLITTER-TRAFFIC.
      *>
      *> Every S in the grid is a beam source. The sweep runs up to
      *> the row just below the topmost S and takes each source's
      *> count off its column as it passes the row just below it;
      *> the answer is the sum, and a multi-source bay gets the
      *> per-source counts on the console -- see CAPTURE-SOURCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.

           *> Per-splitter downstream counts from the sweep, and the
           *> ranked traffic report built from them.
           SELECT SPILL-FILE
               ASSIGN TO DYNAMIC WS-SPILL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPILL-FS.

           SELECT TRAFFIC-FILE
               ASSIGN TO DYNAMIC WS-TRAFFIC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAFFIC-FS.

           SELECT SPILL-SORT
               ASSIGN TO DYNAMIC WS-SORTFILE.

           SELECT RANK-SORT
               ASSIGN TO DYNAMIC WS-SORTFILE2.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           05  CKPT-COL             PIC 9(9).
           05  CKPT-VAL             PIC 9(18).

       FD  SPILL-FILE.
       01  SPILL-REC.
           05  SP-ROW               PIC 9(9).
           05  SP-COL               PIC 9(9).
           05  SP-DOWN              PIC 9(18).

       FD  TRAFFIC-FILE.
       01  TRAFFIC-REC              PIC X(132).

      *> The spill in grid order, for the top-down pass to walk in
      *> step with the input file.
       SD  SPILL-SORT.
       01  SPILL-SORT-REC.
           05  SS-ROW               PIC 9(9).
           05  SS-COL               PIC 9(9).
           05  SS-DOWN              PIC 9(18).

      *> Splitters heaviest first; grid order breaks ties.
       SD  RANK-SORT.
       01  RANK-REC.
           05  RK-THRU              PIC S9(20) COMP-3.
           05  RK-ROW               PIC 9(9)   COMP-5.
           05  RK-COL               PIC 9(9)   COMP-5.
           05  RK-ARRIVE            PIC S9(18) COMP-3.
           05  RK-DOWN              PIC S9(18) COMP-3.

       WORKING-STORAGE SECTION.
       *> The sweep holds one band of rows plus one value per column,
       *> so only the width is a hard table limit now; height costs
       01  WS-SROW                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-SCOL                  PIC 9(9) COMP-5 VALUE 0.

       *> Beam sources -- every "S" in the grid, in reading order, so
       *> WS-SROW/WS-SCOL above is source 1 and the topmost. SRC-VAL
       *> is the source's timeline count once the sweep has passed
       *> the row just below it; the checkpoint carries it across a
       *> restart.
       78  MAX-SOURCES              VALUE 34.
       01  WS-SRC-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  SRC-TAB.
           05  SRC-ENT OCCURS 34 TIMES.
               10  SRC-ROW          PIC 9(9)  COMP-5.
               10  SRC-COL          PIC 9(9)  COMP-5.
               10  SRC-VAL          PIC S9(18) COMP-5.
       01  WS-SRC-I                 PIC 9(4) COMP-5.
       01  WS-SRC-NO-OUT            PIC Z(4)9.
       01  WS-SRC-ROW-OUT           PIC Z(8)9.
       01  WS-SRC-COL-OUT           PIC Z(8)9.

       01  WS-R                     PIC S9(9) COMP-5.
       01  WS-C                     PIC 9(9) COMP-5.
       01  WS-I                     PIC 9(9) COMP-5.
       01  COLVAL-TAB.
           05 COLVAL OCCURS 20000 PIC S9(18) COMP-5.

      *> Splitter traffic -- see WRITE-SPLITTER-TRAFFIC.
      *> ARRIVE(c) = beams arriving in column c at the row the top-down
      *> pass is on, counted from S.
       01  ARRIVE-TAB.
           05 ARRIVE OCCURS 20000 PIC S9(18) COMP-5.
       01  WS-SPILL-NAME            PIC X(300).
       01  WS-SPILL-FS              PIC XX.
       01  WS-TRAFFIC-NAME          PIC X(300).
       01  WS-TRAFFIC-FS            PIC XX.
       01  WS-SORTFILE              PIC X(256).
       01  WS-SORTFILE2             PIC X(256).
       01  WS-SORT-STAMP            PIC X(21).
       01  WS-TRAFFIC-SW            PIC X VALUE "Y".
           88  TRAFFIC-ON                  VALUE "Y".
       01  WS-TRAFFIC-FAILED        PIC X VALUE "N".
           88  TRAFFIC-FAILED              VALUE "Y".
       01  WS-SPILL-EOF             PIC X.
           88  SPILL-EOF                   VALUE "Y".
       01  WS-RANK-EOF              PIC X.
           88  RANK-DONE                   VALUE "Y".
       01  WS-SPILL-LAST-ROW        PIC 9(9).
       01  WS-SPILL-LAST-COL        PIC 9(9).
       01  WS-TR-ROW                PIC 9(9) COMP-5.
       01  WS-TR-ARRIVE             PIC S9(18) COMP-5.
       01  WS-TR-DOWN               PIC S9(18) COMP-5.
       01  WS-TR-SPLITTERS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-TR-UNREACHED          PIC 9(9) COMP-5 VALUE 0.
       01  WS-TR-RANK               PIC 9(9) COMP-5 VALUE 0.
       01  WS-TR-LOAD               PIC S9(30) COMP-3 VALUE 0.
       01  WS-TR-TOP-LOAD           PIC S9(30) COMP-3 VALUE 0.
       01  WS-TR-CUM                PIC S9(30) COMP-3.
       01  WS-TR-PCT                PIC 9(3)V99.
       01  WS-TR-CUM-PCT            PIC 9(3)V99.
       78  MAX-TOP-SPLITTERS        VALUE 20.
       01  WS-TOP-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-TOP-TAB.
           05  WS-TOP-ENT OCCURS 20 TIMES.
               10  WS-TOP-ROW       PIC 9(9) COMP-5.
               10  WS-TOP-COL       PIC 9(9) COMP-5.
               10  WS-TOP-THRU      PIC S9(20) COMP-3.
       01  WS-TR-ROW-OUT            PIC Z(8)9.
       01  WS-TR-COL-OUT            PIC Z(8)9.
       01  WS-TR-RANK-OUT           PIC Z(8)9.
       01  WS-TR-ARRIVE-OUT         PIC Z(17)9.
       01  WS-TR-DOWN-OUT           PIC Z(17)9.
       01  WS-TR-THRU-OUT           PIC Z(19)9.
       01  WS-TR-LOAD-OUT           PIC Z(29)9.
       01  WS-TR-PCT-OUT            PIC ZZ9.99.
       01  WS-TR-CUM-OUT            PIC ZZ9.99.

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.

           *> The answer is the count for a beam entering just below
           *> S; rows above S never influence it, so the sweep stops
           *> there -- below the topmost S when there are several. A
           *> source on the bottom row sends its beam straight off the
           *> grid, one timeline, with nothing to sweep.
           COMPUTE WS-STOP-ROW = WS-SROW + 1
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SRC-COUNT
               IF SRC-ROW(WS-SRC-I) + 1 > WS-ROWS
                   MOVE 1 TO SRC-VAL(WS-SRC-I)
               END-IF
           END-PERFORM

           IF WS-STOP-ROW > WS-ROWS
               OR WS-SCOL < 1 OR WS-SCOL > WS-COLS
               MOVE WS-SRC-COUNT TO WS-ANSWER
               IF WS-SRC-COUNT > 1
                   PERFORM REPORT-SOURCES
               END-IF
               PERFORM REPORT-ANSWER
               STOP RUN
           END-IF
           IF CKPT-LOADED
               COMPUTE WS-BAND-HI = WS-CKPT-ROW - 1
           END-IF
           PERFORM START-TRAFFIC-SPILL

           PERFORM UNTIL WS-BAND-HI < WS-STOP-ROW
               COMPUTE WS-BAND-LO = WS-BAND-HI - MAX-BAND-ROWS + 1
               END-IF

               PERFORM READ-BAND
               IF TRAFFIC-ON
                   OPEN EXTEND SPILL-FILE
               END-IF
               PERFORM SWEEP-BAND
               IF TRAFFIC-ON
                   CLOSE SPILL-FILE
               END-IF
               PERFORM SAVE-CHECKPOINT
               PERFORM WRITE-HEARTBEAT

               COMPUTE WS-BAND-HI = WS-BAND-LO - 1
           END-PERFORM

           IF WS-SRC-COUNT > 1
               MOVE 0 TO WS-ANSWER
               PERFORM VARYING WS-SRC-I FROM 1 BY 1
                       UNTIL WS-SRC-I > WS-SRC-COUNT
                   ADD SRC-VAL(WS-SRC-I) TO WS-ANSWER
               END-PERFORM
           ELSE
               MOVE COLVAL(WS-SCOL) TO WS-ANSWER
           END-IF

           IF TRAFFIC-ON
               PERFORM WRITE-SPLITTER-TRAFFIC
           END-IF

           *> Run finished end to end -- clear the checkpoint (and
           *> the heartbeat, so the monitor stops listing this run) so
           MOVE SPACES TO WS-HB-MSG
           CALL "heartbeat" USING WS-RUN-PROGID WS-HB-MSG

           IF WS-SRC-COUNT > 1
               PERFORM REPORT-SOURCES
           END-IF
           PERFORM REPORT-ANSWER
           IF CKPT-LOADED
               *> Clean answer, but triage should see the run resumed
               *> a killed predecessor rather than starting fresh.
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TRAFFIC-FAILED
               MOVE 20 TO RETURN-CODE
           END-IF
           STOP RUN
           .

                           IF WS-LEN > WS-PF-MAXLEN
                               MOVE WS-LEN TO WS-PF-MAXLEN
                           END-IF
                           PERFORM FIND-S-IN-BUF
                       END-IF
               END-READ
           END-PERFORM
           .

       FIND-S-IN-BUF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               IF WS-BUF(WS-I:1) = "S"
                   PERFORM ADD-SOURCE
               END-IF
           END-PERFORM
           .

       ADD-SOURCE.
           IF WS-SRC-COUNT >= MAX-SOURCES
               DISPLAY "ERROR: Too many beam sources "
                   "(increase MAX-SOURCES)."
               MOVE "CAPACITY-REFUSAL" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SFOUND NOT = "Y"
               MOVE "Y" TO WS-SFOUND
               COMPUTE WS-SROW = WS-PF-ROWS
               MOVE WS-I TO WS-SCOL
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-PF-ROWS TO SRC-ROW(WS-SRC-COUNT)
           MOVE WS-I       TO SRC-COL(WS-SRC-COUNT)
           MOVE 0          TO SRC-VAL(WS-SRC-COUNT)
           .

       CAPTURE-SOURCES.
           *> COLVAL now holds the counts for beams entering row WS-R,
           *> which is where each source just above it starts.
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SRC-COUNT
               IF SRC-ROW(WS-SRC-I) + 1 = WS-R
                   MOVE COLVAL(SRC-COL(WS-SRC-I)) TO SRC-VAL(WS-SRC-I)
               END-IF
           END-PERFORM
           .

       REPORT-SOURCES.
           MOVE WS-SRC-COUNT TO WS-SRC-NO-OUT
           DISPLAY "BEAM SOURCES: " FUNCTION TRIM(WS-SRC-NO-OUT)
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SRC-COUNT
               MOVE WS-SRC-I          TO WS-SRC-NO-OUT
               MOVE SRC-ROW(WS-SRC-I) TO WS-SRC-ROW-OUT
               MOVE SRC-COL(WS-SRC-I) TO WS-SRC-COL-OUT
               MOVE SRC-VAL(WS-SRC-I) TO WS-OUT
               DISPLAY "  SOURCE " FUNCTION TRIM(WS-SRC-NO-OUT)
                   " ROW " FUNCTION TRIM(WS-SRC-ROW-OUT)
                   " COL " FUNCTION TRIM(WS-SRC-COL-OUT)
                   ": TIMELINES " FUNCTION TRIM(WS-OUT)
           END-PERFORM
           MOVE WS-ANSWER TO WS-OUT
           DISPLAY "TIMELINES COMBINED: " FUNCTION TRIM(WS-OUT)
           .

       READ-BAND.
           *> One sequential pass of the input file, keeping only rows
           *> WS-BAND-LO..WS-BAND-HI in the band buffer (band slot 1 =
                   UNTIL WS-R < WS-BAND-LO
               COMPUTE WS-BAND-R = WS-R - WS-BAND-LO + 1
               PERFORM SWEEP-ONE-ROW
               IF WS-SRC-COUNT > 1
                   PERFORM CAPTURE-SOURCES
               END-IF
           END-PERFORM
           .

                   END-IF

                   COMPUTE COLVAL(WS-C) = WS-LVAL + WS-RVAL
                   IF TRAFFIC-ON
                       MOVE WS-R          TO SP-ROW
                       MOVE WS-C          TO SP-COL
                       MOVE COLVAL(WS-C)  TO SP-DOWN
                       WRITE SPILL-REC
                   END-IF
               END-IF
           END-PERFORM
           .
           *> pick the sweep up from the row it had reached instead of
           *> starting over at the bottom of the grid. The header
           *> record (column 0) names that row; one record per column
           *> follows, then on a multi-source bay one record per
           *> source (row 0, column = source number) with the count
           *> taken for it so far.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FS NOT = "00"
               EXIT PARAGRAPH
                   AT END
                       MOVE "Y" TO WS-CKPT-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CKPT-ROW = 0
                               IF CKPT-COL > 0
                                   AND CKPT-COL <= WS-SRC-COUNT
                                   AND CKPT-VAL > 0
                                   MOVE CKPT-VAL TO SRC-VAL(CKPT-COL)
                               END-IF
                           WHEN CKPT-COL = 0
                               MOVE CKPT-ROW TO WS-CKPT-ROW
                               SET CKPT-LOADED TO TRUE
                           WHEN CKPT-COL <= WS-COLS
                               MOVE CKPT-VAL TO COLVAL(CKPT-COL)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
               WRITE CKPT-REC
           END-PERFORM

           IF WS-SRC-COUNT > 1
               PERFORM VARYING WS-SRC-I FROM 1 BY 1
                       UNTIL WS-SRC-I > WS-SRC-COUNT
                   MOVE 0                 TO CKPT-ROW
                   MOVE WS-SRC-I          TO CKPT-COL
                   MOVE SRC-VAL(WS-SRC-I) TO CKPT-VAL
                   WRITE CKPT-REC
               END-PERFORM
           END-IF

           CLOSE CHECKPOINT-FILE
           .

           END-STRING
           CALL "heartbeat" USING WS-RUN-PROGID WS-HB-MSG
           .

       START-TRAFFIC-SPILL.
           *> A fresh sweep starts an empty spill; a resumed one keeps
           *> what its predecessor spilled, and without that spill the
           *> bands already swept are gone, so traffic is skipped.
           MOVE SPACES TO WS-SPILL-NAME WS-TRAFFIC-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".splitspill"              DELIMITED BY SIZE
               INTO WS-SPILL-NAME
           END-STRING
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".splitters"               DELIMITED BY SIZE
               INTO WS-TRAFFIC-NAME
           END-STRING

           IF CKPT-LOADED
               OPEN INPUT SPILL-FILE
               IF WS-SPILL-FS = "00"
                   CLOSE SPILL-FILE
               ELSE
                   DISPLAY "WARNING: no splitter spill "
                       FUNCTION TRIM(WS-SPILL-NAME)
                       " for the resumed sweep -- splitter traffic "
                       "not reported this run"
                   MOVE "N" TO WS-TRAFFIC-SW
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SPILL-FILE
           IF WS-SPILL-FS NOT = "00"
               DISPLAY "WARNING: Unable to write splitter spill "
                   FUNCTION TRIM(WS-SPILL-NAME)
                   " (file status " WS-SPILL-FS ") -- splitter "
                   "traffic not reported this run"
               MOVE "N" TO WS-TRAFFIC-SW
               EXIT PARAGRAPH
           END-IF
           CLOSE SPILL-FILE
           .

       WRITE-SPLITTER-TRAFFIC.
           *> Two sorts, both through work files, so memory stays at
           *> one value per column however many splitters there are:
           *> the spill into grid order, then every splitter, with its
           *> arrivals and downstream count, heaviest first.
           MOVE FUNCTION CURRENT-DATE TO WS-SORT-STAMP
           MOVE SPACES TO WS-SORTFILE WS-SORTFILE2
           STRING "sortwork." WS-SORT-STAMP(1:16) ".a"
               DELIMITED BY SIZE INTO WS-SORTFILE
           END-STRING
           STRING "sortwork." WS-SORT-STAMP(1:16) ".b"
               DELIMITED BY SIZE INTO WS-SORTFILE2
           END-STRING

           SORT SPILL-SORT
               ON ASCENDING KEY SS-ROW SS-COL
               USING SPILL-FILE
               GIVING SPILL-FILE

           OPEN OUTPUT TRAFFIC-FILE
           IF WS-TRAFFIC-FS NOT = "00"
               DISPLAY "ERROR: Unable to write splitter traffic "
                   FUNCTION TRIM(WS-TRAFFIC-NAME)
                   " (file status " WS-TRAFFIC-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-TRAFFIC-FS WS-ERR-REASON
               SET TRAFFIC-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           SORT RANK-SORT
               ON DESCENDING KEY RK-THRU
               ON ASCENDING KEY RK-ROW RK-COL
               INPUT PROCEDURE IS RELEASE-SPLITTER-TRAFFIC
               OUTPUT PROCEDURE IS RANK-SPLITTER-TRAFFIC

           PERFORM WRITE-TRAFFIC-SUMMARY
           CLOSE TRAFFIC-FILE

           MOVE WS-TR-SPLITTERS TO WS-TR-RANK-OUT
           DISPLAY "SPLITTER TRAFFIC: " FUNCTION TRIM(WS-TRAFFIC-NAME)
               " (" FUNCTION TRIM(WS-TR-RANK-OUT) " splitter(s))"

           MOVE SPACES TO WS-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPILL-NAME) DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       RELEASE-SPLITTER-TRAFFIC.
           *> Top-down pass: a beam enters just below each S, and each
           *> splitter hands its arrivals on to both neighbors' columns
           *> (never splitters themselves -- the sweep refused those).
           *> The sorted spill is read in step for downstream counts;
           *> a row swept twice across a restart spills twice, so
           *> repeats are skipped, as are splitters at or above S that
           *> the sweep never reached.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-COLS
               MOVE 0 TO ARRIVE(WS-C)
           END-PERFORM
           MOVE 0 TO WS-SPILL-LAST-ROW WS-SPILL-LAST-COL
           MOVE "N" TO WS-SPILL-EOF
           OPEN INPUT SPILL-FILE
           IF WS-SPILL-FS NOT = "00"
               SET SPILL-EOF TO TRUE
           ELSE
               PERFORM NEXT-SPILL-REC
           END-IF

           MOVE 0 TO WS-TR-ROW
           MOVE "N" TO WS-EOF
           OPEN INPUT IN-FILE
           PERFORM UNTIL EOF
               READ IN-FILE INTO WS-BUF
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       CALL "linecleanup" USING WS-BUF BY CONTENT "N"
                       MOVE FUNCTION STORED-CHAR-LENGTH(WS-BUF)
                           TO WS-LEN
                       IF WS-LEN > 0
                           ADD 1 TO WS-TR-ROW
                           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                                   UNTIL WS-SRC-I > WS-SRC-COUNT
                               IF SRC-ROW(WS-SRC-I) + 1 = WS-TR-ROW
                                   ADD 1 TO ARRIVE(SRC-COL(WS-SRC-I))
                               END-IF
                           END-PERFORM
                           PERFORM TRAFFIC-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE "N" TO WS-EOF
           IF WS-SPILL-FS = "00"
               CLOSE SPILL-FILE
           END-IF
           .

       TRAFFIC-ONE-ROW.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COLS OR WS-C > WS-LEN
               IF WS-BUF(WS-C:1) = "^"
                   PERFORM TRAFFIC-ONE-SPLITTER
               END-IF
           END-PERFORM
           .

       TRAFFIC-ONE-SPLITTER.
           PERFORM UNTIL SPILL-EOF
                   OR SP-ROW > WS-TR-ROW
                   OR (SP-ROW = WS-TR-ROW AND SP-COL >= WS-C)
               PERFORM NEXT-SPILL-REC
           END-PERFORM
           MOVE 0 TO WS-TR-DOWN
           IF NOT SPILL-EOF
                   AND SP-ROW = WS-TR-ROW AND SP-COL = WS-C
               MOVE SP-DOWN TO WS-TR-DOWN
           END-IF

           MOVE ARRIVE(WS-C) TO WS-TR-ARRIVE
           ADD 1 TO WS-TR-SPLITTERS
           IF WS-TR-ARRIVE = 0
               ADD 1 TO WS-TR-UNREACHED
           END-IF
           MOVE WS-TR-ROW    TO RK-ROW
           MOVE WS-C         TO RK-COL
           MOVE WS-TR-ARRIVE TO RK-ARRIVE
           MOVE WS-TR-DOWN   TO RK-DOWN
           COMPUTE RK-THRU = WS-TR-ARRIVE * WS-TR-DOWN
           ADD RK-THRU TO WS-TR-LOAD
           RELEASE RANK-REC

           IF WS-C > 1
               ADD WS-TR-ARRIVE TO ARRIVE(WS-C - 1)
           END-IF
           IF WS-C < WS-COLS
               ADD WS-TR-ARRIVE TO ARRIVE(WS-C + 1)
           END-IF
           MOVE 0 TO ARRIVE(WS-C)
           .

       NEXT-SPILL-REC.
           *> Next usable spill record: not a repeat of the last one,
           *> and not the torn tail of a run killed mid-write.
           PERFORM UNTIL SPILL-EOF
               READ SPILL-FILE
                   AT END
                       SET SPILL-EOF TO TRUE
                   NOT AT END
                       IF SP-ROW IS NUMERIC AND SP-COL IS NUMERIC
                               AND SP-DOWN IS NUMERIC
                               AND (SP-ROW NOT = WS-SPILL-LAST-ROW
                                   OR SP-COL NOT = WS-SPILL-LAST-COL)
                           MOVE SP-ROW TO WS-SPILL-LAST-ROW
                           MOVE SP-COL TO WS-SPILL-LAST-COL
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       RANK-SPLITTER-TRAFFIC.
           MOVE SPACES TO TRAFFIC-REC
           STRING "SPLITTER TRAFFIC FOR " FUNCTION TRIM(WS-FILENAME)
                  " -- TIMELINES THROUGH EACH SPLITTER, HEAVIEST FIRST"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           MOVE SPACES TO TRAFFIC-REC
           STRING "(ARRIVALS = BEAMS REACHING IT FROM S; DOWNSTREAM = "
                  "TIMELINES EACH ARRIVAL GOES ON TO MAKE; TIMELINES = "
                  "ARRIVALS X DOWNSTREAM)"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           MOVE SPACES TO TRAFFIC-REC
           WRITE TRAFFIC-REC
           MOVE SPACES TO TRAFFIC-REC
           STRING "     RANK       ROW       COL"
                  "           ARRIVALS         DOWNSTREAM"
                  "            TIMELINES"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC

           MOVE 0 TO WS-TR-RANK
           MOVE "N" TO WS-RANK-EOF
           PERFORM UNTIL RANK-DONE
               RETURN RANK-SORT
                   AT END
                       SET RANK-DONE TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-RANKED-SPLITTER
               END-RETURN
           END-PERFORM
           .

       WRITE-ONE-RANKED-SPLITTER.
           ADD 1 TO WS-TR-RANK
           IF WS-TR-RANK <= MAX-TOP-SPLITTERS
               ADD 1 TO WS-TOP-COUNT
               MOVE RK-ROW  TO WS-TOP-ROW(WS-TOP-COUNT)
               MOVE RK-COL  TO WS-TOP-COL(WS-TOP-COUNT)
               MOVE RK-THRU TO WS-TOP-THRU(WS-TOP-COUNT)
               ADD RK-THRU TO WS-TR-TOP-LOAD
           END-IF
           MOVE WS-TR-RANK TO WS-TR-RANK-OUT
           MOVE RK-ROW     TO WS-TR-ROW-OUT
           MOVE RK-COL     TO WS-TR-COL-OUT
           MOVE RK-ARRIVE  TO WS-TR-ARRIVE-OUT
           MOVE RK-DOWN    TO WS-TR-DOWN-OUT
           MOVE RK-THRU    TO WS-TR-THRU-OUT
           MOVE SPACES TO TRAFFIC-REC
           STRING WS-TR-RANK-OUT " " WS-TR-ROW-OUT " " WS-TR-COL-OUT
                  " " WS-TR-ARRIVE-OUT " " WS-TR-DOWN-OUT
                  " " WS-TR-THRU-OUT
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           .

       WRITE-TRAFFIC-SUMMARY.
           *> How the load is spread: each top splitter's share of all
           *> splitter traffic, and the running share down the list.
           MOVE SPACES TO TRAFFIC-REC
           WRITE TRAFFIC-REC
           MOVE WS-TOP-COUNT TO WS-TR-RANK-OUT
           MOVE SPACES TO TRAFFIC-REC
           STRING "TOP " FUNCTION TRIM(WS-TR-RANK-OUT)
                  " SPLITTERS -- SHARE OF ALL SPLITTER TRAFFIC"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           MOVE SPACES TO TRAFFIC-REC
           STRING "     RANK       ROW       COL"
                  "            TIMELINES   SHARE%   CUM%"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC

           MOVE 0 TO WS-TR-CUM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOP-COUNT
               ADD WS-TOP-THRU(WS-I) TO WS-TR-CUM
               MOVE 0 TO WS-TR-PCT WS-TR-CUM-PCT
               IF WS-TR-LOAD > 0
                   COMPUTE WS-TR-PCT ROUNDED =
                       WS-TOP-THRU(WS-I) * 100 / WS-TR-LOAD
                   COMPUTE WS-TR-CUM-PCT ROUNDED =
                       WS-TR-CUM * 100 / WS-TR-LOAD
               END-IF
               MOVE WS-I              TO WS-TR-RANK-OUT
               MOVE WS-TOP-ROW(WS-I)  TO WS-TR-ROW-OUT
               MOVE WS-TOP-COL(WS-I)  TO WS-TR-COL-OUT
               MOVE WS-TOP-THRU(WS-I) TO WS-TR-THRU-OUT
               MOVE WS-TR-PCT         TO WS-TR-PCT-OUT
               MOVE WS-TR-CUM-PCT     TO WS-TR-CUM-OUT
               MOVE SPACES TO TRAFFIC-REC
               STRING WS-TR-RANK-OUT " " WS-TR-ROW-OUT " "
                      WS-TR-COL-OUT " " WS-TR-THRU-OUT "   "
                      WS-TR-PCT-OUT " " WS-TR-CUM-OUT
                   DELIMITED BY SIZE INTO TRAFFIC-REC
               END-STRING
               WRITE TRAFFIC-REC
           END-PERFORM

           MOVE SPACES TO TRAFFIC-REC
           WRITE TRAFFIC-REC
           MOVE WS-TR-SPLITTERS TO WS-TR-RANK-OUT
           MOVE WS-TR-LOAD TO WS-TR-LOAD-OUT
           MOVE SPACES TO TRAFFIC-REC
           STRING "SPLITTERS " FUNCTION TRIM(WS-TR-RANK-OUT)
                  ", TOTAL SPLITTER TRAFFIC "
                  FUNCTION TRIM(WS-TR-LOAD-OUT) " TIMELINE-PASSES"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           MOVE WS-TR-CUM-PCT TO WS-TR-CUM-OUT
           MOVE WS-TOP-COUNT TO WS-TR-RANK-OUT
           MOVE WS-TR-UNREACHED TO WS-TR-ROW-OUT
           MOVE SPACES TO TRAFFIC-REC
           STRING "TOP " FUNCTION TRIM(WS-TR-RANK-OUT) " CARRY "
                  FUNCTION TRIM(WS-TR-CUM-OUT) "% OF IT; "
                  FUNCTION TRIM(WS-TR-ROW-OUT)
                  " SPLITTER(S) NEVER REACHED"
               DELIMITED BY SIZE INTO TRAFFIC-REC
           END-STRING
           WRITE TRAFFIC-REC
           .
