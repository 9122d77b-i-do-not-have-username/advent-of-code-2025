       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR           PIC X(40).

      *> Each run's .overlay output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "overlay".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       01  WS-OUTDIR                PIC X(256).

      *> Multi-level (mezzanine) mode: the feed sends each level as its
      *> own grid block, separated by a blank line, and a rack's
      *> neighbors take in the cells directly above and below it on
      *> the adjacent levels, with WS-THRESHOLD applied to that larger
      *> neighborhood. Switched on by a 4th argument of LEVELS or
      *> DAY4-MODE=LEVELS in siteparams.dat. The sliding window cannot
      *> see the next level, so this mode holds the feed in core.
       01  WS-ARG4                  PIC X(256).
       01  WS-MODE                  PIC X(8) VALUE SPACES.
           88  LEVELS-MODE                  VALUE "LEVELS".
       78  MAX-LVL-ROWS             VALUE 2000.
       78  MAX-LVL-COLS             VALUE 2000.
       78  MAX-LEVELS               VALUE 50.
       01  WS-LG-ROWS               PIC 9(9) COMP-5 VALUE 0.
       01  WS-LG-COLS               PIC 9(9) COMP-5 VALUE 0.
       01  WS-LEVELS                PIC 9(4) COMP-5 VALUE 0.
       01  WS-LEVEL-OPEN            PIC X VALUE "N".
           88  LEVEL-OPEN                   VALUE "Y".
       01  WS-LEVEL-TAB.
           05  WS-LVL OCCURS 50.
               10  WS-LVL-FIRST     PIC 9(9) COMP-5.
               10  WS-LVL-ROWS      PIC 9(9) COMP-5.
               10  WS-LVL-FLAGGED   PIC S9(18) COMP-5.
       01  WS-ROW-LEVEL-TAB.
           05  WS-ROW-LEVEL OCCURS 2000 PIC 9(4) COMP-5.
       01  WS-LGRID.
           05  WS-LGRID-LINE OCCURS 2000 PIC X(2000).
       01  WS-R                     PIC 9(9) COMP-5.
       01  WS-NR                    PIC 9(9) COMP-5.
       01  WS-L                     PIC 9(4) COMP-5.
       01  WS-NL                    PIC 9(4) COMP-5.
       01  WS-LVL-TOP               PIC 9(9) COMP-5.
       01  WS-LVL-BOT               PIC 9(9) COMP-5.
       01  WS-LROW                  PIC 9(9) COMP-5.
       01  WS-LVL-OUT               PIC Z(3)9.
       01  WS-LVL-ROWS-OUT          PIC Z(8)9.
       01  WS-LVL-CNT-OUT           PIC Z(8)9.

      *> Floor-zone roll-up -- see Common/Programs/FloorZones.
       01  WS-ZONE-FUNC             PIC X(8).
       01  WS-ZONE-RC               PIC 9(4) COMP-5.
       01  WS-ZONE-FILENAME         PIC X(256) VALUE "floorzones.dat".

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
       01  WS-START-STAMP           PIC X(21).
       01  WS-END-STAMP             PIC X(21).
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP

           PERFORM LOAD-SITE-PARAMS
           PERFORM LOAD-FLOOR-ZONES

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
                   MOVE SPACES TO WS-OUTDIR
           END-ACCEPT

           MOVE SPACES TO WS-ARG4
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG4
           END-ACCEPT
           IF WS-ARG4 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ARG4) TO WS-MODE
           END-IF

           PERFORM VERIFY-INPUT-FILE

           MOVE SPACES TO WS-OVERLAY-NAME
               STOP RUN
           END-IF

           IF LEVELS-MODE
               PERFORM LOAD-LEVEL-GRID
               PERFORM SCORE-LEVEL-GRID
               PERFORM FINISH-RUN
           END-IF

           MOVE ALL "." TO WS-PREV
           MOVE ALL "." TO WS-CURR
           MOVE ALL "." TO WS-NEXT
               END-READ
           END-PERFORM

           *> No rows at all: still close out the run the normal way,
           *> so the zone table and the completion records agree with
           *> an empty floor.
           IF EOF
               CLOSE IN-FILE
               PERFORM FINISH-RUN
           END-IF

           *> Read second line into NEXT (or dots if none)
           END-PERFORM

           CLOSE IN-FILE
           PERFORM FINISH-RUN
           .

       FINISH-RUN.
           CLOSE OVERLAY-FILE
           DISPLAY "OVERLAY FILE: " FUNCTION TRIM(WS-OVERLAY-NAME)
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-OVERLAY-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF

           IF LEVELS-MODE
               PERFORM PRINT-LEVEL-TABLE
           END-IF

           MOVE "REPORT" TO WS-ZONE-FUNC
           CALL "floorzone" USING WS-ZONE-FUNC WS-ROW WS-J WS-ZONE-RC

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
           STOP RUN
           .

       LOAD-LEVEL-GRID.
           *> Every level into WS-LGRID, one after another; a blank line
           *> closes the level being read. Short rows stay dot-filled
           *> out to the widest row so the levels line up cell for cell.
           OPEN INPUT IN-FILE
           PERFORM UNTIL EOF
               READ IN-FILE INTO WS-BUF
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM NORMALIZE-BUF
                       IF WS-COLS > 0
                           PERFORM STORE-LEVEL-ROW
                       ELSE
                           MOVE "N" TO WS-LEVEL-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           MOVE WS-LG-ROWS TO WS-ROW
           MOVE WS-LG-COLS TO WS-COLS
           .

       STORE-LEVEL-ROW.
           IF WS-LG-ROWS >= MAX-LVL-ROWS OR WS-COLS > MAX-LVL-COLS
               DISPLAY "ERROR: Level grid exceeds " MAX-LVL-ROWS
                   " rows or " MAX-LVL-COLS " columns"
               MOVE "CAPACITY-REFUSAL" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT LEVEL-OPEN
               IF WS-LEVELS >= MAX-LEVELS
                   DISPLAY "ERROR: More than " MAX-LEVELS " levels"
                   MOVE "CAPACITY-REFUSAL" TO WS-ERR-REASON
                   CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                       WS-FS WS-ERR-REASON
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LEVELS
               COMPUTE WS-LVL-FIRST(WS-LEVELS) = WS-LG-ROWS + 1
               MOVE 0 TO WS-LVL-ROWS(WS-LEVELS)
               MOVE 0 TO WS-LVL-FLAGGED(WS-LEVELS)
               SET LEVEL-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-LG-ROWS
           ADD 1 TO WS-LVL-ROWS(WS-LEVELS)
           MOVE WS-LEVELS TO WS-ROW-LEVEL(WS-LG-ROWS)
           MOVE ALL "." TO WS-LGRID-LINE(WS-LG-ROWS)
           MOVE WS-BUF(1:WS-COLS) TO WS-LGRID-LINE(WS-LG-ROWS)(1:WS-COLS)
           IF WS-COLS > WS-LG-COLS
               MOVE WS-COLS TO WS-LG-COLS
           END-IF
           .

       SCORE-LEVEL-GRID.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-LG-ROWS
               MOVE WS-ROW-LEVEL(WS-R) TO WS-L
               MOVE WS-LVL-FIRST(WS-L) TO WS-LVL-TOP
               COMPUTE WS-LVL-BOT = WS-LVL-FIRST(WS-L) + WS-LVL-ROWS(WS-L) - 1
               COMPUTE WS-LROW = WS-R - WS-LVL-FIRST(WS-L) + 1

               MOVE ALL "." TO WS-PREV
               MOVE ALL "." TO WS-NEXT
               MOVE ALL "." TO WS-CURR
               IF WS-R > WS-LVL-TOP
                   MOVE WS-LGRID-LINE(WS-R - 1) TO WS-PREV(1:MAX-LVL-COLS)
               END-IF
               MOVE WS-LGRID-LINE(WS-R) TO WS-CURR(1:MAX-LVL-COLS)
               IF WS-R < WS-LVL-BOT
                   MOVE WS-LGRID-LINE(WS-R + 1) TO WS-NEXT(1:MAX-LVL-COLS)
               END-IF
               MOVE WS-CURR TO WS-OVERLAY-ROW

               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-COLS
                   IF WS-CURR(WS-J:1) = "@"
                       CALL "griddiag" USING WS-PREV WS-CURR WS-NEXT
                           WS-COLS WS-J WS-NB
                       PERFORM ADD-LEVEL-NEIGHBORS

                       IF WS-NB < WS-THRESHOLD
                           ADD 1 TO WS-TOTAL
                           ADD 1 TO WS-LVL-FLAGGED(WS-L)
                           MOVE "TALLY" TO WS-ZONE-FUNC
                           CALL "floorzone" USING WS-ZONE-FUNC WS-LROW
                               WS-J WS-ZONE-RC
                           MOVE OVERLAY-MARKER TO WS-OVERLAY-ROW(WS-J:1)
                           DISPLAY "FLAGGED LEVEL " WS-L " ROW " WS-LROW
                               " COL " WS-J " NB " WS-NB
                       END-IF
                   END-IF
               END-PERFORM

               WRITE OVERLAY-REC FROM WS-OVERLAY-ROW(1:WS-COLS)
               IF WS-R = WS-LVL-BOT AND WS-L < WS-LEVELS
                   MOVE SPACES TO OVERLAY-REC
                   WRITE OVERLAY-REC
               END-IF
           END-PERFORM
           .

       ADD-LEVEL-NEIGHBORS.
           *> The cells directly above and below WS-R/WS-J on the
           *> adjacent levels, counted the way griddiag counts its eight
           *> (a damaged "#" rack is still occupied). A level with fewer
           *> rows has nothing above/below the rows it lacks.
           IF WS-L > 1
               COMPUTE WS-NL = WS-L - 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   IF WS-LGRID-LINE(WS-NR)(WS-J:1) = "@"
                           OR WS-LGRID-LINE(WS-NR)(WS-J:1) = "#"
                       ADD 1 TO WS-NB
                   END-IF
               END-IF
           END-IF
           IF WS-L < WS-LEVELS
               COMPUTE WS-NL = WS-L + 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   IF WS-LGRID-LINE(WS-NR)(WS-J:1) = "@"
                           OR WS-LGRID-LINE(WS-NR)(WS-J:1) = "#"
                       ADD 1 TO WS-NB
                   END-IF
               END-IF
           END-IF
           .

       PRINT-LEVEL-TABLE.
           DISPLAY "LEVEL TABLE:"
           DISPLAY "  LEVEL       ROWS    FLAGGED"
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LEVELS
               MOVE WS-L TO WS-LVL-OUT
               MOVE WS-LVL-ROWS(WS-L) TO WS-LVL-ROWS-OUT
               MOVE WS-LVL-FLAGGED(WS-L) TO WS-LVL-CNT-OUT
               DISPLAY "   " WS-LVL-OUT "  " WS-LVL-ROWS-OUT "  "
                   WS-LVL-CNT-OUT
           END-PERFORM
           MOVE WS-LG-ROWS TO WS-LVL-ROWS-OUT
           MOVE WS-TOTAL TO WS-LVL-CNT-OUT
           DISPLAY "  ALL   " WS-LVL-ROWS-OUT "  " WS-LVL-CNT-OUT
           .

       VERIFY-INPUT-FILE.
           *> Check the input file actually exists before any processing
           *> starts, instead of letting the OPEN below fail deep inside

                   IF WS-NB < WS-THRESHOLD
                       ADD 1 TO WS-TOTAL
                       MOVE "TALLY" TO WS-ZONE-FUNC
                       CALL "floorzone" USING WS-ZONE-FUNC WS-ROW WS-J
                           WS-ZONE-RC
                       MOVE OVERLAY-MARKER TO WS-OVERLAY-ROW(WS-J:1)
                       DISPLAY "FLAGGED ROW " WS-ROW " COL " WS-J
                           " NB " WS-NB
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           MOVE "DAY4-MODE" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE FUNCTION UPPER-CASE(WS-SP-VALUE) TO WS-MODE
           END-IF
           .

       LOAD-FLOOR-ZONES.
      *> Per-zone subtotals of the flagged racks, one line per floor
      *> supervisor, from floorzones.dat at the repository root. No
      *> file means no zone table; overlapping zones stop the run
      *> before anything is counted.
           MOVE "LOAD" TO WS-ZONE-FUNC
           CALL "floorzone" USING WS-ZONE-FUNC WS-ROW WS-J WS-ZONE-RC
           IF WS-ZONE-RC NOT = 0
               MOVE "MALFORMED-DATA" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-ZONE-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
