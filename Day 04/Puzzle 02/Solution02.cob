               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           *> Forklift pick-list, named after the input file the way
           *> day4part1 names its overlay: every rack the peel removes,
           *> in round order, routed aisle by aisle within the round.
           SELECT PICK-FILE
               ASSIGN TO DYNAMIC WS-PICK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-FS.

           SELECT SORT-WORK
               ASSIGN TO DYNAMIC WS-SORTFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC                  PIC X(20000).

       FD  PICK-FILE.
       01  PICK-REC                PIC X(80).

       *> SORT work-file, used to put one round's racks in aisle order
       *> (level, row, column) before the serpentine route is laid.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-LEVEL             PIC 9(4)   COMP-5.
           05 SR-LROW              PIC 9(9)   COMP-5.
           05 SR-COL               PIC 9(9)   COMP-5.

       WORKING-STORAGE SECTION.
       *> If your grid is larger, raise these three numbers consistently.
       78  MAX-ROWS                VALUE 2000.

       01  WS-OUTDIR                PIC X(256).

      *> Multi-level (mezzanine) mode: the feed sends each level as its
      *> own grid block, separated by a blank line, and a rack's
      *> neighbors take in the cells directly above and below it on
      *> the adjacent levels. Switched on by a 4th argument of LEVELS
      *> or DAY4-MODE=LEVELS in siteparams.dat. A flat grid is run as
      *> a single level, so both modes share the peel code below.
       01  WS-ARG4                  PIC X(256).
       01  WS-MODE                  PIC X(8) VALUE SPACES.
           88  LEVELS-MODE                  VALUE "LEVELS".
       78  MAX-LEVELS               VALUE 50.
       01  WS-LEVELS                PIC 9(4) COMP-5 VALUE 0.
       01  WS-LEVEL-OPEN            PIC X VALUE "N".
           88  LEVEL-OPEN                   VALUE "Y".
       01  WS-LEVEL-TAB.
           05  WS-LVL OCCURS 50.
               10  WS-LVL-FIRST     PIC 9(9) COMP-5.
               10  WS-LVL-ROWS      PIC 9(9) COMP-5.
               10  WS-LVL-REMOVED   PIC S9(18) COMP-5.
               10  WS-LVL-ROUND-REM PIC 9(9) COMP-5.
               10  WS-LVL-LAST-ROUND PIC 9(9) COMP-5.
       01  WS-ROW-LEVEL-TAB.
           05  WS-ROW-LEVEL OCCURS 2000 PIC 9(4) COMP-5.
       01  WS-L                     PIC 9(4) COMP-5.
       01  WS-NL                    PIC 9(4) COMP-5.
       01  WS-LVL-TOP               PIC 9(9) COMP-5.
       01  WS-LVL-BOT               PIC 9(9) COMP-5.
       01  WS-LROW                  PIC 9(9) COMP-5.
       01  WS-PF-LEVELS             PIC 9(9) COMP-5 VALUE 0.
       01  WS-LVL-OUT               PIC Z(3)9.
       01  WS-LVL-ROWS-OUT          PIC Z(8)9.
       01  WS-LVL-CNT-OUT           PIC Z(8)9.
       01  WS-LVL-RND-OUT           PIC Z(8)9.

      *> Pick-list. STEP runs down the whole sheet; MOVE is the rack
      *> positions travelled from the previous pick of the same round
      *> (levels + rows + columns, the first pick of a round is 0).
       01  WS-PICK-NAME             PIC X(300).
       01  WS-PICK-FS               PIC XX.
       01  WS-SORTFILE              PIC X(256).
       01  WS-SORT-STAMP            PIC X(21).
       01  WS-SORT-EOF              PIC X.
           88  SORT-DONE                    VALUE "Y".
       01  WS-ROUND-START           PIC 9(9) COMP-5.
       01  WS-PQ                    PIC 9(9) COMP-5.
       01  WS-PICK-STEP             PIC 9(9) COMP-5 VALUE 0.
       01  WS-ROUND-PICKS           PIC 9(9) COMP-5.
       01  WS-ROUND-TRAVEL          PIC 9(9) COMP-5.
       01  WS-TOTAL-TRAVEL          PIC 9(9) COMP-5 VALUE 0.
       01  WS-PICK-MOVE             PIC 9(9) COMP-5.
       01  WS-PREV-LEVEL            PIC 9(4) COMP-5.
       01  WS-PREV-LROW             PIC 9(9) COMP-5.
       01  WS-PREV-COL              PIC 9(9) COMP-5.
       01  WS-AISLE-LEVEL           PIC 9(4) COMP-5.
       01  WS-AISLE-LROW            PIC 9(9) COMP-5.
       01  WS-AISLE-N               PIC 9(9) COMP-5.
       01  WS-AISLE-K               PIC 9(9) COMP-5.
       01  WS-AISLE-TAB.
           05  WS-AISLE-COL OCCURS 2000 PIC 9(9) COMP-5.
       01  WS-AISLE-DIR             PIC X.
           88  AISLE-FORWARD                VALUE "F".
           88  AISLE-BACKWARD               VALUE "B".
       01  WS-PICK-HEAD             PIC X(80) VALUE
           "     STEP   ROUND  LEVEL        ROW        COL       MOVE".
       01  WS-PICK-LINE.
           05  PL-STEP              PIC Z(8)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PL-ROUND             PIC Z(5)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PL-LEVEL             PIC Z(4)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PL-ROW               PIC Z(8)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PL-COL               PIC Z(8)9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  PL-MOVE              PIC Z(8)9.
       01  WS-PICK-CNT-OUT          PIC Z(8)9.
       01  WS-PICK-DIST-OUT         PIC Z(8)9.
       01  WS-PICK-RND-OUT          PIC Z(8)9.

      *> Floor-zone roll-up -- see Common/Programs/FloorZones.
       01  WS-ZONE-FUNC             PIC X(8).
       01  WS-ZONE-RC               PIC 9(4) COMP-5.
       01  WS-ZONE-FILENAME         PIC X(256) VALUE "floorzones.dat".

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
       01  WS-START-STAMP           PIC X(21).
       01  WS-END-STAMP             PIC X(21).

       01  WS-DEGREE.
           05 WS-DEG-ROW OCCURS 2000.
              10 WS-DEG OCCURS 2000 PIC 99 COMP-5.

       01  WS-QUEUE.
           05 WS-QIDX OCCURS 4000000 PIC 9(9) COMP-5.
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
           PERFORM PRE-FLIGHT
           MOVE WS-PF-COLS TO WS-COLS
                           *> Copy line into grid row (rest already '.')
                           MOVE WS-LINE(1:WS-COLS)
                             TO WS-GRID-LINE(WS-ROWS)(1:WS-COLS)
                           PERFORM NOTE-GRID-ROW
                       ELSE
                           IF LEVELS-MODE
                               MOVE "N" TO WS-LEVEL-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               STOP RUN
           END-IF

           PERFORM OPEN-PICK-LIST
           PERFORM INIT-DEGREES-AND-QUEUE
           PERFORM PEEL-PROCESS
           PERFORM CLOSE-PICK-LIST

           IF LEVELS-MODE
               PERFORM PRINT-LEVEL-TABLE
           END-IF

           MOVE "REPORT" TO WS-ZONE-FUNC
           CALL "floorzone" USING WS-ZONE-FUNC WS-R WS-C WS-ZONE-RC

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
                           IF WS-LEN > WS-PF-COLS
                               MOVE WS-LEN TO WS-PF-COLS
                           END-IF
                           IF NOT LEVEL-OPEN
                               ADD 1 TO WS-PF-LEVELS
                               SET LEVEL-OPEN TO TRUE
                           END-IF
                       ELSE
                           IF LEVELS-MODE
                               MOVE "N" TO WS-LEVEL-OPEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IN-FILE
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-LEVEL-OPEN

           COMPUTE WS-PF-CELLS = WS-PF-ROWS * WS-PF-COLS

           DISPLAY "PRE-FLIGHT: rows=" WS-PF-ROWS " (limit " MAX-ROWS ")"
           DISPLAY "PRE-FLIGHT: cols=" WS-PF-COLS " (limit " MAX-COLS ")"
           DISPLAY "PRE-FLIGHT: cells=" WS-PF-CELLS " (limit " MAX-CELLS ")"
           IF LEVELS-MODE
               DISPLAY "PRE-FLIGHT: levels=" WS-PF-LEVELS
                   " (limit " MAX-LEVELS ")"
           END-IF

           IF WS-PF-ROWS > MAX-ROWS
               DISPLAY "ERROR: Too many rows (increase MAX-ROWS)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PF-LEVELS > MAX-LEVELS
               DISPLAY "ERROR: Too many levels (increase MAX-LEVELS)."
               MOVE "CAPACITY-REFUSAL" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       NORMALIZE-LINE.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-LINE) TO WS-LEN
           .

       NOTE-GRID-ROW.
           *> Grid row WS-ROWS belongs to the level now being read; a
           *> non-blank line after a blank one (levels mode only) opens
           *> the next level. A flat grid never closes its one level.
           IF NOT LEVEL-OPEN
               ADD 1 TO WS-LEVELS
               MOVE WS-ROWS TO WS-LVL-FIRST(WS-LEVELS)
               MOVE 0 TO WS-LVL-ROWS(WS-LEVELS)
               MOVE 0 TO WS-LVL-REMOVED(WS-LEVELS)
               MOVE 0 TO WS-LVL-ROUND-REM(WS-LEVELS)
               MOVE 0 TO WS-LVL-LAST-ROUND(WS-LEVELS)
               SET LEVEL-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-LVL-ROWS(WS-LEVELS)
           MOVE WS-LEVELS TO WS-ROW-LEVEL(WS-ROWS)
           .

       SET-CELL-LEVEL.
           *> Level, first/last grid row and level-relative row of WS-R.
           MOVE WS-ROW-LEVEL(WS-R) TO WS-L
           MOVE WS-LVL-FIRST(WS-L) TO WS-LVL-TOP
           COMPUTE WS-LVL-BOT = WS-LVL-FIRST(WS-L) + WS-LVL-ROWS(WS-L) - 1
           COMPUTE WS-LROW = WS-R - WS-LVL-FIRST(WS-L) + 1
           .

       PAD-SHORT-ROW.
           *> Row is shorter than the widest row in the file (WS-COLS,
           *> set from PRE-FLIGHT's scan of every line) -- fill the gap
           *> that griddiag counts as an occupied neighbor but that no
           *> peel round may remove -- so its support never decays.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-ROWS
               PERFORM SET-CELL-LEVEL
               IF WS-R > WS-LVL-TOP
                   MOVE WS-GRID-LINE(WS-R - 1) TO WS-PREV
               ELSE
                   MOVE WS-ALLDOTS TO WS-PREV
               END-IF
               MOVE WS-GRID-LINE(WS-R) TO WS-CURR
               IF WS-R < WS-LVL-BOT
                   MOVE WS-GRID-LINE(WS-R + 1) TO WS-NEXT
               ELSE
                   MOVE WS-ALLDOTS TO WS-NEXT
                   IF WS-GRID-LINE(WS-R)(WS-C:1) = "@"
                       CALL "griddiag" USING WS-PREV WS-CURR WS-NEXT
                           WS-COLS WS-C WS-NB
                       IF LEVELS-MODE
                           PERFORM ADD-LEVEL-NEIGHBORS
                       END-IF

                       MOVE WS-NB TO WS-DEG(WS-R, WS-C)

           END-PERFORM
           .

       ADD-LEVEL-NEIGHBORS.
           *> The cells directly above and below WS-R/WS-C on the
           *> adjacent levels, counted the way griddiag counts its eight
           *> (a damaged "#" rack is still occupied). A level with fewer
           *> rows has nothing above/below the rows it lacks.
           IF WS-L > 1
               COMPUTE WS-NL = WS-L - 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   IF WS-GRID-LINE(WS-NR)(WS-C:1) = "@"
                           OR WS-GRID-LINE(WS-NR)(WS-C:1) = "#"
                       ADD 1 TO WS-NB
                   END-IF
               END-IF
           END-IF
           IF WS-L < WS-LEVELS
               COMPUTE WS-NL = WS-L + 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   IF WS-GRID-LINE(WS-NR)(WS-C:1) = "@"
                           OR WS-GRID-LINE(WS-NR)(WS-C:1) = "#"
                       ADD 1 TO WS-NB
                   END-IF
               END-IF
           END-IF
           .

       ENQUEUE-RC.
           COMPUTE WS-IDX = (WS-R - 1) * WS-COLS + WS-C
           ADD 1 TO WS-QTAIL
           *> next round, so a snapshot happens once per full layer peeled.
           PERFORM UNTIL WS-QHEAD > WS-QTAIL
               ADD 1 TO WS-ROUND
               MOVE WS-QHEAD TO WS-ROUND-START
               MOVE WS-QTAIL TO WS-ROUND-END

               PERFORM UNTIL WS-QHEAD > WS-ROUND-END
                   PERFORM PEEL-ONE-CELL
               END-PERFORM

               PERFORM WRITE-ROUND-PICKS

               PERFORM DUMP-SNAPSHOT
           END-PERFORM
           .
           COMPUTE WS-C = WS-COL0 + 1

           IF WS-GRID-LINE(WS-R)(WS-C:1) NOT = "@"
               *> Nothing came out here -- keep it off the pick-list.
               MOVE 0 TO WS-QIDX(WS-QHEAD - 1)
           ELSE
               MOVE "." TO WS-GRID-LINE(WS-R)(WS-C:1)
               ADD 1 TO WS-REMOVED
               PERFORM SET-CELL-LEVEL
               ADD 1 TO WS-LVL-REMOVED(WS-L)
               ADD 1 TO WS-LVL-ROUND-REM(WS-L)
               MOVE WS-ROUND TO WS-LVL-LAST-ROUND(WS-L)
               MOVE "TALLY" TO WS-ZONE-FUNC
               CALL "floorzone" USING WS-ZONE-FUNC WS-LROW WS-C
                   WS-ZONE-RC

               *> Update neighbors (each loses 1 adjacent @)
               IF WS-R > WS-LVL-TOP AND WS-C > 1
                   COMPUTE WS-NR = WS-R - 1
                   COMPUTE WS-NC = WS-C - 1
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF WS-R > WS-LVL-TOP
                   COMPUTE WS-NR = WS-R - 1
                   MOVE WS-C TO WS-NC
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF WS-R > WS-LVL-TOP AND WS-C < WS-COLS
                   COMPUTE WS-NR = WS-R - 1
                   COMPUTE WS-NC = WS-C + 1
                   PERFORM DEC-NEIGHBOR
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF WS-R < WS-LVL-BOT AND WS-C > 1
                   COMPUTE WS-NR = WS-R + 1
                   COMPUTE WS-NC = WS-C - 1
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF WS-R < WS-LVL-BOT
                   COMPUTE WS-NR = WS-R + 1
                   MOVE WS-C TO WS-NC
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF WS-R < WS-LVL-BOT AND WS-C < WS-COLS
                   COMPUTE WS-NR = WS-R + 1
                   COMPUTE WS-NC = WS-C + 1
                   PERFORM DEC-NEIGHBOR
               END-IF

               IF LEVELS-MODE
                   PERFORM DEC-LEVEL-NEIGHBORS
               END-IF
           END-IF
           .

       DEC-LEVEL-NEIGHBORS.
           *> The racks directly above and below on the adjacent levels
           *> each lose one occupied neighbor too.
           MOVE WS-C TO WS-NC
           IF WS-L > 1
               COMPUTE WS-NL = WS-L - 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   PERFORM DEC-NEIGHBOR
               END-IF
           END-IF
           IF WS-L < WS-LEVELS
               COMPUTE WS-NL = WS-L + 1
               IF WS-LROW <= WS-LVL-ROWS(WS-NL)
                   COMPUTE WS-NR = WS-LVL-FIRST(WS-NL) + WS-LROW - 1
                   PERFORM DEC-NEIGHBOR
               END-IF
           END-IF
           .

       OPEN-PICK-LIST.
           MOVE SPACES TO WS-PICK-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".picklist"                DELIMITED BY SIZE
               INTO WS-PICK-NAME
           END-STRING
           OPEN OUTPUT PICK-FILE
           IF WS-PICK-FS NOT = "00"
               DISPLAY "ERROR: Unable to write pick-list "
                   FUNCTION TRIM(WS-PICK-NAME)
                   " (file status " WS-PICK-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-SORT-STAMP
           MOVE SPACES TO WS-SORTFILE
           STRING "sortwork." DELIMITED BY SIZE
                  WS-SORT-STAMP DELIMITED BY SIZE
               INTO WS-SORTFILE
           END-STRING

           MOVE SPACES TO PICK-REC
           STRING "PICK LIST: " FUNCTION TRIM(WS-FILENAME)
               DELIMITED BY SIZE INTO PICK-REC
           END-STRING
           WRITE PICK-REC
           MOVE WS-PICK-HEAD TO PICK-REC
           WRITE PICK-REC
           .

       WRITE-ROUND-PICKS.
           *> The round's layer is WS-QIDX(WS-ROUND-START..WS-ROUND-END).
           *> Sorted into aisle order, then walked serpentine: the first
           *> aisle of the round left to right, the next aisle that has
           *> a pick right to left, and so on, so the truck never
           *> doubles back along an aisle.
           MOVE 0 TO WS-ROUND-PICKS
           MOVE 0 TO WS-ROUND-TRAVEL
           MOVE 0 TO WS-AISLE-N
           SET AISLE-FORWARD TO TRUE
           MOVE "N" TO WS-SORT-EOF

           SORT SORT-WORK
               ON ASCENDING KEY SR-LEVEL SR-LROW SR-COL
               INPUT PROCEDURE  IS RELEASE-ROUND-PICKS
               OUTPUT PROCEDURE IS ROUTE-ROUND-PICKS

           MOVE WS-ROUND TO WS-PICK-RND-OUT
           MOVE WS-ROUND-PICKS TO WS-PICK-CNT-OUT
           MOVE WS-ROUND-TRAVEL TO WS-PICK-DIST-OUT
           MOVE SPACES TO PICK-REC
           STRING "  ROUND " FUNCTION TRIM(WS-PICK-RND-OUT)
                  " SUBTOTAL: " FUNCTION TRIM(WS-PICK-CNT-OUT)
                  " RACK(S), EST. TRAVEL "
                  FUNCTION TRIM(WS-PICK-DIST-OUT) " POSITION(S)"
               DELIMITED BY SIZE INTO PICK-REC
           END-STRING
           WRITE PICK-REC
           ADD WS-ROUND-TRAVEL TO WS-TOTAL-TRAVEL
           .

       RELEASE-ROUND-PICKS.
           PERFORM VARYING WS-PQ FROM WS-ROUND-START BY 1
                   UNTIL WS-PQ > WS-ROUND-END
               IF WS-QIDX(WS-PQ) > 0
                   COMPUTE WS-TMP = WS-QIDX(WS-PQ) - 1
                   DIVIDE WS-TMP BY WS-COLS
                       GIVING WS-ROW0 REMAINDER WS-COL0
                   COMPUTE WS-R = WS-ROW0 + 1
                   COMPUTE WS-C = WS-COL0 + 1
                   PERFORM SET-CELL-LEVEL
                   MOVE WS-L    TO SR-LEVEL
                   MOVE WS-LROW TO SR-LROW
                   MOVE WS-C    TO SR-COL
                   RELEASE SORT-REC
               END-IF
           END-PERFORM
           .

       ROUTE-ROUND-PICKS.
           PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK INTO SORT-REC
                   AT END
                       SET SORT-DONE TO TRUE
                   NOT AT END
                       IF WS-AISLE-N > 0
                           AND (SR-LEVEL NOT = WS-AISLE-LEVEL
                                OR SR-LROW NOT = WS-AISLE-LROW)
                           PERFORM FLUSH-AISLE
                       END-IF
                       MOVE SR-LEVEL TO WS-AISLE-LEVEL
                       MOVE SR-LROW  TO WS-AISLE-LROW
                       ADD 1 TO WS-AISLE-N
                       MOVE SR-COL TO WS-AISLE-COL(WS-AISLE-N)
               END-RETURN
           END-PERFORM
           IF WS-AISLE-N > 0
               PERFORM FLUSH-AISLE
           END-IF
           .

       FLUSH-AISLE.
           IF AISLE-FORWARD
               PERFORM VARYING WS-AISLE-K FROM 1 BY 1
                       UNTIL WS-AISLE-K > WS-AISLE-N
                   PERFORM WRITE-ONE-PICK
               END-PERFORM
               SET AISLE-BACKWARD TO TRUE
           ELSE
               PERFORM VARYING WS-AISLE-K FROM WS-AISLE-N BY -1
                       UNTIL WS-AISLE-K < 1
                   PERFORM WRITE-ONE-PICK
               END-PERFORM
               SET AISLE-FORWARD TO TRUE
           END-IF
           MOVE 0 TO WS-AISLE-N
           .

       WRITE-ONE-PICK.
           MOVE 0 TO WS-PICK-MOVE
           IF WS-ROUND-PICKS > 0
               COMPUTE WS-PICK-MOVE =
                   FUNCTION ABS(WS-AISLE-LEVEL - WS-PREV-LEVEL)
                 + FUNCTION ABS(WS-AISLE-LROW - WS-PREV-LROW)
                 + FUNCTION ABS(WS-AISLE-COL(WS-AISLE-K) - WS-PREV-COL)
           END-IF
           ADD 1 TO WS-PICK-STEP
           ADD 1 TO WS-ROUND-PICKS
           ADD WS-PICK-MOVE TO WS-ROUND-TRAVEL
           MOVE WS-AISLE-LEVEL TO WS-PREV-LEVEL
           MOVE WS-AISLE-LROW  TO WS-PREV-LROW
           MOVE WS-AISLE-COL(WS-AISLE-K) TO WS-PREV-COL

           MOVE WS-PICK-STEP   TO PL-STEP
           MOVE WS-ROUND       TO PL-ROUND
           MOVE WS-AISLE-LEVEL TO PL-LEVEL
           MOVE WS-AISLE-LROW  TO PL-ROW
           MOVE WS-AISLE-COL(WS-AISLE-K) TO PL-COL
           MOVE WS-PICK-MOVE   TO PL-MOVE
           MOVE WS-PICK-LINE   TO PICK-REC
           WRITE PICK-REC
           .

       CLOSE-PICK-LIST.
           MOVE WS-PICK-STEP TO WS-PICK-CNT-OUT
           MOVE WS-TOTAL-TRAVEL TO WS-PICK-DIST-OUT
           MOVE SPACES TO PICK-REC
           STRING "TOTAL: " FUNCTION TRIM(WS-PICK-CNT-OUT)
                  " RACK(S), EST. TRAVEL "
                  FUNCTION TRIM(WS-PICK-DIST-OUT) " POSITION(S)"
               DELIMITED BY SIZE INTO PICK-REC
           END-STRING
           WRITE PICK-REC
           CLOSE PICK-FILE
           DISPLAY "PICK LIST: " FUNCTION TRIM(WS-PICK-NAME)
           .

       DUMP-SNAPSHOT.
           DISPLAY "ROUND " WS-ROUND " REMOVED-SO-FAR " WS-REMOVED
           IF LEVELS-MODE
               PERFORM DUMP-LEVEL-SNAPSHOT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SNAP-R FROM 1 BY 1 UNTIL WS-SNAP-R > WS-ROWS
               DISPLAY WS-GRID-LINE(WS-SNAP-R)(1:WS-COLS)
           END-PERFORM
           .

       DUMP-LEVEL-SNAPSHOT.
           *> One block per level, headed by what that level lost in
           *> this round, so each mezzanine's peel can be followed.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LEVELS
               MOVE WS-L TO WS-LVL-OUT
               MOVE WS-LVL-ROUND-REM(WS-L) TO WS-LVL-CNT-OUT
               DISPLAY "  LEVEL " FUNCTION TRIM(WS-LVL-OUT)
                   " REMOVED THIS ROUND " FUNCTION TRIM(WS-LVL-CNT-OUT)
               MOVE 0 TO WS-LVL-ROUND-REM(WS-L)
               COMPUTE WS-LVL-BOT = WS-LVL-FIRST(WS-L) + WS-LVL-ROWS(WS-L) - 1
               PERFORM VARYING WS-SNAP-R FROM WS-LVL-FIRST(WS-L) BY 1
                       UNTIL WS-SNAP-R > WS-LVL-BOT
                   DISPLAY WS-GRID-LINE(WS-SNAP-R)(1:WS-COLS)
               END-PERFORM
           END-PERFORM
           .

       PRINT-LEVEL-TABLE.
           *> Per-level totals; LAST ROUND is the peel round in which the
           *> level last lost a rack (0 = nothing removable there).
           DISPLAY "LEVEL TABLE:"
           DISPLAY "  LEVEL       ROWS    REMOVED  LAST ROUND"
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LEVELS
               MOVE WS-L TO WS-LVL-OUT
               MOVE WS-LVL-ROWS(WS-L) TO WS-LVL-ROWS-OUT
               MOVE WS-LVL-REMOVED(WS-L) TO WS-LVL-CNT-OUT
               MOVE WS-LVL-LAST-ROUND(WS-L) TO WS-LVL-RND-OUT
               DISPLAY "   " WS-LVL-OUT "  " WS-LVL-ROWS-OUT "  "
                   WS-LVL-CNT-OUT "   " WS-LVL-RND-OUT
           END-PERFORM
           MOVE WS-ROWS TO WS-LVL-ROWS-OUT
           MOVE WS-REMOVED TO WS-LVL-CNT-OUT
           MOVE WS-ROUND TO WS-LVL-RND-OUT
           DISPLAY "  ALL   " WS-LVL-ROWS-OUT "  " WS-LVL-CNT-OUT "   "
               WS-LVL-RND-OUT
           .

       DEC-NEIGHBOR.
           IF WS-GRID-LINE(WS-NR)(WS-NC:1) = "@"
               SUBTRACT 1 FROM WS-DEG(WS-NR, WS-NC)
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE(1:1) TO WS-PAD-CHAR
           END-IF
           MOVE "DAY4-MODE" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE FUNCTION UPPER-CASE(WS-SP-VALUE) TO WS-MODE
           END-IF
           .

       LOAD-FLOOR-ZONES.
      *> Per-zone subtotals of the removed racks, one line per floor
      *> supervisor, from floorzones.dat at the repository root. No
      *> file means no zone table; overlapping zones stop the run
      *> before anything is counted.
           MOVE "LOAD" TO WS-ZONE-FUNC
           CALL "floorzone" USING WS-ZONE-FUNC WS-R WS-C WS-ZONE-RC
           IF WS-ZONE-RC NOT = 0
               MOVE "MALFORMED-DATA" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-ZONE-FILENAME
                   WS-FS WS-ERR-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
