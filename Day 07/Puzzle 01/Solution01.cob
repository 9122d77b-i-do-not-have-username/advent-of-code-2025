           *> the input file the same way day4part1 names its overlay:
           *> the grid exactly as the baseline trace left it, "v" on
           *> every energized cell and "x" on every splitter that
           *> fired, so floormap can lay it over day4's flagged racks.
           *> On a bay with more than one S, each energized cell holds
           *> the mark of the source that reached it instead ("+" where
           *> more than one did); see WRITE-TRACE-REPORT.
           SELECT TRACE-FILE
               ASSIGN TO DYNAMIC WS-TRACE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-FS.

           *> Splitter asset register (tag, install and service dates,
           *> failure count, keyed by grid position), kept by
           *> Common/Programs/SplitterMaster, and the maintenance
           *> priority report built from it when the 6th command-line
           *> word is PRIORITY; see RUN-PRIORITY.
           SELECT REG-FILE
               ASSIGN TO "../../splittermaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-REG-FS.

           SELECT PRI-FILE
               ASSIGN TO DYNAMIC WS-PRI-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       FD  TRACE-FILE.
       01  TRACE-REC                PIC X(5000).

       FD  REG-FILE.
       01  REG-REC.
           05  SM-KEY.
               10  SM-ROW           PIC 9(9).
               10  SM-COL           PIC 9(9).
           05  SM-TAG               PIC X(20).
           05  SM-INSTALL-DATE      PIC X(8).
           05  SM-SERVICE-DATE      PIC X(8).
           05  SM-FAILURES          PIC 9(5).
           05  SM-UPDATED           PIC X(8).

       FD  PRI-FILE.
       01  PRI-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       78  MAX-ROWS                 VALUE 5000.
       78  MAX-COLS                 VALUE 5000.
       01  WS-COLS                  PIC 9(9) COMP-5 VALUE 0.

       01  WS-S-FOUND               PIC X VALUE "N".

       *> Beam sources -- every "S" in the grid, in reading order.
       *> RUN-TRACE seeds all of them unless WS-TRACE-SRC names one.
       *> A source's mark in the beam trace is its position in
       *> WS-SRC-MARKS; "S" is left out so a mark never reads as an
       *> emitter, and "+" is a cell more than one source reached.
       78  MAX-SOURCES              VALUE 34.
       01  WS-SRC-MARKS             PIC X(34)
               VALUE "123456789ABCDEFGHIJKLMNOPQRTUVWXYZ".
       01  WS-SRC-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-SRC-TAB.
           05  WS-SRC-ENT OCCURS 34 TIMES.
               10  WS-SRC-ROW       PIC 9(9)  COMP-5.
               10  WS-SRC-COL       PIC 9(9)  COMP-5.
               10  WS-SRC-ENERG     PIC S9(18) COMP-5.
               10  WS-SRC-SPLITS    PIC S9(18) COMP-5.
       01  WS-SRC-I                 PIC 9(4) COMP-5.
       01  WS-TRACE-SRC             PIC 9(4) COMP-5 VALUE 0.
       01  WS-SRC-MARK              PIC X.
       01  WS-MULTI-REACHED         PIC S9(18) COMP-5 VALUE 0.
       01  WS-SRC-NO-OUT            PIC Z(4)9.
       01  WS-SRC-COUNT-OUT         PIC Z(4)9.

       01  WS-R                     PIC 9(9) COMP-5.
       01  WS-C                     PIC 9(9) COMP-5.
       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR            PIC X(40).

      *> Each run's .beamtrace output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "beamtrace".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       *> A short row (shorter than the row that fixed WS-COLS) is
       *> padded out to WS-COLS with this fill character instead of
       *> aborting the run; defaults to "." (empty space in the beam
           05 WS-GRID-SAVE-ROW OCCURS 5000.
              10 WS-GRID-SAVE-LINE  PIC X(5000).

       *> Which source energized each cell on a multi-source bay:
       *> space for none, the source's mark, or "+" for more than one;
       *> see TRACE-EACH-SOURCE.
       01  WS-SRC-GRID.
           05 WS-SRC-GRID-ROW OCCURS 5000.
              10 WS-SRC-GRID-LINE   PIC X(5000).

       *> What-if splitter-outage scenarios -- see RUN-SCENARIOS.
       01  WS-SCEN-NAME             PIC X(256).
       01  WS-SCEN-FS               PIC XX.
       01  WS-RANK-OUT              PIC Z(4)9.
       01  WS-ENERG-OUT             PIC Z(18)9.

      *> Splitter maintenance priority -- see RUN-PRIORITY. One
      *> entry per registered splitter, ranked at the end by cells
      *> lost if it alone fails times its age in days.
       78  MAX-REGISTERED           VALUE 5000.
       01  WS-ARG6                  PIC X(20).
       01  WS-PRIORITY-SW           PIC X VALUE "N".
           88  WANT-PRIORITY               VALUE "Y".
       01  WS-REG-FS                PIC XX.
       01  WS-REG-EOF               PIC X VALUE "N".
           88  REG-EOF                     VALUE "Y".
       01  WS-PRI-NAME              PIC X(300).
       01  WS-PRI-FS                PIC XX.
       01  WS-PRI-ASOF              PIC X(8).
       01  WS-PRI-ASOF-INT          PIC S9(9) COMP-5.
       01  WS-PRI-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-PRI-RANKED            PIC 9(5) COMP-5 VALUE 0.
       01  WS-PRI-OFF               PIC 9(5) COMP-5 VALUE 0.
       01  WS-PRI-LAYOUT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-PRI-TAB.
           05  WS-PRI-ENT OCCURS 5000 TIMES.
               10  WS-PRI-ROW       PIC 9(9)  COMP-5.
               10  WS-PRI-COL       PIC 9(9)  COMP-5.
               10  WS-PRI-TAG       PIC X(20).
               10  WS-PRI-INSTALL   PIC X(8).
               10  WS-PRI-SERVICE   PIC X(8).
               10  WS-PRI-FAILS     PIC 9(5)  COMP-5.
               10  WS-PRI-AGE       PIC S9(9) COMP-5.
               10  WS-PRI-IMPACT    PIC S9(18) COMP-5.
               10  WS-PRI-SCORE     PIC S9(18) COMP-5.
               10  WS-PRI-ON-LAYOUT PIC X.
       01  WS-PRI-SAVE              PIC X(80).
       01  WS-PRI-I                 PIC 9(5) COMP-5.
       01  WS-PRI-J                 PIC 9(5) COMP-5.
       01  WS-PRI-BEST              PIC 9(5) COMP-5.
       01  WS-PRI-RANK-OUT          PIC Z(8)9.
       01  WS-PRI-FAIL-OUT          PIC Z(4)9.
       01  WS-PRI-AGE-OUT           PIC Z(7)9.
       01  WS-PRI-IMPACT-OUT        PIC Z(10)9.
       01  WS-PRI-SCORE-OUT         PIC Z(17)9.
       01  WS-PRI-LINE              PIC X(132).

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
               SET HAVE-CANDIDATES TO TRUE
           END-IF

           MOVE SPACES TO WS-ARG6
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG6 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG6
           END-ACCEPT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG6)) = "PRIORITY"
               SET WANT-PRIORITY TO TRUE
           END-IF

           PERFORM VERIFY-INPUT-FILE
           PERFORM PREFLIGHT-CHECK
           MOVE WS-PF-MAXLEN TO WS-COLS
           PERFORM COUNT-ENERGIZED
           MOVE WS-ENERGIZED TO WS-BASE-ENERGIZED

           IF WS-SRC-COUNT > 1
               PERFORM TRACE-EACH-SOURCE
           END-IF

           PERFORM WRITE-TRACE-REPORT

           IF HAVE-SCENARIOS
               PERFORM RUN-OPTIMIZER
           END-IF

           IF WANT-PRIORITY
               PERFORM RUN-PRIORITY
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
               WS-ELAPSED-STR
               PERFORM PAD-SHORT-ROW
           END-IF

           *> Every S on the row is a beam source.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-COLS
               IF WS-GRID-LINE(WS-ROWS)(WS-I:1) = "S"
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
           MOVE "Y" TO WS-S-FOUND
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-ROWS TO WS-SRC-ROW(WS-SRC-COUNT)
           MOVE WS-I    TO WS-SRC-COL(WS-SRC-COUNT)
           MOVE 0       TO WS-SRC-ENERG(WS-SRC-COUNT)
           MOVE 0       TO WS-SRC-SPLITS(WS-SRC-COUNT)
           .

       PAD-SHORT-ROW.

       RUN-TRACE.
           *> One full beam trace over the current grid: reset the
           *> split count and work stack, seed a beam just below each
           *> S (or only the one WS-TRACE-SRC names), and drain the
           *> stack through TRACE-BEAM. Seeding last to first leaves
           *> the first source on top of the stack, traced first.
           MOVE 0 TO WS-SPLITS
           MOVE 0 TO WS-STK-TOP

           IF WS-TRACE-SRC > 0
               MOVE WS-TRACE-SRC TO WS-SRC-I
               PERFORM SEED-ONE-SOURCE
           ELSE
               PERFORM VARYING WS-SRC-I FROM WS-SRC-COUNT BY -1
                       UNTIL WS-SRC-I < 1
                   PERFORM SEED-ONE-SOURCE
               END-PERFORM
           END-IF

           PERFORM UNTIL WS-STK-TOP = 0
           END-PERFORM
           .

       SEED-ONE-SOURCE.
           COMPUTE WS-R = WS-SRC-ROW(WS-SRC-I) + 1
           MOVE WS-SRC-COL(WS-SRC-I) TO WS-C

           IF WS-R >= 1 AND WS-R <= WS-ROWS
               PERFORM PUSH-RC
           END-IF
           .

       TRACE-EACH-SOURCE.
           *> Multi-source bay: trace each S alone over a fresh copy
           *> of the layout and credit every cell it energizes to it
           *> in WS-SRC-GRID, "+" where another source already got
           *> there. The union of the solo traces is the combined
           *> trace, so the total stays WS-BASE-ENERGIZED.
           MOVE SPACES TO WS-SRC-GRID
           MOVE 0 TO WS-MULTI-REACHED
           SET QUIET-TRACE TO TRUE

           PERFORM VARYING WS-TRACE-SRC FROM 1 BY 1
                   UNTIL WS-TRACE-SRC > WS-SRC-COUNT
               MOVE WS-GRID-SAVE TO WS-GRID
               PERFORM RUN-TRACE
               PERFORM COUNT-ENERGIZED
               MOVE WS-ENERGIZED TO WS-SRC-ENERG(WS-TRACE-SRC)
               MOVE WS-SPLITS    TO WS-SRC-SPLITS(WS-TRACE-SRC)
               PERFORM CREDIT-SOURCE-CELLS
           END-PERFORM

           MOVE 0 TO WS-TRACE-SRC
           MOVE "N" TO WS-QUIET

           MOVE WS-SRC-COUNT TO WS-SRC-COUNT-OUT
           DISPLAY "BEAM SOURCES: " FUNCTION TRIM(WS-SRC-COUNT-OUT)
           PERFORM VARYING WS-SRC-I FROM 1 BY 1
                   UNTIL WS-SRC-I > WS-SRC-COUNT
               MOVE WS-SRC-I                TO WS-SRC-NO-OUT
               MOVE WS-SRC-ROW(WS-SRC-I)    TO WS-SPROW-OUT
               MOVE WS-SRC-COL(WS-SRC-I)    TO WS-SPCOL-OUT
               MOVE WS-SRC-ENERG(WS-SRC-I)  TO WS-ENERG-OUT
               MOVE WS-SRC-SPLITS(WS-SRC-I) TO WS-SCEN-OUT
               DISPLAY "  SOURCE " FUNCTION TRIM(WS-SRC-NO-OUT)
                   " (MARK " WS-SRC-MARKS(WS-SRC-I:1) ")"
                   " ROW " FUNCTION TRIM(WS-SPROW-OUT)
                   " COL " FUNCTION TRIM(WS-SPCOL-OUT)
                   ": ENERGIZED " FUNCTION TRIM(WS-ENERG-OUT)
                   " SPLITS " FUNCTION TRIM(WS-SCEN-OUT)
           END-PERFORM
           MOVE WS-BASE-ENERGIZED TO WS-ENERG-OUT
           MOVE WS-MULTI-REACHED  TO WS-BASE-OUT
           DISPLAY "ENERGIZED CELLS: TOTAL " FUNCTION TRIM(WS-ENERG-OUT)
               ", REACHED BY MORE THAN ONE SOURCE "
               FUNCTION TRIM(WS-BASE-OUT)
           .

       CREDIT-SOURCE-CELLS.
           MOVE WS-SRC-MARKS(WS-TRACE-SRC:1) TO WS-SRC-MARK
           PERFORM VARYING WS-ER FROM 1 BY 1 UNTIL WS-ER > WS-ROWS
               PERFORM VARYING WS-EC FROM 1 BY 1
                       UNTIL WS-EC > WS-COLS
                   IF WS-GRID-LINE(WS-ER)(WS-EC:1) = "v"
                       OR WS-GRID-LINE(WS-ER)(WS-EC:1) = "x"
                       EVALUATE WS-SRC-GRID-LINE(WS-ER)(WS-EC:1)
                           WHEN SPACE
                               MOVE WS-SRC-MARK
                                   TO WS-SRC-GRID-LINE(WS-ER)(WS-EC:1)
                           WHEN "+"
                               CONTINUE
                           WHEN OTHER
                               MOVE "+"
                                   TO WS-SRC-GRID-LINE(WS-ER)(WS-EC:1)
                               ADD 1 TO WS-MULTI-REACHED
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-TRACE-REPORT.
           *> The baseline grid as the trace left it -- energized
           *> cells hold "v", fired splitters hold "x", everything
           *> else is the layout as read. Written before any what-if
           *> scenario touches the grid, so the file always shows the
           *> real floor, not a hypothetical. A multi-source bay is
           *> written from the pristine layout with each energized
           *> cell (path or fired splitter) carrying its source mark
           *> from WS-SRC-GRID instead.
           MOVE SPACES TO WS-TRACE-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".beamtrace"               DELIMITED BY SIZE
           END-IF

           PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > WS-ROWS
               IF WS-SRC-COUNT > 1
                   MOVE WS-GRID-SAVE-LINE(WS-TR)(1:WS-COLS)
                       TO WS-BUF(1:WS-COLS)
                   PERFORM VARYING WS-EC FROM 1 BY 1
                           UNTIL WS-EC > WS-COLS
                       IF WS-SRC-GRID-LINE(WS-TR)(WS-EC:1) NOT = SPACE
                           MOVE WS-SRC-GRID-LINE(WS-TR)(WS-EC:1)
                               TO WS-BUF(WS-EC:1)
                       END-IF
                   END-PERFORM
                   WRITE TRACE-REC FROM WS-BUF(1:WS-COLS)
               ELSE
                   WRITE TRACE-REC FROM WS-GRID-LINE(WS-TR)(1:WS-COLS)
               END-IF
           END-PERFORM

           CLOSE TRACE-FILE
           DISPLAY "BEAM TRACE: " FUNCTION TRIM(WS-TRACE-NAME)
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-TRACE-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF
           .

       RUN-SCENARIOS.
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE(1:1) TO WS-PAD-CHAR
           END-IF

           MOVE "DAY7PART1-PRIORITY" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION UPPER-CASE(WS-SP-VALUE(1:1)) = "Y"
               SET WANT-PRIORITY TO TRUE
           END-IF
           .

       RUN-PRIORITY.
           *> The service budget's question: which registered
           *> splitters would do the most damage if they failed? Each
           *> asset on the register is pulled from a fresh copy of the
           *> layout and re-traced -- the outage what-if RUN-SCENARIOS
           *> asks, one splitter at a time. Cells the baseline
           *> energized that go dark are its impact, and impact times
           *> age in days ranks the list in <input>.splitterpriority.
           OPEN INPUT REG-FILE
           IF WS-REG-FS NOT = "00"
               DISPLAY "WARNING: splitter register "
                   "splittermaster.idx not available (file status "
                   WS-REG-FS ") -- priority report skipped"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRI-ASOF
           COMPUTE WS-PRI-ASOF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PRI-ASOF))

           *> Baseline energized map: a multi-source bay already has
           *> one in WS-SRC-GRID; otherwise take it from a fresh trace.
           IF WS-SRC-COUNT < 2
               PERFORM RESTORE-GRID
               SET QUIET-TRACE TO TRUE
               PERFORM RUN-TRACE
               MOVE SPACES TO WS-SRC-GRID
               PERFORM VARYING WS-ER FROM 1 BY 1 UNTIL WS-ER > WS-ROWS
                   PERFORM VARYING WS-EC FROM 1 BY 1
                           UNTIL WS-EC > WS-COLS
                       IF WS-GRID-LINE(WS-ER)(WS-EC:1) = "v"
                           OR WS-GRID-LINE(WS-ER)(WS-EC:1) = "x"
                           MOVE "v" TO WS-SRC-GRID-LINE(WS-ER)(WS-EC:1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF

           *> Splitters on the layout, registered or not.
           MOVE 0 TO WS-PRI-LAYOUT
           PERFORM VARYING WS-ER FROM 1 BY 1 UNTIL WS-ER > WS-ROWS
               INSPECT WS-GRID-SAVE-LINE(WS-ER)(1:WS-COLS)
                   TALLYING WS-PRI-LAYOUT FOR ALL "^"
           END-PERFORM

           SET QUIET-TRACE TO TRUE
           MOVE "N" TO WS-REG-EOF
           PERFORM UNTIL REG-EOF
               READ REG-FILE
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       PERFORM PRIORITY-ONE-ASSET
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           MOVE "N" TO WS-QUIET

           PERFORM RANK-PRIORITIES
           PERFORM WRITE-PRIORITY-REPORT
           .

       RESTORE-GRID.
           *> Only the rows and columns the bay actually uses.
           PERFORM VARYING WS-ER FROM 1 BY 1 UNTIL WS-ER > WS-ROWS
               MOVE WS-GRID-SAVE-LINE(WS-ER)(1:WS-COLS)
                   TO WS-GRID-LINE(WS-ER)(1:WS-COLS)
           END-PERFORM
           .

       PRIORITY-ONE-ASSET.
           IF WS-PRI-COUNT >= MAX-REGISTERED
               DISPLAY "WARNING: More than " MAX-REGISTERED
                   " registered splitters -- rest ignored"
               SET REG-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRI-COUNT
           MOVE WS-PRI-COUNT TO WS-PRI-I
           MOVE SM-ROW          TO WS-PRI-ROW(WS-PRI-I)
           MOVE SM-COL          TO WS-PRI-COL(WS-PRI-I)
           MOVE SM-TAG          TO WS-PRI-TAG(WS-PRI-I)
           MOVE SM-INSTALL-DATE TO WS-PRI-INSTALL(WS-PRI-I)
           MOVE SM-SERVICE-DATE TO WS-PRI-SERVICE(WS-PRI-I)
           MOVE SM-FAILURES     TO WS-PRI-FAILS(WS-PRI-I)
           MOVE 0 TO WS-PRI-AGE(WS-PRI-I)
           MOVE 0 TO WS-PRI-IMPACT(WS-PRI-I)
           MOVE 0 TO WS-PRI-SCORE(WS-PRI-I)
           MOVE "N" TO WS-PRI-ON-LAYOUT(WS-PRI-I)

           *> Age in whole days as of today; an unusable install date
           *> (or one in the future) counts as new.
           IF SM-INSTALL-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(SM-INSTALL-DATE)) = 0
                   COMPUTE WS-PRI-AGE(WS-PRI-I) = WS-PRI-ASOF-INT
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(SM-INSTALL-DATE))
               END-IF
           END-IF
           IF WS-PRI-AGE(WS-PRI-I) < 0
               MOVE 0 TO WS-PRI-AGE(WS-PRI-I)
           END-IF

           IF SM-ROW < 1 OR SM-ROW > WS-ROWS
                   OR SM-COL < 1 OR SM-COL > WS-COLS
               ADD 1 TO WS-PRI-OFF
               EXIT PARAGRAPH
           END-IF
           MOVE SM-ROW TO WS-SR
           MOVE SM-COL TO WS-SC
           IF WS-GRID-SAVE-LINE(WS-SR)(WS-SC:1) NOT = "^"
               ADD 1 TO WS-PRI-OFF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PRI-ON-LAYOUT(WS-PRI-I)
           ADD 1 TO WS-PRI-RANKED

           PERFORM RESTORE-GRID
           MOVE "." TO WS-GRID-LINE(WS-SR)(WS-SC:1)
           PERFORM RUN-TRACE

           PERFORM VARYING WS-ER FROM 1 BY 1 UNTIL WS-ER > WS-ROWS
               PERFORM VARYING WS-EC FROM 1 BY 1
                       UNTIL WS-EC > WS-COLS
                   IF WS-SRC-GRID-LINE(WS-ER)(WS-EC:1) NOT = SPACE
                       AND WS-GRID-LINE(WS-ER)(WS-EC:1) NOT = "v"
                       AND WS-GRID-LINE(WS-ER)(WS-EC:1) NOT = "x"
                       ADD 1 TO WS-PRI-IMPACT(WS-PRI-I)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-PRI-SCORE(WS-PRI-I) =
               WS-PRI-IMPACT(WS-PRI-I) * WS-PRI-AGE(WS-PRI-I)
           .

       RANK-PRIORITIES.
           *> Highest priority first, grid order breaking ties; assets
           *> not on the layout sink below everything ranked. The same
           *> straight selection sort RANK-CANDIDATES uses.
           PERFORM VARYING WS-PRI-I FROM 1 BY 1
                   UNTIL WS-PRI-I >= WS-PRI-COUNT
               MOVE WS-PRI-I TO WS-PRI-BEST
               PERFORM VARYING WS-PRI-J FROM WS-PRI-I BY 1
                       UNTIL WS-PRI-J > WS-PRI-COUNT
                   EVALUATE TRUE
                       WHEN WS-PRI-ON-LAYOUT(WS-PRI-J)
                               NOT = WS-PRI-ON-LAYOUT(WS-PRI-BEST)
                           IF WS-PRI-ON-LAYOUT(WS-PRI-J) = "Y"
                               MOVE WS-PRI-J TO WS-PRI-BEST
                           END-IF
                       WHEN WS-PRI-SCORE(WS-PRI-J)
                               > WS-PRI-SCORE(WS-PRI-BEST)
                           MOVE WS-PRI-J TO WS-PRI-BEST
                       WHEN WS-PRI-SCORE(WS-PRI-J)
                               = WS-PRI-SCORE(WS-PRI-BEST)
                           IF WS-PRI-ROW(WS-PRI-J)
                                   < WS-PRI-ROW(WS-PRI-BEST)
                               OR (WS-PRI-ROW(WS-PRI-J)
                                   = WS-PRI-ROW(WS-PRI-BEST)
                               AND WS-PRI-COL(WS-PRI-J)
                                   < WS-PRI-COL(WS-PRI-BEST))
                               MOVE WS-PRI-J TO WS-PRI-BEST
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF WS-PRI-BEST NOT = WS-PRI-I
                   MOVE WS-PRI-ENT(WS-PRI-I)    TO WS-PRI-SAVE
                   MOVE WS-PRI-ENT(WS-PRI-BEST) TO WS-PRI-ENT(WS-PRI-I)
                   MOVE WS-PRI-SAVE TO WS-PRI-ENT(WS-PRI-BEST)
               END-IF
           END-PERFORM
           .

       WRITE-PRIORITY-REPORT.
           MOVE SPACES TO WS-PRI-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".splitterpriority"        DELIMITED BY SIZE
               INTO WS-PRI-NAME
           END-STRING

           OPEN OUTPUT PRI-FILE
           IF WS-PRI-FS NOT = "00"
               DISPLAY "ERROR: Unable to write splitter priority "
                   FUNCTION TRIM(WS-PRI-NAME)
                   " (file status " WS-PRI-FS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PRI-REC
           STRING "SPLITTER MAINTENANCE PRIORITY FOR "
                  FUNCTION TRIM(WS-FILENAME) " AS OF " WS-PRI-ASOF
               DELIMITED BY SIZE INTO PRI-REC
           END-STRING
           WRITE PRI-REC
           MOVE SPACES TO PRI-REC
           STRING "(IMPACT = ENERGIZED CELLS LOST IF THE SPLITTER "
                  "ALONE FAILS; PRIORITY = IMPACT X AGE IN DAYS)"
               DELIMITED BY SIZE INTO PRI-REC
           END-STRING
           WRITE PRI-REC
           MOVE SPACES TO PRI-REC
           WRITE PRI-REC
           MOVE SPACES TO PRI-REC
           STRING "     RANK       ROW       COL ASSET TAG           "
                  " INSTALLED SERVICED FAILS AGE-DAYS      IMPACT"
                  "           PRIORITY"
               DELIMITED BY SIZE INTO PRI-REC
           END-STRING
           WRITE PRI-REC

           PERFORM VARYING WS-PRI-I FROM 1 BY 1
                   UNTIL WS-PRI-I > WS-PRI-RANKED
               MOVE WS-PRI-I TO WS-PRI-RANK-OUT
               PERFORM FORMAT-PRIORITY-LINE
               MOVE WS-PRI-LINE TO PRI-REC
               WRITE PRI-REC
           END-PERFORM

           IF WS-PRI-OFF > 0
               MOVE SPACES TO PRI-REC
               WRITE PRI-REC
               MOVE "REGISTERED BUT NOT A SPLITTER ON THIS LAYOUT:"
                   TO PRI-REC
               WRITE PRI-REC
               COMPUTE WS-PRI-J = WS-PRI-RANKED + 1
               PERFORM VARYING WS-PRI-I FROM WS-PRI-J BY 1
                       UNTIL WS-PRI-I > WS-PRI-COUNT
                   MOVE 0 TO WS-PRI-RANK-OUT
                   PERFORM FORMAT-PRIORITY-LINE
                   MOVE SPACES TO WS-PRI-LINE(1:9)
                   MOVE WS-PRI-LINE TO PRI-REC
                   WRITE PRI-REC
               END-PERFORM
           END-IF

           MOVE SPACES TO PRI-REC
           WRITE PRI-REC
           MOVE WS-PRI-RANKED TO WS-PRI-RANK-OUT
           MOVE WS-PRI-OFF    TO WS-PRI-FAIL-OUT
           COMPUTE WS-PRI-IMPACT-OUT = WS-PRI-LAYOUT - WS-PRI-RANKED
           MOVE SPACES TO PRI-REC
           STRING FUNCTION TRIM(WS-PRI-RANK-OUT) " ASSET(S) RANKED, "
                  FUNCTION TRIM(WS-PRI-FAIL-OUT)
                  " REGISTERED OFF THE LAYOUT, "
                  FUNCTION TRIM(WS-PRI-IMPACT-OUT)
                  " SPLITTER(S) ON THE LAYOUT NOT REGISTERED"
               DELIMITED BY SIZE INTO PRI-REC
           END-STRING
           WRITE PRI-REC
           CLOSE PRI-FILE

           MOVE WS-PRI-RANKED TO WS-PRI-RANK-OUT
           DISPLAY "SPLITTER PRIORITY: " FUNCTION TRIM(WS-PRI-NAME)
               " (" FUNCTION TRIM(WS-PRI-RANK-OUT) " asset(s) ranked)"
           .

       FORMAT-PRIORITY-LINE.
           MOVE WS-PRI-ROW(WS-PRI-I)    TO WS-SPROW-OUT
           MOVE WS-PRI-COL(WS-PRI-I)    TO WS-SPCOL-OUT
           MOVE WS-PRI-FAILS(WS-PRI-I)  TO WS-PRI-FAIL-OUT
           MOVE WS-PRI-AGE(WS-PRI-I)    TO WS-PRI-AGE-OUT
           MOVE WS-PRI-IMPACT(WS-PRI-I) TO WS-PRI-IMPACT-OUT
           MOVE WS-PRI-SCORE(WS-PRI-I)  TO WS-PRI-SCORE-OUT
           MOVE SPACES TO WS-PRI-LINE
           STRING WS-PRI-RANK-OUT " " WS-SPROW-OUT " " WS-SPCOL-OUT
                  " " WS-PRI-TAG(WS-PRI-I)
                  " " WS-PRI-INSTALL(WS-PRI-I)
                  "  " WS-PRI-SERVICE(WS-PRI-I)
                  " " WS-PRI-FAIL-OUT " " WS-PRI-AGE-OUT
                  " " WS-PRI-IMPACT-OUT " " WS-PRI-SCORE-OUT
               DELIMITED BY SIZE INTO WS-PRI-LINE
           END-STRING
           .
