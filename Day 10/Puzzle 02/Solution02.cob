       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR           PIC X(40).
       01  WS-OUTDIR               PIC X(256).
       01  WS-SP-KEY               PIC X(30).
       01  WS-SP-VALUE             PIC X(40).
       01  WS-SP-FOUND             PIC X.

      * Joltage-counter mode: the {...} section closing every machine
      * line gives each counter its target level, and one press of a
      * button adds 1 to every counter the button touches. The solve
      * is fraction-free integer elimination over the counter
      * equations, then a bounded walk of the free button columns for
      * the fewest total presses. Picked with COUNTERS as the 3rd
      * command-line word, or DAY10PART2-MODE=COUNTERS in
      * siteparams.dat; the command line wins. LIGHTS keeps the
      * original light-pattern solve.
       01  WS-ARG3                 PIC X(20).
       01  WS-MODE                 PIC X(8) VALUE "LIGHTS".
           88  COUNTER-MODE        VALUE "COUNTERS".
       01  WS-IN-BRACE             PIC 9.
       01  WS-NUM-COUNTERS         PIC 9(3).
       01  WS-CTR-TARGET           OCCURS 100 TIMES PIC 9(5).
       01  WS-CTR-MATRIX.
           05  WS-CTR-ROW          OCCURS 100 TIMES.
               10  WS-CTR-COL      OCCURS 101 TIMES
                                   PIC S9(18) COMP-5.
      * Per free column: the most presses it can ever take (the
      * lowest target among the counters it touches), the value the
      * walk is trying next, and the value it currently holds.
       01  WS-CTR-UBOUND           OCCURS 100 TIMES PIC 9(5).
       01  WS-CTR-TRY              OCCURS 100 TIMES PIC 9(5).
       01  WS-CTR-FREE-VAL         OCCURS 100 TIMES PIC 9(5).
      * Per pivot row: the last free column (by search depth) it
      * depends on, and its press count once that column is set.
      * Per depth: the pivot presses fixed at that level.
       01  WS-CTR-ROW-LAST         OCCURS 100 TIMES PIC 9(3).
       01  WS-CTR-PIV-VAL          OCCURS 100 TIMES PIC 9(5).
       01  WS-CTR-DEP-SUM          OCCURS 100 TIMES PIC 9(7).
       01  WS-CTR-PIV-SUM          PIC 9(7).
       01  WS-CTR-LEVEL-SUM        PIC 9(7).
       01  WS-CTR-CUT              PIC 9.
       01  WS-CTR-SOL              OCCURS 100 TIMES PIC 9(5).
       01  WS-CTR-FREE-SUM         PIC 9(7).
       01  WS-CTR-SUM              PIC 9(7).
       01  WS-CTR-BEST             PIC 9(7).
       01  WS-CTR-FOUND            PIC 9.
       01  WS-CTR-A                PIC S9(18) COMP-5.
       01  WS-CTR-B                PIC S9(18) COMP-5.
       01  WS-CTR-G                PIC S9(18) COMP-5.
       01  WS-CTR-Q                PIC S9(18) COMP-5.
       01  WS-CTR-R                PIC S9(18) COMP-5.
       01  WS-CTR-NUM              PIC S9(18) COMP-5.
       01  WS-CTR-PRESS-OUT        PIC ZZZZZZ9.
       01  WS-CTR-BTN-LIST         PIC X(600).
       01  WS-CTR-BTN-POS          PIC 9(4).
       01  WS-CTR-BTN-OUT          PIC ZZZ9.
       01  WS-CTR-CNT-OUT          PIC ZZZZ9.

      * Machine-solution cache (see Common/Programs/MachineCache):
      * the machine's signature -- light pattern, or counter targets
      * in COUNTERS mode, plus the button groups in sorted order --
      * is looked up before any elimination; a known machine reuses
      * its stored press vector, a new one is solved and saved.
      * NOCACHE as the 4th command-line word bypasses the cache;
      * PURGE drops this mode's entries first, for when the solver
      * logic changes.
       01  WS-ARG4                 PIC X(20).
       01  WS-CACHE-SW             PIC X VALUE 'Y'.
           88  CACHE-ON            VALUE 'Y'.
       01  WS-CACHE-FUNC           PIC X(8).
       01  WS-CACHE-TAG            PIC X(12).
       01  WS-CACHE-SIG            PIC X(500).
       01  WS-CACHE-RESULT.
           05  WS-CR-STATUS        PIC X.
           05  WS-CR-ROW           PIC 9(3).
           05  WS-CR-TIES          PIC 9(9).
           05  WS-CR-PRESSES       PIC 9(7).
           05  WS-CR-VECTOR        PIC X(400).
       01  WS-CACHE-FOUND          PIC X.
       01  WS-SIG-OVERFLOW         PIC X.
       01  WS-SIG-POS              PIC 9(4).
       01  WS-SIG-GROUPS.
           05  WS-SIG-GROUP        OCCURS 100 TIMES PIC X(300).
       01  WS-SIG-ORDER            OCCURS 100 TIMES PIC 9(3).
       01  WS-SIG-SORTED           PIC X.
       01  WS-SIG-TMP              PIC 9(3).
       01  WS-GRP-POS              PIC 9(4).
       01  WS-SIG-NUM-OUT          PIC ZZZZ9.
       01  WS-VEC-POS              PIC 9(4).
       01  WS-VEC-TOKEN            PIC X(10).

      * Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
       01  WS-START-STAMP          PIC X(21).
                   MOVE SPACES TO WS-OUTDIR
           END-ACCEPT.

           PERFORM LOAD-SITE-PARAMS.
           MOVE SPACES TO WS-ARG3.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3)) = "COUNTERS"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
                   = "LIGHTS"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
                   TO WS-MODE
           END-IF.
           IF COUNTER-MODE
               DISPLAY "MODE: COUNTERS (fewest presses to reach the"
                   " {...} joltage targets)"
               MOVE "P2-COUNTERS" TO WS-CACHE-TAG
           ELSE
               MOVE "P2-LIGHTS" TO WS-CACHE-TAG
           END-IF.

           MOVE SPACES TO WS-ARG4.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG4
           END-ACCEPT.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4))
               WHEN "NOCACHE"
                   MOVE 'N' TO WS-CACHE-SW
               WHEN "PURGE"
                   MOVE "PURGE" TO WS-CACHE-FUNC
                   CALL "machcache" USING WS-CACHE-FUNC WS-CACHE-TAG
                       WS-CACHE-SIG WS-CACHE-RESULT WS-CACHE-FOUND
           END-EVALUATE.

           PERFORM VERIFY-INPUT-FILE.

           OPEN INPUT INPUT-FILE.
           END-PERFORM.

           CLOSE INPUT-FILE.
           IF CACHE-ON
               MOVE "SAVE" TO WS-CACHE-FUNC
               CALL "machcache" USING WS-CACHE-FUNC WS-CACHE-TAG
                   WS-CACHE-SIG WS-CACHE-RESULT WS-CACHE-FOUND
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
           ADD 1 TO WS-LINE-NO.
           PERFORM INITIALIZE-VARS.
           PERFORM PARSE-LINE.
           IF CACHE-ON
               AND (WS-NUM-COUNTERS > 0 OR NOT COUNTER-MODE)
               PERFORM LOOKUP-MACHINE-CACHE
               IF WS-CACHE-FOUND = 'Y'
                   PERFORM APPLY-CACHED-SOLUTION
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'Y' TO WS-SIG-OVERFLOW
           END-IF.
           IF COUNTER-MODE
               PERFORM PROCESS-COUNTER-MACHINE
           ELSE
               PERFORM BUILD-MATRIX
               PERFORM SOLVE-MATRIX
               IF WS-INFEASIBLE = 1
                   ADD 1 TO WS-INFEAS-COUNT
                   DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                       ": row " WS-INFEAS-ROW
                       " reduces to 0 = 1 -- no button set can"
                       " satisfy it"
               ELSE
                   PERFORM COUNT-PRESSES
               END-IF
           END-IF.
           IF CACHE-ON
               PERFORM STORE-MACHINE-CACHE
           END-IF.

       INITIALIZE-VARS.
           MOVE 0 TO WS-INFEASIBLE.
           MOVE 0 TO WS-INFEAS-ROW.
           MOVE 1 TO WS-CURRENT-ROW.
           MOVE 0 TO WS-IN-BRACE.
           MOVE 0 TO WS-NUM-COUNTERS.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               MOVE 0 TO WS-TARGET(WS-I)
               MOVE 0 TO WS-CTR-TARGET(WS-I)
               MOVE 0 TO WS-SOLUTION(WS-I)
               MOVE 0 TO WS-BEST-SOL(WS-I)
               MOVE 0 TO WS-TEMP-SOL(WS-I)
                       MOVE 0 TO WS-IN-PAREN
                       MOVE 0 TO WS-DIGIT-LEN

                   WHEN WS-CHAR = '{'
                       MOVE 1 TO WS-IN-BRACE
                       MOVE 0 TO WS-NUM-COUNTERS
                       MOVE 0 TO WS-DIGIT-LEN

                   WHEN WS-CHAR = '}'
                       IF WS-DIGIT-LEN > 0
                           PERFORM PROCESS-COUNTER-TARGET
                       END-IF
                       MOVE 0 TO WS-IN-BRACE
                       MOVE 0 TO WS-DIGIT-LEN

                   WHEN WS-IN-BRACE = 1
                       IF WS-CHAR >= '0' AND WS-CHAR <= '9'
                           ADD 1 TO WS-DIGIT-LEN
                           MOVE WS-CHAR TO WS-DIGIT-STR(WS-DIGIT-LEN:1)
                       ELSE IF WS-CHAR = ','
                           IF WS-DIGIT-LEN > 0
                               PERFORM PROCESS-COUNTER-TARGET
                           END-IF
                           MOVE 0 TO WS-DIGIT-LEN
                       END-IF

                   WHEN WS-IN-BRACKET = 1
                       IF WS-CHAR = '.' OR WS-CHAR = '#'
                           ADD 1 TO WS-NUM-LIGHTS
           MOVE 1 TO WS-BTN-BITS(WS-BUTTON-IDX, WS-TEMP-NUM).
           MOVE SPACES TO WS-DIGIT-STR.

       PROCESS-COUNTER-TARGET.
           IF WS-NUM-COUNTERS < 100
               ADD 1 TO WS-NUM-COUNTERS
               MOVE FUNCTION NUMVAL(WS-DIGIT-STR(1:WS-DIGIT-LEN))
                   TO WS-CTR-TARGET(WS-NUM-COUNTERS)
           END-IF.
           MOVE SPACES TO WS-DIGIT-STR.

       BUILD-MATRIX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-LIGHTS
               PERFORM VARYING WS-J FROM 1 BY 1
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-COUNTER-MACHINE.
      * Counter-target solve for one machine. A line with no {...}
      * section, or whose equations have no non-negative whole-number
      * answer, goes down the same infeasible-machine path as a light
      * pattern that reduces to 0 = 1.
           IF WS-NUM-COUNTERS = 0
               ADD 1 TO WS-INFEAS-COUNT
               DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                   ": no {...} counter targets on the line"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-COUNTER-MATRIX.
           PERFORM SOLVE-COUNTER-MATRIX.
           IF WS-INFEASIBLE = 0
               PERFORM SEARCH-COUNTER-SPACE
               IF WS-CTR-FOUND = 0
                   MOVE 1 TO WS-INFEASIBLE
                   MOVE 0 TO WS-INFEAS-ROW
               END-IF
           END-IF.
           IF WS-INFEASIBLE = 1
               ADD 1 TO WS-INFEAS-COUNT
               IF WS-INFEAS-ROW > 0
                   DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                       ": counter row " WS-INFEAS-ROW
                       " reduces to 0 = nonzero -- no press counts"
                       " can reach the targets"
               ELSE
                   DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                       ": no whole, non-negative press counts reach"
                       " the counter targets"
               END-IF
           ELSE
               ADD WS-CTR-BEST TO WS-TOTAL-PRESSES
               PERFORM REPORT-COUNTER-MACHINE
           END-IF.

       BUILD-COUNTER-MATRIX.
      * One row per counter, one column per button, targets on the
      * right. A button that names a counter past the {...} list
      * simply has no row to land in.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-COUNTERS
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-BUTTONS
                   MOVE WS-BTN-BITS(WS-J, WS-I)
                       TO WS-CTR-COL(WS-I, WS-J)
               END-PERFORM
               COMPUTE WS-K = WS-NUM-BUTTONS + 1
               MOVE WS-CTR-TARGET(WS-I) TO WS-CTR-COL(WS-I, WS-K)
           END-PERFORM.

      * Each button's ceiling: it can never be pressed more times
      * than the lowest target among the counters it feeds.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-BUTTONS
               MOVE 99999 TO WS-CTR-UBOUND(WS-J)
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-COUNTERS
                   IF WS-BTN-BITS(WS-J, WS-I) = 1
                       AND WS-CTR-TARGET(WS-I) < WS-CTR-UBOUND(WS-J)
                       MOVE WS-CTR-TARGET(WS-I)
                           TO WS-CTR-UBOUND(WS-J)
                   END-IF
               END-PERFORM
               IF WS-CTR-UBOUND(WS-J) = 99999
                   MOVE 0 TO WS-CTR-UBOUND(WS-J)
               END-IF
           END-PERFORM.

       SOLVE-COUNTER-MATRIX.
      * Gauss-Jordan without division: each eliminated row becomes
      * pivot * row - entry * pivot-row, then is cut back by the gcd
      * of its entries so the figures stay small.
           MOVE 0 TO WS-NUM-PIVOTS.
           MOVE 1 TO WS-CURRENT-ROW.
           COMPUTE WS-K = WS-NUM-BUTTONS + 1.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               MOVE 0 TO WS-PIVOT
               PERFORM VARYING WS-J FROM WS-CURRENT-ROW BY 1
                   UNTIL WS-J > WS-NUM-COUNTERS OR WS-PIVOT > 0
                   IF WS-CTR-COL(WS-J, WS-I) NOT = 0
                       MOVE WS-J TO WS-PIVOT
                   END-IF
               END-PERFORM

               IF WS-PIVOT > 0
                   IF WS-PIVOT NOT = WS-CURRENT-ROW
                       PERFORM SWAP-COUNTER-ROWS
                   END-IF
                   IF WS-CTR-COL(WS-CURRENT-ROW, WS-I) < 0
                       PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-K
                           COMPUTE WS-CTR-COL(WS-CURRENT-ROW, WS-J) =
                               0 - WS-CTR-COL(WS-CURRENT-ROW, WS-J)
                       END-PERFORM
                   END-IF

                   ADD 1 TO WS-NUM-PIVOTS
                   MOVE WS-I TO WS-PIVOT-COLS(WS-NUM-PIVOTS)

                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NUM-COUNTERS
                       IF WS-J NOT = WS-CURRENT-ROW
                           AND WS-CTR-COL(WS-J, WS-I) NOT = 0
                           PERFORM ELIMINATE-COUNTER-ROW
                       END-IF
                   END-PERFORM

                   ADD 1 TO WS-CURRENT-ROW
               END-IF
           END-PERFORM.

      * Rows past the last pivot carry no button at all; any of them
      * still asking for a nonzero level can never be met.
           PERFORM VARYING WS-J FROM WS-CURRENT-ROW BY 1
               UNTIL WS-J > WS-NUM-COUNTERS OR WS-INFEASIBLE = 1
               IF WS-CTR-COL(WS-J, WS-K) NOT = 0
                   MOVE 1 TO WS-INFEASIBLE
                   MOVE WS-J TO WS-INFEAS-ROW
               END-IF
           END-PERFORM.
           IF WS-INFEASIBLE = 1
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-NUM-FREE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               MOVE 0 TO WS-IS-PIVOT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-PIVOTS
                   IF WS-PIVOT-COLS(WS-J) = WS-I
                       MOVE 1 TO WS-IS-PIVOT
                   END-IF
               END-PERFORM
               IF WS-IS-PIVOT = 0
                   ADD 1 TO WS-NUM-FREE
                   MOVE WS-I TO WS-FREE-VARS(WS-NUM-FREE)
               END-IF
           END-PERFORM.

       SWAP-COUNTER-ROWS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-K
               MOVE WS-CTR-COL(WS-CURRENT-ROW, WS-J) TO WS-CTR-A
               MOVE WS-CTR-COL(WS-PIVOT, WS-J)
                   TO WS-CTR-COL(WS-CURRENT-ROW, WS-J)
               MOVE WS-CTR-A TO WS-CTR-COL(WS-PIVOT, WS-J)
           END-PERFORM.

       ELIMINATE-COUNTER-ROW.
      * Row WS-J loses its entry in pivot column WS-I.
           MOVE WS-CTR-COL(WS-CURRENT-ROW, WS-I) TO WS-CTR-A.
           MOVE WS-CTR-COL(WS-J, WS-I) TO WS-CTR-B.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-K
               COMPUTE WS-CTR-COL(WS-J, WS-POS) =
                   WS-CTR-A * WS-CTR-COL(WS-J, WS-POS)
                   - WS-CTR-B * WS-CTR-COL(WS-CURRENT-ROW, WS-POS)
           END-PERFORM.

           MOVE 0 TO WS-CTR-G.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-K
               IF WS-CTR-COL(WS-J, WS-POS) NOT = 0
                   MOVE WS-CTR-G TO WS-CTR-A
                   MOVE WS-CTR-COL(WS-J, WS-POS) TO WS-CTR-B
                   PERFORM COUNTER-GCD
               END-IF
           END-PERFORM.
           IF WS-CTR-G > 1
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-K
                   DIVIDE WS-CTR-G INTO WS-CTR-COL(WS-J, WS-POS)
               END-PERFORM
           END-IF.

       COUNTER-GCD.
      * Greatest common divisor of |WS-CTR-A| and |WS-CTR-B| into
      * WS-CTR-G (Euclid).
           IF WS-CTR-A < 0
               COMPUTE WS-CTR-A = 0 - WS-CTR-A
           END-IF.
           IF WS-CTR-B < 0
               COMPUTE WS-CTR-B = 0 - WS-CTR-B
           END-IF.
           PERFORM UNTIL WS-CTR-B = 0
               DIVIDE WS-CTR-A BY WS-CTR-B GIVING WS-CTR-Q
                   REMAINDER WS-CTR-R
               MOVE WS-CTR-B TO WS-CTR-A
               MOVE WS-CTR-R TO WS-CTR-B
           END-PERFORM.
           MOVE WS-CTR-A TO WS-CTR-G.

       SEARCH-COUNTER-SPACE.
      * Depth-first walk of the free columns, each from 0 up to its
      * ceiling. After elimination every pivot row holds just its own
      * button and some free ones, so a row's press count is fixed
      * as soon as the last free column it uses has a value -- that
      * is where it is checked, and a row that comes out negative or
      * fractional drops the branch there instead of at the leaf.
      * The running total (free presses plus pivot presses fixed so
      * far) can never shrink deeper down, so a branch already at
      * the best total found is dropped too.
           MOVE 0 TO WS-CTR-FOUND.
           MOVE 0 TO WS-CTR-BEST.
           MOVE 0 TO WS-CTR-FREE-SUM.
           MOVE 0 TO WS-CTR-PIV-SUM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-FREE
               MOVE 0 TO WS-CTR-TRY(WS-I)
               MOVE 0 TO WS-CTR-FREE-VAL(WS-I)
               MOVE 0 TO WS-CTR-DEP-SUM(WS-I)
           END-PERFORM.

           COMPUTE WS-K = WS-NUM-BUTTONS + 1.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PIVOTS
               MOVE 0 TO WS-CTR-ROW-LAST(WS-I)
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-FREE
                   IF WS-CTR-COL(WS-I, WS-FREE-VARS(WS-J)) NOT = 0
                       MOVE WS-J TO WS-CTR-ROW-LAST(WS-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Rows with no free column at all are fixed before the walk.
           MOVE 0 TO WS-DEPTH.
           PERFORM CHECK-COUNTER-ROWS.
           IF WS-CTR-CUT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTR-LEVEL-SUM TO WS-CTR-PIV-SUM.

           IF WS-NUM-FREE = 0
               PERFORM TRY-COUNTER-SOLUTION
           ELSE
               MOVE 1 TO WS-DEPTH
               PERFORM COUNTER-SEARCH-STEP UNTIL WS-DEPTH = 0
           END-IF.

       COUNTER-SEARCH-STEP.
           IF WS-CTR-TRY(WS-DEPTH) >
               WS-CTR-UBOUND(WS-FREE-VARS(WS-DEPTH))
               MOVE 0 TO WS-CTR-TRY(WS-DEPTH)
               SUBTRACT 1 FROM WS-DEPTH
               IF WS-DEPTH > 0
                   SUBTRACT WS-CTR-DEP-SUM(WS-DEPTH) FROM WS-CTR-PIV-SUM
                   PERFORM RETREAT-COUNTER-ASSIGN
               END-IF
           ELSE
               MOVE WS-CTR-TRY(WS-DEPTH) TO WS-CTR-FREE-VAL(WS-DEPTH)
               ADD WS-CTR-FREE-VAL(WS-DEPTH) TO WS-CTR-FREE-SUM
               PERFORM CHECK-COUNTER-ROWS
               MOVE WS-CTR-LEVEL-SUM TO WS-CTR-DEP-SUM(WS-DEPTH)
               COMPUTE WS-CTR-SUM = WS-CTR-FREE-SUM + WS-CTR-PIV-SUM
                   + WS-CTR-LEVEL-SUM
               EVALUATE TRUE
                   WHEN WS-CTR-CUT = 2
                       OR (WS-CTR-FOUND = 1
                           AND WS-CTR-FREE-SUM >= WS-CTR-BEST)
                       PERFORM RETREAT-COUNTER-ASSIGN
                       COMPUTE WS-CTR-TRY(WS-DEPTH) =
                           WS-CTR-UBOUND(WS-FREE-VARS(WS-DEPTH)) + 1
                   WHEN WS-CTR-CUT = 1
                       OR (WS-CTR-FOUND = 1
                           AND WS-CTR-SUM >= WS-CTR-BEST)
                       PERFORM RETREAT-COUNTER-ASSIGN
                   WHEN WS-DEPTH = WS-NUM-FREE
                       PERFORM TRY-COUNTER-SOLUTION
                       PERFORM RETREAT-COUNTER-ASSIGN
                   WHEN OTHER
                       ADD WS-CTR-LEVEL-SUM TO WS-CTR-PIV-SUM
                       ADD 1 TO WS-DEPTH
               END-EVALUATE
           END-IF.

       RETREAT-COUNTER-ASSIGN.
           SUBTRACT WS-CTR-FREE-VAL(WS-DEPTH) FROM WS-CTR-FREE-SUM.
           MOVE 0 TO WS-CTR-FREE-VAL(WS-DEPTH).
           ADD 1 TO WS-CTR-TRY(WS-DEPTH).

       CHECK-COUNTER-ROWS.
      * Fix the pivot press count of every row whose last free
      * column is this depth. WS-CTR-CUT comes back 0 when they all
      * come out whole and non-negative, 1 when this value fails,
      * and 2 when a row went negative on a column with a positive
      * coefficient -- higher values here only push it further down,
      * so the rest of the level is dropped.
           MOVE 0 TO WS-CTR-CUT.
           MOVE 0 TO WS-CTR-LEVEL-SUM.
           COMPUTE WS-K = WS-NUM-BUTTONS + 1.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-PIVOTS OR WS-CTR-CUT = 2
               IF WS-CTR-ROW-LAST(WS-I) = WS-DEPTH
                   MOVE WS-CTR-COL(WS-I, WS-K) TO WS-CTR-NUM
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-DEPTH
                       COMPUTE WS-CTR-NUM = WS-CTR-NUM
                           - WS-CTR-COL(WS-I, WS-FREE-VARS(WS-J))
                           * WS-CTR-FREE-VAL(WS-J)
                   END-PERFORM
                   DIVIDE WS-CTR-NUM BY
                       WS-CTR-COL(WS-I, WS-PIVOT-COLS(WS-I))
                       GIVING WS-CTR-Q REMAINDER WS-CTR-R
                   EVALUATE TRUE
                       WHEN WS-CTR-NUM < 0 AND WS-DEPTH > 0
                           AND WS-CTR-COL(WS-I,
                               WS-FREE-VARS(WS-DEPTH)) > 0
                           MOVE 2 TO WS-CTR-CUT
                       WHEN WS-CTR-NUM < 0
                           OR WS-CTR-R NOT = 0
                           OR WS-CTR-Q > 99999
                           MOVE 1 TO WS-CTR-CUT
                       WHEN OTHER
                           MOVE WS-CTR-Q TO WS-CTR-PIV-VAL(WS-I)
                           ADD WS-CTR-Q TO WS-CTR-LEVEL-SUM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       TRY-COUNTER-SOLUTION.
      * Every row has been fixed by the time the walk reaches here,
      * and WS-CTR-SUM already beats the best total.
           IF WS-NUM-FREE = 0
               MOVE WS-CTR-PIV-SUM TO WS-CTR-SUM
           END-IF.
           MOVE 1 TO WS-CTR-FOUND.
           MOVE WS-CTR-SUM TO WS-CTR-BEST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               MOVE 0 TO WS-CTR-SOL(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-FREE
               MOVE WS-CTR-FREE-VAL(WS-I)
                   TO WS-CTR-SOL(WS-FREE-VARS(WS-I))
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-PIVOTS
               MOVE WS-CTR-PIV-VAL(WS-I)
                   TO WS-CTR-SOL(WS-PIVOT-COLS(WS-I))
           END-PERFORM.

       REPORT-COUNTER-MACHINE.
      * One line per machine: the press total, then each button
      * pressed as button x count.
           MOVE SPACES TO WS-CTR-BTN-LIST.
           MOVE 1 TO WS-CTR-BTN-POS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               IF WS-CTR-SOL(WS-I) > 0
                   MOVE WS-I TO WS-CTR-BTN-OUT
                   MOVE WS-CTR-SOL(WS-I) TO WS-CTR-CNT-OUT
                   STRING FUNCTION TRIM(WS-CTR-BTN-OUT) "x"
                       FUNCTION TRIM(WS-CTR-CNT-OUT) " "
                       DELIMITED BY SIZE
                       INTO WS-CTR-BTN-LIST
                       WITH POINTER WS-CTR-BTN-POS
               END-IF
           END-PERFORM.
           MOVE WS-CTR-BEST TO WS-CTR-PRESS-OUT.
           DISPLAY "MACHINE " WS-LINE-NO ": "
               FUNCTION TRIM(WS-CTR-PRESS-OUT) " presses  "
               FUNCTION TRIM(WS-CTR-BTN-LIST).

       LOAD-SITE-PARAMS.
      * Site-wide defaults from siteparams.dat at the repository
      * root; command-line arguments still win.
      * See Common/Programs/SiteParams.
           MOVE "DAY10PART2-MODE" TO WS-SP-KEY.
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND.
           IF WS-SP-FOUND = "Y"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                   = "COUNTERS"
                   MOVE "COUNTERS" TO WS-MODE
               END-IF
           END-IF.

       LOOKUP-MACHINE-CACHE.
           MOVE 'N' TO WS-CACHE-FOUND.
           PERFORM BUILD-MACHINE-SIGNATURE.
           IF WS-SIG-OVERFLOW = 'N'
               MOVE "LOOKUP" TO WS-CACHE-FUNC
               CALL "machcache" USING WS-CACHE-FUNC WS-CACHE-TAG
                   WS-CACHE-SIG WS-CACHE-RESULT WS-CACHE-FOUND
           END-IF.

       BUILD-MACHINE-SIGNATURE.
      * Light pattern (or counter targets), then every button group
      * (its numbers as written on the feed, ascending) in sorted
      * order. A machine too big to fit the signature is simply
      * solved every night.
           MOVE 'N' TO WS-SIG-OVERFLOW.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-NUM-BUTTONS
               MOVE SPACES TO WS-SIG-GROUP(WS-J)
               MOVE 1 TO WS-GRP-POS
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
                   IF WS-BTN-BITS(WS-J, WS-I) = 1
                       COMPUTE WS-TEMP-NUM = WS-I - 1
                       MOVE WS-TEMP-NUM TO WS-SIG-NUM-OUT
                       IF WS-GRP-POS > 1
                           STRING "," DELIMITED BY SIZE
                               INTO WS-SIG-GROUP(WS-J)
                               WITH POINTER WS-GRP-POS
                       END-IF
                       STRING FUNCTION TRIM(WS-SIG-NUM-OUT)
                           DELIMITED BY SIZE
                           INTO WS-SIG-GROUP(WS-J)
                           WITH POINTER WS-GRP-POS
                   END-IF
               END-PERFORM
               MOVE WS-J TO WS-SIG-ORDER(WS-J)
           END-PERFORM.

           PERFORM VARYING WS-I FROM 2 BY 1
               UNTIL WS-I > WS-NUM-BUTTONS
               MOVE WS-I TO WS-K
               MOVE 'N' TO WS-SIG-SORTED
               PERFORM SORT-SIGNATURE-GROUP
                   UNTIL WS-SIG-SORTED = 'Y'
           END-PERFORM.

           MOVE SPACES TO WS-CACHE-SIG.
           IF COUNTER-MODE
               MOVE '{' TO WS-CACHE-SIG(1:1)
               MOVE 2 TO WS-SIG-POS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-COUNTERS
                   MOVE WS-CTR-TARGET(WS-I) TO WS-SIG-NUM-OUT
                   IF WS-I > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-CACHE-SIG WITH POINTER WS-SIG-POS
                   END-IF
                   STRING FUNCTION TRIM(WS-SIG-NUM-OUT)
                       DELIMITED BY SIZE
                       INTO WS-CACHE-SIG WITH POINTER WS-SIG-POS
                       ON OVERFLOW
                           MOVE 'Y' TO WS-SIG-OVERFLOW
                   END-STRING
               END-PERFORM
               STRING "}" DELIMITED BY SIZE
                   INTO WS-CACHE-SIG WITH POINTER WS-SIG-POS
                   ON OVERFLOW
                       MOVE 'Y' TO WS-SIG-OVERFLOW
               END-STRING
           ELSE
               MOVE '[' TO WS-CACHE-SIG(1:1)
               MOVE 2 TO WS-SIG-POS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-LIGHTS
                   IF WS-TARGET(WS-I) = 1
                       MOVE '#' TO WS-CACHE-SIG(WS-SIG-POS:1)
                   ELSE
                       MOVE '.' TO WS-CACHE-SIG(WS-SIG-POS:1)
                   END-IF
                   ADD 1 TO WS-SIG-POS
               END-PERFORM
               MOVE ']' TO WS-CACHE-SIG(WS-SIG-POS:1)
               ADD 1 TO WS-SIG-POS
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-BUTTONS
               STRING " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SIG-GROUP(WS-SIG-ORDER(WS-K)))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-CACHE-SIG WITH POINTER WS-SIG-POS
                   ON OVERFLOW
                       MOVE 'Y' TO WS-SIG-OVERFLOW
               END-STRING
           END-PERFORM.

       SORT-SIGNATURE-GROUP.
      * One insertion-sort step: slide button order WS-K down past
      * any group that sorts after it.
           IF WS-K < 2
               MOVE 'Y' TO WS-SIG-SORTED
           ELSE
               IF WS-SIG-GROUP(WS-SIG-ORDER(WS-K - 1))
                   > WS-SIG-GROUP(WS-SIG-ORDER(WS-K))
                   MOVE WS-SIG-ORDER(WS-K - 1) TO WS-SIG-TMP
                   MOVE WS-SIG-ORDER(WS-K) TO WS-SIG-ORDER(WS-K - 1)
                   MOVE WS-SIG-TMP TO WS-SIG-ORDER(WS-K)
                   SUBTRACT 1 FROM WS-K
               ELSE
                   MOVE 'Y' TO WS-SIG-SORTED
               END-IF
           END-IF.

       APPLY-CACHED-SOLUTION.
      * Known machine: the stored vector is in sorted-group order, so
      * each entry goes back to the button it sorted from.
           IF WS-CR-STATUS = 'I'
               ADD 1 TO WS-INFEAS-COUNT
               MOVE WS-CR-ROW TO WS-INFEAS-ROW
               EVALUATE TRUE
                   WHEN NOT COUNTER-MODE
                       DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                           ": row " WS-INFEAS-ROW
                           " reduces to 0 = 1 -- no button set can"
                           " satisfy it"
                   WHEN WS-INFEAS-ROW > 0
                       DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                           ": counter row " WS-INFEAS-ROW
                           " reduces to 0 = nonzero -- no press"
                           " counts can reach the targets"
                   WHEN OTHER
                       DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                           ": no whole, non-negative press counts"
                           " reach the counter targets"
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-VEC-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-BUTTONS
               MOVE SPACES TO WS-VEC-TOKEN
               UNSTRING WS-CR-VECTOR DELIMITED BY ALL SPACE
                   INTO WS-VEC-TOKEN WITH POINTER WS-VEC-POS
               END-UNSTRING
               IF COUNTER-MODE
                   COMPUTE WS-CTR-SOL(WS-SIG-ORDER(WS-K)) =
                       FUNCTION NUMVAL(WS-VEC-TOKEN)
               ELSE
                   COMPUTE WS-SOLUTION(WS-SIG-ORDER(WS-K)) =
                       FUNCTION NUMVAL(WS-VEC-TOKEN)
               END-IF
           END-PERFORM.
           IF COUNTER-MODE
               MOVE WS-CR-PRESSES TO WS-CTR-BEST
               ADD WS-CTR-BEST TO WS-TOTAL-PRESSES
               PERFORM REPORT-COUNTER-MACHINE
           ELSE
               PERFORM COUNT-PRESSES
           END-IF.

       STORE-MACHINE-CACHE.
           IF WS-SIG-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CR-VECTOR.
           MOVE 0 TO WS-CR-TIES.
           MOVE 0 TO WS-CR-PRESSES.
           MOVE WS-INFEAS-ROW TO WS-CR-ROW.
           IF WS-INFEASIBLE = 1
               MOVE 'I' TO WS-CR-STATUS
           ELSE
               MOVE 'S' TO WS-CR-STATUS
               IF COUNTER-MODE
                   MOVE WS-CTR-BEST TO WS-CR-PRESSES
               ELSE
                   MOVE WS-RESULT TO WS-CR-PRESSES
               END-IF
               MOVE 1 TO WS-VEC-POS
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NUM-BUTTONS
                   IF COUNTER-MODE
                       MOVE WS-CTR-SOL(WS-SIG-ORDER(WS-K))
                           TO WS-SIG-NUM-OUT
                   ELSE
                       MOVE WS-SOLUTION(WS-SIG-ORDER(WS-K))
                           TO WS-SIG-NUM-OUT
                   END-IF
                   STRING FUNCTION TRIM(WS-SIG-NUM-OUT) " "
                       DELIMITED BY SIZE
                       INTO WS-CR-VECTOR WITH POINTER WS-VEC-POS
                       ON OVERFLOW
                           MOVE 'Y' TO WS-SIG-OVERFLOW
                   END-STRING
               END-PERFORM
           END-IF.
           IF WS-SIG-OVERFLOW = 'N'
               MOVE "STORE" TO WS-CACHE-FUNC
               CALL "machcache" USING WS-CACHE-FUNC WS-CACHE-TAG
                   WS-CACHE-SIG WS-CACHE-RESULT WS-CACHE-FOUND
           END-IF.
