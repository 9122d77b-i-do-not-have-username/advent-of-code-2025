           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FS.

      * The storeroom's button-to-parts mapping and parts price list
      * at the repository root, read to price each button press.
           SELECT BTN-PARTS-FILE ASSIGN TO "../../buttonparts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FS.

           SELECT PRICE-FILE ASSIGN TO "../../partprices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.
       
       DATA DIVISION.
       FILE SECTION.
           05  WO-PRESSES          PIC 9(3).
           05  FILLER              PIC X.
           05  WO-BUTTONS          PIC X(600).
           05  FILLER              PIC X.
           05  WO-COST             PIC 9(7).99.

       FD  BTN-PARTS-FILE.
       01  BTN-PARTS-RECORD        PIC X(100).

       FD  PRICE-FILE.
       01  PRICE-RECORD            PIC X(100).
       
       WORKING-STORAGE SECTION.
       01  WS-FILENAME             PIC X(256) VALUE "input.txt".
       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR           PIC X(40).
       01  WS-OUTDIR               PIC X(256).
       01  WS-SP-KEY               PIC X(30).
       01  WS-SP-VALUE             PIC X(40).
       01  WS-SP-FOUND             PIC X.

      * Each run's .workorders output is also kept as a numbered
      * generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "workorders".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

      * Cost-weighted selection: every button press consumes the
      * parts buttonparts.dat lists for it, priced from the
      * storeroom's partprices.dat (<part-number> <unit-cost>). In
      * COST mode (3rd command-line word, or DAY10PART1-MODE=COST in
      * siteparams.dat; the command line wins) the free-variable
      * search minimizes the parts cost of the presses, press count
      * breaking ties; PRESSES mode keeps the fewest-press choice.
      * Either way each work order carries its parts cost.
       01  WS-ARG3                 PIC X(20).
       01  WS-MODE                 PIC X(8) VALUE "PRESSES".
           88  COST-MODE           VALUE "COST".
       01  WS-BP-FS                PIC XX.
       01  WS-PR-FS                PIC XX.
       01  WS-COST-EOF             PIC X.
       01  WS-COST-LINE            PIC X(100).
       01  WS-COST-TOK1            PIC X(20).
       01  WS-COST-TOK2            PIC X(20).
       01  WS-COST-TOK3            PIC X(20).
       01  WS-PRICE-COUNT          PIC 9(5) COMP-5 VALUE 0.
       01  WS-PRICE-TAB.
           05  WS-PRICE-ENT OCCURS 500 TIMES.
               10  WS-PRICE-PART   PIC X(20).
               10  WS-PRICE-UNIT   PIC 9(7)V99.
       01  WS-PRICE-IDX            PIC 9(5) COMP-5.
       01  WS-PRICE-HIT            PIC 9(5) COMP-5.
       01  WS-MAP-BTN              PIC 9(5).
       01  WS-MAP-QTY              PIC 9(5).
       01  WS-BTN-COST             OCCURS 100 TIMES PIC 9(9)V99.
       01  WS-UNPRICED             PIC 9(5) COMP-5 VALUE 0.
       01  WS-FREE-COST            PIC 9(9)V99.
       01  WS-MIN-COST             PIC 9(9)V99.
       01  WS-COST                 PIC 9(9)V99.
       01  WS-SOL-COST             PIC 9(9)V99.
       01  WS-TOTAL-COST           PIC 9(11)V99 VALUE 0.
       01  WS-COST-OUT             PIC Z(10)9.99.

      * Machine-solution cache (see Common/Programs/MachineCache):
      * the machine's signature -- light pattern plus the button
      * groups in sorted order, plus each group's press cost in COST
      * mode -- is looked up before any elimination; a known machine
      * reuses its stored press vector, a new one is solved and
      * saved. NOCACHE as the 4th command-line word bypasses the
      * cache; PURGE drops this mode's entries first, for when the
      * solver logic changes.
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
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3)) = "COST"
               OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
                   = "PRESSES"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
                   TO WS-MODE
           END-IF.
           PERFORM LOAD-BUTTON-COSTS.
           IF COST-MODE
               DISPLAY "MODE: COST (cheapest parts cost per machine,"
                   " fewest presses breaking ties)"
               MOVE "P1-COST" TO WS-CACHE-TAG
           ELSE
               MOVE "P1-PRESSES" TO WS-CACHE-TAG
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

           MOVE SPACES TO WS-WO-NAME.

           CLOSE WORK-ORDER-FILE.
           DISPLAY "WORK ORDERS: " FUNCTION TRIM(WS-WO-NAME).
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-WO-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK.
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF.
           IF CACHE-ON
               MOVE "SAVE" TO WS-CACHE-FUNC
               CALL "machcache" USING WS-CACHE-FUNC WS-CACHE-TAG
                   WS-CACHE-SIG WS-CACHE-RESULT WS-CACHE-FOUND
           END-IF.
           MOVE WS-TOTAL-COST TO WS-COST-OUT.
           DISPLAY "PARTS COST: " FUNCTION TRIM(WS-COST-OUT).

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP.
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
           ADD 1 TO WS-LINE-NO.
           PERFORM INITIALIZE-VARS.
           PERFORM PARSE-LINE.
           IF CACHE-ON
               PERFORM LOOKUP-MACHINE-CACHE
               IF WS-CACHE-FOUND = 'Y'
                   PERFORM APPLY-CACHED-SOLUTION
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BUILD-MATRIX.
           PERFORM SOLVE-MATRIX.
           IF WS-INFEASIBLE = 1
               PERFORM WRITE-WORK-ORDER
               PERFORM REPORT-TIED-SOLUTIONS
           END-IF.
           IF CACHE-ON
               PERFORM STORE-MACHINE-CACHE
           END-IF.
       
       INITIALIZE-VARS.
           MOVE 0 TO WS-NUM-LIGHTS.
           END-PERFORM.
           
           MOVE 999 TO WS-MIN-WEIGHT.
           MOVE 999999999.99 TO WS-MIN-COST.
           PERFORM SEARCH-FREE-SPACE.
           
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               MOVE 0 TO WS-TRY-VAL(WS-I)
           END-PERFORM.
           MOVE 0 TO WS-FREE-ONES.
           MOVE 0 TO WS-FREE-COST.

           IF WS-NUM-FREE = 0
               PERFORM TRY-SOLUTION
                   TO WS-FREE-ASSIGN(WS-DEPTH)
               IF WS-FREE-ASSIGN(WS-DEPTH) = 1
                   ADD 1 TO WS-FREE-ONES
                   ADD WS-BTN-COST(WS-FREE-VARS(WS-DEPTH))
                       TO WS-FREE-COST
               END-IF
      * In COST mode the same cut applies to cost: the pivots can
      * only add parts, so a prefix already dearer than the best
      * total is dropped.
               MOVE 0 TO WS-PRUNE
               IF COST-MODE
                   IF WS-FREE-COST > WS-MIN-COST
                       MOVE 1 TO WS-PRUNE
                   END-IF
               ELSE
                   IF WS-FREE-ONES > WS-MIN-WEIGHT
                       MOVE 1 TO WS-PRUNE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-PRUNE = 1
       RETREAT-ASSIGN.
           IF WS-FREE-ASSIGN(WS-DEPTH) = 1
               SUBTRACT 1 FROM WS-FREE-ONES
               SUBTRACT WS-BTN-COST(WS-FREE-VARS(WS-DEPTH))
                   FROM WS-FREE-COST
           END-IF.
           MOVE 0 TO WS-FREE-ASSIGN(WS-DEPTH).
           ADD 1 TO WS-TRY-VAL(WS-DEPTH).
           PERFORM COMPUTE-SOL-FROM-FREES.

           MOVE 0 TO WS-WEIGHT.
           MOVE 0 TO WS-COST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               ADD WS-TEMP-SOL(WS-I) TO WS-WEIGHT
               IF WS-TEMP-SOL(WS-I) = 1
                   ADD WS-BTN-COST(WS-I) TO WS-COST
               END-IF
           END-PERFORM.

           IF COST-MODE
               PERFORM RANK-BY-COST
               EXIT PARAGRAPH
           END-IF.

           IF WS-WEIGHT < WS-MIN-WEIGHT
               MOVE WS-WEIGHT TO WS-MIN-WEIGHT
               PERFORM VARYING WS-I FROM 1 BY 1
               END-IF
           END-IF.

       RANK-BY-COST.
      * Cheapest parts cost wins; among equal costs the fewer
      * presses; only a full (cost, presses) match is a tie.
           EVALUATE TRUE
               WHEN WS-COST < WS-MIN-COST
                   OR (WS-COST = WS-MIN-COST
                       AND WS-WEIGHT < WS-MIN-WEIGHT)
                   MOVE WS-COST TO WS-MIN-COST
                   MOVE WS-WEIGHT TO WS-MIN-WEIGHT
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NUM-BUTTONS
                       MOVE WS-TEMP-SOL(WS-I) TO WS-BEST-SOL(WS-I)
                   END-PERFORM
                   MOVE 1 TO WS-TIE-COUNT
                   MOVE 1 TO WS-TIE-TRUE-COUNT
                   PERFORM STORE-TIE-SOL
               WHEN WS-COST = WS-MIN-COST
                   AND WS-WEIGHT = WS-MIN-WEIGHT
                   ADD 1 TO WS-TIE-TRUE-COUNT
                   IF WS-TIE-COUNT < MAX-TIES
                       ADD 1 TO WS-TIE-COUNT
                       PERFORM STORE-TIE-SOL
                   END-IF
           END-EVALUATE.

       STORE-TIE-SOL.
           MOVE SPACES TO WS-TIE-SOL(WS-TIE-COUNT).
           PERFORM VARYING WS-J FROM 1 BY 1
       
       COUNT-PRESSES.
           MOVE 0 TO WS-RESULT.
           MOVE 0 TO WS-SOL-COST.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-BUTTONS
               IF WS-SOLUTION(WS-I) = 1
                   ADD 1 TO WS-RESULT
                   ADD WS-BTN-COST(WS-I) TO WS-SOL-COST
               END-IF
           END-PERFORM.
           ADD WS-RESULT TO WS-TOTAL-PRESSES.
           ADD WS-SOL-COST TO WS-TOTAL-COST.

       REPORT-TIED-SOLUTIONS.
           IF WS-TIE-TRUE-COUNT > 1
               IF COST-MODE
                   MOVE WS-MIN-COST TO WS-COST-OUT
                   DISPLAY "MACHINE " WS-LINE-NO ": "
                       WS-TIE-TRUE-COUNT
                       " button-press combinations tie at cost "
                       FUNCTION TRIM(WS-COST-OUT) ", weight "
                       WS-MIN-WEIGHT
               ELSE
                   DISPLAY "MACHINE " WS-LINE-NO ": "
                       WS-TIE-TRUE-COUNT
                       " button-press combinations tie at weight "
                       WS-MIN-WEIGHT
               END-IF
               IF WS-TIE-TRUE-COUNT > WS-TIE-COUNT
                   DISPLAY "  (listing only the first " WS-TIE-COUNT
                       " of " WS-TIE-TRUE-COUNT
           MOVE WS-LINE-NO TO WO-LINE-NO.
           MOVE WS-RESULT TO WO-PRESSES.
           MOVE WS-WO-BTN-LIST TO WO-BUTTONS.
           MOVE WS-SOL-COST TO WO-COST.
           WRITE WORK-ORDER-RECORD.
       CHECK-CONSISTENCY.
      * Rows below the last pivot have all-zero coefficients after
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-BUTTON-COSTS.
      * Per-button press cost = sum over the button's mapping lines
      * of qty x unit price. A missing file or an unpriced part just
      * prices at zero (reported), so the fewest-press run is never
      * held up by the storeroom's lists.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 100
               MOVE 0 TO WS-BTN-COST(WS-I)
           END-PERFORM.

           OPEN INPUT PRICE-FILE.
           IF WS-PR-FS = '00'
               MOVE 'N' TO WS-COST-EOF
               PERFORM UNTIL WS-COST-EOF = 'Y'
                   READ PRICE-FILE INTO WS-COST-LINE
                       AT END
                           MOVE 'Y' TO WS-COST-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-PRICE
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           ELSE
               IF COST-MODE
                   DISPLAY "WARNING: partprices.dat not found --"
                       " every part prices at zero"
               END-IF
           END-IF.

           OPEN INPUT BTN-PARTS-FILE.
           IF WS-BP-FS = '00'
               MOVE 'N' TO WS-COST-EOF
               PERFORM UNTIL WS-COST-EOF = 'Y'
                   READ BTN-PARTS-FILE INTO WS-COST-LINE
                       AT END
                           MOVE 'Y' TO WS-COST-EOF
                       NOT AT END
                           PERFORM PRICE-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE BTN-PARTS-FILE
           ELSE
               IF COST-MODE
                   DISPLAY "WARNING: buttonparts.dat not found --"
                       " every press prices at zero"
               END-IF
           END-IF.

           IF COST-MODE AND WS-UNPRICED > 0
               DISPLAY "WARNING: " WS-UNPRICED " button-parts line(s)"
                   " name a part with no price in partprices.dat"
           END-IF.

       LOAD-ONE-PRICE.
           CALL "linecleanup" USING WS-COST-LINE BY CONTENT "B".
           IF WS-COST-LINE = SPACES OR WS-COST-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COST-TOK1.
           MOVE SPACES TO WS-COST-TOK2.
           UNSTRING WS-COST-LINE DELIMITED BY ALL SPACE
               INTO WS-COST-TOK1 WS-COST-TOK2
           END-UNSTRING.
           IF WS-COST-TOK2 = SPACES OR WS-PRICE-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRICE-COUNT.
           MOVE WS-COST-TOK1 TO WS-PRICE-PART(WS-PRICE-COUNT).
           COMPUTE WS-PRICE-UNIT(WS-PRICE-COUNT) =
               FUNCTION NUMVAL(WS-COST-TOK2).

       PRICE-ONE-MAPPING.
           CALL "linecleanup" USING WS-COST-LINE BY CONTENT "B".
           IF WS-COST-LINE = SPACES OR WS-COST-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-COST-TOK1.
           MOVE SPACES TO WS-COST-TOK2.
           MOVE SPACES TO WS-COST-TOK3.
           UNSTRING WS-COST-LINE DELIMITED BY ALL SPACE
               INTO WS-COST-TOK1 WS-COST-TOK2 WS-COST-TOK3
           END-UNSTRING.
           IF WS-COST-TOK1 = SPACES OR WS-COST-TOK2 = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MAP-BTN = FUNCTION NUMVAL(WS-COST-TOK1).
           IF WS-MAP-BTN < 1 OR WS-MAP-BTN > 100
               EXIT PARAGRAPH
           END-IF.
           IF WS-COST-TOK3 = SPACES
               MOVE 1 TO WS-MAP-QTY
           ELSE
               COMPUTE WS-MAP-QTY = FUNCTION NUMVAL(WS-COST-TOK3)
           END-IF.
           MOVE 0 TO WS-PRICE-HIT.
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
                   OR WS-PRICE-HIT > 0
               IF WS-PRICE-PART(WS-PRICE-IDX) = WS-COST-TOK2
                   MOVE WS-PRICE-IDX TO WS-PRICE-HIT
               END-IF
           END-PERFORM.
           IF WS-PRICE-HIT = 0
               ADD 1 TO WS-UNPRICED
           ELSE
               COMPUTE WS-BTN-COST(WS-MAP-BTN) =
                   WS-BTN-COST(WS-MAP-BTN)
                   + WS-MAP-QTY * WS-PRICE-UNIT(WS-PRICE-HIT)
           END-IF.

       LOAD-SITE-PARAMS.
      * Site-wide defaults from siteparams.dat at the repository
      * root; command-line arguments still win.
      * See Common/Programs/SiteParams.
           MOVE "DAY10PART1-MODE" TO WS-SP-KEY.
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND.
           IF WS-SP-FOUND = "Y"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                   = "COST"
                   MOVE "COST" TO WS-MODE
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
      * Light pattern, then every button group (its light numbers as
      * written on the feed, ascending) in sorted order. A machine
      * too big to fit the signature is simply solved every night.
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
           MOVE '[' TO WS-CACHE-SIG(1:1).
           MOVE 2 TO WS-SIG-POS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-LIGHTS
               IF WS-TARGET(WS-I) = 1
                   MOVE '#' TO WS-CACHE-SIG(WS-SIG-POS:1)
               ELSE
                   MOVE '.' TO WS-CACHE-SIG(WS-SIG-POS:1)
               END-IF
               ADD 1 TO WS-SIG-POS
           END-PERFORM.
           MOVE ']' TO WS-CACHE-SIG(WS-SIG-POS:1).
           ADD 1 TO WS-SIG-POS.
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
               IF COST-MODE
                   MOVE WS-BTN-COST(WS-SIG-ORDER(WS-K))
                       TO WS-COST-OUT
                   STRING "$" FUNCTION TRIM(WS-COST-OUT)
                       DELIMITED BY SIZE
                       INTO WS-CACHE-SIG WITH POINTER WS-SIG-POS
                       ON OVERFLOW
                           MOVE 'Y' TO WS-SIG-OVERFLOW
                   END-STRING
               END-IF
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
               DISPLAY "INFEASIBLE MACHINE " WS-LINE-NO
                   ": row " WS-INFEAS-ROW
                   " reduces to 0 = 1 -- no button set can"
                   " satisfy it"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-VEC-POS.
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-NUM-BUTTONS
               MOVE SPACES TO WS-VEC-TOKEN
               UNSTRING WS-CR-VECTOR DELIMITED BY ALL SPACE
                   INTO WS-VEC-TOKEN WITH POINTER WS-VEC-POS
               END-UNSTRING
               COMPUTE WS-SOLUTION(WS-SIG-ORDER(WS-K)) =
                   FUNCTION NUMVAL(WS-VEC-TOKEN)
           END-PERFORM.
           PERFORM COUNT-PRESSES.
           PERFORM WRITE-WORK-ORDER.
           IF WS-CR-TIES > 1
               DISPLAY "MACHINE " WS-LINE-NO ": " WS-CR-TIES
                   " button-press combinations tie at weight "
                   WS-RESULT " (cached solution -- PURGE the cache"
                   " to list them)"
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
               MOVE WS-TIE-TRUE-COUNT TO WS-CR-TIES
               MOVE WS-RESULT TO WS-CR-PRESSES
               MOVE 1 TO WS-VEC-POS
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NUM-BUTTONS
                   MOVE WS-SOLUTION(WS-SIG-ORDER(WS-K))
                       TO WS-SIG-NUM-OUT
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
