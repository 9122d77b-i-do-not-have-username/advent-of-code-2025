       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. serialalloc.

      *> Serial block allocator over day2part2's range registry
      *> (rangeregistry.dat at the repository root). Depots ask for a
      *> block size instead of picking their own serials; this finds
      *> the lowest span at or above the floor that overlaps nothing
      *> on file -- processed ranges and earlier allocations alike --
      *> and reserves it by appending an ALLOCATED record for the
      *> depot, the same append-only way day2part2's
      *> SAVE-RANGE-REGISTRY adds first-seen ranges. When the depot's
      *> feed later comes through day2part2, ranges inside the block
      *> register as PROCESSED without an overlap warning, and a range
      *> that is the whole block turns the ALLOCATED record itself to
      *> PROCESSED.
      *>
      *>   serialalloc <depot> <block-size> [floor]
      *>
      *> The floor defaults to SERIAL-ALLOC-FLOOR in siteparams.dat,
      *> else 1. Before reserving, the block is run through the same
      *> Möbius count day2part2 uses (ADD-INVALID-FOR-RANGE), so the
      *> depot is told up front how many serials in it the Day 2 rule
      *> will reject; the registry total on the ALLOCATED record is
      *> that preview's serial sum, in the same terms day2part2
      *> records for a processed range. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
               ASSIGN TO "rangeregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
       01  REGISTRY-REC.
           05  REG-START           PIC 9(18).
           05  FILLER              PIC X.
           05  REG-END             PIC 9(18).
           05  FILLER              PIC X.
           05  REG-TOTAL           PIC 9(18).
           05  FILLER              PIC X.
           05  REG-FIRST-SEEN      PIC X(8).
           05  FILLER              PIC X.
           05  REG-STATUS          PIC X(9).
           05  FILLER              PIC X.
           05  REG-DEPOT           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-REG-FS               PIC XX.
       01  WS-REG-EOF              PIC X.

       01  WS-ARG-DEPOT            PIC X(20).
       01  WS-ARG-SIZE             PIC X(20).
       01  WS-ARG-FLOOR            PIC X(20).
       01  WS-NUM-TEXT             PIC X(18) JUSTIFIED RIGHT.

       01  WS-SP-KEY               PIC X(30).
       01  WS-SP-VALUE             PIC X(40).
       01  WS-SP-FOUND             PIC X.
       01  WS-DEPOT-NAME           PIC X(30).
       01  WS-DEPOT-CONTACT        PIC X(40).
       01  WS-DEPOT-FOUND          PIC X.
       01  WS-MIRROR-CMD           PIC X(200).

      *> In-core copy of the registry ranges, as day2part2 keeps it.
       78  MAX-REG-ENTRIES         VALUE 5000.
       01  WS-REG-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-REG-TAB.
           05  WS-REG-ENTRY OCCURS 5000 TIMES.
               10  WS-REG-START    PIC S9(18) COMP-5.
               10  WS-REG-END      PIC S9(18) COMP-5.
       01  WS-REG-I                PIC 9(5) COMP-5.

       78  MAX-SERIAL              VALUE 999999999999999999.
       01  WS-SIZE                 PIC S9(18) COMP-5.
       01  WS-FLOOR                PIC S9(18) COMP-5 VALUE 1.
       01  WS-CAND-LO              PIC S9(18) COMP-5.
       01  WS-CAND-HI              PIC S9(18) COMP-5.
       01  WS-BUMP-TO              PIC S9(18) COMP-5.
       01  WS-MOVED                PIC X.
           88  CAND-MOVED                  VALUE "Y".
       01  WS-FITS                 PIC X VALUE "Y".
           88  BLOCK-FITS                  VALUE "Y".

      *> Day 2 rule preview -- tables and work fields as in day2part2.
       01  WS-POW10-TAB.
           05 WS-POW10 OCCURS 19 PIC S9(18) COMP-5.
       01  WS-MU-TAB.
           05 WS-MU    OCCURS 19 PIC S9(4) COMP-5.
       01  WS-A                    PIC S9(18) COMP-5.
       01  WS-B                    PIC S9(18) COMP-5.
       01  WS-L                    PIC 9(2) COMP-5.
       01  WS-P                    PIC 9(2) COMP-5.
       01  WS-Q                    PIC S9(18) COMP-5.
       01  WS-R                    PIC S9(18) COMP-5.
       01  WS-MINL                 PIC S9(18) COMP-5.
       01  WS-MAXL                 PIC S9(18) COMP-5.
       01  WS-LO                   PIC S9(18) COMP-5.
       01  WS-HI                   PIC S9(18) COMP-5.
       01  WS-COEFF                PIC S9(4)  COMP-5.
       01  WS-NUMER                PIC S9(18) COMP-5.
       01  WS-DENOM                PIC S9(18) COMP-5.
       01  WS-G                    PIC S9(18) COMP-5.
       01  WS-XLOW                 PIC S9(18) COMP-5.
       01  WS-XHIGH                PIC S9(18) COMP-5.
       01  WS-MINX                 PIC S9(18) COMP-5.
       01  WS-MAXX                 PIC S9(18) COMP-5.
       01  WS-COUNT                PIC S9(18) COMP-5.
       01  WS-PAIR                 PIC S9(18) COMP-5.
       01  WS-HALF                 PIC S9(18) COMP-5.
       01  WS-REM2                 PIC S9(18) COMP-5.
       01  WS-SUMX                 PIC S9(18) COMP-5.
       01  WS-CONTRIB              PIC S9(18) COMP-5.
       01  WS-INVALID-SUM          PIC S9(18) COMP-5 VALUE 0.
       01  WS-INVALID-COUNT        PIC S9(18) COMP-5 VALUE 0.

       01  WS-TODAY                PIC X(8).
       01  WS-OUT1                 PIC Z(17)9.
       01  WS-OUT2                 PIC Z(17)9.
       01  WS-OUT3                 PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DEPOT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DEPOT
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SIZE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SIZE
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FLOOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FLOOR
           END-ACCEPT

           IF FUNCTION TRIM(WS-ARG-DEPOT) = SPACES
               OR FUNCTION TRIM(WS-ARG-SIZE) = SPACES
               DISPLAY "USAGE: serialalloc <depot> <block-size> "
                   "[floor]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION TRIM(WS-ARG-SIZE) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC OR WS-NUM-TEXT = ZEROS
               DISPLAY "ERROR: block size '" FUNCTION TRIM(WS-ARG-SIZE)
                   "' is not a positive whole number"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NUM-TEXT TO WS-SIZE

           MOVE "SERIAL-ALLOC-FLOOR" TO WS-SP-KEY
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               COMPUTE WS-FLOOR = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           IF FUNCTION TRIM(WS-ARG-FLOOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-ARG-FLOOR) TO WS-NUM-TEXT
               INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
               IF WS-NUM-TEXT IS NOT NUMERIC
                   DISPLAY "ERROR: floor '" FUNCTION TRIM(WS-ARG-FLOOR)
                       "' is not a whole number"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-TEXT TO WS-FLOOR
           END-IF
           IF WS-FLOOR < 1
               MOVE 1 TO WS-FLOOR
           END-IF

           *> An unknown depot still gets its block; the warning is
           *> for the desk to chase a depotmaint ADD.
           CALL "depotlookup" USING WS-ARG-DEPOT WS-DEPOT-NAME
               WS-DEPOT-CONTACT WS-DEPOT-FOUND
           IF WS-DEPOT-FOUND NOT = "Y"
               DISPLAY "WARNING: depot " FUNCTION TRIM(WS-ARG-DEPOT)
                   " is not on the depot master"
           END-IF

           PERFORM LOAD-RANGE-REGISTRY
           PERFORM FIND-FREE-SPAN
           IF NOT BLOCK-FITS
               MOVE WS-SIZE TO WS-OUT1
               DISPLAY "ERROR: no free span of "
                   FUNCTION TRIM(WS-OUT1)
                   " serials left below the 18-digit ceiling"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM INIT-TABLES
           MOVE WS-CAND-LO TO WS-A
           MOVE WS-CAND-HI TO WS-B
           PERFORM ADD-INVALID-FOR-RANGE

           PERFORM RESERVE-BLOCK

           MOVE WS-CAND-LO TO WS-OUT1
           MOVE WS-CAND-HI TO WS-OUT2
           DISPLAY "ALLOCATED " FUNCTION TRIM(WS-OUT1) "-"
               FUNCTION TRIM(WS-OUT2) " TO DEPOT "
               FUNCTION TRIM(WS-ARG-DEPOT)
           MOVE WS-INVALID-COUNT TO WS-OUT1
           MOVE WS-SIZE TO WS-OUT2
           MOVE WS-INVALID-SUM TO WS-OUT3
           DISPLAY "DAY 2 PREVIEW: " FUNCTION TRIM(WS-OUT1)
               " of " FUNCTION TRIM(WS-OUT2)
               " serial(s) in the block are invalid (serial sum "
               FUNCTION TRIM(WS-OUT3) ")"
           STOP RUN
           .

       LOAD-RANGE-REGISTRY.
           *> Every record counts as taken, whatever its status: a
           *> processed range, or a block already promised elsewhere.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-REG-EOF
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF REG-START IS NUMERIC AND REG-END IS NUMERIC
                           IF WS-REG-COUNT < MAX-REG-ENTRIES
                               ADD 1 TO WS-REG-COUNT
                               MOVE REG-START TO
                                   WS-REG-START(WS-REG-COUNT)
                               MOVE REG-END TO
                                   WS-REG-END(WS-REG-COUNT)
                           ELSE
                               DISPLAY "ERROR: range registry holds "
                                   "more than " MAX-REG-ENTRIES
                                   " entries -- cannot allocate safely"
                               CLOSE REGISTRY-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .

       FIND-FREE-SPAN.
           *> Start at the floor; whenever the candidate block touches
           *> a registered range, slide it past that range's end and
           *> look again, until a pass finds nothing in the way.
           MOVE WS-FLOOR TO WS-CAND-LO
           MOVE "Y" TO WS-MOVED
           MOVE "Y" TO WS-FITS
           PERFORM UNTIL NOT CAND-MOVED OR NOT BLOCK-FITS
               MOVE "N" TO WS-MOVED
               IF WS-CAND-LO > MAX-SERIAL - WS-SIZE + 1
                   MOVE "N" TO WS-FITS
               ELSE
                   COMPUTE WS-CAND-HI = WS-CAND-LO + WS-SIZE - 1
                   MOVE WS-CAND-LO TO WS-BUMP-TO
                   PERFORM VARYING WS-REG-I FROM 1 BY 1
                           UNTIL WS-REG-I > WS-REG-COUNT
                       IF WS-CAND-LO <= WS-REG-END(WS-REG-I)
                               AND WS-CAND-HI >= WS-REG-START(WS-REG-I)
                               AND WS-REG-END(WS-REG-I) >= WS-BUMP-TO
                           COMPUTE WS-BUMP-TO =
                               WS-REG-END(WS-REG-I) + 1
                           MOVE "Y" TO WS-MOVED
                       END-IF
                   END-PERFORM
                   MOVE WS-BUMP-TO TO WS-CAND-LO
               END-IF
           END-PERFORM
           .

       RESERVE-BLOCK.
           OPEN EXTEND REGISTRY-FILE
           IF WS-REG-FS NOT = "00"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           IF WS-REG-FS NOT = "00"
               DISPLAY "ERROR: Unable to update range registry "
                   "(file status " WS-REG-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTRY-REC
           MOVE WS-CAND-LO     TO REG-START
           MOVE WS-CAND-HI     TO REG-END
           MOVE WS-INVALID-SUM TO REG-TOTAL
           MOVE WS-TODAY       TO REG-FIRST-SEEN
           MOVE "ALLOCATED"    TO REG-STATUS
           MOVE WS-ARG-DEPOT   TO REG-DEPOT
           WRITE REGISTRY-REC
           CLOSE REGISTRY-FILE
           PERFORM MIRROR-RANGE-REGISTRY
           .

       MIRROR-RANGE-REGISTRY.
      *> Same dual-write day2part2 does after its registry append.
           MOVE "MIRROR-ROOT" TO WS-SP-KEY
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND NOT = "Y"
               OR FUNCTION TRIM(WS-SP-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MIRROR-CMD
           STRING "cp -f rangeregistry.dat " QUOTE
                  FUNCTION TRIM(WS-SP-VALUE)
                  "/rangeregistry.dat" QUOTE
               DELIMITED BY SIZE INTO WS-MIRROR-CMD
           END-STRING
           CALL "SYSTEM" USING WS-MIRROR-CMD
           .

       INIT-TABLES.
           MOVE 1 TO WS-POW10(1)
           PERFORM VARYING WS-L FROM 2 BY 1 UNTIL WS-L > 19
               COMPUTE WS-POW10(WS-L) = WS-POW10(WS-L - 1) * 10
           END-PERFORM
           MOVE 0  TO WS-MU(1)
           MOVE 1  TO WS-MU(2)
           MOVE -1 TO WS-MU(3)
           MOVE -1 TO WS-MU(4)
           MOVE 0  TO WS-MU(5)
           MOVE -1 TO WS-MU(6)
           MOVE 1  TO WS-MU(7)
           MOVE -1 TO WS-MU(8)
           MOVE 0  TO WS-MU(9)
           MOVE 0  TO WS-MU(10)
           MOVE 1  TO WS-MU(11)
           MOVE -1 TO WS-MU(12)
           MOVE 0  TO WS-MU(13)
           MOVE -1 TO WS-MU(14)
           MOVE 1  TO WS-MU(15)
           MOVE 1  TO WS-MU(16)
           MOVE 0  TO WS-MU(17)
           MOVE -1 TO WS-MU(18)
           MOVE 0  TO WS-MU(19)
           .

       ADD-INVALID-FOR-RANGE.
           *> Split [WS-A..WS-B] by digit length, as day2part2 does.
           PERFORM VARYING WS-L FROM 2 BY 1 UNTIL WS-L > 18
               MOVE WS-POW10(WS-L) TO WS-MINL
               COMPUTE WS-MAXL = WS-POW10(WS-L + 1) - 1
               MOVE WS-A TO WS-LO
               IF WS-LO < WS-MINL
                   MOVE WS-MINL TO WS-LO
               END-IF
               MOVE WS-B TO WS-HI
               IF WS-HI > WS-MAXL
                   MOVE WS-MAXL TO WS-HI
               END-IF
               IF WS-LO <= WS-HI
                   PERFORM ADD-INVALID-IN-SEGMENT
               END-IF
           END-PERFORM
           .

       ADD-INVALID-IN-SEGMENT.
           *> Möbius inversion over the repeating-block divisors of
           *> WS-L, giving both the sum (day2part2's figure) and the
           *> count of invalid serials in [WS-LO..WS-HI].
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P >= WS-L
               DIVIDE WS-L BY WS-P GIVING WS-Q REMAINDER WS-R
               IF WS-R = 0
                   COMPUTE WS-COEFF = 0 - WS-MU(WS-Q + 1)
                   IF WS-COEFF NOT = 0
                       COMPUTE WS-NUMER = WS-POW10(WS-L + 1) - 1
                       COMPUTE WS-DENOM = WS-POW10(WS-P + 1) - 1
                       DIVIDE WS-NUMER BY WS-DENOM GIVING WS-G

                       DIVIDE WS-LO BY WS-G GIVING WS-XLOW REMAINDER WS-R
                       IF WS-R > 0
                           ADD 1 TO WS-XLOW
                       END-IF
                       DIVIDE WS-HI BY WS-G GIVING WS-XHIGH

                       IF WS-P = 1
                           MOVE 1 TO WS-MINX
                       ELSE
                           MOVE WS-POW10(WS-P) TO WS-MINX
                       END-IF
                       COMPUTE WS-MAXX = WS-POW10(WS-P + 1) - 1
                       IF WS-XLOW < WS-MINX
                           MOVE WS-MINX TO WS-XLOW
                       END-IF
                       IF WS-XHIGH > WS-MAXX
                           MOVE WS-MAXX TO WS-XHIGH
                       END-IF

                       IF WS-XLOW <= WS-XHIGH
                           PERFORM SUM-ARITHMETIC
                           MULTIPLY WS-SUMX BY WS-G GIVING WS-CONTRIB
                           MULTIPLY WS-CONTRIB BY WS-COEFF
                               GIVING WS-CONTRIB
                           ADD WS-CONTRIB TO WS-INVALID-SUM
                           COMPUTE WS-INVALID-COUNT = WS-INVALID-COUNT
                               + WS-COEFF * WS-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       SUM-ARITHMETIC.
           *> sumX = sum of k for k = XLOW..XHIGH; WS-COUNT is left
           *> holding how many k there are.
           COMPUTE WS-COUNT = WS-XHIGH - WS-XLOW + 1
           COMPUTE WS-PAIR  = WS-XLOW + WS-XHIGH
           DIVIDE WS-COUNT BY 2 GIVING WS-HALF REMAINDER WS-REM2
           IF WS-REM2 = 0
               MULTIPLY WS-HALF BY WS-PAIR GIVING WS-SUMX
           ELSE
               DIVIDE WS-PAIR BY 2 GIVING WS-HALF
               MULTIPLY WS-COUNT BY WS-HALF GIVING WS-SUMX
           END-IF
           .
