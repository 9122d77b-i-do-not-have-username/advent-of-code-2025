               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           *> Named per run (timestamp-suffixed), as in day5part2.
           SELECT SORT-WORK
               ASSIGN TO DYNAMIC WS-SORTFILE.

           *> Double-claim report, named after the input file the same
           *> way day5part2 names its gap report; see
           *> WRITE-OVERLAP-REPORT.
           SELECT OVL-FILE
               ASSIGN TO DYNAMIC WS-OVL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC                  PIC X(2000).

       *> SORT work-file, used to order the tagged ranges by start so
       *> every overlap is found in one forward sweep.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-START             PIC S9(18) COMP-3.
           05 SR-END               PIC S9(18) COMP-3.
           05 SR-LINE              PIC 9(9)   COMP-5.
           05 SR-DEPOT             PIC 9(4)   COMP-5.

       FD  OVL-FILE.
       01  OVL-REC                 PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-FILENAME             PIC X(256) VALUE "input.txt".
       01  WS-FS                   PIC XX.

       01  WS-OUTDIR                PIC X(256).

      *> Cross-depot double-claim report. Part 1 counts shared ground
      *> once per claimant on purpose; this shows finance where that
      *> ground is: every overlap between two depots' ranges (both
      *> tags, both feed lines, the shared interval and its width), a
      *> depot-by-depot matrix of total overlap width, and -- in a
      *> section of their own -- overlaps within a single depot.
      *> Written only for tagged feeds, alongside the DEPOT SUMMARY.
       78  MAX-RANGES               VALUE 50000.
       01  WS-RCNT                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-RANGE-OVERFLOW        PIC X VALUE "N".
           88  RANGE-OVERFLOW              VALUE "Y".
       01  RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 50000.
              10 R-START           PIC S9(18) COMP-3.
              10 R-END             PIC S9(18) COMP-3.
              10 R-LINE            PIC 9(9)   COMP-5.
              10 R-DEPOT           PIC 9(4)   COMP-5.
       01  WS-SCNT                  PIC 9(9) COMP-5 VALUE 0.
       01  SORTED-TABLE.
           05 SORTED-ENTRY OCCURS 50000.
              10 S-START           PIC S9(18) COMP-3.
              10 S-END             PIC S9(18) COMP-3.
              10 S-LINE            PIC 9(9)   COMP-5.
              10 S-DEPOT           PIC 9(4)   COMP-5.
       01  OVL-MATRIX.
           05 OVL-ROW OCCURS 50.
              10 OVL-WIDTH OCCURS 50 PIC S9(18) COMP-3.
       01  WS-SORTFILE              PIC X(256).
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-SORT-EOF              PIC X VALUE "N".
           88  SORT-DONE                   VALUE "Y".
       01  WS-OVL-NAME              PIC X(300).
       01  WS-OVL-FS                PIC XX.
       01  WS-OVL-SECTION           PIC X.
           88  OVL-CROSS                   VALUE "C".
           88  OVL-WITHIN                  VALUE "W".
       01  WS-OI                    PIC 9(9) COMP-5.
       01  WS-OJ                    PIC 9(9) COMP-5.
       01  WS-OD                    PIC 9(4) COMP-5.
       01  WS-OE                    PIC 9(4) COMP-5.
       01  WS-OVL-START             PIC S9(18) COMP-3.
       01  WS-OVL-END               PIC S9(18) COMP-3.
       01  WS-OVL-WIDTH             PIC S9(18) COMP-3.
       01  WS-OVL-COUNT             PIC 9(9) COMP-5.
       01  WS-OVL-TOTAL             PIC S9(18) COMP-3.
       01  WS-CROSS-COUNT           PIC 9(9) COMP-5 VALUE 0.
       01  WS-WITHIN-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-OVL-PTR               PIC 9(4) COMP-5.
       01  WS-OL1-OUT               PIC Z(8)9.
       01  WS-OL2-OUT               PIC Z(8)9.
       01  WS-OS1-OUT               PIC Z(18)9.
       01  WS-OE1-OUT               PIC Z(18)9.
       01  WS-OS2-OUT               PIC Z(18)9.
       01  WS-OE2-OUT               PIC Z(18)9.
       01  WS-OVS-OUT               PIC Z(18)9.
       01  WS-OVE-OUT               PIC Z(18)9.
       01  WS-OVW-OUT               PIC Z(18)9.
       01  WS-OCNT-OUT              PIC Z(8)9.
       01  WS-OCNT2-OUT             PIC Z(8)9.
       01  WS-MTX-CELL              PIC Z(13)9.
       01  WS-MTX-TAG               PIC X(14) JUSTIFIED RIGHT.

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
       01  WS-START-STAMP           PIC X(21).
       01  WS-END-STAMP             PIC X(21).
           END-IF

           PERFORM PRINT-DEPOT-SUMMARY
           PERFORM WRITE-OVERLAP-REPORT

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP

       ADD-RANGE.
           ADD 1 TO WS-RJ-LINE-NO
           *> "*" lines are comments -- the header and trailer of a
           *> published coverage feed read back in as input.
           IF WS-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           *> Split off any effective dates first, then parse the
           *> remaining "start-end" exactly as before.
           ADD WS-LENR TO WS-TOTAL
           ADD WS-LENR TO WS-DEPOT-SUBTOT(WS-CUR-DEPOT)
           ADD 1 TO WS-DEPOT-RANGES(WS-CUR-DEPOT)

           *> Kept for the double-claim report; the total never needs it.
           IF WS-RCNT < MAX-RANGES
               ADD 1 TO WS-RCNT
               MOVE WS-A          TO R-START(WS-RCNT)
               MOVE WS-B          TO R-END(WS-RCNT)
               MOVE WS-RJ-LINE-NO TO R-LINE(WS-RCNT)
               MOVE WS-CUR-DEPOT  TO R-DEPOT(WS-RCNT)
           ELSE
               SET RANGE-OVERFLOW TO TRUE
           END-IF
           .

       FIND-DEPOT.
                   " (" FUNCTION TRIM(WS-DEPOT-OUT2) " range(s))"
           END-PERFORM
           .

       WRITE-OVERLAP-REPORT.
           IF WS-DEPOT-COUNT = 0
               OR (WS-DEPOT-COUNT = 1 AND WS-DEPOT-TAG(1) = "(NONE)")
               EXIT PARAGRAPH
           END-IF
           IF RANGE-OVERFLOW
               DISPLAY "WARNING: More than " MAX-RANGES
                   " ranges -- double-claim report not written"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OVL-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".overlaps"                DELIMITED BY SIZE
               INTO WS-OVL-NAME
           END-STRING
           OPEN OUTPUT OVL-FILE
           IF WS-OVL-FS NOT = "00"
               DISPLAY "ERROR: Unable to write double-claim report "
                   FUNCTION TRIM(WS-OVL-NAME)
                   " (file status " WS-OVL-FS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-SORTFILE
           STRING "sortwork." DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-SORTFILE
           END-STRING
           MOVE 0 TO WS-SCNT
           SORT SORT-WORK
               ON ASCENDING KEY SR-START SR-END
               INPUT PROCEDURE  IS RELEASE-TAGGED-RANGES
               OUTPUT PROCEDURE IS LOAD-SORTED-RANGES

           PERFORM VARYING WS-OD FROM 1 BY 1 UNTIL WS-OD > WS-DEPOT-COUNT
               PERFORM VARYING WS-OE FROM 1 BY 1
                       UNTIL WS-OE > WS-DEPOT-COUNT
                   MOVE 0 TO OVL-WIDTH(WS-OD, WS-OE)
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO OVL-REC
           STRING "DOUBLE-CLAIM REPORT: " FUNCTION TRIM(WS-FILENAME)
                  " (RUN DATE " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO OVL-REC
           END-STRING
           WRITE OVL-REC
           MOVE SPACES TO OVL-REC
           WRITE OVL-REC
           MOVE "CROSS-DEPOT OVERLAPS:" TO OVL-REC
           WRITE OVL-REC
           SET OVL-CROSS TO TRUE
           PERFORM SWEEP-OVERLAPS
           MOVE WS-OVL-COUNT TO WS-CROSS-COUNT

           PERFORM WRITE-OVERLAP-MATRIX

           MOVE SPACES TO OVL-REC
           WRITE OVL-REC
           MOVE "WITHIN-DEPOT OVERLAPS:" TO OVL-REC
           WRITE OVL-REC
           SET OVL-WITHIN TO TRUE
           PERFORM SWEEP-OVERLAPS
           MOVE WS-OVL-COUNT TO WS-WITHIN-COUNT

           CLOSE OVL-FILE
           MOVE WS-CROSS-COUNT  TO WS-OCNT-OUT
           MOVE WS-WITHIN-COUNT TO WS-OCNT2-OUT
           DISPLAY "DOUBLE-CLAIM REPORT: " FUNCTION TRIM(WS-OVL-NAME)
               " (" FUNCTION TRIM(WS-OCNT-OUT) " cross-depot, "
               FUNCTION TRIM(WS-OCNT2-OUT) " within-depot overlap(s))"
           .

       RELEASE-TAGGED-RANGES.
           PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI > WS-RCNT
               MOVE R-START(WS-OI) TO SR-START
               MOVE R-END(WS-OI)   TO SR-END
               MOVE R-LINE(WS-OI)  TO SR-LINE
               MOVE R-DEPOT(WS-OI) TO SR-DEPOT
               RELEASE SORT-REC
           END-PERFORM
           .

       LOAD-SORTED-RANGES.
           PERFORM UNTIL SORT-DONE
               RETURN SORT-WORK INTO SORT-REC
                   AT END
                       SET SORT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCNT
                       MOVE SR-START TO S-START(WS-SCNT)
                       MOVE SR-END   TO S-END(WS-SCNT)
                       MOVE SR-LINE  TO S-LINE(WS-SCNT)
                       MOVE SR-DEPOT TO S-DEPOT(WS-SCNT)
               END-RETURN
           END-PERFORM
           .

       SWEEP-OVERLAPS.
           *> Ranges are in start order, so every range that overlaps
           *> range I and comes after it starts no later than I's end;
           *> the inner scan stops at the first one that starts beyond.
           MOVE 0 TO WS-OVL-COUNT
           MOVE 0 TO WS-OVL-TOTAL
           PERFORM VARYING WS-OI FROM 1 BY 1 UNTIL WS-OI > WS-SCNT
               COMPUTE WS-OJ = WS-OI + 1
               PERFORM UNTIL WS-OJ > WS-SCNT
                       OR S-START(WS-OJ) > S-END(WS-OI)
                   IF (OVL-CROSS AND S-DEPOT(WS-OI) NOT = S-DEPOT(WS-OJ))
                       OR (OVL-WITHIN
                           AND S-DEPOT(WS-OI) = S-DEPOT(WS-OJ))
                       PERFORM WRITE-ONE-OVERLAP
                   END-IF
                   ADD 1 TO WS-OJ
               END-PERFORM
           END-PERFORM

           MOVE WS-OVL-COUNT TO WS-OCNT-OUT
           MOVE WS-OVL-TOTAL TO WS-OVW-OUT
           MOVE SPACES TO OVL-REC
           STRING "  TOTAL " FUNCTION TRIM(WS-OCNT-OUT)
                  " OVERLAP(S), WIDTH " FUNCTION TRIM(WS-OVW-OUT)
               DELIMITED BY SIZE INTO OVL-REC
           END-STRING
           WRITE OVL-REC
           .

       WRITE-ONE-OVERLAP.
           MOVE S-START(WS-OJ) TO WS-OVL-START
           IF S-END(WS-OJ) < S-END(WS-OI)
               MOVE S-END(WS-OJ) TO WS-OVL-END
           ELSE
               MOVE S-END(WS-OI) TO WS-OVL-END
           END-IF
           COMPUTE WS-OVL-WIDTH = (WS-OVL-END - WS-OVL-START) + 1
           ADD 1 TO WS-OVL-COUNT
           ADD WS-OVL-WIDTH TO WS-OVL-TOTAL
           IF OVL-CROSS
               ADD WS-OVL-WIDTH
                   TO OVL-WIDTH(S-DEPOT(WS-OI), S-DEPOT(WS-OJ))
               ADD WS-OVL-WIDTH
                   TO OVL-WIDTH(S-DEPOT(WS-OJ), S-DEPOT(WS-OI))
           END-IF

           MOVE S-LINE(WS-OI)  TO WS-OL1-OUT
           MOVE S-START(WS-OI) TO WS-OS1-OUT
           MOVE S-END(WS-OI)   TO WS-OE1-OUT
           MOVE S-LINE(WS-OJ)  TO WS-OL2-OUT
           MOVE S-START(WS-OJ) TO WS-OS2-OUT
           MOVE S-END(WS-OJ)   TO WS-OE2-OUT
           MOVE WS-OVL-START   TO WS-OVS-OUT
           MOVE WS-OVL-END     TO WS-OVE-OUT
           MOVE WS-OVL-WIDTH   TO WS-OVW-OUT
           MOVE SPACES TO OVL-REC
           STRING "  " FUNCTION TRIM(WS-DEPOT-TAG(S-DEPOT(WS-OI)))
                  " LINE " FUNCTION TRIM(WS-OL1-OUT)
                  " (" FUNCTION TRIM(WS-OS1-OUT) "-"
                  FUNCTION TRIM(WS-OE1-OUT) ") / "
                  FUNCTION TRIM(WS-DEPOT-TAG(S-DEPOT(WS-OJ)))
                  " LINE " FUNCTION TRIM(WS-OL2-OUT)
                  " (" FUNCTION TRIM(WS-OS2-OUT) "-"
                  FUNCTION TRIM(WS-OE2-OUT) ") OVERLAP "
                  FUNCTION TRIM(WS-OVS-OUT) "-"
                  FUNCTION TRIM(WS-OVE-OUT) " WIDTH "
                  FUNCTION TRIM(WS-OVW-OUT)
               DELIMITED BY SIZE INTO OVL-REC
           END-STRING
           WRITE OVL-REC
           .

       WRITE-OVERLAP-MATRIX.
           *> Total cross-depot overlap width for every pair of depots,
           *> one row and one column per depot (tags cut to 14).
           MOVE SPACES TO OVL-REC
           WRITE OVL-REC
           MOVE "CROSS-DEPOT OVERLAP WIDTH BY DEPOT:" TO OVL-REC
           WRITE OVL-REC
           MOVE SPACES TO OVL-REC
           MOVE 17 TO WS-OVL-PTR
           PERFORM VARYING WS-OE FROM 1 BY 1 UNTIL WS-OE > WS-DEPOT-COUNT
               MOVE FUNCTION TRIM(WS-DEPOT-TAG(WS-OE)) TO WS-MTX-TAG
               STRING " " WS-MTX-TAG DELIMITED BY SIZE
                   INTO OVL-REC WITH POINTER WS-OVL-PTR
               END-STRING
           END-PERFORM
           WRITE OVL-REC
           PERFORM VARYING WS-OD FROM 1 BY 1 UNTIL WS-OD > WS-DEPOT-COUNT
               MOVE SPACES TO OVL-REC
               MOVE WS-DEPOT-TAG(WS-OD) TO OVL-REC(3:14)
               MOVE 17 TO WS-OVL-PTR
               PERFORM VARYING WS-OE FROM 1 BY 1
                       UNTIL WS-OE > WS-DEPOT-COUNT
                   IF WS-OE = WS-OD
                       MOVE "-" TO WS-MTX-TAG
                   ELSE
                       MOVE OVL-WIDTH(WS-OD, WS-OE) TO WS-MTX-CELL
                       MOVE WS-MTX-CELL TO WS-MTX-TAG
                   END-IF
                   STRING " " WS-MTX-TAG DELIMITED BY SIZE
                       INTO OVL-REC WITH POINTER WS-OVL-PTR
                   END-STRING
               END-PERFORM
               WRITE OVL-REC
           END-PERFORM
           .
