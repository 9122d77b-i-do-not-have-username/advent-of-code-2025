      *> splits an already-trimmed, non-blank line on the comma and
      *> hands back the two coordinates, so a parsing fix only has to
      *> land here once instead of in both programs' READ-POINT.
      *>
      *> A point may carry a depot-tag prefix, "<tag>:x,y", the same
      *> convention day5part1's range feeds use. A tagged point is
      *> brought into the site coordinate system through the depot's
      *> entry in depottransform.dat before it is handed back:
      *>   <tag> <scale> <x-offset> <y-offset> [SWAP]
      *>   GRID <grid-size> <NEAREST | TRUNCATE | EVEN>
      *> SWAP exchanges the depot's x and y first; the point is then
      *> scaled, offset, and rounded to the nearest multiple of the
      *> site grid by the GRID rule (NEAREST rounds halves away from
      *> zero, EVEN to the even multiple, TRUNCATE toward zero;
      *> default grid 1, NEAREST). The transform in effect is printed
      *> the first time each depot turns up in a run, so it heads the
      *> run's output. A tag with no entry passes through unchanged,
      *> with a WARNING. Untagged points are exactly as before.
      *>
      *> The file is read once per run. Day programs run two levels
      *> below the repository root and the root utilities (polyverify)
      *> at it, so ../../depottransform.dat is tried first and then
      *> depottransform.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFORM-FILE
               ASSIGN TO DYNAMIC WS-XF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  XFORM-FILE.
       01  XFORM-REC                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-XSTR                  PIC X(64).
       01  WS-YSTR                  PIC X(64).

       01  WS-XF-NAME               PIC X(40) VALUE SPACES.
       01  WS-XF-FS                 PIC XX.
       01  WS-XF-EOF                PIC X VALUE "N".
           88  XF-EOF                      VALUE "Y".
       01  WS-XF-LOADED             PIC X VALUE "N".
           88  XF-LOADED                   VALUE "Y".

      *> One entry per depot in depottransform.dat; WS-XT-SHOWN marks
      *> the transform as printed for this run.
       78  MAX-XFORMS               VALUE 50.
       01  WS-XT-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-XT-TAB.
           05  WS-XT-ENT OCCURS 50 TIMES.
               10  WS-XT-TAG        PIC X(16).
               10  WS-XT-SCALE      PIC S9(9)V9(6) COMP-3.
               10  WS-XT-XOFF       PIC S9(15)V9(4) COMP-3.
               10  WS-XT-YOFF       PIC S9(15)V9(4) COMP-3.
               10  WS-XT-SWAP       PIC X.
               10  WS-XT-SHOWN      PIC X.
       01  WS-GRID                  PIC 9(9) COMP-5 VALUE 1.
       01  WS-RULE                  PIC X(8) VALUE "NEAREST".

      *> Tags seen with no entry, so each is warned about only once.
       01  WS-UNK-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-UNK-TAB.
           05  WS-UNK-TAG OCCURS 50 TIMES PIC X(16).

       01  WS-T1                    PIC X(40).
       01  WS-T2                    PIC X(40).
       01  WS-T3                    PIC X(40).
       01  WS-T4                    PIC X(40).
       01  WS-T5                    PIC X(40).

       01  WS-POINT                 PIC X(200).
       01  WS-TAG                   PIC X(16).
       01  WS-COLON-POS             PIC 9(4) COMP-5.
       01  WS-X                     PIC 9(4) COMP-5.
       01  WS-K                     PIC 9(4) COMP-5.

       01  WS-RAW-X                 PIC S9(15)V9(6) COMP-3.
       01  WS-RAW-Y                 PIC S9(15)V9(6) COMP-3.
       01  WS-SWAP-HOLD             PIC S9(15)V9(6) COMP-3.
       01  WS-SITE                  PIC S9(15)V9(6) COMP-3.
       01  WS-CELLS                 PIC S9(15)V9(6) COMP-3.
       01  WS-WHOLE                 PIC S9(18) COMP-3.
       01  WS-SNAPPED               PIC S9(18) COMP-5.

       01  WS-SCALE-OUT             PIC -(9)9.9(6).
       01  WS-OFF-OUT               PIC -(15)9.9(4).
       01  WS-OFF-OUT2              PIC -(15)9.9(4).
       01  WS-GRID-OUT              PIC Z(8)9.

       LINKAGE SECTION.
       01  LK-LINE                  PIC X ANY LENGTH.
       01  LK-X                     PIC S9(18) COMP-5.
           MOVE SPACES TO WS-XSTR
           MOVE SPACES TO WS-YSTR

           *> A depot tag ends at the first ":", which is never part of
           *> a coordinate.
           MOVE 0 TO WS-COLON-POS
           INSPECT LK-LINE TALLYING WS-COLON-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF WS-COLON-POS >= FUNCTION LENGTH(LK-LINE)
               UNSTRING LK-LINE DELIMITED BY ","
                   INTO WS-XSTR WS-YSTR
               END-UNSTRING

               COMPUTE LK-X = FUNCTION NUMVAL(FUNCTION TRIM(WS-XSTR))
               COMPUTE LK-Y = FUNCTION NUMVAL(FUNCTION TRIM(WS-YSTR))
               GOBACK
           END-IF

           MOVE SPACES TO WS-TAG
           IF WS-COLON-POS > 0
               MOVE FUNCTION TRIM(LK-LINE(1:WS-COLON-POS)) TO WS-TAG
           END-IF
           MOVE SPACES TO WS-POINT
           ADD 2 TO WS-COLON-POS
           IF WS-COLON-POS <= FUNCTION LENGTH(LK-LINE)
               MOVE LK-LINE(WS-COLON-POS:) TO WS-POINT
           END-IF
           UNSTRING WS-POINT DELIMITED BY ","
               INTO WS-XSTR WS-YSTR
           END-UNSTRING
           COMPUTE WS-RAW-X = FUNCTION NUMVAL(FUNCTION TRIM(WS-XSTR))
           COMPUTE WS-RAW-Y = FUNCTION NUMVAL(FUNCTION TRIM(WS-YSTR))

           IF NOT XF-LOADED
               PERFORM LOAD-TRANSFORMS
           END-IF

           MOVE 0 TO WS-X
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-XT-COUNT OR WS-X > 0
               IF WS-XT-TAG(WS-K) = WS-TAG
                   MOVE WS-K TO WS-X
               END-IF
           END-PERFORM

           IF WS-X = 0
               PERFORM WARN-UNKNOWN-TAG
               COMPUTE LK-X = WS-RAW-X
               COMPUTE LK-Y = WS-RAW-Y
               GOBACK
           END-IF

           IF WS-XT-SHOWN(WS-X) NOT = "Y"
               PERFORM SHOW-TRANSFORM
           END-IF

           IF WS-XT-SWAP(WS-X) = "Y"
               MOVE WS-RAW-X TO WS-SWAP-HOLD
               MOVE WS-RAW-Y TO WS-RAW-X
               MOVE WS-SWAP-HOLD TO WS-RAW-Y
           END-IF

           COMPUTE WS-SITE =
               WS-RAW-X * WS-XT-SCALE(WS-X) + WS-XT-XOFF(WS-X)
           PERFORM SNAP-TO-GRID
           MOVE WS-SNAPPED TO LK-X
           COMPUTE WS-SITE =
               WS-RAW-Y * WS-XT-SCALE(WS-X) + WS-XT-YOFF(WS-X)
           PERFORM SNAP-TO-GRID
           MOVE WS-SNAPPED TO LK-Y
           GOBACK
           .

       SNAP-TO-GRID.
           *> WS-SITE in site units to the nearest grid multiple, by the
           *> site's rule.
           COMPUTE WS-CELLS = WS-SITE / WS-GRID
           EVALUATE WS-RULE
               WHEN "TRUNCATE"
                   COMPUTE WS-WHOLE = WS-CELLS
               WHEN "EVEN"
                   COMPUTE WS-WHOLE ROUNDED MODE NEAREST-EVEN = WS-CELLS
               WHEN OTHER
                   COMPUTE WS-WHOLE ROUNDED = WS-CELLS
           END-EVALUATE
           COMPUTE WS-SNAPPED = WS-WHOLE * WS-GRID
           .

       LOAD-TRANSFORMS.
           SET XF-LOADED TO TRUE
           MOVE "../../depottransform.dat" TO WS-XF-NAME
           OPEN INPUT XFORM-FILE
           IF WS-XF-FS NOT = "00"
               MOVE "depottransform.dat" TO WS-XF-NAME
               OPEN INPUT XFORM-FILE
               IF WS-XF-FS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-XF-EOF
           PERFORM UNTIL XF-EOF
               READ XFORM-FILE
                   AT END
                       SET XF-EOF TO TRUE
                   NOT AT END
                       IF XFORM-REC NOT = SPACES
                               AND XFORM-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-TRANSFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XFORM-FILE
           .

       LOAD-ONE-TRANSFORM.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           UNSTRING XFORM-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           END-UNSTRING

           IF WS-T1 = "GRID"
               IF FUNCTION TEST-NUMVAL(WS-T2) = 0
                   IF FUNCTION NUMVAL(WS-T2) >= 1
                       MOVE FUNCTION NUMVAL(WS-T2) TO WS-GRID
                   END-IF
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-T3) TO WS-T3
               IF WS-T3 = "NEAREST" OR "TRUNCATE" OR "EVEN"
                   MOVE WS-T3 TO WS-RULE
               ELSE
                   IF WS-T3 NOT = SPACES
                       DISPLAY "WARNING: depottransform.dat GRID rule "
                           FUNCTION TRIM(WS-T3)
                           " not NEAREST, TRUNCATE or EVEN -- "
                           "NEAREST used"
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-T2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-T3) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-T4) NOT = 0
                   OR WS-T1(17:) NOT = SPACES
               DISPLAY "WARNING: depottransform.dat entry for "
                   FUNCTION TRIM(WS-T1) " is not <tag> <scale> "
                   "<x-offset> <y-offset> [SWAP] -- ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-XT-COUNT >= MAX-XFORMS
               DISPLAY "WARNING: more than " MAX-XFORMS
                   " depots in depottransform.dat -- "
                   FUNCTION TRIM(WS-T1) " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XT-COUNT
           MOVE WS-T1 TO WS-XT-TAG(WS-XT-COUNT)
           COMPUTE WS-XT-SCALE(WS-XT-COUNT) = FUNCTION NUMVAL(WS-T2)
           COMPUTE WS-XT-XOFF(WS-XT-COUNT) = FUNCTION NUMVAL(WS-T3)
           COMPUTE WS-XT-YOFF(WS-XT-COUNT) = FUNCTION NUMVAL(WS-T4)
           IF FUNCTION UPPER-CASE(WS-T5) = "SWAP"
               MOVE "Y" TO WS-XT-SWAP(WS-XT-COUNT)
           ELSE
               MOVE "N" TO WS-XT-SWAP(WS-XT-COUNT)
           END-IF
           MOVE "N" TO WS-XT-SHOWN(WS-XT-COUNT)
           .

       SHOW-TRANSFORM.
           MOVE "Y" TO WS-XT-SHOWN(WS-X)
           MOVE WS-XT-SCALE(WS-X) TO WS-SCALE-OUT
           MOVE WS-XT-XOFF(WS-X) TO WS-OFF-OUT
           MOVE WS-XT-YOFF(WS-X) TO WS-OFF-OUT2
           MOVE WS-GRID TO WS-GRID-OUT
           IF WS-XT-SWAP(WS-X) = "Y"
               DISPLAY "TRANSFORM: depot " FUNCTION TRIM(WS-TAG)
                   " axes swapped, scale " FUNCTION TRIM(WS-SCALE-OUT)
                   ", offset " FUNCTION TRIM(WS-OFF-OUT) ","
                   FUNCTION TRIM(WS-OFF-OUT2) ", grid "
                   FUNCTION TRIM(WS-GRID-OUT) " "
                   FUNCTION TRIM(WS-RULE)
           ELSE
               DISPLAY "TRANSFORM: depot " FUNCTION TRIM(WS-TAG)
                   " scale " FUNCTION TRIM(WS-SCALE-OUT)
                   ", offset " FUNCTION TRIM(WS-OFF-OUT) ","
                   FUNCTION TRIM(WS-OFF-OUT2) ", grid "
                   FUNCTION TRIM(WS-GRID-OUT) " "
                   FUNCTION TRIM(WS-RULE)
           END-IF
           .

       WARN-UNKNOWN-TAG.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-UNK-COUNT
               IF WS-UNK-TAG(WS-K) = WS-TAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-UNK-COUNT < MAX-XFORMS
               ADD 1 TO WS-UNK-COUNT
               MOVE WS-TAG TO WS-UNK-TAG(WS-UNK-COUNT)
           END-IF
           DISPLAY "WARNING: depot " FUNCTION TRIM(WS-TAG)
               " has no entry in depottransform.dat -- its points "
               "are used as sent"
           .
