       01  WS-PF-POLYNO-OUT         PIC Z(8)9.
       01  WS-PF-CUR-OUT            PIC Z(8)9.
       01  MAX-PTS-OUT              PIC Z(8)9.
      *> Scratch for the pre-flight pass through ptparse, which is what
      *> prints each depot's coordinate transform ahead of the results.
       01  WS-PF-X                  PIC S9(18) COMP-5.
       01  WS-PF-Y                  PIC S9(18) COMP-5.

      *> Parcel plot -- see WRITE-PLOT-REPORT. The global bounding
      *> box accumulates as points parse so the plot pass can scale
       01  WS-BBOX-OUT4             PIC -(17)9.
       01  WS-PLOT-HDR              PIC X(120).

      *> Lease-site layout (4th word LEASE [sites] [minimum area]):
      *> after the best rectangle, the next largest red-cornered
      *> rectangle clear of every site already placed, and so on,
      *> until the site count is reached or nothing at or above the
      *> minimum area is left -- see PLACE-LEASE-SITES. Sites are
      *> kept for the whole run so the plot can letter them.
       01  WS-LEASE-MODE            PIC X VALUE "N".
           88  LEASE-MODE                  VALUE "Y".
       01  WS-ARG4                  PIC X(20).
       01  WS-ARG5                  PIC X(20).
       01  WS-ARG6                  PIC X(20).
       78  MAX-LEASE-PER-POLY       VALUE 52.
       78  MAX-LEASE-SITES          VALUE 2000.
       01  WS-LEASE-N               PIC 9(4) COMP-5 VALUE 3.
       01  WS-LEASE-MIN             PIC S9(31) COMP-3 VALUE 1.
       01  WS-LS-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-LS-TAB.
           05  WS-LS-ENT OCCURS 2000 TIMES.
               10  LS-MINX          PIC S9(18) COMP-5.
               10  LS-MAXX          PIC S9(18) COMP-5.
               10  LS-MINY          PIC S9(18) COMP-5.
               10  LS-MAXY          PIC S9(18) COMP-5.
               10  LS-LETTER        PIC X.
       01  WS-LS-LETTERS            PIC X(52) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  WS-LS-FIRST              PIC 9(9) COMP-5.
       01  WS-LS-I                  PIC 9(9) COMP-5.
       01  WS-LS-PLACED             PIC 9(4) COMP-5.
       01  WS-LS-MORE               PIC X.
       01  WS-OVERLAP               PIC X.
       01  WS-BEST-MINX             PIC S9(18) COMP-5.
       01  WS-BEST-MAXX             PIC S9(18) COMP-5.
       01  WS-BEST-MINY             PIC S9(18) COMP-5.
       01  WS-BEST-MAXY             PIC S9(18) COMP-5.
       01  WS-CAND-BEST             PIC S9(31) COMP-3.
       01  WS-LEASED                PIC S9(31) COMP-3.
       01  WS-UNLEASED              PIC S9(31) COMP-3.
       01  WS-LEASE-PENDING         PIC X VALUE "N".
           88  LEASE-PENDING               VALUE "Y".
       01  WS-LEASE-POLYNO          PIC 9(9) COMP-5.
       01  WS-LS-OUT1               PIC -(17)9.
       01  WS-LS-OUT2               PIC -(17)9.
       01  WS-LS-OUT3               PIC -(17)9.
       01  WS-LS-OUT4               PIC -(17)9.
       01  WS-LS-N-OUT              PIC Z(8)9.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
               SET QUERY-MODE TO TRUE
           END-IF

           MOVE SPACES TO WS-ARG4
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG4
           END-ACCEPT
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4)) = "LEASE"
               PERFORM LOAD-LEASE-OPTIONS
           END-IF

           PERFORM VERIFY-INPUT-FILE
           PERFORM PREFLIGHT-CHECK

               END-READ
           END-PERFORM
           CLOSE IN-FILE
           IF LEASE-PENDING
               PERFORM REPORT-LEASE-LEFTOVER
           END-IF

           IF QUERY-MODE
               PERFORM REPORT-QUERY-RESULTS
                           PERFORM PREFLIGHT-END-POLYGON
                       ELSE
                           ADD 1 TO WS-PF-CUR
                           IF WS-LINE NOT = "HOLE"
                               CALL "ptparse" USING WS-LINE
                                   WS-PF-X WS-PF-Y
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF LEASE-PENDING
               PERFORM REPORT-LEASE-LEFTOVER
           END-IF
           ADD 1 TO WS-POLYNO
           PERFORM PROCESS-POLYGON

           DISPLAY "POLYGON " FUNCTION TRIM(WS-POLYNO-OUT)
               " BEST RECTANGLE " FUNCTION TRIM(OUTPIC)

           IF LEASE-MODE
               PERFORM PLACE-LEASE-SITES
           END-IF

           ADD WS-BEST TO WS-GRAND-TOTAL

           MOVE 0 TO N
                       PERFORM RECT-VALIDATE
                       IF OK-FLAG = "Y"
                           MOVE WS-AREA TO WS-BEST
                           MOVE MINX TO WS-BEST-MINX
                           MOVE MAXX TO WS-BEST-MAXX
                           MOVE MINY TO WS-BEST-MINY
                           MOVE MAXY TO WS-BEST-MAXY
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       LOAD-LEASE-OPTIONS.
      *> LEASE [sites] [minimum area]; defaults from siteparams.dat
      *> (LEASE-SITES, LEASE-MIN-AREA), arguments win.
           SET LEASE-MODE TO TRUE
           MOVE "LEASE-SITES" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE TO WS-ARG5
               PERFORM CHECK-LEASE-COUNT
           END-IF
           MOVE "LEASE-MIN-AREA" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE TO WS-ARG6
               PERFORM CHECK-LEASE-MIN
           END-IF

           MOVE SPACES TO WS-ARG5
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG5
           END-ACCEPT
           IF WS-ARG5 NOT = SPACES
               PERFORM CHECK-LEASE-COUNT
           END-IF
           MOVE SPACES TO WS-ARG6
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG6 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG6
           END-ACCEPT
           IF WS-ARG6 NOT = SPACES
               PERFORM CHECK-LEASE-MIN
           END-IF

           MOVE WS-LEASE-N TO WS-LS-N-OUT
           MOVE WS-LEASE-MIN TO OUTPIC
           DISPLAY "LEASE LAYOUT: up to " FUNCTION TRIM(WS-LS-N-OUT)
               " site(s) per polygon, minimum area "
               FUNCTION TRIM(OUTPIC)
           .

       CHECK-LEASE-COUNT.
           IF FUNCTION TEST-NUMVAL(WS-ARG5) NOT = 0
               OR FUNCTION NUMVAL(WS-ARG5) < 1
               OR FUNCTION NUMVAL(WS-ARG5) > MAX-LEASE-PER-POLY
               OR FUNCTION NUMVAL(WS-ARG5) NOT =
                   FUNCTION INTEGER(FUNCTION NUMVAL(WS-ARG5))
               MOVE MAX-LEASE-PER-POLY TO WS-LS-N-OUT
               DISPLAY "ERROR: lease site count must be a whole "
                   "number from 1 to " FUNCTION TRIM(WS-LS-N-OUT)
                   " (got '" FUNCTION TRIM(WS-ARG5) "')"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG5) TO WS-LEASE-N
           .

       CHECK-LEASE-MIN.
           IF FUNCTION TEST-NUMVAL(WS-ARG6) NOT = 0
               OR FUNCTION NUMVAL(WS-ARG6) < 1
               OR FUNCTION NUMVAL(WS-ARG6) NOT =
                   FUNCTION INTEGER(FUNCTION NUMVAL(WS-ARG6))
               DISPLAY "ERROR: lease minimum area must be a whole "
                   "number of at least 1 (got '"
                   FUNCTION TRIM(WS-ARG6) "')"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG6) TO WS-LEASE-MIN
           .

       PLACE-LEASE-SITES.
      *> Runs straight after PROCESS-POLYGON, while the segment tables
      *> still describe this polygon. Site one is the best rectangle
      *> itself; each later site is the largest valid rectangle that
      *> shares no tile with a site already placed here. The
      *> unleased remainder is reported once the polygon's holes are
      *> in -- see REPORT-LEASE-LEFTOVER.
           COMPUTE WS-LS-FIRST = WS-LS-COUNT + 1
           MOVE 0 TO WS-LS-PLACED
           MOVE 0 TO WS-LEASED
           MOVE WS-POLYNO TO WS-LEASE-POLYNO
           SET LEASE-PENDING TO TRUE

           *> Tile area of the outer ring, counted the way the hole
           *> deduction counts it.
           MOVE 0 TO WS-SHOE
           MOVE 0 TO WS-PERIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
               IF I = N
                   MOVE 1 TO JJ
               ELSE
                   COMPUTE JJ = I + 1
               END-IF
               COMPUTE WS-SHOE = WS-SHOE
                   + (PX(I) * PY(JJ)) - (PX(JJ) * PY(I))
               COMPUTE WS-PERIM = WS-PERIM
                   + FUNCTION ABS(PX(JJ) - PX(I))
                   + FUNCTION ABS(PY(JJ) - PY(I))
           END-PERFORM
           IF WS-SHOE < 0
               COMPUTE WS-SHOE = 0 - WS-SHOE
           END-IF
           COMPUTE WS-UNLEASED = (WS-SHOE / 2) + (WS-PERIM / 2) + 1

           IF WS-BEST < WS-LEASE-MIN
               DISPLAY "POLYGON " FUNCTION TRIM(WS-POLYNO-OUT)
                   " LEASE SITES: none at or above the minimum area"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BEST-MINX TO MINX
           MOVE WS-BEST-MAXX TO MAXX
           MOVE WS-BEST-MINY TO MINY
           MOVE WS-BEST-MAXY TO MAXY
           MOVE WS-BEST TO WS-CAND-BEST
           PERFORM RECORD-LEASE-SITE

           MOVE "Y" TO WS-LS-MORE
           PERFORM UNTIL WS-LS-PLACED >= WS-LEASE-N
                   OR WS-LS-MORE = "N"
               PERFORM FIND-NEXT-LEASE-SITE
               IF WS-CAND-BEST = 0
                   MOVE "N" TO WS-LS-MORE
               ELSE
                   MOVE WS-BEST-MINX TO MINX
                   MOVE WS-BEST-MAXX TO MAXX
                   MOVE WS-BEST-MINY TO MINY
                   MOVE WS-BEST-MAXY TO MAXY
                   PERFORM RECORD-LEASE-SITE
               END-IF
           END-PERFORM
           .

       FIND-NEXT-LEASE-SITE.
      *> Same all-pairs search as PROCESS-POLYGON, with the placed
      *> sites' footprints excluded; the winner's corners come back in
      *> WS-BEST-MINX..MAXY (free again once the best rectangle has
      *> been recorded as site one).
           MOVE 0 TO WS-CAND-BEST
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= N
               COMPUTE JSTART = I + 1
               PERFORM VARYING J FROM JSTART BY 1 UNTIL J > N
                   IF PX(I) <= PX(J)
                       MOVE PX(I) TO MINX
                       MOVE PX(J) TO MAXX
                   ELSE
                       MOVE PX(J) TO MINX
                       MOVE PX(I) TO MAXX
                   END-IF
                   IF PY(I) <= PY(J)
                       MOVE PY(I) TO MINY
                       MOVE PY(J) TO MAXY
                   ELSE
                       MOVE PY(J) TO MINY
                       MOVE PY(I) TO MAXY
                   END-IF
                   COMPUTE WS-AREA = (MAXX - MINX + 1) * (MAXY - MINY + 1)

                   IF WS-AREA > WS-CAND-BEST
                       AND WS-AREA >= WS-LEASE-MIN
                       PERFORM CHECK-LEASE-OVERLAP
                       IF WS-OVERLAP = "N"
                           MOVE "Y" TO OK-FLAG
                           PERFORM RECT-VALIDATE
                           IF OK-FLAG = "Y"
                               MOVE WS-AREA TO WS-CAND-BEST
                               MOVE MINX TO WS-BEST-MINX
                               MOVE MAXX TO WS-BEST-MAXX
                               MOVE MINY TO WS-BEST-MINY
                               MOVE MAXY TO WS-BEST-MAXY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CHECK-LEASE-OVERLAP.
      *> Rectangles count whole tiles, so sharing even a corner tile
      *> is an overlap.
           MOVE "N" TO WS-OVERLAP
           PERFORM VARYING WS-LS-I FROM WS-LS-FIRST BY 1
                   UNTIL WS-LS-I > WS-LS-COUNT OR WS-OVERLAP = "Y"
               IF MINX <= LS-MAXX(WS-LS-I) AND MAXX >= LS-MINX(WS-LS-I)
                   AND MINY <= LS-MAXY(WS-LS-I)
                   AND MAXY >= LS-MINY(WS-LS-I)
                   MOVE "Y" TO WS-OVERLAP
               END-IF
           END-PERFORM
           .

       RECORD-LEASE-SITE.
      *> MINX..MAXY and WS-CAND-BEST describe the site being placed.
           IF WS-LS-COUNT >= MAX-LEASE-SITES
               DISPLAY "WARNING: more than " MAX-LEASE-SITES
                   " lease sites in this run -- no more placed"
               MOVE "N" TO WS-LS-MORE
               MOVE WS-LEASE-N TO WS-LS-PLACED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LS-COUNT
           ADD 1 TO WS-LS-PLACED
           MOVE MINX TO LS-MINX(WS-LS-COUNT)
           MOVE MAXX TO LS-MAXX(WS-LS-COUNT)
           MOVE MINY TO LS-MINY(WS-LS-COUNT)
           MOVE MAXY TO LS-MAXY(WS-LS-COUNT)
           COMPUTE WS-LS-I = FUNCTION MOD(WS-LS-COUNT - 1, 52) + 1
           MOVE WS-LS-LETTERS(WS-LS-I:1) TO LS-LETTER(WS-LS-COUNT)
           ADD WS-CAND-BEST TO WS-LEASED
           SUBTRACT WS-CAND-BEST FROM WS-UNLEASED

           MOVE MINX TO WS-LS-OUT1
           MOVE MINY TO WS-LS-OUT2
           MOVE MAXX TO WS-LS-OUT3
           MOVE MAXY TO WS-LS-OUT4
           MOVE WS-CAND-BEST TO OUTPIC
           DISPLAY "POLYGON " FUNCTION TRIM(WS-POLYNO-OUT)
               " LEASE SITE " LS-LETTER(WS-LS-COUNT) " ("
               FUNCTION TRIM(WS-LS-OUT1) "," FUNCTION TRIM(WS-LS-OUT2)
               ")-(" FUNCTION TRIM(WS-LS-OUT3) ","
               FUNCTION TRIM(WS-LS-OUT4) ") AREA " FUNCTION TRIM(OUTPIC)
           .

       REPORT-LEASE-LEFTOVER.
           MOVE "N" TO WS-LEASE-PENDING
           MOVE WS-LEASE-POLYNO TO WS-LS-N-OUT
           IF WS-UNLEASED < 0
               MOVE 0 TO WS-UNLEASED
           END-IF
           MOVE WS-LEASED TO OUTPIC
           MOVE WS-UNLEASED TO WS-LS-OUT1
           DISPLAY "POLYGON " FUNCTION TRIM(WS-LS-N-OUT)
               " LEASED AREA " FUNCTION TRIM(OUTPIC)
               " UNLEASED AREA " FUNCTION TRIM(WS-LS-OUT1)
           .

       BUILD-SEGMENTS.
           MOVE 0 TO NV
           MOVE 0 TO NH
           END-PERFORM

           PERFORM PLOT-ALL-RINGS
           IF LEASE-MODE
               PERFORM PLOT-LEASE-SITES
           END-IF
           IF QUERY-MODE
               PERFORM PLOT-QUERY-POINTS
           END-IF
               & "(owning polygon's last digit), ? unclaimed"
               TO WS-PLOT-HDR
           WRITE PLOT-REC FROM WS-PLOT-HDR
           IF LEASE-MODE
               MOVE "LEASE SITES: A-Z then a-z in placement order, "
                   & "as listed in the run output"
                   TO WS-PLOT-HDR
               WRITE PLOT-REC FROM WS-PLOT-HDR
           END-IF

           PERFORM VARYING WS-PROW-I FROM 1 BY 1
                   UNTIL WS-PROW-I > PLOT-ROWS
           END-PERFORM
           .

       PLOT-LEASE-SITES.
      *> Each site's footprint filled with its letter, over the rings.
           PERFORM VARYING WS-LS-I FROM 1 BY 1 UNTIL WS-LS-I > WS-LS-COUNT
               MOVE LS-MINX(WS-LS-I) TO WS-MAPX
               MOVE LS-MAXY(WS-LS-I) TO WS-MAPY
               PERFORM MAP-PLOT-CELL
               MOVE WS-PR TO WS-PR2
               MOVE WS-PC TO WS-PC2
               MOVE LS-MAXX(WS-LS-I) TO WS-MAPX
               MOVE LS-MINY(WS-LS-I) TO WS-MAPY
               PERFORM MAP-PLOT-CELL
               PERFORM VARYING WS-PROW-I FROM WS-PR2 BY 1
                       UNTIL WS-PROW-I > WS-PR
                   PERFORM VARYING WS-PSTEP FROM WS-PC2 BY 1
                           UNTIL WS-PSTEP > WS-PC
                       MOVE LS-LETTER(WS-LS-I)
                           TO WS-PLOT-LINE(WS-PROW-I)(WS-PSTEP:1)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       PROCESS-HOLE-BLOCK.
           IF WS-POLYNO = 0
               DISPLAY "WARNING: HOLE block with no preceding outer "
           COMPUTE WS-HOLE-AREA = (WS-SHOE / 2) + (WS-PERIM / 2) + 1

           SUBTRACT WS-HOLE-AREA FROM WS-GRAND-TOTAL
           IF LEASE-PENDING
               SUBTRACT WS-HOLE-AREA FROM WS-UNLEASED
           END-IF

           MOVE WS-POLYNO    TO WS-POLYNO-OUT
           MOVE WS-HOLE-AREA TO OUTPIC
