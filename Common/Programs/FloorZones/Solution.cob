       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. floorzone.

      *> Shared floor-zone roll-up for the Day 4 rack-grid programs
      *> (day4part1's flagged racks, day4part2's removed racks), so
      *> each floor supervisor gets their own number instead of the
      *> whole-floor total. Zones come from floorzones.dat at the
      *> repository root (two directories up, the runlogwrite way),
      *> one pipe-delimited rectangle per line:
      *>   zone | row-from | row-thru | col-from | col-thru | supervisor
      *> Rows and columns are 1-based grid positions; "*" starts a
      *> comment. CALLed as
      *>   CALL "floorzone" USING function row col rc
      *> with function
      *>   LOAD    read and check the zones; rc 8 when a line is
      *>           malformed or two zones overlap (the run must stop
      *>           -- a rack counted twice is worse than no split)
      *>   TALLY   count one rack at row/col against its zone, or
      *>           the UNZONED bucket
      *>   REPORT  print the zone table; silent when no zones file
      *>           is present, so an unzoned floor runs as before

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-FILE
               ASSIGN TO "../../floorzones.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-FILE.
       01  ZONE-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LINE-NUM              PIC 9(5) COMP-5.
       01  WS-LINE-OUT              PIC Z(4)9.

       78  MAX-ZONES                VALUE 100.
       01  WS-Z-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01  WS-Z-TAB.
           05  WS-Z OCCURS 100 TIMES.
               10  WS-Z-NAME        PIC X(20).
               10  WS-Z-ROW-FROM    PIC 9(9) COMP-5.
               10  WS-Z-ROW-THRU    PIC 9(9) COMP-5.
               10  WS-Z-COL-FROM    PIC 9(9) COMP-5.
               10  WS-Z-COL-THRU    PIC 9(9) COMP-5.
               10  WS-Z-SUPER       PIC X(30).
               10  WS-Z-RACKS       PIC 9(9) COMP-5.
       01  WS-UNZONED               PIC 9(9) COMP-5 VALUE 0.
       01  WS-ALL-RACKS             PIC 9(9) COMP-5.

       01  WS-F-NAME                PIC X(40).
       01  WS-F-ROW-FROM            PIC X(12).
       01  WS-F-ROW-THRU            PIC X(12).
       01  WS-F-COL-FROM            PIC X(12).
       01  WS-F-COL-THRU            PIC X(12).
       01  WS-F-SUPER               PIC X(40).
       01  WS-NUM-TEXT              PIC X(9) JUSTIFIED RIGHT.
       01  WS-NUM-OK                PIC X.
           88  NUM-OK                      VALUE "Y".
       01  WS-NUM                   PIC 9(9).

       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-R1-OUT                PIC Z(5)9.
       01  WS-R2-OUT                PIC Z(5)9.
       01  WS-C1-OUT                PIC Z(5)9.
       01  WS-C2-OUT                PIC Z(5)9.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-DETAIL                PIC X(120).
       01  WS-RANGE-TEXT            PIC X(14).

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(8).
       01  LK-ROW                   PIC 9(9) COMP-5.
       01  LK-COL                   PIC 9(9) COMP-5.
       01  LK-RC                    PIC 9(4) COMP-5.

       PROCEDURE DIVISION USING LK-FUNCTION LK-ROW LK-COL LK-RC.
       MAIN.
           MOVE 0 TO LK-RC
           EVALUATE LK-FUNCTION
               WHEN "LOAD"
                   PERFORM LOAD-ZONES
               WHEN "TALLY"
                   PERFORM TALLY-RACK
               WHEN "REPORT"
                   PERFORM REPORT-ZONES
               WHEN OTHER
                   MOVE 8 TO LK-RC
           END-EVALUATE
           GOBACK
           .

       LOAD-ZONES.
           MOVE 0 TO WS-Z-COUNT
           MOVE 0 TO WS-UNZONED
           MOVE 0 TO WS-LINE-NUM
           OPEN INPUT ZONE-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF OR LK-RC NOT = 0
               READ ZONE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM LOAD-ONE-ZONE
               END-READ
           END-PERFORM
           CLOSE ZONE-FILE

           IF LK-RC = 0
               PERFORM CHECK-ZONE-OVERLAPS
           END-IF
           .

       LOAD-ONE-ZONE.
           IF ZONE-REC = SPACES OR ZONE-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F-NAME WS-F-ROW-FROM WS-F-ROW-THRU
               WS-F-COL-FROM WS-F-COL-THRU WS-F-SUPER
           UNSTRING ZONE-REC DELIMITED BY "|"
               INTO WS-F-NAME WS-F-ROW-FROM WS-F-ROW-THRU
                    WS-F-COL-FROM WS-F-COL-THRU WS-F-SUPER
           END-UNSTRING
           MOVE WS-LINE-NUM TO WS-LINE-OUT

           IF FUNCTION TRIM(WS-F-NAME) = SPACES
               DISPLAY "ERROR: floorzones.dat line "
                   FUNCTION TRIM(WS-LINE-OUT) " has no zone name"
               MOVE 8 TO LK-RC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F-NAME)) = "UNZONED"
               DISPLAY "ERROR: floorzones.dat line "
                   FUNCTION TRIM(WS-LINE-OUT)
                   " -- UNZONED is reserved for racks outside every zone"
               MOVE 8 TO LK-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-Z-COUNT >= MAX-ZONES
               DISPLAY "ERROR: floorzones.dat holds more than "
                   MAX-ZONES " zones"
               MOVE 8 TO LK-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Z-COUNT
               IF WS-Z-NAME(WS-I) = FUNCTION TRIM(WS-F-NAME)
                   DISPLAY "ERROR: floorzones.dat line "
                       FUNCTION TRIM(WS-LINE-OUT) " repeats zone "
                       FUNCTION TRIM(WS-F-NAME)
                   MOVE 8 TO LK-RC
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           ADD 1 TO WS-Z-COUNT
           MOVE FUNCTION TRIM(WS-F-NAME)  TO WS-Z-NAME(WS-Z-COUNT)
           MOVE FUNCTION TRIM(WS-F-SUPER) TO WS-Z-SUPER(WS-Z-COUNT)
           MOVE 0 TO WS-Z-RACKS(WS-Z-COUNT)

           MOVE FUNCTION TRIM(WS-F-ROW-FROM) TO WS-NUM-TEXT
           PERFORM CHECK-ZONE-NUMBER
           MOVE WS-NUM TO WS-Z-ROW-FROM(WS-Z-COUNT)
           MOVE FUNCTION TRIM(WS-F-ROW-THRU) TO WS-NUM-TEXT
           PERFORM CHECK-ZONE-NUMBER
           MOVE WS-NUM TO WS-Z-ROW-THRU(WS-Z-COUNT)
           MOVE FUNCTION TRIM(WS-F-COL-FROM) TO WS-NUM-TEXT
           PERFORM CHECK-ZONE-NUMBER
           MOVE WS-NUM TO WS-Z-COL-FROM(WS-Z-COUNT)
           MOVE FUNCTION TRIM(WS-F-COL-THRU) TO WS-NUM-TEXT
           PERFORM CHECK-ZONE-NUMBER
           MOVE WS-NUM TO WS-Z-COL-THRU(WS-Z-COUNT)

           IF LK-RC = 0
               IF WS-Z-ROW-FROM(WS-Z-COUNT) > WS-Z-ROW-THRU(WS-Z-COUNT)
                   OR WS-Z-COL-FROM(WS-Z-COUNT) >
                       WS-Z-COL-THRU(WS-Z-COUNT)
                   DISPLAY "ERROR: floorzones.dat line "
                       FUNCTION TRIM(WS-LINE-OUT) " (zone "
                       FUNCTION TRIM(WS-F-NAME)
                       ") runs backwards -- from must not exceed thru"
                   MOVE 8 TO LK-RC
               END-IF
           ELSE
               DISPLAY "ERROR: floorzones.dat line "
                   FUNCTION TRIM(WS-LINE-OUT) " (zone "
                   FUNCTION TRIM(WS-F-NAME)
                   ") needs four row/column numbers of 1 or more"
           END-IF
           .

       CHECK-ZONE-NUMBER.
           *> WS-NUM-TEXT holds one trimmed row/column field, right-justified
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NUMERIC AND WS-NUM-TEXT NOT = ZEROS
               MOVE WS-NUM-TEXT TO WS-NUM
           ELSE
               MOVE 0 TO WS-NUM
               MOVE 8 TO LK-RC
           END-IF
           .

       CHECK-ZONE-OVERLAPS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Z-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-Z-COUNT
                   IF WS-J > WS-I
                       IF WS-Z-ROW-FROM(WS-I) <= WS-Z-ROW-THRU(WS-J)
                           AND WS-Z-ROW-FROM(WS-J) <= WS-Z-ROW-THRU(WS-I)
                           AND WS-Z-COL-FROM(WS-I) <= WS-Z-COL-THRU(WS-J)
                           AND WS-Z-COL-FROM(WS-J) <= WS-Z-COL-THRU(WS-I)
                           DISPLAY "ERROR: floor zones "
                               FUNCTION TRIM(WS-Z-NAME(WS-I)) " and "
                               FUNCTION TRIM(WS-Z-NAME(WS-J))
                               " overlap in floorzones.dat"
                           MOVE 8 TO LK-RC
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       TALLY-RACK.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-Z-COUNT OR WS-HIT > 0
               IF LK-ROW >= WS-Z-ROW-FROM(WS-I)
                       AND LK-ROW <= WS-Z-ROW-THRU(WS-I)
                       AND LK-COL >= WS-Z-COL-FROM(WS-I)
                       AND LK-COL <= WS-Z-COL-THRU(WS-I)
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               ADD 1 TO WS-Z-RACKS(WS-HIT)
           ELSE
               ADD 1 TO WS-UNZONED
           END-IF
           .

       REPORT-ZONES.
           IF WS-Z-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNZONED TO WS-ALL-RACKS
           DISPLAY "ZONE TABLE:"
           DISPLAY "  ZONE                 ROWS           COLS"
               "           SUPERVISOR                         RACKS"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Z-COUNT
               ADD WS-Z-RACKS(WS-I) TO WS-ALL-RACKS
               MOVE SPACES TO WS-DETAIL
               MOVE WS-Z-NAME(WS-I) TO WS-DETAIL(3:20)
               MOVE WS-Z-ROW-FROM(WS-I) TO WS-R1-OUT
               MOVE WS-Z-ROW-THRU(WS-I) TO WS-R2-OUT
               MOVE SPACES TO WS-RANGE-TEXT
               STRING FUNCTION TRIM(WS-R1-OUT) "-"
                      FUNCTION TRIM(WS-R2-OUT)
                   DELIMITED BY SIZE INTO WS-RANGE-TEXT
               END-STRING
               MOVE WS-RANGE-TEXT TO WS-DETAIL(24:14)
               MOVE WS-Z-COL-FROM(WS-I) TO WS-C1-OUT
               MOVE WS-Z-COL-THRU(WS-I) TO WS-C2-OUT
               MOVE SPACES TO WS-RANGE-TEXT
               STRING FUNCTION TRIM(WS-C1-OUT) "-"
                      FUNCTION TRIM(WS-C2-OUT)
                   DELIMITED BY SIZE INTO WS-RANGE-TEXT
               END-STRING
               MOVE WS-RANGE-TEXT TO WS-DETAIL(39:14)
               MOVE WS-Z-SUPER(WS-I) TO WS-DETAIL(54:30)
               MOVE WS-Z-RACKS(WS-I) TO WS-CNT-OUT
               MOVE WS-CNT-OUT TO WS-DETAIL(85:9)
               DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           END-PERFORM
           MOVE SPACES TO WS-DETAIL
           MOVE "UNZONED" TO WS-DETAIL(3:20)
           MOVE WS-UNZONED TO WS-CNT-OUT
           MOVE WS-CNT-OUT TO WS-DETAIL(85:9)
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           MOVE SPACES TO WS-DETAIL
           MOVE "FLOOR TOTAL" TO WS-DETAIL(3:20)
           MOVE WS-ALL-RACKS TO WS-CNT-OUT
           MOVE WS-CNT-OUT TO WS-DETAIL(85:9)
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           .
