       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. capforecast.

      *> Capacity-exhaustion forecast. capaudit argues from guessed
      *> worst cases and spacecheck only looks at disk; this takes the
      *> growth each feed has actually shown in feedstats.dat and
      *> projects when it runs into a compiled limit -- day5part2's
      *> 50,000-entry MERGED-TABLE, the Day 6 row ceiling, day8's
      *> point capacity -- as listed in feedlimits.dat at the
      *> repository root.
      *>
      *>   capforecast [YYYYMMDD]
      *>
      *> For each limit the feed's history is fitted with a straight
      *> least-squares line (measure against day); from the latest
      *> recorded value at that daily growth rate the report gives
      *> the date the limit is crossed and the headroom left from
      *> the as-of date (default today), worst first. Feeds under
      *> siteparams CAPACITY-ALERT-DAYS (default 90) of headroom are
      *> marked, and the whole forecast is written to capforecast.dat
      *> for alerteval's MIN-HEADROOM-DAYS rule to pick up. Run from
      *> the repository root after feedprofile.
      *>
      *> capforecast.dat layout (pipe-delimited, rewritten each run):
      *>   as-of | program-id | measure | latest | limit | days-left
      *>         | crossing-date | compiled-name
      *> days-left is 999999 when the feed is not growing (or has too
      *> little history to say) and 0 when it is already at the limit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-FILE
               ASSIGN TO "feedlimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-FS.

           SELECT STATS-FILE
               ASSIGN TO "feedstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT FORECAST-FILE
               ASSIGN TO "capforecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       01  LIMITS-REC               PIC X(120).

       FD  STATS-FILE.
       01  STATS-REC.
           05  ST-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  ST-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  ST-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXLEN            PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXNUM            PIC 9(18).

       FD  FORECAST-FILE.
       01  FORECAST-REC             PIC X(160).

       WORKING-STORAGE SECTION.
       78  MAX-LIMITS               VALUE 100.
       78  MAX-POINTS               VALUE 2000.
       78  NO-GROWTH-DAYS           VALUE 999999.

       01  WS-LM-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-FC-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-STAMP                 PIC X(21).
       01  WS-ARG                   PIC X(20).
       01  WS-ASOF                  PIC X(8).
       01  WS-ASOF-DAY              PIC 9(9) COMP-5.
       01  WS-ALERT-DAYS            PIC 9(6) COMP-5 VALUE 90.

       01  WS-T1                    PIC X(20).
       01  WS-T2                    PIC X(20).
       01  WS-T3                    PIC X(20).
       01  WS-T4                    PIC X(40).

      *> the limits, and what the forecast made of each
       01  WS-LIM-COUNT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-LIM-TAB.
           05  WS-LIM OCCURS 100 TIMES.
               10  WS-LM-PROG       PIC X(20).
               10  WS-LM-MEASURE    PIC X(8).
               10  WS-LM-LIMIT      PIC 9(18).
               10  WS-LM-NAME       PIC X(40).
               10  WS-LM-POINTS     PIC 9(6) COMP-5.
               10  WS-LM-LATEST     PIC 9(18).
               10  WS-LM-SLOPE      PIC S9(13)V9(4) COMP-3.
               10  WS-LM-DAYS       PIC 9(9) COMP-5.
               10  WS-LM-CROSS      PIC X(8).
               10  WS-LM-STATUS     PIC X(10).
       01  WS-LIM-SAVE              PIC X(160).
       01  WS-L                     PIC 9(3) COMP-5.
       01  WS-A                     PIC 9(3) COMP-5.
       01  WS-B                     PIC 9(3) COMP-5.
       01  WS-BEST                  PIC 9(3) COMP-5.

      *> one feed's history for the current limit
       01  WS-PT-COUNT              PIC 9(6) COMP-5.
       01  WS-PT-TAB.
           05  WS-PT OCCURS 2000 TIMES.
               10  WS-PT-DAY        PIC 9(9) COMP-5.
               10  WS-PT-VALUE      PIC 9(18).
       01  WS-P                     PIC 9(6) COMP-5.
       01  WS-VALUE                 PIC 9(18).
       01  WS-LAST-DAY              PIC 9(9) COMP-5.
       01  WS-MEAN-X                PIC S9(9)V9(6) COMP-3.
       01  WS-MEAN-Y                PIC S9(19)V9(6) COMP-3.
       01  WS-SXY                   PIC S9(25)V9(6) COMP-3.
       01  WS-SXX                   PIC S9(18)V9(6) COMP-3.
       01  WS-DX                    PIC S9(9)V9(6) COMP-3.
       01  WS-DAYS-TO-CROSS         PIC S9(18)V99 COMP-3.
       01  WS-CROSS-DAY             PIC S9(18) COMP-3.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       01  WS-UNDER                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-LATEST-OUT            PIC Z(12)9.
       01  WS-LIMIT-OUT             PIC Z(12)9.
       01  WS-SLOPE-OUT             PIC -(9)9.99.
       01  WS-DAYS-OUT              PIC Z(5)9.
       01  WS-MONTHS-OUT            PIC Z(4)9.9.
       01  WS-MONTHS                PIC 9(6)V9 COMP-3.
       01  WS-CROSS-OUT             PIC X(10).
       01  WS-UNDER-OUT             PIC Z(2)9.
       01  WS-ALERT-DAYS-OUT        PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-ASOF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG) IS NUMERIC
                       AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG)) = 8
                       MOVE FUNCTION TRIM(WS-ARG) TO WS-ASOF
                   END-IF
           END-ACCEPT
           COMPUTE WS-ASOF-DAY =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ASOF))

           MOVE "CAPACITY-ALERT-DAYS" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-ALERT-DAYS = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF

           PERFORM LOAD-LIMITS
           IF WS-LIM-COUNT = 0
               DISPLAY "No limits in feedlimits.dat -- nothing to "
                   "forecast"
               STOP RUN
           END-IF

           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               DISPLAY "ERROR: feedstats.dat not found -- run "
                   "feedprofile first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STATS-FILE

           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIM-COUNT
               PERFORM FORECAST-ONE-LIMIT
           END-PERFORM

           PERFORM RANK-BY-HEADROOM
           PERFORM PRINT-FORECAST
           PERFORM WRITE-FORECAST-FILE
           STOP RUN
           .

       LOAD-LIMITS.
           MOVE "N" TO WS-EOF
           OPEN INPUT LIMITS-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "ERROR: feedlimits.dat not found"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF
               READ LIMITS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-LIMIT
               END-READ
           END-PERFORM
           CLOSE LIMITS-FILE
           .

       LOAD-ONE-LIMIT.
           IF LIMITS-REC = SPACES OR LIMITS-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4
           UNSTRING LIMITS-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T2) TO WS-T2
           IF FUNCTION TRIM(WS-T3) IS NOT NUMERIC
               OR (WS-T2 NOT = "LINES" AND WS-T2 NOT = "MAXLEN"
                   AND WS-T2 NOT = "MAXNUM")
               DISPLAY "WARNING: bad limit line '"
                   FUNCTION TRIM(LIMITS-REC) "' ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-LIM-COUNT >= MAX-LIMITS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIM-COUNT
           MOVE WS-T1 TO WS-LM-PROG(WS-LIM-COUNT)
           MOVE WS-T2 TO WS-LM-MEASURE(WS-LIM-COUNT)
           COMPUTE WS-LM-LIMIT(WS-LIM-COUNT) = FUNCTION NUMVAL(WS-T3)
           MOVE WS-T4 TO WS-LM-NAME(WS-LIM-COUNT)
           .

       FORECAST-ONE-LIMIT.
           PERFORM COLLECT-HISTORY
           MOVE WS-PT-COUNT TO WS-LM-POINTS(WS-L)
           MOVE 0 TO WS-LM-LATEST(WS-L) WS-LM-SLOPE(WS-L)
           MOVE NO-GROWTH-DAYS TO WS-LM-DAYS(WS-L)
           MOVE SPACES TO WS-LM-CROSS(WS-L)
           IF WS-PT-COUNT = 0
               MOVE "NO HISTORY" TO WS-LM-STATUS(WS-L)
               EXIT PARAGRAPH
           END-IF

           *> the latest record stands for where the feed is now
           MOVE 0 TO WS-LAST-DAY
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PT-COUNT
               IF WS-PT-DAY(WS-P) >= WS-LAST-DAY
                   MOVE WS-PT-DAY(WS-P) TO WS-LAST-DAY
                   MOVE WS-PT-VALUE(WS-P) TO WS-LM-LATEST(WS-L)
               END-IF
           END-PERFORM
           IF WS-LM-LATEST(WS-L) >= WS-LM-LIMIT(WS-L)
               MOVE 0 TO WS-LM-DAYS(WS-L)
               MOVE WS-ASOF TO WS-LM-CROSS(WS-L)
               MOVE "AT LIMIT" TO WS-LM-STATUS(WS-L)
               ADD 1 TO WS-UNDER
               EXIT PARAGRAPH
           END-IF

           *> least-squares slope, centred on the means so the sums
           *> stay within the picture however big the measure
           MOVE 0 TO WS-MEAN-X WS-MEAN-Y WS-SXY WS-SXX
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PT-COUNT
               ADD WS-PT-DAY(WS-P) TO WS-MEAN-X
               ADD WS-PT-VALUE(WS-P) TO WS-MEAN-Y
           END-PERFORM
           COMPUTE WS-MEAN-X = WS-MEAN-X / WS-PT-COUNT
           COMPUTE WS-MEAN-Y = WS-MEAN-Y / WS-PT-COUNT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PT-COUNT
               COMPUTE WS-DX = WS-PT-DAY(WS-P) - WS-MEAN-X
               COMPUTE WS-SXX = WS-SXX + WS-DX * WS-DX
               COMPUTE WS-SXY = WS-SXY
                   + WS-DX * (WS-PT-VALUE(WS-P) - WS-MEAN-Y)
           END-PERFORM
           IF WS-SXX = 0
               MOVE "FLAT" TO WS-LM-STATUS(WS-L)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LM-SLOPE(WS-L) ROUNDED = WS-SXY / WS-SXX
           IF WS-LM-SLOPE(WS-L) <= 0
               MOVE "FLAT" TO WS-LM-STATUS(WS-L)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-TO-CROSS ROUNDED =
               (WS-LM-LIMIT(WS-L) - WS-LM-LATEST(WS-L))
               / WS-LM-SLOPE(WS-L)
           COMPUTE WS-CROSS-DAY = WS-LAST-DAY + WS-DAYS-TO-CROSS
           IF WS-CROSS-DAY <= WS-ASOF-DAY
               MOVE 0 TO WS-LM-DAYS(WS-L)
               MOVE WS-ASOF TO WS-LM-CROSS(WS-L)
           ELSE
               IF WS-CROSS-DAY - WS-ASOF-DAY >= NO-GROWTH-DAYS
                   MOVE "FLAT" TO WS-LM-STATUS(WS-L)
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LM-DAYS(WS-L) = WS-CROSS-DAY - WS-ASOF-DAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-CROSS-DAY)
                   TO WS-LM-CROSS(WS-L)
           END-IF
           IF WS-LM-DAYS(WS-L) < WS-ALERT-DAYS
               MOVE "UNDER" TO WS-LM-STATUS(WS-L)
               ADD 1 TO WS-UNDER
           ELSE
               MOVE "OK" TO WS-LM-STATUS(WS-L)
           END-IF
           .

       COLLECT-HISTORY.
           MOVE 0 TO WS-PT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ STATS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-STATS-RECORD
               END-READ
           END-PERFORM
           CLOSE STATS-FILE
           .

       KEEP-ONE-STATS-RECORD.
           IF FUNCTION TRIM(ST-PROGID) NOT =
                   FUNCTION TRIM(WS-LM-PROG(WS-L))
               EXIT PARAGRAPH
           END-IF
           IF ST-DATE IS NOT NUMERIC OR ST-DATE > WS-ASOF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LM-MEASURE(WS-L)
               WHEN "LINES"
                   IF ST-LINES IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ST-LINES TO WS-VALUE
               WHEN "MAXLEN"
                   IF ST-MAXLEN IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ST-MAXLEN TO WS-VALUE
               WHEN OTHER
                   IF ST-MAXNUM IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ST-MAXNUM TO WS-VALUE
           END-EVALUATE
           *> past the table, the oldest history gives way
           IF WS-PT-COUNT >= MAX-POINTS
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P >= WS-PT-COUNT
                   MOVE WS-PT(WS-P + 1) TO WS-PT(WS-P)
               END-PERFORM
               SUBTRACT 1 FROM WS-PT-COUNT
           END-IF
           ADD 1 TO WS-PT-COUNT
           COMPUTE WS-PT-DAY(WS-PT-COUNT) =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ST-DATE))
           MOVE WS-VALUE TO WS-PT-VALUE(WS-PT-COUNT)
           .

       RANK-BY-HEADROOM.
           *> least headroom first
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A >= WS-LIM-COUNT
               MOVE WS-A TO WS-BEST
               PERFORM VARYING WS-B FROM WS-A BY 1
                       UNTIL WS-B > WS-LIM-COUNT
                   IF WS-LM-DAYS(WS-B) < WS-LM-DAYS(WS-BEST)
                       MOVE WS-B TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-A
                   MOVE WS-LIM(WS-A)    TO WS-LIM-SAVE
                   MOVE WS-LIM(WS-BEST) TO WS-LIM(WS-A)
                   MOVE WS-LIM-SAVE     TO WS-LIM(WS-BEST)
               END-IF
           END-PERFORM
           .

       PRINT-FORECAST.
           DISPLAY "===== CAPACITY FORECAST AS OF " WS-ASOF
               " (least headroom first) ====="
           DISPLAY "PROGRAM              MEASURE         LATEST"
               "         LIMIT    GROWTH/DAY  CROSSES    HEADROOM"
               "        STATUS     LIMIT NAME"
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIM-COUNT
               MOVE WS-LM-LATEST(WS-L) TO WS-LATEST-OUT
               MOVE WS-LM-LIMIT(WS-L) TO WS-LIMIT-OUT
               MOVE WS-LM-SLOPE(WS-L) TO WS-SLOPE-OUT
               IF WS-LM-CROSS(WS-L) = SPACES
                   MOVE "never" TO WS-CROSS-OUT
               ELSE
                   MOVE WS-LM-CROSS(WS-L) TO WS-CROSS-OUT
               END-IF
               IF WS-LM-DAYS(WS-L) = NO-GROWTH-DAYS
                   DISPLAY WS-LM-PROG(WS-L) " " WS-LM-MEASURE(WS-L)
                       WS-LATEST-OUT " " WS-LIMIT-OUT " "
                       WS-SLOPE-OUT "  " WS-CROSS-OUT " "
                       "      --        " WS-LM-STATUS(WS-L) " "
                       FUNCTION TRIM(WS-LM-NAME(WS-L))
               ELSE
                   MOVE WS-LM-DAYS(WS-L) TO WS-DAYS-OUT
                   COMPUTE WS-MONTHS ROUNDED =
                       WS-LM-DAYS(WS-L) / 30.44
                   MOVE WS-MONTHS TO WS-MONTHS-OUT
                   DISPLAY WS-LM-PROG(WS-L) " " WS-LM-MEASURE(WS-L)
                       WS-LATEST-OUT " " WS-LIMIT-OUT " "
                       WS-SLOPE-OUT "  " WS-CROSS-OUT " "
                       WS-DAYS-OUT "d " WS-MONTHS-OUT "mo "
                       WS-LM-STATUS(WS-L) " "
                       FUNCTION TRIM(WS-LM-NAME(WS-L))
               END-IF
           END-PERFORM
           MOVE WS-UNDER TO WS-UNDER-OUT
           MOVE WS-ALERT-DAYS TO WS-ALERT-DAYS-OUT
           DISPLAY "===== " FUNCTION TRIM(WS-UNDER-OUT)
               " limit(s) under " FUNCTION TRIM(WS-ALERT-DAYS-OUT)
               " day(s) of headroom ====="
           IF WS-UNDER > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       WRITE-FORECAST-FILE.
           OPEN OUTPUT FORECAST-FILE
           IF WS-FC-FS NOT = "00"
               DISPLAY "ERROR: Unable to write capforecast.dat "
                   "(file status " WS-FC-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LIM-COUNT
               MOVE WS-LM-LATEST(WS-L) TO WS-LATEST-OUT
               MOVE WS-LM-LIMIT(WS-L) TO WS-LIMIT-OUT
               MOVE WS-LM-DAYS(WS-L) TO WS-DAYS-OUT
               MOVE SPACES TO FORECAST-REC
               STRING WS-ASOF "|"
                      FUNCTION TRIM(WS-LM-PROG(WS-L)) "|"
                      FUNCTION TRIM(WS-LM-MEASURE(WS-L)) "|"
                      FUNCTION TRIM(WS-LATEST-OUT) "|"
                      FUNCTION TRIM(WS-LIMIT-OUT) "|"
                      FUNCTION TRIM(WS-DAYS-OUT) "|"
                      WS-LM-CROSS(WS-L) "|"
                      FUNCTION TRIM(WS-LM-NAME(WS-L))
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
               WRITE FORECAST-REC
           END-PERFORM
           CLOSE FORECAST-FILE
           .
