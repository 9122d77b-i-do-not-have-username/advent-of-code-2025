       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bizdays.

      *> Shared business-day arithmetic for the aging reports
      *> (gapaging, womaster AGING, ackconfirm AGING, quarantine
      *> LIST). The depots' service agreements are written in
      *> business days, so a receipt sent the Friday before a long
      *> weekend is not overdue on the Tuesday when no depot has been
      *> open to confirm it.
      *>
      *>   BETWEEN  date-1 date-2 -> days: business days after
      *>            date-1 up to and including date-2 (negative when
      *>            date-2 is earlier)
      *>   ADD      date-1 days   -> date-2: date-1 moved on by that
      *>            many business days (back when negative)
      *>
      *> A business day is any day that is neither a weekend day nor
      *> listed in holidays.dat (the same site calendar
      *> daybatchdriver stands the schedule down on). The weekend is
      *> siteparams key BUSINESS-WEEKEND -- a comma list of MON..SUN,
      *> default SAT,SUN, NONE for a seven-day site. Siteparams key
      *> AGING-BASIS (BUSINESS, the default, or CALENDAR) picks the
      *> basis when the caller passes the basis as spaces; either
      *> way the basis used comes back for the report header.
      *> Callers all run from the repository root; the calendar is
      *> read once per run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE
               ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       78  MAX-HOLIDAYS             VALUE 1000.

       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LOADED                PIC X VALUE "N".
           88  CALENDAR-LOADED             VALUE "Y".

       01  WS-HOL-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOL-TAB.
           05  WS-HOL-INT OCCURS 1000 TIMES
                                    PIC S9(9) COMP-5.

      *> weekend flags by day of week, Monday first
       01  WS-WEEKEND-FLAGS         PIC X(7) VALUE "NNNNNYY".
       01  WS-DAY-NAMES             PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-SITE-BASIS            PIC X(8) VALUE "BUSINESS".

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.
       01  WS-WK-LIST               PIC X(40).
       01  WS-WK-TOKEN              PIC X(10).
       01  WS-WK-PTR                PIC 9(4) COMP-5.
       01  WS-D                     PIC 9(4) COMP-5.

       01  WS-BASIS                 PIC X(8).
       01  WS-INT-1                 PIC S9(9) COMP-5.
       01  WS-INT-2                 PIC S9(9) COMP-5.
       01  WS-CUR                   PIC S9(9) COMP-5.
       01  WS-STEP                  PIC S9 COMP-5.
       01  WS-LEFT                  PIC S9(9) COMP-5.
       01  WS-COUNT                 PIC S9(9) COMP-5.
       01  WS-DOW                   PIC 9 COMP-5.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-BUSINESS              PIC X.
           88  BUSINESS-DAY                VALUE "Y".

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(8).
       01  LK-DATE-1                PIC X(8).
       01  LK-DATE-2                PIC X(8).
       01  LK-DAYS                  PIC S9(9) COMP-5.
       01  LK-BASIS                 PIC X(8).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-DATE-1 LK-DATE-2
               LK-DAYS LK-BASIS LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF

           IF LK-BASIS = SPACES
               MOVE WS-SITE-BASIS TO WS-BASIS
           ELSE
               MOVE FUNCTION UPPER-CASE(LK-BASIS) TO WS-BASIS
           END-IF
           MOVE WS-BASIS TO LK-BASIS

           IF LK-DATE-1 IS NOT NUMERIC
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(LK-DATE-1)) NOT = 0
               GOBACK
           END-IF
           COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LK-DATE-1))

           EVALUATE LK-FUNCTION
               WHEN "BETWEEN"
                   IF LK-DATE-2 IS NOT NUMERIC
                       GOBACK
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(LK-DATE-2)) NOT = 0
                       GOBACK
                   END-IF
                   COMPUTE WS-INT-2 = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(LK-DATE-2))
                   PERFORM COUNT-BETWEEN
                   MOVE WS-COUNT TO LK-DAYS
               WHEN "ADD"
                   PERFORM ADD-DAYS
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CUR)
                       TO LK-DATE-2
               WHEN OTHER
                   GOBACK
           END-EVALUATE
           MOVE "Y" TO LK-OK
           GOBACK
           .

       LOAD-CALENDAR.
           SET CALENDAR-LOADED TO TRUE

           MOVE "AGING-BASIS" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                       = "CALENDAR"
                   MOVE "CALENDAR" TO WS-SITE-BASIS
               END-IF
           END-IF

           MOVE "BUSINESS-WEEKEND" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) NOT = SPACES
               MOVE "NNNNNNN" TO WS-WEEKEND-FLAGS
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                   TO WS-WK-LIST
               MOVE 1 TO WS-WK-PTR
               PERFORM UNTIL WS-WK-PTR > 40
                   MOVE SPACES TO WS-WK-TOKEN
                   UNSTRING WS-WK-LIST DELIMITED BY ","
                       INTO WS-WK-TOKEN
                       WITH POINTER WS-WK-PTR
                   END-UNSTRING
                   PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 7
                       IF FUNCTION TRIM(WS-WK-TOKEN) =
                               WS-DAY-NAMES((WS-D - 1) * 3 + 1:3)
                           MOVE "Y" TO WS-WEEKEND-FLAGS(WS-D:1)
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-WEEKEND-FLAGS = "YYYYYYY"
                   *> a week with no working day is a typo, not a
                   *> definition
                   MOVE "NNNNNYY" TO WS-WEEKEND-FLAGS
               END-IF
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT HOLIDAY-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ HOLIDAY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF HOLIDAY-REC(1:8) IS NUMERIC
                           AND WS-HOL-COUNT < MAX-HOLIDAYS
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(HOLIDAY-REC(1:8)))
                                   = 0
                               ADD 1 TO WS-HOL-COUNT
                               COMPUTE WS-HOL-INT(WS-HOL-COUNT) =
                                   FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(HOLIDAY-REC(1:8)))
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           .

       CHECK-BUSINESS-DAY.
           *> INTEGER-OF-DATE 1 is Monday 1 January 1601.
           MOVE "Y" TO WS-BUSINESS
           COMPUTE WS-DOW = FUNCTION MOD(WS-CUR - 1, 7) + 1
           IF WS-WEEKEND-FLAGS(WS-DOW:1) = "Y"
               MOVE "N" TO WS-BUSINESS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOL-COUNT
               IF WS-HOL-INT(WS-I) = WS-CUR
                   MOVE "N" TO WS-BUSINESS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       COUNT-BETWEEN.
           IF WS-BASIS NOT = "BUSINESS"
               COMPUTE WS-COUNT = WS-INT-2 - WS-INT-1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COUNT
           IF WS-INT-2 >= WS-INT-1
               MOVE 1 TO WS-STEP
               MOVE WS-INT-1 TO WS-CUR
               MOVE WS-INT-2 TO WS-LEFT
           ELSE
               MOVE -1 TO WS-STEP
               MOVE WS-INT-2 TO WS-CUR
               MOVE WS-INT-1 TO WS-LEFT
           END-IF
           *> the start day itself is not counted, the end day is
           PERFORM UNTIL WS-CUR >= WS-LEFT
               ADD 1 TO WS-CUR
               PERFORM CHECK-BUSINESS-DAY
               IF BUSINESS-DAY
                   ADD WS-STEP TO WS-COUNT
               END-IF
           END-PERFORM
           .

       ADD-DAYS.
           MOVE WS-INT-1 TO WS-CUR
           IF WS-BASIS NOT = "BUSINESS"
               ADD LK-DAYS TO WS-CUR
               EXIT PARAGRAPH
           END-IF
           IF LK-DAYS < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-LEFT = 0 - LK-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE LK-DAYS TO WS-LEFT
           END-IF
           PERFORM UNTIL WS-LEFT = 0
               ADD WS-STEP TO WS-CUR
               PERFORM CHECK-BUSINESS-DAY
               IF BUSINESS-DAY
                   SUBTRACT 1 FROM WS-LEFT
               END-IF
           END-PERFORM
           .
