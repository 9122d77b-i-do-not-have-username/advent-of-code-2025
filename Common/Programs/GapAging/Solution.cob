      *>
      *> A gap open at least chronic-days (default 14) is chronic; a
      *> gap whose last-seen date is older than the registry's latest
      *> run has closed. Ages count on the site aging basis
      *> (business days unless AGING-BASIS says CALENDAR), and the
      *> report header says which. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CHRONIC-DAYS          PIC 9(5) COMP-5 VALUE 14.
       01  WS-LATEST                PIC X(8) VALUE SPACES.
       01  WS-AGE-DAYS              PIC S9(9) COMP-5.

       01  WS-FRESH                 PIC 9(5) COMP-5 VALUE 0.
       01  WS-CHRONIC               PIC 9(5) COMP-5 VALUE 0.
       01  WS-START-OUT             PIC Z(17)9.
       01  WS-END-OUT               PIC Z(17)9.
       01  WS-AGE-OUT               PIC Z(4)9.
       01  WS-CHRONIC-OUT           PIC Z(4)9.

      *> Age arithmetic on the site basis -- see Common/Programs/
      *> BusinessDays.
       01  WS-BD-FUNCTION           PIC X(8) VALUE "BETWEEN".
       01  WS-BD-DATE-1             PIC X(8).
       01  WS-BD-DATE-2             PIC X(8).
       01  WS-BD-DAYS               PIC S9(9) COMP-5.
       01  WS-BD-BASIS              PIC X(8) VALUE SPACES.
       01  WS-BD-OK                 PIC X.
       01  WS-BD-UNIT               PIC X(16) VALUE "day(s)".

       PROCEDURE DIVISION.
       MAIN.
           .

       PRINT-AGING-REPORT.
           PERFORM SET-AGE-BASIS
           MOVE WS-CHRONIC-DAYS TO WS-CHRONIC-OUT
           DISPLAY "GAP AGING REPORT (latest run " WS-LATEST
               ", chronic at " FUNCTION TRIM(WS-CHRONIC-OUT) " "
               FUNCTION TRIM(WS-BD-UNIT) ")"
           DISPLAY "AGE BASIS: " FUNCTION TRIM(WS-BD-BASIS) " DAYS"

           DISPLAY "---- CHRONIC (open since before the chronic "
               "line) ----"
           .

       COMPUTE-GAP-AGE.
           MOVE WS-REG-FIRST(WS-I) TO WS-BD-DATE-1
           MOVE WS-REG-LAST(WS-I)  TO WS-BD-DATE-2
           MOVE 0 TO WS-BD-DAYS
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           MOVE WS-BD-DAYS TO WS-AGE-DAYS
           .

       SET-AGE-BASIS.
           *> The first call settles the basis for the whole run.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BD-DATE-1
           MOVE WS-BD-DATE-1 TO WS-BD-DATE-2
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           IF WS-BD-BASIS = "BUSINESS"
               MOVE "business day(s)" TO WS-BD-UNIT
           ELSE
               MOVE "calendar day(s)" TO WS-BD-UNIT
           END-IF
           .

       DISPLAY-GAP-LINE.
               "-" FUNCTION TRIM(WS-END-OUT)
               " first seen " WS-REG-FIRST(WS-I)
               " last seen " WS-REG-LAST(WS-I)
               " (" FUNCTION TRIM(WS-AGE-OUT) " "
               FUNCTION TRIM(WS-BD-UNIT) ")"
           .
