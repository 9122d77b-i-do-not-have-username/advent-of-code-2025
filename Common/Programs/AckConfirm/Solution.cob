      *>   ackconfirm INTAKE <confirmation-file>
      *>   ackconfirm AGING [days]
      *>
      *> Aging defaults to 3 days, counted on the site aging basis
      *> (business days unless AGING-BASIS says CALENDAR -- see
      *> Common/Programs/BusinessDays). Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-P3                    PIC X(20).
       01  WS-P4                    PIC X(300).
       01  WS-STATE                 PIC X(12).
       01  WS-AGE                   PIC S9(5) COMP-5.
       01  WS-AGE-OUT               PIC Z(4)9.
       01  WS-LIMIT-OUT             PIC Z(3)9.
       01  WS-SENT-CT               PIC 9(5) COMP-5 VALUE 0.
       01  WS-OLD-CT                PIC 9(5) COMP-5 VALUE 0.
       01  WS-DISP-CT               PIC 9(5) COMP-5 VALUE 0.
       01  WS-CONF-CT               PIC 9(5) COMP-5 VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           PERFORM SET-AGE-BASIS
           MOVE WS-AGE-LIMIT TO WS-LIMIT-OUT
           DISPLAY "===== RECEIPT CONFIRMATION AGING (over "
               FUNCTION TRIM(WS-LIMIT-OUT) " "
               FUNCTION TRIM(WS-BD-UNIT) ") ====="
           MOVE "N" TO WS-LS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LS-FS = "00"
           IF PROBE-REC(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PROBE-REC(1:8)  TO WS-BD-DATE-1
           MOVE WS-STAMP(1:8)   TO WS-BD-DATE-2
           MOVE 0 TO WS-BD-DAYS
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           MOVE WS-BD-DAYS TO WS-AGE
           IF WS-AGE > WS-AGE-LIMIT
               ADD 1 TO WS-OLD-CT
               MOVE WS-AGE TO WS-AGE-OUT
               DISPLAY "  UNCONFIRMED "
                   FUNCTION TRIM(LIST-REC)
                   " (" FUNCTION TRIM(WS-AGE-OUT) " "
                   FUNCTION TRIM(WS-BD-UNIT) " since sending)"
           END-IF
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
