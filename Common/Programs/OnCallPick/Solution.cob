       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oncallpick.

      *> Who carries an alert right now. The on-call roster
      *> (oncall.dat at the repository root) gives, per shift and
      *> severity, the escalation chain in order:
      *>
      *>   shift | from-HHMM | to-HHMM | severity | id,id,...
      *>
      *> A shift whose to-time is earlier than its from-time runs
      *> over midnight. The ids are operators.dat operator ids.
      *> The caller passes the severity and the level wanted -- 1
      *> is the first person called, 2 the one an unacknowledged
      *> alert escalates to, and so on -- and gets back the operator
      *> at that level on the shift in force at the given time
      *> (HHMM; spaces for now), the shift name, and how long the
      *> chain is. The ok flag is Y with an operator, N when the
      *> chain has no one at that level, and X when no roster line
      *> covers the severity at that time (or there is no roster).
      *> Callers run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO "oncall.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-DONE                  PIC X.
           88  SHIFT-FOUND                 VALUE "Y".

       01  WS-NOW                   PIC X(4).
       01  WS-R-SHIFT               PIC X(20).
       01  WS-R-FROM                PIC X(10).
       01  WS-R-TO                  PIC X(10).
       01  WS-R-SEVERITY            PIC X(20).
       01  WS-R-CHAIN               PIC X(120).
       01  WS-IN-SHIFT              PIC X.

       01  WS-CHAIN-PTR             PIC 9(4) COMP-5.
       01  WS-CHAIN-ID              PIC X(10).
       01  WS-CHAIN-N               PIC 9(4) COMP-5.

       LINKAGE SECTION.
       01  LK-SEVERITY              PIC X(10).
       01  LK-LEVEL                 PIC 9(4) COMP-5.
       01  LK-TIME                  PIC X(4).
       01  LK-OPERATOR              PIC X(10).
       01  LK-SHIFT                 PIC X(10).
       01  LK-CHAIN-LEN             PIC 9(4) COMP-5.
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-SEVERITY LK-LEVEL LK-TIME
               LK-OPERATOR LK-SHIFT LK-CHAIN-LEN LK-OK.
       MAIN.
           MOVE "X" TO LK-OK
           MOVE SPACES TO LK-OPERATOR LK-SHIFT
           MOVE 0 TO LK-CHAIN-LEN
           IF LK-TIME = SPACES OR LK-TIME IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW
           ELSE
               MOVE LK-TIME TO WS-NOW
           END-IF

           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-DONE
           OPEN INPUT ROSTER-FILE
           IF WS-FS NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL EOF OR SHIFT-FOUND
               READ ROSTER-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           GOBACK
           .

       CHECK-ONE-LINE.
           IF ROSTER-REC = SPACES OR ROSTER-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-R-SHIFT WS-R-FROM WS-R-TO WS-R-SEVERITY
               WS-R-CHAIN
           UNSTRING ROSTER-REC DELIMITED BY "|"
               INTO WS-R-SHIFT WS-R-FROM WS-R-TO WS-R-SEVERITY
                   WS-R-CHAIN
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-SEVERITY)) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(LK-SEVERITY))
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-R-FROM) TO WS-R-FROM
           MOVE FUNCTION TRIM(WS-R-TO) TO WS-R-TO
           IF WS-R-FROM(1:4) IS NOT NUMERIC
               OR WS-R-TO(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-IN-SHIFT
           IF WS-R-FROM(1:4) <= WS-R-TO(1:4)
               IF WS-NOW >= WS-R-FROM(1:4) AND WS-NOW < WS-R-TO(1:4)
                   MOVE "Y" TO WS-IN-SHIFT
               END-IF
           ELSE
               IF WS-NOW >= WS-R-FROM(1:4) OR WS-NOW < WS-R-TO(1:4)
                   MOVE "Y" TO WS-IN-SHIFT
               END-IF
           END-IF
           IF WS-IN-SHIFT NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           SET SHIFT-FOUND TO TRUE
           MOVE FUNCTION TRIM(WS-R-SHIFT) TO LK-SHIFT
           MOVE "N" TO LK-OK
           MOVE 0 TO WS-CHAIN-N
           MOVE 1 TO WS-CHAIN-PTR
           PERFORM UNTIL WS-CHAIN-PTR > 120
               MOVE SPACES TO WS-CHAIN-ID
               UNSTRING WS-R-CHAIN DELIMITED BY ","
                   INTO WS-CHAIN-ID
                   WITH POINTER WS-CHAIN-PTR
               END-UNSTRING
               IF WS-CHAIN-ID NOT = SPACES
                   ADD 1 TO WS-CHAIN-N
                   IF WS-CHAIN-N = LK-LEVEL
                       MOVE FUNCTION TRIM(WS-CHAIN-ID) TO LK-OPERATOR
                       MOVE "Y" TO LK-OK
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CHAIN-N TO LK-CHAIN-LEN
           .
