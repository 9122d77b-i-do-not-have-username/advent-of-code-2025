       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertreg.

      *> Alert register workflow. alerteval enters each alert it
      *> raises in alertregister.dat at the repository root as an
      *> open item with a severity and an owner -- the first person
      *> on the on-call chain for that severity and shift (oncall.dat,
      *> see Common/Programs/OnCallPick). The register is an
      *> append-only event log, the same custody-log idea as the
      *> quarantine register:
      *>
      *>   stamp | event | id | severity | owner | level | by | key
      *>         | text
      *>
      *> with events RAISED, ESCALATED, ACKNOWLEDGED and RESOLVED;
      *> the latest event per id gives its status (OPEN,
      *> ACKNOWLEDGED, RESOLVED) and current owner.
      *>
      *>   alertreg LIST
      *>       every alert not yet resolved, with owner and age
      *>   alertreg ACK <id>
      *>       the alert is being worked; escalation stops
      *>   alertreg RESOLVE <id> [note]
      *>       closed, with the note on record
      *>   alertreg ESCALATE
      *>       the sweep: every alert still OPEN past its severity's
      *>       acknowledgment limit (siteparams
      *>       ALERT-ACK-MINUTES-<severity>, default 60) passes to the
      *>       next person on the chain, and the new owner is sent a
      *>       notification through the outbound spool (see Common/
      *>       Programs/NotifyWriter). Run it on the operator
      *>       schedule through the night.
      *>
      *> ACK and RESOLVE need the OPERATOR role on the operator
      *> roster; the operator id comes from BATCH_OPERATOR and is
      *> kept on the event. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AREG-FILE
               ASSIGN TO "alertregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AREG-FILE.
       01  AREG-REC                 PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-ALERTS               VALUE 500.

       01  WS-AR-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-ID                PIC X(10).
       01  WS-ARG-NOTE              PIC X(80).
       01  WS-STAMP                 PIC X(21).

      *> register view: latest state per alert id
       01  WS-AL-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-AL-TAB.
           05  WS-AL OCCURS 500 TIMES.
               10  WS-AL-ID         PIC X(6).
               10  WS-AL-SEVERITY   PIC X(10).
               10  WS-AL-OWNER      PIC X(10).
               10  WS-AL-LEVEL      PIC 9(4) COMP-5.
               10  WS-AL-STATUS     PIC X(12).
               10  WS-AL-RAISED     PIC X(14).
               10  WS-AL-CLOCK      PIC X(14).
               10  WS-AL-KEY        PIC X(60).
               10  WS-AL-TEXT       PIC X(120).
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-SHOWN                 PIC 9(4) COMP-5 VALUE 0.

       01  WS-E-STAMP               PIC X(14).
       01  WS-E-EVENT               PIC X(12).
       01  WS-E-ID                  PIC X(6).
       01  WS-E-SEVERITY            PIC X(10).
       01  WS-E-OWNER               PIC X(10).
       01  WS-E-LEVEL               PIC X(4).
       01  WS-E-BY                  PIC X(10).
       01  WS-E-KEY                 PIC X(60).
       01  WS-E-TEXT                PIC X(120).

      *> alert age in minutes off the register stamps
       01  WS-NOW-MIN               PIC 9(11) COMP-5.
       01  WS-THEN-MIN              PIC 9(11) COMP-5.
       01  WS-AGE-MIN               PIC 9(11) COMP-5.
       01  WS-MIN-STAMP             PIC X(14).
       01  WS-MIN-RESULT            PIC 9(11) COMP-5.
       01  WS-AGE-OUT               PIC Z(6)9.
       01  WS-LIMIT-MIN             PIC 9(6) COMP-5.
       01  WS-LIMIT-OUT             PIC Z(5)9.
       01  WS-LEVEL-OUT             PIC Z(3)9.
       01  WS-ESCALATED             PIC 9(4) COMP-5 VALUE 0.
       01  WS-STUCK                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-COUNT-OUT             PIC Z(3)9.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> on-call chain lookup -- see Common/Programs/OnCallPick
       01  WS-OC-SEVERITY           PIC X(10).
       01  WS-OC-LEVEL              PIC 9(4) COMP-5.
       01  WS-OC-TIME               PIC X(4) VALUE SPACES.
       01  WS-OC-OPERATOR           PIC X(10).
       01  WS-OC-SHIFT              PIC X(10).
       01  WS-OC-CHAIN-LEN          PIC 9(4) COMP-5.
       01  WS-OC-OK                 PIC X.

      *> outbound notification -- see Common/Programs/NotifyWriter
       01  WS-NT-TO                 PIC X(10).
       01  WS-NT-SUBJECT            PIC X(80).
       01  WS-NT-BODY               PIC X(200).
       01  WS-NT-OK                 PIC X.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "alertreg".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12) VALUE "OPERATOR".
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ID
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-NOTE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-NOTE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-OPEN-ALERTS
               WHEN "ACK"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ACKNOWLEDGE-ALERT
                   END-IF
               WHEN "RESOLVE"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM RESOLVE-ALERT
                   END-IF
               WHEN "ESCALATE"
                   PERFORM ESCALATE-OVERDUE
               WHEN OTHER
                   DISPLAY "USAGE: alertreg LIST"
                   DISPLAY "       alertreg ACK <id>"
                   DISPLAY "       alertreg RESOLVE <id> [note]"
                   DISPLAY "       alertreg ESCALATE"
           END-EVALUATE
           STOP RUN
           .

       CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-OP-ACTION
           CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ROLE WS-OP-ID WS-OP-NAME WS-OP-OK WS-OP-REASON
           IF NOT OPERATOR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OP-ACTION)
                   " refused -- operator "
                   FUNCTION TRIM(WS-OP-ID) " needs role "
                   FUNCTION TRIM(WS-OP-ROLE) " ("
                   FUNCTION TRIM(WS-OP-REASON) ")"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       BUILD-REGISTER-VIEW.
           MOVE 0 TO WS-AL-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT AREG-FILE
           IF WS-AR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ AREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE AREG-FILE
           .

       FOLD-ONE-EVENT.
           IF AREG-REC = SPACES OR AREG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SEVERITY
               WS-E-OWNER WS-E-LEVEL WS-E-BY WS-E-KEY WS-E-TEXT
           UNSTRING AREG-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SEVERITY
                   WS-E-OWNER WS-E-LEVEL WS-E-BY WS-E-KEY WS-E-TEXT
           END-UNSTRING
           IF WS-E-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AL-COUNT OR WS-HIT > 0
               IF WS-AL-ID(WS-I) = WS-E-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-AL-COUNT >= MAX-ALERTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AL-COUNT
               MOVE WS-AL-COUNT TO WS-HIT
               MOVE WS-E-ID TO WS-AL-ID(WS-HIT)
               MOVE WS-E-STAMP TO WS-AL-RAISED(WS-HIT)
               MOVE WS-E-KEY TO WS-AL-KEY(WS-HIT)
               MOVE WS-E-TEXT TO WS-AL-TEXT(WS-HIT)
           END-IF
           MOVE WS-E-SEVERITY TO WS-AL-SEVERITY(WS-HIT)
           MOVE WS-E-OWNER TO WS-AL-OWNER(WS-HIT)
           IF FUNCTION TRIM(WS-E-LEVEL) IS NUMERIC
               COMPUTE WS-AL-LEVEL(WS-HIT) =
                   FUNCTION NUMVAL(WS-E-LEVEL)
           END-IF
           EVALUATE WS-E-EVENT
               WHEN "RAISED"
               WHEN "ESCALATED"
                   MOVE "OPEN" TO WS-AL-STATUS(WS-HIT)
                   MOVE WS-E-STAMP TO WS-AL-CLOCK(WS-HIT)
               WHEN OTHER
                   MOVE WS-E-EVENT TO WS-AL-STATUS(WS-HIT)
           END-EVALUATE
           .

       LIST-OPEN-ALERTS.
           PERFORM BUILD-REGISTER-VIEW
           MOVE WS-STAMP(1:14) TO WS-MIN-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-MIN-RESULT TO WS-NOW-MIN
           DISPLAY "===== ALERT REGISTER (not yet resolved, age in "
               "minutes) ====="
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AL-COUNT
               IF WS-AL-STATUS(WS-I) NOT = "RESOLVED"
                   ADD 1 TO WS-SHOWN
                   MOVE WS-AL-RAISED(WS-I) TO WS-MIN-STAMP
                   PERFORM STAMP-TO-MINUTES
                   COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-MIN-RESULT
                   MOVE WS-AGE-MIN TO WS-AGE-OUT
                   DISPLAY "  " WS-AL-ID(WS-I) " "
                       WS-AL-SEVERITY(WS-I) " "
                       WS-AL-STATUS(WS-I) " owner "
                       WS-AL-OWNER(WS-I) " age "
                       FUNCTION TRIM(WS-AGE-OUT) "  "
                       FUNCTION TRIM(WS-AL-TEXT(WS-I))
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (no open alerts)"
           END-IF
           MOVE WS-SHOWN TO WS-COUNT-OUT
           DISPLAY FUNCTION TRIM(WS-COUNT-OUT) " alert(s) open"
           .

       FIND-ARG-ALERT.
           PERFORM BUILD-REGISTER-VIEW
           MOVE 0 TO WS-HIT
           IF FUNCTION TRIM(WS-ARG-ID) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AL-COUNT OR WS-HIT > 0
               IF FUNCTION NUMVAL(WS-AL-ID(WS-I)) =
                       FUNCTION NUMVAL(WS-ARG-ID)
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           .

       ACKNOWLEDGE-ALERT.
           PERFORM FIND-ARG-ALERT
           IF WS-HIT = 0
               DISPLAY "ERROR: no alert " FUNCTION TRIM(WS-ARG-ID)
                   " on the register"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-STATUS(WS-HIT) NOT = "OPEN"
               DISPLAY "ERROR: alert " WS-AL-ID(WS-HIT) " is "
                   FUNCTION TRIM(WS-AL-STATUS(WS-HIT))
                   ", not OPEN"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "ACKNOWLEDGED" TO WS-E-EVENT
           MOVE "acknowledged" TO WS-E-TEXT
           PERFORM APPEND-EVENT
           DISPLAY "ACKNOWLEDGED alert " WS-AL-ID(WS-HIT) " ("
               FUNCTION TRIM(WS-OP-ID) ")"
           .

       RESOLVE-ALERT.
           PERFORM FIND-ARG-ALERT
           IF WS-HIT = 0
               DISPLAY "ERROR: no alert " FUNCTION TRIM(WS-ARG-ID)
                   " on the register"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-STATUS(WS-HIT) = "RESOLVED"
               DISPLAY "ERROR: alert " WS-AL-ID(WS-HIT)
                   " is already RESOLVED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "RESOLVED" TO WS-E-EVENT
           IF WS-ARG-NOTE = SPACES
               MOVE "resolved" TO WS-E-TEXT
           ELSE
               MOVE WS-ARG-NOTE TO WS-E-TEXT
           END-IF
           PERFORM APPEND-EVENT
           DISPLAY "RESOLVED alert " WS-AL-ID(WS-HIT) " ("
               FUNCTION TRIM(WS-OP-ID) ")"
           .

       ESCALATE-OVERDUE.
           PERFORM BUILD-REGISTER-VIEW
           MOVE WS-STAMP(1:14) TO WS-MIN-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-MIN-RESULT TO WS-NOW-MIN
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AL-COUNT
               IF WS-AL-STATUS(WS-I) = "OPEN"
                   PERFORM CHECK-ONE-OVERDUE
               END-IF
           END-PERFORM
           DISPLAY "ESCALATION SWEEP: " WS-ESCALATED
               " alert(s) escalated, " WS-STUCK
               " past the end of their on-call chain"
           IF WS-STUCK > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       CHECK-ONE-OVERDUE.
           MOVE 60 TO WS-LIMIT-MIN
           MOVE SPACES TO WS-SP-KEY
           STRING "ALERT-ACK-MINUTES-"
                  FUNCTION TRIM(WS-AL-SEVERITY(WS-I))
               DELIMITED BY SIZE INTO WS-SP-KEY
           END-STRING
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-LIMIT-MIN = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF

           MOVE WS-AL-CLOCK(WS-I) TO WS-MIN-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE WS-MIN-RESULT TO WS-THEN-MIN
           IF WS-NOW-MIN < WS-THEN-MIN + WS-LIMIT-MIN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-THEN-MIN

           MOVE WS-AL-SEVERITY(WS-I) TO WS-OC-SEVERITY
           COMPUTE WS-OC-LEVEL = WS-AL-LEVEL(WS-I) + 1
           CALL "oncallpick" USING WS-OC-SEVERITY WS-OC-LEVEL
               WS-OC-TIME WS-OC-OPERATOR WS-OC-SHIFT WS-OC-CHAIN-LEN
               WS-OC-OK
           IF WS-OC-OK NOT = "Y"
               ADD 1 TO WS-STUCK
               MOVE WS-AGE-MIN TO WS-AGE-OUT
               DISPLAY "  WARNING: alert " WS-AL-ID(WS-I)
                   " unacknowledged " FUNCTION TRIM(WS-AGE-OUT)
                   " min with " FUNCTION TRIM(WS-AL-OWNER(WS-I))
                   " -- no one further on the "
                   FUNCTION TRIM(WS-AL-SEVERITY(WS-I))
                   " chain"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-I TO WS-HIT
           MOVE WS-AGE-MIN TO WS-AGE-OUT
           MOVE "ESCALATED" TO WS-E-EVENT
           MOVE SPACES TO WS-E-TEXT
           STRING "from " FUNCTION TRIM(WS-AL-OWNER(WS-I))
                  " after " FUNCTION TRIM(WS-AGE-OUT) " min"
               DELIMITED BY SIZE INTO WS-E-TEXT
           END-STRING
           MOVE WS-AL-OWNER(WS-I) TO WS-E-BY
           MOVE WS-OC-OPERATOR TO WS-AL-OWNER(WS-I)
           MOVE WS-OC-LEVEL TO WS-AL-LEVEL(WS-I)
           MOVE "batch" TO WS-OP-ID
           PERFORM APPEND-EVENT
           ADD 1 TO WS-ESCALATED
           DISPLAY "  ESCALATED alert " WS-AL-ID(WS-I) " to "
               FUNCTION TRIM(WS-OC-OPERATOR) " ("
               FUNCTION TRIM(WS-E-TEXT) ")"

           MOVE WS-OC-OPERATOR TO WS-NT-TO
           MOVE SPACES TO WS-NT-SUBJECT
           STRING "ESCALATED " FUNCTION TRIM(WS-AL-SEVERITY(WS-I))
                  " alert " WS-AL-ID(WS-I)
                  " -- now yours to acknowledge"
               DELIMITED BY SIZE INTO WS-NT-SUBJECT
           END-STRING
           MOVE SPACES TO WS-NT-BODY
           STRING FUNCTION TRIM(WS-AL-TEXT(WS-I))
                  " (unacknowledged by " FUNCTION TRIM(WS-E-BY)
                  " for " FUNCTION TRIM(WS-AGE-OUT)
                  " min; alertreg ACK " WS-AL-ID(WS-I) ")"
               DELIMITED BY SIZE INTO WS-NT-BODY
           END-STRING
           CALL "notifywrite" USING WS-NT-TO WS-NT-SUBJECT
               WS-NT-BODY WS-NT-OK
           IF WS-NT-OK NOT = "Y"
               DISPLAY "  WARNING: notification for alert "
                   WS-AL-ID(WS-I) " could not be spooled"
           END-IF
           .

       STAMP-TO-MINUTES.
           MOVE 0 TO WS-MIN-RESULT
           IF WS-MIN-STAMP(1:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MIN-RESULT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MIN-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-MIN-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-MIN-STAMP(11:2))
           .

       APPEND-EVENT.
           *> WS-HIT is the alert; WS-E-EVENT / WS-E-TEXT say what
           *> happened; WS-OP-ID (or, on escalation, the previous
           *> owner in WS-E-BY) is who did it.
           IF WS-E-EVENT NOT = "ESCALATED"
               MOVE WS-OP-ID TO WS-E-BY
           END-IF
           MOVE WS-AL-LEVEL(WS-HIT) TO WS-LEVEL-OUT
           OPEN EXTEND AREG-FILE
           IF WS-AR-FS NOT = "00"
               OPEN OUTPUT AREG-FILE
           END-IF
           IF WS-AR-FS NOT = "00"
               DISPLAY "ERROR: Unable to update alertregister.dat "
                   "(file status " WS-AR-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AREG-REC
           STRING WS-STAMP(1:14) " | "
                  FUNCTION TRIM(WS-E-EVENT) " | "
                  WS-AL-ID(WS-HIT) " | "
                  FUNCTION TRIM(WS-AL-SEVERITY(WS-HIT)) " | "
                  FUNCTION TRIM(WS-AL-OWNER(WS-HIT)) " | "
                  FUNCTION TRIM(WS-LEVEL-OUT) " | "
                  FUNCTION TRIM(WS-E-BY) " | "
                  FUNCTION TRIM(WS-AL-KEY(WS-HIT)) " | "
                  FUNCTION TRIM(WS-E-TEXT)
               DELIMITED BY SIZE INTO AREG-REC
           END-STRING
           WRITE AREG-REC
           CLOSE AREG-FILE
           .
