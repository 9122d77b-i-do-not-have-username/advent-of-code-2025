       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opercheck.

      *> Shared authorization check, CALLed by every maintenance
      *> program (depotmaint, siteparamset, certify, womaster,
      *> quarantine, polymaster, lockmaster, splittermaster,
      *> jboxmaster) before it changes a shop record.
      *> The operator roster (operators.dat at the repository root)
      *> says who may do what:
      *>
      *>   operator-id | name | roles | active
      *>
      *> with roles a comma-separated list (OPERATOR, SUPERVISOR,
      *> DATA-CONTROL, ESTATES) and active Y or N. The caller
      *> passes the role the action needs and the operator id it
      *> was given -- the initials argument where the program
      *> already takes one, otherwise spaces, in which case the id
      *> comes from BATCH_OPERATOR in the environment. No roster,
      *> no id, an unknown or inactive operator, or a missing role
      *> all refuse. Every decision, granted or refused, is
      *> appended to operauthlog.dat at the repository root so
      *> audit can see who did what and who was turned away.
      *> Callers all run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO "operauthlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-REC               PIC X(200).

       FD  AUTH-LOG-FILE.
       01  AUTH-LOG-REC             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-AL-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-STAMP                 PIC X(21).

       01  WS-OPER-ID               PIC X(10) VALUE SPACES.
       01  WS-R-ID                  PIC X(10).
       01  WS-R-NAME                PIC X(30).
       01  WS-R-ROLES               PIC X(80).
       01  WS-R-ACTIVE              PIC X(4).

      *> roles are matched with commas on both sides so SUPERVISOR
      *> never satisfies a check for VISOR
       01  WS-ROLE-LIST             PIC X(84).
       01  WS-ROLE-KEY              PIC X(16).
       01  WS-ROLE-LEN              PIC 9(4) COMP-5.
       01  WS-ROLE-HITS             PIC 9(4) COMP-5.

       01  WS-ON-ROSTER             PIC X VALUE "N".
           88  ON-ROSTER                   VALUE "Y".

       LINKAGE SECTION.
       01  LK-PROGRAM-ID            PIC X(20).
       01  LK-ACTION                PIC X(12).
       01  LK-ROLE                  PIC X(12).
       01  LK-OPER-ID               PIC X(10).
       01  LK-OPER-NAME             PIC X(30).
       01  LK-OK                    PIC X.
       01  LK-REASON                PIC X(20).

       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-ACTION LK-ROLE
               LK-OPER-ID LK-OPER-NAME LK-OK LK-REASON.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-OPER-NAME LK-REASON
           MOVE "N" TO WS-ON-ROSTER

           MOVE SPACES TO WS-OPER-ID
           IF LK-OPER-ID NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-OPER-ID))
                   TO WS-OPER-ID
           ELSE
               ACCEPT WS-OPER-ID FROM ENVIRONMENT "BATCH_OPERATOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPER-ID
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-ID))
                   TO WS-OPER-ID
           END-IF
           MOVE WS-OPER-ID TO LK-OPER-ID

           IF WS-OPER-ID = SPACES
               MOVE "-" TO LK-OPER-ID
               MOVE "NO-OPERATOR-ID" TO LK-REASON
               PERFORM LOG-DECISION
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT ROSTER-FILE
           IF WS-FS NOT = "00"
               MOVE "NO-ROSTER" TO LK-REASON
               PERFORM LOG-DECISION
               GOBACK
           END-IF
           PERFORM UNTIL EOF OR ON-ROSTER
               READ ROSTER-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE

           EVALUATE TRUE
               WHEN NOT ON-ROSTER
                   MOVE "UNKNOWN-OPERATOR" TO LK-REASON
               WHEN FUNCTION UPPER-CASE(WS-R-ACTIVE(1:1)) NOT = "Y"
                   MOVE "OPERATOR-INACTIVE" TO LK-REASON
               WHEN OTHER
                   PERFORM CHECK-ROLE-HELD
                   IF WS-ROLE-HITS = 0
                       MOVE "ROLE-NOT-HELD" TO LK-REASON
                   ELSE
                       MOVE "Y" TO LK-OK
                   END-IF
           END-EVALUATE
           PERFORM LOG-DECISION
           GOBACK
           .

       MATCH-ONE-OPERATOR.
           IF ROSTER-REC = SPACES OR ROSTER-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-R-ID WS-R-NAME WS-R-ROLES WS-R-ACTIVE
           UNSTRING ROSTER-REC DELIMITED BY "|"
               INTO WS-R-ID WS-R-NAME WS-R-ROLES WS-R-ACTIVE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-ID))
                   = WS-OPER-ID
               MOVE "Y" TO WS-ON-ROSTER
               MOVE FUNCTION TRIM(WS-R-NAME) TO LK-OPER-NAME
               MOVE FUNCTION TRIM(WS-R-ACTIVE) TO WS-R-ACTIVE
           END-IF
           .

       CHECK-ROLE-HELD.
           MOVE SPACES TO WS-ROLE-LIST WS-ROLE-KEY
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-ROLES))
                  ","
               DELIMITED BY SIZE INTO WS-ROLE-LIST
           END-STRING
           INSPECT WS-ROLE-LIST REPLACING ALL " " BY ","
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(LK-ROLE))
                  ","
               DELIMITED BY SIZE INTO WS-ROLE-KEY
           END-STRING
           COMPUTE WS-ROLE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LK-ROLE)) + 2
           MOVE 0 TO WS-ROLE-HITS
           INSPECT WS-ROLE-LIST TALLYING WS-ROLE-HITS
               FOR ALL WS-ROLE-KEY(1:WS-ROLE-LEN)
           .

       LOG-DECISION.
           OPEN EXTEND AUTH-LOG-FILE
           IF WS-AL-FS NOT = "00"
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           IF WS-AL-FS NOT = "00"
               DISPLAY "WARNING: unable to update operauthlog.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUTH-LOG-REC
           IF LK-OK = "Y"
               STRING WS-STAMP(1:14)
                      " | " FUNCTION TRIM(LK-PROGRAM-ID)
                      " | " FUNCTION TRIM(LK-ACTION)
                      " | " FUNCTION TRIM(WS-OPER-ID)
                      " | " FUNCTION TRIM(LK-ROLE)
                      " | GRANTED"
                   DELIMITED BY SIZE INTO AUTH-LOG-REC
               END-STRING
           ELSE
               IF WS-OPER-ID = SPACES
                   MOVE "-" TO WS-OPER-ID
               END-IF
               STRING WS-STAMP(1:14)
                      " | " FUNCTION TRIM(LK-PROGRAM-ID)
                      " | " FUNCTION TRIM(LK-ACTION)
                      " | " FUNCTION TRIM(WS-OPER-ID)
                      " | " FUNCTION TRIM(LK-ROLE)
                      " | REFUSED " FUNCTION TRIM(LK-REASON)
                   DELIMITED BY SIZE INTO AUTH-LOG-REC
               END-STRING
           END-IF
           WRITE AUTH-LOG-REC
           CLOSE AUTH-LOG-FILE
           .
