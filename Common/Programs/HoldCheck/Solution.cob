       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdcheck.

      *> Legal-hold check, CALLed by every path that destroys run
      *> evidence -- housekeep's archive compaction, quarantine PURGE,
      *> gdgroll's generation roll-off -- before it deletes anything.
      *> The holds are on the register legalhold maintains
      *> (legalhold.dat at the repository root; see Common/Programs/
      *> LegalHold for the layout). A hold covers an item when the
      *> hold is still in force and
      *>   DEPOT / PROGRAM  the item belongs to that program-id (a
      *>                    depot's code is the program-id its feed
      *>                    runs under)
      *>   FILE             the item's name contains the held name,
      *>                    so a held file's generations and a held
      *>                    archive folder's contents are covered too
      *>   ALL              every item
      *> and the item's date falls inside the hold's from/to dates
      *> (either may be "-" for open-ended). An item whose date the
      *> caller cannot tell is treated as inside every range.
      *>
      *>   function  CHECK  the caller is about to destroy the item:
      *>                    a covered item is logged to
      *>                    legalholdskips.dat (stamp | SKIPPED |
      *>                    hold-id | caller | program-id | date |
      *>                    item) and the caller must leave it alone
      *>             PROBE  the same test with nothing logged; a
      *>                    hold id passed in limits it to that hold
      *>
      *> The root argument is "../../" from a Day folder and spaces
      *> from the repository root. Held comes back Y with the first
      *> covering hold's id, else N.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT SKIP-FILE
               ASSIGN TO DYNAMIC WS-SKIP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC                 PIC X(300).

       FD  SKIP-FILE.
       01  SKIP-REC                 PIC X(400).

       WORKING-STORAGE SECTION.
       78  MAX-HOLDS                VALUE 200.

       01  WS-FS                    PIC XX.
       01  WS-SK-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-HOLD-NAME             PIC X(40).
       01  WS-SKIP-NAME             PIC X(40).
       01  WS-STAMP                 PIC X(21).

      *> holds in force, folded off the register
       01  WS-HOLD-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOLD-TAB.
           05  WS-HOLD OCCURS 200 TIMES.
               10  WS-HD-ID         PIC X(10).
               10  WS-HD-SCOPE      PIC X(10).
               10  WS-HD-VALUE      PIC X(120).
               10  WS-HD-FROM       PIC X(8).
               10  WS-HD-TO         PIC X(8).
               10  WS-HD-ACTIVE     PIC X.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.

       01  WS-E-STAMP               PIC X(14).
       01  WS-E-EVENT               PIC X(10).
       01  WS-E-ID                  PIC X(10).
       01  WS-E-SCOPE               PIC X(10).
       01  WS-E-VALUE               PIC X(120).
       01  WS-E-FROM                PIC X(8).
       01  WS-E-TO                  PIC X(8).

       01  WS-PROG                  PIC X(20).
       01  WS-HELD-PROG             PIC X(20).
       01  WS-ITEM                  PIC X(300).
       01  WS-COVERS                PIC X.
       01  WS-TALLY                 PIC 9(4) COMP-5.
       01  WS-VALUE-LEN             PIC 9(4) COMP-5.

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(8).
       01  LK-ROOT                  PIC X(10).
       01  LK-CALLER                PIC X(20).
       01  LK-PROGRAM-ID            PIC X(20).
       01  LK-DATE                  PIC X(8).
       01  LK-ITEM                  PIC X(300).
       01  LK-HOLD-ID               PIC X(10).
       01  LK-HELD                  PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-ROOT LK-CALLER
               LK-PROGRAM-ID LK-DATE LK-ITEM LK-HOLD-ID LK-HELD.
       MAIN.
           MOVE "N" TO LK-HELD
           MOVE SPACES TO WS-HOLD-NAME WS-SKIP-NAME
           STRING FUNCTION TRIM(LK-ROOT) "legalhold.dat"
               DELIMITED BY SIZE INTO WS-HOLD-NAME
           END-STRING
           STRING FUNCTION TRIM(LK-ROOT) "legalholdskips.dat"
               DELIMITED BY SIZE INTO WS-SKIP-NAME
           END-STRING

           *> read fresh each call: a hold placed mid-batch counts
           *> from the next deletion on
           PERFORM LOAD-HOLDS
           IF WS-HOLD-COUNT = 0
               MOVE SPACES TO LK-HOLD-ID
               GOBACK
           END-IF

           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-PROGRAM-ID))
               TO WS-PROG
           MOVE FUNCTION TRIM(LK-ITEM) TO WS-ITEM
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT OR WS-HIT > 0
               IF WS-HD-ACTIVE(WS-I) = "Y"
                   AND (LK-FUNCTION NOT = "PROBE"
                        OR LK-HOLD-ID = SPACES
                        OR LK-HOLD-ID = WS-HD-ID(WS-I))
                   PERFORM TEST-ONE-HOLD
                   IF WS-COVERS = "Y"
                       MOVE WS-I TO WS-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF LK-FUNCTION NOT = "PROBE"
                   MOVE SPACES TO LK-HOLD-ID
               END-IF
               GOBACK
           END-IF

           MOVE "Y" TO LK-HELD
           MOVE WS-HD-ID(WS-HIT) TO LK-HOLD-ID
           IF LK-FUNCTION NOT = "PROBE"
               PERFORM LOG-SKIP
           END-IF
           GOBACK
           .

       LOAD-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ HOLD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           .

       FOLD-ONE-EVENT.
           IF HOLD-REC = SPACES OR HOLD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SCOPE
               WS-E-VALUE WS-E-FROM WS-E-TO
           UNSTRING HOLD-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SCOPE
                   WS-E-VALUE WS-E-FROM WS-E-TO
           END-UNSTRING
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT OR WS-HIT > 0
               IF WS-HD-ID(WS-I) = WS-E-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           EVALUATE WS-E-EVENT
               WHEN "PLACED"
                   IF WS-HIT = 0
                       IF WS-HOLD-COUNT >= MAX-HOLDS
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-HOLD-COUNT TO WS-HIT
                   END-IF
                   MOVE WS-E-ID TO WS-HD-ID(WS-HIT)
                   MOVE FUNCTION UPPER-CASE(WS-E-SCOPE)
                       TO WS-HD-SCOPE(WS-HIT)
                   MOVE WS-E-VALUE TO WS-HD-VALUE(WS-HIT)
                   MOVE WS-E-FROM TO WS-HD-FROM(WS-HIT)
                   MOVE WS-E-TO TO WS-HD-TO(WS-HIT)
                   MOVE "Y" TO WS-HD-ACTIVE(WS-HIT)
               WHEN "RELEASED"
                   IF WS-HIT > 0
                       MOVE "N" TO WS-HD-ACTIVE(WS-HIT)
                   END-IF
           END-EVALUATE
           .

       TEST-ONE-HOLD.
           MOVE "N" TO WS-COVERS
           IF LK-DATE NOT = SPACES
               IF WS-HD-FROM(WS-I) IS NUMERIC
                   AND LK-DATE < WS-HD-FROM(WS-I)
                   EXIT PARAGRAPH
               END-IF
               IF WS-HD-TO(WS-I) IS NUMERIC
                   AND LK-DATE > WS-HD-TO(WS-I)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-HD-SCOPE(WS-I)
               WHEN "ALL"
                   MOVE "Y" TO WS-COVERS
               WHEN "DEPOT"
               WHEN "PROGRAM"
                   MOVE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(WS-HD-VALUE(WS-I)))
                       TO WS-HELD-PROG
                   IF WS-PROG NOT = SPACES
                       AND WS-PROG = WS-HELD-PROG
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN "FILE"
                   IF WS-HD-VALUE(WS-I) = SPACES OR WS-ITEM = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-HD-VALUE(WS-I)))
                       TO WS-VALUE-LEN
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-ITEM TALLYING WS-TALLY
                       FOR ALL WS-HD-VALUE(WS-I)(1:WS-VALUE-LEN)
                   IF WS-TALLY > 0
                       MOVE "Y" TO WS-COVERS
                   END-IF
           END-EVALUATE
           .

       LOG-SKIP.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND SKIP-FILE
           IF WS-SK-FS NOT = "00"
               OPEN OUTPUT SKIP-FILE
           END-IF
           IF WS-SK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKIP-REC
           STRING WS-STAMP(1:14)
                  " | SKIPPED | " FUNCTION TRIM(LK-HOLD-ID)
                  " | " FUNCTION TRIM(LK-CALLER)
                  " | " FUNCTION TRIM(LK-PROGRAM-ID)
                  " | " LK-DATE
                  " | " FUNCTION TRIM(LK-ITEM)
               DELIMITED BY SIZE INTO SKIP-REC
           END-STRING
           WRITE SKIP-REC
           CLOSE SKIP-FILE
           .
