       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gdgref.

      *> Resolves a relative generation reference -- "(0)" the newest
      *> generation gdgroll has kept of a file, "(-1)" the one before
      *> it, and so on -- to the generation's file name, from
      *> gdgcatalog.dat. The base is the file as the repository root
      *> sees it ("Day 06/Puzzle 01/input.txt.results"), and so is the
      *> name handed back; callers run from the repository root.
      *>
      *> The ok flag comes back
      *>   Y  resolved
      *>   N  not a relative reference at all (the argument is a
      *>      plain file name; the caller uses it as it stands)
      *>   X  a relative reference with no such generation on file
      *>      (the generation-name argument carries how many there
      *>      are, for the caller's message)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO "gdgcatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC              PIC X(500).

       WORKING-STORAGE SECTION.
       78  MAX-GENS                 VALUE 500.

       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-REF                   PIC X(20).
       01  WS-REF-LEN               PIC 9(4) COMP-5.
       01  WS-REF-NUM               PIC X(10).
       01  WS-BACK                  PIC 9(4) COMP-5.

       01  WS-C-STAMP               PIC X(14).
       01  WS-C-EVENT               PIC X(10).
       01  WS-C-TYPE                PIC X(12).
       01  WS-C-BASE                PIC X(300).
       01  WS-C-GEN                 PIC X(10).

       01  WS-GEN-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-GEN-TAB.
           05  WS-GEN-NAME OCCURS 500 TIMES
                                    PIC X(10).
       01  WS-K                     PIC 9(4) COMP-5.
       01  WS-COUNT-OUT             PIC Z(3)9.

       LINKAGE SECTION.
       01  LK-BASE                  PIC X(300).
       01  LK-REF                   PIC X(20).
       01  LK-GEN-FILE              PIC X(300).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-BASE LK-REF LK-GEN-FILE LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-GEN-FILE
           MOVE FUNCTION TRIM(LK-REF) TO WS-REF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-REF)) TO WS-REF-LEN
           IF WS-REF-LEN < 3 OR WS-REF(1:1) NOT = "("
                   OR WS-REF(WS-REF-LEN:1) NOT = ")"
               GOBACK
           END-IF
           MOVE SPACES TO WS-REF-NUM
           MOVE WS-REF(2:WS-REF-LEN - 2) TO WS-REF-NUM
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-REF-NUM) = "0"
                   MOVE 0 TO WS-BACK
               WHEN WS-REF-NUM(1:1) = "-"
                   AND FUNCTION TRIM(WS-REF-NUM(2:)) IS NUMERIC
                   COMPUTE WS-BACK = FUNCTION NUMVAL(WS-REF-NUM(2:))
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           MOVE "X" TO LK-OK
           PERFORM LOAD-BASE-GENERATIONS
           IF WS-BACK >= WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-COUNT-OUT
               STRING FUNCTION TRIM(WS-COUNT-OUT)
                   DELIMITED BY SIZE INTO LK-GEN-FILE
               END-STRING
               GOBACK
           END-IF
           STRING FUNCTION TRIM(LK-BASE) "."
                  FUNCTION TRIM(WS-GEN-NAME(WS-GEN-COUNT - WS-BACK))
               DELIMITED BY SIZE INTO LK-GEN-FILE
           END-STRING
           MOVE "Y" TO LK-OK
           GOBACK
           .

       LOAD-BASE-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ CATALOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-CATALOG-EVENT
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       FOLD-ONE-CATALOG-EVENT.
           IF CATALOG-REC = SPACES OR CATALOG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-C-STAMP WS-C-EVENT WS-C-TYPE WS-C-BASE
               WS-C-GEN
           UNSTRING CATALOG-REC DELIMITED BY " | "
               INTO WS-C-STAMP WS-C-EVENT WS-C-TYPE WS-C-BASE
                   WS-C-GEN
           END-UNSTRING
           IF WS-C-BASE NOT = LK-BASE
               EXIT PARAGRAPH
           END-IF
           IF WS-C-EVENT = "CREATED"
               IF WS-GEN-COUNT < MAX-GENS
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-C-GEN TO WS-GEN-NAME(WS-GEN-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GEN-COUNT
               IF WS-GEN-NAME(WS-K) = WS-C-GEN
                   PERFORM VARYING WS-K FROM WS-K BY 1
                           UNTIL WS-K >= WS-GEN-COUNT
                       MOVE WS-GEN-NAME(WS-K + 1) TO WS-GEN-NAME(WS-K)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GEN-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
