       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gdgroll.

      *> Shared generation manager for the auxiliary outputs named
      *> after the input (.dialhist, .overlay, .locks, .workorders,
      *> .results, .beamtrace, .gaps, .rejects) and the feeds and
      *> console captures daybatchdriver keeps per job. The live file
      *> is still overwritten run after run; each run's copy also
      *> lands beside it as a numbered generation,
      *>
      *>   <file>.G0007V00
      *>
      *> and gdgcatalog.dat at the repository root records which
      *> program and batch run produced it. Only the newest
      *> generations are kept -- siteparams key GDG-LIMIT-<TYPE>
      *> (GDG-LIMIT-DIALHIST, ...), else GDG-LIMIT, else 5 -- and the
      *> older ones are deleted and catalogued as such -- all but any
      *> a legal hold covers (see Common/Programs/LegalHold), which
      *> stay on file, outside the count, until the hold is released.
      *> Readers name
      *> a generation relatively, "(0)" the newest and "(-1)" the one
      *> before; see Common/Programs/GenerationRef.
      *>
      *>   ROLL      copy the file just written to a new generation
      *>   ALLOCATE  only reserve the next generation's name (for a
      *>             file built up over many calls, like the reject
      *>             file), returned in the generation-name argument
      *>
      *> The root argument is "../../" from a Day folder and spaces
      *> from the repository root. Catalog records, one per event:
      *>
      *>   stamp | CREATED/DELETED | type | base | GnnnnV00 |
      *>       program-id | run-id
      *>
      *> with the base path relative to the repository root, so the
      *> root utilities find a Day folder's generations by name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC              PIC X(500).

       WORKING-STORAGE SECTION.
       78  MAX-GENS                 VALUE 500.
       78  DEFAULT-LIMIT            VALUE 5.

       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-CAT-NAME              PIC X(300).
       01  WS-STAMP                 PIC X(21).
       01  WS-CMD                   PIC X(800).

       01  WS-BASE                  PIC X(300).
       01  WS-PWD                   PIC X(400).
       01  WS-PWD-LEN               PIC 9(4) COMP-5.
       01  WS-SLASHES               PIC 9(4) COMP-5.
       01  WS-P                     PIC 9(4) COMP-5.
       01  WS-RUN-ID                PIC X(20).
       01  WS-TYPE                  PIC X(12).

       01  WS-C-STAMP               PIC X(14).
       01  WS-C-EVENT               PIC X(10).
       01  WS-C-TYPE                PIC X(12).
       01  WS-C-BASE                PIC X(300).
       01  WS-C-GEN                 PIC X(10).

      *> this base's generations still on file, oldest first
       01  WS-GEN-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-GEN-TAB.
           05  WS-GEN-NAME OCCURS 500 TIMES
                                    PIC X(10).
       01  WS-GEN-DATE-TAB.
           05  WS-GEN-DATE OCCURS 500 TIMES
                                    PIC X(8).
       01  WS-LAST-GEN              PIC 9(4) VALUE 0.
       01  WS-NEXT-GEN              PIC 9(4).
       01  WS-NEW-GEN               PIC X(10).
       01  WS-G                     PIC 9(4) COMP-5.
       01  WS-K                     PIC 9(4) COMP-5.
       01  WS-DROP                  PIC 9(4) COMP-5.

       01  WS-LIMIT                 PIC 9(4) COMP-5.
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> legal-hold test before a roll-off -- see Common/Programs/
      *> HoldCheck
       01  WS-HC-FUNCTION           PIC X(8) VALUE "CHECK".
       01  WS-HC-CALLER             PIC X(20) VALUE "gdgroll".
       01  WS-HC-ITEM               PIC X(300).
       01  WS-HC-HOLD-ID            PIC X(10).
       01  WS-HC-HELD               PIC X.

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(8).
       01  LK-FILE                  PIC X(300).
       01  LK-TYPE                  PIC X(12).
       01  LK-ROOT                  PIC X(10).
       01  LK-PROGRAM-ID            PIC X(20).
       01  LK-GEN-FILE              PIC X(300).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-FILE LK-TYPE LK-ROOT
               LK-PROGRAM-ID LK-GEN-FILE LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-GEN-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           IF LK-FILE = SPACES
               GOBACK
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(LK-TYPE)) TO WS-TYPE

           MOVE SPACES TO WS-CAT-NAME
           STRING FUNCTION TRIM(LK-ROOT) "gdgcatalog.dat"
               DELIMITED BY SIZE INTO WS-CAT-NAME
           END-STRING
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "BATCH_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF

           PERFORM BUILD-BASE-NAME
           PERFORM LOAD-GENERATION-LIMIT
           PERFORM LOAD-BASE-GENERATIONS

           *> GDG numbering wraps after 9999 the same way
           COMPUTE WS-NEXT-GEN = WS-LAST-GEN + 1
           IF WS-NEXT-GEN = 0
               MOVE 1 TO WS-NEXT-GEN
           END-IF
           MOVE SPACES TO WS-NEW-GEN
           STRING "G" WS-NEXT-GEN "V00"
               DELIMITED BY SIZE INTO WS-NEW-GEN
           END-STRING
           STRING FUNCTION TRIM(LK-FILE) "." FUNCTION TRIM(WS-NEW-GEN)
               DELIMITED BY SIZE INTO LK-GEN-FILE
           END-STRING

           MOVE SPACES TO WS-CMD
           IF LK-FUNCTION = "ROLL"
               STRING "cp -f " QUOTE FUNCTION TRIM(LK-FILE) QUOTE " "
                      QUOTE FUNCTION TRIM(LK-GEN-FILE) QUOTE
                      " 2>/dev/null"
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           ELSE
               STRING ": > " QUOTE FUNCTION TRIM(LK-GEN-FILE) QUOTE
                      " 2>/dev/null"
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "WARNING: unable to keep generation "
                   FUNCTION TRIM(LK-GEN-FILE)
               MOVE SPACES TO LK-GEN-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN EXTEND CATALOG-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "WARNING: unable to update gdgcatalog.dat "
                   "(file status " WS-FS ")"
               GOBACK
           END-IF
           MOVE "CREATED" TO WS-C-EVENT
           MOVE WS-NEW-GEN TO WS-C-GEN
           PERFORM WRITE-CATALOG-EVENT
           ADD 1 TO WS-GEN-COUNT

           *> oldest first past the limit
           IF WS-GEN-COUNT > WS-LIMIT
               COMPUTE WS-DROP = WS-GEN-COUNT - WS-LIMIT
               PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-DROP
                   PERFORM DELETE-ONE-GENERATION
               END-PERFORM
           END-IF
           CLOSE CATALOG-FILE
           MOVE "Y" TO LK-OK
           GOBACK
           .

       BUILD-BASE-NAME.
           *> From a Day folder the catalog wants the file as the
           *> root sees it: the folder's last two path components
           *> ("Day 01/Puzzle 01") in front of the name.
           MOVE SPACES TO WS-BASE
           IF LK-ROOT = SPACES OR LK-FILE(1:1) = "/"
               MOVE FUNCTION TRIM(LK-FILE) TO WS-BASE
               EXIT PARAGRAPH
           END-IF
           *> a feed named from the root already is the root's name
           IF LK-FILE(1:6) = "../../"
               MOVE FUNCTION TRIM(LK-FILE(7:)) TO WS-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PWD
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE 400 BY REFERENCE WS-PWD
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-PWD
           END-IF
           MOVE 0 TO RETURN-CODE
           *> the directory name comes back null-terminated, and in
           *> quotes when it holds a space ("Day 01/Puzzle 01")
           INSPECT WS-PWD REPLACING ALL LOW-VALUE BY SPACE
           INSPECT WS-PWD REPLACING ALL QUOTE BY SPACE
           MOVE FUNCTION TRIM(WS-PWD) TO WS-PWD
           IF WS-PWD = SPACES
               MOVE FUNCTION TRIM(LK-FILE) TO WS-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PWD TRAILING))
               TO WS-PWD-LEN
           MOVE 0 TO WS-SLASHES
           PERFORM VARYING WS-P FROM WS-PWD-LEN BY -1
                   UNTIL WS-P < 1 OR WS-SLASHES = 2
               IF WS-PWD(WS-P:1) = "/"
                   ADD 1 TO WS-SLASHES
               END-IF
           END-PERFORM
           IF WS-SLASHES < 2
               MOVE FUNCTION TRIM(LK-FILE) TO WS-BASE
               EXIT PARAGRAPH
           END-IF
           *> WS-P stopped one short of the second slash from the end
           STRING WS-PWD(WS-P + 2:WS-PWD-LEN - WS-P - 1) "/"
                  FUNCTION TRIM(LK-FILE)
               DELIMITED BY SIZE INTO WS-BASE
           END-STRING
           .

       LOAD-GENERATION-LIMIT.
           MOVE DEFAULT-LIMIT TO WS-LIMIT
           MOVE SPACES TO WS-SP-KEY
           STRING "GDG-LIMIT-" FUNCTION UPPER-CASE(WS-TYPE)
               DELIMITED BY SPACE INTO WS-SP-KEY
           END-STRING
           PERFORM LOOKUP-LIMIT-KEY
           IF WS-SP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "GDG-LIMIT" TO WS-SP-KEY
           PERFORM LOOKUP-LIMIT-KEY
           .

       LOOKUP-LIMIT-KEY.
           MOVE SPACES TO WS-SP-VALUE
           IF LK-ROOT = SPACES
               CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
                   WS-SP-FOUND
           ELSE
               CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
                   WS-SP-FOUND
           END-IF
           IF WS-SP-FOUND = "Y"
               IF FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-SP-VALUE) >= 1
                   AND FUNCTION NUMVAL(WS-SP-VALUE) <= 99
                   COMPUTE WS-LIMIT = FUNCTION NUMVAL(WS-SP-VALUE)
               ELSE
                   MOVE "N" TO WS-SP-FOUND
               END-IF
           END-IF
           .

       LOAD-BASE-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT WS-LAST-GEN
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
           IF WS-C-BASE NOT = WS-BASE
               EXIT PARAGRAPH
           END-IF
           IF WS-C-EVENT = "CREATED"
               IF WS-C-GEN(2:4) IS NUMERIC
                   MOVE WS-C-GEN(2:4) TO WS-LAST-GEN
               END-IF
               IF WS-GEN-COUNT < MAX-GENS
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-C-GEN TO WS-GEN-NAME(WS-GEN-COUNT)
                   MOVE WS-C-STAMP(1:8) TO WS-GEN-DATE(WS-GEN-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           *> DELETED: drop it from the list still on file
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-GEN-COUNT
               IF WS-GEN-NAME(WS-K) = WS-C-GEN
                   PERFORM VARYING WS-K FROM WS-K BY 1
                           UNTIL WS-K >= WS-GEN-COUNT
                       MOVE WS-GEN-NAME(WS-K + 1) TO WS-GEN-NAME(WS-K)
                       MOVE WS-GEN-DATE(WS-K + 1) TO WS-GEN-DATE(WS-K)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GEN-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       DELETE-ONE-GENERATION.
           *> WS-GEN-NAME(WS-G) is the G-th oldest on file; the new
           *> generation itself is never among the dropped. One a
           *> legal hold covers stays, and stays catalogued.
           MOVE SPACES TO WS-HC-ITEM WS-HC-HOLD-ID
           STRING FUNCTION TRIM(WS-BASE) "."
                  FUNCTION TRIM(WS-GEN-NAME(WS-G))
               DELIMITED BY SIZE INTO WS-HC-ITEM
           END-STRING
           CALL "holdcheck" USING WS-HC-FUNCTION LK-ROOT
               WS-HC-CALLER LK-PROGRAM-ID WS-GEN-DATE(WS-G)
               WS-HC-ITEM WS-HC-HOLD-ID WS-HC-HELD
           IF WS-HC-HELD = "Y"
               DISPLAY "HELD: generation " FUNCTION TRIM(WS-HC-ITEM)
                   " kept -- legal hold " FUNCTION TRIM(WS-HC-HOLD-ID)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(LK-FILE) "."
                  FUNCTION TRIM(WS-GEN-NAME(WS-G)) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "DELETED" TO WS-C-EVENT
           MOVE WS-GEN-NAME(WS-G) TO WS-C-GEN
           PERFORM WRITE-CATALOG-EVENT
           .

       WRITE-CATALOG-EVENT.
           MOVE SPACES TO CATALOG-REC
           STRING WS-STAMP(1:14)
                  " | " FUNCTION TRIM(WS-C-EVENT)
                  " | " FUNCTION TRIM(WS-TYPE)
                  " | " FUNCTION TRIM(WS-BASE)
                  " | " FUNCTION TRIM(WS-C-GEN)
                  " | " FUNCTION TRIM(LK-PROGRAM-ID)
                  " | " FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO CATALOG-REC
           END-STRING
           WRITE CATALOG-REC
           .
