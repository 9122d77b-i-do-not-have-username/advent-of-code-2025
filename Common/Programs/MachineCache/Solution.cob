       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. machcache.

      *> Shared machine-solution cache for the Day 10 solvers, CALLed
      *> by DAY10PART1 and DAY10PART2 once per machine line. The same
      *> machines come back night after night with the same target
      *> and the same button wiring, so a solved machine's press
      *> vector is kept in machinecache.dat at the repository root
      *> (same two-directories-up convention as runlogwrite) under a
      *> normalized signature the caller builds: the target plus the
      *> button groups in sorted order, with the press vector stored
      *> in that same sorted order so a line that lists its buttons
      *> differently still hits. Each solver mode keeps its own tag
      *> ("P1-PRESSES", "P2-COUNTERS", ...), since the same machine
      *> has a different answer under each.
      *>
      *> The file is loaded in-core on first use and only the
      *> signatures this run solved are appended at SAVE, the same
      *> way day2part2 keeps rangeregistry.dat. PURGE drops every
      *> entry under the caller's tag (for when the solver logic
      *> changes); the file is then rewritten whole at SAVE.
      *>
      *>   LK-FUNCTION  LOOKUP  LK-FOUND "Y" and LK-RESULT filled on a
      *>                        hit; counts a hit or a miss
      *>                STORE   queue LK-RESULT under LK-TAG/LK-SIG
      *>                PURGE   drop every entry under LK-TAG
      *>                SAVE    write the file back, report hit/miss

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CACHE-FILE
               ASSIGN TO "../../machinecache.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CACHE-FILE.
       01  CACHE-REC.
           05  MC-TAG               PIC X(12).
           05  FILLER               PIC X.
           05  MC-SAVED             PIC X(8).
           05  FILLER               PIC X.
           05  MC-STATUS            PIC X.
           05  FILLER               PIC X.
           05  MC-ROW               PIC 9(3).
           05  FILLER               PIC X.
           05  MC-TIES              PIC 9(9).
           05  FILLER               PIC X.
           05  MC-PRESSES           PIC 9(7).
           05  FILLER               PIC X.
           05  MC-VECTOR            PIC X(400).
           05  FILLER               PIC X.
           05  MC-SIG               PIC X(500).

       WORKING-STORAGE SECTION.
       78  MAX-CACHE-ENTRIES        VALUE 3000.
       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LOADED                PIC X VALUE "N".
           88  CACHE-LOADED                VALUE "Y".
       01  WS-REWRITE               PIC X VALUE "N".
           88  REWRITE-NEEDED              VALUE "Y".
       01  WS-FULL-WARNED           PIC X VALUE "N".

       01  WS-CACHE-COUNT           PIC 9(5) COMP-5 VALUE 0.
       01  WS-CACHE-TAB.
           05  WS-CACHE-ENT OCCURS 3000 TIMES.
               10  WS-C-TAG         PIC X(12).
               10  WS-C-SAVED       PIC X(8).
               10  WS-C-STATUS      PIC X.
               10  WS-C-ROW         PIC 9(3).
               10  WS-C-TIES        PIC 9(9).
               10  WS-C-PRESSES     PIC 9(7).
               10  WS-C-VECTOR      PIC X(400).
               10  WS-C-SIG         PIC X(500).
               10  WS-C-NEW         PIC X.
               10  WS-C-DROPPED     PIC X.
       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-HITS                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-MISSES                PIC 9(9) COMP-5 VALUE 0.
       01  WS-ADDED                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-PURGED                PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(8).
       01  LK-TAG                   PIC X(12).
       01  LK-SIG                   PIC X(500).
       01  LK-RESULT.
           05  LK-STATUS            PIC X.
           05  LK-ROW               PIC 9(3).
           05  LK-TIES              PIC 9(9).
           05  LK-PRESSES           PIC 9(7).
           05  LK-VECTOR            PIC X(400).
       01  LK-FOUND                 PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-TAG LK-SIG LK-RESULT
           LK-FOUND.
       MAIN.
           MOVE "N" TO LK-FOUND
           IF NOT CACHE-LOADED
               PERFORM LOAD-CACHE
           END-IF

           EVALUATE LK-FUNCTION
               WHEN "LOOKUP"
                   PERFORM LOOKUP-SIGNATURE
               WHEN "STORE"
                   PERFORM STORE-SIGNATURE
               WHEN "PURGE"
                   PERFORM PURGE-TAG
               WHEN "SAVE"
                   PERFORM SAVE-CACHE
           END-EVALUATE
           GOBACK
           .

       LOAD-CACHE.
           *> A missing cache just means nothing has been solved yet.
           SET CACHE-LOADED TO TRUE
           OPEN INPUT CACHE-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CACHE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF WS-CACHE-COUNT < MAX-CACHE-ENTRIES
                           AND MC-TAG NOT = SPACES
                           ADD 1 TO WS-CACHE-COUNT
                           MOVE MC-TAG     TO WS-C-TAG(WS-CACHE-COUNT)
                           MOVE MC-SAVED   TO
                               WS-C-SAVED(WS-CACHE-COUNT)
                           MOVE MC-STATUS  TO
                               WS-C-STATUS(WS-CACHE-COUNT)
                           MOVE MC-ROW     TO WS-C-ROW(WS-CACHE-COUNT)
                           MOVE MC-TIES    TO WS-C-TIES(WS-CACHE-COUNT)
                           MOVE MC-PRESSES TO
                               WS-C-PRESSES(WS-CACHE-COUNT)
                           MOVE MC-VECTOR  TO
                               WS-C-VECTOR(WS-CACHE-COUNT)
                           MOVE MC-SIG     TO WS-C-SIG(WS-CACHE-COUNT)
                           MOVE "N" TO WS-C-NEW(WS-CACHE-COUNT)
                           MOVE "N" TO WS-C-DROPPED(WS-CACHE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CACHE-FILE
           .

       LOOKUP-SIGNATURE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CACHE-COUNT OR LK-FOUND = "Y"
               IF WS-C-DROPPED(WS-I) = "N"
                       AND WS-C-TAG(WS-I) = LK-TAG
                       AND WS-C-SIG(WS-I) = LK-SIG
                   MOVE "Y" TO LK-FOUND
                   MOVE WS-C-STATUS(WS-I)  TO LK-STATUS
                   MOVE WS-C-ROW(WS-I)     TO LK-ROW
                   MOVE WS-C-TIES(WS-I)    TO LK-TIES
                   MOVE WS-C-PRESSES(WS-I) TO LK-PRESSES
                   MOVE WS-C-VECTOR(WS-I)  TO LK-VECTOR
               END-IF
           END-PERFORM
           IF LK-FOUND = "Y"
               ADD 1 TO WS-HITS
           ELSE
               ADD 1 TO WS-MISSES
           END-IF
           .

       STORE-SIGNATURE.
           IF WS-CACHE-COUNT >= MAX-CACHE-ENTRIES
               IF WS-FULL-WARNED = "N"
                   DISPLAY "WARNING: machine cache full ("
                       MAX-CACHE-ENTRIES " entries); new machines "
                       "solved but not saved"
                   MOVE "Y" TO WS-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CACHE-COUNT
           ADD 1 TO WS-ADDED
           MOVE LK-TAG     TO WS-C-TAG(WS-CACHE-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-C-SAVED(WS-CACHE-COUNT)
           MOVE LK-STATUS  TO WS-C-STATUS(WS-CACHE-COUNT)
           MOVE LK-ROW     TO WS-C-ROW(WS-CACHE-COUNT)
           MOVE LK-TIES    TO WS-C-TIES(WS-CACHE-COUNT)
           MOVE LK-PRESSES TO WS-C-PRESSES(WS-CACHE-COUNT)
           MOVE LK-VECTOR  TO WS-C-VECTOR(WS-CACHE-COUNT)
           MOVE LK-SIG     TO WS-C-SIG(WS-CACHE-COUNT)
           MOVE "Y" TO WS-C-NEW(WS-CACHE-COUNT)
           MOVE "N" TO WS-C-DROPPED(WS-CACHE-COUNT)
           .

       PURGE-TAG.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CACHE-COUNT
               IF WS-C-TAG(WS-I) = LK-TAG
                       AND WS-C-DROPPED(WS-I) = "N"
                   MOVE "Y" TO WS-C-DROPPED(WS-I)
                   ADD 1 TO WS-PURGED
               END-IF
           END-PERFORM
           SET REWRITE-NEEDED TO TRUE
           MOVE WS-PURGED TO WS-CNT-OUT
           DISPLAY "MACHINE CACHE: " FUNCTION TRIM(WS-CNT-OUT)
               " " FUNCTION TRIM(LK-TAG) " signature(s) purged"
           .

       SAVE-CACHE.
           *> Normally append just this run's new signatures; after a
           *> purge the whole surviving table goes back out.
           IF REWRITE-NEEDED
               OPEN OUTPUT CACHE-FILE
           ELSE
               OPEN EXTEND CACHE-FILE
               IF WS-FS NOT = "00"
                   OPEN OUTPUT CACHE-FILE
               END-IF
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "WARNING: Unable to update machinecache.dat "
                   "(file status " WS-FS ")"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CACHE-COUNT
                   IF WS-C-DROPPED(WS-I) = "N"
                       AND (REWRITE-NEEDED OR WS-C-NEW(WS-I) = "Y")
                       PERFORM WRITE-ONE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE CACHE-FILE
           END-IF

           MOVE WS-HITS TO WS-CNT-OUT
           DISPLAY "MACHINE CACHE: " FUNCTION TRIM(WS-CNT-OUT)
               " hit(s), " WITH NO ADVANCING
           MOVE WS-MISSES TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " miss(es), "
               WITH NO ADVANCING
           MOVE WS-ADDED TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT)
               " new signature(s) saved"
           .

       WRITE-ONE-ENTRY.
           MOVE SPACES TO CACHE-REC
           MOVE WS-C-TAG(WS-I)     TO MC-TAG
           MOVE WS-C-SAVED(WS-I)   TO MC-SAVED
           MOVE WS-C-STATUS(WS-I)  TO MC-STATUS
           MOVE WS-C-ROW(WS-I)     TO MC-ROW
           MOVE WS-C-TIES(WS-I)    TO MC-TIES
           MOVE WS-C-PRESSES(WS-I) TO MC-PRESSES
           MOVE WS-C-VECTOR(WS-I)  TO MC-VECTOR
           MOVE WS-C-SIG(WS-I)     TO MC-SIG
           WRITE CACHE-REC
           .
