           *> indexed exceptions master from it the same way
           *> resultsmaster.idx is loaded from interchange.dat; see
           *> LIST-INVALID-IN-RANGE.
           *> Work copy the registry is rewritten through when a
           *> run completes an allocated block; see
           *> REWRITE-RANGE-REGISTRY.
           SELECT REGISTRY-WORK
               ASSIGN TO "../../rangeregistry.dat.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGW-FS.

           SELECT EXCEPT-FILE
               ASSIGN TO "../../serialexcept.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  IN-FILE.
       01  IN-REC                  PIC X(200000).

       FD  REGISTRY-WORK.
       01  REGISTRY-WORK-REC       PIC X(100).

       FD  EXCEPT-FILE.
       01  EXCEPT-REC.
           05  SX-SERIAL           PIC 9(18).
           05  REG-TOTAL           PIC 9(18).
           05  FILLER              PIC X.
           05  REG-FIRST-SEEN      PIC X(8).
           05  FILLER              PIC X.
           05  REG-STATUS          PIC X(9).
           05  FILLER              PIC X.
           05  REG-DEPOT           PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILENAME             PIC X(256) VALUE "input.txt".
               10  WS-REG-TOTAL     PIC S9(18) COMP-5.
               10  WS-REG-SEEN      PIC X(8).
               10  WS-REG-NEW       PIC X.
               10  WS-REG-STATUS    PIC X(9).
                   88  REG-ALLOCATED       VALUE "ALLOCATED".
               10  WS-REG-DEPOT     PIC X(20).
       01  WS-REG-I                 PIC 9(5) COMP-5.
       01  WS-REG-J                 PIC 9(5) COMP-5.
       01  WS-REGW-FS               PIC XX.
       01  WS-REG-COMPLETED         PIC 9(5) COMP-5 VALUE 0.
       01  WS-REG-CMD               PIC X(200).
       01  WS-REG-EOF               PIC X.
       01  WS-REG-DUP               PIC X.
           88  REG-DUP                     VALUE "Y".
       01  WS-REG-BLOCK-DEPOT       PIC X(20).
       01  WS-RANGE-TOTAL           PIC S9(18) COMP-5.
       01  WS-TOTAL-BEFORE          PIC S9(18) COMP-5.
       01  WS-TODAY                 PIC X(8).
                           MOVE REG-FIRST-SEEN TO
                               WS-REG-SEEN(WS-REG-COUNT)
                           MOVE "N" TO WS-REG-NEW(WS-REG-COUNT)
                           MOVE REG-STATUS TO
                               WS-REG-STATUS(WS-REG-COUNT)
                           MOVE REG-DEPOT TO
                               WS-REG-DEPOT(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           *> seen earlier this run), report an exact resubmission, and
           *> queue a genuinely new range for the end-of-run append.
           MOVE "N" TO WS-REG-DUP
           MOVE SPACES TO WS-REG-BLOCK-DEPOT
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-COUNT
               IF REG-ALLOCATED(WS-REG-I)
                   *> A block reserved by serialalloc: ranges inside it
                   *> are the depot's expected feed, not an overlap.
                   IF WS-A = WS-REG-START(WS-REG-I)
                           AND WS-B = WS-REG-END(WS-REG-I)
                       *> The whole block came through: the allocated
                       *> entry itself becomes the processed range,
                       *> rewritten in place at end of run.
                       SET REG-DUP TO TRUE
                       MOVE "PROCESSED" TO WS-REG-STATUS(WS-REG-I)
                       MOVE WS-RANGE-TOTAL TO WS-REG-TOTAL(WS-REG-I)
                       MOVE "U" TO WS-REG-NEW(WS-REG-I)
                       ADD 1 TO WS-REG-COMPLETED
                       MOVE WS-A TO WS-REG-OUT1
                       MOVE WS-B TO WS-REG-OUT2
                       DISPLAY "REGISTRY: RANGE "
                           FUNCTION TRIM(WS-REG-OUT1) "-"
                           FUNCTION TRIM(WS-REG-OUT2)
                           " COMPLETES BLOCK ALLOCATED TO "
                           FUNCTION TRIM(WS-REG-DEPOT(WS-REG-I))
                   ELSE
                       IF WS-A >= WS-REG-START(WS-REG-I)
                               AND WS-B <= WS-REG-END(WS-REG-I)
                           MOVE WS-REG-DEPOT(WS-REG-I)
                               TO WS-REG-BLOCK-DEPOT
                           MOVE WS-A TO WS-REG-OUT1
                           MOVE WS-B TO WS-REG-OUT2
                           DISPLAY "REGISTRY: RANGE "
                               FUNCTION TRIM(WS-REG-OUT1) "-"
                               FUNCTION TRIM(WS-REG-OUT2)
                               " WITHIN BLOCK" WITH NO ADVANCING
                           MOVE WS-REG-START(WS-REG-I) TO WS-REG-OUT1
                           MOVE WS-REG-END(WS-REG-I)   TO WS-REG-OUT2
                           DISPLAY " " FUNCTION TRIM(WS-REG-OUT1) "-"
                               FUNCTION TRIM(WS-REG-OUT2)
                               " ALLOCATED TO "
                               FUNCTION TRIM(WS-REG-DEPOT(WS-REG-I))
                       ELSE
                           IF WS-A <= WS-REG-END(WS-REG-I)
                                   AND WS-B >= WS-REG-START(WS-REG-I)
                               MOVE WS-A TO WS-REG-OUT1
                               MOVE WS-B TO WS-REG-OUT2
                               DISPLAY "REGISTRY: RANGE "
                                   FUNCTION TRIM(WS-REG-OUT1) "-"
                                   FUNCTION TRIM(WS-REG-OUT2)
                                   " OVERLAPS BLOCK" WITH NO ADVANCING
                               MOVE WS-REG-START(WS-REG-I) TO WS-REG-OUT1
                               MOVE WS-REG-END(WS-REG-I)   TO WS-REG-OUT2
                               DISPLAY " " FUNCTION TRIM(WS-REG-OUT1) "-"
                                   FUNCTION TRIM(WS-REG-OUT2)
                                   " ALLOCATED TO "
                                   FUNCTION TRIM(WS-REG-DEPOT(WS-REG-I))
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF WS-A = WS-REG-START(WS-REG-I)
                           AND WS-B = WS-REG-END(WS-REG-I)
                       SET REG-DUP TO TRUE
                       MOVE WS-A TO WS-REG-OUT1
                       MOVE WS-B TO WS-REG-OUT2
                       DISPLAY "REGISTRY: RANGE "
                           FUNCTION TRIM(WS-REG-OUT1) "-"
                           FUNCTION TRIM(WS-REG-OUT2)
                           " ALREADY REGISTERED (first seen "
                           WS-REG-SEEN(WS-REG-I) ")"
                   ELSE
                       IF WS-A <= WS-REG-END(WS-REG-I)
                               AND WS-B >= WS-REG-START(WS-REG-I)
                           MOVE WS-A TO WS-REG-OUT1
                           MOVE WS-B TO WS-REG-OUT2
                           DISPLAY "REGISTRY: RANGE "
                               FUNCTION TRIM(WS-REG-OUT1) "-"
                               FUNCTION TRIM(WS-REG-OUT2)
                               " OVERLAPS REGISTERED RANGE"
                               WITH NO ADVANCING
                           MOVE WS-REG-START(WS-REG-I) TO WS-REG-OUT1
                           MOVE WS-REG-END(WS-REG-I)   TO WS-REG-OUT2
                           DISPLAY " " FUNCTION TRIM(WS-REG-OUT1) "-"
                               FUNCTION TRIM(WS-REG-OUT2)
                               " (first seen " WS-REG-SEEN(WS-REG-I) ")"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                   MOVE WS-RANGE-TOTAL TO WS-REG-TOTAL(WS-REG-COUNT)
                   MOVE WS-TODAY       TO WS-REG-SEEN(WS-REG-COUNT)
                   MOVE "Y"            TO WS-REG-NEW(WS-REG-COUNT)
                   MOVE "PROCESSED"    TO WS-REG-STATUS(WS-REG-COUNT)
                   MOVE WS-REG-BLOCK-DEPOT
                                       TO WS-REG-DEPOT(WS-REG-COUNT)
               END-IF
           END-IF
           .

       SAVE-RANGE-REGISTRY.
           *> Append only the entries this run added -- the registry is
           *> first-seen history, so existing records never change,
           *> except an allocated block this run processed whole,
           *> which is rewritten as PROCESSED.
           IF WS-REG-COMPLETED > 0
               PERFORM REWRITE-RANGE-REGISTRY
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REGISTRY-FILE
           IF WS-REG-FS NOT = "00"
               OPEN OUTPUT REGISTRY-FILE
                   MOVE WS-REG-END(WS-REG-I)   TO REG-END
                   MOVE WS-REG-TOTAL(WS-REG-I) TO REG-TOTAL
                   MOVE WS-REG-SEEN(WS-REG-I)  TO REG-FIRST-SEEN
                   MOVE WS-REG-STATUS(WS-REG-I) TO REG-STATUS
                   MOVE WS-REG-DEPOT(WS-REG-I) TO REG-DEPOT
                   WRITE REGISTRY-REC
               END-IF
           END-PERFORM
           PERFORM MIRROR-RANGE-REGISTRY
           .

       REWRITE-RANGE-REGISTRY.
           *> Copy the registry through a work file, restamping each
           *> completed block and adding this run's new entries after
           *> it, then put the copy in the registry's place.
           OPEN INPUT REGISTRY-FILE
           OPEN OUTPUT REGISTRY-WORK
           IF WS-REG-FS NOT = "00" OR WS-REGW-FS NOT = "00"
               DISPLAY "ERROR: Unable to update range registry "
                   "(file status " WS-REG-FS "/" WS-REGW-FS ")"
               CLOSE REGISTRY-FILE REGISTRY-WORK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REG-EOF
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF REG-STATUS = "ALLOCATED"
                           PERFORM RESTAMP-REGISTRY-REC
                       END-IF
                       WRITE REGISTRY-WORK-REC FROM REGISTRY-REC
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE

           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-COUNT
               IF WS-REG-NEW(WS-REG-I) = "Y"
                   MOVE SPACES TO REGISTRY-REC
                   MOVE WS-REG-START(WS-REG-I) TO REG-START
                   MOVE WS-REG-END(WS-REG-I)   TO REG-END
                   MOVE WS-REG-TOTAL(WS-REG-I) TO REG-TOTAL
                   MOVE WS-REG-SEEN(WS-REG-I)  TO REG-FIRST-SEEN
                   MOVE WS-REG-STATUS(WS-REG-I) TO REG-STATUS
                   MOVE WS-REG-DEPOT(WS-REG-I) TO REG-DEPOT
                   WRITE REGISTRY-WORK-REC FROM REGISTRY-REC
               END-IF
           END-PERFORM
           CLOSE REGISTRY-WORK

           MOVE SPACES TO WS-REG-CMD
           STRING "mv -f ../../rangeregistry.dat.tmp "
                  "../../rangeregistry.dat"
               DELIMITED BY SIZE INTO WS-REG-CMD
           END-STRING
           CALL "SYSTEM" USING WS-REG-CMD
           PERFORM MIRROR-RANGE-REGISTRY
           .

       RESTAMP-REGISTRY-REC.
           PERFORM VARYING WS-REG-J FROM 1 BY 1
                   UNTIL WS-REG-J > WS-REG-COUNT
               IF WS-REG-NEW(WS-REG-J) = "U"
                       AND WS-REG-START(WS-REG-J) = REG-START
                       AND WS-REG-END(WS-REG-J) = REG-END
                   MOVE WS-REG-TOTAL(WS-REG-J) TO REG-TOTAL
                   MOVE "PROCESSED" TO REG-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       MIRROR-RANGE-REGISTRY.
      *> The registry is one of the critical root files: when
      *> siteparams.dat names a MIRROR-ROOT, the freshly updated
