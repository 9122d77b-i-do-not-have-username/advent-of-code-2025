      *> argument on the jobs that have one. Built on the same
      *> jobtable.dat the root drivers share; run from the repository
      *> root.
      *>
      *> Either input may instead be a relative generation of the
      *> job's own feed as daybatchdriver keeps it -- "(0)" the last
      *> clean run's input.txt, "(-1)" the one before -- resolved
      *> through gdgcatalog.dat (Common/Programs/GenerationRef):
      *>
      *>   comparerun 7 "(-1)" "(0)"
      *>
      *> Every compare is logged to resubmitlog.dat at the root, for
      *> the depot scorecard (Common/Programs/DepotScorecard):
      *>   stamp | CHANGED/UNCHANGED/DRIFT | job | program-id |
      *>       input-A | input-B | answer-A -> answer-B
      *> A compare with either side taken as a generation is DRIFT
      *> whatever the answers did: it follows the job's own feed
      *> from run to run, not a depot resubmission, and the
      *> scorecard does not charge it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-FS.

           SELECT RESUB-LOG-FILE
               ASSIGN TO "resubmitlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-REC              PIC X(1024).

       FD  RESUB-LOG-FILE.
       01  RESUB-LOG-REC            PIC X(800).

       WORKING-STORAGE SECTION.
       78  MAX-AUX-LINES            VALUE 500.

               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ARG1                  PIC X(20).
       01  WS-INFILE-A              PIC X(256).
       01  WS-PARAM                 PIC X(256).
       01  WS-SEL                   PIC 9(3) COMP-5 VALUE 0.

       01  WS-GDG-BASE              PIC X(300).
       01  WS-GDG-REF               PIC X(20).
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.
       01  WS-GDG-USED              PIC X VALUE "N".

       01  WS-CAP-NAME              PIC X(120).
       01  WS-CAP-FS                PIC XX.
       01  WS-LOG-FS                PIC XX.
       01  WS-VERDICT               PIC X(9) VALUE "UNCHANGED".
       01  WS-SEL-OUT               PIC Z(2)9.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

               OR FUNCTION TRIM(WS-INFILE-B) = SPACES
               DISPLAY "USAGE: comparerun <job-number> <input-A> "
                   "<input-B> [param-word]"
               DISPLAY "       either input may be a generation: "
                   "(0) newest, (-1) the one before"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-GDG-BASE
           STRING FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) "/input.txt"
               DELIMITED BY SIZE INTO WS-GDG-BASE
           END-STRING
           MOVE WS-INFILE-A TO WS-GDG-REF
           PERFORM RESOLVE-GENERATION
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-INFILE-A
               MOVE "Y" TO WS-GDG-USED
           END-IF
           MOVE WS-INFILE-B TO WS-GDG-REF
           PERFORM RESOLVE-GENERATION
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-INFILE-B
               MOVE "Y" TO WS-GDG-USED
           END-IF

           CALL "pathguard" USING WS-INFILE-A WS-PATH-OK
           IF NOT PATH-OK
               DISPLAY "ERROR: input-A contains a character that is "

           PERFORM REPORT-ANSWERS
           PERFORM REPORT-AUX-SIDE-BY-SIDE
           PERFORM LOG-RESUBMISSION
           STOP RUN
           .

       RESOLVE-GENERATION.
           *> A plain file name comes back "N" and stands as given.
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "X"
               DISPLAY "ERROR: no generation " FUNCTION TRIM(WS-GDG-REF)
                   " of " FUNCTION TRIM(WS-GDG-BASE) " ("
                   FUNCTION TRIM(WS-GDG-FILE) " on file)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       RUN-ONE-SIDE.
           MOVE SPACES TO WS-CAP-NAME
           STRING "/tmp/comparerun." WS-STAMP(1:14)
               MOVE WS-DELTA TO WS-DELTA-OUT
               DISPLAY "DELTA (B - A): "
                   FUNCTION TRIM(WS-DELTA-OUT)
               IF WS-DELTA NOT = 0
                   MOVE "CHANGED" TO WS-VERDICT
               END-IF
           ELSE
               IF WS-ANSWER-A = WS-ANSWER-B
                   DISPLAY "ANSWERS MATCH"
               ELSE
                   DISPLAY "ANSWERS DIFFER (not numeric -- no delta)"
                   MOVE "CHANGED" TO WS-VERDICT
               END-IF
           END-IF
           .
           END-PERFORM
           .

       LOG-RESUBMISSION.
           IF WS-GDG-USED = "Y"
               MOVE "DRIFT" TO WS-VERDICT
           END-IF
           OPEN EXTEND RESUB-LOG-FILE
           IF WS-LOG-FS NOT = "00"
               OPEN OUTPUT RESUB-LOG-FILE
           END-IF
           IF WS-LOG-FS NOT = "00"
               DISPLAY "WARNING: unable to record the compare on "
                   "resubmitlog.dat"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL TO WS-SEL-OUT
           MOVE SPACES TO RESUB-LOG-REC
           STRING WS-STAMP(1:14)
                  " | " FUNCTION TRIM(WS-VERDICT)
                  " | " FUNCTION TRIM(WS-SEL-OUT)
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                  " | " FUNCTION TRIM(WS-INFILE-A)
                  " | " FUNCTION TRIM(WS-INFILE-B)
                  " | " FUNCTION TRIM(WS-ANSWER-A)
                  " -> " FUNCTION TRIM(WS-ANSWER-B)
               DELIMITED BY SIZE INTO RESUB-LOG-REC
           END-STRING
           WRITE RESUB-LOG-REC
           CLOSE RESUB-LOG-FILE
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
