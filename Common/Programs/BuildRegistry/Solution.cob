       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. buildreg.

      *> Executable build registry. Every day program runs whatever
      *> executable sits in its folder; the registry is what says
      *> which build that is, and the only way one gets there. Each
      *> build is kept under builds/<program-id>/<build-id>/ and has
      *> one line on buildregistry.dat at the repository root:
      *>
      *>   build-id | program-id | source cksum | built | status
      *>            | promoted | retired-why | by | source file
      *>
      *> Status is TEST (registered, not in service), PROD (the one
      *> in the folder -- one per program) or RETIRED, with
      *> retired-why SUPERSEDED (a later build was promoted) or
      *> ROLLED-BACK (taken out of service by ROLLBACK, and never
      *> rolled back to). runlogwrite puts the PROD build id on every
      *> run record.
      *>
      *>   buildreg LIST [program-id]
      *>       the registry; a PROD build whose folder executable is
      *>       no longer the registered one, or whose source has
      *>       changed since, is flagged (exit 4)
      *>   buildreg REGISTER <program-id> [executable]
      *>       keeps a compiled executable (default the one in the
      *>       program's folder) as a new TEST build Bnnnnn, with the
      *>       checksum of the source declaring the PROGRAM-ID; the
      *>       folder goes back to the PROD build, so nothing
      *>       unpromoted runs in production
      *>   buildreg PROMOTE <build-id>
      *>       puts a TEST build in the folder and runs
      *>       "smokecheck <program-id>" and then
      *>       "baselinecheck <program-id>" against it; only when both
      *>       pass does it become PROD (the old PROD is RETIRED
      *>       SUPERSEDED), otherwise the folder is put back as it was
      *>   buildreg ROLLBACK <program-id>
      *>       retires the PROD build as ROLLED-BACK and puts the
      *>       previous PROD build back in the folder, no gate --
      *>       that build already passed one
      *>
      *> REGISTER needs the OPERATOR role on the operator roster,
      *> PROMOTE and ROLLBACK SUPERVISOR; the operator id comes from
      *> BATCH_OPERATOR, and each change is journalled. PROMOTE needs
      *> smokecheck and baselinecheck built at the root. Run from the
      *> repository root.
      *>
      *> Return codes: 0 done, 4 LIST found a folder out of step,
      *> 8 usage, refusal or a failed gate, 12 missing executable or
      *> source, 16 registry full, 20 output failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE
               ASSIGN TO "buildregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-FS.

           SELECT WORK-FILE
               ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-REC                  PIC X(300).

       FD  WORK-FILE.
       01  WORK-REC                 PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-BUILDS               VALUE 500.

       01  WS-RG-FS                 PIC XX.
       01  WS-WK-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG2                  PIC X(20).
       01  WS-ARG3                  PIC X(120).
       01  WS-STAMP                 PIC X(21).
       01  WS-CMD                   PIC X(800).
       01  WS-WORK-NAME             PIC X(80).
       01  WS-RC-VAL                PIC S9(5) COMP-5.
       01  WS-FINAL-RC              PIC 9(2) VALUE 0.
       01  WS-PATH-OK               PIC X.
           88  PATH-OK                     VALUE "Y".

      *> the registry, one row per build
       01  WS-BUILD-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-BUILD-TAB.
           05  WS-BUILD OCCURS 500 TIMES.
               10  WS-BD-ID         PIC X(10).
               10  WS-BD-PROG       PIC X(20).
               10  WS-BD-CKSUM      PIC X(12).
               10  WS-BD-BUILT      PIC X(14).
               10  WS-BD-STATUS     PIC X(8).
               10  WS-BD-PROMOTED   PIC X(14).
               10  WS-BD-WHY        PIC X(12).
               10  WS-BD-BY         PIC X(10).
               10  WS-BD-SOURCE     PIC X(100).
       01  WS-MAX-ID                PIC 9(5) VALUE 0.
       01  WS-ID-NUM                PIC 9(5).
       01  WS-NEW-ID                PIC X(10).
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-PROD                  PIC 9(4) COMP-5.
       01  WS-PREV                  PIC 9(4) COMP-5.
       01  WS-SHOWN                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-LINE                  PIC X(300).

       01  WS-SEL                   PIC 9(3) COMP-5 VALUE 0.
       01  WS-PROG                  PIC X(20).
       01  WS-LIVE-EXE              PIC X(120).
       01  WS-KEPT-EXE              PIC X(120).
       01  WS-FROM-EXE              PIC X(120).
       01  WS-SRC-CKSUM             PIC X(12).
       01  WS-SRC-FILE              PIC X(100).
       01  WS-LIVE-STATE            PIC X(8).
       01  WS-GATE                  PIC X(14).
       01  WS-GATE-RC               PIC Z9.
       01  WS-HAD-LIVE              PIC X.

       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JT-STATUS             PIC X.
       01  WS-JOB-TABLE.
           05  WS-JOB OCCURS 50 TIMES.
               10  WS-JOB-DIR       PIC X(40).
               10  WS-JOB-PROG      PIC X(20).
               10  WS-JOB-LABEL     PIC X(24).
               10  WS-JOB-OUTPOS    PIC 9.
               10  WS-JOB-PREREQS   PIC X(20).
               10  WS-JOB-FREQ      PIC X(10).
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "buildreg".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The images are the registry
      *> lines of each build the change touched, one entry apiece.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.
       01  WS-OLD-PREV-LINE         PIC X(300).
       01  WS-OLD-PROD-LINE         PIC X(300).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-MODE WS-ARG2 WS-ARG3
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           MOVE SPACES TO WS-WORK-NAME
           STRING "/tmp/buildreg." WS-STAMP(1:14) ".tmp"
               DELIMITED BY SIZE INTO WS-WORK-NAME
           END-STRING

           PERFORM LOAD-JOB-TABLE
           PERFORM LOAD-REGISTRY

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-BUILDS
               WHEN "REGISTER"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM REGISTER-BUILD
                   END-IF
               WHEN "PROMOTE"
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM PROMOTE-BUILD
                   END-IF
               WHEN "ROLLBACK"
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ROLLBACK-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: buildreg LIST [program-id]"
                   DISPLAY "       buildreg REGISTER <program-id> "
                       "[executable]"
                   DISPLAY "       buildreg PROMOTE <build-id>"
                   DISPLAY "       buildreg ROLLBACK <program-id>"
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE

           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-WORK-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE WS-FINAL-RC TO RETURN-CODE
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
               MOVE 8 TO WS-FINAL-RC
           END-IF
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-REGISTRY.
           MOVE 0 TO WS-BUILD-COUNT WS-MAX-ID
           OPEN INPUT REG-FILE
           IF WS-RG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF REG-REC NOT = SPACES
                           AND REG-REC(1:1) NOT = "*"
                           AND WS-BUILD-COUNT < MAX-BUILDS
                           ADD 1 TO WS-BUILD-COUNT
                           PERFORM PARSE-REGISTRY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           .

       PARSE-REGISTRY-LINE.
           MOVE WS-BUILD-COUNT TO WS-I
           MOVE SPACES TO WS-BUILD(WS-I)
           UNSTRING REG-REC DELIMITED BY " | "
               INTO WS-BD-ID(WS-I) WS-BD-PROG(WS-I)
                    WS-BD-CKSUM(WS-I) WS-BD-BUILT(WS-I)
                    WS-BD-STATUS(WS-I) WS-BD-PROMOTED(WS-I)
                    WS-BD-WHY(WS-I) WS-BD-BY(WS-I)
                    WS-BD-SOURCE(WS-I)
           END-UNSTRING
           IF WS-BD-ID(WS-I)(1:1) = "B"
               AND WS-BD-ID(WS-I)(2:5) IS NUMERIC
               MOVE WS-BD-ID(WS-I)(2:5) TO WS-ID-NUM
               IF WS-ID-NUM > WS-MAX-ID
                   MOVE WS-ID-NUM TO WS-MAX-ID
               END-IF
           END-IF
           .

       SAVE-REGISTRY.
           OPEN OUTPUT REG-FILE
           IF WS-RG-FS NOT = "00"
               DISPLAY "ERROR: unable to rewrite buildregistry.dat "
                   "(file status " WS-RG-FS ")"
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BUILD-COUNT
               PERFORM FORMAT-REGISTRY-LINE
               MOVE WS-LINE TO REG-REC
               WRITE REG-REC
           END-PERFORM
           CLOSE REG-FILE
           .

       FORMAT-REGISTRY-LINE.
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-BD-ID(WS-I))
                  " | " FUNCTION TRIM(WS-BD-PROG(WS-I))
                  " | " FUNCTION TRIM(WS-BD-CKSUM(WS-I))
                  " | " FUNCTION TRIM(WS-BD-BUILT(WS-I))
                  " | " FUNCTION TRIM(WS-BD-STATUS(WS-I))
                  " | " FUNCTION TRIM(WS-BD-PROMOTED(WS-I))
                  " | " FUNCTION TRIM(WS-BD-WHY(WS-I))
                  " | " FUNCTION TRIM(WS-BD-BY(WS-I))
                  " | " FUNCTION TRIM(WS-BD-SOURCE(WS-I))
               DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           .

       FIND-JOB.
           *> WS-PROG -> WS-SEL, its job-table row, and the live
           *> executable's path in its folder
           MOVE 0 TO WS-SEL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-SEL > 0
               IF WS-JOB-PROG(WS-I) = WS-PROG
                   MOVE WS-I TO WS-SEL
               END-IF
           END-PERFORM
           IF WS-SEL > 0
               MOVE SPACES TO WS-LIVE-EXE
               STRING FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) "/"
                      FUNCTION TRIM(WS-PROG)
                   DELIMITED BY SIZE INTO WS-LIVE-EXE
               END-STRING
           END-IF
           .

       FIND-PROD.
           *> WS-PROG -> WS-PROD, its PROD build's row (0: none)
           MOVE 0 TO WS-PROD
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BUILD-COUNT
               IF WS-BD-PROG(WS-I) = WS-PROG
                   AND WS-BD-STATUS(WS-I) = "PROD"
                   MOVE WS-I TO WS-PROD
               END-IF
           END-PERFORM
           .

       SET-KEPT-EXE.
           *> WS-HIT's build -> WS-KEPT-EXE, where its copy is kept
           MOVE SPACES TO WS-KEPT-EXE
           STRING "builds/" FUNCTION TRIM(WS-BD-PROG(WS-HIT)) "/"
                  FUNCTION TRIM(WS-BD-ID(WS-HIT)) "/"
                  FUNCTION TRIM(WS-BD-PROG(WS-HIT))
               DELIMITED BY SIZE INTO WS-KEPT-EXE
           END-STRING
           .

       RUN-CMD.
           *> CALL "SYSTEM" hands back the shell's raw wait status --
           *> the command's own exit code sits in the high byte.
           CALL "SYSTEM" USING WS-CMD
           COMPUTE WS-RC-VAL = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           .

       INSTALL-EXE.
           *> WS-FROM-EXE -> the program's folder (WS-LIVE-EXE)
           MOVE SPACES TO WS-CMD
           STRING "cp -p " QUOTE FUNCTION TRIM(WS-FROM-EXE) QUOTE
                  " " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                  " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           .

       LIST-BUILDS.
           MOVE SPACES TO WS-PROG
           IF WS-ARG2 NOT = SPACES
               MOVE WS-ARG2 TO WS-PROG
           END-IF
           DISPLAY "===== BUILD REGISTRY " WS-STAMP(1:8) " ====="
           DISPLAY "BUILD   PROGRAM     STATUS   BUILT          "
               "PROMOTED       CKSUM       BY    LIVE"
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING WS-HIT FROM 1 BY 1
                   UNTIL WS-HIT > WS-BUILD-COUNT
               IF WS-PROG = SPACES OR WS-BD-PROG(WS-HIT) = WS-PROG
                   ADD 1 TO WS-SHOWN
                   PERFORM LIST-ONE-BUILD
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (no builds registered)"
           END-IF
           .

       LIST-ONE-BUILD.
           MOVE SPACES TO WS-LIVE-STATE
           IF WS-BD-STATUS(WS-HIT) = "PROD"
               PERFORM CHECK-LIVE-BUILD
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE WS-BD-ID(WS-HIT) TO WS-LINE(1:8)
           MOVE WS-BD-PROG(WS-HIT) TO WS-LINE(9:12)
           MOVE WS-BD-STATUS(WS-HIT) TO WS-LINE(21:9)
           MOVE WS-BD-BUILT(WS-HIT) TO WS-LINE(30:15)
           MOVE WS-BD-PROMOTED(WS-HIT) TO WS-LINE(45:15)
           MOVE WS-BD-CKSUM(WS-HIT) TO WS-LINE(60:12)
           MOVE WS-BD-BY(WS-HIT) TO WS-LINE(72:6)
           MOVE WS-LIVE-STATE TO WS-LINE(78:8)
           IF WS-BD-STATUS(WS-HIT) = "RETIRED"
               MOVE WS-BD-WHY(WS-HIT) TO WS-LINE(78:12)
           END-IF
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           .

       CHECK-LIVE-BUILD.
           *> The folder executable against the kept copy, and the
           *> source against the checksum taken when it was built.
           MOVE WS-BD-PROG(WS-HIT) TO WS-PROG
           PERFORM FIND-JOB
           IF WS-ARG2 = SPACES
               MOVE SPACES TO WS-PROG
           END-IF
           IF WS-SEL = 0
               MOVE "NO JOB" TO WS-LIVE-STATE
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-KEPT-EXE
           MOVE SPACES TO WS-CMD
           STRING "{ cmp -s " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                  " " QUOTE FUNCTION TRIM(WS-KEPT-EXE) QUOTE
                  " && echo SAME || echo DIFFERS; cksum < "
                  QUOTE FUNCTION TRIM(WS-BD-SOURCE(WS-HIT)) QUOTE
                  " | awk '{print $1}'; } > "
                  FUNCTION TRIM(WS-WORK-NAME) " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           MOVE SPACES TO WS-LIVE-STATE WS-SRC-CKSUM
           OPEN INPUT WORK-FILE
           IF WS-WK-FS = "00"
               READ WORK-FILE
                   NOT AT END
                       MOVE WORK-REC TO WS-LIVE-STATE
               END-READ
               READ WORK-FILE
                   NOT AT END
                       MOVE WORK-REC TO WS-SRC-CKSUM
               END-READ
               CLOSE WORK-FILE
           END-IF
           IF WS-LIVE-STATE = "SAME"
               AND WS-SRC-CKSUM NOT = WS-BD-CKSUM(WS-HIT)
               MOVE "SRC-CHG" TO WS-LIVE-STATE
           END-IF
           IF WS-LIVE-STATE NOT = "SAME"
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           .

       REGISTER-BUILD.
           MOVE WS-ARG2 TO WS-PROG
           PERFORM FIND-JOB
           IF WS-SEL = 0
               DISPLAY "ERROR: program '" FUNCTION TRIM(WS-ARG2)
                   "' is not in jobtable.dat"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-BUILD-COUNT >= MAX-BUILDS
               DISPLAY "ERROR: buildregistry.dat is full ("
                   MAX-BUILDS " builds)"
               MOVE 16 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG3 = SPACES
               MOVE WS-LIVE-EXE TO WS-FROM-EXE
           ELSE
               CALL "pathguard" USING WS-ARG3 WS-PATH-OK
               IF NOT PATH-OK
                   DISPLAY "ERROR: executable path contains a "
                       "character that is not allowed there"
                   MOVE 8 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG3 TO WS-FROM-EXE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "test -x " QUOTE FUNCTION TRIM(WS-FROM-EXE) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: no executable at "
                   FUNCTION TRIM(WS-FROM-EXE)
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           *> the source file in the folder that declares the
           *> program, and its checksum
           MOVE SPACES TO WS-CMD
           STRING "f=$(grep -l 'PROGRAM-ID\. "
                  FUNCTION TRIM(WS-PROG) "\.' "
                  QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) QUOTE
                  "/Solution*.cob 2>/dev/null | head -1); "
                  "if [ -n " QUOTE "$f" QUOTE " ]; then "
                  "cksum < " QUOTE "$f" QUOTE " | awk '{print $1}'; "
                  "echo " QUOTE "$f" QUOTE "; fi > "
                  FUNCTION TRIM(WS-WORK-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           MOVE SPACES TO WS-SRC-CKSUM WS-SRC-FILE
           OPEN INPUT WORK-FILE
           IF WS-WK-FS = "00"
               READ WORK-FILE
                   NOT AT END
                       MOVE WORK-REC TO WS-SRC-CKSUM
               END-READ
               READ WORK-FILE
                   NOT AT END
                       MOVE WORK-REC TO WS-SRC-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           IF WS-SRC-CKSUM = SPACES OR WS-SRC-FILE = SPACES
               DISPLAY "ERROR: no source in "
                   FUNCTION TRIM(WS-JOB-DIR(WS-SEL))
                   " declares PROGRAM-ID " FUNCTION TRIM(WS-PROG)
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MAX-ID
           MOVE WS-MAX-ID TO WS-ID-NUM
           MOVE SPACES TO WS-NEW-ID
           STRING "B" WS-ID-NUM DELIMITED BY SIZE INTO WS-NEW-ID
           END-STRING
           ADD 1 TO WS-BUILD-COUNT
           MOVE WS-BUILD-COUNT TO WS-HIT
           MOVE SPACES TO WS-BUILD(WS-HIT)
           MOVE WS-NEW-ID TO WS-BD-ID(WS-HIT)
           MOVE WS-PROG TO WS-BD-PROG(WS-HIT)
           MOVE WS-SRC-CKSUM TO WS-BD-CKSUM(WS-HIT)
           MOVE WS-STAMP(1:14) TO WS-BD-BUILT(WS-HIT)
           MOVE "TEST" TO WS-BD-STATUS(WS-HIT)
           MOVE "-" TO WS-BD-PROMOTED(WS-HIT)
           MOVE "-" TO WS-BD-WHY(WS-HIT)
           MOVE WS-OP-ID TO WS-BD-BY(WS-HIT)
           MOVE WS-SRC-FILE TO WS-BD-SOURCE(WS-HIT)

           PERFORM SET-KEPT-EXE
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p builds/" FUNCTION TRIM(WS-PROG) "/"
                  FUNCTION TRIM(WS-NEW-ID)
                  " && cp -p " QUOTE FUNCTION TRIM(WS-FROM-EXE) QUOTE
                  " " FUNCTION TRIM(WS-KEPT-EXE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: unable to keep the executable at "
                   FUNCTION TRIM(WS-KEPT-EXE)
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM SAVE-REGISTRY
           IF WS-FINAL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-BUILD-COUNT
               IF WS-BD-PROG(WS-I) = WS-PROG
                   AND WS-BD-CKSUM(WS-I) = WS-SRC-CKSUM
                   DISPLAY "NOTE: build " FUNCTION TRIM(WS-BD-ID(WS-I))
                       " was built from the same source"
               END-IF
           END-PERFORM
           MOVE WS-HIT TO WS-I
           MOVE SPACES TO WS-OLD-PREV-LINE
           PERFORM JOURNAL-CHANGE
           DISPLAY "REGISTERED " FUNCTION TRIM(WS-NEW-ID) " -- "
               FUNCTION TRIM(WS-PROG) " from "
               FUNCTION TRIM(WS-SRC-FILE) " (cksum "
               FUNCTION TRIM(WS-SRC-CKSUM) "), status TEST"

           *> Only a PROD build runs in production: if the new build
           *> was compiled in the folder, the PROD one goes back.
           MOVE WS-HIT TO WS-PREV
           PERFORM FIND-PROD
           IF WS-PROD = 0
               DISPLAY "NOTE: " FUNCTION TRIM(WS-PROG)
                   " has no PROD build yet -- buildreg PROMOTE "
                   FUNCTION TRIM(WS-NEW-ID)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROD TO WS-HIT
           PERFORM SET-KEPT-EXE
           MOVE SPACES TO WS-CMD
           STRING "cmp -s " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                  " " FUNCTION TRIM(WS-KEPT-EXE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           IF WS-RC-VAL NOT = 0
               MOVE WS-KEPT-EXE TO WS-FROM-EXE
               PERFORM INSTALL-EXE
               IF WS-RC-VAL NOT = 0
                   DISPLAY "ERROR: unable to put PROD build "
                       FUNCTION TRIM(WS-BD-ID(WS-PROD)) " back at "
                       FUNCTION TRIM(WS-LIVE-EXE)
                   MOVE 20 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  " FUNCTION TRIM(WS-LIVE-EXE)
                   " put back to PROD build "
                   FUNCTION TRIM(WS-BD-ID(WS-PROD))
           END-IF
           DISPLAY "  PROD stays " FUNCTION TRIM(WS-BD-ID(WS-PROD))
               " until buildreg PROMOTE " FUNCTION TRIM(WS-NEW-ID)
           .

       PROMOTE-BUILD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
               TO WS-NEW-ID
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BUILD-COUNT
               IF WS-BD-ID(WS-I) = WS-NEW-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "ERROR: no build " FUNCTION TRIM(WS-ARG2)
                   " on buildregistry.dat"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-STATUS(WS-HIT) NOT = "TEST"
               DISPLAY "ERROR: build " FUNCTION TRIM(WS-NEW-ID)
                   " is " FUNCTION TRIM(WS-BD-STATUS(WS-HIT))
                   " -- only a TEST build is promoted (ROLLBACK "
                   "returns to an earlier PROD build)"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BD-PROG(WS-HIT) TO WS-PROG
           PERFORM FIND-JOB
           IF WS-SEL = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PROG)
                   " is no longer in jobtable.dat"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "test -x ./smokecheck && test -x ./baselinecheck"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: PROMOTE needs smokecheck and "
                   "baselinecheck built at the root"
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-KEPT-EXE

           *> The candidate goes into the folder for the gate; what
           *> was there is set aside until the gate decides.
           MOVE SPACES TO WS-CMD
           STRING "test -f " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                  " && cp -p " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                  " " QUOTE FUNCTION TRIM(WS-LIVE-EXE) ".prepromote"
                  QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           IF WS-RC-VAL = 0
               MOVE "Y" TO WS-HAD-LIVE
           ELSE
               MOVE "N" TO WS-HAD-LIVE
           END-IF
           MOVE WS-KEPT-EXE TO WS-FROM-EXE
           PERFORM INSTALL-EXE
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: unable to install "
                   FUNCTION TRIM(WS-KEPT-EXE) " at "
                   FUNCTION TRIM(WS-LIVE-EXE)
               PERFORM RESTORE-LIVE-EXE
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           DISPLAY "===== PROMOTION GATE: " FUNCTION TRIM(WS-NEW-ID)
               " (" FUNCTION TRIM(WS-PROG) ") ====="
           MOVE SPACES TO WS-GATE
           MOVE SPACES TO WS-CMD
           STRING "BATCH_BUILD_ID=" FUNCTION TRIM(WS-NEW-ID)
                  " ./smokecheck " FUNCTION TRIM(WS-PROG)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD
           MOVE WS-RC-VAL TO WS-GATE-RC
           IF WS-RC-VAL NOT = 0
               MOVE "smokecheck" TO WS-GATE
           ELSE
               MOVE SPACES TO WS-CMD
               STRING "BATCH_BUILD_ID=" FUNCTION TRIM(WS-NEW-ID)
                      " ./baselinecheck " FUNCTION TRIM(WS-PROG)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               PERFORM RUN-CMD
               MOVE WS-RC-VAL TO WS-GATE-RC
               IF WS-RC-VAL NOT = 0
                   MOVE "baselinecheck" TO WS-GATE
               END-IF
           END-IF

           IF WS-GATE NOT = SPACES
               PERFORM RESTORE-LIVE-EXE
               DISPLAY "PROMOTION REFUSED: " FUNCTION TRIM(WS-NEW-ID)
                   " failed " FUNCTION TRIM(WS-GATE) " (exit "
                   FUNCTION TRIM(WS-GATE-RC) ") -- it stays TEST and "
                   FUNCTION TRIM(WS-LIVE-EXE) " is as it was"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(WS-LIVE-EXE)
                  ".prepromote" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           PERFORM RUN-CMD

           MOVE WS-HIT TO WS-PREV
           PERFORM FIND-PROD
           MOVE WS-PREV TO WS-I
           PERFORM FORMAT-REGISTRY-LINE
           MOVE WS-LINE TO WS-OLD-PREV-LINE
           IF WS-PROD > 0
               MOVE WS-PROD TO WS-I
               PERFORM FORMAT-REGISTRY-LINE
               MOVE WS-LINE TO WS-OLD-PROD-LINE
               MOVE "RETIRED" TO WS-BD-STATUS(WS-PROD)
               MOVE "SUPERSEDED" TO WS-BD-WHY(WS-PROD)
           END-IF
           MOVE "PROD" TO WS-BD-STATUS(WS-PREV)
           MOVE WS-STAMP(1:14) TO WS-BD-PROMOTED(WS-PREV)
           MOVE "-" TO WS-BD-WHY(WS-PREV)
           PERFORM SAVE-REGISTRY
           IF WS-FINAL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-BOTH
           DISPLAY "PROMOTED " FUNCTION TRIM(WS-NEW-ID) " -- "
               FUNCTION TRIM(WS-PROG) " now runs build "
               FUNCTION TRIM(WS-NEW-ID)
           IF WS-PROD > 0
               DISPLAY "  " FUNCTION TRIM(WS-BD-ID(WS-PROD))
                   " retired (superseded); buildreg ROLLBACK "
                   FUNCTION TRIM(WS-PROG) " returns to it"
           END-IF
           .

       RESTORE-LIVE-EXE.
           MOVE SPACES TO WS-CMD
           IF WS-HAD-LIVE = "Y"
               STRING "mv -f " QUOTE FUNCTION TRIM(WS-LIVE-EXE)
                      ".prepromote" QUOTE " "
                      QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           ELSE
               STRING "rm -f " QUOTE FUNCTION TRIM(WS-LIVE-EXE) QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
           END-IF
           PERFORM RUN-CMD
           .

       ROLLBACK-PROGRAM.
           MOVE WS-ARG2 TO WS-PROG
           PERFORM FIND-JOB
           IF WS-SEL = 0
               DISPLAY "ERROR: program '" FUNCTION TRIM(WS-ARG2)
                   "' is not in jobtable.dat"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROD
           IF WS-PROD = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PROG)
                   " has no PROD build to roll back"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           *> the previous PROD build: the latest promoted of those
           *> a later promotion superseded
           MOVE 0 TO WS-PREV
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BUILD-COUNT
               IF WS-BD-PROG(WS-I) = WS-PROG
                   AND WS-BD-STATUS(WS-I) = "RETIRED"
                   AND WS-BD-WHY(WS-I) = "SUPERSEDED"
                   IF WS-PREV = 0
                       MOVE WS-I TO WS-PREV
                   ELSE
                       IF WS-BD-PROMOTED(WS-I) >
                               WS-BD-PROMOTED(WS-PREV)
                           MOVE WS-I TO WS-PREV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PREV = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PROG)
                   " has no earlier PROD build to return to"
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV TO WS-HIT
           PERFORM SET-KEPT-EXE
           MOVE WS-KEPT-EXE TO WS-FROM-EXE
           PERFORM INSTALL-EXE
           IF WS-RC-VAL NOT = 0
               DISPLAY "ERROR: unable to put "
                   FUNCTION TRIM(WS-KEPT-EXE) " back at "
                   FUNCTION TRIM(WS-LIVE-EXE)
               MOVE 20 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV TO WS-I
           PERFORM FORMAT-REGISTRY-LINE
           MOVE WS-LINE TO WS-OLD-PREV-LINE
           MOVE WS-PROD TO WS-I
           PERFORM FORMAT-REGISTRY-LINE
           MOVE WS-LINE TO WS-OLD-PROD-LINE
           MOVE "RETIRED" TO WS-BD-STATUS(WS-PROD)
           MOVE "ROLLED-BACK" TO WS-BD-WHY(WS-PROD)
           MOVE "PROD" TO WS-BD-STATUS(WS-PREV)
           MOVE WS-STAMP(1:14) TO WS-BD-PROMOTED(WS-PREV)
           MOVE "-" TO WS-BD-WHY(WS-PREV)
           PERFORM SAVE-REGISTRY
           IF WS-FINAL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM JOURNAL-BOTH
           DISPLAY "ROLLED BACK " FUNCTION TRIM(WS-PROG) ": "
               FUNCTION TRIM(WS-BD-ID(WS-PROD)) " retired, "
               FUNCTION TRIM(WS-BD-ID(WS-PREV)) " is PROD again"
           .

       JOURNAL-BOTH.
           *> the build now PROD (WS-PREV) and, if there was one,
           *> the build it replaced (WS-PROD)
           MOVE WS-PREV TO WS-I
           PERFORM JOURNAL-CHANGE
           IF WS-PROD > 0
               MOVE WS-PROD TO WS-I
               MOVE WS-OLD-PROD-LINE TO WS-OLD-PREV-LINE
               PERFORM JOURNAL-CHANGE
           END-IF
           .

       JOURNAL-CHANGE.
           *> WS-I's build: WS-OLD-PREV-LINE before (spaces for a new
           *> build), its registry line now after
           PERFORM FORMAT-REGISTRY-LINE
           MOVE WS-BD-ID(WS-I) TO WS-JR-KEY
           MOVE WS-OLD-PREV-LINE TO WS-JR-BEFORE
           MOVE WS-LINE TO WS-JR-AFTER
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
