       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobhold.

      *> Operator job-hold queue. When a depot rings at 8pm to say
      *> "don't run our feed tonight, a corrected one is coming", the
      *> operator puts the job on hold here instead of editing
      *> jobtable.dat or remembering to kill it. daybatchdriver (the
      *> nightly run, its PLAN preview and CATCHUP runs alike) reads
      *> jobholds.dat at the repository root, leaves a held job out,
      *> skips every job that waits on it, and names the hold in its
      *> summary. The register is an append-only event log, the same
      *> custody-log idea as the legal-hold register:
      *>
      *>   stamp | HELD/SKIPPED/RELEASED | hold-id | job | program-id
      *>         | until | by | reason or note
      *>
      *> HELD is the operator placing the hold (until is the
      *> auto-release YYYYMMDDhhmmss, "-" for none); SKIPPED is
      *> daybatchdriver recording a job it left out because of the
      *> hold -- the held job itself or a dependent -- with the batch
      *> run id as "by" (intraday records the feeds it holds back
      *> the same way, under its run id); RELEASED is the operator
      *> letting it go. A hold whose auto-release time has passed is
      *> no longer in force: the next daybatchdriver run puts every
      *> job a batch left out because of it on the catch-up list, as
      *> RELEASE would, and closes it with a RELEASED event of its
      *> own ("by" the batch run id), so that happens once; a hold
      *> that kept nothing out is simply closed.
      *>
      *>   jobhold LIST [ALL]
      *>       holds in force (ALL: every hold on file, lapsed and
      *>       released ones too, with what each one kept out)
      *>   jobhold HOLD <job> <reason> [until]
      *>       hold a job, by number or program-id; until is
      *>       YYYYMMDD or YYYYMMDDhhmm; numbered JHnnnnn
      *>   jobhold RELEASE <job> [note]
      *>       release the job's hold; every job a batch left out
      *>       because of it goes on the catch-up list
      *>       (batchcatchup.txt) for the next
      *>       "daybatchdriver CATCHUP" -- a hold no batch has met
      *>       yet queues nothing, the job runs in the next batch
      *>
      *> HOLD and RELEASE need the OPERATOR role on the operator
      *> roster; the operator id comes from BATCH_OPERATOR and is kept
      *> on the event, and each change is journalled. Run from the
      *> repository root.
      *>
      *> Return codes: 0 done, 8 usage / refused / nothing to do,
      *> 20 register or catch-up list unwritable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "jobholds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-FS.

           *> Same catch-up list daybatchdriver writes at the cutoff
           *> and reads back under CATCHUP.
           SELECT CATCHUP-FILE
               ASSIGN TO "batchcatchup.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC                 PIC X(300).

       FD  CATCHUP-FILE.
       01  CATCHUP-REC.
           05  CU-JOBNO             PIC 9(3).
           05  FILLER               PIC X.
           05  CU-LABEL             PIC X(24).

       WORKING-STORAGE SECTION.
       78  MAX-HOLDS                VALUE 300.

       01  WS-HD-FS                 PIC XX.
       01  WS-CU-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG2                  PIC X(40).
       01  WS-ARG3                  PIC X(80).
       01  WS-ARG4                  PIC X(20).
       01  WS-STAMP                 PIC X(21).
       01  WS-NOW                   PIC X(14).

      *> register view: latest state per hold id
       01  WS-HOLD-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOLD-TAB.
           05  WS-HOLD OCCURS 300 TIMES.
               10  WS-HD-ID         PIC X(10).
               10  WS-HD-JOB        PIC 9(3).
               10  WS-HD-PROG       PIC X(20).
               10  WS-HD-UNTIL      PIC X(14).
               10  WS-HD-PLACED     PIC X(14).
               10  WS-HD-PLACED-BY  PIC X(10).
               10  WS-HD-REASON     PIC X(80).
               10  WS-HD-RELEASED   PIC X(14).
               10  WS-HD-RELEASE-BY PIC X(10).
               10  WS-HD-NOTE       PIC X(80).
               10  WS-HD-ACTIVE     PIC X.
               10  WS-HD-LINE       PIC X(300).
               10  WS-HD-SKIPS      PIC 9(5) COMP-5.
               10  WS-HD-LAST-SKIP  PIC X(15).
               10  WS-HD-SKIP-JOBS  PIC X(50).
       01  WS-MAX-ID                PIC 9(5) VALUE 0.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-SHOWN                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-SHOW-ALL              PIC X VALUE "N".
       01  WS-STATE                 PIC X(10).

       01  WS-E-STAMP               PIC X(14).
       01  WS-E-EVENT               PIC X(10).
       01  WS-E-ID                  PIC X(10).
       01  WS-E-JOB                 PIC X(4).
       01  WS-E-PROG                PIC X(20).
       01  WS-E-UNTIL               PIC X(14).
       01  WS-E-BY                  PIC X(15).
       01  WS-E-TEXT                PIC X(80).
       01  WS-E-JOBNO               PIC 9(3) COMP-5.

       01  WS-NEW-ID                PIC X(10).
       01  WS-ID-NUM                PIC 9(5).
       01  WS-JOBNO                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JOBNO-OUT             PIC 9(3).
       01  WS-UNTIL                 PIC X(14).
       01  WS-TALLY                 PIC 9(4) COMP-5.
       01  WS-CNT-OUT               PIC Z(4)9.
       01  WS-LIST-OUT              PIC X(200).
       01  WS-PTR                   PIC 9(4) COMP-5.

      *> catch-up queueing on RELEASE
       01  WS-QUEUED-TAB.
           05  WS-QUEUED OCCURS 50 TIMES PIC X.
       01  WS-QUEUE-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01  WS-LISTED-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-CU-VAL                PIC 9(3) COMP-5.

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
       01  WS-OP-PROGID             PIC X(20) VALUE "jobhold".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12) VALUE "OPERATOR".
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The images are the register
      *> lines either side of the change.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:14) TO WS-NOW
           MOVE SPACES TO WS-MODE WS-ARG2 WS-ARG3 WS-ARG4
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
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG4
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y"
               MOVE 0 TO NUM-JOBS
           END-IF

           EVALUATE WS-MODE
               WHEN "LIST"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
                           = "ALL"
                       MOVE "Y" TO WS-SHOW-ALL
                   END-IF
                   PERFORM LIST-HOLDS
               WHEN "HOLD"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM PLACE-HOLD
                   END-IF
               WHEN "RELEASE"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM RELEASE-HOLD
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: jobhold LIST [ALL]"
                   DISPLAY "       jobhold HOLD <job> <reason> "
                       "[YYYYMMDD[hhmm]]"
                   DISPLAY "       jobhold RELEASE <job> [note]"
                   MOVE 8 TO RETURN-CODE
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

       FIND-JOB.
           *> job number, or the program-id it runs
           MOVE 0 TO WS-JOBNO
           IF FUNCTION TRIM(WS-ARG2) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
               COMPUTE WS-JOBNO = FUNCTION NUMVAL(WS-ARG2)
               IF WS-JOBNO > NUM-JOBS
                   MOVE 0 TO WS-JOBNO
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-JOBNO > 0
               IF FUNCTION UPPER-CASE(WS-JOB-PROG(WS-I)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
                   MOVE WS-I TO WS-JOBNO
               END-IF
           END-PERFORM
           .

       BUILD-REGISTER-VIEW.
           MOVE 0 TO WS-HOLD-COUNT WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HD-FS NOT = "00"
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
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-JOB
               WS-E-PROG WS-E-UNTIL WS-E-BY WS-E-TEXT
           UNSTRING HOLD-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-JOB
                   WS-E-PROG WS-E-UNTIL WS-E-BY WS-E-TEXT
           END-UNSTRING
           IF WS-E-ID(1:2) = "JH" AND WS-E-ID(3:5) IS NUMERIC
               IF WS-E-ID(3:5) > WS-MAX-ID
                   MOVE WS-E-ID(3:5) TO WS-MAX-ID
               END-IF
           END-IF
           MOVE 0 TO WS-E-JOBNO
           IF FUNCTION TRIM(WS-E-JOB) IS NUMERIC
               COMPUTE WS-E-JOBNO = FUNCTION NUMVAL(WS-E-JOB)
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT OR WS-HIT > 0
               IF WS-HD-ID(WS-I) = WS-E-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           EVALUATE WS-E-EVENT
               WHEN "HELD"
                   IF WS-HIT = 0
                       IF WS-HOLD-COUNT >= MAX-HOLDS
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-HOLD-COUNT TO WS-HIT
                   END-IF
                   MOVE WS-E-ID TO WS-HD-ID(WS-HIT)
                   MOVE WS-E-JOBNO TO WS-HD-JOB(WS-HIT)
                   MOVE WS-E-PROG TO WS-HD-PROG(WS-HIT)
                   MOVE WS-E-UNTIL TO WS-HD-UNTIL(WS-HIT)
                   MOVE WS-E-STAMP TO WS-HD-PLACED(WS-HIT)
                   MOVE WS-E-BY TO WS-HD-PLACED-BY(WS-HIT)
                   MOVE WS-E-TEXT TO WS-HD-REASON(WS-HIT)
                   MOVE SPACES TO WS-HD-RELEASED(WS-HIT)
                       WS-HD-RELEASE-BY(WS-HIT) WS-HD-NOTE(WS-HIT)
                       WS-HD-LAST-SKIP(WS-HIT)
                   MOVE ALL "N" TO WS-HD-SKIP-JOBS(WS-HIT)
                   MOVE 0 TO WS-HD-SKIPS(WS-HIT)
                   MOVE "Y" TO WS-HD-ACTIVE(WS-HIT)
                   MOVE HOLD-REC TO WS-HD-LINE(WS-HIT)
               WHEN "SKIPPED"
                   IF WS-HIT = 0
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-HD-SKIPS(WS-HIT)
                   MOVE WS-E-BY TO WS-HD-LAST-SKIP(WS-HIT)
                   IF WS-E-JOBNO >= 1 AND WS-E-JOBNO <= 50
                       MOVE "Y" TO WS-HD-SKIP-JOBS(WS-HIT)(WS-E-JOBNO:1)
                   END-IF
               WHEN "RELEASED"
                   IF WS-HIT = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-E-STAMP TO WS-HD-RELEASED(WS-HIT)
                   MOVE WS-E-BY TO WS-HD-RELEASE-BY(WS-HIT)
                   MOVE WS-E-TEXT TO WS-HD-NOTE(WS-HIT)
                   MOVE "N" TO WS-HD-ACTIVE(WS-HIT)
                   MOVE HOLD-REC TO WS-HD-LINE(WS-HIT)
           END-EVALUATE
           .

       SET-HOLD-STATE.
           *> WS-I's hold: IN FORCE, LAPSED (auto-release passed) or
           *> RELEASED
           EVALUATE TRUE
               WHEN WS-HD-ACTIVE(WS-I) NOT = "Y"
                   MOVE "RELEASED" TO WS-STATE
               WHEN WS-HD-UNTIL(WS-I) NOT = "-"
                   AND WS-HD-UNTIL(WS-I) NOT = SPACES
                   AND WS-HD-UNTIL(WS-I) <= WS-NOW
                   MOVE "LAPSED" TO WS-STATE
               WHEN OTHER
                   MOVE "IN FORCE" TO WS-STATE
           END-EVALUATE
           .

       LIST-HOLDS.
           PERFORM BUILD-REGISTER-VIEW
           IF WS-SHOW-ALL = "Y"
               DISPLAY "===== JOB-HOLD QUEUE (all holds) ====="
           ELSE
               DISPLAY "===== JOB-HOLD QUEUE (holds in force) ====="
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               PERFORM SET-HOLD-STATE
               IF WS-STATE = "IN FORCE" OR WS-SHOW-ALL = "Y"
                   ADD 1 TO WS-SHOWN
                   PERFORM SHOW-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (no holds)"
           END-IF
           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " hold(s) shown"
           .

       SHOW-ONE-HOLD.
           MOVE WS-HD-JOB(WS-I) TO WS-JOBNO-OUT
           DISPLAY "  " WS-HD-ID(WS-I) " " WS-STATE " job "
               WS-JOBNO-OUT " " FUNCTION TRIM(WS-HD-PROG(WS-I))
               "  " FUNCTION TRIM(WS-HD-REASON(WS-I))
           IF WS-HD-UNTIL(WS-I) = "-" OR WS-HD-UNTIL(WS-I) = SPACES
               DISPLAY "      held " WS-HD-PLACED(WS-I)(1:8) " "
                   WS-HD-PLACED(WS-I)(9:4) " by "
                   FUNCTION TRIM(WS-HD-PLACED-BY(WS-I))
                   ", until released"
           ELSE
               DISPLAY "      held " WS-HD-PLACED(WS-I)(1:8) " "
                   WS-HD-PLACED(WS-I)(9:4) " by "
                   FUNCTION TRIM(WS-HD-PLACED-BY(WS-I))
                   ", auto-release " WS-HD-UNTIL(WS-I)(1:8) " "
                   WS-HD-UNTIL(WS-I)(9:4)
           END-IF
           IF WS-HD-SKIPS(WS-I) > 0
               PERFORM BUILD-SKIP-LIST
               DISPLAY "      kept out of "
                   FUNCTION TRIM(WS-HD-LAST-SKIP(WS-I))
                   " (latest): jobs " FUNCTION TRIM(WS-LIST-OUT)
           END-IF
           IF WS-HD-ACTIVE(WS-I) NOT = "Y"
               DISPLAY "      released " WS-HD-RELEASED(WS-I)(1:8)
                   " " WS-HD-RELEASED(WS-I)(9:4) " by "
                   FUNCTION TRIM(WS-HD-RELEASE-BY(WS-I))
                   "  " FUNCTION TRIM(WS-HD-NOTE(WS-I))
           END-IF
           .

       BUILD-SKIP-LIST.
           MOVE SPACES TO WS-LIST-OUT
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 50
               IF WS-HD-SKIP-JOBS(WS-I)(WS-J:1) = "Y"
                   MOVE WS-J TO WS-JOBNO-OUT
                   IF WS-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO WS-LIST-OUT WITH POINTER WS-PTR
                       END-STRING
                   END-IF
                   STRING WS-JOBNO-OUT DELIMITED BY SIZE
                       INTO WS-LIST-OUT WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM
           .

       PLACE-HOLD.
           PERFORM FIND-JOB
           IF WS-JOBNO = 0
               DISPLAY "ERROR: HOLD needs a job number or program-id "
                   "from jobtable.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG3) = SPACES
               DISPLAY "ERROR: HOLD needs a reason"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-ARG3 TALLYING WS-TALLY FOR ALL "|"
           IF WS-TALLY > 0
               DISPLAY "ERROR: '|' is not allowed in the reason"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           *> auto-release: a date alone means the start of that day
           MOVE "-" TO WS-UNTIL
           IF FUNCTION TRIM(WS-ARG4) NOT = SPACES
               PERFORM SET-UNTIL
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM BUILD-REGISTER-VIEW
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-JOB(WS-I) = WS-JOBNO
                   PERFORM SET-HOLD-STATE
                   IF WS-STATE = "IN FORCE"
                       DISPLAY "ERROR: "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-JOBNO))
                           " is already held ("
                           FUNCTION TRIM(WS-HD-ID(WS-I))
                           ") -- RELEASE it first"
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-ID-NUM = WS-MAX-ID + 1
           MOVE SPACES TO WS-NEW-ID
           STRING "JH" WS-ID-NUM DELIMITED BY SIZE INTO WS-NEW-ID
           END-STRING
           MOVE WS-JOBNO TO WS-JOBNO-OUT

           MOVE SPACES TO HOLD-REC
           STRING WS-NOW
                  " | HELD | " FUNCTION TRIM(WS-NEW-ID)
                  " | " WS-JOBNO-OUT
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-JOBNO))
                  " | " FUNCTION TRIM(WS-UNTIL)
                  " | " FUNCTION TRIM(WS-OP-ID)
                  " | " FUNCTION TRIM(WS-ARG3)
               DELIMITED BY SIZE INTO HOLD-REC
           END-STRING
           MOVE SPACES TO WS-JR-BEFORE
           PERFORM APPEND-EVENT
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "HELD " FUNCTION TRIM(WS-JOB-LABEL(WS-JOBNO))
               " (job " WS-JOBNO-OUT ") as " FUNCTION TRIM(WS-NEW-ID)
           IF WS-UNTIL = "-"
               DISPLAY "  until released (jobhold RELEASE "
                   WS-JOBNO-OUT ")"
           ELSE
               DISPLAY "  auto-release " WS-UNTIL(1:8) " "
                   WS-UNTIL(9:4)
           END-IF
           PERFORM LIST-DEPENDENTS
           .

       SET-UNTIL.
           MOVE FUNCTION TRIM(WS-ARG4) TO WS-UNTIL
           EVALUATE TRUE
               WHEN FUNCTION STORED-CHAR-LENGTH(WS-ARG4) = 8
                   AND WS-ARG4(1:8) IS NUMERIC
                   MOVE "000000" TO WS-UNTIL(9:6)
               WHEN FUNCTION STORED-CHAR-LENGTH(WS-ARG4) = 12
                   AND WS-ARG4(1:12) IS NUMERIC
                   MOVE "00" TO WS-UNTIL(13:2)
               WHEN OTHER
                   MOVE SPACES TO WS-UNTIL
           END-EVALUATE
           IF WS-UNTIL = SPACES
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-UNTIL(1:8))) NOT = 0
               OR WS-UNTIL(9:2) > "23" OR WS-UNTIL(11:2) > "59"
               DISPLAY "ERROR: auto-release must be YYYYMMDD or "
                   "YYYYMMDDhhmm"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-UNTIL <= WS-NOW
               DISPLAY "ERROR: auto-release " WS-UNTIL(1:12)
                   " is already past"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       LIST-DEPENDENTS.
           *> direct dependents only -- the batch follows the chain
           *> the rest of the way
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-JOBS
               MOVE 0 TO WS-TALLY
               IF WS-JOB-PREREQS(WS-I) NOT = SPACES
                   PERFORM TEST-PREREQ-LIST
               END-IF
               IF WS-JOB-COND(WS-I) NOT = SPACES
                   MOVE SPACES TO WS-E-JOB
                   UNSTRING WS-JOB-COND(WS-I) DELIMITED BY ":"
                       INTO WS-E-JOB
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-E-JOB) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-E-JOB) = WS-JOBNO
                           MOVE 1 TO WS-TALLY
                       END-IF
                   END-IF
               END-IF
               IF WS-TALLY > 0
                   DISPLAY "  waits on it, skipped too: "
                       FUNCTION TRIM(WS-JOB-LABEL(WS-I))
               END-IF
           END-PERFORM
           .

       TEST-PREREQ-LIST.
           *> comma-separated job numbers, as daybatchdriver reads
           *> them
           MOVE SPACES TO WS-LIST-OUT
           MOVE WS-JOB-PREREQS(WS-I) TO WS-LIST-OUT
           INSPECT WS-LIST-OUT REPLACING ALL "," BY " "
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > 20 OR WS-TALLY > 0
               MOVE SPACES TO WS-E-JOB
               UNSTRING WS-LIST-OUT DELIMITED BY ALL SPACE
                   INTO WS-E-JOB WITH POINTER WS-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-E-JOB) IS NUMERIC
                   AND FUNCTION TRIM(WS-E-JOB) NOT = SPACES
                   IF FUNCTION NUMVAL(WS-E-JOB) = WS-JOBNO
                       MOVE 1 TO WS-TALLY
                   END-IF
               END-IF
           END-PERFORM
           .

       RELEASE-HOLD.
           PERFORM FIND-JOB
           IF WS-JOBNO = 0
               DISPLAY "ERROR: RELEASE needs a job number or "
                   "program-id from jobtable.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-ARG3 TALLYING WS-TALLY FOR ALL "|"
           IF WS-TALLY > 0
               DISPLAY "ERROR: '|' is not allowed in the note"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           *> the job's latest hold not yet released; a lapsed one
           *> can still be closed off
           PERFORM BUILD-REGISTER-VIEW
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-JOB(WS-I) = WS-JOBNO
                   AND WS-HD-ACTIVE(WS-I) = "Y"
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "ERROR: "
                   FUNCTION TRIM(WS-JOB-LABEL(WS-JOBNO))
                   " is not held"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-ID(WS-HIT) TO WS-NEW-ID
           MOVE WS-JOBNO TO WS-JOBNO-OUT

           MOVE SPACES TO HOLD-REC
           STRING WS-NOW
                  " | RELEASED | " FUNCTION TRIM(WS-NEW-ID)
                  " | " WS-JOBNO-OUT
                  " | " FUNCTION TRIM(WS-HD-PROG(WS-HIT))
                  " | " FUNCTION TRIM(WS-HD-UNTIL(WS-HIT))
                  " | " FUNCTION TRIM(WS-OP-ID)
                  " | " FUNCTION TRIM(WS-ARG3)
               DELIMITED BY SIZE INTO HOLD-REC
           END-STRING
           MOVE WS-HD-LINE(WS-HIT) TO WS-JR-BEFORE
           PERFORM APPEND-EVENT
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RELEASED " FUNCTION TRIM(WS-NEW-ID) " on "
               FUNCTION TRIM(WS-JOB-LABEL(WS-JOBNO))

           IF WS-HD-SKIPS(WS-HIT) = 0
               DISPLAY "  no batch has left it out yet -- it runs in "
                   "the next scheduled batch"
               EXIT PARAGRAPH
           END-IF
           PERFORM QUEUE-FOR-CATCHUP
           .

       QUEUE-FOR-CATCHUP.
           *> Every job a batch left out because of this hold -- the
           *> job and what waited on it -- goes on the catch-up list,
           *> unless it is on there already.
           MOVE ALL "N" TO WS-QUEUED-TAB
           MOVE 0 TO WS-LISTED-COUNT WS-QUEUE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT CATCHUP-FILE
           IF WS-CU-FS = "00"
               PERFORM UNTIL EOF
                   READ CATCHUP-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF CU-JOBNO IS NUMERIC
                               MOVE CU-JOBNO TO WS-CU-VAL
                               IF WS-CU-VAL >= 1 AND WS-CU-VAL <= 50
                                   MOVE "Y" TO WS-QUEUED(WS-CU-VAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATCHUP-FILE
           END-IF

           OPEN EXTEND CATCHUP-FILE
           IF WS-CU-FS NOT = "00"
               OPEN OUTPUT CATCHUP-FILE
           END-IF
           IF WS-CU-FS NOT = "00"
               DISPLAY "ERROR: Unable to write batchcatchup.txt "
                   "(file status " WS-CU-FS ") -- queue the jobs "
                   "by hand"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               IF WS-HD-SKIP-JOBS(WS-HIT)(WS-J:1) = "Y"
                   IF WS-QUEUED(WS-J) = "Y"
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY "  already on the catch-up list: "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-J))
                   ELSE
                       MOVE SPACES TO CATCHUP-REC
                       MOVE WS-J TO CU-JOBNO
                       MOVE WS-JOB-LABEL(WS-J) TO CU-LABEL
                       WRITE CATCHUP-REC
                       ADD 1 TO WS-QUEUE-COUNT
                       DISPLAY "  queued for catch-up: "
                           FUNCTION TRIM(WS-JOB-LABEL(WS-J))
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CATCHUP-FILE
           MOVE WS-QUEUE-COUNT TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " job(s) queued -- run "
               "daybatchdriver CATCHUP to run them"
           .

       APPEND-EVENT.
           *> HOLD-REC holds the new event; WS-JR-BEFORE the line it
           *> supersedes (spaces for a new hold).
           MOVE HOLD-REC TO WS-JR-AFTER
           OPEN EXTEND HOLD-FILE
           IF WS-HD-FS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HD-FS NOT = "00"
               DISPLAY "ERROR: unable to update jobholds.dat (file "
                   "status " WS-HD-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JR-AFTER TO HOLD-REC
           WRITE HOLD-REC
           CLOSE HOLD-FILE
           MOVE WS-NEW-ID TO WS-JR-KEY
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           MOVE 0 TO RETURN-CODE
           .
