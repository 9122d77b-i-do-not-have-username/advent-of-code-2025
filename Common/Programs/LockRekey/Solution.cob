       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockrekey.

      *> Combination re-keying generator for the locksmith. Given a
      *> lock, its dial size, where the dial rests now and the new
      *> combination, works out the shortest L/R instruction line for
      *> each number (the nearer way round; R on a dead heat, and a
      *> full turn when the dial already sits on the number, since a
      *> lock only takes a number it is turned onto), then replays the
      *> lines through day1part1's dial math before anything is
      *> printed -- every line must land on its number or nothing is
      *> written. Two files land in the repository root:
      *>
      *>   rekey-<lock-id>.txt   the locksmith's work sheet
      *>   rekey-<lock-id>.feed  the same lines in day1part2's
      *>                         multi-lock feed format,
      *>                         "<lock-id>,<L|R><distance>", so
      *>                         day1part2 takes the lock's dial from
      *>                         the lock master; the sheet gives the
      *>                         exact day1part2 command line, with
      *>                         the rest position and modulus for a
      *>                         lock the master does not carry
      *>
      *>   lockrekey <lock-id> <combination> [modulus] [rest]
      *>
      *> The combination is the numbers in dialing order separated by
      *> "-" or "," (for example 12-34-5). Modulus and rest, when not
      *> given, come from the lock's entry on the lock master
      *> (lockmaster.idx, see Common/Programs/LockMaster), then from
      *> DIAL-MODULUS/DIAL-START in siteparams.dat, then the standard
      *> 100-position dial resting at 50. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-MASTER
               ASSIGN TO "lockmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOCKID
               FILE STATUS IS WS-LM-FS.

           SELECT SHEET-FILE
               ASSIGN TO DYNAMIC WS-SHEET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-FS.

           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-MASTER.
       01  LOCK-MASTER-REC.
           05  LM-LOCKID            PIC X(64).
           05  LM-MODULUS           PIC 9(9).
           05  LM-START             PIC 9(9).
           05  LM-LOCATION          PIC X(40).
           05  LM-INSTALL-DATE      PIC X(8).
           05  LM-UPDATED           PIC X(8).

       FD  SHEET-FILE.
       01  SHEET-REC                PIC X(132).

       FD  FEED-FILE.
       01  FEED-REC                 PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-LM-FS                 PIC XX.
       01  WS-SH-FS                 PIC XX.
       01  WS-FD-FS                 PIC XX.

       01  WS-ARG-ID                PIC X(64).
       01  WS-ARG-COMBO             PIC X(200).
       01  WS-ARG-MOD               PIC X(20).
       01  WS-ARG-REST              PIC X(20).

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       01  WS-MODULUS               PIC S9(9) COMP-5 VALUE 100.
       01  WS-REST                  PIC S9(9) COMP-5 VALUE 50.
       01  WS-SOURCE                PIC X(20) VALUE "standard dial".
       01  WS-LOCATION              PIC X(40) VALUE SPACES.
       01  WS-ON-MASTER             PIC X VALUE "N".
           88  ON-LOCK-MASTER              VALUE "Y".
       01  WS-MASTER-MOD            PIC S9(9) COMP-5 VALUE 0.
       01  WS-MASTER-REST           PIC S9(9) COMP-5 VALUE 0.

      *> One entry per combination number: the instruction chosen for
      *> it and where the replay says the dial ends up.
       78  MAX-COMBO                VALUE 20.
       01  WS-COMBO-TAB.
           05  WS-CB-ENT OCCURS 20 TIMES.
               10  WS-CB-NUMBER     PIC S9(9) COMP-5.
               10  WS-CB-DIR        PIC X.
               10  WS-CB-DIST       PIC S9(9) COMP-5.
               10  WS-CB-LANDS      PIC S9(9) COMP-5.
               10  WS-CB-ZEROS      PIC S9(18) COMP-5.
       01  WS-NUM-COMBO             PIC 9(3) COMP-5 VALUE 0.
       01  WS-I                     PIC 9(3) COMP-5.
       01  WS-PTR                   PIC 9(4) COMP-5.
       01  WS-TOKEN                 PIC X(20).
       01  WS-NUM-TEXT              PIC X(9) JUSTIFIED RIGHT.
       01  WS-VALID                 PIC X VALUE "Y".
           88  ARGS-VALID                  VALUE "Y".
       01  WS-CHECK                 PIC X VALUE "Y".
           88  REPLAY-OK                   VALUE "Y".

       01  WS-DIAL                  PIC S9(9)  COMP-5.
       01  WS-RIGHT                 PIC S9(9)  COMP-5.
       01  WS-LEFT                  PIC S9(9)  COMP-5.
       01  WS-TEMP                  PIC S9(18) COMP-5.
       01  WS-RESID                 PIC S9(9)  COMP-5.
       01  WS-ADD                   PIC S9(18) COMP-5.
       01  WS-TOT-CLICKS            PIC S9(18) COMP-5 VALUE 0.
       01  WS-TOT-RESTS             PIC S9(18) COMP-5 VALUE 0.
       01  WS-TOT-PASSES            PIC S9(18) COMP-5 VALUE 0.

       01  WS-FILE-ID               PIC X(64).
       01  WS-SHEET-NAME            PIC X(100).
       01  WS-FEED-NAME             PIC X(100).
       01  WS-OUT-LINE              PIC X(132).
       01  WS-STAMP                 PIC X(21).
       01  WS-STEP-OUT              PIC Z9.
       01  WS-NUM-OUT               PIC Z(8)9.
       01  WS-DIST-OUT              PIC Z(8)9.
       01  WS-LANDS-OUT             PIC Z(8)9.
       01  WS-MOD-OUT               PIC Z(8)9.
       01  WS-REST-OUT              PIC Z(8)9.
       01  WS-TOT-OUT               PIC Z(17)9.
       01  WS-INSTR                 PIC X(20).
       01  WS-FEED-LINE             PIC X(90).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ID
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-COMBO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-COMBO
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MOD
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-REST FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REST
           END-ACCEPT

           IF FUNCTION TRIM(WS-ARG-ID) = SPACES
               OR FUNCTION TRIM(WS-ARG-COMBO) = SPACES
               DISPLAY "USAGE: lockrekey <lock-id> <combination> "
                   "[modulus] [rest]"
               DISPLAY "       combination is the numbers in dialing "
                   "order, e.g. 12-34-5"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PTR
           INSPECT WS-ARG-ID TALLYING WS-PTR FOR ALL ","
           IF WS-PTR > 0
               DISPLAY "ERROR: a lock id cannot contain a comma -- "
                   "day1part2 reads up to the first comma as the id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-DIAL-SETTINGS
           PERFORM PARSE-COMBINATION
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PLAN-INSTRUCTIONS
           PERFORM REPLAY-INSTRUCTIONS
           IF NOT REPLAY-OK
               DISPLAY "ERROR: generated instructions do not replay "
                   "onto the combination -- nothing written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-FEED
           PERFORM WRITE-WORK-SHEET
           STOP RUN
           .

       LOAD-DIAL-SETTINGS.
           *> Fleet default first, then the lock's own master entry,
           *> then whatever the command line says.
           MOVE "DIAL-MODULUS" TO WS-SP-KEY
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               COMPUTE WS-MODULUS = FUNCTION NUMVAL(WS-SP-VALUE)
               MOVE "siteparams.dat" TO WS-SOURCE
           END-IF
           MOVE "DIAL-START" TO WS-SP-KEY
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               COMPUTE WS-REST = FUNCTION NUMVAL(WS-SP-VALUE)
               MOVE "siteparams.dat" TO WS-SOURCE
           END-IF

           OPEN INPUT LOCK-MASTER
           IF WS-LM-FS = "00"
               MOVE WS-ARG-ID TO LM-LOCKID
               READ LOCK-MASTER
                   INVALID KEY
                       DISPLAY "NOTE: lock " FUNCTION TRIM(WS-ARG-ID)
                           " is not on the lock master"
                   NOT INVALID KEY
                       IF LM-MODULUS IS NUMERIC AND LM-MODULUS > 1
                           AND LM-START IS NUMERIC
                           MOVE LM-MODULUS TO WS-MODULUS
                           MOVE LM-START TO WS-REST
                           SET ON-LOCK-MASTER TO TRUE
                           MOVE LM-MODULUS TO WS-MASTER-MOD
                           MOVE LM-START TO WS-MASTER-REST
                           MOVE LM-LOCATION TO WS-LOCATION
                           MOVE "lock master" TO WS-SOURCE
                       END-IF
               END-READ
               CLOSE LOCK-MASTER
           END-IF

           IF FUNCTION TRIM(WS-ARG-MOD) NOT = SPACES
               MOVE WS-ARG-MOD TO WS-TOKEN
               PERFORM CHECK-WHOLE-NUMBER
               IF ARGS-VALID
                   MOVE WS-NUM-TEXT TO WS-MODULUS
                   MOVE "command line" TO WS-SOURCE
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-ARG-REST) NOT = SPACES
               MOVE WS-ARG-REST TO WS-TOKEN
               PERFORM CHECK-WHOLE-NUMBER
               IF ARGS-VALID
                   MOVE WS-NUM-TEXT TO WS-REST
                   MOVE "command line" TO WS-SOURCE
               END-IF
           END-IF

           IF WS-MODULUS < 2
               DISPLAY "ERROR: a dial needs at least 2 positions"
               MOVE "N" TO WS-VALID
           END-IF
           IF WS-REST < 0 OR WS-REST NOT < WS-MODULUS
               MOVE WS-REST TO WS-REST-OUT
               MOVE WS-MODULUS TO WS-MOD-OUT
               DISPLAY "ERROR: rest position "
                   FUNCTION TRIM(WS-REST-OUT) " is off a "
                   FUNCTION TRIM(WS-MOD-OUT) "-position dial"
               MOVE "N" TO WS-VALID
           END-IF
           .

       CHECK-WHOLE-NUMBER.
           *> WS-TOKEN must be a plain whole number of up to 9 digits;
           *> WS-NUM-TEXT comes back zero-filled.
           MOVE FUNCTION TRIM(WS-TOKEN) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR FUNCTION TRIM(WS-TOKEN) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN)) > 9
               DISPLAY "ERROR: '" FUNCTION TRIM(WS-TOKEN)
                   "' is not a whole number"
               MOVE "N" TO WS-VALID
           END-IF
           .

       PARSE-COMBINATION.
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > FUNCTION LENGTH(WS-ARG-COMBO)
                   OR WS-ARG-COMBO(WS-PTR:) = SPACES
                   OR NOT ARGS-VALID
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-ARG-COMBO DELIMITED BY "-" OR ","
                   INTO WS-TOKEN
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-NUM-COMBO >= MAX-COMBO
                   DISPLAY "ERROR: more than " MAX-COMBO
                       " numbers in the combination"
                   MOVE "N" TO WS-VALID
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-WHOLE-NUMBER
               IF ARGS-VALID
                   ADD 1 TO WS-NUM-COMBO
                   MOVE WS-NUM-TEXT TO WS-CB-NUMBER(WS-NUM-COMBO)
                   IF WS-CB-NUMBER(WS-NUM-COMBO) NOT < WS-MODULUS
                       MOVE WS-MODULUS TO WS-MOD-OUT
                       DISPLAY "ERROR: combination number "
                           FUNCTION TRIM(WS-TOKEN) " is off a "
                           FUNCTION TRIM(WS-MOD-OUT) "-position dial"
                       MOVE "N" TO WS-VALID
                   END-IF
               END-IF
           END-PERFORM
           IF ARGS-VALID AND WS-NUM-COMBO = 0
               DISPLAY "ERROR: no combination numbers given"
               MOVE "N" TO WS-VALID
           END-IF
           .

       PLAN-INSTRUCTIONS.
           *> The nearer way round to each number in turn.
           MOVE WS-REST TO WS-DIAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-COMBO
               COMPUTE WS-RIGHT = FUNCTION MOD(
                   WS-CB-NUMBER(WS-I) - WS-DIAL, WS-MODULUS)
               COMPUTE WS-LEFT = FUNCTION MOD(
                   WS-DIAL - WS-CB-NUMBER(WS-I), WS-MODULUS)
               EVALUATE TRUE
                   WHEN WS-RIGHT = 0
                       MOVE "R" TO WS-CB-DIR(WS-I)
                       MOVE WS-MODULUS TO WS-CB-DIST(WS-I)
                   WHEN WS-LEFT < WS-RIGHT
                       MOVE "L" TO WS-CB-DIR(WS-I)
                       MOVE WS-LEFT TO WS-CB-DIST(WS-I)
                   WHEN OTHER
                       MOVE "R" TO WS-CB-DIR(WS-I)
                       MOVE WS-RIGHT TO WS-CB-DIST(WS-I)
               END-EVALUATE
               MOVE WS-CB-NUMBER(WS-I) TO WS-DIAL
           END-PERFORM
           .

       REPLAY-INSTRUCTIONS.
           *> Same arithmetic day1part1 applies to each feed line, and
           *> day1part2's count of clicks that land on 0, so the sheet
           *> carries the figures the nightly run will report.
           MOVE "Y" TO WS-CHECK
           MOVE WS-REST TO WS-DIAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-COMBO
               IF WS-CB-DIR(WS-I) = "L"
                   COMPUTE WS-TEMP = WS-DIAL - WS-CB-DIST(WS-I)
                   COMPUTE WS-RESID = FUNCTION MOD(WS-DIAL, WS-MODULUS)
               ELSE
                   COMPUTE WS-TEMP = WS-DIAL + WS-CB-DIST(WS-I)
                   COMPUTE WS-RESID = FUNCTION MOD(
                       WS-MODULUS - WS-DIAL, WS-MODULUS)
               END-IF
               IF WS-RESID = 0
                   COMPUTE WS-ADD = WS-CB-DIST(WS-I) / WS-MODULUS
               ELSE
                   IF WS-CB-DIST(WS-I) < WS-RESID
                       MOVE 0 TO WS-ADD
                   ELSE
                       COMPUTE WS-ADD = 1 +
                           ((WS-CB-DIST(WS-I) - WS-RESID) / WS-MODULUS)
                   END-IF
               END-IF
               MOVE WS-ADD TO WS-CB-ZEROS(WS-I)
               ADD WS-ADD TO WS-TOT-PASSES

               COMPUTE WS-TEMP = FUNCTION MOD(WS-TEMP, WS-MODULUS)
               IF WS-TEMP < 0
                   COMPUTE WS-TEMP = WS-TEMP + WS-MODULUS
               END-IF
               MOVE WS-TEMP TO WS-DIAL
               MOVE WS-DIAL TO WS-CB-LANDS(WS-I)
               IF WS-DIAL = 0
                   ADD 1 TO WS-TOT-RESTS
               END-IF
               ADD WS-CB-DIST(WS-I) TO WS-TOT-CLICKS
               IF WS-CB-LANDS(WS-I) NOT = WS-CB-NUMBER(WS-I)
                   MOVE "N" TO WS-CHECK
               END-IF
           END-PERFORM
           .

       BUILD-FILE-NAMES.
           *> The lock id goes into the file names with anything that
           *> is not a plain name character turned into "_".
           MOVE FUNCTION TRIM(WS-ARG-ID) TO WS-FILE-ID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-ID)) TO WS-PTR
           INSPECT WS-FILE-ID(1:WS-PTR) REPLACING ALL "/" BY "_"
                                        ALL " " BY "_"
                                        ALL QUOTE BY "_"
                                        ALL "'" BY "_"
           MOVE SPACES TO WS-SHEET-NAME WS-FEED-NAME
           STRING "rekey-" FUNCTION TRIM(WS-FILE-ID) ".txt"
               DELIMITED BY SIZE INTO WS-SHEET-NAME
           END-STRING
           STRING "rekey-" FUNCTION TRIM(WS-FILE-ID) ".feed"
               DELIMITED BY SIZE INTO WS-FEED-NAME
           END-STRING
           .

       BUILD-INSTRUCTION.
           MOVE WS-CB-DIST(WS-I) TO WS-DIST-OUT
           MOVE SPACES TO WS-INSTR
           STRING WS-CB-DIR(WS-I) FUNCTION TRIM(WS-DIST-OUT)
               DELIMITED BY SIZE INTO WS-INSTR
           END-STRING
           .

       WRITE-FEED.
           PERFORM BUILD-FILE-NAMES
           OPEN OUTPUT FEED-FILE
           IF WS-FD-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-FEED-NAME)
                   " (file status " WS-FD-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-COMBO
               PERFORM BUILD-INSTRUCTION
               MOVE SPACES TO WS-FEED-LINE
               STRING FUNCTION TRIM(WS-ARG-ID) "," FUNCTION TRIM(WS-INSTR)
                   DELIMITED BY SIZE INTO WS-FEED-LINE
               END-STRING
               WRITE FEED-REC FROM WS-FEED-LINE
           END-PERFORM
           CLOSE FEED-FILE
           .

       WRITE-WORK-SHEET.
           OPEN OUTPUT SHEET-FILE
           IF WS-SH-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-SHEET-NAME)
                   " (file status " WS-SH-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "LOCK RE-KEYING WORK SHEET -- " WS-STAMP(1:8)
                  " (" WS-STAMP(9:4) ")"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE

           MOVE WS-MODULUS TO WS-MOD-OUT
           MOVE WS-REST TO WS-REST-OUT
           MOVE SPACES TO WS-OUT-LINE
           STRING "LOCK " FUNCTION TRIM(WS-ARG-ID)
                  "   DIAL " FUNCTION TRIM(WS-MOD-OUT) " POSITIONS"
                  "   RESTING AT " FUNCTION TRIM(WS-REST-OUT)
                  "   (from " FUNCTION TRIM(WS-SOURCE) ")"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           IF WS-LOCATION NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING "LOCATION " FUNCTION TRIM(WS-LOCATION)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               WRITE SHEET-REC FROM WS-OUT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           WRITE SHEET-REC FROM WS-OUT-LINE

           MOVE "STEP  TURN       NUMBER    LANDS ON  PASSES 0  CHECK"
               TO WS-OUT-LINE
           WRITE SHEET-REC FROM WS-OUT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-COMBO
               PERFORM BUILD-INSTRUCTION
               MOVE WS-I TO WS-STEP-OUT
               MOVE WS-CB-NUMBER(WS-I) TO WS-NUM-OUT
               MOVE WS-CB-LANDS(WS-I) TO WS-LANDS-OUT
               MOVE WS-CB-ZEROS(WS-I) TO WS-DIST-OUT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  " WS-STEP-OUT "  " WS-INSTR(1:10)
                      WS-NUM-OUT " " WS-LANDS-OUT " " WS-DIST-OUT
                      "  OK"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               WRITE SHEET-REC FROM WS-OUT-LINE
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           WRITE SHEET-REC FROM WS-OUT-LINE
           MOVE WS-TOT-CLICKS TO WS-TOT-OUT
           MOVE SPACES TO WS-OUT-LINE
           STRING "TOTAL CLICKS " FUNCTION TRIM(WS-TOT-OUT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           MOVE WS-TOT-RESTS TO WS-TOT-OUT
           MOVE SPACES TO WS-OUT-LINE
           STRING "DAY1PART1 ZERO RESTS " FUNCTION TRIM(WS-TOT-OUT)
               "   (day1part1's count for these turns on this dial)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           MOVE WS-TOT-PASSES TO WS-TOT-OUT
           MOVE SPACES TO WS-OUT-LINE
           STRING "DAY1PART2 ZERO PASSES " FUNCTION TRIM(WS-TOT-OUT)
               "   (day1part2's answer for the feed on this dial)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           WRITE SHEET-REC FROM WS-OUT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "FEED FILE " FUNCTION TRIM(WS-FEED-NAME)
                  "   (" FUNCTION TRIM(WS-ARG-ID)
                  ",<turn> lines -- day1part2's multi-lock form)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           PERFORM WRITE-RUN-LINE
           CLOSE SHEET-FILE

           DISPLAY "RE-KEY WORK SHEET: " FUNCTION TRIM(WS-SHEET-NAME)
           MOVE WS-NUM-COMBO TO WS-NUM-OUT
           DISPLAY "RE-KEY FEED: " FUNCTION TRIM(WS-FEED-NAME) " ("
               FUNCTION TRIM(WS-NUM-OUT) " line(s), every line "
               "replays onto its number)"
           .

       WRITE-RUN-LINE.
           *> day1part2 takes a lock on the master at the master's
           *> dial; the start and modulus words only set the dial for
           *> a lock it does not find there. Either way the line below
           *> replays the sheet, unless the dial here was overridden
           *> away from the lock's master entry.
           MOVE WS-MODULUS TO WS-MOD-OUT
           MOVE WS-REST TO WS-REST-OUT
           MOVE SPACES TO WS-OUT-LINE
           STRING "RUN FROM Day 02/Puzzle 01:  day1part2 ../../"
                  FUNCTION TRIM(WS-FEED-NAME) ' "" '
                  FUNCTION TRIM(WS-REST-OUT) " "
                  FUNCTION TRIM(WS-MOD-OUT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           WRITE SHEET-REC FROM WS-OUT-LINE
           IF ON-LOCK-MASTER
               AND (WS-MASTER-MOD NOT = WS-MODULUS
                    OR WS-MASTER-REST NOT = WS-REST)
               MOVE WS-MASTER-MOD TO WS-MOD-OUT
               MOVE WS-MASTER-REST TO WS-REST-OUT
               MOVE SPACES TO WS-OUT-LINE
               STRING "NOT READY TO RUN -- the lock master holds this "
                      "lock at " FUNCTION TRIM(WS-MOD-OUT)
                      " positions resting at " FUNCTION TRIM(WS-REST-OUT)
                      ", which day1part2 will use;"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               WRITE SHEET-REC FROM WS-OUT-LINE
               MOVE "    change the lock's master entry first (lockmaster)"
                   TO WS-OUT-LINE
               WRITE SHEET-REC FROM WS-OUT-LINE
               DISPLAY "WARNING: dial given differs from the lock "
                   "master entry -- see the work sheet"
           END-IF
           .
