       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlinq.

      *> Inquiry and point-in-time rebuild over the maintenance
      *> journal jrnlwrite keeps (maintjournal.dat at the repository
      *> root; see Common/Programs/JournalWriter for the layout).
      *>
      *>   jrnlinq KEY <program-id> <key> [from-YYYYMMDD]
      *>           [to-YYYYMMDD]
      *>       every change to one record -- "*" as the program-id
      *>       matches the key under any program; a work order's
      *>       key is its run date and 5-digit line number run
      *>       together, a certification's the program-id and run
      *>       date with a space between, a splitter's its 9-digit
      *>       row and column run together, a junction box's its
      *>       x, y and z as signed 10-character fields
      *>   jrnlinq OPERATOR <operator-id> [from-YYYYMMDD]
      *>           [to-YYYYMMDD]
      *>       everything one operator changed in the window
      *>   jrnlinq REBUILD <program-id> <as-of-YYYYMMDD>
      *>       the master as it stood at the end of the as-of day
      *>
      *> REBUILD works back from the master as it stands now: the
      *> before image of the first journalled change to a record
      *> AFTER the as-of day is what that record held on the day
      *> (spaces meaning it did not exist yet), and a record with
      *> no later change is unchanged. So the journal needs no
      *> starting snapshot -- anything changed since journalling
      *> began can be wound back. Supported for the masters that are
      *> rewritten in place: depotmaint (depotmaster.dat), polymaster
      *> (polygonmaster.dat), and the indexed masters womaster
      *> (womaster.idx), lockmaster (lockmaster.idx), splittermaster
      *> (splittermaster.idx) and jboxmaster (jboxmaster.idx), each
      *> written out as a line-sequential record image. The output
      *> lands in <master>.asof.<date>.dat beside the live file,
      *> which is never touched. quarantine, siteparamset and certify keep
      *> their own dated registers, so KEY and OPERATOR cover them.
      *>
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO "maintjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FS.

           SELECT DEPOT-FILE
               ASSIGN TO "depotmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-FS.

           SELECT POLY-FILE
               ASSIGN TO "polygonmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-FS.

           SELECT WO-MASTER-FILE
               ASSIGN TO "womaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WM-KEY
               FILE STATUS IS WS-MF-FS.

           SELECT LOCK-MASTER-FILE
               ASSIGN TO "lockmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOCKID
               FILE STATUS IS WS-MF-FS.

           SELECT SPLIT-MASTER-FILE
               ASSIGN TO "splittermaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-MF-FS.

           SELECT JBOX-MASTER-FILE
               ASSIGN TO "jboxmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JB-KEY
               FILE STATUS IS WS-MF-FS.

           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  JR-PROGRAM-ID        PIC X(20).
           05  FILLER               PIC X.
           05  JR-ACTION            PIC X(12).
           05  FILLER               PIC X.
           05  JR-OPERATOR          PIC X(10).
           05  FILLER               PIC X.
           05  JR-KEY               PIC X(60).
           05  FILLER               PIC X.
           05  JR-PART              PIC 9(3).
           05  JR-PART-SEP          PIC X.
           05  JR-PARTS             PIC 9(3).
           05  FILLER               PIC X.
           05  JR-BEFORE            PIC X(500).
           05  FILLER               PIC X.
           05  JR-AFTER             PIC X(500).

       FD  DEPOT-FILE.
       01  DEPOT-REC                PIC X(200).

       FD  POLY-FILE.
       01  POLY-REC                 PIC X(256).

       FD  WO-MASTER-FILE.
       01  WO-MASTER-REC.
           05  WM-KEY.
               10  WM-RUN-DATE      PIC X(8).
               10  WM-LINE-NO       PIC 9(5).
           05  WM-STATUS            PIC X(10).
           05  WM-STATUS-DATE       PIC X(8).
           05  WM-PRESSES           PIC 9(3).
           05  WM-BUTTONS           PIC X(600).

       FD  LOCK-MASTER-FILE.
       01  LOCK-MASTER-REC.
           05  LM-LOCKID            PIC X(64).
           05  FILLER               PIC X(74).

       FD  SPLIT-MASTER-FILE.
       01  SPLIT-MASTER-REC.
           05  SM-KEY               PIC X(18).
           05  FILLER               PIC X(49).

       FD  JBOX-MASTER-FILE.
       01  JBOX-MASTER-REC.
           05  JB-KEY               PIC X(30).
           05  FILLER               PIC X(70).

       FD  OUT-FILE.
       01  OUT-REC                  PIC X(700).

       WORKING-STORAGE SECTION.
       78  PART-SIZE                VALUE 500.
       78  MAX-SETTLED              VALUE 5000.

       01  WS-JR-FS                 PIC XX.
       01  WS-MF-FS                 PIC XX.
       01  WS-OUT-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG2                  PIC X(60).
       01  WS-ARG3                  PIC X(60).
       01  WS-ARG4                  PIC X(20).
       01  WS-ARG5                  PIC X(20).
       01  WS-FROM                  PIC X(8) VALUE "00000000".
       01  WS-TO                    PIC X(8) VALUE "99999999".
       01  WS-AS-OF                 PIC X(8).
       01  WS-OUT-NAME              PIC X(120) VALUE SPACES.

      *> the event being assembled from its journal part records
       01  WS-EV-STAMP              PIC X(14).
       01  WS-EV-PROGRAM-ID         PIC X(20).
       01  WS-EV-ACTION             PIC X(12).
       01  WS-EV-OPERATOR           PIC X(10).
       01  WS-EV-KEY                PIC X(60).
       01  WS-EV-BEFORE             PIC X(16000).
       01  WS-EV-AFTER              PIC X(16000).
       01  WS-EV-COUNT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-POS                   PIC 9(5) COMP-5.
       01  WS-SHOWN                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.

      *> image display in 100-character slices
       01  WS-IMG-LEN               PIC 9(5) COMP-5.
       01  WS-IMG-POS               PIC 9(5) COMP-5.
       01  WS-IMG-LABEL             PIC X(10).

      *> REBUILD: the first change after the as-of day per key
       01  WS-SET-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-SETTLED-TAB.
           05  WS-SETTLED OCCURS 5000 TIMES.
               10  WS-S-KEY         PIC X(60).
               10  WS-S-EVENT       PIC 9(9) COMP-5.
       01  WS-S-NEXT                PIC 9(5) COMP-5.
       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-HIT                   PIC 9(5) COMP-5.
       01  WS-REC-KEY               PIC X(60).
       01  WS-TOKEN                 PIC X(60).
       01  WS-SKIPPING              PIC X VALUE "N".
           88  SKIPPING-BLOCK              VALUE "Y".
       01  WS-LINE                  PIC X(256).
       01  WS-PTR                   PIC 9(5) COMP-5.
       01  WS-KEPT                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESTORED              PIC 9(9) COMP-5 VALUE 0.
       01  WS-DROPPED               PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
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
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG5
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "KEY"
                   IF FUNCTION TRIM(WS-ARG2) = SPACES
                       OR FUNCTION TRIM(WS-ARG3) = SPACES
                       DISPLAY "ERROR: KEY needs a program-id and "
                           "a record key"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LOAD-WINDOW
                       IF RETURN-CODE = 0
                           PERFORM LIST-CHANGES
                       END-IF
                   END-IF
               WHEN "OPERATOR"
                   IF FUNCTION TRIM(WS-ARG2) = SPACES
                       DISPLAY "ERROR: OPERATOR needs an operator id"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       *> the window sits one word earlier here
                       MOVE WS-ARG4 TO WS-ARG5
                       MOVE WS-ARG3 TO WS-ARG4
                       PERFORM LOAD-WINDOW
                       IF RETURN-CODE = 0
                           PERFORM LIST-CHANGES
                       END-IF
                   END-IF
               WHEN "REBUILD"
                   PERFORM REBUILD-MASTER
               WHEN OTHER
                   DISPLAY "USAGE: jrnlinq KEY <program-id> <key> "
                       "[from-YYYYMMDD] [to-YYYYMMDD]"
                   DISPLAY "       jrnlinq OPERATOR <operator-id> "
                       "[from-YYYYMMDD] [to-YYYYMMDD]"
                   DISPLAY "       jrnlinq REBUILD <program-id> "
                       "<as-of-YYYYMMDD>"
           END-EVALUATE
           STOP RUN
           .

       LOAD-WINDOW.
           *> The window is inclusive at both ends; either end may be
           *> left off.
           IF FUNCTION TRIM(WS-ARG4) NOT = SPACES
               IF FUNCTION TRIM(WS-ARG4) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG4)) = 8
                   MOVE FUNCTION TRIM(WS-ARG4) TO WS-FROM
               ELSE
                   DISPLAY "ERROR: from-date must be YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-ARG5) NOT = SPACES
               IF FUNCTION TRIM(WS-ARG5) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARG5)) = 8
                   MOVE FUNCTION TRIM(WS-ARG5) TO WS-TO
               ELSE
                   DISPLAY "ERROR: to-date must be YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .

      *> ---------------------------------------------------------
      *> Journal reading: part records are folded into one event,
      *> and the event handed on once its last part is in.
      *> ---------------------------------------------------------
       READ-JOURNAL-EVENT.
           *> Leaves the next whole event in WS-EV-*, or sets EOF.
           MOVE SPACES TO WS-EV-BEFORE WS-EV-AFTER
           PERFORM UNTIL EOF
               READ JOURNAL-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF JR-PART IS NUMERIC AND JR-PARTS IS NUMERIC
                           AND JR-PART >= 1 AND JR-PART <= 32
                           IF JR-PART = 1
                               MOVE SPACES TO WS-EV-BEFORE
                                   WS-EV-AFTER
                               MOVE JR-STAMP      TO WS-EV-STAMP
                               MOVE JR-PROGRAM-ID TO WS-EV-PROGRAM-ID
                               MOVE JR-ACTION     TO WS-EV-ACTION
                               MOVE JR-OPERATOR   TO WS-EV-OPERATOR
                               MOVE JR-KEY        TO WS-EV-KEY
                           END-IF
                           COMPUTE WS-POS =
                               (JR-PART - 1) * PART-SIZE + 1
                           MOVE JR-BEFORE
                               TO WS-EV-BEFORE(WS-POS:PART-SIZE)
                           MOVE JR-AFTER
                               TO WS-EV-AFTER(WS-POS:PART-SIZE)
                           IF JR-PART >= JR-PARTS
                               ADD 1 TO WS-EV-COUNT
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       OPEN-JOURNAL.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-EV-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JR-FS NOT = "00"
               DISPLAY "No changes on file (maintjournal.dat not "
                   "found)"
               SET EOF TO TRUE
           END-IF
           .

      *> ---------------------------------------------------------
      *> KEY / OPERATOR inquiry
      *> ---------------------------------------------------------
       LIST-CHANGES.
           IF WS-MODE = "KEY"
               DISPLAY "===== MAINTENANCE JOURNAL: "
                   FUNCTION TRIM(WS-ARG2) " "
                   FUNCTION TRIM(WS-ARG3) " ====="
           ELSE
               DISPLAY "===== MAINTENANCE JOURNAL: operator "
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
                   " ====="
           END-IF
           IF WS-FROM NOT = "00000000" OR WS-TO NOT = "99999999"
               DISPLAY "  window " WS-FROM " to " WS-TO
           END-IF

           PERFORM OPEN-JOURNAL
           IF EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               PERFORM READ-JOURNAL-EVENT
               IF NOT EOF
                   PERFORM SELECT-ONE-EVENT
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE

           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " change(s) shown"
           .

       SELECT-ONE-EVENT.
           IF WS-EV-STAMP(1:8) < WS-FROM
               OR WS-EV-STAMP(1:8) > WS-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "KEY"
               IF FUNCTION TRIM(WS-ARG2) NOT = "*"
                   AND FUNCTION TRIM(WS-EV-PROGRAM-ID) NOT =
                       FUNCTION TRIM(WS-ARG2)
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(WS-EV-KEY) NOT =
                       FUNCTION TRIM(WS-ARG3)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-OPERATOR))
                       NOT = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ARG2))
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-SHOWN
           DISPLAY " "
           DISPLAY WS-EV-STAMP " " FUNCTION TRIM(WS-EV-PROGRAM-ID)
               " " FUNCTION TRIM(WS-EV-ACTION)
               " by " FUNCTION TRIM(WS-EV-OPERATOR)
               "  key " FUNCTION TRIM(WS-EV-KEY)
           MOVE "  BEFORE: " TO WS-IMG-LABEL
           PERFORM SHOW-BEFORE-IMAGE
           MOVE "  AFTER:  " TO WS-IMG-LABEL
           PERFORM SHOW-AFTER-IMAGE
           .

       SHOW-BEFORE-IMAGE.
           IF WS-EV-BEFORE = SPACES
               DISPLAY WS-IMG-LABEL "(none)"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EV-BEFORE TRAILING))
               TO WS-IMG-LEN
           PERFORM VARYING WS-IMG-POS FROM 1 BY 100
                   UNTIL WS-IMG-POS > WS-IMG-LEN
               DISPLAY WS-IMG-LABEL
                   FUNCTION TRIM(WS-EV-BEFORE(WS-IMG-POS:100) TRAILING)
               MOVE SPACES TO WS-IMG-LABEL
           END-PERFORM
           .

       SHOW-AFTER-IMAGE.
           IF WS-EV-AFTER = SPACES
               DISPLAY WS-IMG-LABEL "(none)"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EV-AFTER TRAILING))
               TO WS-IMG-LEN
           PERFORM VARYING WS-IMG-POS FROM 1 BY 100
                   UNTIL WS-IMG-POS > WS-IMG-LEN
               DISPLAY WS-IMG-LABEL
                   FUNCTION TRIM(WS-EV-AFTER(WS-IMG-POS:100) TRAILING)
               MOVE SPACES TO WS-IMG-LABEL
           END-PERFORM
           .

      *> ---------------------------------------------------------
      *> REBUILD
      *> ---------------------------------------------------------
       REBUILD-MASTER.
           MOVE FUNCTION TRIM(WS-ARG3) TO WS-AS-OF
           IF FUNCTION TRIM(WS-ARG3) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG3)) NOT = 8
               DISPLAY "ERROR: REBUILD needs a program-id and an "
                   "as-of date YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-ARG2) TO WS-ARG2
           MOVE SPACES TO WS-OUT-NAME
           EVALUATE WS-ARG2
               WHEN "depotmaint"
                   STRING "depotmaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN "polymaster"
                   STRING "polygonmaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN "womaster"
                   STRING "womaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN "lockmaster"
                   STRING "lockmaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN "splittermaster"
                   STRING "splittermaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN "jboxmaster"
                   STRING "jboxmaster.asof." WS-AS-OF ".dat"
                       DELIMITED BY SIZE INTO WS-OUT-NAME
                   END-STRING
               WHEN OTHER
                   DISPLAY "ERROR: REBUILD covers depotmaint, "
                       "polymaster, womaster, lockmaster, "
                       "splittermaster and jboxmaster -- "
                       FUNCTION TRIM(WS-ARG2)
                       " keeps its own dated register"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FIND-SETTLED-KEYS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT OUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-OUT-NAME)
                   " (file status " WS-OUT-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ARG2
               WHEN "depotmaint"
                   PERFORM COPY-DEPOT-MASTER
               WHEN "polymaster"
                   PERFORM COPY-POLY-MASTER
               WHEN "womaster"
                   PERFORM COPY-WO-MASTER
               WHEN "lockmaster"
                   PERFORM COPY-LOCK-MASTER
               WHEN "splittermaster"
                   PERFORM COPY-SPLIT-MASTER
               WHEN "jboxmaster"
                   PERFORM COPY-JBOX-MASTER
           END-EVALUATE
           PERFORM WRITE-BEFORE-IMAGES
           CLOSE OUT-FILE

           DISPLAY "REBUILT " FUNCTION TRIM(WS-ARG2)
               " master as of " WS-AS-OF " into "
               FUNCTION TRIM(WS-OUT-NAME)
           MOVE WS-KEPT TO WS-CNT-OUT
           DISPLAY "  " FUNCTION TRIM(WS-CNT-OUT)
               " record(s) unchanged since"
           MOVE WS-RESTORED TO WS-CNT-OUT
           DISPLAY "  " FUNCTION TRIM(WS-CNT-OUT)
               " record(s) wound back to their before image"
           MOVE WS-DROPPED TO WS-CNT-OUT
           DISPLAY "  " FUNCTION TRIM(WS-CNT-OUT)
               " record(s) added since, left out"
           .

       FIND-SETTLED-KEYS.
           *> Pass 1: the first change after the as-of day to each
           *> key decides what that key held on the day.
           PERFORM OPEN-JOURNAL
           PERFORM UNTIL EOF
               PERFORM READ-JOURNAL-EVENT
               IF NOT EOF
                   IF FUNCTION TRIM(WS-EV-PROGRAM-ID) = WS-ARG2
                       AND WS-EV-STAMP(1:8) > WS-AS-OF
                       PERFORM SETTLE-ONE-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-JR-FS = "00" OR WS-JR-FS = "10"
               CLOSE JOURNAL-FILE
           END-IF
           .

       SETTLE-ONE-KEY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SET-COUNT OR WS-HIT > 0
               IF WS-S-KEY(WS-I) = WS-EV-KEY
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SET-COUNT >= MAX-SETTLED
               DISPLAY "ERROR: more than " MAX-SETTLED
                   " records changed since the as-of date"
               MOVE 16 TO RETURN-CODE
               SET EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SET-COUNT
           MOVE WS-EV-KEY   TO WS-S-KEY(WS-SET-COUNT)
           MOVE WS-EV-COUNT TO WS-S-EVENT(WS-SET-COUNT)
           .

       CHECK-SETTLED.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SET-COUNT OR WS-HIT > 0
               IF WS-S-KEY(WS-I) = WS-REC-KEY
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           .

       COPY-DEPOT-MASTER.
           *> Pass 2: every record nobody has touched since the
           *> as-of day goes across as it stands, comments included.
           MOVE "N" TO WS-EOF
           OPEN INPUT DEPOT-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ DEPOT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-DEPOT
               END-READ
           END-PERFORM
           CLOSE DEPOT-FILE
           .

       COPY-ONE-DEPOT.
           IF DEPOT-REC = SPACES OR DEPOT-REC(1:1) = "*"
               MOVE DEPOT-REC TO OUT-REC
               WRITE OUT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-KEY
           UNSTRING DEPOT-REC DELIMITED BY "|" INTO WS-REC-KEY
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-REC-KEY) TO WS-REC-KEY
           PERFORM CHECK-SETTLED
           IF WS-HIT = 0
               ADD 1 TO WS-KEPT
               MOVE DEPOT-REC TO OUT-REC
               WRITE OUT-REC
           END-IF
           .

       COPY-POLY-MASTER.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-SKIPPING
           OPEN INPUT POLY-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ POLY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-POLY-LINE
               END-READ
           END-PERFORM
           CLOSE POLY-FILE
           .

       COPY-ONE-POLY-LINE.
           *> A settled parcel's whole block -- header, vertices and
           *> the blank terminator -- is left for pass 3 to write.
           IF POLY-REC(1:7) = "PARCEL "
               MOVE SPACES TO WS-TOKEN
               UNSTRING POLY-REC(8:) DELIMITED BY " " INTO WS-TOKEN
               END-UNSTRING
               MOVE WS-TOKEN TO WS-REC-KEY
               PERFORM CHECK-SETTLED
               IF WS-HIT > 0
                   SET SKIPPING-BLOCK TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-SKIPPING
               ADD 1 TO WS-KEPT
           END-IF
           IF SKIPPING-BLOCK
               IF POLY-REC = SPACES
                   MOVE "N" TO WS-SKIPPING
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE POLY-REC TO OUT-REC
           WRITE OUT-REC
           .

       COPY-WO-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT WO-MASTER-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ WO-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE WM-KEY TO WS-REC-KEY
                       PERFORM CHECK-SETTLED
                       IF WS-HIT = 0
                           ADD 1 TO WS-KEPT
                           MOVE WO-MASTER-REC TO OUT-REC
                           WRITE OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WO-MASTER-FILE
           .

       COPY-LOCK-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOCK-MASTER-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ LOCK-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE LM-LOCKID TO WS-REC-KEY
                       PERFORM CHECK-SETTLED
                       IF WS-HIT = 0
                           ADD 1 TO WS-KEPT
                           MOVE LOCK-MASTER-REC TO OUT-REC
                           WRITE OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCK-MASTER-FILE
           .

       COPY-SPLIT-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT SPLIT-MASTER-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ SPLIT-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SM-KEY TO WS-REC-KEY
                       PERFORM CHECK-SETTLED
                       IF WS-HIT = 0
                           ADD 1 TO WS-KEPT
                           MOVE SPLIT-MASTER-REC TO OUT-REC
                           WRITE OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPLIT-MASTER-FILE
           .

       COPY-JBOX-MASTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT JBOX-MASTER-FILE
           IF WS-MF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ JBOX-MASTER-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE JB-KEY TO WS-REC-KEY
                       PERFORM CHECK-SETTLED
                       IF WS-HIT = 0
                           ADD 1 TO WS-KEPT
                           MOVE JBOX-MASTER-REC TO OUT-REC
                           WRITE OUT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JBOX-MASTER-FILE
           .

       WRITE-BEFORE-IMAGES.
           *> Pass 3: the settled events, met again in journal order,
           *> supply the as-of image of each key they settled.
           IF WS-SET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-S-NEXT
           PERFORM OPEN-JOURNAL
           PERFORM UNTIL EOF OR WS-S-NEXT > WS-SET-COUNT
               PERFORM READ-JOURNAL-EVENT
               IF NOT EOF
                   AND WS-EV-COUNT = WS-S-EVENT(WS-S-NEXT)
                   PERFORM WRITE-ONE-BEFORE-IMAGE
                   ADD 1 TO WS-S-NEXT
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       WRITE-ONE-BEFORE-IMAGE.
           IF WS-EV-BEFORE = SPACES
               ADD 1 TO WS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RESTORED
           EVALUATE WS-ARG2
               WHEN "polymaster"
                   *> header and vertex lines were joined by ";"
                   MOVE 1 TO WS-PTR
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-EV-BEFORE TRAILING))
                       TO WS-IMG-LEN
                   PERFORM UNTIL WS-PTR > WS-IMG-LEN
                       MOVE SPACES TO WS-LINE
                       UNSTRING WS-EV-BEFORE DELIMITED BY ";"
                           INTO WS-LINE
                           WITH POINTER WS-PTR
                       END-UNSTRING
                       MOVE WS-LINE TO OUT-REC
                       WRITE OUT-REC
                   END-PERFORM
                   MOVE SPACES TO OUT-REC
                   WRITE OUT-REC
               WHEN OTHER
                   MOVE WS-EV-BEFORE TO OUT-REC
                   WRITE OUT-REC
           END-EVALUATE
           .
