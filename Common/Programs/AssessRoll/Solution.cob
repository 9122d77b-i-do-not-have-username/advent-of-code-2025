       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. assessroll.

      *> Assessment roll for the estates office, in place of copying
      *> day9part2's areas into a spreadsheet and rating them by hand.
      *> Runs day9part2 over the night's parcel feed (net area of
      *> each polygon: its BEST RECTANGLE less any HOLE AREA deducted
      *> for it) and polyverify over the same feed (which registered
      *> parcel each polygon is), joins the two on polygon number,
      *> and rates every MATCHED or CHANGED parcel through its class:
      *>
      *>   assessroll <input-file> [YYYYMMDD roll date]
      *>
      *> The input file is named as day9part2 sees it from its own
      *> folder (same as clusterreport); polyverify is run from the
      *> repository root against the same file.
      *>
      *> assessrates.dat at the repository root, owned by the estates
      *> office:
      *>   CLASS <class> <rate per square unit> <minimum charge> [text]
      *>   PARCEL <parcel-id> <class>
      *>   DEFAULT <class>
      *> Charge is area times rate, rounded to the cent, never below
      *> the class minimum. A parcel with no PARCEL line takes the
      *> DEFAULT class; with neither it is listed as unclassed and not
      *> billed.
      *>
      *> assessroll.dat keeps each parcel's last billed area and charge
      *> (and the ones before that, so a rerun of the same roll date
      *> still compares against the previous roll). A CHANGED parcel
      *> prints its old area, new area and the charge difference on
      *> the roll and carries them on the extract, so a boundary
      *> change is never billed silently. Output:
      *>   assessroll.<date>.txt  printable roll
      *>   assessroll.<date>.dat  billing extract
      *>     H  roll date, source feed
      *>     D  parcel, class, status, area, rate, charge, minimum
      *>        flag, old area, old charge, difference
      *>     T  parcel count, charge total, difference total
      *> Feed polygons polyverify calls NEW, registered parcels MISSING
      *> from the feed and unclassed parcels are listed on the roll's
      *> not-billed page and exit 4. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-OUT
               ASSIGN TO DYNAMIC WS-TMPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FS.

           SELECT RATE-FILE
               ASSIGN TO "assessrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FS.

           SELECT HIST-FILE
               ASSIGN TO "assessroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

           SELECT ROLL-FILE
               ASSIGN TO DYNAMIC WS-ROLL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-OUT.
       01  JOB-OUT-REC              PIC X(1024).

       FD  RATE-FILE.
       01  RATE-REC                 PIC X(200).

       FD  HIST-FILE.
       01  HIST-REC.
           05  AH-PARCEL            PIC X(20).
           05  FILLER               PIC X.
           05  AH-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  AH-AREA              PIC 9(15).
           05  FILLER               PIC X.
           05  AH-CHARGE            PIC 9(15)V99.
           05  FILLER               PIC X.
           05  AH-PRIOR-SW          PIC X.
           05  FILLER               PIC X.
           05  AH-PRIOR-AREA        PIC 9(15).
           05  FILLER               PIC X.
           05  AH-PRIOR-CHARGE      PIC 9(15)V99.

       FD  ROLL-FILE.
       01  ROLL-REC                 PIC X(132).

       FD  EXTRACT-FILE.
       01  EXT-HEADER.
           05  EH-TYPE              PIC X.
           05  EH-ROLL-DATE         PIC X(8).
           05  EH-SOURCE            PIC X(12).
           05  EH-FEED              PIC X(100).
       01  EXT-DETAIL.
           05  ED-TYPE              PIC X.
           05  ED-PARCEL            PIC X(20).
           05  ED-CLASS             PIC X(8).
           05  ED-STATUS            PIC X(7).
           05  ED-AREA              PIC 9(15).
           05  ED-RATE              PIC 9(5)V9(4).
           05  ED-CHARGE            PIC 9(15)V99.
           05  ED-MIN-FLAG          PIC X.
           05  ED-OLD-AREA          PIC 9(15).
           05  ED-OLD-CHARGE        PIC 9(15)V99.
           05  ED-DIFF              PIC S9(15)V99
                                        SIGN LEADING SEPARATE.
       01  EXT-TRAILER.
           05  ET-TYPE              PIC X.
           05  ET-COUNT             PIC 9(6).
           05  ET-CHARGES           PIC 9(17)V99.
           05  ET-DIFF              PIC S9(17)V99
                                        SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-JOB-FS                PIC XX.
       01  WS-RATE-FS               PIC XX.
       01  WS-HIST-FS               PIC XX.
       01  WS-ROLL-FS               PIC XX.
       01  WS-EXT-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-FILEARG               PIC X(256) VALUE SPACES.
       01  WS-ROOT-FEED             PIC X(300) VALUE SPACES.
       01  WS-ARG2                  PIC X(20).
       01  WS-ROLL-DATE             PIC X(8).
       01  WS-STAMP                 PIC X(21).
       01  WS-TMPFILE               PIC X(80) VALUE SPACES.
       01  WS-CMD                   PIC X(700) VALUE SPACES.
       01  WS-ROLL-NAME             PIC X(80) VALUE SPACES.
       01  WS-EXT-NAME              PIC X(80) VALUE SPACES.

      *> Set by pathguard before WS-FILEARG is quoted into WS-CMD.
       01  WS-PATH-OK               PIC X VALUE "Y".
           88  PATH-OK                     VALUE "Y".

       01  WS-JOB-PROG              PIC X(20).
       01  WS-JOB-LINES             PIC 9(9) COMP-5 VALUE 0.
       01  WS-T1                    PIC X(40).
       01  WS-T2                    PIC X(40).
       01  WS-T3                    PIC X(40).
       01  WS-T4                    PIC X(40).
       01  WS-T5                    PIC X(40).
       01  WS-T6                    PIC X(40).
       01  WS-NUM-TEXT              PIC X(40).
       01  WS-NUM                   PIC 9(9) COMP-5.

      *> Rate classes and parcel-to-class assignments.
       78  MAX-CLASSES              VALUE 100.
       01  WS-CLASS-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-CLASS-TAB.
           05  WS-CLASS-ENT OCCURS 100 TIMES.
               10  WS-CL-CODE       PIC X(8).
               10  WS-CL-RATE       PIC 9(5)V9(4).
               10  WS-CL-MIN        PIC 9(13)V99.
       78  MAX-ASSIGNS              VALUE 2000.
       01  WS-ASSIGN-COUNT          PIC 9(5) COMP-5 VALUE 0.
       01  WS-ASSIGN-TAB.
           05  WS-ASSIGN-ENT OCCURS 2000 TIMES.
               10  WS-AS-PARCEL     PIC X(20).
               10  WS-AS-CLASS      PIC X(8).
       01  WS-DEFAULT-CLASS         PIC X(8) VALUE SPACES.
       01  WS-RATE-LINE-NO          PIC 9(5) COMP-5 VALUE 0.
       01  WS-RATE-BAD              PIC X VALUE "N".
           88  RATE-BAD                    VALUE "Y".

      *> Feed polygons, by day9part2/polyverify polygon number.
       78  MAX-POLYS                VALUE 2000.
       01  WS-POLY-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-POLY-TAB.
           05  WS-POLY-ENT OCCURS 2000 TIMES.
               10  WS-PY-AREA       PIC S9(15) COMP-3.
               10  WS-PY-HAVE-AREA  PIC X.
               10  WS-PY-STATUS     PIC X(7).
               10  WS-PY-PARCEL     PIC X(20).
       01  WS-MISSING-COUNT         PIC 9(5) COMP-5 VALUE 0.
       01  WS-MISSING-TAB.
           05  WS-MISSING-ID OCCURS 2000 TIMES PIC X(20).

      *> Last billed area and charge per parcel, carried forward.
       78  MAX-HIST                 VALUE 2000.
       01  WS-HIST-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-HIST-TAB.
           05  WS-HIST-ENT OCCURS 2000 TIMES.
               10  WS-HS-PARCEL     PIC X(20).
               10  WS-HS-DATE       PIC X(8).
               10  WS-HS-AREA       PIC 9(15).
               10  WS-HS-CHARGE     PIC 9(15)V99.
               10  WS-HS-PRIOR-SW   PIC X.
               10  WS-HS-PRIOR-AREA PIC 9(15).
               10  WS-HS-PRIOR-CHG  PIC 9(15)V99.

       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-K                     PIC 9(5) COMP-5.
       01  WS-CL                    PIC 9(5) COMP-5.
       01  WS-H                     PIC 9(5) COMP-5.
       01  WS-CLASS                 PIC X(8).

       01  WS-CHARGE                PIC S9(15)V99 COMP-3.
       01  WS-MIN-FLAG              PIC X.
       01  WS-OLD-SW                PIC X.
           88  HAVE-OLD                    VALUE "Y".
       01  WS-OLD-AREA              PIC 9(15).
       01  WS-OLD-CHARGE            PIC 9(15)V99.
       01  WS-DIFF                  PIC S9(15)V99 COMP-3.

       01  WS-BILLED                PIC 9(6) VALUE 0.
       01  WS-CHANGED               PIC 9(6) VALUE 0.
       01  WS-NEW                   PIC 9(6) VALUE 0.
       01  WS-UNCLASSED             PIC 9(6) VALUE 0.
       01  WS-NOT-BILLED            PIC 9(6) VALUE 0.
       01  WS-TOTAL-CHARGE          PIC S9(17)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-DIFF            PIC S9(17)V99 COMP-3 VALUE 0.

       01  WS-AREA-OUT              PIC Z(14)9.
       01  WS-AREA-OUT2             PIC Z(14)9.
       01  WS-RATE-OUT              PIC Z(4)9.9999.
       01  WS-AMT-OUT               PIC Z(14)9.99.
       01  WS-AMT-OUT2              PIC Z(14)9.99.
       01  WS-DIFF-OUT              PIC +(15)9.99.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-POLY-OUT              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILEARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FILEARG
           END-ACCEPT
           IF WS-FILEARG = SPACES
               DISPLAY "USAGE: assessroll <input-file> [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "pathguard" USING WS-FILEARG WS-PATH-OK
           IF NOT PATH-OK
               DISPLAY "ERROR: file argument contains a character that "
                   "is not allowed there"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-ROLL-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
                               AND FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-ARG2)) = 8
                           MOVE FUNCTION TRIM(WS-ARG2) TO WS-ROLL-DATE
                       ELSE
                           DISPLAY "ERROR: roll date must be YYYYMMDD"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-ACCEPT

           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-HISTORY
           PERFORM RUN-AREAS
           PERFORM RUN-VERIFY

           MOVE SPACES TO WS-ROLL-NAME WS-EXT-NAME
           STRING "assessroll." WS-ROLL-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ROLL-NAME
           END-STRING
           STRING "assessroll." WS-ROLL-DATE ".dat"
               DELIMITED BY SIZE INTO WS-EXT-NAME
           END-STRING
           PERFORM WRITE-ROLL
           PERFORM SAVE-HISTORY

           MOVE WS-BILLED TO WS-CNT-OUT
           DISPLAY "ASSESSMENT ROLL " WS-ROLL-DATE ": "
               FUNCTION TRIM(WS-CNT-OUT) " parcel(s) billed"
           MOVE WS-TOTAL-CHARGE TO WS-AMT-OUT
           DISPLAY "  CHARGES " WS-AMT-OUT
           MOVE WS-CHANGED TO WS-CNT-OUT
           MOVE WS-TOTAL-DIFF TO WS-DIFF-OUT
           DISPLAY "  BOUNDARY CHANGES: " FUNCTION TRIM(WS-CNT-OUT)
               " parcel(s), charge difference "
               FUNCTION TRIM(WS-DIFF-OUT)
           IF WS-NOT-BILLED > 0
               MOVE WS-NOT-BILLED TO WS-CNT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " polygon(s)/parcel(s) not billed -- see "
                   FUNCTION TRIM(WS-ROLL-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ROLL FILE: " FUNCTION TRIM(WS-ROLL-NAME)
           DISPLAY "BILLING EXTRACT: " FUNCTION TRIM(WS-EXT-NAME)
           STOP RUN
           .

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               DISPLAY "ERROR: assessrates.dat not found (file status "
                   WS-RATE-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RATE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-LINE-NO
                       IF RATE-REC NOT = SPACES
                               AND RATE-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-RATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE

           IF WS-CLASS-COUNT = 0
               DISPLAY "ERROR: assessrates.dat has no CLASS lines -- "
                   "nothing can be rated"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Every class named by a PARCEL or DEFAULT line must exist.
           IF WS-DEFAULT-CLASS NOT = SPACES
               MOVE WS-DEFAULT-CLASS TO WS-CLASS
               PERFORM FIND-CLASS
               IF WS-CL = 0
                   DISPLAY "ERROR: assessrates.dat DEFAULT names "
                       "unknown class " FUNCTION TRIM(WS-CLASS)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASSIGN-COUNT
               MOVE WS-AS-CLASS(WS-I) TO WS-CLASS
               PERFORM FIND-CLASS
               IF WS-CL = 0
                   DISPLAY "ERROR: assessrates.dat assigns parcel "
                       FUNCTION TRIM(WS-AS-PARCEL(WS-I))
                       " to unknown class " FUNCTION TRIM(WS-CLASS)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           .

       LOAD-ONE-RATE-LINE.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4
           UNSTRING RATE-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T1) TO WS-T1
           MOVE "N" TO WS-RATE-BAD
           EVALUATE WS-T1
               WHEN "CLASS"
                   IF WS-T2 = SPACES OR WS-T2(9:) NOT = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-T3) NOT = 0
                       OR FUNCTION TEST-NUMVAL(WS-T4) NOT = 0
                       SET RATE-BAD TO TRUE
                   ELSE
                       IF FUNCTION NUMVAL(WS-T3) < 0
                           OR FUNCTION NUMVAL(WS-T4) < 0
                           SET RATE-BAD TO TRUE
                       END-IF
                   END-IF
                   IF NOT RATE-BAD
                       IF WS-CLASS-COUNT >= MAX-CLASSES
                           DISPLAY "ERROR: More than " MAX-CLASSES
                               " rate classes in assessrates.dat"
                           CLOSE RATE-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE WS-T2 TO WS-CL-CODE(WS-CLASS-COUNT)
                       COMPUTE WS-CL-RATE(WS-CLASS-COUNT) =
                           FUNCTION NUMVAL(WS-T3)
                       COMPUTE WS-CL-MIN(WS-CLASS-COUNT) =
                           FUNCTION NUMVAL(WS-T4)
                   END-IF
               WHEN "PARCEL"
                   IF WS-T2 = SPACES OR WS-T3 = SPACES
                       SET RATE-BAD TO TRUE
                   ELSE
                       IF WS-ASSIGN-COUNT >= MAX-ASSIGNS
                           DISPLAY "ERROR: More than " MAX-ASSIGNS
                               " parcel assignments in assessrates.dat"
                           CLOSE RATE-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ASSIGN-COUNT
                       MOVE WS-T2 TO WS-AS-PARCEL(WS-ASSIGN-COUNT)
                       MOVE WS-T3 TO WS-AS-CLASS(WS-ASSIGN-COUNT)
                   END-IF
               WHEN "DEFAULT"
                   IF WS-T2 = SPACES
                       SET RATE-BAD TO TRUE
                   ELSE
                       MOVE WS-T2 TO WS-DEFAULT-CLASS
                   END-IF
               WHEN OTHER
                   SET RATE-BAD TO TRUE
           END-EVALUATE

           IF RATE-BAD
               MOVE WS-RATE-LINE-NO TO WS-CNT-OUT
               DISPLAY "ERROR: assessrates.dat line "
                   FUNCTION TRIM(WS-CNT-OUT)
                   " is not CLASS <class> <rate> <minimum>, "
                   "PARCEL <id> <class> or DEFAULT <class>"
               CLOSE RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIND-CLASS.
           MOVE 0 TO WS-CL
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CLASS-COUNT OR WS-CL > 0
               IF WS-CL-CODE(WS-K) = WS-CLASS
                   MOVE WS-K TO WS-CL
               END-IF
           END-PERFORM
           .

       LOAD-HISTORY.
           *> No history yet is a first roll, not an error.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ HIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF AH-PARCEL NOT = SPACES
                               AND AH-AREA IS NUMERIC
                               AND AH-CHARGE IS NUMERIC
                           PERFORM LOAD-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           .

       LOAD-ONE-HISTORY.
           IF WS-HIST-COUNT >= MAX-HIST
               DISPLAY "ERROR: More than " MAX-HIST
                   " parcels in assessroll.dat"
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE AH-PARCEL TO WS-HS-PARCEL(WS-HIST-COUNT)
           MOVE AH-DATE TO WS-HS-DATE(WS-HIST-COUNT)
           MOVE AH-AREA TO WS-HS-AREA(WS-HIST-COUNT)
           MOVE AH-CHARGE TO WS-HS-CHARGE(WS-HIST-COUNT)
           IF AH-PRIOR-SW = "Y" AND AH-PRIOR-AREA IS NUMERIC
                   AND AH-PRIOR-CHARGE IS NUMERIC
               MOVE "Y" TO WS-HS-PRIOR-SW(WS-HIST-COUNT)
               MOVE AH-PRIOR-AREA TO WS-HS-PRIOR-AREA(WS-HIST-COUNT)
               MOVE AH-PRIOR-CHARGE TO WS-HS-PRIOR-CHG(WS-HIST-COUNT)
           ELSE
               MOVE "N" TO WS-HS-PRIOR-SW(WS-HIST-COUNT)
               MOVE 0 TO WS-HS-PRIOR-AREA(WS-HIST-COUNT)
               MOVE 0 TO WS-HS-PRIOR-CHG(WS-HIST-COUNT)
           END-IF
           .

       RUN-AREAS.
           MOVE "day9part2" TO WS-JOB-PROG
           PERFORM NAME-TMPFILE
           MOVE SPACES TO WS-CMD
           STRING "cd " QUOTE "Day 09/Puzzle 02" QUOTE
                  " && ./day9part2 " QUOTE FUNCTION TRIM(WS-FILEARG)
                  QUOTE " > " FUNCTION TRIM(WS-TMPFILE)
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE 0 TO WS-JOB-LINES
           PERFORM OPEN-JOB-OUT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ JOB-OUT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOB-LINES
                       IF JOB-OUT-REC(1:8) = "POLYGON "
                           PERFORM TAKE-AREA-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-OUT
           PERFORM REMOVE-TMPFILE

           IF WS-POLY-COUNT = 0
               DISPLAY "ERROR: day9part2 reported no polygon areas for "
                   FUNCTION TRIM(WS-FILEARG)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       TAKE-AREA-LINE.
           *> "POLYGON n BEST RECTANGLE a" sets the area; a following
           *> "POLYGON n HOLE AREA h DEDUCTED" nets the hole off it.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           UNSTRING JOB-OUT-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           END-UNSTRING
           MOVE WS-T2 TO WS-NUM-TEXT
           PERFORM TAKE-POLY-NUMBER
           IF WS-NUM = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-T3 = "BEST" AND WS-T4 = "RECTANGLE"
                   IF FUNCTION TEST-NUMVAL(WS-T5) = 0
                       MOVE FUNCTION NUMVAL(WS-T5) TO WS-PY-AREA(WS-NUM)
                       MOVE "Y" TO WS-PY-HAVE-AREA(WS-NUM)
                   END-IF
               WHEN WS-T3 = "HOLE" AND WS-T4 = "AREA"
                   IF FUNCTION TEST-NUMVAL(WS-T5) = 0
                       SUBTRACT FUNCTION NUMVAL(WS-T5)
                           FROM WS-PY-AREA(WS-NUM)
                   END-IF
           END-EVALUATE
           .

       TAKE-POLY-NUMBER.
           *> WS-NUM-TEXT holds "n" or "n:"; grows the polygon table to
           *> n. WS-NUM comes back 0 when it is not a polygon number.
           MOVE 0 TO WS-NUM
           INSPECT WS-NUM-TEXT REPLACING ALL ":" BY SPACE
           IF FUNCTION TRIM(WS-NUM-TEXT) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-NUM-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM
           IF WS-NUM = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM > MAX-POLYS
               DISPLAY "ERROR: More than " MAX-POLYS
                   " polygons in the feed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-POLY-COUNT >= WS-NUM
               ADD 1 TO WS-POLY-COUNT
               MOVE 0 TO WS-PY-AREA(WS-POLY-COUNT)
               MOVE "N" TO WS-PY-HAVE-AREA(WS-POLY-COUNT)
               MOVE SPACES TO WS-PY-STATUS(WS-POLY-COUNT)
               MOVE SPACES TO WS-PY-PARCEL(WS-POLY-COUNT)
           END-PERFORM
           .

       RUN-VERIFY.
           *> polyverify runs from the root, so a feed named relative
           *> to the Day 9 folder is re-rooted there.
           MOVE SPACES TO WS-ROOT-FEED
           IF WS-FILEARG(1:1) = "/"
               MOVE WS-FILEARG TO WS-ROOT-FEED
           ELSE
               STRING "Day 09/Puzzle 02/" FUNCTION TRIM(WS-FILEARG)
                   DELIMITED BY SIZE INTO WS-ROOT-FEED
               END-STRING
           END-IF

           MOVE "polyverify" TO WS-JOB-PROG
           PERFORM NAME-TMPFILE
           MOVE SPACES TO WS-CMD
           STRING "./polyverify " QUOTE FUNCTION TRIM(WS-ROOT-FEED)
                  QUOTE " > " FUNCTION TRIM(WS-TMPFILE)
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE 0 TO WS-JOB-LINES
           PERFORM OPEN-JOB-OUT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ JOB-OUT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOB-LINES
                       EVALUATE TRUE
                           WHEN JOB-OUT-REC(1:8) = "POLYGON "
                               PERFORM TAKE-VERIFY-LINE
                           WHEN JOB-OUT-REC(1:7) = "PARCEL "
                               PERFORM TAKE-MISSING-LINE
                           WHEN JOB-OUT-REC(1:6) = "ERROR:"
                               DISPLAY "ERROR: polyverify -- "
                                   FUNCTION TRIM(JOB-OUT-REC(7:))
                               CLOSE JOB-OUT
                               PERFORM REMOVE-TMPFILE
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOB-OUT
           PERFORM REMOVE-TMPFILE

           IF WS-JOB-LINES = 0
               DISPLAY "ERROR: polyverify produced no output -- is it "
                   "built at the repository root?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       TAKE-VERIFY-LINE.
           *> "POLYGON n: MATCHED parcel <id>", "... CHANGED parcel
           *> <id> (vertices moved)" or "... NEW (...)".
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           UNSTRING JOB-OUT-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           END-UNSTRING
           MOVE WS-T2 TO WS-NUM-TEXT
           PERFORM TAKE-POLY-NUMBER
           IF WS-NUM = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-T3
               WHEN "MATCHED"
               WHEN "CHANGED"
                   MOVE WS-T3 TO WS-PY-STATUS(WS-NUM)
                   MOVE WS-T5 TO WS-PY-PARCEL(WS-NUM)
               WHEN "NEW"
                   MOVE "NEW" TO WS-PY-STATUS(WS-NUM)
           END-EVALUATE
           .

       TAKE-MISSING-LINE.
           *> "PARCEL <id>: MISSING from the feed"
           MOVE SPACES TO WS-T1 WS-T2 WS-T3
           UNSTRING JOB-OUT-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3
           END-UNSTRING
           IF WS-T3 NOT = "MISSING"
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-T2 REPLACING ALL ":" BY SPACE
           IF WS-MISSING-COUNT < MAX-POLYS
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-T2 TO WS-MISSING-ID(WS-MISSING-COUNT)
           END-IF
           .

       NAME-TMPFILE.
      *> Timestamp-suffixed so two runs at once don't share a file.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-TMPFILE
           STRING "/tmp/assessroll." FUNCTION TRIM(WS-STAMP) "."
                  FUNCTION TRIM(WS-JOB-PROG) ".out"
               DELIMITED BY SIZE INTO WS-TMPFILE
           END-STRING
           .

       OPEN-JOB-OUT.
           OPEN INPUT JOB-OUT
           IF WS-JOB-FS NOT = "00"
               DISPLAY "ERROR: no captured output from "
                   FUNCTION TRIM(WS-JOB-PROG)
                   " (file status " WS-JOB-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       REMOVE-TMPFILE.
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-TMPFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       WRITE-ROLL.
           OPEN OUTPUT ROLL-FILE
           IF WS-ROLL-FS NOT = "00"
               DISPLAY "ERROR: Unable to write roll "
                   FUNCTION TRIM(WS-ROLL-NAME)
                   " (file status " WS-ROLL-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write billing extract "
                   FUNCTION TRIM(WS-EXT-NAME)
                   " (file status " WS-EXT-FS ")"
               CLOSE ROLL-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO EXT-HEADER
           MOVE "H" TO EH-TYPE
           MOVE WS-ROLL-DATE TO EH-ROLL-DATE
           MOVE "DAY9PART2" TO EH-SOURCE
           MOVE WS-FILEARG TO EH-FEED
           WRITE EXT-HEADER

           MOVE SPACES TO ROLL-REC
           STRING "ASSESSMENT ROLL -- ROLL DATE " WS-ROLL-DATE
                  " -- FEED " FUNCTION TRIM(WS-FILEARG)
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC
           MOVE SPACES TO ROLL-REC
           WRITE ROLL-REC
           MOVE SPACES TO ROLL-REC
           STRING "PARCEL               CLASS    STATUS "
                  "        NET AREA       RATE"
                  "             CHARGE"
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POLY-COUNT
               IF WS-PY-STATUS(WS-I) = "MATCHED"
                       OR WS-PY-STATUS(WS-I) = "CHANGED"
                   PERFORM ROLL-ONE-PARCEL
               END-IF
           END-PERFORM

           MOVE SPACES TO ROLL-REC
           WRITE ROLL-REC
           MOVE WS-BILLED TO WS-CNT-OUT
           MOVE WS-TOTAL-CHARGE TO WS-AMT-OUT
           MOVE SPACES TO ROLL-REC
           STRING "TOTAL " FUNCTION TRIM(WS-CNT-OUT)
                  " PARCEL(S) BILLED, CHARGES " FUNCTION TRIM(WS-AMT-OUT)
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC
           MOVE WS-CHANGED TO WS-CNT-OUT
           MOVE WS-TOTAL-DIFF TO WS-DIFF-OUT
           MOVE SPACES TO ROLL-REC
           STRING "BOUNDARY CHANGES " FUNCTION TRIM(WS-CNT-OUT)
                  ", NET CHARGE DIFFERENCE " FUNCTION TRIM(WS-DIFF-OUT)
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC

           PERFORM WRITE-NOT-BILLED-PAGE

           MOVE SPACES TO EXT-TRAILER
           MOVE "T" TO ET-TYPE
           MOVE WS-BILLED TO ET-COUNT
           MOVE WS-TOTAL-CHARGE TO ET-CHARGES
           MOVE WS-TOTAL-DIFF TO ET-DIFF
           WRITE EXT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE ROLL-FILE
           .

       ROLL-ONE-PARCEL.
           *> Class from the parcel's own PARCEL line, else DEFAULT.
           MOVE SPACES TO WS-CLASS
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ASSIGN-COUNT OR WS-CLASS NOT = SPACES
               IF WS-AS-PARCEL(WS-K) = WS-PY-PARCEL(WS-I)
                   MOVE WS-AS-CLASS(WS-K) TO WS-CLASS
               END-IF
           END-PERFORM
           IF WS-CLASS = SPACES
               MOVE WS-DEFAULT-CLASS TO WS-CLASS
           END-IF
           IF WS-CLASS = SPACES OR WS-PY-HAVE-AREA(WS-I) NOT = "Y"
               ADD 1 TO WS-UNCLASSED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CLASS

           IF WS-PY-AREA(WS-I) < 0
               MOVE 0 TO WS-PY-AREA(WS-I)
           END-IF
           COMPUTE WS-CHARGE ROUNDED =
               WS-PY-AREA(WS-I) * WS-CL-RATE(WS-CL)
           MOVE SPACE TO WS-MIN-FLAG
           IF WS-CHARGE < WS-CL-MIN(WS-CL)
               MOVE WS-CL-MIN(WS-CL) TO WS-CHARGE
               MOVE "M" TO WS-MIN-FLAG
           END-IF

           *> What the parcel was last billed at, from an earlier roll
           *> date than this one.
           MOVE "N" TO WS-OLD-SW
           MOVE 0 TO WS-OLD-AREA WS-OLD-CHARGE
           PERFORM FIND-HISTORY
           IF WS-H > 0
               IF WS-HS-DATE(WS-H) < WS-ROLL-DATE
                   MOVE "Y" TO WS-OLD-SW
                   MOVE WS-HS-AREA(WS-H) TO WS-OLD-AREA
                   MOVE WS-HS-CHARGE(WS-H) TO WS-OLD-CHARGE
               ELSE
                   IF WS-HS-PRIOR-SW(WS-H) = "Y"
                       MOVE "Y" TO WS-OLD-SW
                       MOVE WS-HS-PRIOR-AREA(WS-H) TO WS-OLD-AREA
                       MOVE WS-HS-PRIOR-CHG(WS-H) TO WS-OLD-CHARGE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-DIFF
           IF HAVE-OLD
               COMPUTE WS-DIFF = WS-CHARGE - WS-OLD-CHARGE
           END-IF

           ADD 1 TO WS-BILLED
           ADD WS-CHARGE TO WS-TOTAL-CHARGE
           IF WS-PY-STATUS(WS-I) = "CHANGED"
               ADD 1 TO WS-CHANGED
               ADD WS-DIFF TO WS-TOTAL-DIFF
           END-IF

           MOVE WS-PY-AREA(WS-I) TO WS-AREA-OUT
           MOVE WS-CL-RATE(WS-CL) TO WS-RATE-OUT
           MOVE WS-CHARGE TO WS-AMT-OUT
           MOVE SPACES TO ROLL-REC
           MOVE WS-PY-PARCEL(WS-I) TO ROLL-REC(1:20)
           MOVE WS-CLASS TO ROLL-REC(22:8)
           MOVE WS-PY-STATUS(WS-I) TO ROLL-REC(31:7)
           MOVE WS-AREA-OUT TO ROLL-REC(39:15)
           MOVE WS-RATE-OUT TO ROLL-REC(55:10)
           MOVE WS-AMT-OUT TO ROLL-REC(66:18)
           IF WS-MIN-FLAG = "M"
               MOVE "MIN" TO ROLL-REC(85:3)
           END-IF
           WRITE ROLL-REC

           *> A boundary change always prints what it replaces.
           IF WS-PY-STATUS(WS-I) = "CHANGED"
               MOVE SPACES TO ROLL-REC
               IF HAVE-OLD
                   MOVE WS-OLD-AREA TO WS-AREA-OUT
                   MOVE WS-PY-AREA(WS-I) TO WS-AREA-OUT2
                   MOVE WS-OLD-CHARGE TO WS-AMT-OUT2
                   MOVE WS-DIFF TO WS-DIFF-OUT
                   STRING "    BOUNDARY CHANGE: AREA WAS "
                          FUNCTION TRIM(WS-AREA-OUT) " NOW "
                          FUNCTION TRIM(WS-AREA-OUT2)
                          ", CHARGE WAS " FUNCTION TRIM(WS-AMT-OUT2)
                          ", DIFFERENCE " FUNCTION TRIM(WS-DIFF-OUT)
                       DELIMITED BY SIZE INTO ROLL-REC
                   END-STRING
               ELSE
                   STRING "    BOUNDARY CHANGE: NO EARLIER ROLL ON "
                          "FILE FOR THIS PARCEL -- CHECK BEFORE BILLING"
                       DELIMITED BY SIZE INTO ROLL-REC
                   END-STRING
               END-IF
               WRITE ROLL-REC
           END-IF

           MOVE SPACES TO EXT-DETAIL
           MOVE "D" TO ED-TYPE
           MOVE WS-PY-PARCEL(WS-I) TO ED-PARCEL
           MOVE WS-CLASS TO ED-CLASS
           MOVE WS-PY-STATUS(WS-I) TO ED-STATUS
           MOVE WS-PY-AREA(WS-I) TO ED-AREA
           MOVE WS-CL-RATE(WS-CL) TO ED-RATE
           MOVE WS-CHARGE TO ED-CHARGE
           MOVE WS-MIN-FLAG TO ED-MIN-FLAG
           MOVE WS-OLD-AREA TO ED-OLD-AREA
           MOVE WS-OLD-CHARGE TO ED-OLD-CHARGE
           MOVE WS-DIFF TO ED-DIFF
           WRITE EXT-DETAIL

           PERFORM POST-HISTORY
           .

       FIND-HISTORY.
           MOVE 0 TO WS-H
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-HIST-COUNT OR WS-H > 0
               IF WS-HS-PARCEL(WS-K) = WS-PY-PARCEL(WS-I)
                   MOVE WS-K TO WS-H
               END-IF
           END-PERFORM
           .

       POST-HISTORY.
           *> Tonight's figures become the parcel's last billed ones;
           *> the ones they replace become its prior, unless this is a
           *> rerun of the same roll date.
           IF WS-H = 0
               IF WS-HIST-COUNT >= MAX-HIST
                   DISPLAY "ERROR: More than " MAX-HIST
                       " parcels for assessroll.dat"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT TO WS-H
               MOVE WS-PY-PARCEL(WS-I) TO WS-HS-PARCEL(WS-H)
               MOVE "N" TO WS-HS-PRIOR-SW(WS-H)
               MOVE 0 TO WS-HS-PRIOR-AREA(WS-H)
               MOVE 0 TO WS-HS-PRIOR-CHG(WS-H)
           ELSE
               IF WS-HS-DATE(WS-H) < WS-ROLL-DATE
                   MOVE "Y" TO WS-HS-PRIOR-SW(WS-H)
                   MOVE WS-HS-AREA(WS-H) TO WS-HS-PRIOR-AREA(WS-H)
                   MOVE WS-HS-CHARGE(WS-H) TO WS-HS-PRIOR-CHG(WS-H)
               END-IF
           END-IF
           MOVE WS-ROLL-DATE TO WS-HS-DATE(WS-H)
           MOVE WS-PY-AREA(WS-I) TO WS-HS-AREA(WS-H)
           MOVE WS-CHARGE TO WS-HS-CHARGE(WS-H)
           .

       WRITE-NOT-BILLED-PAGE.
           *> Written every run, empty included, so a clean roll reads
           *> as clean rather than as a page that went missing.
           MOVE SPACES TO ROLL-REC
           WRITE ROLL-REC
           MOVE SPACES TO ROLL-REC
           STRING "NOT BILLED THIS ROLL"
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POLY-COUNT
               MOVE WS-I TO WS-POLY-OUT
               MOVE WS-PY-AREA(WS-I) TO WS-AREA-OUT
               MOVE SPACES TO ROLL-REC
               EVALUATE TRUE
                   WHEN WS-PY-STATUS(WS-I) = "NEW"
                       ADD 1 TO WS-NEW
                       STRING "  FEED POLYGON " FUNCTION TRIM(WS-POLY-OUT)
                              ": NEW, NOT A REGISTERED PARCEL (NET AREA "
                              FUNCTION TRIM(WS-AREA-OUT) ")"
                           DELIMITED BY SIZE INTO ROLL-REC
                       END-STRING
                       WRITE ROLL-REC
                   WHEN WS-PY-STATUS(WS-I) = SPACES
                       STRING "  FEED POLYGON " FUNCTION TRIM(WS-POLY-OUT)
                              ": NOT CLASSIFIED BY POLYVERIFY (NET AREA "
                              FUNCTION TRIM(WS-AREA-OUT) ")"
                           DELIMITED BY SIZE INTO ROLL-REC
                       END-STRING
                       WRITE ROLL-REC
                       ADD 1 TO WS-NOT-BILLED
                   WHEN (WS-PY-STATUS(WS-I) = "MATCHED"
                           OR WS-PY-STATUS(WS-I) = "CHANGED")
                           AND WS-PY-HAVE-AREA(WS-I) NOT = "Y"
                       STRING "  PARCEL " FUNCTION TRIM(WS-PY-PARCEL(WS-I))
                              ": NO AREA FROM DAY9PART2"
                           DELIMITED BY SIZE INTO ROLL-REC
                       END-STRING
                       WRITE ROLL-REC
               END-EVALUATE
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POLY-COUNT
               IF (WS-PY-STATUS(WS-I) = "MATCHED"
                       OR WS-PY-STATUS(WS-I) = "CHANGED")
                       AND WS-PY-HAVE-AREA(WS-I) = "Y"
                   PERFORM FIND-UNCLASSED
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MISSING-COUNT
               MOVE SPACES TO ROLL-REC
               STRING "  PARCEL " FUNCTION TRIM(WS-MISSING-ID(WS-I))
                      ": MISSING FROM TONIGHT'S FEED"
                   DELIMITED BY SIZE INTO ROLL-REC
               END-STRING
               WRITE ROLL-REC
           END-PERFORM

           ADD WS-NEW WS-UNCLASSED WS-MISSING-COUNT TO WS-NOT-BILLED
           MOVE WS-NOT-BILLED TO WS-CNT-OUT
           MOVE SPACES TO ROLL-REC
           STRING "TOTAL " FUNCTION TRIM(WS-CNT-OUT) " NOT BILLED"
               DELIMITED BY SIZE INTO ROLL-REC
           END-STRING
           WRITE ROLL-REC
           .

       FIND-UNCLASSED.
           MOVE SPACES TO WS-CLASS
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ASSIGN-COUNT OR WS-CLASS NOT = SPACES
               IF WS-AS-PARCEL(WS-K) = WS-PY-PARCEL(WS-I)
                   MOVE WS-AS-CLASS(WS-K) TO WS-CLASS
               END-IF
           END-PERFORM
           IF WS-CLASS = SPACES AND WS-DEFAULT-CLASS = SPACES
               MOVE SPACES TO ROLL-REC
               STRING "  PARCEL " FUNCTION TRIM(WS-PY-PARCEL(WS-I))
                      ": NO RATE CLASS IN ASSESSRATES.DAT"
                   DELIMITED BY SIZE INTO ROLL-REC
               END-STRING
               WRITE ROLL-REC
           END-IF
           .

       SAVE-HISTORY.
           OPEN OUTPUT HIST-FILE
           IF WS-HIST-FS NOT = "00"
               DISPLAY "ERROR: Unable to write assessroll.dat "
                   "(file status " WS-HIST-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIST-COUNT
               MOVE SPACES TO HIST-REC
               MOVE WS-HS-PARCEL(WS-H) TO AH-PARCEL
               MOVE WS-HS-DATE(WS-H) TO AH-DATE
               MOVE WS-HS-AREA(WS-H) TO AH-AREA
               MOVE WS-HS-CHARGE(WS-H) TO AH-CHARGE
               MOVE WS-HS-PRIOR-SW(WS-H) TO AH-PRIOR-SW
               MOVE WS-HS-PRIOR-AREA(WS-H) TO AH-PRIOR-AREA
               MOVE WS-HS-PRIOR-CHG(WS-H) TO AH-PRIOR-CHARGE
               WRITE HIST-REC
           END-PERFORM
           CLOSE HIST-FILE
           .
