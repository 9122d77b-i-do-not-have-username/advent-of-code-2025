       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedsubset.

      *> Production-feed subsetting and masking for the test and
      *> training roots. volgen's feeds are valid but do not look
      *> like depot data, and a verbatim archived input carries real
      *> serials, parcel coordinates and lock ids out of production.
      *> This cuts a representative slice of a real feed for any day
      *> format and masks the identifying values on the way:
      *>
      *>   feedsubset <program-id> <feed> HEAD   <n>     [out-file]
      *>       the first n records of each section
      *>   feedsubset <program-id> <feed> EVERY  <n>     [out-file]
      *>       records 1, 1+n, 1+2n ... of each section
      *>   feedsubset <program-id> <feed> BATCH  [n]     [out-file]
      *>       every "BATCH ..." header with the first n lines of
      *>       its block (default 10) -- day3 feeds only
      *>   feedsubset <program-id> <feed> WINDOW <row> <col> <rows>
      *>                                  <cols>         [out-file]
      *>       a rows x cols sub-grid from row/col (1-based) of each
      *>       grid level -- day4 and day7 only
      *>   feedsubset <program-id> <feed> ALL            [out-file]
      *>       the whole feed, masked only
      *>
      *> A section is a run of lines between blank lines (a lock, a
      *> grid level, the range list); a record is a line, except a
      *> day2 range (each comma item counts) and a day9part2 parcel
      *> (the whole point block, any HOLE rings after it going with
      *> it). Structure the program needs always survives: blank
      *> separators and the range terminator, day3 BATCH headers
      *> (written above the first line kept under them), the day6
      *> operator row, and the day7 row holding the beam source S
      *> (a WINDOW that leaves S out is refused). day5 "*" comment
      *> lines are dropped.
      *>
      *> Masking is consistent -- the same value always masks the
      *> same way, in every file cut under the same siteparams
      *> MASK-HASH-SALT (the salt maskfile uses) -- so related
      *> records still match:
      *>   lock ids (day1)          K + six hashed digits
      *>   serials (day2, day5)     shifted by one salted offset, so
      *>                            range widths, overlaps and which
      *>                            ids a range covers all hold
      *>   coordinates (day8, day9) each axis shifted by its own
      *>                            salted offset, so distances,
      *>                            areas and containment hold (a
      *>                            day9part2 query-point file cut as
      *>                            day9part1 shifts the same way)
      *> The grid, digit, worksheet and machine formats carry nothing
      *> identifying and pass through as cut.
      *>
      *> The output defaults to feedsubset.out in the current
      *> directory (never beside the archived feed). The slice is
      *> then trial-run through the job's own program from a scratch
      *> tree under /tmp, the way feedstager validates a feed, so
      *> "valid for its program" is judged by the program itself.
      *> Exit 0 accepted, 4 written but not trial-run (program not
      *> built), 8 bad arguments / window / empty slice / slice
      *> refused by the program, 12 feed missing, 20 output failure.
      *> Run from the repository root; job directories come from
      *> jobtable.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
           SELECT RC-FILE
               ASSIGN TO DYNAMIC WS-RCFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC                 PIC X(5000).
       FD  OUT-FILE.
       01  OUT-REC                  PIC X(5000).
       FD  RC-FILE.
       01  RC-REC                   PIC X(300).

       WORKING-STORAGE SECTION.
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
       01  WS-SEL                   PIC 9(3) COMP-5 VALUE 0.
       01  WS-I                     PIC 9(3) COMP-5.

       01  WS-FEED-NAME             PIC X(256).
       01  WS-FEED-FS               PIC XX.
       01  WS-OUT-NAME              PIC X(256) VALUE "feedsubset.out".
       01  WS-OUT-FS                PIC XX.
       01  WS-RCFILE                PIC X(80).
       01  WS-RC-FS                 PIC XX.
       01  WS-RC-VAL                PIC S9(4) VALUE 0.
       01  WS-RC-OUT                PIC -(3)9.
       01  WS-CMD                   PIC X(900).
       01  WS-ROOT-DIR              PIC X(300) VALUE SPACES.
       01  WS-SCRATCH               PIC X(120).
       01  WS-RUN-STAMP             PIC X(21).
       01  WS-EOF                   PIC X VALUE "N".
           88  EOF                         VALUE "Y".

      *> Set by pathguard before a file name is quoted into WS-CMD.
       01  WS-PATH-OK               PIC X VALUE "Y".
           88  PATH-OK                     VALUE "Y".

       01  WS-PROG-ARG              PIC X(20).
       01  WS-PROG-LC               PIC X(20).
       01  WS-MODE                  PIC X(10).
       01  WS-ARG                   PIC X(256).
       01  WS-ARGNUM                PIC 9(2) COMP-5.
       01  WS-NUMS-SEEN             PIC 9(2) COMP-5 VALUE 0.
       01  WS-N1                    PIC 9(9) COMP-5 VALUE 0.
       01  WS-N2                    PIC 9(9) COMP-5 VALUE 0.
       01  WS-N3                    PIC 9(9) COMP-5 VALUE 0.
       01  WS-N4                    PIC 9(9) COMP-5 VALUE 0.

      *> DIAL, RANGES, DIGITS, GRID, INVENTORY, WORKSHEET, BEAM,
      *> POINTS, POLYGONS, MACHINES -- volgen's format names, plus
      *> INVENTORY for day5's tagged, dated range list
       01  WS-FORMAT                PIC X(10) VALUE SPACES.

       01  WS-LINE                  PIC X(5000).
       01  WS-LEN                   PIC 9(5) COMP-5.
       01  WS-OUT-BUF               PIC X(5000).
       01  WS-OUT-PTR               PIC 9(5) COMP-5.
       01  WS-PTR                   PIC 9(5) COMP-5.
       01  WS-POS                   PIC 9(5) COMP-5.
       01  WS-ITEM                  PIC X(200).
       01  WS-ITEM-OUT              PIC X(200).
       01  WS-ITEM-WORK             PIC X(200).
       01  WS-TAG                   PIC X(60).
       01  WS-START-STR             PIC X(40).
       01  WS-END-STR               PIC X(40).
       01  WS-REST                  PIC X(200).
       01  WS-ON-LINE               PIC 9(5) COMP-5.

       01  WS-FAILED                PIC X VALUE "N".
           88  FAILED                      VALUE "Y".
       01  WS-PENDING-BLANK         PIC X VALUE "N".
           88  PENDING-BLANK               VALUE "Y".
       01  WS-LAST-BLANK            PIC X VALUE "Y".
       01  WS-KEEP                  PIC X.
           88  KEEP-IT                     VALUE "Y".

      *> record counting: the unit within the section, the section
      *> number (day5: 1 = ranges, 2 on = the id list), grid row
       01  WS-UNIT                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-SECTION               PIC 9(9) COMP-5 VALUE 1.
       01  WS-ROW                   PIC 9(9) COMP-5 VALUE 0.
       01  WS-LINES-IN              PIC 9(9) COMP-5 VALUE 0.
       01  WS-LINES-OUT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECS-IN               PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECS-OUT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-MASKED                PIC 9(9) COMP-5 VALUE 0.
       01  WS-COMMENTS              PIC 9(9) COMP-5 VALUE 0.
       01  WS-OUT1                  PIC Z(8)9.
       01  WS-OUT2                  PIC Z(8)9.
       01  WS-OUT3                  PIC Z(8)9.

      *> day3 header held until a line under it is kept
       01  WS-HELD-HEADER           PIC X(200).
       01  WS-HEADER-HELD           PIC X VALUE "N".
           88  HEADER-HELD                 VALUE "Y".

      *> day9part2 parcel blocks
       01  WS-BLOCK-START           PIC X VALUE "Y".
       01  WS-PARCEL-KEEP           PIC X VALUE "N".

      *> day7 beam source
       01  WS-S-COL                 PIC 9(5) COMP-5.

      *> consistent masking
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.
       01  WS-SALT                  PIC X(40) VALUE SPACES.
       01  WS-HASH-IN               PIC X(100).
       01  WS-HASH                  PIC S9(18) COMP-5.
       01  WS-HASH-DIGITS           PIC 9(6).
       01  WS-P                     PIC 9(4) COMP-5.
       01  WS-SERIAL-OFF            PIC S9(18) COMP-5 VALUE 0.
       01  WS-COORD-OFFS.
           05  WS-COORD-OFF OCCURS 3 TIMES
                                    PIC S9(18) COMP-5.
       01  WS-AXIS-NAMES            PIC X(3) VALUE "XYZ".
       01  WS-FLD-TAB.
           05  WS-FLD OCCURS 3 TIMES
                                    PIC X(40).
       01  WS-FLD-COUNT             PIC 9(2) COMP-5.
       01  WS-K                     PIC 9(2) COMP-5.
       01  WS-NUM-STR               PIC X(40).
       01  WS-NUM                   PIC S9(18) COMP-5.
       01  WS-NUM-OK                PIC X.
           88  NUM-OK                      VALUE "Y".
       01  WS-NUM-OUT               PIC -(18)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-RCFILE
           STRING "/tmp/feedsubset." WS-RUN-STAMP(1:16) ".rc"
               DELIMITED BY SIZE INTO WS-RCFILE
           END-STRING

           PERFORM TAKE-ARGUMENTS
           PERFORM LOAD-JOB-TABLE
           PERFORM FIND-JOB
           PERFORM LOAD-MASK-OFFSETS

           OPEN INPUT FEED-FILE
           IF WS-FEED-FS NOT = "00"
               DISPLAY "ERROR: feed not found: "
                   FUNCTION TRIM(WS-FEED-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-OUT-NAME)
               CLOSE FEED-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL EOF OR FAILED
               READ FEED-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-LINE
               END-READ
           END-PERFORM
           IF PENDING-BLANK AND NOT FAILED
               MOVE SPACES TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-LINES-OUT
           END-IF
           CLOSE FEED-FILE
           CLOSE OUT-FILE

           IF NOT FAILED AND WS-RECS-OUT = 0
               IF WS-MODE = "WINDOW"
                   DISPLAY "ERROR: the window lies outside the grid "
                       "-- nothing was cut"
               ELSE
                   DISPLAY "ERROR: the slice is empty -- the feed "
                       "holds no records"
               END-IF
               SET FAILED TO TRUE
           END-IF
           IF FAILED
               MOVE SPACES TO WS-CMD
               STRING "rm -f " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RECS-OUT TO WS-OUT1
           MOVE WS-RECS-IN TO WS-OUT2
           MOVE WS-LINES-OUT TO WS-OUT3
           DISPLAY "SUBSET: " FUNCTION TRIM(WS-JOB-PROG(WS-SEL)) " ("
               FUNCTION TRIM(WS-FORMAT) ") "
               FUNCTION TRIM(WS-MODE) " -- "
               FUNCTION TRIM(WS-OUT1) " of " FUNCTION TRIM(WS-OUT2)
               " record(s) kept, " FUNCTION TRIM(WS-OUT3)
               " line(s) -> " FUNCTION TRIM(WS-OUT-NAME)
           PERFORM SHOW-MASKING
           PERFORM TRIAL-RUN-SLICE
           STOP RUN
           .

       TAKE-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PROG-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PROG-ARG
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FEED-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FEED-NAME
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PROG-ARG))
               TO WS-PROG-LC

           PERFORM VARYING WS-ARGNUM FROM 4 BY 1
                   UNTIL WS-ARGNUM > 8
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARGNUM UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN FUNCTION TRIM(WS-ARG) IS NUMERIC
                       ADD 1 TO WS-NUMS-SEEN
                       EVALUATE WS-NUMS-SEEN
                           WHEN 1
                               COMPUTE WS-N1 = FUNCTION NUMVAL(WS-ARG)
                           WHEN 2
                               COMPUTE WS-N2 = FUNCTION NUMVAL(WS-ARG)
                           WHEN 3
                               COMPUTE WS-N3 = FUNCTION NUMVAL(WS-ARG)
                           WHEN 4
                               COMPUTE WS-N4 = FUNCTION NUMVAL(WS-ARG)
                       END-EVALUATE
                   WHEN OTHER
                       MOVE FUNCTION TRIM(WS-ARG) TO WS-OUT-NAME
               END-EVALUATE
           END-PERFORM

           EVALUATE WS-PROG-LC
               WHEN "day1part1"
               WHEN "day1part2"
                   MOVE "DIAL" TO WS-FORMAT
               WHEN "day2part1"
               WHEN "day2part2"
                   MOVE "RANGES" TO WS-FORMAT
               WHEN "day3part1"
               WHEN "day3part2"
                   MOVE "DIGITS" TO WS-FORMAT
               WHEN "day4part1"
               WHEN "day4part2"
                   MOVE "GRID" TO WS-FORMAT
               WHEN "day5part1"
               WHEN "day5part2"
                   MOVE "INVENTORY" TO WS-FORMAT
               WHEN "day6part1"
               WHEN "day6part2"
                   MOVE "WORKSHEET" TO WS-FORMAT
               WHEN "day7part1"
               WHEN "day7part2"
                   MOVE "BEAM" TO WS-FORMAT
               WHEN "day8part1"
               WHEN "day8part2"
               WHEN "day9part1"
                   MOVE "POINTS" TO WS-FORMAT
               WHEN "day9part2"
                   MOVE "POLYGONS" TO WS-FORMAT
               WHEN "day10part1"
               WHEN "day10part2"
                   MOVE "MACHINES" TO WS-FORMAT
           END-EVALUATE

           IF WS-PROG-LC = SPACES OR WS-FEED-NAME = SPACES
               OR WS-MODE = SPACES
               PERFORM SHOW-USAGE
           END-IF
           IF WS-FORMAT = SPACES
               DISPLAY "ERROR: no feed format is known for program '"
                   FUNCTION TRIM(WS-PROG-ARG) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-MODE
               WHEN "HEAD"
               WHEN "EVERY"
                   IF WS-N1 = 0
                       PERFORM SHOW-USAGE
                   END-IF
               WHEN "BATCH"
                   IF WS-FORMAT NOT = "DIGITS"
                       DISPLAY "ERROR: BATCH applies to the day3 "
                           "feeds only -- " FUNCTION TRIM(WS-PROG-LC)
                           " feeds carry no BATCH headers"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-N1 = 0
                       MOVE 10 TO WS-N1
                   END-IF
               WHEN "WINDOW"
                   IF WS-FORMAT NOT = "GRID" AND WS-FORMAT NOT = "BEAM"
                       DISPLAY "ERROR: WINDOW applies to the grid "
                           "feeds (day4, day7) only"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-N1 = 0 OR WS-N2 = 0 OR WS-N3 = 0
                       OR WS-N4 = 0 OR WS-N2 + WS-N4 - 1 > 5000
                       PERFORM SHOW-USAGE
                   END-IF
               WHEN "ALL"
                   CONTINUE
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE

           CALL "pathguard" USING WS-FEED-NAME WS-PATH-OK
           IF PATH-OK
               CALL "pathguard" USING WS-OUT-NAME WS-PATH-OK
           END-IF
           IF NOT PATH-OK
               DISPLAY "ERROR: file name contains a character that "
                   "is not allowed there"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       SHOW-USAGE.
           DISPLAY "USAGE: feedsubset <program-id> <feed> "
               "<HEAD n|EVERY n|BATCH [n]|"
               "WINDOW row col rows cols|ALL> [out-file]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       FIND-JOB.
           MOVE 0 TO WS-SEL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-SEL > 0
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-JOB-PROG(WS-I)))
                       = WS-PROG-LC
                   MOVE WS-I TO WS-SEL
               END-IF
           END-PERFORM
           IF WS-SEL = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PROG-ARG)
                   " is not a job in jobtable.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-MASK-OFFSETS.
           *> Every offset is a hash of the salt and a fixed tag, so
           *> two files cut under the same salt shift identically.
           MOVE "MASK-HASH-SALT" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE TO WS-SALT
           END-IF
           MOVE "SERIAL" TO WS-HASH-IN
           PERFORM SALTED-HASH
           COMPUTE WS-SERIAL-OFF = FUNCTION MOD(WS-HASH, 900000)
               + 100000
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               MOVE SPACES TO WS-HASH-IN
               STRING WS-AXIS-NAMES(WS-K:1) "-COORD"
                   DELIMITED BY SIZE INTO WS-HASH-IN
               END-STRING
               PERFORM SALTED-HASH
               COMPUTE WS-COORD-OFF(WS-K) =
                   FUNCTION MOD(WS-HASH, 90000) + 10000
           END-PERFORM
           .

       SALTED-HASH.
           *> The same rolling hash maskfile's HASH action uses.
           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > FUNCTION LENGTH(FUNCTION TRIM(WS-SALT))
                      OR WS-SALT = SPACES
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                   + FUNCTION ORD(WS-SALT(WS-P:1)), 999999937)
           END-PERFORM
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > FUNCTION LENGTH(
                       FUNCTION TRIM(WS-HASH-IN TRAILING))
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                   + FUNCTION ORD(WS-HASH-IN(WS-P:1)), 999999937)
           END-PERFORM
           .

       TAKE-ONE-LINE.
           MOVE FEED-REC TO WS-LINE
           INSPECT WS-LINE REPLACING ALL X"0D" BY SPACE
           ADD 1 TO WS-LINES-IN
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-LINE) TO WS-LEN
           IF WS-LEN = 0 OR WS-LINE = SPACES
               PERFORM TAKE-BLANK-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-FORMAT
               WHEN "INVENTORY"
                   IF WS-LINE(1:1) = "*"
                       ADD 1 TO WS-COMMENTS
                       EXIT PARAGRAPH
                   END-IF
               WHEN "DIGITS"
                   IF WS-LINE(1:6) = "BATCH "
                       PERFORM TAKE-BATCH-HEADER
                       EXIT PARAGRAPH
                   END-IF
               WHEN "WORKSHEET"
                   *> the operator row carries no digits; every
                   *> slice keeps it under the rows it keeps
                   MOVE 0 TO WS-POS
                   INSPECT WS-LINE(1:WS-LEN) TALLYING WS-POS
                       FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
                   IF WS-POS = 0
                       MOVE WS-LINE TO WS-OUT-BUF
                       PERFORM EMIT-LINE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "POLYGONS"
                   PERFORM TAKE-POLYGON-LINE
                   EXIT PARAGRAPH
               WHEN "RANGES"
                   PERFORM TAKE-RANGES-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-MODE = "WINDOW"
               PERFORM TAKE-WINDOW-ROW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNIT
           ADD 1 TO WS-RECS-IN
           PERFORM DECIDE-KEEP
           *> the beam enters from the S on the grid's first row
           IF WS-FORMAT = "BEAM" AND WS-UNIT = 1
               MOVE "Y" TO WS-KEEP
           END-IF
           IF NOT KEEP-IT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECS-OUT
           PERFORM MASK-LINE
           PERFORM EMIT-LINE
           .

       TAKE-BLANK-LINE.
           *> A blank closes the section; it is written (once) ahead
           *> of the next line kept, or at the end as a terminator.
           IF WS-LAST-BLANK = "N"
               SET PENDING-BLANK TO TRUE
           END-IF
           IF WS-FORMAT = "POLYGONS"
               MOVE "Y" TO WS-BLOCK-START
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT > 0 OR WS-ROW > 0
               ADD 1 TO WS-SECTION
           END-IF
           MOVE 0 TO WS-UNIT
           MOVE 0 TO WS-ROW
           .

       TAKE-BATCH-HEADER.
           MOVE WS-LINE TO WS-HELD-HEADER
           SET HEADER-HELD TO TRUE
           IF WS-MODE = "BATCH"
               MOVE 0 TO WS-UNIT
           END-IF
           .

       DECIDE-KEEP.
           MOVE "N" TO WS-KEEP
           EVALUATE WS-MODE
               WHEN "ALL"
                   MOVE "Y" TO WS-KEEP
               WHEN "HEAD"
               WHEN "BATCH"
                   IF WS-UNIT <= WS-N1
                       MOVE "Y" TO WS-KEEP
                   END-IF
               WHEN "EVERY"
                   IF FUNCTION MOD(WS-UNIT - 1, WS-N1) = 0
                       MOVE "Y" TO WS-KEEP
                   END-IF
           END-EVALUATE
           .

       TAKE-RANGES-LINE.
           *> Each comma item is a record; the items kept are
           *> written back on their own line, still comma-joined.
           MOVE SPACES TO WS-OUT-BUF
           MOVE 1 TO WS-OUT-PTR
           MOVE 0 TO WS-ON-LINE
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > WS-LEN
               MOVE SPACES TO WS-ITEM
               UNSTRING WS-LINE(1:WS-LEN)
                   DELIMITED BY ","
                   INTO WS-ITEM
                   WITH POINTER WS-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-ITEM) TO WS-ITEM
               IF WS-ITEM NOT = SPACES
                   ADD 1 TO WS-UNIT
                   ADD 1 TO WS-RECS-IN
                   PERFORM DECIDE-KEEP
                   IF KEEP-IT
                       ADD 1 TO WS-RECS-OUT
                       PERFORM MASK-RANGE-ITEM
                       IF WS-ON-LINE > 0
                           STRING "," DELIMITED BY SIZE
                               INTO WS-OUT-BUF WITH POINTER WS-OUT-PTR
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(WS-ITEM-OUT)
                           DELIMITED BY SIZE
                           INTO WS-OUT-BUF WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 1 TO WS-ON-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ON-LINE > 0
               PERFORM EMIT-LINE
           END-IF
           .

       TAKE-POLYGON-LINE.
           *> A parcel is a whole point block; a HOLE block rides
           *> with the parcel before it.
           IF WS-BLOCK-START = "Y"
               MOVE "N" TO WS-BLOCK-START
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LINE))
                       NOT = "HOLE"
                   ADD 1 TO WS-UNIT
                   ADD 1 TO WS-RECS-IN
                   PERFORM DECIDE-KEEP
                   MOVE WS-KEEP TO WS-PARCEL-KEEP
                   IF KEEP-IT
                       ADD 1 TO WS-RECS-OUT
                   END-IF
               END-IF
           END-IF
           IF WS-PARCEL-KEEP = "Y"
               PERFORM MASK-LINE
               PERFORM EMIT-LINE
           END-IF
           .

       TAKE-WINDOW-ROW.
           ADD 1 TO WS-ROW
           ADD 1 TO WS-RECS-IN
           IF WS-FORMAT = "BEAM" AND WS-ROW = 1
               MOVE 0 TO WS-S-COL
               INSPECT WS-LINE(1:WS-LEN) TALLYING WS-S-COL
                   FOR CHARACTERS BEFORE INITIAL "S"
               ADD 1 TO WS-S-COL
               IF WS-S-COL > WS-LEN
                   CONTINUE
               ELSE
                   IF WS-S-COL < WS-N2 OR WS-S-COL > WS-N2 + WS-N4 - 1
                       MOVE WS-S-COL TO WS-OUT1
                       DISPLAY "ERROR: the window leaves out the beam "
                           "source S (row 1, column "
                           FUNCTION TRIM(WS-OUT1) ")"
                       SET FAILED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               IF WS-ROW < WS-N1 OR WS-ROW > WS-N1 + WS-N3 - 1
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LEN < WS-N2 + WS-N4 - 1
               MOVE WS-ROW TO WS-OUT1
               MOVE WS-LEN TO WS-OUT2
               DISPLAY "ERROR: the window runs off the grid -- row "
                   FUNCTION TRIM(WS-OUT1) " is only "
                   FUNCTION TRIM(WS-OUT2) " wide"
               SET FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUT-BUF
           MOVE WS-LINE(WS-N2:WS-N4) TO WS-OUT-BUF
           ADD 1 TO WS-RECS-OUT
           PERFORM EMIT-LINE
           .

       MASK-LINE.
           MOVE WS-LINE TO WS-OUT-BUF
           EVALUATE WS-FORMAT
               WHEN "DIAL"
                   PERFORM MASK-LOCK-ID
               WHEN "INVENTORY"
                   PERFORM MASK-INVENTORY-LINE
               WHEN "POINTS"
               WHEN "POLYGONS"
                   PERFORM MASK-POINT-LINE
           END-EVALUATE
           .

       MASK-LOCK-ID.
           *> "<id>,<instruction>": the id becomes K + six hashed
           *> digits, the same for every line of that lock.
           MOVE 0 TO WS-POS
           INSPECT WS-LINE(1:WS-LEN) TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ","
           IF WS-POS >= WS-LEN OR WS-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HASH-IN
           STRING "LOCK-" FUNCTION TRIM(WS-LINE(1:WS-POS))
               DELIMITED BY SIZE INTO WS-HASH-IN
           END-STRING
           PERFORM SALTED-HASH
           COMPUTE WS-HASH-DIGITS = FUNCTION MOD(WS-HASH, 1000000)
           MOVE SPACES TO WS-OUT-BUF
           STRING "K" WS-HASH-DIGITS
                  WS-LINE(WS-POS + 1:WS-LEN - WS-POS)
               DELIMITED BY SIZE INTO WS-OUT-BUF
           END-STRING
           ADD 1 TO WS-MASKED
           .

       MASK-INVENTORY-LINE.
           *> Ranges ahead of the first blank ("[tag:]a-b[,from
           *> [,thru]]"), ids after it; dates and tags stay put.
           IF WS-SECTION > 1
               MOVE FUNCTION TRIM(WS-LINE) TO WS-NUM-STR
               PERFORM SHIFT-SERIAL
               IF NUM-OK
                   MOVE SPACES TO WS-OUT-BUF
                   MOVE FUNCTION TRIM(WS-NUM-STR) TO WS-OUT-BUF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ITEM WS-REST
           MOVE 0 TO WS-POS
           INSPECT WS-LINE(1:WS-LEN) TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ","
           IF WS-POS < WS-LEN
               MOVE WS-LINE(1:WS-POS) TO WS-ITEM
               MOVE WS-LINE(WS-POS + 1:WS-LEN - WS-POS) TO WS-REST
           ELSE
               MOVE WS-LINE(1:WS-LEN) TO WS-ITEM
           END-IF
           MOVE FUNCTION TRIM(WS-ITEM) TO WS-ITEM
           PERFORM MASK-RANGE-ITEM
           MOVE SPACES TO WS-OUT-BUF
           STRING FUNCTION TRIM(WS-ITEM-OUT) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REST TRAILING) DELIMITED BY SIZE
               INTO WS-OUT-BUF
           END-STRING
           .

       MASK-RANGE-ITEM.
           *> "[tag:]start-end" -> both ends shifted by the serial
           *> offset; anything that does not parse passes unchanged
           *> for the program itself to judge.
           MOVE WS-ITEM TO WS-ITEM-OUT
           MOVE SPACES TO WS-TAG
           MOVE 0 TO WS-POS
           INSPECT WS-ITEM TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF WS-POS < FUNCTION STORED-CHAR-LENGTH(WS-ITEM)
               MOVE WS-ITEM(1:WS-POS + 1) TO WS-TAG
               MOVE WS-ITEM(WS-POS + 2:) TO WS-ITEM-WORK
               MOVE WS-ITEM-WORK TO WS-ITEM
           END-IF
           MOVE SPACES TO WS-START-STR WS-END-STR
           UNSTRING WS-ITEM DELIMITED BY "-"
               INTO WS-START-STR WS-END-STR
           END-UNSTRING
           MOVE WS-START-STR TO WS-NUM-STR
           PERFORM SHIFT-SERIAL
           IF NOT NUM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-STR TO WS-START-STR
           MOVE WS-END-STR TO WS-NUM-STR
           PERFORM SHIFT-SERIAL
           IF NOT NUM-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-STR TO WS-END-STR
           MOVE SPACES TO WS-ITEM-OUT
           STRING FUNCTION TRIM(WS-TAG) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-START-STR) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-END-STR) DELIMITED BY SIZE
               INTO WS-ITEM-OUT
           END-STRING
           ADD 1 TO WS-MASKED
           .

       SHIFT-SERIAL.
           MOVE "N" TO WS-NUM-OK
           IF WS-NUM-STR = SPACES
               OR FUNCTION TRIM(WS-NUM-STR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM = FUNCTION NUMVAL(WS-NUM-STR)
               + WS-SERIAL-OFF
           MOVE WS-NUM TO WS-NUM-OUT
           MOVE FUNCTION TRIM(WS-NUM-OUT) TO WS-NUM-STR
           MOVE "Y" TO WS-NUM-OK
           .

       MASK-POINT-LINE.
           *> "x,y[,z]" -> each axis shifted by its own offset; a
           *> line that is not all numbers (HOLE) passes unchanged.
           MOVE SPACES TO WS-FLD-TAB
           MOVE 0 TO WS-FLD-COUNT
           UNSTRING WS-LINE(1:WS-LEN) DELIMITED BY ","
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3)
               TALLYING IN WS-FLD-COUNT
           END-UNSTRING
           IF WS-FLD-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-FLD-COUNT
               MOVE FUNCTION TRIM(WS-FLD(WS-K)) TO WS-NUM-STR
               IF WS-NUM-STR(1:1) = "-"
                   MOVE WS-NUM-STR(2:) TO WS-ITEM
               ELSE
                   MOVE WS-NUM-STR TO WS-ITEM
               END-IF
               IF WS-ITEM = SPACES
                   OR FUNCTION TRIM(WS-ITEM) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUT-BUF
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-FLD-COUNT
               COMPUTE WS-NUM = FUNCTION NUMVAL(WS-FLD(WS-K))
                   + WS-COORD-OFF(WS-K)
               MOVE WS-NUM TO WS-NUM-OUT
               IF WS-K > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-OUT-BUF WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                   INTO WS-OUT-BUF WITH POINTER WS-OUT-PTR
               END-STRING
           END-PERFORM
           ADD 1 TO WS-MASKED
           .

       EMIT-LINE.
           IF PENDING-BLANK
               MOVE SPACES TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-LINES-OUT
               MOVE "N" TO WS-PENDING-BLANK
           END-IF
           IF HEADER-HELD
               MOVE WS-HELD-HEADER TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-LINES-OUT
               MOVE "N" TO WS-HEADER-HELD
           END-IF
           MOVE WS-OUT-BUF TO OUT-REC
           WRITE OUT-REC
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: write to " FUNCTION TRIM(WS-OUT-NAME)
                   " failed (status " WS-OUT-FS ")"
               CLOSE FEED-FILE
               CLOSE OUT-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINES-OUT
           MOVE "N" TO WS-LAST-BLANK
           .

       SHOW-MASKING.
           MOVE WS-MASKED TO WS-OUT1
           EVALUATE WS-FORMAT
               WHEN "DIAL"
                   DISPLAY "MASKED: " FUNCTION TRIM(WS-OUT1)
                       " line(s) with a lock id (K + hashed digits)"
               WHEN "RANGES"
               WHEN "INVENTORY"
                   DISPLAY "MASKED: " FUNCTION TRIM(WS-OUT1)
                       " serial value(s) shifted by the salted "
                       "serial offset"
               WHEN "POINTS"
               WHEN "POLYGONS"
                   DISPLAY "MASKED: " FUNCTION TRIM(WS-OUT1)
                       " coordinate line(s) shifted by the salted "
                       "per-axis offsets"
               WHEN OTHER
                   DISPLAY "MASKED: nothing -- the "
                       FUNCTION TRIM(WS-FORMAT)
                       " format carries no identifying values"
           END-EVALUATE
           IF WS-COMMENTS > 0
               MOVE WS-COMMENTS TO WS-OUT1
               DISPLAY "DROPPED: " FUNCTION TRIM(WS-OUT1)
                   " comment line(s)"
           END-IF
           .

       TRIAL-RUN-SLICE.
           *> The slice runs through the job's own program from a
           *> scratch tree nested two levels deep, exactly as
           *> feedstager trials a candidate, so its ../../ appenders
           *> and aux files land in the scratch tree and are
           *> discarded.
           MOVE SPACES TO WS-CMD
           STRING "test -x " QUOTE
                  FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-SEL)) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "NOTE: " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                   " is not built -- the slice was not trial-run"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-ROOT-DIR
           MOVE SPACES TO WS-SCRATCH
           STRING "/tmp/feedsubset." WS-RUN-STAMP(1:16) ".work"
               DELIMITED BY SIZE INTO WS-SCRATCH
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " QUOTE
                  FUNCTION TRIM(WS-SCRATCH) "/a/b" QUOTE
                  " && cp " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
                  " " QUOTE
                  FUNCTION TRIM(WS-SCRATCH) "/a/b/candidate.txt" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-CMD
           STRING "cd " QUOTE
                  FUNCTION TRIM(WS-SCRATCH) "/a/b" QUOTE
                  " && " QUOTE
                  FUNCTION TRIM(WS-ROOT-DIR) "/"
                  FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-SEL)) QUOTE
                  " candidate.txt > /dev/null 2>&1 ; echo $? > "
                  FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-CMD
           STRING "rm -rf " QUOTE FUNCTION TRIM(WS-SCRATCH) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE -1 TO WS-RC-VAL
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE INTO RC-REC
                   NOT AT END
                       IF FUNCTION TRIM(RC-REC) NOT = SPACES
                           COMPUTE WS-RC-VAL =
                               FUNCTION NUMVAL(RC-REC)
                       END-IF
               END-READ
               CLOSE RC-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-RC-VAL TO WS-RC-OUT
           IF WS-RC-VAL NOT = 0 AND WS-RC-VAL NOT = 4
               DISPLAY "ERROR: " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                   " refused the slice (exit "
                   FUNCTION TRIM(WS-RC-OUT) ") -- "
                   FUNCTION TRIM(WS-OUT-NAME)
                   " is left for inspection"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALIDATED: " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
               " accepts the slice (exit " FUNCTION TRIM(WS-RC-OUT)
               ")"
           MOVE 0 TO RETURN-CODE
           .

       CAPTURE-ROOT-DIR.
           *> Absolute path of the repository root, read back through
           *> the same scratch-file pattern feedstager uses.
           MOVE SPACES TO WS-CMD
           STRING "pwd > " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE INTO WS-ROOT-DIR
               END-READ
               CLOSE RC-FILE
           END-IF
           .
