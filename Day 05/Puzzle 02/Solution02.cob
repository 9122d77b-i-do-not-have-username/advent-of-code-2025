               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREG-FS.

           *> Optional ID list (5th command-line word) checked against
           *> the merged ranges once they are built, and its answer
           *> file, named after the ID list; see RUN-ID-LOOKUP.
           SELECT ID-FILE
               ASSIGN TO DYNAMIC WS-IDLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FS.

           SELECT LOOKUP-FILE
               ASSIGN TO DYNAMIC WS-LOOKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUP-FS.

           *> Canonical coverage feed and its version-to-version diff,
           *> published at the repository root for distribute to hand
           *> to the depots (see recipients.dat); see
           *> PUBLISH-CANONICAL-FEED.
           SELECT CANON-FILE
               ASSIGN TO "../../coveragefeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANON-FS.

           SELECT CDIFF-FILE
               ASSIGN TO "../../coveragefeed.diff"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDIFF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           05  FILLER              PIC X.
           05  GR-LAST-SEEN        PIC X(8).

       FD  ID-FILE.
       01  ID-REC                  PIC X(200).

       FD  LOOKUP-FILE.
       01  LOOKUP-REC              PIC X(400).

       FD  CANON-FILE.
       01  CANON-REC               PIC X(80).

       FD  CDIFF-FILE.
       01  CDIFF-REC               PIC X(400).

       WORKING-STORAGE SECTION.
       78  MAX-RANGES              VALUE 50000.

       01  WS-START-STR            PIC X(64).
       01  WS-END-STR              PIC X(64).

      *> Depot-tag prefix ("<tag>:start-end"), read the same way
      *> day5part1 reads it; untagged lines carry "(NONE)". The merge
      *> itself ignores the tag -- it is kept only so an ID lookup can
      *> name the depots whose source ranges cover an ID.
       01  WS-TAG-STR              PIC X(16).
       01  WS-COLON-POS            PIC 9(9) COMP-5.

      *> Effective-dated range support: a line may carry a from-date
      *> and thru-date after the range ("start-end,YYYYMMDD,YYYYMMDD"),
      *> and only ranges effective on the run date (4th command-line
       01  WS-RJ-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR           PIC X(40).

      *> Each run's .gaps output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "gaps".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       01  WS-OUTDIR                PIC X(256).

       *> Pre-flight capacity check: count what the input actually
              10 R-ROW             PIC 9(9)   COMP-5.
              10 R-START           PIC S9(18) COMP-3.
              10 R-END             PIC S9(18) COMP-3.
              10 R-TAG             PIC X(16).

       *> M-FIRST-PRE..M-LAST-PRE is the slice of PRE-TABLE (sorted
       *> source ranges) that went into each merged range -- the merge
       *> audit trail, kept for the ID lookup.
       01  MERGED-TABLE.
           05 MERGED-ENTRY OCCURS 50000.
              10 M-START           PIC S9(18) COMP-3.
              10 M-END             PIC S9(18) COMP-3.
              10 M-FIRST-PRE       PIC 9(9)   COMP-5.
              10 M-LAST-PRE        PIC 9(9)   COMP-5.

       *> Dry-run diff: the sorted, pre-merge range list, captured
       *> alongside MERGED-TABLE so the two can be displayed side by
           05 PRE-ENTRY OCCURS 50000.
              10 PRE-START         PIC S9(18) COMP-3.
              10 PRE-END           PIC S9(18) COMP-3.
              10 PRE-ROW           PIC 9(9)   COMP-5.
       01  WS-PCNT                 PIC 9(9) COMP-5 VALUE 0.

       01  WS-DR-ROWS               PIC 9(9) COMP-5.
       01  WS-GWIDTH-OUT            PIC Z(18)9.
       01  WS-GCNT-OUT              PIC Z(8)9.

      *> ID lookup -- see RUN-ID-LOOKUP. A quarter-million IDs is just
      *> a quarter-million binary searches: the list is streamed, never
      *> held, and each answer line is written as the ID is read.
       01  WS-ARG5                  PIC X(256).
       01  WS-IDLIST-NAME           PIC X(256) VALUE SPACES.
       01  WS-ID-FS                 PIC XX.
       01  WS-ID-EOF                PIC X.
           88  ID-EOF                      VALUE "Y".
       01  WS-LOOKUP-NAME           PIC X(300).
       01  WS-LOOKUP-FS             PIC XX.
       01  WS-ID-LINE               PIC X(200).
       01  WS-ID-TEXT               PIC X(18) JUSTIFIED RIGHT.
       01  WS-ID                    PIC S9(18) COMP-3.
       01  WS-ID-OUT                PIC Z(17)9.
       01  WS-ID-LO                 PIC 9(9) COMP-5.
       01  WS-ID-HI                 PIC 9(9) COMP-5.
       01  WS-ID-MID                PIC 9(9) COMP-5.
       01  WS-ID-HIT                PIC 9(9) COMP-5.
       01  WS-ID-P                  PIC 9(9) COMP-5.
       01  WS-ID-SRCS               PIC 9(9) COMP-5.
       01  WS-ID-PTR                PIC 9(4) COMP-5.
       78  MAX-ID-SOURCES           VALUE 8.
       01  WS-ID-COVERED            PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-UNCOVERED          PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-INVALID            PIC 9(9) COMP-5 VALUE 0.
       01  WS-ID-CNT-OUT            PIC Z(8)9.
       01  WS-ID-CNT2-OUT           PIC Z(8)9.
       01  WS-ID-CNT3-OUT           PIC Z(8)9.
       01  WS-SRC-ROW-OUT           PIC Z(8)9.
       01  WS-SRC-START-OUT         PIC Z(17)9.
       01  WS-SRC-END-OUT           PIC Z(17)9.
       01  WS-SRC-MORE-OUT          PIC Z(8)9.

      *> Canonical feed. The merged ranges go out in the same
      *> "start-end" form the feed is read in, between a "*" header
      *> (version, run date, source) and a "*" trailer (range count)
      *> that the range readers skip as comments. Opt-in: a 6th
      *> argument of PUBLISH, or DAY5PART2-PUBLISH=Y in siteparams.dat.
      *> A dry run never publishes.
       01  WS-ARG6                  PIC X(20).
       01  WS-PUBLISH               PIC X VALUE "N".
           88  PUBLISH-CANON               VALUE "Y".
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.
       01  WS-CANON-FS              PIC XX.
       01  WS-CDIFF-FS              PIC XX.
       01  WS-CANON-EOF             PIC X.
           88  CANON-EOF                   VALUE "Y".
       01  WS-CANON-LINE            PIC X(80).
       01  WS-CANON-WORD            PIC X(20) OCCURS 5.
       01  WS-CANON-VERSION         PIC 9(6) VALUE 0.
       01  WS-PREV-VERSION          PIC 9(6) VALUE 0.
       01  WS-PREV-RUN-DATE         PIC X(8) VALUE SPACES.
       78  MAX-PREV-RANGES          VALUE 50000.
       01  WS-PRV-COUNT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-PRV-OVERFLOW          PIC X VALUE "N".
           88  PRV-OVERFLOW                VALUE "Y".
       01  PREV-FEED-TABLE.
           05 PRV-ENTRY OCCURS 50000.
              10 PRV-START         PIC S9(18) COMP-3.
              10 PRV-END           PIC S9(18) COMP-3.
              10 PRV-HIT           PIC X.
       01  WS-CV-I                  PIC 9(9) COMP-5.
       01  WS-CV-J                  PIC 9(9) COMP-5.
       01  WS-CV-K                  PIC 9(9) COMP-5.
       01  WS-CV-FIRST              PIC 9(9) COMP-5.
       01  WS-CV-LAST               PIC 9(9) COMP-5.
       01  WS-CV-PTR                PIC 9(4) COMP-5.
       01  WS-CV-KIND               PIC X(9).
       01  WS-CV-ADDED              PIC 9(9) COMP-5.
       01  WS-CV-REMOVED            PIC 9(9) COMP-5.
       01  WS-CV-WIDENED            PIC 9(9) COMP-5.
       01  WS-CV-NARROWED           PIC 9(9) COMP-5.
       01  WS-CV-CHANGED            PIC 9(9) COMP-5.
       01  WS-CV-SAME               PIC 9(9) COMP-5.
       01  WS-CV-OLD-TOTAL          PIC S9(18) COMP-3.
       01  WS-CV-NET                PIC S9(18) COMP-3.
       01  WS-CV-S-OUT              PIC Z(17)9.
       01  WS-CV-E-OUT              PIC Z(17)9.
       01  WS-CV-N1                 PIC Z(8)9.
       01  WS-CV-N2                 PIC Z(8)9.
       01  WS-CV-N3                 PIC Z(8)9.
       01  WS-CV-N4                 PIC Z(8)9.
       01  WS-CV-N5                 PIC Z(8)9.
       01  WS-CV-N6                 PIC Z(8)9.
       01  WS-CV-NET-OUT            PIC -(18)9.
       01  WS-CV-CNT-OUT            PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP

           PERFORM LOAD-SITE-PARAMS

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILENAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   END-IF
           END-ACCEPT

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG5) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-ARG5) TO WS-IDLIST-NAME
                   END-IF
           END-ACCEPT

           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG6 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG6))
                           = "PUBLISH"
                       SET PUBLISH-CANON TO TRUE
                   END-IF
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "sortwork." DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
           END-STRING

           PERFORM VERIFY-INPUT-FILE
           IF WS-IDLIST-NAME NOT = SPACES
               PERFORM VERIFY-ID-LIST
           END-IF
           PERFORM PREFLIGHT-CHECK

           OPEN INPUT IN-FILE
                   " skipped"
           END-IF

           IF WS-IDLIST-NAME NOT = SPACES
               PERFORM RUN-ID-LOOKUP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
               WS-ELAPSED-STR
           CLOSE IN-FILE
           .

       VERIFY-ID-LIST.
           *> Same up-front check for the ID list, so a mistyped name
           *> fails before the merge rather than after it.
           OPEN INPUT ID-FILE
           IF WS-ID-FS NOT = "00"
               DISPLAY "ERROR: ID list not found: "
                   FUNCTION TRIM(WS-IDLIST-NAME)
                   " (file status " WS-ID-FS ")"
               MOVE "MISSING-INPUT" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-IDLIST-NAME
                   WS-ID-FS WS-ERR-REASON
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ID-FILE
           .

       PREFLIGHT-CHECK.
           *> Count the ranges the input actually holds -- only the
           *> ranges section, up to its terminating blank line -- before

       ADD-RANGE.
           ADD 1 TO WS-RJ-LINE-NO
           *> "*" lines are comments -- the header and trailer of a
           *> published coverage feed read back in as input.
           IF WS-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF

           *> Split off any effective dates first, then parse the
           *> remaining "start-end" exactly as before.
               END-IF
           END-IF

           *> Split off any depot-tag prefix ("<tag>:start-end") before
           *> the range itself is parsed; untagged lines stay whole.
           MOVE "(NONE)" TO WS-TAG-STR
           MOVE 0 TO WS-COLON-POS
           INSPECT WS-RANGE-PART TALLYING WS-COLON-POS
               FOR CHARACTERS BEFORE INITIAL ":"
           IF WS-COLON-POS <
                   FUNCTION STORED-CHAR-LENGTH(WS-RANGE-PART)
               MOVE WS-RANGE-PART(1:WS-COLON-POS) TO WS-TAG-STR
               ADD 2 TO WS-COLON-POS
               MOVE FUNCTION TRIM(WS-RANGE-PART(WS-COLON-POS:))
                   TO WS-RANGE-PART
           END-IF

           MOVE SPACES TO WS-START-STR
           MOVE SPACES TO WS-END-STR

           MOVE WS-RCNT TO R-ROW(WS-RCNT)
           MOVE WS-A TO R-START(WS-RCNT)
           MOVE WS-B TO R-END(WS-RCNT)
           MOVE WS-TAG-STR TO R-TAG(WS-RCNT)
           .

       FINALIZE-RANGES.
           PERFORM WRITE-GAP-REPORT
           PERFORM UPDATE-GAP-REGISTRY

           IF PUBLISH-CANON
               IF DRY-RUN
                   DISPLAY "COVERAGE FEED: dry run -- not published"
               ELSE
                   PERFORM PUBLISH-CANONICAL-FEED
               END-IF
           END-IF

           IF DRY-RUN
               PERFORM DISPLAY-DRYRUN-DIFF
           END-IF
           CLOSE GAPS-FILE
           DISPLAY "GAP REPORT: " FUNCTION TRIM(WS-GAPS-NAME)
               " (" FUNCTION TRIM(WS-GAP-LINE) ")"
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-GAPS-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF
           .

       UPDATE-GAP-REGISTRY.
           ADD 1 TO WS-PCNT
           MOVE SR-START TO PRE-START(WS-PCNT)
           MOVE SR-END   TO PRE-END(WS-PCNT)
           MOVE SR-ROW   TO PRE-ROW(WS-PCNT)

           IF WS-MCNT = 0
               MOVE 1 TO WS-MCNT
               MOVE SR-START TO M-START(1)
               MOVE SR-END   TO M-END(1)
               MOVE WS-PCNT  TO M-FIRST-PRE(1)
           ELSE
               *> merge if overlaps OR touches (inclusive ranges)
               IF SR-START <= (M-END(WS-MCNT) + 1)
                   ADD 1 TO WS-MCNT
                   MOVE SR-START TO M-START(WS-MCNT)
                   MOVE SR-END   TO M-END(WS-MCNT)
                   MOVE WS-PCNT  TO M-FIRST-PRE(WS-MCNT)
               END-IF
           END-IF
           MOVE WS-PCNT TO M-LAST-PRE(WS-MCNT)

           PERFORM DISPLAY-MERGE-AUDIT
           .

           DISPLAY "  " WS-DR-LEFT "  " WS-DR-RIGHT
           .

       RUN-ID-LOOKUP.
           *> Receiving's daily ID list against tonight's merged ranges:
           *> one answer line per ID -- COVERED with the depot-tagged
           *> source ranges (feed ROW numbers, as in the merge audit
           *> trail) that hold it, or UNCOVERED -- plus a count of each.
           MOVE SPACES TO WS-LOOKUP-NAME
           STRING FUNCTION TRIM(WS-IDLIST-NAME) DELIMITED BY SIZE
                  ".lookup"                     DELIMITED BY SIZE
               INTO WS-LOOKUP-NAME
           END-STRING

           OPEN INPUT ID-FILE
           OPEN OUTPUT LOOKUP-FILE
           IF WS-LOOKUP-FS NOT = "00"
               DISPLAY "ERROR: Unable to write ID lookup "
                   FUNCTION TRIM(WS-LOOKUP-NAME)
                   " (file status " WS-LOOKUP-FS ")"
               CLOSE ID-FILE
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-LOOKUP-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ID-EOF
           PERFORM UNTIL ID-EOF
               READ ID-FILE INTO WS-ID-LINE
                   AT END
                       SET ID-EOF TO TRUE
                   NOT AT END
                       PERFORM LOOKUP-ONE-ID
               END-READ
           END-PERFORM
           CLOSE ID-FILE

           MOVE WS-ID-COVERED   TO WS-ID-CNT-OUT
           MOVE WS-ID-UNCOVERED TO WS-ID-CNT2-OUT
           MOVE WS-ID-INVALID   TO WS-ID-CNT3-OUT
           MOVE SPACES TO LOOKUP-REC
           STRING "TOTAL " FUNCTION TRIM(WS-ID-CNT-OUT) " COVERED, "
                  FUNCTION TRIM(WS-ID-CNT2-OUT) " UNCOVERED, "
                  FUNCTION TRIM(WS-ID-CNT3-OUT) " INVALID"
               DELIMITED BY SIZE INTO LOOKUP-REC
           END-STRING
           WRITE LOOKUP-REC
           CLOSE LOOKUP-FILE
           DISPLAY "ID LOOKUP: " FUNCTION TRIM(WS-LOOKUP-NAME)
               " (" FUNCTION TRIM(LOOKUP-REC) ")"
           .

       LOOKUP-ONE-ID.
           CALL "linecleanup" USING WS-ID-LINE BY CONTENT "B"
           IF WS-ID-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LOOKUP-REC
           IF FUNCTION STORED-CHAR-LENGTH(WS-ID-LINE) > 18
               ADD 1 TO WS-ID-INVALID
               STRING FUNCTION TRIM(WS-ID-LINE) " INVALID"
                   DELIMITED BY SIZE INTO LOOKUP-REC
               END-STRING
               WRITE LOOKUP-REC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-ID-LINE) TO WS-ID-TEXT
           INSPECT WS-ID-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-ID-TEXT IS NOT NUMERIC
               ADD 1 TO WS-ID-INVALID
               STRING FUNCTION TRIM(WS-ID-LINE) " INVALID"
                   DELIMITED BY SIZE INTO LOOKUP-REC
               END-STRING
               WRITE LOOKUP-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-TEXT TO WS-ID
           MOVE WS-ID TO WS-ID-OUT

           *> Binary search: the merged ranges are sorted and disjoint,
           *> so at most one of them can hold the ID.
           MOVE 0 TO WS-ID-HIT
           MOVE 1 TO WS-ID-LO
           MOVE WS-MCNT TO WS-ID-HI
           PERFORM UNTIL WS-ID-LO > WS-ID-HI OR WS-ID-HIT > 0
               COMPUTE WS-ID-MID = (WS-ID-LO + WS-ID-HI) / 2
               EVALUATE TRUE
                   WHEN WS-ID < M-START(WS-ID-MID)
                       IF WS-ID-MID = 1
                           MOVE 0 TO WS-ID-HI
                       ELSE
                           COMPUTE WS-ID-HI = WS-ID-MID - 1
                       END-IF
                   WHEN WS-ID > M-END(WS-ID-MID)
                       COMPUTE WS-ID-LO = WS-ID-MID + 1
                   WHEN OTHER
                       MOVE WS-ID-MID TO WS-ID-HIT
               END-EVALUATE
           END-PERFORM

           IF WS-ID-HIT = 0
               ADD 1 TO WS-ID-UNCOVERED
               STRING FUNCTION TRIM(WS-ID-OUT) " UNCOVERED"
                   DELIMITED BY SIZE INTO LOOKUP-REC
               END-STRING
               WRITE LOOKUP-REC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ID-COVERED
           MOVE 1 TO WS-ID-PTR
           STRING FUNCTION TRIM(WS-ID-OUT) " COVERED BY"
               DELIMITED BY SIZE INTO LOOKUP-REC WITH POINTER WS-ID-PTR
           END-STRING

           *> The merged range's own sources, in start order; stop at
           *> the first that starts past the ID. Only the first few are
           *> named -- the rest are counted.
           MOVE 0 TO WS-ID-SRCS
           PERFORM VARYING WS-ID-P FROM M-FIRST-PRE(WS-ID-HIT) BY 1
                   UNTIL WS-ID-P > M-LAST-PRE(WS-ID-HIT)
                       OR PRE-START(WS-ID-P) > WS-ID
               IF PRE-END(WS-ID-P) >= WS-ID
                   ADD 1 TO WS-ID-SRCS
                   IF WS-ID-SRCS <= MAX-ID-SOURCES
                       MOVE PRE-ROW(WS-ID-P)   TO WS-SRC-ROW-OUT
                       MOVE PRE-START(WS-ID-P) TO WS-SRC-START-OUT
                       MOVE PRE-END(WS-ID-P)   TO WS-SRC-END-OUT
                       IF WS-ID-SRCS > 1
                           STRING ","
                               DELIMITED BY SIZE INTO LOOKUP-REC
                               WITH POINTER WS-ID-PTR
                           END-STRING
                       END-IF
                       STRING " " FUNCTION TRIM(R-TAG(PRE-ROW(WS-ID-P)))
                              " ROW " FUNCTION TRIM(WS-SRC-ROW-OUT)
                              " (" FUNCTION TRIM(WS-SRC-START-OUT)
                              "-" FUNCTION TRIM(WS-SRC-END-OUT) ")"
                           DELIMITED BY SIZE INTO LOOKUP-REC
                           WITH POINTER WS-ID-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ID-SRCS > MAX-ID-SOURCES
               COMPUTE WS-SRC-MORE-OUT = WS-ID-SRCS - MAX-ID-SOURCES
               STRING " (+" FUNCTION TRIM(WS-SRC-MORE-OUT) " MORE)"
                   DELIMITED BY SIZE INTO LOOKUP-REC
                   WITH POINTER WS-ID-PTR
               END-STRING
           END-IF
           WRITE LOOKUP-REC
           .

       PUBLISH-CANONICAL-FEED.
           *> The previous version is read back first (for its version
           *> number and the diff), then replaced by tonight's.
           PERFORM LOAD-PREVIOUS-FEED
           COMPUTE WS-CANON-VERSION = WS-PREV-VERSION + 1

           OPEN OUTPUT CANON-FILE
           IF WS-CANON-FS NOT = "00"
               DISPLAY "ERROR: Unable to write coverage feed "
                   "coveragefeed.txt (file status " WS-CANON-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-CANON-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CANON-REC
           STRING "*COVERAGE-FEED VERSION " WS-CANON-VERSION
                  " RUN-DATE " WS-RUN-DATE
                  " SOURCE " FUNCTION TRIM(WS-FILENAME)
               DELIMITED BY SIZE INTO CANON-REC
           END-STRING
           WRITE CANON-REC
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MCNT
               MOVE M-START(WS-I) TO WS-CV-S-OUT
               MOVE M-END(WS-I)   TO WS-CV-E-OUT
               MOVE SPACES TO CANON-REC
               STRING FUNCTION TRIM(WS-CV-S-OUT) "-"
                      FUNCTION TRIM(WS-CV-E-OUT)
                   DELIMITED BY SIZE INTO CANON-REC
               END-STRING
               WRITE CANON-REC
           END-PERFORM
           MOVE WS-MCNT TO WS-CV-CNT-OUT
           MOVE SPACES TO CANON-REC
           STRING "*TRAILER RANGES " WS-CV-CNT-OUT
               DELIMITED BY SIZE INTO CANON-REC
           END-STRING
           WRITE CANON-REC
           CLOSE CANON-FILE

           PERFORM WRITE-FEED-DIFF
           MOVE WS-MCNT TO WS-CV-N1
           DISPLAY "COVERAGE FEED: coveragefeed.txt VERSION "
               WS-CANON-VERSION " (" FUNCTION TRIM(WS-CV-N1)
               " range(s)); diff in coveragefeed.diff"
           .

       LOAD-PREVIOUS-FEED.
           *> No feed yet means this is version 1 and everything in it
           *> is ADDED.
           MOVE 0 TO WS-PRV-COUNT
           MOVE 0 TO WS-PREV-VERSION
           MOVE SPACES TO WS-PREV-RUN-DATE
           OPEN INPUT CANON-FILE
           IF WS-CANON-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CANON-EOF
           PERFORM UNTIL CANON-EOF
               READ CANON-FILE INTO WS-CANON-LINE
                   AT END
                       SET CANON-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PREVIOUS-LINE
               END-READ
           END-PERFORM
           CLOSE CANON-FILE
           .

       LOAD-ONE-PREVIOUS-LINE.
           IF WS-CANON-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CANON-LINE(1:14) = "*COVERAGE-FEED"
               MOVE SPACES TO WS-CANON-WORD(1) WS-CANON-WORD(2)
                   WS-CANON-WORD(3) WS-CANON-WORD(4) WS-CANON-WORD(5)
               UNSTRING WS-CANON-LINE DELIMITED BY ALL SPACE
                   INTO WS-CANON-WORD(1) WS-CANON-WORD(2)
                        WS-CANON-WORD(3) WS-CANON-WORD(4)
                        WS-CANON-WORD(5)
               END-UNSTRING
               IF FUNCTION TRIM(WS-CANON-WORD(3)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CANON-WORD(3))
                       TO WS-PREV-VERSION
               END-IF
               MOVE WS-CANON-WORD(5)(1:8) TO WS-PREV-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CANON-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-PRV-COUNT >= MAX-PREV-RANGES
               SET PRV-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-START-STR WS-END-STR
           UNSTRING WS-CANON-LINE DELIMITED BY "-"
               INTO WS-START-STR WS-END-STR
           END-UNSTRING
           ADD 1 TO WS-PRV-COUNT
           COMPUTE PRV-START(WS-PRV-COUNT) = FUNCTION NUMVAL(WS-START-STR)
           COMPUTE PRV-END(WS-PRV-COUNT)   = FUNCTION NUMVAL(WS-END-STR)
           MOVE "N" TO PRV-HIT(WS-PRV-COUNT)
           .

       WRITE-FEED-DIFF.
           *> Both versions are sorted, disjoint range lists, so one
           *> forward pass pairs each new range with the old ranges it
           *> overlaps:
           *>   none                      ADDED
           *>   exactly the same range    (unchanged -- counted only)
           *>   new range covers the olds WIDENED
           *>   olds cover the new range  NARROWED
           *>   anything else (shifted)   CHANGED
           *> and any old range no new range touches is REMOVED.
           MOVE 0 TO WS-CV-ADDED WS-CV-REMOVED WS-CV-WIDENED
               WS-CV-NARROWED WS-CV-CHANGED WS-CV-SAME
           MOVE 0 TO WS-CV-OLD-TOTAL

           OPEN OUTPUT CDIFF-FILE
           IF WS-CDIFF-FS NOT = "00"
               DISPLAY "ERROR: Unable to write coverage feed diff "
                   "coveragefeed.diff (file status " WS-CDIFF-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-CDIFF-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CDIFF-REC
           IF WS-PREV-VERSION = 0
               STRING "COVERAGE FEED VERSION " WS-CANON-VERSION
                      " RUN-DATE " WS-RUN-DATE
                      " -- FIRST VERSION, NOTHING TO COMPARE"
                   DELIMITED BY SIZE INTO CDIFF-REC
               END-STRING
           ELSE
               STRING "COVERAGE FEED VERSION " WS-CANON-VERSION
                      " RUN-DATE " WS-RUN-DATE
                      " AGAINST VERSION " WS-PREV-VERSION
                      " RUN-DATE " WS-PREV-RUN-DATE
                   DELIMITED BY SIZE INTO CDIFF-REC
               END-STRING
           END-IF
           WRITE CDIFF-REC
           IF PRV-OVERFLOW
               MOVE SPACES TO CDIFF-REC
               STRING "WARNING: previous version holds more than "
                      "50000 ranges -- diff covers the first 50000"
                   DELIMITED BY SIZE INTO CDIFF-REC
               END-STRING
               WRITE CDIFF-REC
           END-IF

           MOVE 1 TO WS-CV-J
           PERFORM VARYING WS-CV-I FROM 1 BY 1 UNTIL WS-CV-I > WS-MCNT
               PERFORM DIFF-ONE-NEW-RANGE
           END-PERFORM

           PERFORM VARYING WS-CV-K FROM 1 BY 1
                   UNTIL WS-CV-K > WS-PRV-COUNT
               COMPUTE WS-CV-OLD-TOTAL = WS-CV-OLD-TOTAL
                   + (PRV-END(WS-CV-K) - PRV-START(WS-CV-K)) + 1
               IF PRV-HIT(WS-CV-K) = "N"
                   ADD 1 TO WS-CV-REMOVED
                   MOVE PRV-START(WS-CV-K) TO WS-CV-S-OUT
                   MOVE PRV-END(WS-CV-K)   TO WS-CV-E-OUT
                   MOVE SPACES TO CDIFF-REC
                   STRING "REMOVED   " FUNCTION TRIM(WS-CV-S-OUT) "-"
                          FUNCTION TRIM(WS-CV-E-OUT)
                       DELIMITED BY SIZE INTO CDIFF-REC
                   END-STRING
                   WRITE CDIFF-REC
               END-IF
           END-PERFORM

           COMPUTE WS-CV-NET = WS-TOTAL - WS-CV-OLD-TOTAL
           MOVE WS-CV-ADDED    TO WS-CV-N1
           MOVE WS-CV-REMOVED  TO WS-CV-N2
           MOVE WS-CV-WIDENED  TO WS-CV-N3
           MOVE WS-CV-NARROWED TO WS-CV-N4
           MOVE WS-CV-CHANGED  TO WS-CV-N5
           MOVE WS-CV-SAME     TO WS-CV-N6
           MOVE WS-CV-NET      TO WS-CV-NET-OUT
           MOVE SPACES TO CDIFF-REC
           STRING "TOTAL " FUNCTION TRIM(WS-CV-N1) " ADDED, "
                  FUNCTION TRIM(WS-CV-N2) " REMOVED, "
                  FUNCTION TRIM(WS-CV-N3) " WIDENED, "
                  FUNCTION TRIM(WS-CV-N4) " NARROWED, "
                  FUNCTION TRIM(WS-CV-N5) " CHANGED, "
                  FUNCTION TRIM(WS-CV-N6) " UNCHANGED; NET WIDTH "
                  FUNCTION TRIM(WS-CV-NET-OUT)
               DELIMITED BY SIZE INTO CDIFF-REC
           END-STRING
           WRITE CDIFF-REC
           CLOSE CDIFF-FILE
           .

       DIFF-ONE-NEW-RANGE.
           *> Old ranges ending before this new range starts can touch
           *> no later new range either.
           PERFORM UNTIL WS-CV-J > WS-PRV-COUNT
                   OR PRV-END(WS-CV-J) >= M-START(WS-CV-I)
               ADD 1 TO WS-CV-J
           END-PERFORM
           MOVE WS-CV-J TO WS-CV-FIRST
           MOVE 0 TO WS-CV-LAST
           PERFORM VARYING WS-CV-K FROM WS-CV-J BY 1
                   UNTIL WS-CV-K > WS-PRV-COUNT
                       OR PRV-START(WS-CV-K) > M-END(WS-CV-I)
               MOVE "Y" TO PRV-HIT(WS-CV-K)
               MOVE WS-CV-K TO WS-CV-LAST
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CV-LAST = 0
                   MOVE "ADDED" TO WS-CV-KIND
                   ADD 1 TO WS-CV-ADDED
               WHEN WS-CV-LAST = WS-CV-FIRST
                       AND PRV-START(WS-CV-FIRST) = M-START(WS-CV-I)
                       AND PRV-END(WS-CV-FIRST) = M-END(WS-CV-I)
                   ADD 1 TO WS-CV-SAME
                   EXIT PARAGRAPH
               WHEN M-START(WS-CV-I) <= PRV-START(WS-CV-FIRST)
                       AND M-END(WS-CV-I) >= PRV-END(WS-CV-LAST)
                   MOVE "WIDENED" TO WS-CV-KIND
                   ADD 1 TO WS-CV-WIDENED
               WHEN M-START(WS-CV-I) >= PRV-START(WS-CV-FIRST)
                       AND M-END(WS-CV-I) <= PRV-END(WS-CV-LAST)
                   MOVE "NARROWED" TO WS-CV-KIND
                   ADD 1 TO WS-CV-NARROWED
               WHEN OTHER
                   MOVE "CHANGED" TO WS-CV-KIND
                   ADD 1 TO WS-CV-CHANGED
           END-EVALUATE

           MOVE M-START(WS-CV-I) TO WS-CV-S-OUT
           MOVE M-END(WS-CV-I)   TO WS-CV-E-OUT
           MOVE SPACES TO CDIFF-REC
           MOVE WS-CV-KIND TO CDIFF-REC(1:9)
           MOVE 11 TO WS-CV-PTR
           STRING FUNCTION TRIM(WS-CV-S-OUT) "-"
                  FUNCTION TRIM(WS-CV-E-OUT)
               DELIMITED BY SIZE INTO CDIFF-REC WITH POINTER WS-CV-PTR
           END-STRING
           IF WS-CV-LAST > 0
               STRING " (WAS" DELIMITED BY SIZE
                   INTO CDIFF-REC WITH POINTER WS-CV-PTR
               END-STRING
               PERFORM VARYING WS-CV-K FROM WS-CV-FIRST BY 1
                       UNTIL WS-CV-K > WS-CV-LAST
                           OR WS-CV-K > WS-CV-FIRST + 7
                   MOVE PRV-START(WS-CV-K) TO WS-CV-S-OUT
                   MOVE PRV-END(WS-CV-K)   TO WS-CV-E-OUT
                   IF WS-CV-K > WS-CV-FIRST
                       STRING "," DELIMITED BY SIZE
                           INTO CDIFF-REC WITH POINTER WS-CV-PTR
                       END-STRING
                   END-IF
                   STRING " " FUNCTION TRIM(WS-CV-S-OUT) "-"
                          FUNCTION TRIM(WS-CV-E-OUT)
                       DELIMITED BY SIZE
                       INTO CDIFF-REC WITH POINTER WS-CV-PTR
                   END-STRING
               END-PERFORM
               IF WS-CV-LAST > WS-CV-FIRST + 7
                   STRING " ..." DELIMITED BY SIZE
                       INTO CDIFF-REC WITH POINTER WS-CV-PTR
                   END-STRING
               END-IF
               STRING ")" DELIMITED BY SIZE
                   INTO CDIFF-REC WITH POINTER WS-CV-PTR
               END-STRING
           END-IF
           WRITE CDIFF-REC
           .

       LOAD-SITE-PARAMS.
      *> Site-wide defaults from siteparams.dat at the
      *> repository root; command-line arguments still win.
      *> See Common/Programs/SiteParams.
           MOVE "DAY5PART2-PUBLISH" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE(1:1) = "Y"
               SET PUBLISH-CANON TO TRUE
           END-IF
           .
