               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FS.

           *> Junction-box asset master -- asset ID, street location
           *> and circuit per box, keyed by its coordinates; maintained
           *> by Common/Programs/JunctionMaster. See LOAD-JBOX-MASTER.
           SELECT JBOX-MASTER
               ASSIGN TO "../../jboxmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JB-KEY
               FILE STATUS IS WS-JB-FS.

           *> Points the junction-box master does not know, for the
           *> survey team -- written next to the input file.
           SELECT UNREG-FILE
               ASSIGN TO DYNAMIC WS-UNREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNREG-FS.

           *> Cable bill of materials and spool cut list -- see
           *> RUN-CABLE-BOM. The runs are sorted longest-first on
           *> their own per-run work file before they are packed.
           SELECT BOM-FILE
               ASSIGN TO DYNAMIC WS-BOM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-FS.

           SELECT BOM-SORT
               ASSIGN TO DYNAMIC WS-BOM-SORTFILE.

           *> Saved union-find state for incremental runs, named after
           *> the input file like the checkpoint -- see LOAD-UF-STATE
           *> and SAVE-UF-STATE.
           SELECT UF-STATE-FILE
               ASSIGN TO DYNAMIC WS-UFS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UFS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-DIST              PIC 9(18).          *> numeric key (DISPLAY)
           05 SR-A                 PIC 9(9).
           05 SR-B                 PIC 9(9).

       *> Checkpoint file: one header record plus one record per point
       *> carrying that point's union-find parent/size, distinguished
           05  CKPT-PT-SZ          PIC 9(9).
           05  FILLER              PIC X(52).

       FD  JBOX-MASTER.
       01  JBOX-MASTER-REC.
           05  JB-KEY.
               10  JB-X            PIC S9(9) SIGN LEADING SEPARATE.
               10  JB-Y            PIC S9(9) SIGN LEADING SEPARATE.
               10  JB-Z            PIC S9(9) SIGN LEADING SEPARATE.
           05  JB-ASSET-ID         PIC X(12).
           05  JB-LOCATION         PIC X(40).
           05  JB-CIRCUIT          PIC X(10).
           05  JB-UPDATED          PIC X(8).

       FD  UNREG-FILE.
       01  UNREG-REC               PIC X(132).

       FD  BOM-FILE.
       01  BOM-REC                 PIC X(132).

      *> Union-find state: a header, one "P" record per point (its
      *> coordinates, so tonight's list can be checked against it,
      *> and its final parent) and one "E" record per accepted edge.
       FD  UF-STATE-FILE.
       01  UFS-REC                 PIC X(80).
       01  UFS-HDR REDEFINES UFS-REC.
           05  UFS-TAG             PIC X.
           05  UFS-N               PIC 9(9).
           05  UFS-EXCL-COUNT      PIC 9(9).
           05  UFS-EXCL-SUM        PIC 9(18).
           05  UFS-EDGES           PIC 9(9).
           05  UFS-COMPONENTS      PIC 9(9).
           05  UFS-DATE            PIC X(8).
           05  FILLER              PIC X(17).
       01  UFS-PT REDEFINES UFS-REC.
           05  UFS-PT-TAG          PIC X.
           05  UFS-PT-IDX          PIC 9(9).
           05  UFS-PT-X            PIC S9(18) SIGN LEADING SEPARATE.
           05  UFS-PT-Y            PIC S9(18) SIGN LEADING SEPARATE.
           05  UFS-PT-Z            PIC S9(18) SIGN LEADING SEPARATE.
           05  UFS-PT-PARENT       PIC 9(9).
           05  FILLER              PIC X(4).
       01  UFS-EDGE REDEFINES UFS-REC.
           05  UFS-E-TAG           PIC X.
           05  UFS-E-A             PIC 9(9).
           05  UFS-E-B             PIC 9(9).
           05  UFS-E-DIST          PIC 9(18).
           05  FILLER              PIC X(43).

       SD  BOM-SORT.
       01  BOM-SORT-REC.
           05  BS-CUT              PIC 9(9).
           05  BS-RUN              PIC 9(9).

       WORKING-STORAGE SECTION.
       78  MAX-PTS                 VALUE 20000.
       78  MAX-EXCL                VALUE 1000.
       01  WS-MEMBER-OUT           PIC Z(9)9.
       01  WS-DUMP-I               PIC 9(9) COMP-5.

      *> Junction-box master join: each point's asset ID, location
      *> and circuit, looked up once by coordinates after the point
      *> list is read. With no master on file nothing is annotated
      *> and the merge audit and dump read as they always have.
       01  WS-JB-FS                PIC XX.
       01  WS-JB-OPEN              PIC X VALUE "N".
           88  JBOX-MASTER-OPEN           VALUE "Y".
       01  JB-PT-TAB.
           05  JB-PT OCCURS 20000.
               10  JB-PT-REG       PIC X.
                   88  PT-REGISTERED      VALUE "Y".
               10  JB-PT-ASSET     PIC X(12).
               10  JB-PT-LOC       PIC X(40).
               10  JB-PT-CIRCUIT   PIC X(10).
       01  WS-JB-MATCHED           PIC 9(9) COMP-5 VALUE 0.
       01  WS-JB-UNREG             PIC 9(9) COMP-5 VALUE 0.
       01  WS-JB-I                 PIC 9(9) COMP-5.
       01  WS-BOX-I                PIC 9(9) COMP-5.
       01  WS-BOX-TEXT             PIC X(80).
       01  WS-BOX-A-TEXT           PIC X(80).
       01  WS-BOX-B-TEXT           PIC X(80).
       01  WS-JB-CNT-OUT           PIC Z(8)9.
       01  WS-JB-N-OUT             PIC Z(8)9.
       01  WS-UNREG-NAME           PIC X(300).
       01  WS-UNREG-FS             PIC XX.
       01  WS-UNREG-X-OUT          PIC -(17)9.
       01  WS-UNREG-Y-OUT          PIC -(17)9.
       01  WS-UNREG-Z-OUT          PIC -(17)9.

      *> Cable bill of materials -- see RUN-CABLE-BOM. Asked for
      *> with a 4th command-line word of BOM, or site parameter
      *> DAY8PART2-BOM=Y. Every edge the Kruskal pass accepts is one
      *> cable run; its measured length is the straight-line
      *> distance (the square root of the squared distance the sort
      *> keys on), cut to the next CABLE-CUT-INCREMENT plus
      *> CABLE-SLACK per run, and the cut runs are packed onto
      *> CABLE-SPOOL-LENGTH stock spools first-fit, longest first.
       01  WS-ARG4                 PIC X(20).
       01  WS-BOM-SW               PIC X VALUE "N".
           88  WANT-BOM                   VALUE "Y".
       01  WS-SP-KEY               PIC X(30).
       01  WS-SP-VALUE             PIC X(40).
       01  WS-SP-FOUND             PIC X.
       01  WS-CUT-INC              PIC 9(9) COMP-5 VALUE 1.
       01  WS-SLACK                PIC 9(9) COMP-5 VALUE 0.
       01  WS-SPOOL-LEN            PIC 9(9) COMP-5 VALUE 10000.
       01  WS-SP-NUM               PIC S9(18) COMP-5.

       01  WS-BOM-NAME             PIC X(300).
       01  WS-BOM-FS               PIC XX.
       01  WS-BOM-SORTFILE         PIC X(256).
       01  WS-BOM-RUNS             PIC 9(9) COMP-5 VALUE 0.
       01  BOM-RUN-TAB.
           05  BOM-RUN OCCURS 20000.
               10  BOM-A           PIC 9(9) COMP-5.
               10  BOM-B           PIC 9(9) COMP-5.
               10  BOM-MEAS        PIC 9(9)V99.
               10  BOM-CUT         PIC 9(9) COMP-5.
               10  BOM-CLUSTER     PIC 9(9) COMP-5.
               10  BOM-SPOOL       PIC 9(9) COMP-5.
       01  WS-BOM-R                PIC 9(9) COMP-5.
       01  WS-BOM-DIST             PIC 9(18).
       01  WS-BOM-RAW              PIC 9(9)V9(6).
       01  WS-BOM-UNITS            PIC 9(9) COMP-5.

      *> On a resumed run the edges already merged before the kill
      *> are fast-forwarded, not unioned again, so their runs are
      *> recovered by replaying them through a second union-find.
       01  BOM-UF-PARENT OCCURS 20000 PIC 9(9) COMP-5.
       01  BOM-UF-SZ     OCCURS 20000 PIC 9(9) COMP-5.
       01  BF-X                    PIC 9(9) COMP-5.
       01  BF-ROOT                 PIC 9(9) COMP-5.
       01  BF-NEXT                 PIC 9(9) COMP-5.

      *> Per-cluster totals, numbered the way the membership dump
      *> numbers its clusters.
       01  CL-OF-ROOT OCCURS 20000 PIC 9(9) COMP-5.
       01  CL-RUNS    OCCURS 20000 PIC 9(9) COMP-5.
       01  CL-MEAS    OCCURS 20000 PIC 9(11)V99.
       01  CL-CUT     OCCURS 20000 PIC 9(18) COMP-5.
       01  WS-BOM-CLUSTERS         PIC 9(9) COMP-5.
       01  WS-TOT-MEAS             PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CUT              PIC 9(18) COMP-5 VALUE 0.

      *> Spool cut list: cable used on each stock spool opened.
       01  SP-USED    OCCURS 20000 PIC 9(9) COMP-5.
       01  WS-SPOOLS               PIC 9(9) COMP-5 VALUE 0.
       01  WS-SPOOL-I              PIC 9(9) COMP-5.
       01  WS-OVERSIZE             PIC 9(9) COMP-5 VALUE 0.
       01  WS-TOT-LEFT             PIC 9(18) COMP-5 VALUE 0.
       01  WS-BOM-EOF              PIC X.
           88  BOM-SORT-EOF               VALUE "Y".

       01  WS-BOM-LINE             PIC X(132).
       01  WS-BOM-N1               PIC Z(8)9.
       01  WS-BOM-N2               PIC Z(8)9.
       01  WS-BOM-N3               PIC Z(8)9.
       01  WS-BOM-N4               PIC Z(17)9.
       01  WS-BOM-N5               PIC Z(17)9.
       01  WS-BOM-M1               PIC Z(12)9.99.
       01  WS-BOM-R-OUT            PIC Z(8)9.
       01  WS-BOM-A-OUT            PIC Z(8)9.
       01  WS-BOM-B-OUT            PIC Z(8)9.
       01  WS-BOM-MEAS-OUT         PIC Z(8)9.99.
       01  WS-BOM-CUT-OUT          PIC Z(8)9.
       01  WS-BOM-CL-OUT           PIC Z(8)9.

      *> Incremental clustering -- see RUN-INCREMENTAL. Asked for
      *> with an INCREMENTAL option word or site parameter
      *> DAY8PART2-INCREMENTAL=Y. Last night's accepted edges are a
      *> minimum spanning forest of last night's points, so no edge
      *> it rejected between two old points can ever be needed
      *> again: tonight's merges come from those edges plus every
      *> edge touching a point added since, replayed in the same
      *> (distance, a, b) order a full run uses -- the same merges
      *> and the same product. Any change to the old points or the
      *> exclusions can re-open a rejected edge, so that falls back
      *> to a full run. On the weekly check day
      *> (DAY8PART2-FULLCHECK-DAY, default SUN) or with a FULLCHECK
      *> option word, both are run and any disagreement is an alert.
       01  WS-OPT-I                PIC 9(9) COMP-5.
       01  WS-OPT-WORD             PIC X(20).
       01  WS-INCR-SW              PIC X VALUE "N".
           88  WANT-INCREMENTAL           VALUE "Y".
       01  WS-FULLCHECK-SW         PIC X VALUE "N".
           88  FULLCHECK-DUE              VALUE "Y".
       01  WS-FULLCHECK-DAY        PIC X(3) VALUE "SUN".
       01  WS-WEEKDAY              PIC 9 COMP-5.
       01  WS-WEEKDAY-NAME         PIC X(3).
       01  WS-STATE-SW             PIC X VALUE "N".
           88  STATE-USABLE               VALUE "Y".
       01  WS-CKPT-OFF-SW          PIC X VALUE "N".
           88  CKPT-OFF                   VALUE "Y".
       01  WS-QUIET-SW             PIC X VALUE "N".
           88  QUIET-PASS                 VALUE "Y".
       01  WS-MISMATCH-SW          PIC X VALUE "N".
           88  FULLCHECK-MISMATCH         VALUE "Y".

       01  WS-UFS-NAME             PIC X(300) VALUE SPACES.
       01  WS-UFS-FS               PIC XX.
       01  WS-UFS-EOF              PIC X.
           88  UFS-EOF                    VALUE "Y".
       01  WS-OLD-N                PIC 9(9) COMP-5 VALUE 0.
       01  WS-OLD-COMPONENTS       PIC 9(9) COMP-5 VALUE 0.
       01  WS-OLD-EDGES            PIC 9(9) COMP-5 VALUE 0.
       01  WS-HDR-EDGES            PIC 9(9) COMP-5 VALUE 0.
       01  WS-OLD-PTS-SEEN         PIC 9(9) COMP-5 VALUE 0.
       01  OE-A    OCCURS 20000    PIC 9(9) COMP-5.
       01  OE-B    OCCURS 20000    PIC 9(9) COMP-5.
       01  OE-DIST OCCURS 20000    PIC 9(18) COMP-5.
       01  WS-EXCL-SUM             PIC 9(18) COMP-5 VALUE 0.
       01  WS-STATE-WHY            PIC X(60).
       01  WS-INCR-EDGES           PIC 9(18) COMP-5 VALUE 0.

      *> Accepted edges of the reported pass, saved as tomorrow's
      *> starting point.
       01  WS-ACC-EDGES            PIC 9(9) COMP-5 VALUE 0.
       01  ACC-A    OCCURS 20000   PIC 9(9) COMP-5.
       01  ACC-B    OCCURS 20000   PIC 9(9) COMP-5.
       01  ACC-DIST OCCURS 20000   PIC 9(18) COMP-5.

       01  WS-INCR-LAST-A          PIC 9(9) COMP-5.
       01  WS-INCR-LAST-B          PIC 9(9) COMP-5.
       01  WS-INCR-IMPOSSIBLE      PIC X.
       01  WS-INCR-PROD            PIC S9(31) COMP-3.
       01  WS-INCR-OUT             PIC Z(30)9.
       01  WS-INCR-N1              PIC Z(8)9.
       01  WS-INCR-N2              PIC Z(8)9.
       01  WS-INCR-N3              PIC Z(17)9.

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
                   MOVE SPACES TO WS-EXCL-NAME
           END-ACCEPT

           *> Option words BOM, INCREMENTAL and FULLCHECK may follow
           *> in any order from the 4th position on.
           PERFORM LOAD-SITE-PARAMS
           PERFORM VARYING WS-OPT-I FROM 4 BY 1 UNTIL WS-OPT-I > 6
               MOVE SPACES TO WS-ARG4
               DISPLAY WS-OPT-I UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG4
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4))
                   TO WS-OPT-WORD
               EVALUATE WS-OPT-WORD
                   WHEN "BOM"
                       SET WANT-BOM TO TRUE
                   WHEN "INCREMENTAL"
                       SET WANT-INCREMENTAL TO TRUE
                   WHEN "FULLCHECK"
                       SET WANT-INCREMENTAL TO TRUE
                       SET FULLCHECK-DUE TO TRUE
               END-EVALUATE
           END-PERFORM
           IF WANT-INCREMENTAL
               PERFORM CHECK-FULLCHECK-DAY
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           STRING "sortwork." DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-SORTFILE
           END-STRING
           MOVE SPACES TO WS-BOM-SORTFILE
           STRING "bomsort." DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-BOM-SORTFILE
           END-STRING

           PERFORM VERIFY-INPUT-FILE
           PERFORM PREFLIGHT-CHECK
               STOP RUN
           END-IF

           PERFORM LOAD-JBOX-MASTER
           PERFORM LOAD-EXCLUSIONS

           PERFORM INIT-UNION-FIND
           PERFORM BUILD-CKPT-NAME

           IF WANT-INCREMENTAL
               PERFORM LOAD-UF-STATE
           END-IF
           IF STATE-USABLE
               PERFORM RUN-INCREMENTAL
           ELSE
               PERFORM RUN-FULL-PASS
           END-IF

           *> Run finished end to end -- clear the checkpoint (and
           *> the heartbeat, so the monitor stops listing this run) so

           PERFORM DUMP-CLUSTER-MEMBERSHIP

           IF WANT-BOM
               PERFORM RUN-CABLE-BOM
           END-IF

           IF WANT-INCREMENTAL
               PERFORM SAVE-UF-STATE
           END-IF

           IF CONN-IMPOSSIBLE
               MOVE 0 TO PROD
           ELSE
               *> a killed predecessor rather than starting fresh.
               MOVE 4 TO RETURN-CODE
           END-IF
           IF FULLCHECK-MISMATCH
               *> The answer above is the full run's, but the saved
               *> state disagreed with it -- a validation failure, on
               *> the error log already, not a clean run.
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       INIT-UNION-FIND.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N
               MOVE WS-I TO UF-PARENT(WS-I)
               MOVE 1    TO UF-SZ(WS-I)
           END-PERFORM
           MOVE WS-N TO WS-COMPONENTS
           .

       RUN-FULL-PASS.
           *> If a prior run against this same point list was killed
           *> partway through the union-find pass, pick its state back
           *> up instead of starting the merges over from edge 1. The
           *> edge list itself (BUILD-EDGES/SORT) is cheap and
           *> deterministic, so it is simply rebuilt every time; only
           *> the union-find state and an edges-processed count are
           *> checkpointed and restored.
           PERFORM LOAD-CHECKPOINT

           IF (WANT-BOM OR WANT-INCREMENTAL) AND CKPT-RESUMED
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N
                   MOVE WS-I TO BOM-UF-PARENT(WS-I)
                   MOVE 1    TO BOM-UF-SZ(WS-I)
               END-PERFORM
           END-IF

           *> Sort all edges by (distance, a, b), then union until 1 component :contentReference[oaicite:4]{index=4}
           SORT SORT-WORK
               ON ASCENDING KEY SR-DIST SR-A SR-B
               INPUT PROCEDURE  IS BUILD-EDGES
               OUTPUT PROCEDURE IS KRUSKAL-PROCESS
           .

       RUN-INCREMENTAL.
           *> Replay last night's accepted edges plus every edge that
           *> touches a point added since. Incremental runs are short
           *> and their edge stream is not the full run's, so they do
           *> not checkpoint. On a check day the incremental pass runs
           *> quietly first, then a full pass produces the reported
           *> answer and the two are compared.
           SET CKPT-OFF TO TRUE
           IF FULLCHECK-DUE
               SET QUIET-PASS TO TRUE
           END-IF

           SORT SORT-WORK
               ON ASCENDING KEY SR-DIST SR-A SR-B
               INPUT PROCEDURE  IS BUILD-INCR-EDGES
               OUTPUT PROCEDURE IS KRUSKAL-PROCESS

           COMPUTE WS-INCR-N1 = WS-N - WS-OLD-N
           MOVE WS-OLD-N      TO WS-INCR-N2
           MOVE WS-INCR-EDGES TO WS-INCR-N3
           DISPLAY "INCREMENTAL: " FUNCTION TRIM(WS-INCR-N1)
               " new point(s) on " FUNCTION TRIM(WS-INCR-N2)
               " saved, " FUNCTION TRIM(WS-INCR-N3)
               " edge(s) evaluated"

           IF NOT FULLCHECK-DUE
               EXIT PARAGRAPH
           END-IF

           MOVE LAST-A TO WS-INCR-LAST-A
           MOVE LAST-B TO WS-INCR-LAST-B
           MOVE WS-CONN-IMPOSSIBLE TO WS-INCR-IMPOSSIBLE
           IF CONN-IMPOSSIBLE
               MOVE 0 TO WS-INCR-PROD
           ELSE
               COMPUTE WS-INCR-PROD = PX(LAST-A) * PX(LAST-B)
           END-IF

           PERFORM INIT-UNION-FIND
           MOVE "N" TO WS-CONN-IMPOSSIBLE
           MOVE 0 TO LAST-A LAST-B WS-EDGES-DONE WS-EDGES-SINCE-CKPT
           MOVE "N" TO WS-QUIET-SW
           SORT SORT-WORK
               ON ASCENDING KEY SR-DIST SR-A SR-B
               INPUT PROCEDURE  IS BUILD-EDGES
               OUTPUT PROCEDURE IS KRUSKAL-PROCESS

           IF CONN-IMPOSSIBLE
               MOVE 0 TO PROD
           ELSE
               COMPUTE PROD = PX(LAST-A) * PX(LAST-B)
           END-IF
           MOVE PROD TO WS-OUT
           MOVE WS-INCR-PROD TO WS-INCR-OUT
           IF PROD = WS-INCR-PROD
               AND LAST-A = WS-INCR-LAST-A
               AND LAST-B = WS-INCR-LAST-B
               AND WS-CONN-IMPOSSIBLE = WS-INCR-IMPOSSIBLE
               DISPLAY "FULL-RUN CHECK: incremental and full runs "
                   "agree (" FUNCTION TRIM(WS-OUT) ")"
           ELSE
               SET FULLCHECK-MISMATCH TO TRUE
               DISPLAY "ALERT: FULL-RUN CHECK MISMATCH -- incremental "
                   FUNCTION TRIM(WS-INCR-OUT) ", full "
                   FUNCTION TRIM(WS-OUT)
                   " (reporting the full run)"
               MOVE "INCREMENTAL-MISMATCH" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-UFS-FS WS-ERR-REASON
           END-IF
           .

       BUILD-INCR-EDGES.
           *> Last night's accepted edges, then each new point paired
           *> with every point before it.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OLD-EDGES
               MOVE OE-DIST(WS-I) TO SR-DIST
               MOVE OE-A(WS-I)    TO SR-A
               MOVE OE-B(WS-I)    TO SR-B
               RELEASE SORT-REC
               ADD 1 TO WS-INCR-EDGES
           END-PERFORM

           COMPUTE WS-JSTART = WS-OLD-N + 1
           PERFORM VARYING WS-J FROM WS-JSTART BY 1 UNTIL WS-J > WS-N
               MOVE PX(WS-J) TO WS-XJ
               MOVE PY(WS-J) TO WS-YJ
               MOVE PZ(WS-J) TO WS-ZJ
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-J
                   COMPUTE WS-DX = PX(WS-I) - WS-XJ
                   COMPUTE WS-DY = PY(WS-I) - WS-YJ
                   COMPUTE WS-DZ = PZ(WS-I) - WS-ZJ
                   COMPUTE WS-DIST =
                       (WS-DX * WS-DX) + (WS-DY * WS-DY) + (WS-DZ * WS-DZ)
                   MOVE WS-DIST TO SR-DIST
                   MOVE WS-I    TO SR-A
                   MOVE WS-J    TO SR-B
                   RELEASE SORT-REC
                   ADD 1 TO WS-INCR-EDGES
               END-PERFORM
           END-PERFORM
           .

       RECORD-ACCEPTED-EDGE.
           *> One edge of the reported pass merged two clusters.
           IF WANT-BOM
               PERFORM RECORD-BOM-RUN
           END-IF
           IF WANT-INCREMENTAL
               ADD 1 TO WS-ACC-EDGES
               MOVE SR-A    TO ACC-A(WS-ACC-EDGES)
               MOVE SR-B    TO ACC-B(WS-ACC-EDGES)
               MOVE SR-DIST TO ACC-DIST(WS-ACC-EDGES)
           END-IF
           .

       CHECK-FULLCHECK-DAY.
           *> Day 0 of INTEGER-OF-DATE mod 7 is a Sunday, the same
           *> reckoning daybatchdriver uses for WEEKLY-xxx jobs.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))), 7)
           EVALUATE WS-WEEKDAY
               WHEN 1 MOVE "MON" TO WS-WEEKDAY-NAME
               WHEN 2 MOVE "TUE" TO WS-WEEKDAY-NAME
               WHEN 3 MOVE "WED" TO WS-WEEKDAY-NAME
               WHEN 4 MOVE "THU" TO WS-WEEKDAY-NAME
               WHEN 5 MOVE "FRI" TO WS-WEEKDAY-NAME
               WHEN 6 MOVE "SAT" TO WS-WEEKDAY-NAME
               WHEN OTHER MOVE "SUN" TO WS-WEEKDAY-NAME
           END-EVALUATE
           IF WS-WEEKDAY-NAME = WS-FULLCHECK-DAY
               SET FULLCHECK-DUE TO TRUE
           END-IF
           .

       LOAD-UF-STATE.
           *> Usable only when last night's points are tonight's
           *> first points, unchanged and in the same order, and the
           *> exclusions are the same; otherwise say why and run full.
           MOVE SPACES TO WS-UFS-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".ufstate"                 DELIMITED BY SIZE
               INTO WS-UFS-NAME
           END-STRING
           MOVE 0 TO WS-EXCL-SUM
           PERFORM VARYING WS-EXCL-I FROM 1 BY 1
                   UNTIL WS-EXCL-I > WS-EXCL-COUNT
               COMPUTE WS-EXCL-SUM = WS-EXCL-SUM
                   + EX-A(WS-EXCL-I) * 100000 + EX-B(WS-EXCL-I)
           END-PERFORM

           MOVE SPACES TO WS-STATE-WHY
           OPEN INPUT UF-STATE-FILE
           IF WS-UFS-FS NOT = "00"
               DISPLAY "INCREMENTAL: no saved union-find state ("
                   FUNCTION TRIM(WS-UFS-NAME) ") -- full run"
               EXIT PARAGRAPH
           END-IF

           READ UF-STATE-FILE
               AT END
                   MOVE "state file is empty" TO WS-STATE-WHY
           END-READ
           IF WS-STATE-WHY = SPACES
               EVALUATE TRUE
                   WHEN UFS-TAG NOT = "H"
                       OR UFS-N IS NOT NUMERIC
                       OR UFS-EDGES IS NOT NUMERIC
                       MOVE "state file header is not readable"
                           TO WS-STATE-WHY
                   WHEN UFS-N > WS-N OR UFS-N < 1
                       MOVE "saved point count exceeds tonight's"
                           TO WS-STATE-WHY
                   WHEN UFS-EDGES >= UFS-N AND UFS-EDGES > 0
                       MOVE "saved edge count is not a forest"
                           TO WS-STATE-WHY
                   WHEN UFS-EXCL-COUNT NOT = WS-EXCL-COUNT
                       OR UFS-EXCL-SUM NOT = WS-EXCL-SUM
                       MOVE "exclusions changed since the state was saved"
                           TO WS-STATE-WHY
               END-EVALUATE
           END-IF
           IF WS-STATE-WHY = SPACES
               MOVE UFS-N          TO WS-OLD-N
               MOVE UFS-COMPONENTS TO WS-OLD-COMPONENTS
               MOVE UFS-EDGES      TO WS-HDR-EDGES
               MOVE 0 TO WS-OLD-EDGES WS-OLD-PTS-SEEN
               MOVE "N" TO WS-UFS-EOF
               PERFORM UNTIL UFS-EOF OR WS-STATE-WHY NOT = SPACES
                   READ UF-STATE-FILE
                       AT END
                           SET UFS-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-STATE-REC
                   END-READ
               END-PERFORM
               IF WS-STATE-WHY = SPACES
                   AND (WS-OLD-PTS-SEEN NOT = WS-OLD-N
                        OR WS-OLD-EDGES NOT = WS-HDR-EDGES)
                   MOVE "state file is incomplete" TO WS-STATE-WHY
               END-IF
           END-IF
           CLOSE UF-STATE-FILE

           IF WS-STATE-WHY NOT = SPACES
               DISPLAY "INCREMENTAL: saved union-find state not used ("
                   FUNCTION TRIM(WS-STATE-WHY) ") -- full run"
               EXIT PARAGRAPH
           END-IF
           SET STATE-USABLE TO TRUE
           .

       LOAD-ONE-STATE-REC.
           EVALUATE UFS-PT-TAG
               WHEN "P"
                   ADD 1 TO WS-OLD-PTS-SEEN
                   IF WS-OLD-PTS-SEEN > WS-OLD-N
                       OR UFS-PT-IDX NOT = WS-OLD-PTS-SEEN
                       OR UFS-PT-X NOT = PX(WS-OLD-PTS-SEEN)
                       OR UFS-PT-Y NOT = PY(WS-OLD-PTS-SEEN)
                       OR UFS-PT-Z NOT = PZ(WS-OLD-PTS-SEEN)
                       MOVE "saved points differ from tonight's list"
                           TO WS-STATE-WHY
                   END-IF
               WHEN "E"
                   ADD 1 TO WS-OLD-EDGES
                   IF WS-OLD-EDGES > WS-OLD-N
                       OR UFS-E-A < 1 OR UFS-E-A > WS-OLD-N
                       OR UFS-E-B < 1 OR UFS-E-B > WS-OLD-N
                       MOVE "saved edge list is not readable"
                           TO WS-STATE-WHY
                   ELSE
                       MOVE UFS-E-A    TO OE-A(WS-OLD-EDGES)
                       MOVE UFS-E-B    TO OE-B(WS-OLD-EDGES)
                       MOVE UFS-E-DIST TO OE-DIST(WS-OLD-EDGES)
                   END-IF
               WHEN OTHER
                   MOVE "state file record is not readable"
                       TO WS-STATE-WHY
           END-EVALUATE
           .

       SAVE-UF-STATE.
           *> Tonight's points, final parents and accepted edges
           *> become tomorrow's starting point.
           IF WS-UFS-NAME = SPACES
               STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                      ".ufstate"                 DELIMITED BY SIZE
                   INTO WS-UFS-NAME
               END-STRING
           END-IF
           OPEN OUTPUT UF-STATE-FILE
           IF WS-UFS-FS NOT = "00"
               DISPLAY "ERROR: Unable to write union-find state "
                   FUNCTION TRIM(WS-UFS-NAME)
                   " (file status " WS-UFS-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-UFS-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES        TO UFS-REC
           MOVE "H"           TO UFS-TAG
           MOVE WS-N          TO UFS-N
           MOVE WS-EXCL-COUNT TO UFS-EXCL-COUNT
           MOVE WS-EXCL-SUM   TO UFS-EXCL-SUM
           MOVE WS-ACC-EDGES  TO UFS-EDGES
           MOVE WS-COMPONENTS TO UFS-COMPONENTS
           MOVE FUNCTION CURRENT-DATE(1:8) TO UFS-DATE
           WRITE UFS-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N
               MOVE WS-I TO F-X
               PERFORM FIND-ROOT
               MOVE SPACES      TO UFS-REC
               MOVE "P"         TO UFS-PT-TAG
               MOVE WS-I        TO UFS-PT-IDX
               MOVE PX(WS-I)    TO UFS-PT-X
               MOVE PY(WS-I)    TO UFS-PT-Y
               MOVE PZ(WS-I)    TO UFS-PT-Z
               MOVE F-ROOT      TO UFS-PT-PARENT
               WRITE UFS-REC
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACC-EDGES
               MOVE SPACES       TO UFS-REC
               MOVE "E"          TO UFS-E-TAG
               MOVE ACC-A(WS-I)  TO UFS-E-A
               MOVE ACC-B(WS-I)  TO UFS-E-B
               MOVE ACC-DIST(WS-I) TO UFS-E-DIST
               WRITE UFS-REC
           END-PERFORM
           CLOSE UF-STATE-FILE

           MOVE WS-ACC-EDGES TO WS-INCR-N1
           DISPLAY "UNION-FIND STATE SAVED: " FUNCTION TRIM(WS-UFS-NAME)
               " (" FUNCTION TRIM(WS-INCR-N1) " accepted edge(s))"
           .

       VERIFY-INPUT-FILE.
           *> Check the input file actually exists before any processing
           *> starts, instead of letting the OPEN below fail deep inside
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-RETURN
                   *> The checkpoint is written before the edge it
                   *> counts is unioned, so that last edge is not in
                   *> the restored state and is not replayed either.
                   IF (WANT-BOM OR WANT-INCREMENTAL)
                       AND WS-SKIPPED < WS-EDGES-DONE
                       PERFORM REPLAY-SKIPPED-EDGE
                   END-IF
               END-PERFORM
           END-IF

               ADD 1 TO WS-EDGES-DONE
               ADD 1 TO WS-EDGES-SINCE-CKPT
               IF WS-EDGES-SINCE-CKPT >= CKPT-INTERVAL
                   AND NOT CKPT-OFF
                   PERFORM SAVE-CHECKPOINT
                   PERFORM WRITE-HEARTBEAT
                   MOVE 0 TO WS-EDGES-SINCE-CKPT
                   SUBTRACT 1 FROM WS-COMPONENTS
                   MOVE SR-A TO LAST-A
                   MOVE SR-B TO LAST-B
                   IF QUIET-PASS
                       EXIT PERFORM CYCLE
                   END-IF
                   PERFORM RECORD-ACCEPTED-EDGE

                   MOVE SR-A       TO WS-MA-OUT
                   MOVE SR-B       TO WS-MB-OUT
                   *> two clusters merge, SR-DIST is the smallest
                   *> (squared, per BUILD-EDGES) distance that would have
                   *> connected them. Report it instead of discarding it.
                   IF JBOX-MASTER-OPEN
                       MOVE SR-A TO WS-BOX-I
                       PERFORM BUILD-BOX-TEXT
                       MOVE WS-BOX-TEXT TO WS-BOX-A-TEXT
                       MOVE SR-B TO WS-BOX-I
                       PERFORM BUILD-BOX-TEXT
                       MOVE WS-BOX-TEXT TO WS-BOX-B-TEXT
                       DISPLAY "MERGE: POINT " FUNCTION TRIM(WS-MA-OUT)
                           " (" FUNCTION TRIM(WS-BOX-A-TEXT) ")"
                           " WITH POINT " FUNCTION TRIM(WS-MB-OUT)
                           " (" FUNCTION TRIM(WS-BOX-B-TEXT) ")"
                           " -> CLUSTER SIZE "
                           FUNCTION TRIM(WS-MSIZE-OUT)
                           " AT DISTANCE " FUNCTION TRIM(WS-MDIST-OUT)
                   ELSE
                       DISPLAY "MERGE: POINT " FUNCTION TRIM(WS-MA-OUT)
                           " WITH POINT " FUNCTION TRIM(WS-MB-OUT)
                           " -> CLUSTER SIZE "
                           FUNCTION TRIM(WS-MSIZE-OUT)
                           " AT DISTANCE " FUNCTION TRIM(WS-MDIST-OUT)
                   END-IF
               END-IF
           END-PERFORM
           .
                   MOVE 1      TO WS-CHUNK-LEN
               END-IF
           END-PERFORM

           *> With the junction-box master on file, follow the bare
           *> index lines with one "BOX" line per member giving the
           *> crew something to act on. The index lines stay first
           *> and unchanged, so clusterdrift and clusterreg still
           *> read the dump the same way.
           IF JBOX-MASTER-OPEN
               PERFORM VARYING WS-DUMP-J FROM 1 BY 1
                       UNTIL WS-DUMP-J > WS-N
                   MOVE WS-DUMP-J TO F-X
                   PERFORM FIND-ROOT
                   IF F-ROOT = WS-DUMP-I
                       MOVE WS-DUMP-J TO WS-MEMBER-OUT WS-BOX-I
                       PERFORM BUILD-BOX-TEXT
                       DISPLAY "  BOX " FUNCTION TRIM(WS-MEMBER-OUT)
                           ": " FUNCTION TRIM(WS-BOX-TEXT)
                   END-IF
               END-PERFORM
           END-IF
           .

       LOAD-JBOX-MASTER.
           *> Look every point up on the junction-box master by its
           *> coordinates. No master on file is not an error -- the
           *> outputs just carry bare indices as before. When there is
           *> one, every point it does not know is written to
           *> <input>.unregistered for the survey team.
           OPEN INPUT JBOX-MASTER
           IF WS-JB-FS NOT = "00"
               IF WS-JB-FS NOT = "35"
                   DISPLAY "WARNING: junction-box master "
                       "jboxmaster.idx not available (file status "
                       WS-JB-FS ") -- unregistered report skipped"
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET JBOX-MASTER-OPEN TO TRUE

           MOVE SPACES TO WS-UNREG-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".unregistered"            DELIMITED BY SIZE
               INTO WS-UNREG-NAME
           END-STRING
           OPEN OUTPUT UNREG-FILE
           IF WS-UNREG-FS NOT = "00"
               DISPLAY "ERROR: Unable to write unregistered-box list "
                   FUNCTION TRIM(WS-UNREG-NAME)
                   " (file status " WS-UNREG-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-UNREG-FS WS-ERR-REASON
               CLOSE JBOX-MASTER
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO UNREG-REC
           STRING "UNREGISTERED JUNCTION BOXES -- "
                  FUNCTION TRIM(WS-FILENAME)
               DELIMITED BY SIZE INTO UNREG-REC
           END-STRING
           WRITE UNREG-REC

           PERFORM VARYING WS-JB-I FROM 1 BY 1 UNTIL WS-JB-I > WS-N
               PERFORM LOOKUP-ONE-BOX
           END-PERFORM
           CLOSE JBOX-MASTER

           MOVE WS-JB-UNREG TO WS-JB-CNT-OUT
           MOVE SPACES TO UNREG-REC
           STRING FUNCTION TRIM(WS-JB-CNT-OUT)
                  " unregistered box(es)"
               DELIMITED BY SIZE INTO UNREG-REC
           END-STRING
           WRITE UNREG-REC
           CLOSE UNREG-FILE

           MOVE WS-JB-MATCHED TO WS-JB-CNT-OUT
           MOVE WS-N          TO WS-JB-N-OUT
           DISPLAY "JUNCTION-BOX MASTER: " FUNCTION TRIM(WS-JB-CNT-OUT)
               " of " FUNCTION TRIM(WS-JB-N-OUT) " box(es) registered"
           IF WS-JB-UNREG > 0
               MOVE WS-JB-UNREG TO WS-JB-CNT-OUT
               DISPLAY "UNREGISTERED BOXES: "
                   FUNCTION TRIM(WS-JB-CNT-OUT) " (listed in "
                   FUNCTION TRIM(WS-UNREG-NAME) ")"
           END-IF
           .

       LOOKUP-ONE-BOX.
           MOVE SPACES TO JB-PT(WS-JB-I)
           *> A coordinate too wide for the master's key cannot be on
           *> it; count it unregistered without a lookup.
           IF PX(WS-JB-I) > 999999999 OR PX(WS-JB-I) < -999999999
               OR PY(WS-JB-I) > 999999999 OR PY(WS-JB-I) < -999999999
               OR PZ(WS-JB-I) > 999999999 OR PZ(WS-JB-I) < -999999999
               PERFORM WRITE-UNREGISTERED
               EXIT PARAGRAPH
           END-IF

           MOVE PX(WS-JB-I) TO JB-X
           MOVE PY(WS-JB-I) TO JB-Y
           MOVE PZ(WS-JB-I) TO JB-Z
           READ JBOX-MASTER
               INVALID KEY
                   PERFORM WRITE-UNREGISTERED
               NOT INVALID KEY
                   ADD 1 TO WS-JB-MATCHED
                   SET PT-REGISTERED(WS-JB-I) TO TRUE
                   MOVE JB-ASSET-ID TO JB-PT-ASSET(WS-JB-I)
                   MOVE JB-LOCATION TO JB-PT-LOC(WS-JB-I)
                   MOVE JB-CIRCUIT  TO JB-PT-CIRCUIT(WS-JB-I)
           END-READ
           .

       WRITE-UNREGISTERED.
           ADD 1 TO WS-JB-UNREG
           MOVE WS-JB-I     TO WS-MEMBER-OUT
           MOVE PX(WS-JB-I) TO WS-UNREG-X-OUT
           MOVE PY(WS-JB-I) TO WS-UNREG-Y-OUT
           MOVE PZ(WS-JB-I) TO WS-UNREG-Z-OUT
           MOVE SPACES TO UNREG-REC
           STRING "POINT " FUNCTION TRIM(WS-MEMBER-OUT)
                  " AT " FUNCTION TRIM(WS-UNREG-X-OUT)
                  "," FUNCTION TRIM(WS-UNREG-Y-OUT)
                  "," FUNCTION TRIM(WS-UNREG-Z-OUT)
               DELIMITED BY SIZE INTO UNREG-REC
           END-STRING
           WRITE UNREG-REC
           .

       BUILD-BOX-TEXT.
           *> "asset, location, circuit c" for point WS-BOX-I, or
           *> UNREGISTERED when the master does not know it.
           MOVE SPACES TO WS-BOX-TEXT
           IF NOT PT-REGISTERED(WS-BOX-I)
               MOVE "UNREGISTERED" TO WS-BOX-TEXT
               EXIT PARAGRAPH
           END-IF
           IF JB-PT-CIRCUIT(WS-BOX-I) = SPACES
               STRING FUNCTION TRIM(JB-PT-ASSET(WS-BOX-I)) ", "
                      FUNCTION TRIM(JB-PT-LOC(WS-BOX-I))
                   DELIMITED BY SIZE INTO WS-BOX-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(JB-PT-ASSET(WS-BOX-I)) ", "
                      FUNCTION TRIM(JB-PT-LOC(WS-BOX-I))
                      ", circuit " FUNCTION TRIM(JB-PT-CIRCUIT(WS-BOX-I))
                   DELIMITED BY SIZE INTO WS-BOX-TEXT
               END-STRING
           END-IF
           .

       REPLAY-SKIPPED-EDGE.
           *> Same exclusion check and union as KRUSKAL-PROCESS, on
           *> the replay union-find, so a fast-forwarded edge that
           *> merged two clusters before the kill still gets its run.
           MOVE SR-A TO WS-EXCL-PA
           MOVE SR-B TO WS-EXCL-PB
           PERFORM CHECK-EXCLUDED
           IF PAIR-EXCLUDED
               EXIT PARAGRAPH
           END-IF

           MOVE SR-A TO BF-X
           PERFORM BOM-FIND-ROOT
           MOVE BF-ROOT TO R1
           MOVE SR-B TO BF-X
           PERFORM BOM-FIND-ROOT
           MOVE BF-ROOT TO R2
           IF R1 = R2
               EXIT PARAGRAPH
           END-IF

           IF BOM-UF-SZ(R1) < BOM-UF-SZ(R2)
               MOVE R1 TO SWAP-TMP
               MOVE R2 TO R1
               MOVE SWAP-TMP TO R2
           END-IF
           MOVE R1 TO BOM-UF-PARENT(R2)
           ADD BOM-UF-SZ(R2) TO BOM-UF-SZ(R1)
           PERFORM RECORD-ACCEPTED-EDGE
           .

       BOM-FIND-ROOT.
           MOVE BF-X TO BF-ROOT
           PERFORM UNTIL BOM-UF-PARENT(BF-ROOT) = BF-ROOT
               MOVE BOM-UF-PARENT(BF-ROOT) TO BF-ROOT
           END-PERFORM

           PERFORM UNTIL BOM-UF-PARENT(BF-X) = BF-X
               MOVE BOM-UF-PARENT(BF-X) TO BF-NEXT
               MOVE BF-ROOT TO BOM-UF-PARENT(BF-X)
               MOVE BF-NEXT TO BF-X
           END-PERFORM
           .

       RECORD-BOM-RUN.
           *> One accepted edge SR-A/SR-B is one cable run: measured
           *> length is the root of the squared distance, cut length
           *> rounds that up to the cut increment and adds the slack.
           ADD 1 TO WS-BOM-RUNS
           MOVE WS-BOM-RUNS TO WS-BOM-R
           MOVE SR-A TO BOM-A(WS-BOM-R)
           MOVE SR-B TO BOM-B(WS-BOM-R)
           MOVE SR-DIST TO WS-BOM-DIST
           COMPUTE WS-BOM-RAW = FUNCTION SQRT(WS-BOM-DIST)
           COMPUTE BOM-MEAS(WS-BOM-R) ROUNDED = WS-BOM-RAW
           COMPUTE WS-BOM-UNITS =
               FUNCTION INTEGER-PART(WS-BOM-RAW / WS-CUT-INC)
           IF WS-BOM-UNITS * WS-CUT-INC < WS-BOM-RAW
               ADD 1 TO WS-BOM-UNITS
           END-IF
           COMPUTE BOM-CUT(WS-BOM-R) =
               WS-BOM-UNITS * WS-CUT-INC + WS-SLACK
           MOVE 0 TO BOM-SPOOL(WS-BOM-R)
           .

       RUN-CABLE-BOM.
           *> Per-cluster and overall cable totals, then the spool cut
           *> list, written to <input>.cablebom.
           MOVE 0 TO WS-BOM-CLUSTERS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-N
               MOVE 0 TO CL-OF-ROOT(WS-I)
               IF UF-PARENT(WS-I) = WS-I
                   ADD 1 TO WS-BOM-CLUSTERS
                   MOVE WS-BOM-CLUSTERS TO CL-OF-ROOT(WS-I)
                   MOVE 0 TO CL-RUNS(WS-BOM-CLUSTERS)
                   MOVE 0 TO CL-MEAS(WS-BOM-CLUSTERS)
                   MOVE 0 TO CL-CUT(WS-BOM-CLUSTERS)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BOM-R FROM 1 BY 1
                   UNTIL WS-BOM-R > WS-BOM-RUNS
               MOVE BOM-A(WS-BOM-R) TO F-X
               PERFORM FIND-ROOT
               MOVE CL-OF-ROOT(F-ROOT) TO BOM-CLUSTER(WS-BOM-R)
               ADD 1 TO CL-RUNS(BOM-CLUSTER(WS-BOM-R))
               ADD BOM-MEAS(WS-BOM-R) TO CL-MEAS(BOM-CLUSTER(WS-BOM-R))
                   WS-TOT-MEAS
               ADD BOM-CUT(WS-BOM-R) TO CL-CUT(BOM-CLUSTER(WS-BOM-R))
                   WS-TOT-CUT
           END-PERFORM

           SORT BOM-SORT
               ON DESCENDING KEY BS-CUT
               ON ASCENDING KEY BS-RUN
               INPUT PROCEDURE  IS RELEASE-BOM-RUNS
               OUTPUT PROCEDURE IS PACK-SPOOLS

           PERFORM WRITE-CABLE-BOM
           .

       RELEASE-BOM-RUNS.
           PERFORM VARYING WS-BOM-R FROM 1 BY 1
                   UNTIL WS-BOM-R > WS-BOM-RUNS
               MOVE BOM-CUT(WS-BOM-R) TO BS-CUT
               MOVE WS-BOM-R          TO BS-RUN
               RELEASE BOM-SORT-REC
           END-PERFORM
           .

       PACK-SPOOLS.
           *> First fit, longest run first: each run goes on the
           *> lowest-numbered spool it still fits on, else opens a new
           *> one. A run longer than a whole spool cannot come off
           *> stock and is listed to be ordered cut to length.
           MOVE "N" TO WS-BOM-EOF
           PERFORM UNTIL BOM-SORT-EOF
               RETURN BOM-SORT
                   AT END
                       SET BOM-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PLACE-ONE-RUN
               END-RETURN
           END-PERFORM
           .

       PLACE-ONE-RUN.
           MOVE BS-RUN TO WS-BOM-R
           IF BS-CUT > WS-SPOOL-LEN
               ADD 1 TO WS-OVERSIZE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SPOOL-I FROM 1 BY 1
                   UNTIL WS-SPOOL-I > WS-SPOOLS
                   OR SP-USED(WS-SPOOL-I) + BS-CUT <= WS-SPOOL-LEN
               CONTINUE
           END-PERFORM
           IF WS-SPOOL-I > WS-SPOOLS
               ADD 1 TO WS-SPOOLS
               MOVE WS-SPOOLS TO WS-SPOOL-I
               MOVE 0 TO SP-USED(WS-SPOOL-I)
           END-IF
           ADD BS-CUT TO SP-USED(WS-SPOOL-I)
           MOVE WS-SPOOL-I TO BOM-SPOOL(WS-BOM-R)
           .

       WRITE-CABLE-BOM.
           MOVE SPACES TO WS-BOM-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".cablebom"                DELIMITED BY SIZE
               INTO WS-BOM-NAME
           END-STRING
           OPEN OUTPUT BOM-FILE
           IF WS-BOM-FS NOT = "00"
               DISPLAY "ERROR: Unable to write cable bill of materials "
                   FUNCTION TRIM(WS-BOM-NAME)
                   " (file status " WS-BOM-FS ")"
               MOVE "OUTPUT-FAILURE" TO WS-ERR-REASON
               CALL "errlogwrite" USING WS-RUN-PROGID WS-FILENAME
                   WS-BOM-FS WS-ERR-REASON
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-BOM-LINE
           STRING "CABLE BILL OF MATERIALS FOR "
                  FUNCTION TRIM(WS-FILENAME)
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           WRITE BOM-REC FROM WS-BOM-LINE
           MOVE WS-CUT-INC   TO WS-BOM-N1
           MOVE WS-SLACK     TO WS-BOM-N2
           MOVE WS-SPOOL-LEN TO WS-BOM-N3
           MOVE SPACES TO WS-BOM-LINE
           STRING "CUT INCREMENT " FUNCTION TRIM(WS-BOM-N1)
                  ", SLACK PER RUN " FUNCTION TRIM(WS-BOM-N2)
                  ", SPOOL LENGTH " FUNCTION TRIM(WS-BOM-N3)
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           WRITE BOM-REC FROM WS-BOM-LINE

           MOVE SPACES TO BOM-REC
           WRITE BOM-REC
           MOVE "CABLE RUNS" TO BOM-REC
           WRITE BOM-REC
           MOVE "      RUN   POINT A   POINT B     MEASURED       CUT   CLUSTER     SPOOL"
               TO BOM-REC
           WRITE BOM-REC
           PERFORM VARYING WS-BOM-R FROM 1 BY 1
                   UNTIL WS-BOM-R > WS-BOM-RUNS
               PERFORM FORMAT-BOM-RUN
               WRITE BOM-REC FROM WS-BOM-LINE
           END-PERFORM

           MOVE SPACES TO BOM-REC
           WRITE BOM-REC
           MOVE "CABLE BY CLUSTER" TO BOM-REC
           WRITE BOM-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BOM-CLUSTERS
               IF CL-RUNS(WS-I) > 0
                   MOVE WS-I           TO WS-BOM-N1
                   MOVE CL-RUNS(WS-I)  TO WS-BOM-N2
                   MOVE CL-MEAS(WS-I)  TO WS-BOM-M1
                   MOVE CL-CUT(WS-I)   TO WS-BOM-N4
                   MOVE SPACES TO WS-BOM-LINE
                   STRING "  CLUSTER " FUNCTION TRIM(WS-BOM-N1)
                          ": " FUNCTION TRIM(WS-BOM-N2) " run(s), "
                          "measured " FUNCTION TRIM(WS-BOM-M1)
                          ", cut " FUNCTION TRIM(WS-BOM-N4)
                       DELIMITED BY SIZE INTO WS-BOM-LINE
                   END-STRING
                   WRITE BOM-REC FROM WS-BOM-LINE
               END-IF
           END-PERFORM
           MOVE WS-BOM-RUNS TO WS-BOM-N2
           MOVE WS-TOT-MEAS TO WS-BOM-M1
           MOVE WS-TOT-CUT  TO WS-BOM-N4
           MOVE SPACES TO WS-BOM-LINE
           STRING "  OVERALL: " FUNCTION TRIM(WS-BOM-N2) " run(s), "
                  "measured " FUNCTION TRIM(WS-BOM-M1)
                  ", cut " FUNCTION TRIM(WS-BOM-N4)
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           WRITE BOM-REC FROM WS-BOM-LINE

           MOVE SPACES TO BOM-REC
           WRITE BOM-REC
           MOVE "SPOOL CUT LIST" TO BOM-REC
           WRITE BOM-REC
           MOVE 0 TO WS-TOT-LEFT
           PERFORM VARYING WS-SPOOL-I FROM 1 BY 1
                   UNTIL WS-SPOOL-I > WS-SPOOLS
               PERFORM WRITE-ONE-SPOOL
           END-PERFORM

           IF WS-OVERSIZE > 0
               MOVE SPACES TO BOM-REC
               WRITE BOM-REC
               MOVE "RUNS LONGER THAN ONE SPOOL (ORDER CUT TO LENGTH)"
                   TO BOM-REC
               WRITE BOM-REC
               PERFORM VARYING WS-BOM-R FROM 1 BY 1
                       UNTIL WS-BOM-R > WS-BOM-RUNS
                   IF BOM-SPOOL(WS-BOM-R) = 0
                       PERFORM FORMAT-CUT-LINE
                       WRITE BOM-REC FROM WS-BOM-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO BOM-REC
           WRITE BOM-REC
           MOVE WS-SPOOLS   TO WS-BOM-N1
           MOVE WS-TOT-LEFT TO WS-BOM-N4
           MOVE WS-OVERSIZE TO WS-BOM-N2
           MOVE SPACES TO WS-BOM-LINE
           STRING "SPOOLS REQUIRED: " FUNCTION TRIM(WS-BOM-N1)
                  ", TOTAL LEFTOVER " FUNCTION TRIM(WS-BOM-N4)
                  ", RUNS CUT TO LENGTH " FUNCTION TRIM(WS-BOM-N2)
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           WRITE BOM-REC FROM WS-BOM-LINE
           CLOSE BOM-FILE

           MOVE WS-SPOOLS TO WS-BOM-N1
           DISPLAY "CABLE BOM: " FUNCTION TRIM(WS-BOM-NAME) " ("
               FUNCTION TRIM(WS-BOM-N1) " spool(s))"
           .

       FORMAT-BOM-RUN.
           MOVE WS-BOM-R              TO WS-BOM-R-OUT
           MOVE BOM-A(WS-BOM-R)       TO WS-BOM-A-OUT
           MOVE BOM-B(WS-BOM-R)       TO WS-BOM-B-OUT
           MOVE BOM-MEAS(WS-BOM-R)    TO WS-BOM-MEAS-OUT
           MOVE BOM-CUT(WS-BOM-R)     TO WS-BOM-CUT-OUT
           MOVE BOM-CLUSTER(WS-BOM-R) TO WS-BOM-CL-OUT
           MOVE SPACES TO WS-BOM-LINE
           IF BOM-SPOOL(WS-BOM-R) = 0
               STRING WS-BOM-R-OUT " " WS-BOM-A-OUT " " WS-BOM-B-OUT
                      " " WS-BOM-MEAS-OUT " " WS-BOM-CUT-OUT " "
                      WS-BOM-CL-OUT "     ORDER"
                   DELIMITED BY SIZE INTO WS-BOM-LINE
               END-STRING
           ELSE
               MOVE BOM-SPOOL(WS-BOM-R) TO WS-BOM-N1
               STRING WS-BOM-R-OUT " " WS-BOM-A-OUT " " WS-BOM-B-OUT
                      " " WS-BOM-MEAS-OUT " " WS-BOM-CUT-OUT " "
                      WS-BOM-CL-OUT " " WS-BOM-N1
                   DELIMITED BY SIZE INTO WS-BOM-LINE
               END-STRING
           END-IF
           .

       WRITE-ONE-SPOOL.
           MOVE WS-SPOOL-I TO WS-BOM-N1
           MOVE SP-USED(WS-SPOOL-I) TO WS-BOM-N2
           COMPUTE WS-SP-NUM = WS-SPOOL-LEN - SP-USED(WS-SPOOL-I)
           ADD WS-SP-NUM TO WS-TOT-LEFT
           MOVE WS-SP-NUM TO WS-BOM-N3
           MOVE SPACES TO WS-BOM-LINE
           STRING "  SPOOL " FUNCTION TRIM(WS-BOM-N1) ": used "
                  FUNCTION TRIM(WS-BOM-N2) ", leftover "
                  FUNCTION TRIM(WS-BOM-N3)
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           WRITE BOM-REC FROM WS-BOM-LINE
           PERFORM VARYING WS-BOM-R FROM 1 BY 1
                   UNTIL WS-BOM-R > WS-BOM-RUNS
               IF BOM-SPOOL(WS-BOM-R) = WS-SPOOL-I
                   PERFORM FORMAT-CUT-LINE
                   WRITE BOM-REC FROM WS-BOM-LINE
               END-IF
           END-PERFORM
           .

       FORMAT-CUT-LINE.
           MOVE WS-BOM-R          TO WS-BOM-R-OUT
           MOVE BOM-A(WS-BOM-R)   TO WS-BOM-A-OUT
           MOVE BOM-B(WS-BOM-R)   TO WS-BOM-B-OUT
           MOVE BOM-CUT(WS-BOM-R) TO WS-BOM-CUT-OUT
           MOVE SPACES TO WS-BOM-LINE
           STRING "    CUT " FUNCTION TRIM(WS-BOM-CUT-OUT)
                  " FOR RUN " FUNCTION TRIM(WS-BOM-R-OUT)
                  " (POINT " FUNCTION TRIM(WS-BOM-A-OUT)
                  " TO POINT " FUNCTION TRIM(WS-BOM-B-OUT) ")"
               DELIMITED BY SIZE INTO WS-BOM-LINE
           END-STRING
           .

       LOAD-SITE-PARAMS.
      *> Site-wide defaults from siteparams.dat at the
      *> repository root; command-line arguments still win.
      *> See Common/Programs/SiteParams. Cable sizes must be whole
      *> positive units (slack may be 0); anything else keeps the
      *> compiled-in default.
           MOVE "DAY8PART2-BOM" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE)) = "Y"
               SET WANT-BOM TO TRUE
           END-IF

           MOVE "DAY8PART2-INCREMENTAL" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE)) = "Y"
               SET WANT-INCREMENTAL TO TRUE
           END-IF

           MOVE "DAY8PART2-FULLCHECK-DAY" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                   TO WS-FULLCHECK-DAY
           END-IF

           MOVE "CABLE-CUT-INCREMENT" TO WS-SP-KEY
           PERFORM GET-CABLE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-NUM > 0
               MOVE WS-SP-NUM TO WS-CUT-INC
           END-IF

           MOVE "CABLE-SLACK" TO WS-SP-KEY
           PERFORM GET-CABLE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-NUM >= 0
               MOVE WS-SP-NUM TO WS-SLACK
           END-IF

           MOVE "CABLE-SPOOL-LENGTH" TO WS-SP-KEY
           PERFORM GET-CABLE-PARAM
           IF WS-SP-FOUND = "Y" AND WS-SP-NUM > 0
               MOVE WS-SP-NUM TO WS-SPOOL-LEN
           END-IF
           .

       GET-CABLE-PARAM.
           MOVE -1 TO WS-SP-NUM
           CALL "siteparam" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-SP-VALUE) = 0
               AND FUNCTION NUMVAL(WS-SP-VALUE) < 1000000000
               COMPUTE WS-SP-NUM = FUNCTION NUMVAL(WS-SP-VALUE)
               IF WS-SP-NUM NOT = FUNCTION NUMVAL(WS-SP-VALUE)
                   MOVE -1 TO WS-SP-NUM
               END-IF
           END-IF
           IF WS-SP-NUM < 0
               DISPLAY "WARNING: site parameter "
                   FUNCTION TRIM(WS-SP-KEY) " value '"
                   FUNCTION TRIM(WS-SP-VALUE)
                   "' is not a whole number -- default kept"
           END-IF
           .

       LOAD-EXCLUSIONS.
