       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. returnscreen.

      *> Returns-desk batch screening. The desk's daily file of
      *> serials off returned units (one serial per line) is checked
      *> three ways per serial:
      *>   - the Day 2 rule, as day2part2's INQUIRE applies it (a
      *>     serial that is one block repeated end to end is invalid)
      *>   - the indexed exceptions master, serialexcept.idx, for a
      *>     first-seen date if the serial was ever flagged
      *>   - the range registry, rangeregistry.dat, for the registered
      *>     range (processed, or a block serialalloc allocated) the
      *>     serial falls in
      *> and given a disposition:
      *>   REJECT       invalid under the Day 2 rule
      *>   INVESTIGATE  valid but already flagged on the exceptions
      *>                master, outside every registered range, or
      *>                not readable as a serial at all
      *>   ACCEPT       valid, never flagged, inside a registered range
      *>
      *>   returnscreen <returns-file>
      *>
      *> Writes returnscreen.<stamp>.txt (the screening report) and
      *> returnscreen.<stamp>.disp (serial | disposition | reason) for
      *> the returns desk, and returnscreen.<stamp>.inv (the
      *> INVESTIGATE lines only) for the fraud desk. Without the
      *> exceptions master the run still screens on the rule and the
      *> registry, and says so. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-FILE
               ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FS.

           SELECT REGISTRY-FILE
               ASSIGN TO "rangeregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

           SELECT MASTER-FILE
               ASSIGN TO "serialexcept.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-SERIAL
               FILE STATUS IS WS-EX-FS.

           SELECT PRINT-FILE
               ASSIGN TO DYNAMIC WS-PRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FS.

           SELECT DISP-FILE
               ASSIGN TO DYNAMIC WS-DISP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FS.

           SELECT INV-FILE
               ASSIGN TO DYNAMIC WS-INV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNS-FILE.
       01  RETURNS-REC              PIC X(80).

       FD  REGISTRY-FILE.
       01  REGISTRY-REC.
           05  REG-START            PIC 9(18).
           05  FILLER               PIC X.
           05  REG-END              PIC 9(18).
           05  FILLER               PIC X.
           05  REG-TOTAL            PIC 9(18).
           05  FILLER               PIC X.
           05  REG-FIRST-SEEN       PIC X(8).
           05  FILLER               PIC X.
           05  REG-STATUS           PIC X(9).
           05  FILLER               PIC X.
           05  REG-DEPOT            PIC X(20).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  EX-SERIAL            PIC 9(18).
           05  EX-FIRST-SEEN        PIC X(8).
           05  EX-SOURCE-RANGE      PIC X(40).
           05  EX-TIMESTAMP         PIC X(21).

       FD  PRINT-FILE.
       01  PRINT-REC                PIC X(132).

       FD  DISP-FILE.
       01  DISP-REC                 PIC X(132).

       FD  INV-FILE.
       01  INV-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IN-FS                 PIC XX.
       01  WS-REG-FS                PIC XX.
       01  WS-EX-FS                 PIC XX.
       01  WS-PRT-FS                PIC XX.
       01  WS-DISP-FS               PIC XX.
       01  WS-INV-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-MASTER-SW             PIC X VALUE "N".
           88  MASTER-OPEN                 VALUE "Y".

       01  WS-IN-NAME               PIC X(256).
       01  WS-PRT-NAME              PIC X(80).
       01  WS-DISP-NAME             PIC X(80).
       01  WS-INV-NAME              PIC X(80).
       01  WS-STAMP                 PIC X(21).
       01  WS-DETAIL                PIC X(132).

      *> In-core copy of the registry, as day2part2 keeps it.
       78  MAX-REG-ENTRIES          VALUE 5000.
       01  WS-REG-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-REG-TAB.
           05  WS-REG-ENTRY OCCURS 5000 TIMES.
               10  WS-REG-START     PIC S9(18) COMP-5.
               10  WS-REG-END       PIC S9(18) COMP-5.
               10  WS-REG-STATUS    PIC X(9).
               10  WS-REG-DEPOT     PIC X(20).
       01  WS-REG-I                 PIC 9(5) COMP-5.
       01  WS-REG-HIT               PIC 9(5) COMP-5.

      *> One serial under screening.
       01  WS-SERIAL-TEXT           PIC X(80).
       01  WS-NUM-TEXT              PIC X(18) JUSTIFIED RIGHT.
       01  WS-READABLE              PIC X.
           88  SERIAL-READABLE             VALUE "Y".
       01  WS-CAND                  PIC 9(18).
       01  WS-CAND-OUT              PIC Z(17)9.
       01  WS-CAND-STR              PIC X(18).
       01  WS-CAND-LEN              PIC 9(2) COMP-5.
       01  WS-PERIOD-P              PIC 9(2) COMP-5.
       01  WS-MATCH-PERIOD          PIC 9(2) COMP-5.
       01  WS-Q                     PIC 9(2) COMP-5.
       01  WS-R                     PIC 9(2) COMP-5.
       01  WS-K                     PIC 9(2) COMP-5.
       01  WS-MODPOS                PIC 9(2) COMP-5.
       01  WS-IS-INVALID            PIC X.
           88  CAND-INVALID                VALUE "Y".
       01  WS-BLOCK-OK              PIC X.
           88  BLOCK-MATCHES               VALUE "Y".
       01  WS-FLAGGED               PIC X.
           88  SERIAL-FLAGGED              VALUE "Y".

       01  WS-RULE-TEXT             PIC X(30).
       01  WS-EXC-TEXT              PIC X(20).
       01  WS-REG-TEXT              PIC X(60).
       01  WS-DISPOSITION           PIC X(11).
       01  WS-REASON                PIC X(60).
       01  WS-REPEATS               PIC 9(2) COMP-5.
       01  WS-NUM-OUT               PIC Z9.
       01  WS-NUM-OUT2              PIC Z9.
       01  WS-RANGE-OUT1            PIC Z(17)9.
       01  WS-RANGE-OUT2            PIC Z(17)9.

       01  WS-READ-CNT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-ACCEPT-CNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-INVEST-CNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-REJECT-CNT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-IN-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-IN-NAME
           END-ACCEPT
           IF WS-IN-NAME = SPACES
               DISPLAY "USAGE: returnscreen <returns-file>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RETURNS-FILE
           IF WS-IN-FS NOT = "00"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-IN-NAME)
                   " not found (file status " WS-IN-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RANGE-REGISTRY

           OPEN INPUT MASTER-FILE
           IF WS-EX-FS = "00"
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: serialexcept.idx not available (file "
                   "status " WS-EX-FS ") -- exceptions master not "
                   "consulted; run exceptmaster"
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           PERFORM OPEN-OUTPUTS

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RETURNS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(RETURNS-REC) NOT = SPACES
                           PERFORM SCREEN-ONE-SERIAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURNS-FILE
           IF MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF
           PERFORM WRITE-TOTALS
           CLOSE PRINT-FILE DISP-FILE INV-FILE

           DISPLAY "SCREENING REPORT: " FUNCTION TRIM(WS-PRT-NAME)
           DISPLAY "DISPOSITIONS:     " FUNCTION TRIM(WS-DISP-NAME)
           DISPLAY "FRAUD DESK LIST:  " FUNCTION TRIM(WS-INV-NAME)
           STOP RUN
           .

       LOAD-RANGE-REGISTRY.
           *> No registry yet just means nothing has been registered:
           *> every readable valid serial then screens INVESTIGATE.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-FS NOT = "00"
               DISPLAY "WARNING: rangeregistry.dat not found -- no "
                   "serial will screen as registered"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REGISTRY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF REG-START IS NUMERIC AND REG-END IS NUMERIC
                               AND WS-REG-COUNT < MAX-REG-ENTRIES
                           ADD 1 TO WS-REG-COUNT
                           MOVE REG-START  TO WS-REG-START(WS-REG-COUNT)
                           MOVE REG-END    TO WS-REG-END(WS-REG-COUNT)
                           MOVE REG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
                           MOVE REG-DEPOT  TO WS-REG-DEPOT(WS-REG-COUNT)
                           IF WS-REG-STATUS(WS-REG-COUNT) = SPACES
                               MOVE "PROCESSED" TO
                                   WS-REG-STATUS(WS-REG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .

       OPEN-OUTPUTS.
           MOVE SPACES TO WS-PRT-NAME WS-DISP-NAME WS-INV-NAME
           STRING "returnscreen." WS-STAMP(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-PRT-NAME
           END-STRING
           STRING "returnscreen." WS-STAMP(1:14) ".disp"
               DELIMITED BY SIZE INTO WS-DISP-NAME
           END-STRING
           STRING "returnscreen." WS-STAMP(1:14) ".inv"
               DELIMITED BY SIZE INTO WS-INV-NAME
           END-STRING

           OPEN OUTPUT PRINT-FILE
           IF WS-PRT-FS = "00"
               OPEN OUTPUT DISP-FILE
           END-IF
           IF WS-PRT-FS = "00" AND WS-DISP-FS = "00"
               OPEN OUTPUT INV-FILE
           END-IF
           IF WS-PRT-FS NOT = "00" OR WS-DISP-FS NOT = "00"
                   OR WS-INV-FS NOT = "00"
               DISPLAY "ERROR: Unable to write returnscreen output "
                   "files for " WS-STAMP(1:14)
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-DETAIL
           STRING "RETURNS SCREENING -- " WS-STAMP(1:8) " "
                  WS-STAMP(9:6) " -- " FUNCTION TRIM(WS-IN-NAME)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           IF NOT MASTER-OPEN
               MOVE "  exceptions master not available -- flagged "
                   & "history not checked" TO WS-DETAIL
               WRITE PRINT-REC FROM WS-DETAIL
           END-IF
           MOVE SPACES TO WS-DETAIL
           WRITE PRINT-REC FROM WS-DETAIL
           MOVE SPACES TO WS-DETAIL
           STRING "SERIAL             DISPOSITION DAY 2 RULE"
                  "                     EXCEPTIONS MASTER    "
                  "RANGE REGISTRY"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           .

       SCREEN-ONE-SERIAL.
           ADD 1 TO WS-READ-CNT
           MOVE FUNCTION TRIM(RETURNS-REC) TO WS-SERIAL-TEXT
           MOVE SPACES TO WS-RULE-TEXT WS-EXC-TEXT WS-REG-TEXT
               WS-REASON
           MOVE "N" TO WS-FLAGGED WS-IS-INVALID
           MOVE 0 TO WS-REG-HIT

           MOVE "Y" TO WS-READABLE
           IF FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(WS-SERIAL-TEXT))
                   > 18
               MOVE "N" TO WS-READABLE
           ELSE
               MOVE FUNCTION TRIM(WS-SERIAL-TEXT) TO WS-NUM-TEXT
               INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
               IF WS-NUM-TEXT IS NOT NUMERIC
                   MOVE "N" TO WS-READABLE
               END-IF
           END-IF

           IF NOT SERIAL-READABLE
               MOVE "INVESTIGATE" TO WS-DISPOSITION
               MOVE "serial not readable" TO WS-REASON
               PERFORM WRITE-SCREEN-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NUM-TEXT TO WS-CAND
           PERFORM CHECK-CANDIDATE-INVALID
           PERFORM CHECK-EXCEPTIONS-MASTER
           PERFORM CHECK-RANGE-REGISTRY

           EVALUATE TRUE
               WHEN CAND-INVALID
                   MOVE "REJECT" TO WS-DISPOSITION
                   MOVE "invalid under the Day 2 rule" TO WS-REASON
               WHEN SERIAL-FLAGGED
                   MOVE "INVESTIGATE" TO WS-DISPOSITION
                   MOVE "valid but flagged on the exceptions master"
                       TO WS-REASON
               WHEN WS-REG-HIT = 0
                   MOVE "INVESTIGATE" TO WS-DISPOSITION
                   MOVE "not in any registered range" TO WS-REASON
               WHEN OTHER
                   MOVE "ACCEPT" TO WS-DISPOSITION
                   MOVE "valid and registered" TO WS-REASON
           END-EVALUATE
           PERFORM WRITE-SCREEN-LINE
           .

       CHECK-EXCEPTIONS-MASTER.
           IF NOT MASTER-OPEN
               MOVE "NOT CHECKED" TO WS-EXC-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND TO EX-SERIAL
           READ MASTER-FILE
               INVALID KEY
                   MOVE "NEVER FLAGGED" TO WS-EXC-TEXT
               NOT INVALID KEY
                   SET SERIAL-FLAGGED TO TRUE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "FLAGGED " EX-FIRST-SEEN
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   END-STRING
           END-READ
           .

       CHECK-RANGE-REGISTRY.
           *> A processed range inside an allocated block says more
           *> than the block itself, so it wins over the allocation;
           *> otherwise the first covering range on file is reported.
           PERFORM VARYING WS-REG-I FROM 1 BY 1
                   UNTIL WS-REG-I > WS-REG-COUNT
               IF WS-CAND >= WS-REG-START(WS-REG-I)
                       AND WS-CAND <= WS-REG-END(WS-REG-I)
                   IF WS-REG-HIT = 0
                       MOVE WS-REG-I TO WS-REG-HIT
                   ELSE
                       IF WS-REG-STATUS(WS-REG-HIT) = "ALLOCATED"
                               AND WS-REG-STATUS(WS-REG-I) NOT =
                                   "ALLOCATED"
                           MOVE WS-REG-I TO WS-REG-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-REG-HIT = 0
               MOVE "NOT REGISTERED" TO WS-REG-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-START(WS-REG-HIT) TO WS-RANGE-OUT1
           MOVE WS-REG-END(WS-REG-HIT)   TO WS-RANGE-OUT2
           STRING FUNCTION TRIM(WS-RANGE-OUT1) "-"
                  FUNCTION TRIM(WS-RANGE-OUT2) " "
                  FUNCTION TRIM(WS-REG-STATUS(WS-REG-HIT))
               DELIMITED BY SIZE INTO WS-REG-TEXT
           END-STRING
           IF WS-REG-DEPOT(WS-REG-HIT) NOT = SPACES
               STRING FUNCTION TRIM(WS-REG-TEXT) " "
                      FUNCTION TRIM(WS-REG-DEPOT(WS-REG-HIT))
                   DELIMITED BY SIZE INTO WS-REG-TEXT
               END-STRING
           END-IF
           .

       CHECK-CANDIDATE-INVALID.
           *> A serial is invalid when it is some proper-length block
           *> repeated end to end to fill out its own digit length.
           MOVE WS-CAND TO WS-CAND-OUT
           MOVE SPACES TO WS-CAND-STR
           MOVE FUNCTION TRIM(WS-CAND-OUT) TO WS-CAND-STR
           MOVE FUNCTION STORED-CHAR-LENGTH(FUNCTION TRIM(WS-CAND-STR))
               TO WS-CAND-LEN

           MOVE "N" TO WS-IS-INVALID
           PERFORM VARYING WS-PERIOD-P FROM 1 BY 1
               UNTIL WS-PERIOD-P >= WS-CAND-LEN OR CAND-INVALID
               DIVIDE WS-CAND-LEN BY WS-PERIOD-P GIVING WS-Q REMAINDER WS-R
               IF WS-R = 0
                   PERFORM CHECK-PERIOD-MATCH
                   IF BLOCK-MATCHES
                       MOVE "Y" TO WS-IS-INVALID
                       MOVE WS-PERIOD-P TO WS-MATCH-PERIOD
                   END-IF
               END-IF
           END-PERFORM

           IF CAND-INVALID
               COMPUTE WS-REPEATS = WS-CAND-LEN / WS-MATCH-PERIOD
               MOVE WS-MATCH-PERIOD TO WS-NUM-OUT
               MOVE WS-REPEATS TO WS-NUM-OUT2
               STRING "INVALID period " FUNCTION TRIM(WS-NUM-OUT)
                      " x" FUNCTION TRIM(WS-NUM-OUT2)
                   DELIMITED BY SIZE INTO WS-RULE-TEXT
               END-STRING
           ELSE
               MOVE "VALID" TO WS-RULE-TEXT
           END-IF
           .

       CHECK-PERIOD-MATCH.
           *> Does WS-CAND-STR repeat its first WS-PERIOD-P characters
           *> for its whole length?
           MOVE "Y" TO WS-BLOCK-OK
           COMPUTE WS-K = WS-PERIOD-P + 1
           PERFORM VARYING WS-K FROM WS-K BY 1
               UNTIL WS-K > WS-CAND-LEN OR NOT BLOCK-MATCHES
               COMPUTE WS-MODPOS =
                   FUNCTION MOD(WS-K - 1, WS-PERIOD-P) + 1
               IF WS-CAND-STR(WS-K:1) NOT = WS-CAND-STR(WS-MODPOS:1)
                   MOVE "N" TO WS-BLOCK-OK
               END-IF
           END-PERFORM
           .

       WRITE-SCREEN-LINE.
           EVALUATE WS-DISPOSITION
               WHEN "ACCEPT"
                   ADD 1 TO WS-ACCEPT-CNT
               WHEN "REJECT"
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   ADD 1 TO WS-INVEST-CNT
           END-EVALUATE

           MOVE SPACES TO WS-DETAIL
           MOVE WS-SERIAL-TEXT(1:18) TO WS-DETAIL(1:18)
           MOVE WS-DISPOSITION       TO WS-DETAIL(20:11)
           MOVE WS-RULE-TEXT         TO WS-DETAIL(32:30)
           MOVE WS-EXC-TEXT          TO WS-DETAIL(63:20)
           MOVE WS-REG-TEXT(1:50)    TO WS-DETAIL(84:49)
           IF NOT SERIAL-READABLE
               MOVE WS-REASON TO WS-DETAIL(32:30)
           END-IF
           WRITE PRINT-REC FROM WS-DETAIL

           MOVE SPACES TO WS-DETAIL
           STRING FUNCTION TRIM(WS-SERIAL-TEXT) " | "
                  FUNCTION TRIM(WS-DISPOSITION) " | "
                  FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE DISP-REC FROM WS-DETAIL
           IF WS-DISPOSITION = "INVESTIGATE"
               WRITE INV-REC FROM WS-DETAIL
           END-IF
           .

       WRITE-TOTALS.
           MOVE SPACES TO WS-DETAIL
           WRITE PRINT-REC FROM WS-DETAIL
           MOVE WS-READ-CNT TO WS-CNT-OUT
           MOVE SPACES TO WS-DETAIL
           STRING "SERIALS SCREENED: " FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           DISPLAY FUNCTION TRIM(WS-DETAIL)
           MOVE WS-ACCEPT-CNT TO WS-CNT-OUT
           MOVE SPACES TO WS-DETAIL
           STRING "  ACCEPT:      " FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           MOVE WS-INVEST-CNT TO WS-CNT-OUT
           MOVE SPACES TO WS-DETAIL
           STRING "  INVESTIGATE: " FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           MOVE WS-REJECT-CNT TO WS-CNT-OUT
           MOVE SPACES TO WS-DETAIL
           STRING "  REJECT:      " FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           WRITE PRINT-REC FROM WS-DETAIL
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)
           .
