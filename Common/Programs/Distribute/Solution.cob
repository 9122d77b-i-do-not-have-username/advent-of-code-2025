      *> The date names the bundle directory and defaults to
      *> today; the files copied are whatever the patterns match
      *> right now. Run from the repository root.
      *>
      *> Each file goes through maskfile on its way into a bundle,
      *> so the recipient gets only what maskpolicy.dat lets them
      *> see, and the cover page says what was masked. A file that
      *> cannot be masked is withheld, never sent in the clear.
      *>
      *> A file in the folder of a job whose latest run recbalance
      *> found OUT-OF-BALANCE on balanceregister.dat (and data
      *> control has not yet cleared) is held back, and the cover
      *> page says so; see Common/Programs/RecordBalance. Exit 4
      *> when anything was withheld or held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.

           SELECT BAL-FILE
               ASSIGN TO "balanceregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-FS.

           SELECT MATCH-FILE
               ASSIGN TO DYNAMIC WS-MATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  RECIP-FILE.
       01  RECIP-REC                PIC X(200).

       FD  BAL-FILE.
       01  BAL-REC                  PIC X(300).

       FD  MATCH-FILE.
       01  MATCH-REC                PIC X(300).


       01  WS-RC-FS                 PIC XX.
       01  WS-MT-FS                 PIC XX.
       01  WS-BL-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-M-EOF                 PIC X.

       01  WS-COPIED                PIC 9(5) COMP-5 VALUE 0.
       01  WS-MISSES                PIC 9(5) COMP-5 VALUE 0.
       01  WS-MASKED                PIC 9(5) COMP-5 VALUE 0.
       01  WS-WITHHELD              PIC 9(5) COMP-5 VALUE 0.
       01  WS-BAL-HELD              PIC 9(5) COMP-5 VALUE 0.

      *> Jobs held by record-count balancing: each job's latest
      *> balanced run off balanceregister.dat, by job-table slot.
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
       01  WS-BAL-TAB.
           05  WS-BAL OCCURS 50 TIMES.
               10  WS-BAL-DATE      PIC X(8).
               10  WS-BAL-HOLD      PIC X.
       01  WS-BR-DATE               PIC X(8).
       01  WS-BR-JOB                PIC X(6).
       01  WS-BR-PROG               PIC X(20).
       01  WS-BR-SKIP               PIC X(12).
       01  WS-BR-STATUS             PIC X(14).
       01  WS-BR-NOTE               PIC X(60).
       01  WS-BR-BY                 PIC X(10).
       01  WS-HOLD-JOB              PIC 9(3) COMP-5.
       01  WS-DIR-LEN               PIC 9(3) COMP-5.

      *> maskfile's arguments
       01  WS-MASK-SOURCE           PIC X(300).
       01  WS-MASK-DEST             PIC X(300).
       01  WS-MASK-SUMMARY          PIC X(200).
       01  WS-MASK-OK               PIC X.
           88  MASK-APPLIED                VALUE "Y".
           88  MASK-NONE                   VALUE "N".
       01  WS-SLASH                 PIC 9(3) COMP-5.

      *> Blanks in a pattern (the Day folders carry them) must not
      *> split the shell's word while the glob characters still
                   END-IF
           END-ACCEPT

           PERFORM LOAD-BALANCE-HOLDS

           MOVE SPACES TO WS-MATCH-NAME
           STRING "/tmp/distribute." WS-STAMP(1:14) ".lst"
               DELIMITED BY SIZE INTO WS-MATCH-NAME
               " file(s) to " WS-SEEN-COUNT
               " recipient(s) under distribution/" WS-DATE "/ ("
               WS-MISSES " pattern(s) matched nothing)"
           DISPLAY "MASKING: " WS-MASKED " file(s) masked, "
               WS-WITHHELD " withheld"
           DISPLAY "BALANCING: " WS-BAL-HELD " file(s) held for "
               "out-of-balance jobs"
           IF WS-WITHHELD > 0 OR WS-BAL-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-BALANCE-HOLDS.
           MOVE SPACES TO WS-BAL-TAB
           OPEN INPUT BAL-FILE
           IF WS-BL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y"
               MOVE 0 TO NUM-JOBS
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ BAL-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE BAL-FILE
           .

       NOTE-ONE-BALANCE.
           *> a job's latest run decides; a night it did not run
           *> leaves the last run's outputs, and their verdict, as
           *> they were
           IF BAL-REC = SPACES OR BAL-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BR-DATE WS-BR-JOB WS-BR-PROG
               WS-BR-STATUS WS-BR-BY
           UNSTRING BAL-REC DELIMITED BY " | "
               INTO WS-BR-DATE WS-BR-JOB WS-BR-PROG
                    WS-BR-SKIP WS-BR-SKIP WS-BR-SKIP WS-BR-SKIP
                    WS-BR-SKIP WS-BR-SKIP WS-BR-STATUS WS-BR-NOTE
                    WS-BR-BY
           END-UNSTRING
           IF WS-BR-STATUS = "NO-RUN"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HOLD-JOB
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-HOLD-JOB > 0
               IF WS-JOB-PROG(WS-I) = WS-BR-PROG
                   MOVE WS-I TO WS-HOLD-JOB
               END-IF
           END-PERFORM
           IF WS-HOLD-JOB = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-DATE < WS-BAL-DATE(WS-HOLD-JOB)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BR-DATE TO WS-BAL-DATE(WS-HOLD-JOB)
           IF WS-BR-STATUS = "OUT-OF-BALANCE" AND WS-BR-BY = "-"
               MOVE "Y" TO WS-BAL-HOLD(WS-HOLD-JOB)
           ELSE
               MOVE "N" TO WS-BAL-HOLD(WS-HOLD-JOB)
           END-IF
           .

       CHECK-BALANCE-HOLD.
           *> WS-HOLD-JOB names the held job whose folder the match
           *> lies in, 0 when none
           MOVE 0 TO WS-HOLD-JOB
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-HOLD-JOB > 0
               IF WS-BAL-HOLD(WS-I) = "Y"
                   COMPUTE WS-DIR-LEN = FUNCTION STORED-CHAR-LENGTH(
                       WS-JOB-DIR(WS-I))
                   IF MATCH-REC(1:WS-DIR-LEN) = WS-JOB-DIR(WS-I)
                           (1:WS-DIR-LEN)
                       AND MATCH-REC(WS-DIR-LEN + 1:1) = "/"
                       MOVE WS-I TO WS-HOLD-JOB
                   END-IF
               END-IF
           END-PERFORM
           .

       HANDLE-ONE-MAPPING.
           IF RECIP-REC = SPACES OR RECIP-REC(1:1) = "*"
               EXIT PARAGRAPH
           .

       COPY-ONE-FILE.
           PERFORM CHECK-BALANCE-HOLD
           IF WS-HOLD-JOB > 0
               ADD 1 TO WS-BAL-HELD
               DISPLAY "WARNING: " FUNCTION TRIM(MATCH-REC)
                   " held -- " FUNCTION TRIM(WS-JOB-PROG(WS-HOLD-JOB))
                   " is OUT-OF-BALANCE for "
                   WS-BAL-DATE(WS-HOLD-JOB)
                   " until data control clears it"
               MOVE SPACES TO WS-CMD
               STRING "echo "
                      QUOTE "  " FUNCTION TRIM(MATCH-REC)
                      "  (HELD: OUT-OF-BALANCE "
                      WS-BAL-DATE(WS-HOLD-JOB)
                      ", awaiting data control)" QUOTE
                      " >> " QUOTE
                      FUNCTION TRIM(WS-DEST-DIR) "/COVER.txt" QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SLASH
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 300
               IF MATCH-REC(WS-I:1) = "/"
                   MOVE WS-I TO WS-SLASH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MASK-DEST
           STRING FUNCTION TRIM(WS-DEST-DIR) "/"
                  FUNCTION TRIM(MATCH-REC(WS-SLASH + 1:))
               DELIMITED BY SIZE INTO WS-MASK-DEST
           END-STRING
           MOVE FUNCTION TRIM(MATCH-REC) TO WS-MASK-SOURCE
           CALL "maskfile" USING WS-RECIPIENT WS-MASK-SOURCE
               WS-MASK-DEST WS-MASK-SUMMARY WS-MASK-OK

           MOVE SPACES TO WS-CMD
           EVALUATE TRUE
               WHEN MASK-NONE
                   ADD 1 TO WS-COPIED
                   STRING "cp -f " QUOTE FUNCTION TRIM(MATCH-REC) QUOTE
                          " " QUOTE FUNCTION TRIM(WS-DEST-DIR) "/" QUOTE
                          " && echo "
                          QUOTE "  " FUNCTION TRIM(MATCH-REC) QUOTE
                          " >> " QUOTE
                          FUNCTION TRIM(WS-DEST-DIR) "/COVER.txt" QUOTE
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               WHEN MASK-APPLIED
                   ADD 1 TO WS-COPIED
                   ADD 1 TO WS-MASKED
                   STRING "echo "
                          QUOTE "  " FUNCTION TRIM(MATCH-REC)
                          "  (MASKED: "
                          FUNCTION TRIM(WS-MASK-SUMMARY) ")" QUOTE
                          " >> " QUOTE
                          FUNCTION TRIM(WS-DEST-DIR) "/COVER.txt" QUOTE
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-WITHHELD
                   DISPLAY "WARNING: " FUNCTION TRIM(MATCH-REC)
                       " could not be masked for "
                       FUNCTION TRIM(WS-RECIPIENT) " -- withheld"
                   STRING "rm -f " QUOTE FUNCTION TRIM(WS-MASK-DEST)
                          QUOTE "; echo "
                          QUOTE "  " FUNCTION TRIM(MATCH-REC)
                          "  (WITHHELD: could not be masked)" QUOTE
                          " >> " QUOTE
                          FUNCTION TRIM(WS-DEST-DIR) "/COVER.txt" QUOTE
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
           END-EVALUATE
           CALL "SYSTEM" USING WS-CMD
           .
