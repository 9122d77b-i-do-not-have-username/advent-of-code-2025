      *> incoming/ directory until this program promotes it:
      *>
      *>   feedstager <job-number> <feed-name> [generations]
      *>              [OVERRIDE]
      *>       sanity-check incoming/<feed-name> and move it into
      *>       place as input.txt, keeping the prior N generations
      *>       (default 3) as input.txt.g1 .. input.txt.gN
      *> downstream consumers or send a depot a receipt. Run from the
      *> repository root, same as the other drivers; job numbers come
      *> from jobtable.dat.
      *>
      *> Duplicates. A depot retransmitting an old file under a new
      *> name passes every format check, so each candidate's content
      *> checksum (cksum of the body, after any control header is
      *> stripped) is looked up on feedregistry.dat, the root record
      *> of every feed promoted per job:
      *>
      *>   stamp | PROMOTED/DUPLICATE/NEAR-DUPLICATE | job |
      *>       program-id | checksum | bytes | lines | feed-name |
      *>       detail
      *>
      *> An exact repeat is quarantined with reason DUPLICATE and the
      *> original promotion's date on the custody record, unless the
      *> operator stages it again with OVERRIDE (DATA-CONTROL role on
      *> the operator roster; the operator id is kept on the
      *> PROMOTED record). A candidate differing from input.txt or a
      *> retained generation in fewer than siteparams
      *> FEED-NEAR-DUP-LINES lines (default 5, 0 to switch off) is
      *> still promoted but flagged NEAR-DUPLICATE, with exit 4;
      *> feeddups reports both kinds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FS.

           *> Every promoted feed's checksum -- see CHECK-DUPLICATE.
           SELECT FREG-FILE
               ASSIGN TO "feedregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RC-FILE.
       FD  QREG-FILE.
       01  QREG-REC                 PIC X(200).

       FD  FREG-FILE.
       01  FREG-REC                 PIC X(400).

       WORKING-STORAGE SECTION.
       78  MAX-GENERATIONS          VALUE 9.

               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(256).
       01  WS-ARG3                  PIC X(20).
       01  WS-ARG4                  PIC X(20).
       01  WS-OVERRIDE              PIC X VALUE "N".
           88  OVERRIDE-DUPLICATE          VALUE "Y".
       01  WS-SEL                   PIC 9(3) COMP-5 VALUE 0.
       01  WS-GENS                  PIC 9(2) COMP-5 VALUE 3.
       01  WS-G                     PIC 9(2) COMP-5.
       01  WS-Q-RC                  PIC -(4)9.
       01  WS-Q-ARRIVAL             PIC X(20).
       01  WS-SEL-OUT               PIC Z(2)9.
       01  WS-Q-NOTE                PIC X(80) VALUE SPACES.
       01  WS-PTR                   PIC 9(4) COMP-5.

      *> Duplicate and near-duplicate detection -- see
      *> CHECK-DUPLICATE and CHECK-NEAR-DUPLICATE.
       01  WS-FR-FS                 PIC XX.
       01  WS-FR-EOF                PIC X.
           88  FR-EOF                      VALUE "Y".
       01  WS-CKSUM                 PIC X(12).
       01  WS-BYTES                 PIC X(14).
       01  WS-LINES-OUT             PIC Z(8)9.
       01  WS-R-STAMP               PIC X(14).
       01  WS-R-EVENT               PIC X(16).
       01  WS-R-JOB                 PIC X(4).
       01  WS-R-PROG                PIC X(20).
       01  WS-R-CKSUM               PIC X(12).
       01  WS-R-BYTES               PIC X(14).
       01  WS-R-LINES               PIC X(10).
       01  WS-R-FEED                PIC X(256).
       01  WS-ORIG-STAMP            PIC X(14) VALUE SPACES.
       01  WS-ORIG-FEED             PIC X(256) VALUE SPACES.
       01  WS-FR-EVENT              PIC X(16).
       01  WS-FR-DETAIL             PIC X(120).
       01  WS-NEAR-LIMIT            PIC 9(9) COMP-5 VALUE 5.
       01  WS-DIFF-LINES            PIC 9(9) COMP-5.
       01  WS-NEAR-LINES            PIC 9(9) COMP-5.
       01  WS-NEAR-GEN              PIC X(20) VALUE SPACES.
       01  WS-GEN-FILE              PIC X(20).
       01  WS-DIFF-OUT              PIC Z(8)9.
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> Roster check before a duplicate override -- see
      *> Common/Programs/OperatorCheck.
       01  WS-OP-PROGID             PIC X(20) VALUE "feedstager".
       01  WS-OP-ACTION             PIC X(12) VALUE "OVERRIDE".
       01  WS-OP-ROLE               PIC X(12) VALUE "DATA-CONTROL".
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
                   IF FUNCTION TRIM(WS-ARG3) IS NUMERIC
                       COMPUTE WS-GENS = FUNCTION NUMVAL(WS-ARG3)
                   END-IF
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG3))
                           = "OVERRIDE"
                       SET OVERRIDE-DUPLICATE TO TRUE
                   END-IF
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG4))
                           = "OVERRIDE"
                       SET OVERRIDE-DUPLICATE TO TRUE
                   END-IF
           END-ACCEPT
           IF WS-GENS < 1
               MOVE 1 TO WS-GENS
               STOP RUN
           END-IF

           IF OVERRIDE-DUPLICATE
               CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
                   WS-OP-ROLE WS-OP-ID WS-OP-NAME WS-OP-OK
                   WS-OP-REASON
               IF NOT OPERATOR-CLEARED
                   DISPLAY "ERROR: OVERRIDE refused -- operator "
                       FUNCTION TRIM(WS-OP-ID) " needs role "
                       FUNCTION TRIM(WS-OP-ROLE) " ("
                       FUNCTION TRIM(WS-OP-REASON) ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CHECK-CONTROL-HEADER
           PERFORM CHECK-DUPLICATE
           PERFORM VALIDATE-INCOMING-FEED
           PERFORM CHECK-NEAR-DUPLICATE
           PERFORM ROTATE-GENERATIONS
           PERFORM PROMOTE-FEED
           IF WS-NEAR-GEN NOT = SPACES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

                      FUNCTION TRIM(WS-Q-ARRIVAL)
                   DELIMITED BY SIZE INTO QREG-REC
               END-STRING
               IF WS-Q-NOTE NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(QREG-REC
                       TRAILING)) TO WS-PTR
                   ADD 1 TO WS-PTR
                   STRING ", " FUNCTION TRIM(WS-Q-NOTE)
                       DELIMITED BY SIZE INTO QREG-REC
                       WITH POINTER WS-PTR
                   END-STRING
               END-IF
               WRITE QREG-REC
               CLOSE QREG-FILE
           END-IF
           END-IF
           DISPLAY "STAGED: " FUNCTION TRIM(WS-ARG2) " is now "
               FUNCTION TRIM(WS-JOB-DIR(WS-SEL)) "/input.txt"

           MOVE "PROMOTED" TO WS-FR-EVENT
           MOVE "-" TO WS-FR-DETAIL
           IF WS-ORIG-STAMP NOT = SPACES
               MOVE SPACES TO WS-FR-DETAIL
               STRING "override by " FUNCTION TRIM(WS-OP-ID)
                      " -- repeat of the " WS-ORIG-STAMP(1:8)
                      " promotion"
                   DELIMITED BY SIZE INTO WS-FR-DETAIL
               END-STRING
           END-IF
           PERFORM APPEND-REGISTRY-EVENT
           .

       CHECK-DUPLICATE.
           *> Checksum the body as it would go live and look for the
           *> same content among the job's earlier promotions.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-RCFILE
           STRING "/tmp/feedstager." WS-RUN-STAMP(1:16) ".ck"
               DELIMITED BY SIZE INTO WS-RCFILE
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "cksum < " QUOTE FUNCTION TRIM(WS-CAND-NAME) QUOTE
                  " > " FUNCTION TRIM(WS-RCFILE) " 2> /dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-CKSUM WS-BYTES
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE
                   NOT AT END
                       UNSTRING RC-REC DELIMITED BY ALL SPACE
                           INTO WS-CKSUM WS-BYTES
                       END-UNSTRING
               END-READ
               CLOSE RC-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF WS-CKSUM = SPACES
               DISPLAY "WARNING: unable to checksum the candidate -- "
                   "duplicate check skipped"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEL TO WS-SEL-OUT
           MOVE "N" TO WS-FR-EOF
           OPEN INPUT FREG-FILE
           IF WS-FR-FS = "00"
               PERFORM UNTIL FR-EOF OR WS-ORIG-STAMP NOT = SPACES
                   READ FREG-FILE
                       AT END
                           SET FR-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-REGISTRY-LINE
                   END-READ
               END-PERFORM
               CLOSE FREG-FILE
           END-IF
           IF WS-ORIG-STAMP = SPACES
               EXIT PARAGRAPH
           END-IF

           IF OVERRIDE-DUPLICATE
               DISPLAY "NOTE: " FUNCTION TRIM(WS-ARG2)
                   " repeats the feed promoted "
                   WS-ORIG-STAMP(1:8) " as "
                   FUNCTION TRIM(WS-ORIG-FEED)
                   " -- staged on OVERRIDE by "
                   FUNCTION TRIM(WS-OP-ID)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ERROR: feed refused -- " FUNCTION TRIM(WS-ARG2)
               " is byte-for-byte the feed promoted "
               WS-ORIG-STAMP(1:8) " as " FUNCTION TRIM(WS-ORIG-FEED)
           MOVE "DUPLICATE" TO WS-FR-EVENT
           MOVE SPACES TO WS-FR-DETAIL
           STRING "original promoted " WS-ORIG-STAMP " as "
                  FUNCTION TRIM(WS-ORIG-FEED)
               DELIMITED BY SIZE INTO WS-FR-DETAIL
           END-STRING
           PERFORM APPEND-REGISTRY-EVENT
           MOVE "DUPLICATE" TO WS-Q-REASON
           MOVE 8 TO WS-Q-RC
           MOVE SPACES TO WS-Q-NOTE
           STRING "original promoted " WS-ORIG-STAMP(1:8)
               DELIMITED BY SIZE INTO WS-Q-NOTE
           END-STRING
           PERFORM QUARANTINE-CANDIDATE
           DISPLAY "To stage it anyway: feedstager "
               FUNCTION TRIM(WS-SEL-OUT) " " FUNCTION TRIM(WS-ARG2)
               " OVERRIDE (after quarantine RELEASE)"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       MATCH-REGISTRY-LINE.
           IF FREG-REC = SPACES OR FREG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-R-STAMP WS-R-EVENT WS-R-JOB WS-R-PROG
               WS-R-CKSUM WS-R-BYTES WS-R-LINES WS-R-FEED
           UNSTRING FREG-REC DELIMITED BY " | "
               INTO WS-R-STAMP WS-R-EVENT WS-R-JOB WS-R-PROG
                   WS-R-CKSUM WS-R-BYTES WS-R-LINES WS-R-FEED
           END-UNSTRING
           *> the job's program-id must agree too, so a renumbered
           *> job table never pairs one depot's feed with another's
           IF WS-R-EVENT = "PROMOTED"
               AND WS-R-JOB = FUNCTION TRIM(WS-SEL-OUT)
               AND WS-R-PROG = WS-JOB-PROG(WS-SEL)
               AND WS-R-CKSUM = WS-CKSUM
               AND WS-R-BYTES = WS-BYTES
               MOVE WS-R-STAMP TO WS-ORIG-STAMP
               MOVE WS-R-FEED TO WS-ORIG-FEED
           END-IF
           .

       CHECK-NEAR-DUPLICATE.
           *> Line-level difference against the live input and each
           *> retained generation; the closest one is what counts.
           MOVE "FEED-NEAR-DUP-LINES" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-NEAR-LIMIT = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           IF WS-NEAR-LIMIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 999999999 TO WS-NEAR-LINES
           PERFORM VARYING WS-G FROM 0 BY 1
                   UNTIL WS-G > MAX-GENERATIONS
               MOVE SPACES TO WS-GEN-FILE
               IF WS-G = 0
                   MOVE "input.txt" TO WS-GEN-FILE
               ELSE
                   MOVE WS-G TO WS-G-OUT
                   STRING "input.txt.g" WS-G-OUT
                       DELIMITED BY SIZE INTO WS-GEN-FILE
                   END-STRING
               END-IF
               PERFORM DIFF-ONE-GENERATION
           END-PERFORM
           IF WS-NEAR-LINES >= WS-NEAR-LIMIT
               MOVE SPACES TO WS-NEAR-GEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEAR-LINES TO WS-DIFF-OUT
           DISPLAY "WARNING: NEAR-DUPLICATE -- " FUNCTION TRIM(WS-ARG2)
               " differs from " FUNCTION TRIM(WS-NEAR-GEN) " in only "
               FUNCTION TRIM(WS-DIFF-OUT) " line(s); staged, but "
               "check it is not a retransmission"
           MOVE "NEAR-DUPLICATE" TO WS-FR-EVENT
           MOVE SPACES TO WS-FR-DETAIL
           STRING FUNCTION TRIM(WS-DIFF-OUT) " line(s) from "
                  FUNCTION TRIM(WS-NEAR-GEN)
               DELIMITED BY SIZE INTO WS-FR-DETAIL
           END-STRING
           PERFORM APPEND-REGISTRY-EVENT
           .

       DIFF-ONE-GENERATION.
           MOVE SPACES TO WS-CMD
           STRING "test -f " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-SEL))
                  "/" FUNCTION TRIM(WS-GEN-FILE) QUOTE
                  " && diff " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-SEL))
                  "/" FUNCTION TRIM(WS-GEN-FILE) QUOTE " "
                  QUOTE FUNCTION TRIM(WS-CAND-NAME) QUOTE
                  " | grep -c '^[<>]' > " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO RC-REC
           OPEN INPUT RC-FILE
           IF WS-RC-FS = "00"
               READ RC-FILE
                   AT END
                       MOVE SPACES TO RC-REC
               END-READ
               CLOSE RC-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-RCFILE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE
           IF RC-REC = SPACES
               OR FUNCTION TRIM(RC-REC) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFF-LINES = FUNCTION NUMVAL(RC-REC)
           IF WS-DIFF-LINES < WS-NEAR-LINES
               MOVE WS-DIFF-LINES TO WS-NEAR-LINES
               MOVE WS-GEN-FILE TO WS-NEAR-GEN
           END-IF
           .

       APPEND-REGISTRY-EVENT.
           OPEN EXTEND FREG-FILE
           IF WS-FR-FS NOT = "00"
               OPEN OUTPUT FREG-FILE
           END-IF
           IF WS-FR-FS NOT = "00"
               DISPLAY "WARNING: unable to update feedregistry.dat "
                   "(file status " WS-FR-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-SEL TO WS-SEL-OUT
           MOVE WS-BODY-RECS TO WS-LINES-OUT
           IF WS-CKSUM = SPACES
               MOVE "-" TO WS-CKSUM WS-BYTES
           END-IF
           MOVE SPACES TO FREG-REC
           STRING WS-RUN-STAMP(1:14)
                  " | " FUNCTION TRIM(WS-FR-EVENT)
                  " | " FUNCTION TRIM(WS-SEL-OUT)
                  " | " FUNCTION TRIM(WS-JOB-PROG(WS-SEL))
                  " | " FUNCTION TRIM(WS-CKSUM)
                  " | " FUNCTION TRIM(WS-BYTES)
                  " | " FUNCTION TRIM(WS-LINES-OUT)
                  " | " FUNCTION TRIM(WS-ARG2)
                  " | " FUNCTION TRIM(WS-FR-DETAIL)
               DELIMITED BY SIZE INTO FREG-REC
           END-STRING
           WRITE FREG-REC
           CLOSE FREG-FILE
           .

       ROLL-BACK-ONE-GENERATION.
