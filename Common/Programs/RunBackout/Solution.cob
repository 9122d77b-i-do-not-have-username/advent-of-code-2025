       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbackout.

      *> Whole-batch backout by run correlation id. When a bad feed
      *> gets through and a night's answers are wrong, this finds
      *> every footprint the run left in the root files and
      *> registries and reverses them, leaving a clean slate for
      *> rerunning the night:
      *>
      *>   runbackout LIST <run-id>
      *>   runbackout APPLY <run-id> <initials> YES
      *>
      *> LIST only reports. APPLY (SUPERVISOR role on the operator
      *> roster, and the literal YES as confirmation) reverses:
      *>   runlog.txt, errors.txt,   lines carrying the run id are
      *>   batchhistory.dat           removed
      *>   interchange.dat            the run's records and trailer
      *>                              are removed and the sequence
      *>                              renumbered (a trailer that also
      *>                              covered ad-hoc records is kept,
      *>                              recounted)
      *>   resultsmaster.idx          each key the run touched goes
      *>                              back to the latest remaining
      *>                              run of that program that day,
      *>                              or is deleted; keys in a closed
      *>                              period are left alone -- the
      *>                              close already held the run out
      *>   rangeregistry.dat,         entries the run added are
      *>   gapregistry.dat,           removed and entries it changed
      *>   dialwear.dat               restored, from the images
      *>                              daybatchdriver keeps either side
      *>                              of the batch in backout/<run-id>/
      *>                              (an entry a later run changed
      *>                              again is left as it is)
      *>   ack receipts               unsent receipts are renamed
      *>                              .withdrawn; receipts already
      *>                              transmitted get a superseding
      *>                              WITHDRAWN receipt for the next
      *>                              bundle
      *> Every removed line is kept in backout/<run-id>/removed.<file>
      *> and the report goes to backout/<run-id>/backout.<stamp>.rpt.
      *> A mirror volume is not touched -- run mirrorverify SYNC
      *> afterwards. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-IN
               ASSIGN TO DYNAMIC WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FS.

           SELECT WORK-OUT
               ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT SAVE-FILE
               ASSIGN TO DYNAMIC WS-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-FS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.

           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.

           SELECT ACK-FILE
               ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FS.

           SELECT PERIOD-FILE
               ASSIGN TO "periodclose.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FS.

           SELECT MASTER-FILE
               ASSIGN TO "resultsmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-IN.
       01  WORK-IN-REC              PIC X(1024).

       FD  WORK-OUT.
       01  WORK-OUT-REC             PIC X(1024).

       FD  SAVE-FILE.
       01  SAVE-REC                 PIC X(1024).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(400).

       FD  ACK-FILE.
       01  ACK-REC                  PIC X(400).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  RM-KEY.
               10  RM-PROGRAM-ID    PIC X(20).
               10  RM-RUN-DATE      PIC X(8).
           05  RM-INPUT-FILE        PIC X(100).
           05  RM-RESULT            PIC X(40).
           05  RM-TIMESTAMP         PIC X(21).

       WORKING-STORAGE SECTION.
       78  MAX-KEYS                 VALUE 2000.
       78  MAX-IMAGE-LINES          VALUE 10000.
       78  MAX-MONTHS               VALUE 200.

       01  WS-IN-FS                 PIC XX.
       01  WS-OUT-FS                PIC XX.
       01  WS-SAVE-FS               PIC XX.
       01  WS-RPT-FS                PIC XX.
       01  WS-LS-FS                 PIC XX.
       01  WS-ACK-FS                PIC XX.
       01  WS-PD-FS                 PIC XX.
       01  WS-RM-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LS-EOF                PIC X.
           88  LS-EOF                      VALUE "Y".

       01  WS-IN-NAME               PIC X(300).
       01  WS-OUT-NAME              PIC X(300).
       01  WS-SAVE-NAME             PIC X(300).
       01  WS-RPT-NAME              PIC X(300).
       01  WS-LIST-NAME             PIC X(300).
       01  WS-ACK-NAME              PIC X(400).
       01  WS-CMD                   PIC X(800).
       01  WS-STAMP                 PIC X(21).

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-RUN               PIC X(20).
       01  WS-ARG-WHO               PIC X(10).
       01  WS-ARG-CONFIRM           PIC X(10).
       01  WS-RUN-ID                PIC X(20).
       01  WS-RUN-LEN               PIC 9(4) COMP-5.
       01  WS-TAIL                  PIC X(30).
       01  WS-TAIL-LEN              PIC 9(4) COMP-5.
      *> runlog lines carry the build id after the run id, so there
      *> the id is matched with the separator on both sides
       01  WS-MID-TALLY             PIC 9(4) COMP-5.
       01  WS-APPLY                 PIC X VALUE "N".
           88  APPLYING                    VALUE "Y".
       01  WS-RPT-OPEN              PIC X VALUE "N".
           88  REPORT-OPEN                 VALUE "Y".
       01  WS-RPT-LINE              PIC X(200).

      *> the file being filtered and how its lines carry the run id:
      *> P = last " | " field, B = batchhistory column 112,
      *> I = interchange column 182
       01  WS-FILE-NAME             PIC X(40).
       01  WS-FILE-TYPE             PIC X.
       01  WS-LINE                  PIC X(1024).
       01  WS-LEN                   PIC 9(4) COMP-5.
       01  WS-MATCH                 PIC X.
           88  RUN-LINE                    VALUE "Y".
       01  WS-HITS                  PIC 9(9) COMP-5.
       01  WS-KEPT                  PIC 9(9) COMP-5.
       01  WS-KEPT-SINCE            PIC 9(9) COMP-5.
       01  WS-RECOUNTED             PIC 9(9) COMP-5.
       01  WS-SEQ-OUT               PIC 9(9).
       01  WS-TOTAL                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-N1                    PIC Z(8)9.
       01  WS-N2                    PIC Z(8)9.
       01  WS-N3                    PIC Z(8)9.

      *> results-master keys the run's interchange records touched
       01  WS-MK-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-MK-TAB.
           05  WS-MK-KEY OCCURS 2000 TIMES
                                    PIC X(28).
       01  WS-KEY                   PIC X(28).
       01  WS-K                     PIC 9(4) COMP-5.
       01  WS-FOUND                 PIC X.
           88  KEY-FOUND                   VALUE "Y".
       01  WS-LATEST                PIC X(209).
       01  WS-MK-REVERTED           PIC 9(9) COMP-5 VALUE 0.
       01  WS-MK-DELETED            PIC 9(9) COMP-5 VALUE 0.
       01  WS-MK-HELD               PIC 9(9) COMP-5 VALUE 0.

      *> closed periods -- see Common/Programs/Certify
       01  WS-PERIOD-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-PERIOD-TAB.
           05  WS-PERIOD-ENT OCCURS 200 TIMES.
               10  WS-PERIOD-MONTH  PIC X(6).
               10  WS-PERIOD-STATE  PIC X(10).
       01  WS-P-STAMP               PIC X(14).
       01  WS-P-MONTH               PIC X(6).
       01  WS-P-EVENT               PIC X(10).
       01  WS-P                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-CLOSED                PIC X.
           88  MONTH-CLOSED                VALUE "Y".

      *> registry images either side of the run; the flags mark
      *> which lines pair up (M), which post-run lines have been
      *> taken back out of the live file (C), and which pre-run
      *> lines a later run has since replaced (L)
       01  WS-REG-NAME              PIC X(40).
       01  WS-REG-KEYLEN            PIC 9(4) COMP-5.
       01  WS-PRE-COUNT             PIC 9(5) COMP-5.
       01  WS-PRE-TAB.
           05  WS-PRE-ENT OCCURS 10000 TIMES.
               10  WS-PRE-LINE      PIC X(200).
               10  WS-PRE-FLAG      PIC X.
       01  WS-POST-COUNT            PIC 9(5) COMP-5.
       01  WS-POST-TAB.
           05  WS-POST-ENT OCCURS 10000 TIMES.
               10  WS-POST-LINE     PIC X(200).
               10  WS-POST-FLAG     PIC X.
       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-J                     PIC 9(5) COMP-5.
       01  WS-IMAGE-OK              PIC X.
       01  WS-REG-ADDED             PIC 9(9) COMP-5.
       01  WS-REG-RESTORED          PIC 9(9) COMP-5.
       01  WS-REG-LEFT              PIC 9(9) COMP-5.

      *> acknowledgment receipts carrying the run id
       01  WS-ACK-PENDING           PIC 9(9) COMP-5 VALUE 0.
       01  WS-ACK-SENT              PIC 9(9) COMP-5 VALUE 0.
       01  WS-ACK-LINE              PIC X(400).
       01  WS-ACK-P1                PIC X(20).
       01  WS-ACK-P2                PIC X(40).
       01  WS-ACK-PROVIDER          PIC X(40).
       01  WS-ACK-REST              PIC X(300).
       01  WS-ACK-LEN               PIC 9(4) COMP-5.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck.
       01  WS-OP-PROGID             PIC X(20) VALUE "runbackout".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-RUN FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-RUN
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-WHO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-WHO
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-CONFIRM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-CONFIRM
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG-CONFIRM))
               TO WS-ARG-CONFIRM

           IF WS-MODE NOT = "LIST" AND WS-MODE NOT = "APPLY"
               DISPLAY "USAGE: runbackout LIST <run-id>"
               DISPLAY "       runbackout APPLY <run-id> <initials> "
                   "YES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *> "-" marks records written outside the driver -- never
           *> one batch, so never something to back out as one.
           MOVE FUNCTION TRIM(WS-ARG-RUN) TO WS-RUN-ID
           IF WS-RUN-ID = SPACES OR WS-RUN-ID = "-"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-MODE)
                   " needs a batch run id (RUN ID: line of the "
                   "driver's output)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-ID))
               TO WS-RUN-LEN
           MOVE SPACES TO WS-TAIL
           STRING " | " FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-TAIL
           END-STRING
           COMPUTE WS-TAIL-LEN = WS-RUN-LEN + 3
           MOVE " | " TO WS-TAIL(WS-TAIL-LEN + 1:3)

           IF WS-MODE = "APPLY"
               IF WS-ARG-CONFIRM NOT = "YES"
                   DISPLAY "ERROR: APPLY reverses every footprint of "
                       FUNCTION TRIM(WS-RUN-ID) " -- run LIST first,"
                       " then confirm with: runbackout APPLY "
                       FUNCTION TRIM(WS-RUN-ID) " <initials> YES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "APPLY" TO WS-OP-ACTION
               MOVE "SUPERVISOR" TO WS-OP-ROLE
               CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
                   WS-OP-ROLE WS-ARG-WHO WS-OP-NAME WS-OP-OK
                   WS-OP-REASON
               IF NOT OPERATOR-CLEARED
                   DISPLAY "ERROR: APPLY refused -- operator "
                       FUNCTION TRIM(WS-ARG-WHO) " needs role "
                       FUNCTION TRIM(WS-OP-ROLE) " ("
                       FUNCTION TRIM(WS-OP-REASON) ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET APPLYING TO TRUE
               PERFORM OPEN-BACKOUT-REPORT
           END-IF

           PERFORM LOAD-PERIOD-STATES
           PERFORM SCAN-FOOTPRINTS

           IF REPORT-OPEN
               CLOSE REPORT-FILE
               DISPLAY "Backout report: " FUNCTION TRIM(WS-RPT-NAME)
           END-IF
           STOP RUN
           .

       OPEN-BACKOUT-REPORT.
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p backout/" FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE SPACES TO WS-RPT-NAME
           STRING "backout/" FUNCTION TRIM(WS-RUN-ID)
                  "/backout." WS-STAMP(1:14) ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-FS = "00"
               SET REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: unable to write "
                   FUNCTION TRIM(WS-RPT-NAME)
                   " -- report to the console only"
           END-IF
           .

       REPORT-OUT.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
           IF REPORT-OPEN
               MOVE WS-RPT-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           .

       SCAN-FOOTPRINTS.
           MOVE SPACES TO WS-RPT-LINE
           IF APPLYING
               STRING "===== BACKOUT OF RUN " FUNCTION TRIM(WS-RUN-ID)
                      " -- " WS-STAMP(1:14) " by "
                      FUNCTION TRIM(WS-ARG-WHO) " ====="
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "===== FOOTPRINTS OF RUN "
                      FUNCTION TRIM(WS-RUN-ID) " ====="
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM REPORT-OUT

           MOVE "runlog.txt" TO WS-FILE-NAME
           MOVE "P" TO WS-FILE-TYPE
           PERFORM FILTER-RUN-FILE
           MOVE "errors.txt" TO WS-FILE-NAME
           MOVE "P" TO WS-FILE-TYPE
           PERFORM FILTER-RUN-FILE
           MOVE "batchhistory.dat" TO WS-FILE-NAME
           MOVE "B" TO WS-FILE-TYPE
           PERFORM FILTER-RUN-FILE
           MOVE "interchange.dat" TO WS-FILE-NAME
           MOVE "I" TO WS-FILE-TYPE
           PERFORM FILTER-RUN-FILE

           PERFORM REVERT-RESULTS-MASTER

           MOVE "rangeregistry.dat" TO WS-REG-NAME
           MOVE 37 TO WS-REG-KEYLEN
           PERFORM REVERSE-REGISTRY
           MOVE "gapregistry.dat" TO WS-REG-NAME
           MOVE 37 TO WS-REG-KEYLEN
           PERFORM REVERSE-REGISTRY
           MOVE "dialwear.dat" TO WS-REG-NAME
           MOVE 0 TO WS-REG-KEYLEN
           PERFORM REVERSE-REGISTRY

           PERFORM WITHDRAW-ACKS

           MOVE WS-TOTAL TO WS-N1
           MOVE SPACES TO WS-RPT-LINE
           IF APPLYING
               STRING "BACKOUT COMPLETE: " FUNCTION TRIM(WS-N1)
                      " footprint(s) reversed -- the night can be "
                      "rerun"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               MOVE "MIRROR-ROOT" TO WS-SP-KEY
               MOVE SPACES TO WS-SP-VALUE
               CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
                   WS-SP-FOUND
               IF WS-SP-FOUND = "Y"
                   AND FUNCTION TRIM(WS-SP-VALUE) NOT = SPACES
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "The mirror at " FUNCTION TRIM(WS-SP-VALUE)
                          " still holds the run -- bring it level with"
                          ": mirrorverify SYNC"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM REPORT-OUT
               END-IF
           ELSE
               STRING FUNCTION TRIM(WS-N1) " footprint(s) found -- "
                      "reverse with: runbackout APPLY "
                      FUNCTION TRIM(WS-RUN-ID) " <initials> YES"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
           END-IF
           .

       FILTER-RUN-FILE.
           *> One pass over an append file. LIST counts the run's
           *> lines; APPLY copies every other line to a work file,
           *> saves the run's lines under backout/<run-id>/, and
           *> swaps the work file in.
           MOVE 0 TO WS-HITS WS-KEPT WS-KEPT-SINCE WS-RECOUNTED
           MOVE WS-FILE-NAME TO WS-IN-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-IN
           IF WS-IN-FS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-FILE-NAME(1:20) "not on file"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               EXIT PARAGRAPH
           END-IF
           IF APPLYING
               MOVE SPACES TO WS-OUT-NAME WS-SAVE-NAME
               STRING FUNCTION TRIM(WS-FILE-NAME) ".backout.tmp"
                   DELIMITED BY SIZE INTO WS-OUT-NAME
               END-STRING
               STRING "backout/" FUNCTION TRIM(WS-RUN-ID)
                      "/removed." FUNCTION TRIM(WS-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-SAVE-NAME
               END-STRING
               OPEN OUTPUT WORK-OUT
               OPEN EXTEND SAVE-FILE
               IF WS-SAVE-FS NOT = "00"
                   OPEN OUTPUT SAVE-FILE
               END-IF
               IF WS-OUT-FS NOT = "00" OR WS-SAVE-FS NOT = "00"
                   CLOSE WORK-IN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-FILE-NAME(1:20)
                          "** UNABLE TO REWRITE -- left as it was"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM REPORT-OUT
                   MOVE 20 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM UNTIL EOF
               READ WORK-IN INTO WS-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FILTER-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IN

           IF APPLYING
               CLOSE WORK-OUT
               CLOSE SAVE-FILE
               MOVE SPACES TO WS-CMD
               IF WS-HITS > 0
                   STRING "mv -f " FUNCTION TRIM(WS-OUT-NAME) " "
                          FUNCTION TRIM(WS-FILE-NAME)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               ELSE
                   STRING "rm -f " FUNCTION TRIM(WS-OUT-NAME)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               END-IF
               CALL "SYSTEM" USING WS-CMD
           END-IF

           ADD WS-HITS TO WS-TOTAL
           MOVE WS-HITS TO WS-N1
           MOVE SPACES TO WS-RPT-LINE
           IF APPLYING
               STRING "  " WS-FILE-NAME(1:20) FUNCTION TRIM(WS-N1)
                      " record(s) removed"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  " WS-FILE-NAME(1:20) FUNCTION TRIM(WS-N1)
                      " record(s)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM REPORT-OUT
           IF WS-RECOUNTED > 0 AND WS-HITS > 0
               MOVE "    (batch trailer kept, recounted for the "
                   & "ad-hoc records it also covered)" TO WS-RPT-LINE
               PERFORM REPORT-OUT
           END-IF
           .

       FILTER-ONE-LINE.
           MOVE "N" TO WS-MATCH
           EVALUATE WS-FILE-TYPE
               WHEN "P"
                   IF WS-LINE NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE
                           TRAILING)) TO WS-LEN
                       IF WS-LEN > WS-TAIL-LEN
                           IF WS-LINE(WS-LEN - WS-TAIL-LEN + 1:
                                   WS-TAIL-LEN)
                                   = WS-TAIL(1:WS-TAIL-LEN)
                               MOVE "Y" TO WS-MATCH
                           END-IF
                       END-IF
                       MOVE 0 TO WS-MID-TALLY
                       INSPECT WS-LINE TALLYING WS-MID-TALLY
                           FOR ALL WS-TAIL(1:WS-TAIL-LEN + 3)
                       IF WS-MID-TALLY > 0
                           MOVE "Y" TO WS-MATCH
                       END-IF
                   END-IF
               WHEN "B"
                   IF WS-LINE(112:20) = WS-RUN-ID
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "I"
                   IF WS-LINE(182:15) = WS-RUN-ID(1:15)
                       AND WS-RUN-ID(16:5) = SPACES
                       MOVE "Y" TO WS-MATCH
                   END-IF
           END-EVALUATE

           *> The run's trailer certifies everything appended since
           *> the previous trailer; if ad-hoc records landed in that
           *> stretch they stay, and so does a trailer counting them.
           IF RUN-LINE AND WS-FILE-TYPE = "I"
               IF WS-LINE(1:8) = "#TRAILER"
                   AND WS-KEPT-SINCE > 0
                   MOVE "N" TO WS-MATCH
                   MOVE WS-KEPT-SINCE TO WS-SEQ-OUT
                   MOVE SPACES TO WS-LINE(121:40)
                   MOVE WS-SEQ-OUT TO WS-LINE(121:9)
                   ADD 1 TO WS-RECOUNTED
               END-IF
           END-IF

           IF RUN-LINE
               ADD 1 TO WS-HITS
               IF WS-FILE-TYPE = "I" AND WS-LINE(1:8) NOT = "#TRAILER"
                   PERFORM NOTE-MASTER-KEY
               END-IF
               IF APPLYING
                   WRITE SAVE-REC FROM WS-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KEPT
           IF WS-FILE-TYPE = "I"
               *> sequence stays continuous over what is left
               MOVE WS-KEPT TO WS-SEQ-OUT
               MOVE WS-SEQ-OUT TO WS-LINE(201:9)
               IF WS-LINE(1:8) = "#TRAILER"
                   MOVE 0 TO WS-KEPT-SINCE
               ELSE
                   ADD 1 TO WS-KEPT-SINCE
               END-IF
           END-IF
           IF APPLYING
               WRITE WORK-OUT-REC FROM WS-LINE
           END-IF
           .

       NOTE-MASTER-KEY.
           MOVE SPACES TO WS-KEY
           STRING WS-LINE(1:20) WS-LINE(161:8)
               DELIMITED BY SIZE INTO WS-KEY
           END-STRING
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MK-COUNT
               IF WS-MK-KEY(WS-K) = WS-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MK-COUNT >= MAX-KEYS
               DISPLAY "WARNING: more than " MAX-KEYS
                   " results-master keys -- run resultsmaster "
                   "REBUILD after the backout"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MK-COUNT
           MOVE WS-KEY TO WS-MK-KEY(WS-MK-COUNT)
           .

       LOAD-PERIOD-STATES.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ PERIOD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-PERIOD-EVENT
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           .

       FOLD-ONE-PERIOD-EVENT.
           IF PERIOD-REC = SPACES OR PERIOD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-P-STAMP WS-P-MONTH WS-P-EVENT
           UNSTRING PERIOD-REC DELIMITED BY " | "
               INTO WS-P-STAMP WS-P-MONTH WS-P-EVENT
           END-UNSTRING
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT OR WS-HIT > 0
               IF WS-PERIOD-MONTH(WS-P) = WS-P-MONTH
                   MOVE WS-P TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-PERIOD-COUNT >= MAX-MONTHS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-HIT
               MOVE WS-P-MONTH TO WS-PERIOD-MONTH(WS-HIT)
           END-IF
           MOVE WS-P-EVENT TO WS-PERIOD-STATE(WS-HIT)
           .

       REVERT-RESULTS-MASTER.
           *> Each key goes back to what the remaining interchange
           *> says -- the latest other run of that program that day
           *> -- or leaves the master when no other run exists.
           IF WS-MK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MK-COUNT TO WS-N1
           IF NOT APPLYING
               MOVE SPACES TO WS-RPT-LINE
               STRING "  resultsmaster.idx   " FUNCTION TRIM(WS-N1)
                      " key(s) to revert to the prior run"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-MK-COUNT
                   MOVE WS-MK-KEY(WS-K)(21:6) TO WS-P-MONTH
                   PERFORM CHECK-MONTH-CLOSED
                   IF MONTH-CLOSED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "    " FUNCTION TRIM(WS-MK-KEY(WS-K)(1:20))
                              " " WS-MK-KEY(WS-K)(21:8)
                              " is in a closed period -- stays at its "
                              "certified figure"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-STRING
                       PERFORM REPORT-OUT
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-RM-FS NOT = "00"
               MOVE "  resultsmaster.idx   not available -- run "
                   & "resultsmaster REBUILD once the backout is done"
                   TO WS-RPT-LINE
               PERFORM REPORT-OUT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-MK-COUNT
               PERFORM REVERT-ONE-KEY
           END-PERFORM
           CLOSE MASTER-FILE

           ADD WS-MK-REVERTED TO WS-TOTAL
           ADD WS-MK-DELETED TO WS-TOTAL
           MOVE WS-MK-REVERTED TO WS-N1
           MOVE WS-MK-DELETED  TO WS-N2
           MOVE WS-MK-HELD     TO WS-N3
           MOVE SPACES TO WS-RPT-LINE
           STRING "  resultsmaster.idx   " FUNCTION TRIM(WS-N1)
                  " key(s) reverted, " FUNCTION TRIM(WS-N2)
                  " removed, " FUNCTION TRIM(WS-N3)
                  " left in closed periods"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           PERFORM REPORT-OUT
           .

       CHECK-MONTH-CLOSED.
           MOVE "N" TO WS-CLOSED
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PERIOD-COUNT
               IF WS-PERIOD-MONTH(WS-P) = WS-P-MONTH
                   IF WS-PERIOD-STATE(WS-P) = "CLOSED"
                       MOVE "Y" TO WS-CLOSED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       REVERT-ONE-KEY.
           MOVE WS-MK-KEY(WS-K)(21:6) TO WS-P-MONTH
           PERFORM CHECK-MONTH-CLOSED
           IF MONTH-CLOSED
               ADD 1 TO WS-MK-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           MOVE "interchange.dat" TO WS-IN-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-IN
           IF WS-IN-FS = "00"
               PERFORM UNTIL EOF
                   READ WORK-IN INTO WS-LINE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF WS-LINE(1:20) = WS-MK-KEY(WS-K)(1:20)
                               AND WS-LINE(161:8) =
                                   WS-MK-KEY(WS-K)(21:8)
                               MOVE "Y" TO WS-FOUND
                               MOVE WS-LINE(1:209) TO WS-LATEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-IN
           END-IF

           MOVE WS-MK-KEY(WS-K) TO RM-KEY
           IF KEY-FOUND
               MOVE WS-LATEST(21:100)  TO RM-INPUT-FILE
               MOVE WS-LATEST(121:40)  TO RM-RESULT
               MOVE WS-LATEST(161:21)  TO RM-TIMESTAMP
               REWRITE MASTER-REC
                   INVALID KEY
                       WRITE MASTER-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE
               ADD 1 TO WS-MK-REVERTED
           ELSE
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-MK-DELETED
           END-IF
           .

       REVERSE-REGISTRY.
           *> Pair the pre-run and post-run images line for line;
           *> what only the post-run image holds the run added, what
           *> only the pre-run image holds the run changed or
           *> dropped. Added lines come back out of the live file;
           *> dropped ones go back in, unless (keyed registries) a
           *> later run has since written that key again.
           MOVE 0 TO WS-REG-ADDED WS-REG-RESTORED WS-REG-LEFT
           MOVE SPACES TO WS-IN-NAME
           STRING "backout/" FUNCTION TRIM(WS-RUN-ID) "/pre."
                  FUNCTION TRIM(WS-REG-NAME)
               DELIMITED BY SIZE INTO WS-IN-NAME
           END-STRING
           PERFORM LOAD-PRE-IMAGE
           IF WS-IMAGE-OK NOT = "Y"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-REG-NAME(1:20)
                      "no pre-run image for this run -- left alone"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-NAME
           STRING "backout/" FUNCTION TRIM(WS-RUN-ID) "/post."
                  FUNCTION TRIM(WS-REG-NAME)
               DELIMITED BY SIZE INTO WS-IN-NAME
           END-STRING
           PERFORM LOAD-POST-IMAGE
           IF WS-IMAGE-OK NOT = "Y"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-REG-NAME(1:20)
                      "no end-of-batch image (batch did not finish)"
                      " -- compare pre." FUNCTION TRIM(WS-REG-NAME)
                      " by hand"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-POST-COUNT
               PERFORM PAIR-ONE-POST-LINE
           END-PERFORM

           MOVE FUNCTION TRIM(WS-REG-NAME) TO WS-IN-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-IN
           IF WS-IN-FS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-REG-NAME(1:20) "not on file"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM REPORT-OUT
               EXIT PARAGRAPH
           END-IF
           IF APPLYING
               MOVE SPACES TO WS-OUT-NAME WS-SAVE-NAME
               STRING FUNCTION TRIM(WS-REG-NAME) ".backout.tmp"
                   DELIMITED BY SIZE INTO WS-OUT-NAME
               END-STRING
               STRING "backout/" FUNCTION TRIM(WS-RUN-ID)
                      "/removed." FUNCTION TRIM(WS-REG-NAME)
                   DELIMITED BY SIZE INTO WS-SAVE-NAME
               END-STRING
               OPEN OUTPUT WORK-OUT
               OPEN EXTEND SAVE-FILE
               IF WS-SAVE-FS NOT = "00"
                   OPEN OUTPUT SAVE-FILE
               END-IF
               IF WS-OUT-FS NOT = "00" OR WS-SAVE-FS NOT = "00"
                   CLOSE WORK-IN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-REG-NAME(1:20)
                          "** UNABLE TO REWRITE -- left as it was"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM REPORT-OUT
                   MOVE 20 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM UNTIL EOF
               READ WORK-IN INTO WS-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM SIFT-ONE-REGISTRY-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IN

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-COUNT
               EVALUATE WS-PRE-FLAG(WS-I)
                   WHEN "N"
                       ADD 1 TO WS-REG-RESTORED
                       IF APPLYING
                           WRITE WORK-OUT-REC FROM WS-PRE-LINE(WS-I)
                       END-IF
                   WHEN "L"
                       ADD 1 TO WS-REG-LEFT
               END-EVALUATE
           END-PERFORM

           IF APPLYING
               CLOSE WORK-OUT
               CLOSE SAVE-FILE
               MOVE SPACES TO WS-CMD
               IF WS-REG-ADDED > 0 OR WS-REG-RESTORED > 0
                   STRING "mv -f " FUNCTION TRIM(WS-OUT-NAME) " "
                          FUNCTION TRIM(WS-REG-NAME)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               ELSE
                   STRING "rm -f " FUNCTION TRIM(WS-OUT-NAME)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               END-IF
               CALL "SYSTEM" USING WS-CMD
           END-IF

           ADD WS-REG-ADDED WS-REG-RESTORED TO WS-TOTAL
           MOVE WS-REG-ADDED    TO WS-N1
           MOVE WS-REG-RESTORED TO WS-N2
           MOVE WS-REG-LEFT     TO WS-N3
           MOVE SPACES TO WS-RPT-LINE
           IF APPLYING
               STRING "  " WS-REG-NAME(1:20) FUNCTION TRIM(WS-N1)
                      " entr(ies) the run added removed, "
                      FUNCTION TRIM(WS-N2) " restored to pre-run, "
                      FUNCTION TRIM(WS-N3) " changed since and left"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  " WS-REG-NAME(1:20) FUNCTION TRIM(WS-N1)
                      " entr(ies) added, " FUNCTION TRIM(WS-N2)
                      " to restore, " FUNCTION TRIM(WS-N3)
                      " changed since by a later run"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM REPORT-OUT
           .

       LOAD-PRE-IMAGE.
           MOVE "N" TO WS-IMAGE-OK
           MOVE 0 TO WS-PRE-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-IN
           IF WS-IN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-IMAGE-OK
           PERFORM UNTIL EOF
               READ WORK-IN INTO WS-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF WS-PRE-COUNT >= MAX-IMAGE-LINES
                           MOVE "N" TO WS-IMAGE-OK
                           SET EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-PRE-COUNT
                           MOVE WS-LINE TO WS-PRE-LINE(WS-PRE-COUNT)
                           MOVE "N" TO WS-PRE-FLAG(WS-PRE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-IN
           IF WS-IMAGE-OK NOT = "Y"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-IN-NAME)
                   " holds more than " MAX-IMAGE-LINES " lines"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       LOAD-POST-IMAGE.
           MOVE "N" TO WS-IMAGE-OK
           MOVE 0 TO WS-POST-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-IN
           IF WS-IN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-IMAGE-OK
           PERFORM UNTIL EOF
               READ WORK-IN INTO WS-LINE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF WS-POST-COUNT >= MAX-IMAGE-LINES
                           MOVE "N" TO WS-IMAGE-OK
                           SET EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-POST-COUNT
                           MOVE WS-LINE TO WS-POST-LINE(WS-POST-COUNT)
                           MOVE "N" TO WS-POST-FLAG(WS-POST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-IN
           IF WS-IMAGE-OK NOT = "Y"
               DISPLAY "WARNING: " FUNCTION TRIM(WS-IN-NAME)
                   " holds more than " MAX-IMAGE-LINES " lines"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       PAIR-ONE-POST-LINE.
           *> Registries mostly keep their order from one image to
           *> the next, so the same position is tried first.
           IF WS-J <= WS-PRE-COUNT
               IF WS-PRE-FLAG(WS-J) = "N"
                   AND WS-PRE-LINE(WS-J) = WS-POST-LINE(WS-J)
                   MOVE "M" TO WS-PRE-FLAG(WS-J)
                   MOVE "M" TO WS-POST-FLAG(WS-J)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-COUNT
               IF WS-PRE-FLAG(WS-I) = "N"
                   AND WS-PRE-LINE(WS-I) = WS-POST-LINE(WS-J)
                   MOVE "M" TO WS-PRE-FLAG(WS-I)
                   MOVE "M" TO WS-POST-FLAG(WS-J)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       SIFT-ONE-REGISTRY-LINE.
           *> A live line matching one the run added is taken out
           *> (once per added copy); every other line stays, and a
           *> kept line on a key the run changed means a later run
           *> wrote that key since.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-POST-COUNT
               IF WS-POST-FLAG(WS-J) = "N"
                   AND WS-POST-LINE(WS-J) = WS-LINE(1:200)
                   MOVE "C" TO WS-POST-FLAG(WS-J)
                   ADD 1 TO WS-REG-ADDED
                   IF APPLYING
                       WRITE SAVE-REC FROM WS-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           *> a pre-run line already back in place (an earlier
           *> backout) needs nothing
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PRE-COUNT
               IF WS-PRE-FLAG(WS-I) = "N"
                   AND WS-PRE-LINE(WS-I) = WS-LINE(1:200)
                   MOVE "P" TO WS-PRE-FLAG(WS-I)
                   IF APPLYING
                       WRITE WORK-OUT-REC FROM WS-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-REG-KEYLEN > 0
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PRE-COUNT
                   IF WS-PRE-FLAG(WS-I) = "N"
                       AND WS-PRE-LINE(WS-I)(1:WS-REG-KEYLEN)
                           = WS-LINE(1:WS-REG-KEYLEN)
                       MOVE "L" TO WS-PRE-FLAG(WS-I)
                   END-IF
               END-PERFORM
           END-IF
           IF APPLYING
               WRITE WORK-OUT-REC FROM WS-LINE
           END-IF
           .

       WITHDRAW-ACKS.
           *> Receipts carrying the run id, pending under ack/<provider>/
           *> or already bundled into ack/sent/<provider>/.
           MOVE SPACES TO WS-LIST-NAME
           STRING "/tmp/runbackout." WS-STAMP(1:14) ".lst"
               DELIMITED BY SIZE INTO WS-LIST-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "grep -rl -- " FUNCTION TRIM(WS-RUN-ID)
                  " ack 2>/dev/null | grep '\.ack$' | sort > "
                  FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE "N" TO WS-LS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LS-FS = "00"
               PERFORM UNTIL LS-EOF
                   READ LIST-FILE
                       AT END
                           SET LS-EOF TO TRUE
                       NOT AT END
                           IF LIST-REC NOT = SPACES
                               PERFORM WITHDRAW-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           ADD WS-ACK-PENDING WS-ACK-SENT TO WS-TOTAL
           MOVE WS-ACK-PENDING TO WS-N1
           MOVE WS-ACK-SENT    TO WS-N2
           MOVE SPACES TO WS-RPT-LINE
           IF APPLYING
               STRING "  ack receipts        " FUNCTION TRIM(WS-N1)
                      " unsent withdrawn, " FUNCTION TRIM(WS-N2)
                      " sent superseded by WITHDRAWN receipts"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "  ack receipts        " FUNCTION TRIM(WS-N1)
                      " unsent, " FUNCTION TRIM(WS-N2)
                      " already sent"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM REPORT-OUT
           .

       WITHDRAW-ONE-ACK.
           MOVE FUNCTION TRIM(LIST-REC) TO WS-ACK-NAME
           OPEN INPUT ACK-FILE
           IF WS-ACK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-LINE
           READ ACK-FILE INTO WS-ACK-LINE
               AT END
                   MOVE SPACES TO WS-ACK-LINE
           END-READ
           CLOSE ACK-FILE
           *> the id has to be the receipt's own run id, not just
           *> somewhere in the input name
           IF WS-ACK-LINE(206:15) NOT = WS-RUN-ID(1:15)
               EXIT PARAGRAPH
           END-IF
           *> a withdrawal receipt from an earlier backout of this run
           IF WS-ACK-LINE(143:40) = "WITHDRAWN"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACK-P1 WS-ACK-P2 WS-ACK-PROVIDER
               WS-ACK-REST
           UNSTRING WS-ACK-NAME DELIMITED BY "/"
               INTO WS-ACK-P1 WS-ACK-P2 WS-ACK-PROVIDER WS-ACK-REST
           END-UNSTRING
           IF WS-ACK-P2 NOT = "sent"
               *> never left the building: take it out of the
               *> *.ack glob ackbundle transmits
               ADD 1 TO WS-ACK-PENDING
               IF APPLYING
                   MOVE SPACES TO WS-CMD
                   STRING "mv -f " FUNCTION TRIM(WS-ACK-NAME) " "
                          FUNCTION TRIM(WS-ACK-NAME) ".withdrawn"
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> ack/sent/<provider>/<input>.<stamp>.ack: the depot has
           *> it, so the next bundle carries a receipt for the same
           *> input saying the answer is withdrawn
           ADD 1 TO WS-ACK-SENT
           IF NOT APPLYING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ACK-REST))
               TO WS-ACK-LEN
           IF WS-ACK-LEN < 20
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p ack/" FUNCTION TRIM(WS-ACK-PROVIDER)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-ACK-NAME
           STRING "ack/" FUNCTION TRIM(WS-ACK-PROVIDER) "/"
                  WS-ACK-REST(1:WS-ACK-LEN - 19) "."
                  WS-STAMP(1:14) ".ack"
               DELIMITED BY SIZE INTO WS-ACK-NAME
           END-STRING
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-FS NOT = "00"
               DISPLAY "WARNING: unable to write "
                   FUNCTION TRIM(WS-ACK-NAME)
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACK-LINE(143:40)
           MOVE "WITHDRAWN" TO WS-ACK-LINE(143:40)
           MOVE WS-STAMP TO WS-ACK-LINE(184:21)
           WRITE ACK-REC FROM WS-ACK-LINE
           CLOSE ACK-FILE
           *> the sent copy stays on file for the audit trail, out of
           *> the *.ack set so a second backout does not withdraw it
           *> twice
           MOVE SPACES TO WS-CMD
           STRING "mv -f " FUNCTION TRIM(LIST-REC) " "
                  FUNCTION TRIM(LIST-REC) ".withdrawn"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .
