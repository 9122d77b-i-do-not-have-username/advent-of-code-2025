      *>   siteparamset SET <key> <value> <initials>
      *>                [effective-YYYYMMDD]
      *>   siteparamset LIST [key]
      *>   siteparamset PREVIEW <key> <value>
      *>
      *> SET needs the SUPERVISOR role on the operator roster; the
      *> initials are the operator id (BATCH_OPERATOR when omitted).
      *> Run from the repository root.
      *>
      *> Impact preview. PREVIEW -- and SET, before it commits --
      *> finds every job on jobtable.dat whose program source names
      *> the key, runs the built program in a scratch root against a
      *> copy of the job's staged input.txt once with the value in
      *> force and once with the new one, and prints answer-before,
      *> answer-after and the delta per job. The scratch root is two
      *> levels above the run folder, so the ../../ appenders and
      *> aux outputs land there and are discarded; nothing in the
      *> repository moves. The preview is filed as
      *> siteparamprev/<stamp>.txt and, for SET, named at the end of
      *> the change's siteparamhist.dat record, so the history shows
      *> what each change was expected to do. Shared programs that
      *> also read the key are listed but not run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-FS.

           SELECT PREVIEW-FILE
               ASSIGN TO DYNAMIC WS-PREV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-FS.

           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC                 PIC X(200).

       FD  PARAM-FILE.
       01  PARAM-REC                PIC X(100).
       FD  WORK-FILE.
       01  WORK-REC                 PIC X(100).

       FD  PREVIEW-FILE.
       01  PREVIEW-REC              PIC X(200).

       FD  OUT-FILE.
       01  OUT-REC                  PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HIST-FS               PIC XX.
       01  WS-FS                    PIC XX.
       01  WS-STAMP                 PIC X(21).

       01  WS-WORK-NAME             PIC X(120).
       01  WS-CMD                   PIC X(900).
       01  WS-KEY-PART              PIC X(30).
       01  WS-VALUE-PART            PIC X(40).
       01  WS-LIVE-DONE             PIC X.
       01  WS-SHOWN                 PIC 9(5) COMP-5 VALUE 0.
       01  WS-TALLY-VAL             PIC 9(4) COMP-5.

      *> First-change baseline: the value in force BEFORE a key's
      *> first dated change must itself go on record, or every
       01  WS-H-VALUE               PIC X(40).
       01  WS-H-WHO                 PIC X(10).
       01  WS-H-STAMP               PIC X(21).
       01  WS-H-PREVIEW             PIC X(60).

      *> Impact preview -- see RUN-PREVIEW.
       01  WS-PV-FS                 PIC XX.
       01  WS-OT-FS                 PIC XX.
       01  WS-OT-EOF                PIC X.
           88  OT-EOF                      VALUE "Y".
       01  WS-PREV-NAME             PIC X(60) VALUE SPACES.
       01  WS-OUT-NAME              PIC X(200).
       01  WS-ROOT-DIR              PIC X(300) VALUE SPACES.
       01  WS-SCRATCH               PIC X(80).
       01  WS-PV-READERS            PIC 9(3) COMP-5 VALUE 0.
       01  WS-PV-CHANGED            PIC 9(3) COMP-5 VALUE 0.
       01  WS-PV-SIDE               PIC X(6).
       01  WS-PV-BEFORE             PIC X(40).
       01  WS-PV-AFTER              PIC X(40).
       01  WS-PV-RC-B               PIC X(6).
       01  WS-PV-RC-A               PIC X(6).
       01  WS-PV-ANSWER             PIC X(40).
       01  WS-PV-RC                 PIC X(6).
       01  WS-PV-DELTA              PIC X(24).
       01  WS-PV-DELTA-NUM          PIC -(17)9.
       01  WS-PV-LINE               PIC X(200).
       01  WS-PV-OK                 PIC X.
       01  WS-PV-BAD-CHARS          PIC 9(4) COMP-5.
       01  WS-OUT-OK                PIC X.
       01  WS-J                     PIC 9(3) COMP-5.

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

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "siteparamset".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. Before is the live
      *> KEY=VALUE line, after the dated history record.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.

           EVALUATE WS-MODE
               WHEN "SET"
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM SET-PARAMETER
                   END-IF
               WHEN "LIST"
                   PERFORM LIST-HISTORY
               WHEN "PREVIEW"
                   IF FUNCTION TRIM(WS-ARG-KEY) = SPACES
                       OR FUNCTION TRIM(WS-ARG-VALUE) = SPACES
                       DISPLAY "ERROR: PREVIEW needs a key and the "
                           "proposed value"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM RUN-PREVIEW
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: siteparamset SET <key> <value> "
                       "<initials> [effective-YYYYMMDD]"
                   DISPLAY "       siteparamset LIST [key]"
                   DISPLAY "       siteparamset PREVIEW <key> <value>"
           END-EVALUATE
           STOP RUN
           .

       CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-OP-ACTION
           CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ROLE WS-ARG-WHO WS-OP-NAME WS-OP-OK WS-OP-REASON
           IF NOT OPERATOR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OP-ACTION)
                   " refused -- operator "
                   FUNCTION TRIM(WS-ARG-WHO) " needs role "
                   FUNCTION TRIM(WS-OP-ROLE) " ("
                   FUNCTION TRIM(WS-OP-REASON) ")"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       SET-PARAMETER.
           IF FUNCTION TRIM(WS-ARG-KEY) = SPACES
               OR FUNCTION TRIM(WS-ARG-VALUE) = SPACES
               END-IF
           END-IF

           *> what the change will do, filed before it is made
           PERFORM RUN-PREVIEW
           MOVE 0 TO RETURN-CODE

           PERFORM GET-LIVE-VALUE
           MOVE SPACES TO WS-JR-BEFORE
           IF WS-LIVE-FOUND = "Y"
               STRING FUNCTION TRIM(WS-ARG-KEY) "="
                      FUNCTION TRIM(WS-LIVE-VALUE)
                   DELIMITED BY SIZE INTO WS-JR-BEFORE
               END-STRING
           END-IF

           PERFORM WRITE-BASELINE-IF-FIRST

           OPEN EXTEND HIST-FILE
                  FUNCTION TRIM(WS-ARG-KEY) " "
                  FUNCTION TRIM(WS-ARG-VALUE) " "
                  FUNCTION TRIM(WS-ARG-WHO) " "
                  WS-STAMP(1:14) " "
                  FUNCTION TRIM(WS-PREV-NAME)
               DELIMITED BY SIZE INTO HIST-REC
           END-STRING
           MOVE HIST-REC TO WS-JR-AFTER
           WRITE HIST-REC
           CLOSE HIST-FILE

           MOVE FUNCTION TRIM(WS-ARG-KEY) TO WS-JR-KEY
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-ARG-WHO WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK

           IF WS-EFF-DATE <= WS-TODAY
               PERFORM UPDATE-LIVE-FILE
               DISPLAY "SET " FUNCTION TRIM(WS-ARG-KEY) "="
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-H-EFF WS-H-KEY WS-H-VALUE
               WS-H-WHO WS-H-STAMP WS-H-PREVIEW
           UNSTRING HIST-REC DELIMITED BY ALL SPACE
               INTO WS-H-EFF WS-H-KEY WS-H-VALUE WS-H-WHO
                   WS-H-STAMP WS-H-PREVIEW
           END-UNSTRING
           IF FUNCTION TRIM(WS-ARG-KEY) NOT = SPACES
               AND FUNCTION TRIM(WS-H-KEY) NOT =
           DISPLAY WS-H-EFF "  " WS-H-KEY(1:20) " "
               WS-H-VALUE(1:11) " " WS-H-WHO(1:7) " "
               WS-H-STAMP(1:14)
           IF WS-H-PREVIEW NOT = SPACES
               DISPLAY "          impact preview: "
                   FUNCTION TRIM(WS-H-PREVIEW)
           END-IF
           .

       RUN-PREVIEW.
           *> Keys are names, never shell text: anything but letters,
           *> digits and hyphens gets no preview.
           MOVE 0 TO WS-PV-BAD-CHARS
           INSPECT WS-ARG-KEY TALLYING
               WS-PV-BAD-CHARS FOR ALL "'" ALL QUOTE ALL "$" ALL "`"
                   ALL "\" ALL ";" ALL "&" ALL "|" ALL "*" ALL "?"
                   ALL "/" ALL "<" ALL ">"
           MOVE 0 TO WS-TALLY-VAL
           INSPECT WS-ARG-VALUE TALLYING WS-TALLY-VAL
               FOR ALL "'" ALL QUOTE ALL "$" ALL "`" ALL "\"
                   ALL ";" ALL "&" ALL "|" ALL "<" ALL ">"
           IF WS-PV-BAD-CHARS > 0 OR WS-TALLY-VAL > 0
               DISPLAY "NOTE: no impact preview -- the key or value "
                   "holds a character the preview cannot pass on"
               EXIT PARAGRAPH
           END-IF

           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "NOTE: no impact preview -- no usable "
                   "jobtable.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-ROOT-DIR
           IF WS-ROOT-DIR = SPACES
               DISPLAY "NOTE: no impact preview -- unable to "
                   "determine the repository root"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PREV-NAME
           STRING "siteparamprev/" WS-STAMP(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-PREV-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p siteparamprev"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           OPEN OUTPUT PREVIEW-FILE
           IF WS-PV-FS NOT = "00"
               DISPLAY "NOTE: no impact preview -- unable to write "
                   FUNCTION TRIM(WS-PREV-NAME)
               MOVE SPACES TO WS-PREV-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LIVE-VALUE
           PERFORM GET-LIVE-VALUE
           MOVE SPACES TO PREVIEW-REC
           STRING "IMPACT PREVIEW " WS-STAMP(1:14) ": "
                  FUNCTION TRIM(WS-ARG-KEY) " "
                  FUNCTION TRIM(WS-LIVE-VALUE) " -> "
                  FUNCTION TRIM(WS-ARG-VALUE)
               DELIMITED BY SIZE INTO PREVIEW-REC
           END-STRING
           PERFORM WRITE-PREVIEW-LINE
           MOVE "JOB PROGRAM     ANSWER BEFORE        ANSWER AFTER"
               & "         DELTA" TO PREVIEW-REC
           PERFORM WRITE-PREVIEW-LINE

           MOVE SPACES TO WS-SCRATCH
           STRING "/tmp/siteparamset." WS-STAMP(1:16) ".prev"
               DELIMITED BY SIZE INTO WS-SCRATCH
           END-STRING
           MOVE 0 TO WS-PV-READERS WS-PV-CHANGED
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               PERFORM PREVIEW-ONE-JOB
           END-PERFORM
           IF WS-PV-READERS = 0
               MOVE "  (no job's program reads this key)"
                   TO PREVIEW-REC
               PERFORM WRITE-PREVIEW-LINE
           END-IF
           PERFORM LIST-OTHER-READERS

           MOVE SPACES TO WS-CMD
           STRING "rm -rf " QUOTE FUNCTION TRIM(WS-SCRATCH) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO PREVIEW-REC
           MOVE WS-PV-READERS TO WS-PV-DELTA-NUM
           STRING FUNCTION TRIM(WS-PV-DELTA-NUM)
                  " job(s) read the key; "
               DELIMITED BY SIZE INTO PREVIEW-REC
           END-STRING
           MOVE WS-PV-CHANGED TO WS-PV-DELTA-NUM
           MOVE PREVIEW-REC TO WS-PV-LINE
           MOVE SPACES TO PREVIEW-REC
           STRING FUNCTION TRIM(WS-PV-LINE) " "
                  FUNCTION TRIM(WS-PV-DELTA-NUM)
                  " answer(s) would change"
               DELIMITED BY SIZE INTO PREVIEW-REC
           END-STRING
           PERFORM WRITE-PREVIEW-LINE
           CLOSE PREVIEW-FILE
           DISPLAY "PREVIEW FILED: " FUNCTION TRIM(WS-PREV-NAME)
           .

       WRITE-PREVIEW-LINE.
           DISPLAY FUNCTION TRIM(PREVIEW-REC TRAILING)
           WRITE PREVIEW-REC
           MOVE SPACES TO PREVIEW-REC
           .

       PREVIEW-ONE-JOB.
           *> Does the job's own source name the key?
           MOVE SPACES TO WS-CMD
           STRING "grep -l -F '" QUOTE FUNCTION TRIM(WS-ARG-KEY) QUOTE
                  "' " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-J)) QUOTE
                  "/*.cob > /dev/null 2>&1"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PV-READERS

           MOVE "BEFORE" TO WS-PV-SIDE
           PERFORM PREVIEW-ONE-RUN
           MOVE WS-PV-ANSWER TO WS-PV-BEFORE
           MOVE WS-PV-RC TO WS-PV-RC-B
           MOVE "AFTER" TO WS-PV-SIDE
           PERFORM PREVIEW-ONE-RUN
           MOVE WS-PV-ANSWER TO WS-PV-AFTER
           MOVE WS-PV-RC TO WS-PV-RC-A

           MOVE SPACES TO WS-PV-DELTA
           EVALUATE TRUE
               WHEN WS-PV-OK NOT = "Y"
                   MOVE WS-PV-ANSWER TO WS-PV-BEFORE WS-PV-AFTER
                   MOVE "-" TO WS-PV-DELTA
               WHEN WS-PV-BEFORE = WS-PV-AFTER
                   AND WS-PV-RC-B = WS-PV-RC-A
                   MOVE "none" TO WS-PV-DELTA
               WHEN FUNCTION TEST-NUMVAL(WS-PV-BEFORE) = 0
                   AND FUNCTION TEST-NUMVAL(WS-PV-AFTER) = 0
                   AND WS-PV-BEFORE NOT = SPACES
                   AND WS-PV-AFTER NOT = SPACES
                   ADD 1 TO WS-PV-CHANGED
                   COMPUTE WS-PV-DELTA-NUM =
                       FUNCTION NUMVAL(WS-PV-AFTER)
                       - FUNCTION NUMVAL(WS-PV-BEFORE)
                   MOVE FUNCTION TRIM(WS-PV-DELTA-NUM) TO WS-PV-DELTA
                   IF WS-PV-DELTA(1:1) NOT = "-"
                       MOVE SPACES TO WS-PV-DELTA
                       STRING "+" FUNCTION TRIM(WS-PV-DELTA-NUM)
                           DELIMITED BY SIZE INTO WS-PV-DELTA
                       END-STRING
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PV-CHANGED
                   MOVE "CHANGED" TO WS-PV-DELTA
           END-EVALUATE
           IF WS-PV-RC-B NOT = WS-PV-RC-A AND WS-PV-OK = "Y"
               MOVE SPACES TO WS-PV-DELTA
               STRING "exit " FUNCTION TRIM(WS-PV-RC-B) " -> "
                      FUNCTION TRIM(WS-PV-RC-A)
                   DELIMITED BY SIZE INTO WS-PV-DELTA
               END-STRING
           END-IF

           MOVE WS-J TO WS-PV-DELTA-NUM
           MOVE SPACES TO PREVIEW-REC
           MOVE FUNCTION TRIM(WS-PV-DELTA-NUM) TO PREVIEW-REC(1:3)
           MOVE WS-JOB-PROG(WS-J) TO PREVIEW-REC(5:12)
           MOVE WS-PV-BEFORE TO PREVIEW-REC(17:20)
           MOVE WS-PV-AFTER TO PREVIEW-REC(38:20)
           MOVE WS-PV-DELTA TO PREVIEW-REC(59:24)
           PERFORM WRITE-PREVIEW-LINE
           .

       PREVIEW-ONE-RUN.
           *> A fresh scratch root per run: siteparams.dat and the
           *> dated history as they stand, plus -- for AFTER -- a
           *> record putting the new value in force today, which the
           *> lookup takes over everything earlier.
           MOVE "Y" TO WS-PV-OK
           MOVE SPACES TO WS-PV-ANSWER WS-PV-RC
           MOVE SPACES TO WS-CMD
           STRING "test -x " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-J)) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-J)) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-PV-OK
               MOVE "(program not built)" TO WS-PV-ANSWER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "test -s " QUOTE FUNCTION TRIM(WS-JOB-DIR(WS-J))
                  "/input.txt" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-PV-OK
               MOVE "(no staged input)" TO WS-PV-ANSWER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "rm -rf " QUOTE FUNCTION TRIM(WS-SCRATCH) QUOTE
                  " && mkdir -p " QUOTE FUNCTION TRIM(WS-SCRATCH)
                  "/a/b" QUOTE
                  " && cp siteparams.dat " QUOTE
                  FUNCTION TRIM(WS-SCRATCH) "/" QUOTE
                  " 2>/dev/null; cp siteparamhist.dat " QUOTE
                  FUNCTION TRIM(WS-SCRATCH) "/" QUOTE
                  " 2>/dev/null; cp " QUOTE
                  FUNCTION TRIM(WS-JOB-DIR(WS-J)) "/input.txt" QUOTE
                  " " QUOTE FUNCTION TRIM(WS-SCRATCH) "/a/b/input.txt"
                  QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF WS-PV-SIDE = "AFTER"
               MOVE SPACES TO WS-CMD
               STRING "echo '" WS-TODAY " " FUNCTION TRIM(WS-ARG-KEY)
                      " " FUNCTION TRIM(WS-ARG-VALUE) " preview "
                      WS-STAMP(1:14) "' >> " QUOTE
                      FUNCTION TRIM(WS-SCRATCH) "/siteparamhist.dat"
                      QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
           END-IF

           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-SCRATCH) ".out"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "cd " QUOTE FUNCTION TRIM(WS-SCRATCH) "/a/b" QUOTE
                  " && SITEPARAM_AS_OF= " QUOTE
                  FUNCTION TRIM(WS-ROOT-DIR) "/"
                  FUNCTION TRIM(WS-JOB-DIR(WS-J)) "/"
                  FUNCTION TRIM(WS-JOB-PROG(WS-J)) QUOTE
                  " input.txt > " QUOTE FUNCTION TRIM(WS-OUT-NAME)
                  QUOTE " 2>&1 < /dev/null; echo EXIT $? >> " QUOTE
                  FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           *> the answer is the last line the program printed; the
           *> EXIT line after it is the exit code
           MOVE "N" TO WS-OT-EOF
           OPEN INPUT OUT-FILE
           IF WS-OT-FS NOT = "00"
               MOVE "N" TO WS-PV-OK
               MOVE "(run failed)" TO WS-PV-ANSWER
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OT-EOF
               READ OUT-FILE
                   AT END
                       SET OT-EOF TO TRUE
                   NOT AT END
                       IF OUT-REC(1:5) = "EXIT "
                           MOVE FUNCTION TRIM(OUT-REC(6:6))
                               TO WS-PV-RC
                       ELSE
                           IF OUT-REC NOT = SPACES
                               MOVE FUNCTION TRIM(OUT-REC)
                                   TO WS-PV-ANSWER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUT-FILE
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       LIST-OTHER-READERS.
           *> Shared programs naming the key: their behavior moves too,
           *> but they run on their own schedules with their own
           *> inputs, so they are named for the reviewer, not run.
           MOVE SPACES TO WS-OUT-NAME
           STRING FUNCTION TRIM(WS-SCRATCH) ".common"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "grep -l -F '" QUOTE FUNCTION TRIM(WS-ARG-KEY) QUOTE
                  "' Common/Programs/*/*.cob 2>/dev/null > " QUOTE
                  FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "N" TO WS-OT-EOF
           MOVE "N" TO WS-OUT-OK
           OPEN INPUT OUT-FILE
           IF WS-OT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OT-EOF
               READ OUT-FILE
                   AT END
                       SET OT-EOF TO TRUE
                   NOT AT END
                       IF OUT-REC NOT = SPACES
                           IF WS-OUT-OK = "N"
                               MOVE "Also read by (not previewed):"
                                   TO PREVIEW-REC
                               PERFORM WRITE-PREVIEW-LINE
                               MOVE "Y" TO WS-OUT-OK
                           END-IF
                           STRING "  " FUNCTION TRIM(OUT-REC)
                               DELIMITED BY SIZE INTO PREVIEW-REC
                           END-STRING
                           PERFORM WRITE-PREVIEW-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUT-FILE
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       CAPTURE-ROOT-DIR.
           *> Absolute path of the repository root, for reaching each
           *> job's executable from inside the scratch root.
           MOVE SPACES TO WS-OUT-NAME
           STRING "/tmp/siteparamset." WS-STAMP(1:16) ".pwd"
               DELIMITED BY SIZE INTO WS-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "pwd > " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           OPEN INPUT OUT-FILE
           IF WS-OT-FS = "00"
               READ OUT-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(OUT-REC) TO WS-ROOT-DIR
               END-READ
               CLOSE OUT-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE FUNCTION TRIM(WS-OUT-NAME) QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .
