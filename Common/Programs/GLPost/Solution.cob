       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.

      *> General-ledger journal posting from day6part1's result
      *> records, in place of the morning re-keying. Each problem on
      *> the .results file (sheet | label | result) is mapped to a
      *> debit and a credit account through glaccounts.dat and posted
      *> as one balanced debit/credit line pair:
      *>
      *>   glpost <results-file> [YYYYMMDD batch date]
      *>
      *> glaccounts.dat at the repository root, one mapping a line:
      *>   <sheet>|<label>|<debit account>|<credit account>
      *> Either key may be "*" for any; the most specific mapping
      *> wins (sheet and label, then sheet alone, then label alone,
      *> then "*|*"), file order breaking ties. Accounts are up to ten
      *> digits. The one "(SUSPENSE)" line names the pair that
      *> unmapped labels post to; those are also listed on the
      *> exceptions page. A negative result posts its absolute value
      *> with debit and credit swapped.
      *>
      *> Journal numbers run on from glregister.dat, which gets one
      *> line per journal posted or refused. The journal itself goes
      *> to gljournal.<journal>.dat in the GL import layout:
      *>   H  journal, batch date, source, results file
      *>   D  journal, line, account, D/C, amount (2 implied decimals),
      *>      suspense flag, sheet, label
      *>   T  journal, line count, debit total, credit total, account
      *>      hash total
      *> and the exceptions page to gljournal.<journal>.exc. When the
      *> debit and credit totals disagree the journal is refused: no
      *> trailer is written (the import rejects a journal without
      *> one), an "E" record says why, and the register shows
      *> REFUSED. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE
               ASSIGN TO DYNAMIC WS-RESULTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSL-FS.

           SELECT MAP-FILE
               ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.

           SELECT REGISTER-FILE
               ASSIGN TO "glregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

           SELECT JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FS.

           SELECT EXC-FILE
               ASSIGN TO DYNAMIC WS-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       01  RESULTS-REC.
           05  RSL-SHEET            PIC X(32).
           05  FILLER               PIC X.
           05  RSL-LABEL            PIC X(32).
           05  FILLER               PIC X.
           05  RSL-RESULT           PIC X(19).

       FD  MAP-FILE.
       01  MAP-REC                  PIC X(200).

       FD  REGISTER-FILE.
       01  REGISTER-REC.
           05  GR-JOURNAL           PIC 9(8).
           05  FILLER               PIC X.
           05  GR-BATCH-DATE        PIC X(8).
           05  FILLER               PIC X.
           05  GR-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  GR-STATUS            PIC X(8).
           05  FILLER               PIC X.
           05  GR-LINES             PIC 9(6).
           05  FILLER               PIC X.
           05  GR-DEBITS            PIC 9(18)V99.
           05  FILLER               PIC X.
           05  GR-SUSPENSE          PIC 9(6).
           05  FILLER               PIC X.
           05  GR-RESULTS           PIC X(100).

       FD  JOURNAL-FILE.
       01  JNL-HEADER.
           05  JH-TYPE              PIC X.
           05  JH-JOURNAL           PIC 9(8).
           05  JH-BATCH-DATE        PIC X(8).
           05  JH-SOURCE            PIC X(12).
           05  JH-RESULTS           PIC X(100).
       01  JNL-DETAIL.
           05  JD-TYPE              PIC X.
           05  JD-JOURNAL           PIC 9(8).
           05  JD-LINE              PIC 9(6).
           05  JD-ACCOUNT           PIC 9(10).
           05  JD-DRCR              PIC X.
           05  JD-AMOUNT            PIC 9(16)V99.
           05  JD-SUSPENSE          PIC X.
           05  JD-SHEET             PIC X(32).
           05  JD-LABEL             PIC X(32).
       01  JNL-TRAILER.
           05  JT-TYPE              PIC X.
           05  JT-JOURNAL           PIC 9(8).
           05  JT-LINES             PIC 9(6).
           05  JT-DEBITS            PIC 9(18)V99.
           05  JT-CREDITS           PIC 9(18)V99.
           05  JT-ACCT-HASH         PIC 9(18).
       01  JNL-ERROR.
           05  JE-TYPE              PIC X.
           05  JE-JOURNAL           PIC 9(8).
           05  JE-TEXT              PIC X(120).

       FD  EXC-FILE.
       01  EXC-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RSL-FS                PIC XX.
       01  WS-MAP-FS                PIC XX.
       01  WS-REG-FS                PIC XX.
       01  WS-JNL-FS                PIC XX.
       01  WS-EXC-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-RESULTS-NAME          PIC X(256).
       01  WS-JNL-NAME              PIC X(80).
       01  WS-EXC-NAME              PIC X(80).
       01  WS-ARG2                  PIC X(20).
       01  WS-BATCH-DATE            PIC X(8).
       01  WS-STAMP                 PIC X(21).
       01  WS-JOURNAL               PIC 9(8) VALUE 0.
       01  WS-DETAIL                PIC X(132).

      *> Account mappings, in file order.
       78  MAX-MAPPINGS             VALUE 500.
       01  WS-MAP-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-MAP-TAB.
           05  WS-MAP-ENT OCCURS 500 TIMES.
               10  WS-MAP-SHEET     PIC X(32).
               10  WS-MAP-LABEL     PIC X(32).
               10  WS-MAP-DR        PIC 9(10).
               10  WS-MAP-CR        PIC 9(10).
       01  WS-SUSP-SW               PIC X VALUE "N".
           88  HAVE-SUSPENSE               VALUE "Y".
       01  WS-SUSP-DR               PIC 9(10).
       01  WS-SUSP-CR               PIC 9(10).
       01  WS-MAP-LINE-NO           PIC 9(5) COMP-5 VALUE 0.
       01  WS-F-SHEET               PIC X(40).
       01  WS-F-LABEL               PIC X(40).
       01  WS-F-DR                  PIC X(20).
       01  WS-F-CR                  PIC X(20).
       01  WS-ACCT-TEXT             PIC X(10) JUSTIFIED RIGHT.
       01  WS-ACCT-OK               PIC X.
           88  ACCOUNT-OK                  VALUE "Y".
       01  WS-ACCT                  PIC 9(10).

      *> The problems to post, loaded whole so the journal is only
      *> written once every record has been read and mapped.
       78  MAX-PROBLEMS             VALUE 5000.
       01  WS-PROB-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-PROB-TAB.
           05  WS-PROB-ENT OCCURS 5000 TIMES.
               10  WS-PR-SHEET      PIC X(32).
               10  WS-PR-LABEL      PIC X(32).
               10  WS-PR-AMOUNT     PIC S9(16)V99 COMP-3.
               10  WS-PR-DR         PIC 9(10).
               10  WS-PR-CR         PIC 9(10).
               10  WS-PR-SUSP       PIC X.
       01  WS-BAD-AMOUNTS           PIC 9(5) COMP-5 VALUE 0.

       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-M                     PIC 9(5) COMP-5.
       01  WS-SCORE                 PIC S9(2) COMP-5.
       01  WS-BEST-SCORE            PIC S9(2) COMP-5.
       01  WS-BEST                  PIC 9(5) COMP-5.

       01  WS-LINE-NO               PIC 9(6) VALUE 0.
       01  WS-DEBITS                PIC S9(18)V99 COMP-3 VALUE 0.
       01  WS-CREDITS               PIC S9(18)V99 COMP-3 VALUE 0.
       01  WS-ACCT-HASH             PIC 9(18) COMP-3 VALUE 0.
       01  WS-SUSP-COUNT            PIC 9(6) VALUE 0.
       01  WS-SUSP-TOTAL            PIC S9(18)V99 COMP-3 VALUE 0.
       01  WS-POST-AMT              PIC 9(16)V99.
       01  WS-POST-DR               PIC 9(10).
       01  WS-POST-CR               PIC 9(10).

       01  WS-AMT-OUT               PIC Z(17)9.99.
       01  WS-AMT-OUT2              PIC Z(17)9.99.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-JNL-OUT               PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-RESULTS-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RESULTS-NAME
           END-ACCEPT
           IF WS-RESULTS-NAME = SPACES
               DISPLAY "USAGE: glpost <results-file> [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-BATCH-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
                               AND FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-ARG2)) = 8
                           MOVE FUNCTION TRIM(WS-ARG2) TO WS-BATCH-DATE
                       ELSE
                           DISPLAY "ERROR: batch date must be YYYYMMDD"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-ACCEPT

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-RESULTS
           PERFORM NEXT-JOURNAL-NUMBER
           PERFORM WRITE-JOURNAL
           PERFORM WRITE-EXCEPTIONS-PAGE
           PERFORM WRITE-REGISTER-ENTRY

           MOVE WS-JOURNAL TO WS-JNL-OUT
           MOVE WS-PROB-COUNT TO WS-CNT-OUT
           DISPLAY "JOURNAL " WS-JNL-OUT ": "
               FUNCTION TRIM(WS-CNT-OUT) " problem(s), "
               WS-LINE-NO " line(s)"
           MOVE WS-DEBITS TO WS-AMT-OUT
           MOVE WS-CREDITS TO WS-AMT-OUT2
           DISPLAY "  DEBITS  " WS-AMT-OUT
           DISPLAY "  CREDITS " WS-AMT-OUT2
           MOVE WS-SUSP-COUNT TO WS-CNT-OUT
           DISPLAY "  TO SUSPENSE: " FUNCTION TRIM(WS-CNT-OUT)
               " problem(s) -- see " FUNCTION TRIM(WS-EXC-NAME)
           IF WS-DEBITS NOT = WS-CREDITS
               DISPLAY "ERROR: journal out of balance -- REFUSED, "
                   "no trailer written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "JOURNAL FILE: " FUNCTION TRIM(WS-JNL-NAME)
           STOP RUN
           .

       LOAD-ACCOUNT-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-FS NOT = "00"
               DISPLAY "ERROR: glaccounts.dat not found (file status "
                   WS-MAP-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ MAP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAP-LINE-NO
                       *> "*" starts a comment, except as the "any
                       *> sheet" key ("*|label|...").
                       IF MAP-REC NOT = SPACES
                               AND (MAP-REC(1:1) NOT = "*"
                                   OR MAP-REC(2:1) = "|")
                           PERFORM LOAD-ONE-MAPPING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE

           IF NOT HAVE-SUSPENSE
               DISPLAY "ERROR: glaccounts.dat has no (SUSPENSE) line "
                   "-- unmapped labels would have nowhere to post"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-ONE-MAPPING.
           MOVE SPACES TO WS-F-SHEET WS-F-LABEL WS-F-DR WS-F-CR
           UNSTRING MAP-REC DELIMITED BY "|"
               INTO WS-F-SHEET WS-F-LABEL WS-F-DR WS-F-CR
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-F-SHEET) TO WS-F-SHEET
           MOVE FUNCTION TRIM(WS-F-LABEL) TO WS-F-LABEL

           MOVE WS-F-DR TO WS-DETAIL
           PERFORM PARSE-ACCOUNT
           MOVE WS-ACCT TO WS-POST-DR
           IF ACCOUNT-OK
               MOVE WS-F-CR TO WS-DETAIL
               PERFORM PARSE-ACCOUNT
               MOVE WS-ACCT TO WS-POST-CR
           END-IF
           IF NOT ACCOUNT-OK OR WS-F-SHEET = SPACES
               MOVE WS-MAP-LINE-NO TO WS-CNT-OUT
               DISPLAY "ERROR: glaccounts.dat line "
                   FUNCTION TRIM(WS-CNT-OUT)
                   " is not sheet|label|debit|credit with accounts of "
                   "up to ten digits"
               CLOSE MAP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-F-SHEET = "(SUSPENSE)"
               MOVE WS-POST-DR TO WS-SUSP-DR
               MOVE WS-POST-CR TO WS-SUSP-CR
               SET HAVE-SUSPENSE TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WS-F-LABEL = SPACES
               MOVE "*" TO WS-F-LABEL
           END-IF
           IF WS-MAP-COUNT >= MAX-MAPPINGS
               DISPLAY "ERROR: More than " MAX-MAPPINGS
                   " account mappings in glaccounts.dat"
               CLOSE MAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MAP-COUNT
           MOVE WS-F-SHEET TO WS-MAP-SHEET(WS-MAP-COUNT)
           MOVE WS-F-LABEL TO WS-MAP-LABEL(WS-MAP-COUNT)
           MOVE WS-POST-DR TO WS-MAP-DR(WS-MAP-COUNT)
           MOVE WS-POST-CR TO WS-MAP-CR(WS-MAP-COUNT)
           .

       PARSE-ACCOUNT.
           *> WS-DETAIL holds one account field; up to ten digits,
           *> right-aligned into WS-ACCT.
           MOVE "N" TO WS-ACCT-OK
           MOVE 0 TO WS-ACCT
           IF FUNCTION TRIM(WS-DETAIL) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-DETAIL)) > 10
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DETAIL) TO WS-ACCT-TEXT
           INSPECT WS-ACCT-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-ACCT-TEXT IS NUMERIC
               MOVE WS-ACCT-TEXT TO WS-ACCT
               SET ACCOUNT-OK TO TRUE
           END-IF
           .

       LOAD-RESULTS.
           OPEN INPUT RESULTS-FILE
           IF WS-RSL-FS NOT = "00"
               DISPLAY "ERROR: Unable to open results file "
                   FUNCTION TRIM(WS-RESULTS-NAME)
                   " (file status " WS-RSL-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RESULTS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF RESULTS-REC NOT = SPACES
                           PERFORM LOAD-ONE-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-FILE

           IF WS-BAD-AMOUNTS > 0
               MOVE WS-BAD-AMOUNTS TO WS-CNT-OUT
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CNT-OUT)
                   " result record(s) carry no readable amount -- "
                   "nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PROB-COUNT = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-RESULTS-NAME)
                   " holds no result records -- nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LOAD-ONE-RESULT.
           IF FUNCTION TEST-NUMVAL(RSL-RESULT) NOT = 0
               ADD 1 TO WS-BAD-AMOUNTS
               EXIT PARAGRAPH
           END-IF
           IF WS-PROB-COUNT >= MAX-PROBLEMS
               DISPLAY "ERROR: More than " MAX-PROBLEMS
                   " result records -- nothing posted"
               CLOSE RESULTS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROB-COUNT
           MOVE RSL-SHEET TO WS-PR-SHEET(WS-PROB-COUNT)
           MOVE RSL-LABEL TO WS-PR-LABEL(WS-PROB-COUNT)
           COMPUTE WS-PR-AMOUNT(WS-PROB-COUNT) =
               FUNCTION NUMVAL(RSL-RESULT)

           *> Most specific mapping wins; ties go to file order.
           MOVE -1 TO WS-BEST-SCORE
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MAP-COUNT
               MOVE -1 TO WS-SCORE
               IF (WS-MAP-SHEET(WS-M) = RSL-SHEET
                       OR WS-MAP-SHEET(WS-M) = "*")
                   AND (WS-MAP-LABEL(WS-M) = RSL-LABEL
                       OR WS-MAP-LABEL(WS-M) = "*")
                   MOVE 0 TO WS-SCORE
                   IF WS-MAP-SHEET(WS-M) NOT = "*"
                       ADD 2 TO WS-SCORE
                   END-IF
                   IF WS-MAP-LABEL(WS-M) NOT = "*"
                       ADD 1 TO WS-SCORE
                   END-IF
               END-IF
               IF WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   MOVE WS-M TO WS-BEST
               END-IF
           END-PERFORM

           IF WS-BEST = 0
               MOVE WS-SUSP-DR TO WS-PR-DR(WS-PROB-COUNT)
               MOVE WS-SUSP-CR TO WS-PR-CR(WS-PROB-COUNT)
               MOVE "S" TO WS-PR-SUSP(WS-PROB-COUNT)
           ELSE
               MOVE WS-MAP-DR(WS-BEST) TO WS-PR-DR(WS-PROB-COUNT)
               MOVE WS-MAP-CR(WS-BEST) TO WS-PR-CR(WS-PROB-COUNT)
               MOVE SPACE TO WS-PR-SUSP(WS-PROB-COUNT)
           END-IF
           .

       NEXT-JOURNAL-NUMBER.
           *> Journal numbers run on from the register; a refused
           *> journal keeps its number so the register has no gaps.
           MOVE 0 TO WS-JOURNAL
           OPEN INPUT REGISTER-FILE
           IF WS-REG-FS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ REGISTER-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF GR-JOURNAL IS NUMERIC
                                   AND GR-JOURNAL > WS-JOURNAL
                               MOVE GR-JOURNAL TO WS-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           ADD 1 TO WS-JOURNAL

           MOVE WS-JOURNAL TO WS-JNL-OUT
           MOVE SPACES TO WS-JNL-NAME WS-EXC-NAME
           STRING "gljournal." WS-JNL-OUT ".dat"
               DELIMITED BY SIZE INTO WS-JNL-NAME
           END-STRING
           STRING "gljournal." WS-JNL-OUT ".exc"
               DELIMITED BY SIZE INTO WS-EXC-NAME
           END-STRING
           .

       WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JNL-FS NOT = "00"
               DISPLAY "ERROR: Unable to write journal "
                   FUNCTION TRIM(WS-JNL-NAME)
                   " (file status " WS-JNL-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO JNL-HEADER
           MOVE "H" TO JH-TYPE
           MOVE WS-JOURNAL TO JH-JOURNAL
           MOVE WS-BATCH-DATE TO JH-BATCH-DATE
           MOVE "DAY6PART1" TO JH-SOURCE
           MOVE WS-RESULTS-NAME TO JH-RESULTS
           WRITE JNL-HEADER

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROB-COUNT
               PERFORM POST-ONE-PROBLEM
           END-PERFORM

           IF WS-DEBITS = WS-CREDITS
               MOVE SPACES TO JNL-TRAILER
               MOVE "T" TO JT-TYPE
               MOVE WS-JOURNAL TO JT-JOURNAL
               MOVE WS-LINE-NO TO JT-LINES
               MOVE WS-DEBITS TO JT-DEBITS
               MOVE WS-CREDITS TO JT-CREDITS
               MOVE WS-ACCT-HASH TO JT-ACCT-HASH
               WRITE JNL-TRAILER
           ELSE
               MOVE WS-DEBITS TO WS-AMT-OUT
               MOVE WS-CREDITS TO WS-AMT-OUT2
               MOVE SPACES TO JNL-ERROR
               MOVE "E" TO JE-TYPE
               MOVE WS-JOURNAL TO JE-JOURNAL
               STRING "OUT OF BALANCE -- DEBITS "
                      FUNCTION TRIM(WS-AMT-OUT) " CREDITS "
                      FUNCTION TRIM(WS-AMT-OUT2) " -- DO NOT IMPORT"
                   DELIMITED BY SIZE INTO JE-TEXT
               END-STRING
               WRITE JNL-ERROR
           END-IF
           CLOSE JOURNAL-FILE
           .

       POST-ONE-PROBLEM.
           *> One debit/credit pair; a negative result reverses the
           *> pair rather than posting a signed amount.
           IF WS-PR-AMOUNT(WS-I) < 0
               COMPUTE WS-POST-AMT = 0 - WS-PR-AMOUNT(WS-I)
               MOVE WS-PR-CR(WS-I) TO WS-POST-DR
               MOVE WS-PR-DR(WS-I) TO WS-POST-CR
           ELSE
               MOVE WS-PR-AMOUNT(WS-I) TO WS-POST-AMT
               MOVE WS-PR-DR(WS-I) TO WS-POST-DR
               MOVE WS-PR-CR(WS-I) TO WS-POST-CR
           END-IF

           MOVE SPACES TO JNL-DETAIL
           MOVE "D" TO JD-TYPE
           MOVE WS-JOURNAL TO JD-JOURNAL
           MOVE WS-PR-SUSP(WS-I) TO JD-SUSPENSE
           MOVE WS-PR-SHEET(WS-I) TO JD-SHEET
           MOVE WS-PR-LABEL(WS-I) TO JD-LABEL
           MOVE WS-POST-AMT TO JD-AMOUNT

           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO TO JD-LINE
           MOVE WS-POST-DR TO JD-ACCOUNT
           MOVE "D" TO JD-DRCR
           WRITE JNL-DETAIL
           ADD WS-POST-AMT TO WS-DEBITS
           ADD WS-POST-DR TO WS-ACCT-HASH

           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO TO JD-LINE
           MOVE WS-POST-CR TO JD-ACCOUNT
           MOVE "C" TO JD-DRCR
           WRITE JNL-DETAIL
           ADD WS-POST-AMT TO WS-CREDITS
           ADD WS-POST-CR TO WS-ACCT-HASH

           IF WS-PR-SUSP(WS-I) = "S"
               ADD 1 TO WS-SUSP-COUNT
               ADD WS-POST-AMT TO WS-SUSP-TOTAL
           END-IF
           .

       WRITE-EXCEPTIONS-PAGE.
           *> Written every run, empty list included, so the ledger
           *> team can see a clean run as well as a dirty one.
           OPEN OUTPUT EXC-FILE
           IF WS-EXC-FS NOT = "00"
               DISPLAY "ERROR: Unable to write exceptions page "
                   FUNCTION TRIM(WS-EXC-NAME)
                   " (file status " WS-EXC-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-JOURNAL TO WS-JNL-OUT
           MOVE SPACES TO EXC-REC
           STRING "GL JOURNAL " WS-JNL-OUT " -- BATCH DATE "
                  WS-BATCH-DATE " -- UNMAPPED LABELS POSTED TO SUSPENSE"
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           MOVE SPACES TO EXC-REC
           STRING "RESULTS FILE: " FUNCTION TRIM(WS-RESULTS-NAME)
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           MOVE SPACES TO EXC-REC
           WRITE EXC-REC
           MOVE SPACES TO EXC-REC
           STRING "SHEET                            "
                  "LABEL                                         AMOUNT"
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROB-COUNT
               IF WS-PR-SUSP(WS-I) = "S"
                   MOVE WS-PR-AMOUNT(WS-I) TO WS-AMT-OUT
                   MOVE SPACES TO EXC-REC
                   MOVE WS-PR-SHEET(WS-I) TO EXC-REC(1:32)
                   MOVE WS-PR-LABEL(WS-I) TO EXC-REC(34:32)
                   MOVE WS-AMT-OUT TO EXC-REC(67:21)
                   IF WS-PR-AMOUNT(WS-I) < 0
                       MOVE "-" TO EXC-REC(88:1)
                   END-IF
                   WRITE EXC-REC
               END-IF
           END-PERFORM

           MOVE SPACES TO EXC-REC
           WRITE EXC-REC
           MOVE WS-SUSP-COUNT TO WS-CNT-OUT
           MOVE WS-SUSP-TOTAL TO WS-AMT-OUT
           MOVE WS-SUSP-DR TO WS-POST-DR
           MOVE WS-SUSP-CR TO WS-POST-CR
           MOVE SPACES TO EXC-REC
           STRING "TOTAL " FUNCTION TRIM(WS-CNT-OUT)
                  " PROBLEM(S), " FUNCTION TRIM(WS-AMT-OUT)
                  " POSTED TO SUSPENSE " WS-POST-DR " / " WS-POST-CR
               DELIMITED BY SIZE INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           CLOSE EXC-FILE
           .

       WRITE-REGISTER-ENTRY.
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-FS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REG-FS NOT = "00"
               DISPLAY "ERROR: Unable to write glregister.dat "
                   "(file status " WS-REG-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REGISTER-REC
           MOVE WS-JOURNAL TO GR-JOURNAL
           MOVE WS-BATCH-DATE TO GR-BATCH-DATE
           MOVE WS-STAMP(1:14) TO GR-STAMP
           IF WS-DEBITS = WS-CREDITS
               MOVE "POSTED" TO GR-STATUS
           ELSE
               MOVE "REFUSED" TO GR-STATUS
           END-IF
           MOVE WS-LINE-NO TO GR-LINES
           MOVE WS-DEBITS TO GR-DEBITS
           MOVE WS-SUSP-COUNT TO GR-SUSPENSE
           MOVE WS-RESULTS-NAME TO GR-RESULTS
           MOVE "|" TO REGISTER-REC(9:1) REGISTER-REC(18:1)
               REGISTER-REC(33:1) REGISTER-REC(42:1)
               REGISTER-REC(49:1) REGISTER-REC(70:1)
               REGISTER-REC(77:1)
           WRITE REGISTER-REC
           CLOSE REGISTER-FILE
           .
