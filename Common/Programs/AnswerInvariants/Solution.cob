       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invcheck.

      *> Rule-driven answer invariants. day1crosscheck and
      *> day3crosscheck each prove one pairing of programs by
      *> rerunning them; this checks the business truths that hold
      *> between answers already on file -- a merged coverage that
      *> can never exceed the raw total, a second-pass count that can
      *> never fall below the first pass, the same input giving the
      *> same answer at every site -- against the night's
      *> interchange.dat records. Data control keeps the relations
      *> in invariants.dat at the repository root:
      *>
      *>   <id> <program-A> <relation> <program-B> <scope>
      *>        [tolerance] [severity]
      *>
      *> relation LE, GE or EQ (A's answer against B's), or WITHIN
      *> (the two differ by no more than the tolerance -- a number,
      *> or a percentage of B's answer such as 5%); scope INPUT (the
      *> latest answers of the two programs on the same input file),
      *> RUNID (the latest of each under the same batch run id) or
      *> SITES (the latest at each site on the same input file, from
      *> siteconsol's consolidated.interchange.dat, A at one site
      *> against B at every other); severity WARNING (default) or
      *> CRITICAL.
      *>
      *>   invcheck [YYYYMMDD]
      *>
      *> The date (default today) picks the night's records by their
      *> completion timestamp. Every violation is listed and written
      *> to invariantcheck.dat for alerteval, which raises each one
      *> as an alert; run it after the batch and before alerteval.
      *> An answer that is not a number cannot be compared and is
      *> reported as such. Run from the repository root.
      *>
      *> invariantcheck.dat, rewritten on every run:
      *>
      *>   date | alert key | severity | invariant | detail
      *>
      *> Return codes: 0 every invariant holds, 4 a violation found,
      *> 8 a bad invariants.dat line, 12 no invariants.dat,
      *> 16 more of the night's records than the table holds,
      *> 20 output failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE
               ASSIGN TO "invariants.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-FS.

           SELECT IX-FILE
               ASSIGN TO "interchange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

           SELECT CONS-FILE
               ASSIGN TO "consolidated.interchange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-FS.

           SELECT OUT-FILE
               ASSIGN TO "invariantcheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE.
       01  INV-REC                  PIC X(200).

       FD  IX-FILE.
       01  IX-REC                   PIC X(400).

       FD  CONS-FILE.
       01  CONS-REC                 PIC X(420).

       FD  OUT-FILE.
       01  OUT-REC                  PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-INVARIANTS           VALUE 100.
       78  MAX-RECORDS              VALUE 2000.

       01  WS-IV-FS                 PIC XX.
       01  WS-IX-FS                 PIC XX.
       01  WS-CN-FS                 PIC XX.
       01  WS-OT-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG                   PIC X(20).
       01  WS-DATE                  PIC X(8).
       01  WS-STAMP                 PIC X(21).
       01  WS-FINAL-RC              PIC 9(2) VALUE 0.

      *> the interchange layout (Common/Programs/InterchangeWriter)
       01  WS-IX-REC.
           05  IX-PROGRAM-ID        PIC X(20).
           05  IX-INPUT-FILE        PIC X(100).
           05  IX-RESULT            PIC X(40).
           05  IX-TIMESTAMP         PIC X(21).
           05  IX-RUN-ID            PIC X(15).
           05  FILLER               PIC X(4).
           05  IX-SEQ               PIC X(9).

      *> invariants.dat
       01  WS-INV-COUNT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-INV-TAB.
           05  WS-INV OCCURS 100 TIMES.
               10  WS-IV-ID         PIC X(16).
               10  WS-IV-PROG-A     PIC X(20).
               10  WS-IV-REL        PIC X(6).
               10  WS-IV-PROG-B     PIC X(20).
               10  WS-IV-SCOPE      PIC X(6).
               10  WS-IV-TOL        PIC S9(11)V9(4) COMP-3.
               10  WS-IV-TOL-PCT    PIC X.
               10  WS-IV-SEVERITY   PIC X(8).
       01  WS-T1                    PIC X(20).
       01  WS-T2                    PIC X(20).
       01  WS-T3                    PIC X(20).
       01  WS-T4                    PIC X(20).
       01  WS-T5                    PIC X(20).
       01  WS-T6                    PIC X(20).
       01  WS-T7                    PIC X(20).
       01  WS-BAD-LINES             PIC 9(3) COMP-5 VALUE 0.

      *> the night's answers; site is blank for this root's own
      *> interchange.dat, the site code for consolidated records
       01  WS-REC-COUNT             PIC 9(5) COMP-5 VALUE 0.
       01  WS-REC-TAB.
           05  WS-REC OCCURS 2000 TIMES.
               10  WS-RC-SITE       PIC X(8).
               10  WS-RC-PROG       PIC X(20).
               10  WS-RC-INPUT      PIC X(100).
               10  WS-RC-RESULT     PIC X(40).
               10  WS-RC-RUN-ID     PIC X(15).
       01  WS-OVERFLOW              PIC X VALUE "N".

       01  WS-V                     PIC 9(3) COMP-5.
       01  WS-A                     PIC 9(5) COMP-5.
       01  WS-B                     PIC 9(5) COMP-5.
       01  WS-K                     PIC 9(5) COMP-5.
       01  WS-PARTNER               PIC 9(5) COMP-5.
       01  WS-LATEST                PIC X.
       01  WS-WANT-SITE             PIC X VALUE "N".
           88  WANT-CONSOLIDATED           VALUE "Y".

      *> one comparison
       01  WS-VAL-A                 PIC S9(14)V9(4) COMP-3.
       01  WS-VAL-B                 PIC S9(14)V9(4) COMP-3.
       01  WS-DIFF                  PIC S9(14)V9(4) COMP-3.
       01  WS-ALLOW                 PIC S9(14)V9(4) COMP-3.
       01  WS-HOLDS                 PIC X.
       01  WS-CHECKED               PIC 9(5) COMP-5 VALUE 0.
       01  WS-VIOLATIONS            PIC 9(5) COMP-5 VALUE 0.
       01  WS-UNCOMPARABLE          PIC 9(5) COMP-5 VALUE 0.
       01  WS-INV-HITS              PIC 9(5) COMP-5.
       01  WS-INV-START             PIC 9(5) COMP-5.
       01  WS-HITS-OUT              PIC Z(4)9.
       01  WS-ALERT-KEY             PIC X(20).
       01  WS-DETAIL                PIC X(200).
       01  WS-WHERE                 PIC X(120).
       01  WS-TOL-OUT               PIC -(10)9.9(4).
       01  WS-COUNT-OUT             PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG) IS NUMERIC
                       MOVE FUNCTION TRIM(WS-ARG) TO WS-DATE
                   END-IF
           END-ACCEPT

           PERFORM LOAD-INVARIANTS
           IF WS-INV-COUNT = 0
               DISPLAY "No invariants in invariants.dat -- nothing to "
                   "check"
               MOVE WS-FINAL-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NIGHTS-ANSWERS

           OPEN OUTPUT OUT-FILE
           IF WS-OT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write invariantcheck.dat "
                   "(file status " WS-OT-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "===== ANSWER INVARIANTS FOR " WS-DATE " ====="
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-INV-COUNT
               PERFORM CHECK-ONE-INVARIANT
           END-PERFORM
           CLOSE OUT-FILE

           MOVE WS-CHECKED TO WS-COUNT-OUT
           DISPLAY FUNCTION TRIM(WS-COUNT-OUT) " comparison(s) made, "
               WITH NO ADVANCING
           MOVE WS-VIOLATIONS TO WS-COUNT-OUT
           DISPLAY FUNCTION TRIM(WS-COUNT-OUT) " violation(s), "
               WITH NO ADVANCING
           MOVE WS-UNCOMPARABLE TO WS-COUNT-OUT
           DISPLAY FUNCTION TRIM(WS-COUNT-OUT)
               " answer(s) not comparable"

           IF WS-VIOLATIONS > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-OVERFLOW = "Y"
               MOVE 16 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN
           .

       LOAD-INVARIANTS.
           OPEN INPUT INV-FILE
           IF WS-IV-FS NOT = "00"
               DISPLAY "ERROR: invariants.dat not found"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ INV-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-INVARIANT
               END-READ
           END-PERFORM
           CLOSE INV-FILE
           .

       LOAD-ONE-INVARIANT.
           IF INV-REC = SPACES OR INV-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
           UNSTRING INV-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T3) TO WS-T3
           MOVE FUNCTION UPPER-CASE(WS-T5) TO WS-T5
           MOVE FUNCTION UPPER-CASE(WS-T7) TO WS-T7
           IF WS-T5 = SPACES
               OR (WS-T3 NOT = "LE" AND WS-T3 NOT = "GE"
                   AND WS-T3 NOT = "EQ" AND WS-T3 NOT = "WITHIN")
               OR (WS-T5 NOT = "INPUT" AND WS-T5 NOT = "RUNID"
                   AND WS-T5 NOT = "SITES")
               OR (WS-T7 NOT = SPACES AND WS-T7 NOT = "WARNING"
                   AND WS-T7 NOT = "CRITICAL")
               PERFORM REFUSE-INVARIANT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-T3 = "WITHIN"
               AND (WS-T6 = SPACES OR WS-T6 = "-")
               PERFORM REFUSE-INVARIANT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-INV-COUNT >= MAX-INVARIANTS
               DISPLAY "WARNING: more than " MAX-INVARIANTS
                   " invariants -- '" FUNCTION TRIM(WS-T1)
                   "' and after not checked"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-INV-COUNT
           MOVE WS-T1 TO WS-IV-ID(WS-INV-COUNT)
           MOVE WS-T2 TO WS-IV-PROG-A(WS-INV-COUNT)
           MOVE WS-T3 TO WS-IV-REL(WS-INV-COUNT)
           MOVE WS-T4 TO WS-IV-PROG-B(WS-INV-COUNT)
           MOVE WS-T5 TO WS-IV-SCOPE(WS-INV-COUNT)
           MOVE 0 TO WS-IV-TOL(WS-INV-COUNT)
           MOVE "N" TO WS-IV-TOL-PCT(WS-INV-COUNT)
           IF WS-T6 NOT = SPACES AND WS-T6 NOT = "-"
               IF WS-T6(FUNCTION STORED-CHAR-LENGTH(WS-T6):1) = "%"
                   MOVE "Y" TO WS-IV-TOL-PCT(WS-INV-COUNT)
                   MOVE SPACE
                       TO WS-T6(FUNCTION STORED-CHAR-LENGTH(WS-T6):1)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-T6) NOT = 0
                   SUBTRACT 1 FROM WS-INV-COUNT
                   PERFORM REFUSE-INVARIANT-LINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IV-TOL(WS-INV-COUNT) =
                   FUNCTION ABS(FUNCTION NUMVAL(WS-T6))
           END-IF
           MOVE "WARNING" TO WS-IV-SEVERITY(WS-INV-COUNT)
           IF WS-T7 NOT = SPACES
               MOVE WS-T7 TO WS-IV-SEVERITY(WS-INV-COUNT)
           END-IF
           IF WS-T5 = "SITES"
               MOVE "Y" TO WS-WANT-SITE
           END-IF
           .

       REFUSE-INVARIANT-LINE.
           DISPLAY "WARNING: bad invariant line '"
               FUNCTION TRIM(INV-REC) "' ignored"
           ADD 1 TO WS-BAD-LINES
           MOVE 8 TO WS-FINAL-RC
           .

       LOAD-NIGHTS-ANSWERS.
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT IX-FILE
           IF WS-IX-FS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ IX-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE IX-REC TO WS-IX-REC
                           MOVE SPACES TO WS-T1
                           PERFORM KEEP-ONE-ANSWER
                   END-READ
               END-PERFORM
               CLOSE IX-FILE
           ELSE
               DISPLAY "WARNING: no interchange.dat"
           END-IF

           *> cross-site relations read siteconsol's merge
           IF NOT WANT-CONSOLIDATED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONS-FILE
           IF WS-CN-FS NOT = "00"
               DISPLAY "WARNING: no consolidated.interchange.dat -- "
                   "run siteconsol first; SITES invariants not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CONS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE CONS-REC(12:400) TO WS-IX-REC
                       MOVE CONS-REC(1:8) TO WS-T1
                       PERFORM KEEP-ONE-ANSWER
               END-READ
           END-PERFORM
           CLOSE CONS-FILE
           .

       KEEP-ONE-ANSWER.
           *> WS-T1 carries the site code, spaces for this root
           IF IX-PROGRAM-ID = "#TRAILER" OR IX-PROGRAM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF IX-TIMESTAMP(1:8) NOT = WS-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-REC-COUNT >= MAX-RECORDS
               IF WS-OVERFLOW = "N"
                   DISPLAY "ERROR: more than " MAX-RECORDS
                       " interchange records for " WS-DATE
                       " -- the rest are not checked"
               END-IF
               MOVE "Y" TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REC-COUNT
           MOVE WS-T1 TO WS-RC-SITE(WS-REC-COUNT)
           MOVE IX-PROGRAM-ID TO WS-RC-PROG(WS-REC-COUNT)
           MOVE IX-INPUT-FILE TO WS-RC-INPUT(WS-REC-COUNT)
           MOVE IX-RESULT TO WS-RC-RESULT(WS-REC-COUNT)
           MOVE IX-RUN-ID TO WS-RC-RUN-ID(WS-REC-COUNT)
           .

       CHECK-ONE-INVARIANT.
           MOVE 0 TO WS-INV-HITS
           MOVE WS-CHECKED TO WS-INV-START
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-REC-COUNT
               IF WS-RC-PROG(WS-A) = WS-IV-PROG-A(WS-V)
                   PERFORM CHECK-FROM-ONE-ANSWER
               END-IF
           END-PERFORM
           *> a night with nothing to compare proves nothing either way
           IF WS-INV-HITS = 0
               IF WS-CHECKED = WS-INV-START
                   DISPLAY "  none     " FUNCTION TRIM(WS-IV-ID(WS-V))
               ELSE
                   DISPLAY "  ok       " FUNCTION TRIM(WS-IV-ID(WS-V))
               END-IF
           END-IF
           .

       CHECK-FROM-ONE-ANSWER.
           *> only the latest answer A gave in its scope counts: a
           *> rerun supersedes the run before it
           IF WS-IV-SCOPE(WS-V) = "SITES"
               IF WS-RC-SITE(WS-A) = SPACES
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-RC-SITE(WS-A) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-IV-SCOPE(WS-V) = "RUNID" AND WS-RC-RUN-ID(WS-A) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A TO WS-K
           PERFORM TEST-LATEST-IN-SCOPE
           IF WS-LATEST NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           *> its partners: B's latest in the same scope -- at every
           *> other site for SITES, where a program checked against
           *> itself is taken once per pair of sites
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-REC-COUNT
               IF WS-RC-PROG(WS-B) = WS-IV-PROG-B(WS-V)
                   AND WS-B NOT = WS-A
                   PERFORM CHECK-ONE-PARTNER
               END-IF
           END-PERFORM
           .

       CHECK-ONE-PARTNER.
           EVALUATE WS-IV-SCOPE(WS-V)
               WHEN "INPUT"
                   IF WS-RC-SITE(WS-B) NOT = SPACES
                       OR WS-RC-INPUT(WS-B) NOT = WS-RC-INPUT(WS-A)
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RUNID"
                   IF WS-RC-SITE(WS-B) NOT = SPACES
                       OR WS-RC-RUN-ID(WS-B) NOT = WS-RC-RUN-ID(WS-A)
                       EXIT PARAGRAPH
                   END-IF
               WHEN "SITES"
                   IF WS-RC-SITE(WS-B) = SPACES
                       OR WS-RC-SITE(WS-B) = WS-RC-SITE(WS-A)
                       OR WS-RC-INPUT(WS-B) NOT = WS-RC-INPUT(WS-A)
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-IV-PROG-A(WS-V) = WS-IV-PROG-B(WS-V)
                       AND WS-RC-SITE(WS-B) < WS-RC-SITE(WS-A)
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE WS-B TO WS-K
           PERFORM TEST-LATEST-IN-SCOPE
           IF WS-LATEST NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPARE-ANSWERS
           .

       TEST-LATEST-IN-SCOPE.
           *> WS-LATEST "Y" when no later record of WS-K's program at
           *> its site shares its scope key
           MOVE "Y" TO WS-LATEST
           PERFORM VARYING WS-PARTNER FROM WS-K BY 1
                   UNTIL WS-PARTNER >= WS-REC-COUNT
                      OR WS-LATEST = "N"
               IF WS-RC-PROG(WS-PARTNER + 1) = WS-RC-PROG(WS-K)
                   AND WS-RC-SITE(WS-PARTNER + 1) = WS-RC-SITE(WS-K)
                   IF WS-IV-SCOPE(WS-V) = "RUNID"
                       IF WS-RC-RUN-ID(WS-PARTNER + 1)
                               = WS-RC-RUN-ID(WS-K)
                           MOVE "N" TO WS-LATEST
                       END-IF
                   ELSE
                       IF WS-RC-INPUT(WS-PARTNER + 1)
                               = WS-RC-INPUT(WS-K)
                           MOVE "N" TO WS-LATEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       COMPARE-ANSWERS.
           ADD 1 TO WS-CHECKED
           MOVE SPACES TO WS-WHERE
           EVALUATE WS-IV-SCOPE(WS-V)
               WHEN "INPUT"
                   STRING "input " FUNCTION TRIM(WS-RC-INPUT(WS-A))
                       DELIMITED BY SIZE INTO WS-WHERE
                   END-STRING
               WHEN "RUNID"
                   STRING "run " FUNCTION TRIM(WS-RC-RUN-ID(WS-A))
                       DELIMITED BY SIZE INTO WS-WHERE
                   END-STRING
               WHEN "SITES"
                   STRING "sites " FUNCTION TRIM(WS-RC-SITE(WS-A))
                          "/" FUNCTION TRIM(WS-RC-SITE(WS-B))
                          ", input " FUNCTION TRIM(WS-RC-INPUT(WS-A))
                       DELIMITED BY SIZE INTO WS-WHERE
                   END-STRING
           END-EVALUATE

           IF FUNCTION TEST-NUMVAL(WS-RC-RESULT(WS-A)) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RC-RESULT(WS-B)) NOT = 0
               OR WS-RC-RESULT(WS-A) = SPACES
               OR WS-RC-RESULT(WS-B) = SPACES
               ADD 1 TO WS-UNCOMPARABLE
               DISPLAY "  n/a      " FUNCTION TRIM(WS-IV-ID(WS-V))
                   ": answers '" FUNCTION TRIM(WS-RC-RESULT(WS-A))
                   "' and '" FUNCTION TRIM(WS-RC-RESULT(WS-B))
                   "' are not both numbers (" FUNCTION TRIM(WS-WHERE)
                   ")"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAL-A = FUNCTION NUMVAL(WS-RC-RESULT(WS-A))
           COMPUTE WS-VAL-B = FUNCTION NUMVAL(WS-RC-RESULT(WS-B))

           MOVE "Y" TO WS-HOLDS
           EVALUATE WS-IV-REL(WS-V)
               WHEN "LE"
                   IF WS-VAL-A > WS-VAL-B
                       MOVE "N" TO WS-HOLDS
                   END-IF
               WHEN "GE"
                   IF WS-VAL-A < WS-VAL-B
                       MOVE "N" TO WS-HOLDS
                   END-IF
               WHEN "EQ"
                   IF WS-VAL-A NOT = WS-VAL-B
                       MOVE "N" TO WS-HOLDS
                   END-IF
               WHEN "WITHIN"
                   COMPUTE WS-DIFF =
                       FUNCTION ABS(WS-VAL-A - WS-VAL-B)
                   IF WS-IV-TOL-PCT(WS-V) = "Y"
                       COMPUTE WS-ALLOW = FUNCTION ABS(WS-VAL-B)
                           * WS-IV-TOL(WS-V) / 100
                   ELSE
                       MOVE WS-IV-TOL(WS-V) TO WS-ALLOW
                   END-IF
                   IF WS-DIFF > WS-ALLOW
                       MOVE "N" TO WS-HOLDS
                   END-IF
           END-EVALUATE
           IF WS-HOLDS = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM REPORT-VIOLATION
           .

       REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATIONS
           ADD 1 TO WS-INV-HITS

           *> the alert key names the invariant, and which of its
           *> violations tonight when there is more than one, so
           *> alerteval registers each once
           MOVE SPACES TO WS-ALERT-KEY
           IF WS-INV-HITS = 1
               MOVE WS-IV-ID(WS-V) TO WS-ALERT-KEY
           ELSE
               MOVE WS-INV-HITS TO WS-HITS-OUT
               STRING FUNCTION TRIM(WS-IV-ID(WS-V)) "."
                      FUNCTION TRIM(WS-HITS-OUT)
                   DELIMITED BY SIZE INTO WS-ALERT-KEY
               END-STRING
           END-IF

           MOVE SPACES TO WS-DETAIL
           STRING FUNCTION TRIM(WS-IV-PROG-A(WS-V)) " "
                  FUNCTION TRIM(WS-RC-RESULT(WS-A)) " not "
                  FUNCTION TRIM(WS-IV-REL(WS-V)) " "
                  FUNCTION TRIM(WS-IV-PROG-B(WS-V)) " "
                  FUNCTION TRIM(WS-RC-RESULT(WS-B))
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING
           IF WS-IV-REL(WS-V) = "WITHIN"
               MOVE WS-IV-TOL(WS-V) TO WS-TOL-OUT
               STRING FUNCTION TRIM(WS-DETAIL) " by "
                      FUNCTION TRIM(WS-TOL-OUT)
                   DELIMITED BY SIZE INTO WS-DETAIL
               END-STRING
               IF WS-IV-TOL-PCT(WS-V) = "Y"
                   STRING FUNCTION TRIM(WS-DETAIL) "%"
                       DELIMITED BY SIZE INTO WS-DETAIL
                   END-STRING
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-DETAIL) " ("
                  FUNCTION TRIM(WS-WHERE) ")"
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING

           DISPLAY "  " WS-IV-SEVERITY(WS-V) " "
               FUNCTION TRIM(WS-IV-ID(WS-V)) ": "
               FUNCTION TRIM(WS-DETAIL)

           MOVE SPACES TO OUT-REC
           STRING WS-DATE
                  " | " FUNCTION TRIM(WS-ALERT-KEY)
                  " | " FUNCTION TRIM(WS-IV-SEVERITY(WS-V))
                  " | " FUNCTION TRIM(WS-IV-ID(WS-V))
                  " | " FUNCTION TRIM(WS-DETAIL)
               DELIMITED BY SIZE INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           IF WS-OT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write invariantcheck.dat "
                   "(file status " WS-OT-FS ")"
               MOVE 20 TO WS-FINAL-RC
           END-IF
           .
