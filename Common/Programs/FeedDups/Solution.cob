       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feeddups.

      *> Duplicate-feed report. feedstager checksums every candidate
      *> against feedregistry.dat (see Common/Programs/FeedStager for
      *> the layout): an exact repeat of an earlier promotion is
      *> quarantined as DUPLICATE, one that differs from a retained
      *> generation in only a few lines is staged but recorded as
      *> NEAR-DUPLICATE, and a repeat staged on an operator's
      *> OVERRIDE is promoted with the override on the record. This
      *> lists all three for the last N days (1st command-line word,
      *> default siteparams FEED-DUP-REPORT-DAYS, else 7), by job,
      *> with how many feeds each job promoted in the window for
      *> scale. Exit 4 when there is anything to look at. Run from
      *> the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREG-FILE
               ASSIGN TO "feedregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREG-FILE.
       01  FREG-REC                 PIC X(400).

       WORKING-STORAGE SECTION.
       78  MAX-EVENTS               VALUE 500.

       01  WS-FR-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-DAYS                  PIC 9(4) COMP-5 VALUE 7.
       01  WS-STAMP                 PIC X(21).
       01  WS-FROM-DATE             PIC 9(8).
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       01  WS-R-STAMP               PIC X(14).
       01  WS-R-EVENT               PIC X(16).
       01  WS-R-JOB                 PIC X(4).
       01  WS-R-PROG                PIC X(20).
       01  WS-R-CKSUM               PIC X(12).
       01  WS-R-BYTES               PIC X(14).
       01  WS-R-LINES               PIC X(10).
       01  WS-R-FEED                PIC X(120).
       01  WS-R-DETAIL              PIC X(120).

      *> findings in the window, in register order
       01  WS-EV-COUNT              PIC 9(4) COMP-5 VALUE 0.
       01  WS-EV-TAB.
           05  WS-EV OCCURS 500 TIMES.
               10  WS-EV-STAMP      PIC X(14).
               10  WS-EV-KIND       PIC X(16).
               10  WS-EV-JOB        PIC X(4).
               10  WS-EV-PROG       PIC X(20).
               10  WS-EV-FEED       PIC X(120).
               10  WS-EV-DETAIL     PIC X(120).

      *> promotions per job in the window
       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 50.
       01  WS-PROMOTED-TAB.
           05  WS-PROMOTED OCCURS 50 TIMES
                                    PIC 9(5) COMP-5.
       01  WS-JOB-N                 PIC 9(3) COMP-5.
       01  WS-J                     PIC 9(3) COMP-5.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-ON-JOB                PIC 9(4) COMP-5.
       01  WS-DUPS                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-NEARS                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-OVERRIDES             PIC 9(4) COMP-5 VALUE 0.
       01  WS-OUT1                  PIC Z(4)9.
       01  WS-OUT2                  PIC Z(4)9.
       01  WS-OUT3                  PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           INITIALIZE WS-PROMOTED-TAB
           MOVE "FEED-DUP-REPORT-DAYS" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-DAYS = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG1) IS NUMERIC
                       COMPUTE WS-DAYS = FUNCTION NUMVAL(WS-ARG1)
                   END-IF
           END-ACCEPT
           IF WS-DAYS < 1
               MOVE 1 TO WS-DAYS
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STAMP(1:8))) - WS-DAYS + 1)

           PERFORM LOAD-REGISTER
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           DISPLAY "===== DUPLICATE FEEDS SINCE " WS-FROM-DATE " ====="
           IF WS-EV-COUNT = 0
               DISPLAY "  (no duplicate or near-duplicate feeds)"
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > NUM-JOBS
               PERFORM REPORT-ONE-JOB
           END-PERFORM

           MOVE WS-DUPS TO WS-OUT1
           MOVE WS-NEARS TO WS-OUT2
           MOVE WS-OVERRIDES TO WS-OUT3
           DISPLAY "===== " FUNCTION TRIM(WS-OUT1) " duplicate(s) "
               "held, " FUNCTION TRIM(WS-OUT2) " near-duplicate(s), "
               FUNCTION TRIM(WS-OUT3) " override(s) ====="
           IF WS-EV-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-REGISTER.
           MOVE "N" TO WS-EOF
           OPEN INPUT FREG-FILE
           IF WS-FR-FS NOT = "00"
               DISPLAY "feedregistry.dat: no feed has been promoted "
                   "through feedstager yet"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF
               READ FREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE FREG-FILE
           MOVE 0 TO RETURN-CODE
           .

       TAKE-ONE-EVENT.
           IF FREG-REC = SPACES OR FREG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-R-STAMP WS-R-EVENT WS-R-JOB WS-R-PROG
               WS-R-CKSUM WS-R-BYTES WS-R-LINES WS-R-FEED WS-R-DETAIL
           UNSTRING FREG-REC DELIMITED BY " | "
               INTO WS-R-STAMP WS-R-EVENT WS-R-JOB WS-R-PROG
                   WS-R-CKSUM WS-R-BYTES WS-R-LINES WS-R-FEED
                   WS-R-DETAIL
           END-UNSTRING
           IF WS-R-STAMP(1:8) < WS-FROM-DATE
               OR FUNCTION TRIM(WS-R-JOB) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOB-N = FUNCTION NUMVAL(WS-R-JOB)
           IF WS-JOB-N < 1 OR WS-JOB-N > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-R-EVENT
               WHEN "PROMOTED"
                   ADD 1 TO WS-PROMOTED(WS-JOB-N)
                   IF WS-R-DETAIL(1:8) NOT = "override"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-OVERRIDES
                   MOVE "OVERRIDE" TO WS-R-EVENT
               WHEN "DUPLICATE"
                   ADD 1 TO WS-DUPS
               WHEN "NEAR-DUPLICATE"
                   ADD 1 TO WS-NEARS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-EV-COUNT >= MAX-EVENTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EV-COUNT
           MOVE WS-R-STAMP TO WS-EV-STAMP(WS-EV-COUNT)
           MOVE WS-R-EVENT TO WS-EV-KIND(WS-EV-COUNT)
           MOVE WS-R-JOB TO WS-EV-JOB(WS-EV-COUNT)
           MOVE WS-R-PROG TO WS-EV-PROG(WS-EV-COUNT)
           MOVE WS-R-FEED TO WS-EV-FEED(WS-EV-COUNT)
           MOVE WS-R-DETAIL TO WS-EV-DETAIL(WS-EV-COUNT)
           .

       REPORT-ONE-JOB.
           MOVE 0 TO WS-ON-JOB
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-COUNT
               IF FUNCTION NUMVAL(WS-EV-JOB(WS-I)) = WS-J
                   ADD 1 TO WS-ON-JOB
                   IF WS-ON-JOB = 1
                       MOVE WS-PROMOTED(WS-J) TO WS-OUT1
                       DISPLAY "JOB " FUNCTION TRIM(WS-EV-JOB(WS-I))
                           " " FUNCTION TRIM(WS-EV-PROG(WS-I))
                           " (" FUNCTION TRIM(WS-OUT1)
                           " feed(s) promoted in the window)"
                   END-IF
                   DISPLAY "  " WS-EV-STAMP(WS-I)(1:8) " "
                       WS-EV-KIND(WS-I) " "
                       FUNCTION TRIM(WS-EV-FEED(WS-I)) " -- "
                       FUNCTION TRIM(WS-EV-DETAIL(WS-I))
               END-IF
           END-PERFORM
           .
