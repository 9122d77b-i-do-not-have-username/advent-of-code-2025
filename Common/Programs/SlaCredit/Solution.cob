       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. slacredit.

      *> Month-end SLA service-credit statements. slareport says a
      *> deadline was missed and by how many minutes; the contracts
      *> with the downstream consumers turn that into money -- a
      *> sliding scale of credits by minutes late, a number of free
      *> misses a month, and a monthly cap -- written down per
      *> consumer and job in slaterms.dat (see that file). This
      *> applies the terms to the month's met/missed history, read
      *> off runlog.txt exactly the way slareport reads it (the last
      *> completion of a program on a day counts; RETRY notice rows
      *> are not completions), and writes one statement per
      *> consumer:
      *>
      *>   slacredit <YYYYMM> [YYYYMMDD statement date]
      *>
      *> The statement date defaults to today; a month still in
      *> progress is covered up to the statement date and marked
      *> PART MONTH. Output:
      *>   slacredit.<YYYYMM>.txt  one printable statement per
      *>                           consumer: each miss with its band,
      *>                           free-miss and cap treatment, the
      *>                           credit per job and in total
      *>   slacredit.<YYYYMM>.dat  finance extract
      *>     H  month, statement date, source
      *>     S  statement number, consumer, statement date, total
      *>     D  statement number, program-id, misses, free misses
      *>        used, credited misses, capped flag, credit
      *>     T  statement count, grand total
      *> Statement numbers are SC<YYYYMM>-<nnn> in slaterms.dat
      *> consumer order, so a rerun of the month reissues the same
      *> numbers. A DAILY job with no completion on a working day
      *> (holidays.dat aside) is listed for REVIEW on its
      *> statement -- not credited here, but the consumer will ask.
      *> Finance is told before anyone else: every run spools a
      *> notification (notifywrite) to siteparams SLA-CREDIT-NOTIFY,
      *> default "finance", with the month's total. Exit 0, or 4
      *> when a statement carries REVIEW days or a term could not be
      *> applied (job unknown or without a deadline); 8 for a bad
      *> terms line, 12 when slaterms.dat or runlog.txt is missing,
      *> 20 when a statement file cannot be written. Run from the
      *> repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE
               ASSIGN TO "slaterms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-FS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FS.

           SELECT HOLIDAY-FILE
               ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FS.

           SELECT STMT-FILE
               ASSIGN TO DYNAMIC WS-STMT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMS-FILE.
       01  TERMS-REC                PIC X(200).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(400).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC              PIC X(80).

       FD  STMT-FILE.
       01  STMT-REC                 PIC X(132).

       FD  EXTRACT-FILE.
       01  EXT-HEADER.
           05  EH-TYPE              PIC X.
           05  EH-MONTH             PIC X(6).
           05  EH-STMT-DATE         PIC X(8).
           05  EH-SOURCE            PIC X(12).
       01  EXT-STATEMENT.
           05  ES-TYPE              PIC X.
           05  ES-STATEMENT         PIC X(12).
           05  ES-CONSUMER          PIC X(20).
           05  ES-STMT-DATE         PIC X(8).
           05  ES-TOTAL             PIC 9(11)V99.
       01  EXT-DETAIL.
           05  ED-TYPE              PIC X.
           05  ED-STATEMENT         PIC X(12).
           05  ED-PROG              PIC X(20).
           05  ED-MISSES            PIC 9(3).
           05  ED-FREE-USED         PIC 9(3).
           05  ED-CREDITED          PIC 9(3).
           05  ED-CAPPED            PIC X.
           05  ED-CREDIT            PIC 9(11)V99.
       01  EXT-TRAILER.
           05  ET-TYPE              PIC X.
           05  ET-COUNT             PIC 9(6).
           05  ET-TOTAL             PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       78  MAX-TERMS                VALUE 100.
       78  MAX-BANDS                VALUE 10.
       78  MAX-HOLIDAYS             VALUE 400.

       01  WS-TERMS-FS              PIC XX.
       01  WS-RL-FS                 PIC XX.
       01  WS-HOL-FS                PIC XX.
       01  WS-STMT-FS               PIC XX.
       01  WS-EXT-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(20).
       01  WS-MONTH                 PIC X(6).
       01  WS-STMT-DATE             PIC X(8).
       01  WS-STAMP                 PIC X(21).
       01  WS-STMT-NAME             PIC X(80) VALUE SPACES.
       01  WS-EXT-NAME              PIC X(80) VALUE SPACES.
       01  WS-LAST-DD               PIC 9(2).
       01  WS-PART-MONTH            PIC X VALUE "N".
           88  PART-MONTH                  VALUE "Y".
       01  WS-NEXT-MONTH            PIC 9(8).

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

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

      *> last completion time per job per day of the month, as
      *> slareport keeps it
       01  WS-COMP-TAB.
           05  WS-COMP-JOB OCCURS 50 TIMES.
               10  WS-COMP-DAY OCCURS 31 TIMES
                                    PIC X(6) VALUE SPACES.

      *> the contract terms, one entry per consumer and job
       01  WS-TERM-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-TERM-TAB.
           05  WS-TERM OCCURS 100 TIMES.
               10  WS-TM-CONSUMER   PIC X(20).
               10  WS-TM-PROG       PIC X(20).
               10  WS-TM-CAP        PIC 9(9)V99.
               10  WS-TM-FREE       PIC 9(3).
               10  WS-TM-JOB        PIC 9(3) COMP-5.
               10  WS-TM-BAND-COUNT PIC 9(2) COMP-5.
               10  WS-TM-BAND OCCURS 10 TIMES.
                   15  WS-TM-BAND-FROM   PIC 9(5).
                   15  WS-TM-BAND-CREDIT PIC 9(7)V99.
       01  WS-T                     PIC 9(3) COMP-5.
       01  WS-B                     PIC 9(2) COMP-5.
       01  WS-BEST                  PIC 9(2) COMP-5.

       01  WS-TERMS-LINE-NO         PIC 9(5) COMP-5 VALUE 0.
       01  WS-TERMS-BAD             PIC X VALUE "N".
           88  TERMS-BAD                   VALUE "Y".
       01  WS-TK1                   PIC X(20).
       01  WS-TK2                   PIC X(20).
       01  WS-TK3                   PIC X(20).
       01  WS-TK4                   PIC X(20).
       01  WS-TK5                   PIC X(20).

       01  WS-HOL-COUNT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-HOL-TAB.
           05  WS-HOL-DATE OCCURS 400 TIMES
                                    PIC X(8).
       01  WS-H                     PIC 9(3) COMP-5.
       01  WS-IS-HOLIDAY            PIC X.

       01  WS-F1                    PIC X(40).
       01  WS-F2                    PIC X(256).
       01  WS-F3                    PIC X(40).
       01  WS-F4                    PIC X(80).
       01  WS-I                     PIC 9(3) COMP-5.
       01  WS-HIT                   PIC 9(3) COMP-5.
       01  WS-DD                    PIC 9(2).
       01  WS-D                     PIC 9(2) COMP-5.
       01  WS-DAY-DATE              PIC X(8).

       01  WS-COMP-MIN              PIC S9(5) COMP-5.
       01  WS-DL-MIN                PIC S9(5) COMP-5.
       01  WS-LATE                  PIC S9(5) COMP-5.

      *> per statement and per job being stated
       01  WS-CONSUMER              PIC X(20).
       01  WS-STMT-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-STATEMENT-NO          PIC X(12).
       01  WS-SEQ-OUT               PIC 9(3).
       01  WS-STMT-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-GRAND-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JOB-CREDIT            PIC S9(11)V99 COMP-3.
       01  WS-CREDIT                PIC S9(11)V99 COMP-3.
       01  WS-MISSES                PIC 9(3) COMP-5.
       01  WS-FREE-USED             PIC 9(3) COMP-5.
       01  WS-CREDITED              PIC 9(3) COMP-5.
       01  WS-CAPPED                PIC X.
       01  WS-NOTE                  PIC X(40).
       01  WS-REVIEW-DAYS           PIC 9(5) COMP-5 VALUE 0.
       01  WS-NOT-APPLIED           PIC 9(3) COMP-5 VALUE 0.
       01  WS-DONE-FLAGS.
           05  WS-STATED OCCURS 100 TIMES
                                    PIC X.

       01  WS-AMT-OUT               PIC Z(10)9.99.
       01  WS-AMT-OUT2              PIC Z(10)9.99.
       01  WS-CNT-OUT               PIC Z(4)9.
       01  WS-CNT-OUT2              PIC Z(4)9.
       01  WS-LATE-OUT              PIC Z(4)9.
       01  WS-LINE-NO-OUT           PIC Z(4)9.

       01  WS-NT-TO                 PIC X(10).
       01  WS-NT-SUBJECT            PIC X(80).
       01  WS-NT-BODY               PIC X(200).
       01  WS-NT-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG1)) NOT = 6
               DISPLAY "USAGE: slacredit <YYYYMM> [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ARG1) TO WS-MONTH
           IF WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "ERROR: month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-STMT-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
                               AND FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-ARG2)) = 8
                           MOVE FUNCTION TRIM(WS-ARG2)
                               TO WS-STMT-DATE
                       ELSE
                           DISPLAY "ERROR: statement date must be "
                               "YYYYMMDD"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-ACCEPT
           IF WS-STMT-DATE(1:6) < WS-MONTH
               DISPLAY "ERROR: the statement date is before month "
                   WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Last day covered: the month's end, or the statement
           *> date for a month still running.
           IF WS-MONTH(5:2) = "12"
               COMPUTE WS-NEXT-MONTH =
                   (FUNCTION NUMVAL(WS-MONTH(1:4)) + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   FUNCTION NUMVAL(WS-MONTH) * 100 + 101
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
               TO WS-DAY-DATE
           MOVE WS-DAY-DATE(7:2) TO WS-LAST-DD
           IF WS-STMT-DATE(1:6) = WS-MONTH
               AND WS-STMT-DATE(7:2) < WS-LAST-DD
               MOVE WS-STMT-DATE(7:2) TO WS-LAST-DD
               SET PART-MONTH TO TRUE
           END-IF

           PERFORM LOAD-JOB-TABLE
           PERFORM LOAD-TERMS
           PERFORM LOAD-HOLIDAYS
           PERFORM GATHER-COMPLETIONS

           MOVE SPACES TO WS-STMT-NAME WS-EXT-NAME
           STRING "slacredit." WS-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-STMT-NAME
           END-STRING
           STRING "slacredit." WS-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-EXT-NAME
           END-STRING
           PERFORM WRITE-STATEMENTS

           MOVE WS-STMT-COUNT TO WS-CNT-OUT
           MOVE WS-GRAND-TOTAL TO WS-AMT-OUT
           DISPLAY "SLA CREDITS " WS-MONTH ": "
               FUNCTION TRIM(WS-CNT-OUT) " statement(s), total "
               FUNCTION TRIM(WS-AMT-OUT)
           IF PART-MONTH
               DISPLAY "  PART MONTH -- covered to " WS-STMT-DATE
           END-IF
           IF WS-REVIEW-DAYS > 0
               MOVE WS-REVIEW-DAYS TO WS-CNT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " day(s) with no completion on record listed "
                   "for REVIEW -- see " FUNCTION TRIM(WS-STMT-NAME)
           END-IF
           DISPLAY "STATEMENTS: " FUNCTION TRIM(WS-STMT-NAME)
           DISPLAY "FINANCE EXTRACT: " FUNCTION TRIM(WS-EXT-NAME)
           PERFORM NOTIFY-FINANCE

           IF WS-REVIEW-DAYS > 0 OR WS-NOT-APPLIED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       LOAD-TERMS.
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-FS NOT = "00"
               DISPLAY "ERROR: slaterms.dat not found (file status "
                   WS-TERMS-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ TERMS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TERMS-LINE-NO
                       IF TERMS-REC NOT = SPACES
                               AND TERMS-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-TERMS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           IF WS-TERM-COUNT = 0
               DISPLAY "NOTE: slaterms.dat holds no TERMS -- no "
                   "consumer has service credits on file"
           END-IF

           *> Each term must name a job with a deadline to be judged
           *> against.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TERM-COUNT
               MOVE 0 TO WS-TM-JOB(WS-T)
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > NUM-JOBS OR WS-TM-JOB(WS-T) > 0
                   IF FUNCTION TRIM(WS-JOB-PROG(WS-I)) =
                           FUNCTION TRIM(WS-TM-PROG(WS-T))
                       MOVE WS-I TO WS-TM-JOB(WS-T)
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-TM-JOB(WS-T) = 0
                       DISPLAY "WARNING: slaterms.dat names "
                           FUNCTION TRIM(WS-TM-PROG(WS-T))
                           " for " FUNCTION TRIM(WS-TM-CONSUMER(WS-T))
                           ", which is not a job in jobtable.dat"
                       ADD 1 TO WS-NOT-APPLIED
                   WHEN WS-JOB-DEADLINE(WS-TM-JOB(WS-T)) IS NOT NUMERIC
                       DISPLAY "WARNING: "
                           FUNCTION TRIM(WS-TM-PROG(WS-T))
                           " has no deadline in jobtable.dat "
                           "(cols 116-119) -- terms for "
                           FUNCTION TRIM(WS-TM-CONSUMER(WS-T))
                           " cannot be applied"
                       MOVE 0 TO WS-TM-JOB(WS-T)
                       ADD 1 TO WS-NOT-APPLIED
                   WHEN WS-TM-BAND-COUNT(WS-T) = 0
                       DISPLAY "WARNING: no BAND lines for "
                           FUNCTION TRIM(WS-TM-CONSUMER(WS-T)) " "
                           FUNCTION TRIM(WS-TM-PROG(WS-T))
                           " -- misses earn no credit"
               END-EVALUATE
           END-PERFORM
           .

       LOAD-ONE-TERMS-LINE.
           MOVE SPACES TO WS-TK1 WS-TK2 WS-TK3 WS-TK4 WS-TK5
           UNSTRING TERMS-REC DELIMITED BY ALL SPACE
               INTO WS-TK1 WS-TK2 WS-TK3 WS-TK4 WS-TK5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TK1) TO WS-TK1
           MOVE "N" TO WS-TERMS-BAD
           IF WS-TK2 = SPACES OR WS-TK3 = SPACES
               OR WS-TK4 = SPACES OR WS-TK5 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TK4) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TK5) NOT = 0
               SET TERMS-BAD TO TRUE
           ELSE
               IF FUNCTION NUMVAL(WS-TK4) < 0
                   OR FUNCTION NUMVAL(WS-TK5) < 0
                   SET TERMS-BAD TO TRUE
               END-IF
           END-IF

           *> find the consumer-and-job entry
           MOVE 0 TO WS-HIT
           IF NOT TERMS-BAD
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TERM-COUNT OR WS-HIT > 0
                   IF WS-TM-CONSUMER(WS-T) = WS-TK2
                       AND WS-TM-PROG(WS-T) = WS-TK3
                       MOVE WS-T TO WS-HIT
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN TERMS-BAD
                   CONTINUE
               WHEN WS-TK1 = "TERMS"
                   IF WS-HIT > 0
                       OR FUNCTION TRIM(WS-TK5) IS NOT NUMERIC
                       SET TERMS-BAD TO TRUE
                   ELSE
                       PERFORM ADD-TERM
                   END-IF
               WHEN WS-TK1 = "BAND"
                   IF WS-HIT = 0
                       OR FUNCTION TRIM(WS-TK4) IS NOT NUMERIC
                       SET TERMS-BAD TO TRUE
                   ELSE
                       PERFORM ADD-BAND
                   END-IF
               WHEN OTHER
                   SET TERMS-BAD TO TRUE
           END-EVALUATE

           IF TERMS-BAD
               MOVE WS-TERMS-LINE-NO TO WS-LINE-NO-OUT
               DISPLAY "ERROR: slaterms.dat line "
                   FUNCTION TRIM(WS-LINE-NO-OUT)
                   " is not TERMS <consumer> <program-id> <cap> "
                   "<free misses> (once per pair) or BAND <consumer> "
                   "<program-id> <minutes> <credit> after its TERMS"
               CLOSE TERMS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       ADD-TERM.
           IF WS-TERM-COUNT >= MAX-TERMS
               DISPLAY "ERROR: More than " MAX-TERMS
                   " TERMS lines in slaterms.dat"
               CLOSE TERMS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE WS-TK2 TO WS-TM-CONSUMER(WS-TERM-COUNT)
           MOVE WS-TK3 TO WS-TM-PROG(WS-TERM-COUNT)
           COMPUTE WS-TM-CAP(WS-TERM-COUNT) = FUNCTION NUMVAL(WS-TK4)
           COMPUTE WS-TM-FREE(WS-TERM-COUNT) = FUNCTION NUMVAL(WS-TK5)
           MOVE 0 TO WS-TM-BAND-COUNT(WS-TERM-COUNT)
           MOVE 0 TO WS-TM-JOB(WS-TERM-COUNT)
           .

       ADD-BAND.
           IF WS-TM-BAND-COUNT(WS-HIT) >= MAX-BANDS
               DISPLAY "ERROR: More than " MAX-BANDS
                   " BAND lines for " FUNCTION TRIM(WS-TK2) " "
                   FUNCTION TRIM(WS-TK3) " in slaterms.dat"
               CLOSE TERMS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TM-BAND-COUNT(WS-HIT)
           MOVE WS-TM-BAND-COUNT(WS-HIT) TO WS-B
           COMPUTE WS-TM-BAND-FROM(WS-HIT, WS-B) =
               FUNCTION NUMVAL(WS-TK4)
           COMPUTE WS-TM-BAND-CREDIT(WS-HIT, WS-B) =
               FUNCTION NUMVAL(WS-TK5)
           .

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ HOLIDAY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF HOLIDAY-REC(1:1) NOT = "*"
                           AND HOLIDAY-REC(1:6) = WS-MONTH
                           AND WS-HOL-COUNT < MAX-HOLIDAYS
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOLIDAY-REC(1:8)
                               TO WS-HOL-DATE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           .

       GATHER-COMPLETIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RL-FS NOT = "00"
               DISPLAY "ERROR: runlog.txt not found "
                   "(file status " WS-RL-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF
               READ RUN-LOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM GATHER-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

       GATHER-ONE-LINE.
           *> runlogwrite's layout, read as slareport reads it:
           *>   prog | input | timestamp | result | run-id
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
           UNSTRING RUN-LOG-REC DELIMITED BY " | "
               INTO WS-F1 WS-F2 WS-F3 WS-F4
           END-UNSTRING
           IF WS-F4(1:6) = "RETRY "
               EXIT PARAGRAPH
           END-IF
           IF WS-F3(1:6) NOT = WS-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-F3(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F3(7:2) TO WS-DD
           IF WS-DD < 1 OR WS-DD > WS-LAST-DD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-HIT > 0
               IF FUNCTION TRIM(WS-JOB-PROG(WS-I)) =
                       FUNCTION TRIM(WS-F1)
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F3(9:6) TO WS-COMP-DAY(WS-HIT, WS-DD)
           .

       WRITE-STATEMENTS.
           OPEN OUTPUT STMT-FILE
           IF WS-STMT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write statements "
                   FUNCTION TRIM(WS-STMT-NAME)
                   " (file status " WS-STMT-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write finance extract "
                   FUNCTION TRIM(WS-EXT-NAME)
                   " (file status " WS-EXT-FS ")"
               CLOSE STMT-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO EXT-HEADER
           MOVE "H" TO EH-TYPE
           MOVE WS-MONTH TO EH-MONTH
           MOVE WS-STMT-DATE TO EH-STMT-DATE
           MOVE "SLACREDIT" TO EH-SOURCE
           WRITE EXT-HEADER

           *> one statement per consumer, in terms-file order
           MOVE ALL "N" TO WS-DONE-FLAGS
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TERM-COUNT
               IF WS-STATED(WS-T) = "N"
                   MOVE WS-TM-CONSUMER(WS-T) TO WS-CONSUMER
                   PERFORM STATE-ONE-CONSUMER
               END-IF
           END-PERFORM

           MOVE SPACES TO EXT-TRAILER
           MOVE "T" TO ET-TYPE
           MOVE WS-STMT-COUNT TO ET-COUNT
           MOVE WS-GRAND-TOTAL TO ET-TOTAL
           WRITE EXT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE STMT-FILE
           .

       STATE-ONE-CONSUMER.
           ADD 1 TO WS-STMT-COUNT
           MOVE WS-STMT-COUNT TO WS-SEQ-OUT
           MOVE SPACES TO WS-STATEMENT-NO
           STRING "SC" WS-MONTH "-" WS-SEQ-OUT
               DELIMITED BY SIZE INTO WS-STATEMENT-NO
           END-STRING
           MOVE 0 TO WS-STMT-TOTAL

           IF WS-STMT-COUNT > 1
               MOVE SPACES TO STMT-REC
               WRITE STMT-REC
               MOVE ALL "=" TO STMT-REC(1:96)
               WRITE STMT-REC
               MOVE SPACES TO STMT-REC
               WRITE STMT-REC
           END-IF
           MOVE SPACES TO STMT-REC
           STRING "SERVICE CREDIT STATEMENT " WS-STATEMENT-NO
                  "        STATEMENT DATE " WS-STMT-DATE
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           STRING "CONSUMER " FUNCTION TRIM(WS-CONSUMER)
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           IF PART-MONTH
               STRING "DEADLINE SERVICE FOR MONTH " WS-MONTH
                      " -- PART MONTH, TO " WS-STMT-DATE
                   DELIMITED BY SIZE INTO STMT-REC
               END-STRING
           ELSE
               STRING "DEADLINE SERVICE FOR MONTH " WS-MONTH
                   DELIMITED BY SIZE INTO STMT-REC
               END-STRING
           END-IF
           WRITE STMT-REC

           MOVE SPACES TO EXT-STATEMENT
           PERFORM VARYING WS-I FROM WS-T BY 1
                   UNTIL WS-I > WS-TERM-COUNT
               IF WS-TM-CONSUMER(WS-I) = WS-CONSUMER
                   MOVE "Y" TO WS-STATED(WS-I)
                   PERFORM STATE-ONE-JOB
               END-IF
           END-PERFORM

           MOVE WS-STMT-TOTAL TO WS-AMT-OUT
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           STRING "                                              "
                  "              TOTAL SERVICE CREDIT "
                  WS-AMT-OUT
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           ADD WS-STMT-TOTAL TO WS-GRAND-TOTAL

           MOVE SPACES TO EXT-STATEMENT
           MOVE "S" TO ES-TYPE
           MOVE WS-STATEMENT-NO TO ES-STATEMENT
           MOVE WS-CONSUMER TO ES-CONSUMER
           MOVE WS-STMT-DATE TO ES-STMT-DATE
           MOVE WS-STMT-TOTAL TO ES-TOTAL
           WRITE EXT-STATEMENT
           .

       STATE-ONE-JOB.
           *> WS-I is the term. Misses in date order: below the
           *> lowest band is grace, the first creditable ones are
           *> free, and the rest are credited up to the cap.
           MOVE 0 TO WS-JOB-CREDIT WS-MISSES WS-FREE-USED
               WS-CREDITED
           MOVE "N" TO WS-CAPPED
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           IF WS-TM-JOB(WS-I) = 0
               STRING "JOB " FUNCTION TRIM(WS-TM-PROG(WS-I))
                      " -- TERMS NOT APPLIED (not a job with a "
                      "deadline in jobtable.dat)"
                   DELIMITED BY SIZE INTO STMT-REC
               END-STRING
               WRITE STMT-REC
               PERFORM WRITE-JOB-EXTRACT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TM-FREE(WS-I) TO WS-CNT-OUT
           IF WS-TM-CAP(WS-I) > 0
               MOVE WS-TM-CAP(WS-I) TO WS-AMT-OUT
           END-IF
           STRING "JOB " FUNCTION TRIM(WS-TM-PROG(WS-I)) "  "
                  FUNCTION TRIM(WS-JOB-LABEL(WS-TM-JOB(WS-I)))
                  "  DUE " WS-JOB-DEADLINE(WS-TM-JOB(WS-I))(1:2) ":"
                  WS-JOB-DEADLINE(WS-TM-JOB(WS-I))(3:2)
                  "  FREE MISSES " FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           IF WS-TM-CAP(WS-I) > 0
               STRING "  MONTHLY CAP " FUNCTION TRIM(WS-AMT-OUT)
                   DELIMITED BY SIZE INTO STMT-REC(70:40)
               END-STRING
           END-IF
           WRITE STMT-REC
           MOVE SPACES TO STMT-REC
           STRING "  DATE       DONE   MIN LATE  TREATMENT          "
                  "                           CREDIT"
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           WRITE STMT-REC

           COMPUTE WS-DL-MIN =
               FUNCTION NUMVAL(WS-JOB-DEADLINE(WS-TM-JOB(WS-I))(1:2))
               * 60
               + FUNCTION NUMVAL(WS-JOB-DEADLINE(WS-TM-JOB(WS-I))(3:2))
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-LAST-DD
               PERFORM STATE-ONE-DAY
           END-PERFORM

           IF WS-MISSES = 0
               MOVE SPACES TO STMT-REC
               MOVE "  no missed deadline this month" TO STMT-REC
               WRITE STMT-REC
           END-IF
           MOVE WS-JOB-CREDIT TO WS-AMT-OUT
           MOVE WS-MISSES TO WS-CNT-OUT
           MOVE SPACES TO STMT-REC
           STRING "  " FUNCTION TRIM(WS-CNT-OUT) " miss(es)"
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           IF WS-CAPPED = "Y"
               MOVE "MONTHLY CAP REACHED" TO STMT-REC(30:20)
           END-IF
           STRING "JOB CREDIT " WS-AMT-OUT
               DELIMITED BY SIZE INTO STMT-REC(67:30)
           END-STRING
           WRITE STMT-REC
           ADD WS-JOB-CREDIT TO WS-STMT-TOTAL
           PERFORM WRITE-JOB-EXTRACT
           .

       STATE-ONE-DAY.
           MOVE SPACES TO WS-DAY-DATE
           MOVE WS-D TO WS-DD
           STRING WS-MONTH WS-DD DELIMITED BY SIZE INTO WS-DAY-DATE
           END-STRING
           IF WS-COMP-DAY(WS-TM-JOB(WS-I), WS-D) = SPACES
               PERFORM CHECK-REVIEW-DAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMP-MIN =
               FUNCTION NUMVAL(WS-COMP-DAY(WS-TM-JOB(WS-I), WS-D)(1:2))
               * 60
               + FUNCTION NUMVAL(
                   WS-COMP-DAY(WS-TM-JOB(WS-I), WS-D)(3:2))
           COMPUTE WS-LATE = WS-COMP-MIN - WS-DL-MIN
           IF WS-LATE <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MISSES

           *> the highest band the lateness reaches
           MOVE 0 TO WS-BEST
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TM-BAND-COUNT(WS-I)
               IF WS-TM-BAND-FROM(WS-I, WS-B) <= WS-LATE
                   IF WS-BEST = 0
                       MOVE WS-B TO WS-BEST
                   ELSE
                       IF WS-TM-BAND-FROM(WS-I, WS-B) >
                               WS-TM-BAND-FROM(WS-I, WS-BEST)
                           MOVE WS-B TO WS-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CREDIT
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
               WHEN WS-BEST = 0
                   MOVE "within grace" TO WS-NOTE
               WHEN WS-FREE-USED < WS-TM-FREE(WS-I)
                   ADD 1 TO WS-FREE-USED
                   MOVE WS-FREE-USED TO WS-CNT-OUT
                   MOVE WS-TM-FREE(WS-I) TO WS-CNT-OUT2
                   STRING "free miss " FUNCTION TRIM(WS-CNT-OUT)
                          " of " FUNCTION TRIM(WS-CNT-OUT2)
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
               WHEN OTHER
                   MOVE WS-TM-BAND-CREDIT(WS-I, WS-BEST) TO WS-CREDIT
                   MOVE WS-TM-BAND-FROM(WS-I, WS-BEST) TO WS-LATE-OUT
                   STRING "band " FUNCTION TRIM(WS-LATE-OUT) "+ min"
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
                   IF WS-TM-CAP(WS-I) > 0
                       AND WS-JOB-CREDIT + WS-CREDIT > WS-TM-CAP(WS-I)
                       COMPUTE WS-CREDIT =
                           WS-TM-CAP(WS-I) - WS-JOB-CREDIT
                       MOVE "Y" TO WS-CAPPED
                       STRING ", capped" DELIMITED BY SIZE
                           INTO WS-NOTE(FUNCTION LENGTH(
                               FUNCTION TRIM(WS-NOTE)) + 1:)
                       END-STRING
                   END-IF
                   ADD 1 TO WS-CREDITED
                   ADD WS-CREDIT TO WS-JOB-CREDIT
           END-EVALUATE

           MOVE WS-LATE TO WS-LATE-OUT
           MOVE WS-CREDIT TO WS-AMT-OUT
           MOVE SPACES TO STMT-REC
           STRING "  " WS-DAY-DATE "   "
                  WS-COMP-DAY(WS-TM-JOB(WS-I), WS-D)(1:2) ":"
                  WS-COMP-DAY(WS-TM-JOB(WS-I), WS-D)(3:2)
                  "  " WS-LATE-OUT "  " WS-NOTE
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           MOVE WS-AMT-OUT TO STMT-REC(78:14)
           WRITE STMT-REC
           .

       CHECK-REVIEW-DAY.
           *> Only a DAILY job owes a run every working day.
           IF WS-JOB-FREQ(WS-TM-JOB(WS-I)) NOT = "DAILY"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IS-HOLIDAY
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-H) = WS-DAY-DATE
                   MOVE "Y" TO WS-IS-HOLIDAY
               END-IF
           END-PERFORM
           IF WS-IS-HOLIDAY = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REVIEW-DAYS
           MOVE SPACES TO STMT-REC
           STRING "  " WS-DAY-DATE "   --:--         REVIEW -- no "
                  "completion on record; not credited here"
               DELIMITED BY SIZE INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           .

       WRITE-JOB-EXTRACT.
           MOVE SPACES TO EXT-DETAIL
           MOVE "D" TO ED-TYPE
           MOVE WS-STATEMENT-NO TO ED-STATEMENT
           MOVE WS-TM-PROG(WS-I) TO ED-PROG
           MOVE WS-MISSES TO ED-MISSES
           MOVE WS-FREE-USED TO ED-FREE-USED
           MOVE WS-CREDITED TO ED-CREDITED
           MOVE WS-CAPPED TO ED-CAPPED
           MOVE WS-JOB-CREDIT TO ED-CREDIT
           WRITE EXT-DETAIL
           .

       NOTIFY-FINANCE.
           *> Finance hears of every credit from us first.
           MOVE "finance" TO WS-NT-TO
           MOVE "SLA-CREDIT-NOTIFY" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-SP-VALUE) TO WS-NT-TO
           END-IF
           MOVE WS-GRAND-TOTAL TO WS-AMT-OUT
           MOVE WS-STMT-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-NT-SUBJECT
           STRING "SLA service credits " WS-MONTH ": "
                  FUNCTION TRIM(WS-AMT-OUT)
               DELIMITED BY SIZE INTO WS-NT-SUBJECT
           END-STRING
           MOVE WS-REVIEW-DAYS TO WS-CNT-OUT2
           MOVE SPACES TO WS-NT-BODY
           STRING FUNCTION TRIM(WS-CNT-OUT) " statement(s) dated "
                  WS-STMT-DATE ", total credits "
                  FUNCTION TRIM(WS-AMT-OUT) ", "
                  FUNCTION TRIM(WS-CNT-OUT2)
                  " day(s) for review -- see "
                  FUNCTION TRIM(WS-STMT-NAME) " and "
                  FUNCTION TRIM(WS-EXT-NAME)
               DELIMITED BY SIZE INTO WS-NT-BODY
           END-STRING
           CALL "notifywrite" USING WS-NT-TO WS-NT-SUBJECT
               WS-NT-BODY WS-NT-OK
           IF WS-NT-OK NOT = "Y"
               DISPLAY "WARNING: the notification to "
                   FUNCTION TRIM(WS-NT-TO) " could not be spooled"
           ELSE
               DISPLAY "NOTIFIED: " FUNCTION TRIM(WS-NT-TO)
           END-IF
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y" OR NUM-JOBS = 0
               DISPLAY "ERROR: No usable job table -- check "
                   "jobtable.dat at the repository root"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
