       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchtrend.

      *> Battery batch joltage trend and degradation report over the
      *> history batchhistwrite keeps in batchhistory.dat at the
      *> repository root (one record per batch per Day 3 run). Each
      *> batch's appearances are listed night by night with the
      *> subtotal's change from its previous appearance, and any
      *> batch whose subtotal fell by more than the threshold percent
      *> is flagged and repeated in a closing claim list -- the
      *> figures Purchasing takes to the supplier.
      *>
      *>   batchtrend [drop-percent] [batch-id]
      *>
      *> The threshold defaults to BATCH-DROP-PCT in siteparams.dat,
      *> else 10. A batch is only compared with its own earlier
      *> appearances under the same program and bank width. Only the
      *> newest MAX-HIST records are held; when the history is longer
      *> the oldest drop out of the report, and the report says how
      *> many. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE
               ASSIGN TO "batchhistory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           05  BH-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  BH-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  BH-DIGITS            PIC 9(2).
           05  FILLER               PIC X.
           05  BH-BATCH-ID          PIC X(32).
           05  FILLER               PIC X.
           05  BH-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  BH-BAD               PIC 9(9).
           05  FILLER               PIC X.
           05  BH-SUBTOTAL          PIC 9(18).
           05  FILLER               PIC X.
           05  BH-RUN-ID            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG-BATCH             PIC X(32).
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.
       01  WS-THRESHOLD             PIC 9(3)V9 VALUE 10.

      *> The newest MAX-HIST history records, in the order they were
      *> written (which is night order). The table is a ring: once it
      *> is full each new record replaces the oldest, and WS-H-FIRST
      *> is the slot of the oldest still held.
       78  MAX-HIST                 VALUE 5000.
       01  WS-H-COUNT               PIC 9(5) COMP-5 VALUE 0.
       01  WS-H-FIRST               PIC 9(5) COMP-5 VALUE 1.
       01  WS-H-SLOT                PIC 9(5) COMP-5.
       01  WS-H-DROPPED             PIC 9(9) COMP-5 VALUE 0.
       01  WS-K-SKIPPED             PIC 9(9) COMP-5 VALUE 0.
       01  WS-N                     PIC 9(5) COMP-5.
       01  WS-H-TAB.
           05  WS-H OCCURS 5000 TIMES.
               10  WS-H-STAMP       PIC X(14).
               10  WS-H-LINES       PIC 9(9) COMP-5.
               10  WS-H-SUBTOT      PIC S9(18) COMP-5.
               10  WS-H-KEY         PIC 9(4) COMP-5.

      *> One entry per batch (program + bank width + batch id).
       78  MAX-KEYS                 VALUE 1000.
       01  WS-K-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01  WS-K-TAB.
           05  WS-K OCCURS 1000 TIMES.
               10  WS-K-PROGID      PIC X(20).
               10  WS-K-DIGITS      PIC 9(2).
               10  WS-K-BATCH       PIC X(32).
               10  WS-K-HELD        PIC 9(5) COMP-5.

      *> Claim candidates, repeated at the foot of the report.
       78  MAX-CLAIMS               VALUE 500.
       01  WS-C-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01  WS-C-TAB.
           05  WS-C OCCURS 500 TIMES.
               10  WS-C-LINE        PIC X(120).

       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-J                     PIC 9(5) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-PREV                  PIC 9(5) COMP-5.
       01  WS-DROPPED               PIC X.
           88  OVER-THRESHOLD              VALUE "Y".

       01  WS-CHANGE-PCT            PIC S9(5)V9 COMP-3.
       01  WS-PCT-OUT               PIC +(5)9.9.
       01  WS-DROP-OUT              PIC ZZZZ9.9.
       01  WS-THR-OUT               PIC ZZ9.9.
       01  WS-SUB-OUT               PIC Z(17)9.
       01  WS-SUB-OUT2              PIC Z(17)9.
       01  WS-LINES-OUT             PIC Z(8)9.
       01  WS-DIG-OUT               PIC Z9.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-DETAIL                PIC X(120).

       PROCEDURE DIVISION.
       MAIN.
           MOVE "BATCH-DROP-PCT" TO WS-SP-KEY
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-SP-VALUE) = 0
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF WS-ARG1 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG1) NOT = 0
                   DISPLAY "USAGE: batchtrend [drop-percent] [batch-id]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-ARG1)
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-BATCH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-BATCH
           END-ACCEPT

           OPEN INPUT HIST-FILE
           IF WS-FS NOT = "00"
               DISPLAY "ERROR: batchhistory.dat not found -- no Day 3 "
                   "batch feed recorded yet (file status " WS-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ HIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE HIST-FILE

           IF WS-H-COUNT = 0
               IF WS-ARG-BATCH NOT = SPACES
                   DISPLAY "No history for batch "
                       FUNCTION TRIM(WS-ARG-BATCH)
               ELSE
                   DISPLAY "No batch history recorded"
               END-IF
               STOP RUN
           END-IF

           MOVE WS-THRESHOLD TO WS-THR-OUT
           DISPLAY "===== BATTERY BATCH TREND (claim threshold: drop "
               "over " FUNCTION TRIM(WS-THR-OUT) "%) ====="
           IF WS-H-DROPPED > 0
               MOVE WS-H-DROPPED TO WS-CNT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " oldest history record(s) dropped -- only the "
                   "newest " MAX-HIST " are reported; each batch's "
                   "trend starts at its oldest record held"
           END-IF
           IF WS-K-SKIPPED > 0
               MOVE WS-K-SKIPPED TO WS-CNT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " history record(s) not reported -- more than "
                   MAX-KEYS " batches on file"
           END-IF
           PERFORM VARYING WS-HIT FROM 1 BY 1
                   UNTIL WS-HIT > WS-K-COUNT
               PERFORM REPORT-ONE-BATCH
           END-PERFORM

           DISPLAY "---- CLAIM CANDIDATES ----"
           IF WS-C-COUNT = 0
               DISPLAY "  none"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-C-COUNT
                   DISPLAY FUNCTION TRIM(WS-C-LINE(WS-I) TRAILING)
               END-PERFORM
           END-IF
           MOVE WS-C-COUNT TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT)
               " drop(s) over threshold"
           STOP RUN
           .

       LOAD-ONE-RECORD.
           IF BH-SUBTOTAL IS NOT NUMERIC OR BH-LINES IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-BATCH NOT = SPACES
                   AND BH-BATCH-ID NOT = WS-ARG-BATCH
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-K-COUNT OR WS-HIT > 0
               IF WS-K-PROGID(WS-J) = BH-PROGID
                       AND WS-K-DIGITS(WS-J) = BH-DIGITS
                       AND WS-K-BATCH(WS-J) = BH-BATCH-ID
                   MOVE WS-J TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-K-COUNT >= MAX-KEYS
                   ADD 1 TO WS-K-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-K-COUNT
               MOVE WS-K-COUNT TO WS-HIT
               MOVE BH-PROGID   TO WS-K-PROGID(WS-HIT)
               MOVE BH-DIGITS   TO WS-K-DIGITS(WS-HIT)
               MOVE BH-BATCH-ID TO WS-K-BATCH(WS-HIT)
               MOVE 0           TO WS-K-HELD(WS-HIT)
           END-IF

           IF WS-H-COUNT < MAX-HIST
               ADD 1 TO WS-H-COUNT
               MOVE WS-H-COUNT TO WS-H-SLOT
           ELSE
               *> Full: the oldest record gives up its slot.
               MOVE WS-H-FIRST TO WS-H-SLOT
               SUBTRACT 1 FROM WS-K-HELD(WS-H-KEY(WS-H-SLOT))
               ADD 1 TO WS-H-DROPPED
               IF WS-H-FIRST = MAX-HIST
                   MOVE 1 TO WS-H-FIRST
               ELSE
                   ADD 1 TO WS-H-FIRST
               END-IF
           END-IF
           MOVE BH-STAMP    TO WS-H-STAMP(WS-H-SLOT)
           MOVE BH-LINES    TO WS-H-LINES(WS-H-SLOT)
           MOVE BH-SUBTOTAL TO WS-H-SUBTOT(WS-H-SLOT)
           MOVE WS-HIT      TO WS-H-KEY(WS-H-SLOT)
           ADD 1 TO WS-K-HELD(WS-HIT)
           .

       REPORT-ONE-BATCH.
           IF WS-K-HELD(WS-HIT) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-K-DIGITS(WS-HIT) TO WS-DIG-OUT
           DISPLAY " "
           DISPLAY "BATCH " FUNCTION TRIM(WS-K-BATCH(WS-HIT))
               " (" FUNCTION TRIM(WS-K-PROGID(WS-HIT)) ", "
               FUNCTION TRIM(WS-DIG-OUT) "-digit banks)"

           MOVE 0 TO WS-PREV
           PERFORM VARYING WS-N FROM 0 BY 1 UNTIL WS-N >= WS-H-COUNT
               COMPUTE WS-I = FUNCTION MOD(WS-H-FIRST - 1 + WS-N,
                   MAX-HIST) + 1
               IF WS-H-KEY(WS-I) = WS-HIT
                   PERFORM REPORT-ONE-APPEARANCE
                   MOVE WS-I TO WS-PREV
               END-IF
           END-PERFORM
           .

       REPORT-ONE-APPEARANCE.
           MOVE WS-H-LINES(WS-I)  TO WS-LINES-OUT
           MOVE WS-H-SUBTOT(WS-I) TO WS-SUB-OUT
           MOVE SPACES TO WS-DETAIL
           STRING "  " WS-H-STAMP(WS-I)(1:8) " "
                  WS-H-STAMP(WS-I)(9:4)
                  "  lines " WS-LINES-OUT
                  "  subtotal " WS-SUB-OUT
               DELIMITED BY SIZE INTO WS-DETAIL
           END-STRING

           MOVE "N" TO WS-DROPPED
           IF WS-PREV > 0 AND WS-H-SUBTOT(WS-PREV) > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-H-SUBTOT(WS-I) - WS-H-SUBTOT(WS-PREV)) * 100
                   / WS-H-SUBTOT(WS-PREV)
               MOVE WS-CHANGE-PCT TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-DETAIL(66:8)
               MOVE "%" TO WS-DETAIL(74:1)
               IF 0 - WS-CHANGE-PCT > WS-THRESHOLD
                   SET OVER-THRESHOLD TO TRUE
                   MOVE "** DROP OVER THRESHOLD" TO WS-DETAIL(78:22)
               END-IF
           END-IF
           DISPLAY FUNCTION TRIM(WS-DETAIL TRAILING)

           IF OVER-THRESHOLD AND WS-C-COUNT < MAX-CLAIMS
               ADD 1 TO WS-C-COUNT
               MOVE SPACES TO WS-C-LINE(WS-C-COUNT)
               MOVE WS-H-SUBTOT(WS-PREV) TO WS-SUB-OUT2
               COMPUTE WS-DROP-OUT = 0 - WS-CHANGE-PCT
               STRING "  BATCH " FUNCTION TRIM(WS-K-BATCH(WS-HIT))
                      " (" FUNCTION TRIM(WS-K-PROGID(WS-HIT)) ") "
                      WS-H-STAMP(WS-I)(1:8) ": "
                      FUNCTION TRIM(WS-SUB-OUT2) " -> "
                      FUNCTION TRIM(WS-SUB-OUT) " (down "
                      FUNCTION TRIM(WS-DROP-OUT) "% since "
                      WS-H-STAMP(WS-PREV)(1:8) ")"
                   DELIMITED BY SIZE INTO WS-C-LINE(WS-C-COUNT)
               END-STRING
           END-IF
           .
