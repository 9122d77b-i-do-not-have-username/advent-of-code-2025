      *>   siteparam    -- KEY=VALUE lookup and missing-key miss
      *>   errlogwrite  -- unprintable-status scrubbing
      *>   rejectwrite  -- per-run file reset and fixed columns
      *>   batchhistwrite -- fixed columns, one stamp per run
      *>   ackwrite     -- receipt layout pipes
      *>   runtimehist  -- rolling average and the slow flag
      *>   bizdays      -- weekend and holiday skipping
      *>   gdgroll/gdgref -- generation limit, catalog, relative refs
      *>   maskfile     -- partial serials, and who may have them full
      *>   holdcheck    -- a held generation outlives its roll-off
      *>   ixcursor     -- subscriber cursors, and the roll gate
      *>
      *> The file-writing subprograms append two directories up, so
      *> the harness builds a scratch tree under /tmp and moves
       01  WS-F2                    PIC X(256).
       01  WS-F3                    PIC X(40).
       01  WS-F4                    PIC X(40).
       01  WS-BH-DIGITS             PIC 9(4) COMP-5 VALUE 12.
       01  WS-BH-BATCH              PIC X(32).
       01  WS-BH-LINES              PIC 9(9) COMP-5.
       01  WS-BH-BAD                PIC 9(9) COMP-5.
       01  WS-BH-SUBTOT             PIC S9(18) COMP-5.
       01  WS-BH-STAMP              PIC X(14).
       01  WS-BD-FUNCTION           PIC X(8).
       01  WS-BD-DATE-1             PIC X(8).
       01  WS-BD-DATE-2             PIC X(8).
       01  WS-BD-DAYS               PIC S9(9) COMP-5.
       01  WS-BD-BASIS              PIC X(8).
       01  WS-BD-OK                 PIC X.
       01  WS-GDG-FUNCTION          PIC X(8).
       01  WS-GDG-NAME              PIC X(300).
       01  WS-GDG-TYPE              PIC X(12).
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.
       01  WS-GDG-BASE              PIC X(300).
       01  WS-GDG-REF               PIC X(20).
       01  WS-GDG-NIGHT             PIC 9.
       01  WS-MASK-RECIPIENT        PIC X(30).
       01  WS-MASK-SOURCE           PIC X(300).
       01  WS-MASK-DEST             PIC X(300).
       01  WS-MASK-SUMMARY          PIC X(200).
       01  WS-MASK-OK               PIC X.
       01  WS-HC-FUNCTION           PIC X(8).
       01  WS-HC-CALLER             PIC X(20) VALUE "commonsmoke".
       01  WS-HC-DATE               PIC X(8).
       01  WS-HC-ITEM               PIC X(300).
       01  WS-HC-HOLD-ID            PIC X(10).
       01  WS-HC-HELD               PIC X.
       01  WS-XC-FUNCTION           PIC X(10).
       01  WS-XC-SUBSCRIBER         PIC X(20).
       01  WS-XC-CURSOR             PIC 9(9).
       01  WS-XC-SENT               PIC 9(9).
       01  WS-XC-TEXT               PIC X(200).
       01  WS-XC-OK                 PIC X.
       01  WS-XC-ROLL-BEFORE        PIC X.
       01  WS-XC-ROLL-AFTER         PIC X.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM TEST-SITEPARAM
           PERFORM TEST-ERRLOGWRITE
           PERFORM TEST-REJECTWRITE
           PERFORM TEST-BATCHHISTWRITE
           PERFORM TEST-ACKWRITE
           PERFORM TEST-RUNTIMEHIST
           PERFORM TEST-BIZDAYS
           PERFORM TEST-GDGROLL
           PERFORM TEST-MASKFILE
           PERFORM TEST-HOLDCHECK
           PERFORM TEST-IXCURSOR

           DISPLAY "===== COMMON SMOKE COMPLETE: " WS-PASSED
               " passed, " WS-FAILED " failed ====="
           PERFORM RECORD-RESULT
           .

       TEST-BATCHHISTWRITE.
           MOVE "batchhistwrite columns" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE "FIXTURE-A" TO WS-BH-BATCH
           MOVE 40 TO WS-BH-LINES
           MOVE 1 TO WS-BH-BAD
           MOVE 987654321 TO WS-BH-SUBTOT
           CALL "batchhistwrite" USING WS-PROGID WS-BH-DIGITS
               WS-BH-BATCH WS-BH-LINES WS-BH-BAD WS-BH-SUBTOT
           MOVE "FIXTURE-B" TO WS-BH-BATCH
           CALL "batchhistwrite" USING WS-PROGID WS-BH-DIGITS
               WS-BH-BATCH WS-BH-LINES WS-BH-BAD WS-BH-SUBTOT

           MOVE "../../batchhistory.dat" TO WS-CHECK-NAME
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-COUNT
           OPEN INPUT CHECK-FILE
           IF WS-CK-FS = "00"
               PERFORM UNTIL EOF
                   READ CHECK-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COUNT
                           IF WS-COUNT = 1
                               MOVE CHECK-REC(1:14) TO WS-BH-STAMP
                               IF CHECK-REC(15:1) NOT = "|"
                                   OR CHECK-REC(16:11) NOT =
                                       "commonsmoke"
                                   OR CHECK-REC(37:2) NOT = "12"
                                   OR CHECK-REC(40:9) NOT =
                                       "FIXTURE-A"
                                   OR CHECK-REC(73:9) NOT =
                                       "000000040"
                                   OR CHECK-REC(83:9) NOT =
                                       "000000001"
                                   OR CHECK-REC(93:18) NOT =
                                       "000000000987654321"
                                   OR CHECK-REC(112:1) NOT = "-"
                                   MOVE "N" TO WS-OK
                                   DISPLAY "  fixed columns moved"
                               END-IF
                           ELSE
                               IF CHECK-REC(1:14) NOT = WS-BH-STAMP
                                   MOVE "N" TO WS-OK
                                   DISPLAY "  run stamp changed "
                                       "between batches"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
           ELSE
               MOVE "N" TO WS-OK
               DISPLAY "  no batch history written"
           END-IF
           IF WS-COUNT NOT = 2
               MOVE "N" TO WS-OK
               DISPLAY "  expected 2 history line(s), got " WS-COUNT
           END-IF
           PERFORM RECORD-RESULT
           .

       TEST-ACKWRITE.
           MOVE "ackwrite receipt layout" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK
           END-IF
           PERFORM RECORD-RESULT
           .

       TEST-BIZDAYS.
           *> Friday 9 October 2026 to the Tuesday after, with the
           *> Monday a holiday: one business day either way. bizdays
           *> reads holidays.dat where it runs, so the fixture
           *> calendar sits in the scratch leaf; no siteparams there
           *> means the default SAT,SUN weekend.
           MOVE "bizdays weekend+holiday" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE "holidays.dat" TO WS-SEED-NAME
           OPEN OUTPUT SEED-FILE
           MOVE "* fixture" TO SEED-REC
           WRITE SEED-REC
           MOVE "20261012" TO SEED-REC
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "BETWEEN"  TO WS-BD-FUNCTION
           MOVE "20261009" TO WS-BD-DATE-1
           MOVE "20261013" TO WS-BD-DATE-2
           MOVE 0 TO WS-BD-DAYS
           MOVE "BUSINESS" TO WS-BD-BASIS
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           IF WS-BD-OK NOT = "Y" OR WS-BD-DAYS NOT = 1
               MOVE "N" TO WS-OK
               DISPLAY "  Fri-to-Tue over a holiday Monday came "
                   "back " WS-BD-DAYS
           END-IF

           MOVE "ADD" TO WS-BD-FUNCTION
           MOVE 1 TO WS-BD-DAYS
           MOVE SPACES TO WS-BD-DATE-2
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           IF WS-BD-OK NOT = "Y" OR WS-BD-DATE-2 NOT = "20261013"
               MOVE "N" TO WS-OK
               DISPLAY "  Friday plus one business day came back "
                   WS-BD-DATE-2
           END-IF
           PERFORM RECORD-RESULT
           .

       TEST-GDGROLL.
           *> Three nights of one output under a limit of two: the
           *> first generation is pruned, "(-1)" is the second night,
           *> "(-2)" is gone. The references resolve from the scratch
           *> root, the way the root utilities ask; rejectwrite's
           *> generation from the reject fixture above is there too.
           MOVE "gdgroll generations" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE "../../siteparams.dat" TO WS-SEED-NAME
           OPEN EXTEND SEED-FILE
           MOVE "GDG-LIMIT-FIXTURE=2" TO SEED-REC
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "ROLL" TO WS-GDG-FUNCTION
           MOVE "fixture" TO WS-GDG-TYPE
           MOVE "gdgfixture.txt" TO WS-GDG-NAME
           PERFORM VARYING WS-GDG-NIGHT FROM 1 BY 1
                   UNTIL WS-GDG-NIGHT > 3
               MOVE WS-GDG-NAME TO WS-SEED-NAME
               OPEN OUTPUT SEED-FILE
               MOVE SPACES TO SEED-REC
               STRING "night " WS-GDG-NIGHT
                   DELIMITED BY SIZE INTO SEED-REC
               END-STRING
               WRITE SEED-REC
               CLOSE SEED-FILE
               CALL "gdgroll" USING WS-GDG-FUNCTION WS-GDG-NAME
                   WS-GDG-TYPE WS-GDG-ROOT WS-PROGID WS-GDG-FILE
                   WS-GDG-OK
           END-PERFORM
           IF WS-GDG-OK NOT = "Y"
               OR WS-GDG-FILE NOT = "gdgfixture.txt.G0003V00"
               MOVE "N" TO WS-OK
               DISPLAY "  third roll came back '"
                   FUNCTION TRIM(WS-GDG-FILE) "' ok=" WS-GDG-OK
           END-IF
           MOVE "gdgfixture.txt.G0001V00" TO WS-CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF WS-CK-FS = "00"
               CLOSE CHECK-FILE
               MOVE "N" TO WS-OK
               DISPLAY "  generation 1 survived a limit of 2"
           END-IF

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC

           MOVE "a/b/gdgfixture.txt" TO WS-GDG-BASE
           MOVE "(-1)" TO WS-GDG-REF
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           MOVE SPACES TO CHECK-REC
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF WS-CK-FS = "00"
                   READ CHECK-FILE
                       AT END
                           MOVE SPACES TO CHECK-REC
                   END-READ
                   CLOSE CHECK-FILE
               END-IF
           END-IF
           IF FUNCTION TRIM(CHECK-REC) NOT = "night 2"
               MOVE "N" TO WS-OK
               DISPLAY "  (-1) resolved to '"
                   FUNCTION TRIM(WS-GDG-FILE) "' ok=" WS-GDG-OK
           END-IF

           MOVE "(-2)" TO WS-GDG-REF
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK NOT = "X"
               MOVE "N" TO WS-OK
               DISPLAY "  a pruned generation still resolved"
           END-IF

           MOVE "a/b/fixture.txt.rejects" TO WS-GDG-BASE
           MOVE "(0)" TO WS-GDG-REF
           CALL "gdgref" USING WS-GDG-BASE WS-GDG-REF WS-GDG-FILE
               WS-GDG-OK
           MOVE 0 TO WS-COUNT
           IF WS-GDG-OK = "Y"
               MOVE WS-GDG-FILE TO WS-CHECK-NAME
               MOVE "N" TO WS-EOF
               OPEN INPUT CHECK-FILE
               IF WS-CK-FS = "00"
                   PERFORM UNTIL EOF
                       READ CHECK-FILE
                           AT END
                               SET EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE CHECK-FILE
               END-IF
           END-IF
           IF WS-COUNT NOT = 2
               MOVE "N" TO WS-OK
               DISPLAY "  reject generation held " WS-COUNT
                   " line(s), expected 2"
           END-IF

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH) "/a/b"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC
           PERFORM RECORD-RESULT
           .

       TEST-MASKFILE.
           *> A reject line's raw serial goes partial to everyone; a
           *> recipient not on the clear list asking for it CLEAR is
           *> refused and still gets the partial, while the fraud desk
           *> has nothing masked. maskfile reads its policy from the
           *> root, so this runs from the scratch root.
           MOVE "maskfile partial serials" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC

           MOVE "maskpolicy.dat" TO WS-SEED-NAME
           OPEN OUTPUT SEED-FILE
           MOVE "ALL      rejects  cols:53-  PARTIAL" TO SEED-REC
           WRITE SEED-REC
           MOVE "fraud    rejects  cols:53-  CLEAR" TO SEED-REC
           WRITE SEED-REC
           MOVE "shiftmgr rejects  cols:53-  CLEAR" TO SEED-REC
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "mask.rejects" TO WS-SEED-NAME
           OPEN OUTPUT SEED-FILE
           MOVE SPACES TO SEED-REC
           MOVE "commonsmoke" TO SEED-REC(1:20)
           MOVE "7" TO SEED-REC(30:1)
           MOVE "BAD SERIAL" TO SEED-REC(32:20)
           MOVE "AB-12345678" TO SEED-REC(53:)
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "mask.rejects" TO WS-MASK-SOURCE
           MOVE "mask.rejects.out" TO WS-MASK-DEST
           MOVE "shiftmgr" TO WS-MASK-RECIPIENT
           CALL "maskfile" USING WS-MASK-RECIPIENT WS-MASK-SOURCE
               WS-MASK-DEST WS-MASK-SUMMARY WS-MASK-OK
           MOVE SPACES TO CHECK-REC
           IF WS-MASK-OK = "Y"
               MOVE WS-MASK-DEST TO WS-CHECK-NAME
               OPEN INPUT CHECK-FILE
               IF WS-CK-FS = "00"
                   READ CHECK-FILE
                       AT END
                           MOVE SPACES TO CHECK-REC
                   END-READ
                   CLOSE CHECK-FILE
               END-IF
           END-IF
           IF CHECK-REC(53:) NOT = "**-****5678"
               OR CHECK-REC(1:52) NOT = SEED-REC(1:52)
               OR FUNCTION TRIM(WS-MASK-SUMMARY) NOT =
                  "cols:53- PARTIAL"
               MOVE "N" TO WS-OK
               DISPLAY "  shiftmgr got '" FUNCTION TRIM(CHECK-REC(53:))
                   "' ok=" WS-MASK-OK
           END-IF

           MOVE "fraud" TO WS-MASK-RECIPIENT
           CALL "maskfile" USING WS-MASK-RECIPIENT WS-MASK-SOURCE
               WS-MASK-DEST WS-MASK-SUMMARY WS-MASK-OK
           IF WS-MASK-OK NOT = "N"
               MOVE "N" TO WS-OK
               DISPLAY "  fraud desk serials masked, ok=" WS-MASK-OK
           END-IF

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH) "/a/b"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC
           PERFORM RECORD-RESULT
           .

       TEST-HOLDCHECK.
           *> A FILE hold on the first generation of an output rolled
           *> three nights under a limit of two (the fixture limit set
           *> above): the held generation survives, the skip is on
           *> record, and an item the hold does not name is free.
           MOVE "holdcheck roll-off skip" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE "../../legalhold.dat" TO WS-SEED-NAME
           OPEN OUTPUT SEED-FILE
           MOVE SPACES TO SEED-REC
           STRING "20260101120000 | PLACED | LH00001 | FILE | "
                  "heldfixture.txt.G0001V00 | - | - | counsel | "
                  "JMK | fixture matter"
               DELIMITED BY SIZE INTO SEED-REC
           END-STRING
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "ROLL" TO WS-GDG-FUNCTION
           MOVE "fixture" TO WS-GDG-TYPE
           MOVE "heldfixture.txt" TO WS-GDG-NAME
           PERFORM VARYING WS-GDG-NIGHT FROM 1 BY 1
                   UNTIL WS-GDG-NIGHT > 3
               MOVE WS-GDG-NAME TO WS-SEED-NAME
               OPEN OUTPUT SEED-FILE
               MOVE SPACES TO SEED-REC
               STRING "night " WS-GDG-NIGHT
                   DELIMITED BY SIZE INTO SEED-REC
               END-STRING
               WRITE SEED-REC
               CLOSE SEED-FILE
               CALL "gdgroll" USING WS-GDG-FUNCTION WS-GDG-NAME
                   WS-GDG-TYPE WS-GDG-ROOT WS-PROGID WS-GDG-FILE
                   WS-GDG-OK
           END-PERFORM
           MOVE "heldfixture.txt.G0001V00" TO WS-CHECK-NAME
           OPEN INPUT CHECK-FILE
           IF WS-CK-FS = "00"
               CLOSE CHECK-FILE
           ELSE
               MOVE "N" TO WS-OK
               DISPLAY "  held generation 1 was rolled off"
           END-IF

           MOVE 0 TO WS-COUNT
           MOVE "../../legalholdskips.dat" TO WS-CHECK-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-FILE
           IF WS-CK-FS = "00"
               PERFORM UNTIL EOF
                   READ CHECK-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF CHECK-REC(18:15) = "SKIPPED | LH000"
                               ADD 1 TO WS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-FILE
           END-IF
           IF WS-COUNT NOT = 1
               MOVE "N" TO WS-OK
               DISPLAY "  " WS-COUNT " skip(s) logged, expected 1"
           END-IF

           MOVE "PROBE" TO WS-HC-FUNCTION
           MOVE "20260101" TO WS-HC-DATE
           MOVE "a/b/heldfixture.txt.G0002V00" TO WS-HC-ITEM
           MOVE SPACES TO WS-HC-HOLD-ID
           CALL "holdcheck" USING WS-HC-FUNCTION WS-GDG-ROOT
               WS-HC-CALLER WS-PROGID WS-HC-DATE WS-HC-ITEM
               WS-HC-HOLD-ID WS-HC-HELD
           IF WS-HC-HELD NOT = "N"
               MOVE "N" TO WS-OK
               DISPLAY "  an unheld generation probed as held"
           END-IF
           PERFORM RECORD-RESULT
           .

       TEST-IXCURSOR.
           *> One subscriber, one certified batch (a record and its
           *> trailer). The roll is refused while the batch is only
           *> delivered, allowed once it is confirmed, and the ROLLED
           *> event puts the cursor back to zero for the new file.
           *> ixcursor works on root files, so this runs from the
           *> scratch root.
           MOVE "ixcursor cursor and roll gate" TO WS-TEST-NAME
           MOVE "Y" TO WS-OK

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC

           MOVE "ixsubscribers.dat" TO WS-SEED-NAME
           OPEN OUTPUT SEED-FILE
           MOVE "ledger 1 fixture subscriber" TO SEED-REC
           WRITE SEED-REC
           CLOSE SEED-FILE

           MOVE "interchange.dat" TO WS-CHECK-NAME
           OPEN OUTPUT CHECK-FILE
           MOVE SPACES TO CHECK-REC
           MOVE "commonsmoke" TO CHECK-REC(1:20)
           MOVE "input.txt" TO CHECK-REC(21:100)
           MOVE "42" TO CHECK-REC(121:40)
           MOVE "000000001" TO CHECK-REC(201:9)
           WRITE CHECK-REC
           MOVE SPACES TO CHECK-REC
           MOVE "#TRAILER" TO CHECK-REC(1:20)
           MOVE "000000001" TO CHECK-REC(121:40)
           MOVE "000000002" TO CHECK-REC(201:9)
           WRITE CHECK-REC
           CLOSE CHECK-FILE

           MOVE "ledger" TO WS-XC-SUBSCRIBER
           MOVE "DELIVERED" TO WS-XC-FUNCTION
           MOVE 0 TO WS-XC-CURSOR
           MOVE 2 TO WS-XC-SENT
           MOVE "fixture delivery" TO WS-XC-TEXT
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           MOVE "ROLLCHK" TO WS-XC-FUNCTION
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           MOVE WS-XC-OK TO WS-XC-ROLL-BEFORE

           MOVE "CONFIRMED" TO WS-XC-FUNCTION
           MOVE 2 TO WS-XC-CURSOR
           MOVE "fixture confirm" TO WS-XC-TEXT
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           MOVE "CURSOR" TO WS-XC-FUNCTION
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           IF WS-XC-OK NOT = "Y" OR WS-XC-CURSOR NOT = 2
               OR WS-XC-SENT NOT = 2
               MOVE "N" TO WS-OK
               DISPLAY "  confirmed cursor " WS-XC-CURSOR " sent "
                   WS-XC-SENT ", expected 2 and 2"
           END-IF
           MOVE "ROLLCHK" TO WS-XC-FUNCTION
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           MOVE WS-XC-OK TO WS-XC-ROLL-AFTER
           IF WS-XC-ROLL-BEFORE NOT = "N" OR WS-XC-ROLL-AFTER NOT = "Y"
               MOVE "N" TO WS-OK
               DISPLAY "  roll gate " WS-XC-ROLL-BEFORE "/"
                   WS-XC-ROLL-AFTER ", expected N/Y"
           END-IF

           MOVE "ROLLED" TO WS-XC-FUNCTION
           MOVE 2 TO WS-XC-SENT
           MOVE "segment fixture" TO WS-XC-TEXT
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           MOVE "CURSOR" TO WS-XC-FUNCTION
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           IF WS-XC-CURSOR NOT = 0
               MOVE "N" TO WS-OK
               DISPLAY "  cursor " WS-XC-CURSOR " after the roll, "
                   "expected 0"
           END-IF

           MOVE SPACES TO WS-CMD
           STRING FUNCTION TRIM(WS-SCRATCH) "/a/b"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "CBL_CHANGE_DIR" USING WS-CMD
               RETURNING WS-CHDIR-RC
           PERFORM RECORD-RESULT
           .
