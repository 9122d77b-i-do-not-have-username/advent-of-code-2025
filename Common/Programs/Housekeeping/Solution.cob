      *> the whole batch stops:
      *>   - runlog.txt and interchange.dat roll into dated monthly
      *>     segments (runlog.YYYYMM.txt / interchange.YYYYMM.dat);
      *>     the append files start over empty on their next run;
      *>     interchange.dat stays put while any subscriber in
      *>     ixsubscribers.dat has not confirmed all of it (see
      *>     Common/Programs/InterchangeCursor)
      *>   - archive/ folders older than the retention age (1st
      *>     command-line word, default 90 days) are compacted into a
      *>     one-line-per-program yearly summary
      *>     (archive/summary.YYYY.txt) and removed -- except a
      *>     folder any legal hold covers (see Common/Programs/
      *>     LegalHold), which stays whole and is reported as HELD
      *> An accounting of what was rolled and reclaimed prints at the
      *> end, with a line for anything held back; a hold is not a
      *> fault, so the run still exits 0. Run from the repository
      *> root; the program list for the summaries comes from the
      *> same jobtable.dat the root drivers share.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-ROLL-IN               PIC X(80).
       01  WS-LIST-NAME             PIC X(80).
       01  WS-KB-TOTAL              PIC 9(9) COMP-5 VALUE 0.
       01  WS-KB-OUT                PIC Z(8)9.
       01  WS-SUM-LINE              PIC X(160).
       01  WS-HELD-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-HELD-OUT              PIC Z(4)9.
       01  WS-ROLL-HELD             PIC X VALUE "N".

      *> subscriber cursors -- see Common/Programs/InterchangeCursor
       01  WS-XC-FUNCTION           PIC X(10).
       01  WS-XC-SUBSCRIBER         PIC X(20) VALUE SPACES.
       01  WS-XC-CURSOR             PIC 9(9).
       01  WS-XC-SENT               PIC 9(9).
       01  WS-XC-TEXT               PIC X(200).
       01  WS-XC-OK                 PIC X.

      *> legal-hold test -- see Common/Programs/HoldCheck
       01  WS-HC-FUNCTION           PIC X(8) VALUE "CHECK".
       01  WS-HC-ROOT               PIC X(10) VALUE SPACES.
       01  WS-HC-CALLER             PIC X(20) VALUE "housekeep".
       01  WS-HC-PROG               PIC X(20).
       01  WS-HC-DATE               PIC X(8).
       01  WS-HC-ITEM               PIC X(300).
       01  WS-HC-HOLD-ID            PIC X(10).
       01  WS-HC-HELD               PIC X.

       PROCEDURE DIVISION.
       MAIN.
               FUNCTION TRIM(WS-PRUNED-OUT)
               " archive folder(s) compacted, about "
               FUNCTION TRIM(WS-KB-OUT) " KB reclaimed ====="
           *> Something held back is the shop working as intended, not
           *> a fault: the run still ends 0 and the lines below say
           *> what stayed and why.
           MOVE 0 TO RETURN-CODE
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-HELD-OUT
               DISPLAY FUNCTION TRIM(WS-HELD-OUT)
                   " archive folder(s) kept under legal hold"
           END-IF
           IF WS-ROLL-HELD = "Y"
               DISPLAY "interchange.dat kept for unconfirmed "
                   "subscribers -- rolls on a later run"
           END-IF
           STOP RUN
           .

               EXIT PARAGRAPH
           END-IF

           *> The interchange sequence starts over with the new
           *> file, so it may only go once every subscriber has
           *> confirmed all of it.
           IF WS-ROLL-IN = "interchange.dat"
               MOVE "ROLLCHK" TO WS-XC-FUNCTION
               CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
                   WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
               IF WS-XC-OK NOT = "Y"
                   DISPLAY "interchange.dat: NOT rolled -- not yet "
                       "consumed: " FUNCTION TRIM(WS-XC-TEXT)
                   MOVE "Y" TO WS-ROLL-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> runlog.txt -> runlog.YYYYMM.txt;
           *> interchange.dat -> interchange.YYYYMM.dat
           MOVE SPACES TO WS-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-CMD
           IF WS-ROLL-IN = "interchange.dat"
               MOVE "ROLLED" TO WS-XC-FUNCTION
               MOVE WS-LINES TO WS-XC-CURSOR
               MOVE SPACES TO WS-XC-TEXT
               STRING "segment " WS-TODAY(1:6)
                   DELIMITED BY SIZE INTO WS-XC-TEXT
               END-STRING
               CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
                   WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           END-IF

           MOVE WS-LINES TO WS-LINES-OUT
           DISPLAY FUNCTION TRIM(WS-ROLL-IN) ": "
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FOLDER-HOLDS
           IF WS-HC-HELD = "Y"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "HELD:   " FUNCTION TRIM(WS-DIR-NAME)
                   " kept -- legal hold " FUNCTION TRIM(WS-HC-HOLD-ID)
                   " covers " FUNCTION TRIM(WS-HC-ITEM)
               EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-FOLDER-KB
           PERFORM SUMMARIZE-FOLDER

               WS-DIR-DATE(1:4) ".txt)"
           .

       CHECK-FOLDER-HOLDS.
           *> The folder as a whole first (a FILE hold naming the
           *> date folder), then each program folder in it; the first
           *> hold found keeps the lot, manifest and all.
           MOVE WS-DIR-DATE TO WS-HC-DATE
           MOVE SPACES TO WS-HC-PROG WS-HC-HOLD-ID
           MOVE WS-DIR-NAME TO WS-HC-ITEM
           CALL "holdcheck" USING WS-HC-FUNCTION WS-HC-ROOT
               WS-HC-CALLER WS-HC-PROG WS-HC-DATE WS-HC-ITEM
               WS-HC-HOLD-ID WS-HC-HELD
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > NUM-JOBS OR WS-HC-HELD = "Y"
               MOVE SPACES TO WS-HC-ITEM
               STRING FUNCTION TRIM(WS-DIR-NAME) "/"
                      FUNCTION TRIM(WS-JOB-PROG(WS-I))
                   DELIMITED BY SIZE INTO WS-HC-ITEM
               END-STRING
               MOVE SPACES TO WS-CMD
               STRING "test -d " QUOTE FUNCTION TRIM(WS-HC-ITEM) QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
               IF RETURN-CODE = 0
                   MOVE WS-JOB-PROG(WS-I) TO WS-HC-PROG
                   CALL "holdcheck" USING WS-HC-FUNCTION WS-HC-ROOT
                       WS-HC-CALLER WS-HC-PROG WS-HC-DATE WS-HC-ITEM
                       WS-HC-HOLD-ID WS-HC-HELD
               END-IF
           END-PERFORM
           .

       MEASURE-FOLDER-KB.
           MOVE SPACES TO WS-CMD
           STRING "du -sk " QUOTE
