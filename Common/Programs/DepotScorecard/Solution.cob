       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depotscore.

      *> Depot feed-quality scorecard for the quarterly depot review.
      *> The evidence on each depot's feeds is already on file at the
      *> repository root, keyed by the program-id the feed runs under
      *> (the depot code in depotmaster.dat):
      *>   REJECT     rejected lines per 1,000 received
      *>              (rejectstats.dat over feedstats.dat)
      *>   LATE       feeds promoted after the expected arrival
      *>              feedwatch watches for (feedregistry.dat
      *>              PROMOTED against jobtable.dat cols 132-135; a
      *>              promotion more than 12 hours "early" is the
      *>              small hours of the next day, and late)
      *>   QUARANTINE feed files quarantined
      *>              (quarantineregister.dat); an exact repeat
      *>              feedstager quarantines as DUPLICATE is scored
      *>              under DUPLICATE only
      *>   DUPLICATE  exact repeats held (feedregistry.dat DUPLICATE)
      *>   NEARDUP    near-duplicates staged (NEAR-DUPLICATE)
      *>   DISPUTE    acknowledgments the depot disputed
      *>              (ackstatus.dat)
      *>   RESUBMIT   resubmitted feeds comparerun found changed
      *>              the answer (resubmitlog.dat CHANGED; a DRIFT
      *>              compare between generations is not charged)
      *> Data control's scoring control file (depotscoring.dat) gives
      *> the points each unit costs and the base score; a depot's
      *> score is the base less its points, never below zero:
      *>
      *>   depotscore [YYYYQn]
      *>
      *> The quarter defaults to the last one completed. The prior
      *> quarter is scored the same way for the movement. Output is
      *> depotscore.<YYYYQn>.txt: the ranking, best first, with each
      *> depot's score, rank and movement against the prior quarter;
      *> then one sheet per ranked depot -- its measures, points,
      *> and its worst incidents of the quarter, most points first.
      *> A depot with no lines and no incidents in a quarter is not
      *> ranked in it. Evidence under a program-id with no depot
      *> record is counted on the console and exits 4. Run from the
      *> repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORING-FILE
               ASSIGN TO "depotscoring.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-FS.

           SELECT MASTER-FILE
               ASSIGN TO "depotmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FS.

           SELECT STATS-FILE
               ASSIGN TO "feedstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT REJSTAT-FILE
               ASSIGN TO "rejectstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FS.

           SELECT FREG-FILE
               ASSIGN TO "feedregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FS.

           SELECT QREG-FILE
               ASSIGN TO "quarantineregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FS.

           SELECT ACK-FILE
               ASSIGN TO "ackstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-FS.

           SELECT RESUB-FILE
               ASSIGN TO "resubmitlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-FS.

           SELECT CARD-FILE
               ASSIGN TO DYNAMIC WS-CARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORING-FILE.
       01  SCORING-REC              PIC X(200).

       FD  MASTER-FILE.
       01  MASTER-REC               PIC X(200).

       FD  STATS-FILE.
       01  STATS-REC.
           05  ST-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  ST-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  ST-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXLEN            PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXNUM            PIC 9(18).

       FD  REJSTAT-FILE.
       01  REJSTAT-REC.
           05  RS-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RS-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RS-REASON            PIC X(20).
           05  FILLER               PIC X.
           05  RS-COUNT             PIC 9(9).

       FD  FREG-FILE.
       01  FREG-REC                 PIC X(600).

       FD  QREG-FILE.
       01  QREG-REC                 PIC X(200).

       FD  ACK-FILE.
       01  ACK-REC                  PIC X(300).

       FD  RESUB-FILE.
       01  RESUB-REC                PIC X(800).

       FD  CARD-FILE.
       01  CARD-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       78  NUM-ITEMS                VALUE 7.
       78  ITEM-REJECT              VALUE 1.
       78  ITEM-LATE                VALUE 2.
       78  ITEM-QUARANTINE          VALUE 3.
       78  ITEM-DUPLICATE           VALUE 4.
       78  ITEM-NEARDUP             VALUE 5.
       78  ITEM-DISPUTE             VALUE 6.
       78  ITEM-RESUBMIT            VALUE 7.
       78  MAX-DEPOTS               VALUE 150.
       78  MAX-INCIDENTS            VALUE 8.
      *> Quarter 1 is the one asked for, quarter 2 the one before.
       78  THIS-Q                   VALUE 1.
       78  PRIOR-Q                  VALUE 2.

       01  WS-SC-FS                 PIC XX.
       01  WS-DM-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-RS-FS                 PIC XX.
       01  WS-FR-FS                 PIC XX.
       01  WS-QR-FS                 PIC XX.
       01  WS-AK-FS                 PIC XX.
       01  WS-RB-FS                 PIC XX.
       01  WS-CD-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-STAMP                 PIC X(21).
       01  WS-CARD-NAME             PIC X(80) VALUE SPACES.
       01  WS-MISSING               PIC X(200) VALUE SPACES.
       01  WS-MISSING-PTR           PIC 9(4) COMP-5 VALUE 1.

      *> The quarter and the one before it, as legalhold works them.
       01  WS-QUARTER               PIC X(6).
       01  WS-P-QUARTER             PIC X(6).
       01  WS-Q-START               PIC X(8).
       01  WS-Q-END                 PIC X(8).
       01  WS-P-START               PIC X(8).
       01  WS-P-END                 PIC X(8).
       01  WS-Q-NUM                 PIC 9.
       01  WS-Q-MONTH               PIC 99.
       01  WS-Q-YEAR                PIC 9(4).
       01  WS-Q-NEXT                PIC X(8).
       01  WS-Q                     PIC 9 COMP-5.

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

      *> The scoring control file: points per unit of each item.
       01  WS-BASE                  PIC S9(5)V99 COMP-3 VALUE 100.
       01  WS-ITEM-TAB.
           05  WS-ITEM OCCURS 7 TIMES.
               10  WS-IT-CODE       PIC X(10).
               10  WS-IT-WEIGHT     PIC 9(5)V99.
               10  WS-IT-SCORED     PIC X.
               10  WS-IT-TEXT       PIC X(30).
       01  WS-SC-LINE-NO            PIC 9(5) COMP-5 VALUE 0.
       01  WS-SC-BAD                PIC X VALUE "N".
           88  SC-BAD                      VALUE "Y".
       01  WS-T1                    PIC X(20).
       01  WS-T2                    PIC X(20).
       01  WS-T3                    PIC X(20).
       01  WS-PTR                   PIC 9(4) COMP-5.

      *> One entry per depot-master record, both quarters; the worst
      *> incidents are kept for the quarter asked for only.
       01  WS-DEPOT-COUNT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-DEPOT-TAB.
           05  WS-DP OCCURS 150 TIMES.
               10  WS-DP-CODE       PIC X(20).
               10  WS-DP-NAME       PIC X(30).
               10  WS-DP-CONTACT    PIC X(40).
               10  WS-DP-QTR OCCURS 2 TIMES.
                   15  WS-DP-LINES  PIC S9(11) COMP-3.
                   15  WS-DP-QTY    PIC S9(9)V99 COMP-3
                                        OCCURS 7 TIMES.
                   15  WS-DP-POINTS PIC S9(9)V99 COMP-3.
                   15  WS-DP-SCORE  PIC S9(5)V99 COMP-3.
                   15  WS-DP-ACTIVE PIC X.
                   15  WS-DP-RANK   PIC 9(4) COMP-5.
               10  WS-DP-INC-ALL    PIC 9(6) COMP-5.
               10  WS-DP-INC-COUNT  PIC 9(4) COMP-5.
               10  WS-DP-INC OCCURS 8 TIMES.
                   15  WS-IN-DATE   PIC X(8).
                   15  WS-IN-ITEM   PIC 9(4) COMP-5.
                   15  WS-IN-POINTS PIC S9(7)V99 COMP-3.
                   15  WS-IN-TEXT   PIC X(90).
       01  WS-RANKED                PIC 9(4) COMP-5 OCCURS 2 TIMES.
       01  WS-ORDER                 PIC 9(4) COMP-5 OCCURS 150 TIMES.
       01  WS-UNMATCHED             PIC 9(6) COMP-5 VALUE 0.

       01  WS-CODE                  PIC X(20).
       01  WS-D                     PIC 9(4) COMP-5.
       01  WS-E                     PIC 9(4) COMP-5.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-N                     PIC 9(4) COMP-5.
       01  WS-JOBNO                 PIC 9(3) COMP-5.
       01  WS-DATE8                 PIC X(8).
       01  WS-F1                    PIC X(30).
       01  WS-F2                    PIC X(30).
       01  WS-F3                    PIC X(30).
       01  WS-F4                    PIC X(30).
       01  WS-F5                    PIC X(120).
       01  WS-F6                    PIC X(120).
       01  WS-F7                    PIC X(120).
       01  WS-F8                    PIC X(120).

      *> The incident being filed and its points.
       01  WS-NEW-DATE              PIC X(8).
       01  WS-NEW-ITEM              PIC 9(4) COMP-5.
       01  WS-NEW-POINTS            PIC S9(7)V99 COMP-3.
       01  WS-NEW-TEXT              PIC X(90).
       01  WS-SLOT                  PIC 9(4) COMP-5.

       01  WS-DUE-MIN               PIC S9(5) COMP-5.
       01  WS-AT-MIN                PIC S9(5) COMP-5.
       01  WS-LATE-MIN              PIC S9(5) COMP-5.
       01  WS-MEASURE               PIC S9(9)V99 COMP-3.
       01  WS-ITEM-POINTS           PIC S9(9)V99 COMP-3.
       01  WS-CHANGE                PIC S9(5)V99 COMP-3.
       01  WS-MOVE-TEXT             PIC X(12).

       01  WS-SCORE-OUT             PIC ZZ9.99.
       01  WS-CHG-OUT               PIC +++9.99.
       01  WS-PTS-OUT               PIC Z(6)9.99.
       01  WS-MEAS-OUT              PIC Z(6)9.99.
       01  WS-WT-OUT                PIC Z(4)9.99.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-CNT-OUT2              PIC Z(8)9.
       01  WS-RANK-OUT              PIC ZZZ9.
       01  WS-LINE-NO-OUT           PIC Z(4)9.
       01  WS-MIN-OUT               PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           PERFORM SET-QUARTERS

           PERFORM LOAD-SCORING
           PERFORM LOAD-DEPOTS
           PERFORM LOAD-JOB-TABLE

           PERFORM GATHER-LINES
           PERFORM GATHER-REJECTS
           PERFORM GATHER-FEED-REGISTRY
           PERFORM GATHER-QUARANTINE
           PERFORM GATHER-DISPUTES
           PERFORM GATHER-RESUBMISSIONS

           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 2
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DEPOT-COUNT
                   PERFORM SCORE-ONE-DEPOT
               END-PERFORM
               PERFORM RANK-QUARTER
           END-PERFORM

           MOVE SPACES TO WS-CARD-NAME
           STRING "depotscore." WS-QUARTER ".txt"
               DELIMITED BY SIZE INTO WS-CARD-NAME
           END-STRING
           PERFORM WRITE-SCORECARD

           MOVE WS-RANKED(THIS-Q) TO WS-CNT-OUT
           MOVE WS-DEPOT-COUNT TO WS-CNT-OUT2
           DISPLAY "DEPOT SCORECARD " WS-QUARTER ": "
               FUNCTION TRIM(WS-CNT-OUT) " of "
               FUNCTION TRIM(WS-CNT-OUT2) " depot(s) ranked, against "
               WS-P-QUARTER
           IF WS-RANKED(THIS-Q) > 0
               MOVE WS-ORDER(1) TO WS-D
               MOVE WS-DP-SCORE(WS-D, THIS-Q) TO WS-SCORE-OUT
               DISPLAY "  best  " FUNCTION TRIM(WS-DP-CODE(WS-D))
                   " " WS-SCORE-OUT
               MOVE WS-ORDER(WS-RANKED(THIS-Q)) TO WS-D
               MOVE WS-DP-SCORE(WS-D, THIS-Q) TO WS-SCORE-OUT
               DISPLAY "  worst " FUNCTION TRIM(WS-DP-CODE(WS-D))
                   " " WS-SCORE-OUT
           END-IF
           IF WS-MISSING NOT = SPACES
               DISPLAY "  not on file: " FUNCTION TRIM(WS-MISSING)
           END-IF
           IF WS-UNMATCHED > 0
               MOVE WS-UNMATCHED TO WS-CNT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " record(s) of feed evidence under a program-id "
                   "with no depot record -- not scored"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "SCORECARD: " FUNCTION TRIM(WS-CARD-NAME)
           STOP RUN
           .

       SET-QUARTERS.
           *> YYYYQn, default the last quarter completed
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG1))
               TO WS-QUARTER
           IF WS-QUARTER = SPACES
               MOVE WS-STAMP(5:2) TO WS-Q-MONTH
               COMPUTE WS-Q-NUM = (WS-Q-MONTH + 2) / 3
               MOVE WS-STAMP(1:4) TO WS-Q-YEAR
               IF WS-Q-NUM = 1
                   SUBTRACT 1 FROM WS-Q-YEAR
                   MOVE 4 TO WS-Q-NUM
               ELSE
                   SUBTRACT 1 FROM WS-Q-NUM
               END-IF
               STRING WS-Q-YEAR "Q" WS-Q-NUM
                   DELIMITED BY SIZE INTO WS-QUARTER
               END-STRING
           END-IF
           IF WS-QUARTER(1:4) IS NOT NUMERIC
               OR WS-QUARTER(5:1) NOT = "Q"
               OR WS-QUARTER(6:1) < "1" OR WS-QUARTER(6:1) > "4"
               DISPLAY "USAGE: depotscore [YYYYQn]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-QUARTER(1:4) TO WS-Q-YEAR
           MOVE WS-QUARTER(6:1) TO WS-Q-NUM
           IF WS-Q-NUM = 1
               SUBTRACT 1 FROM WS-Q-YEAR
               MOVE 4 TO WS-Q-NUM
           ELSE
               SUBTRACT 1 FROM WS-Q-NUM
           END-IF
           MOVE SPACES TO WS-P-QUARTER
           STRING WS-Q-YEAR "Q" WS-Q-NUM
               DELIMITED BY SIZE INTO WS-P-QUARTER
           END-STRING
           PERFORM QUARTER-BOUNDS
           MOVE WS-Q-START TO WS-P-START
           MOVE WS-Q-END TO WS-P-END

           MOVE WS-QUARTER(1:4) TO WS-Q-YEAR
           MOVE WS-QUARTER(6:1) TO WS-Q-NUM
           PERFORM QUARTER-BOUNDS
           .

       QUARTER-BOUNDS.
           *> WS-Q-YEAR, WS-Q-NUM -> WS-Q-START, WS-Q-END
           COMPUTE WS-Q-MONTH = WS-Q-NUM * 3 - 2
           MOVE SPACES TO WS-Q-START WS-Q-NEXT
           STRING WS-Q-YEAR WS-Q-MONTH "01"
               DELIMITED BY SIZE INTO WS-Q-START
           END-STRING
           IF WS-Q-NUM = 4
               ADD 1 TO WS-Q-YEAR
               STRING WS-Q-YEAR "0101"
                   DELIMITED BY SIZE INTO WS-Q-NEXT
               END-STRING
           ELSE
               COMPUTE WS-Q-MONTH = WS-Q-NUM * 3 + 1
               STRING WS-Q-YEAR WS-Q-MONTH "01"
                   DELIMITED BY SIZE INTO WS-Q-NEXT
               END-STRING
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-Q-NEXT))
               - 1) TO WS-Q-END
           .

       QUARTER-OF-DATE.
           *> WS-DATE8 -> WS-Q (0 in neither quarter)
           MOVE 0 TO WS-Q
           IF WS-DATE8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE8 >= WS-Q-START AND WS-DATE8 <= WS-Q-END
               MOVE THIS-Q TO WS-Q
           END-IF
           IF WS-DATE8 >= WS-P-START AND WS-DATE8 <= WS-P-END
               MOVE PRIOR-Q TO WS-Q
           END-IF
           .

       LOAD-SCORING.
           MOVE "REJECT"     TO WS-IT-CODE(ITEM-REJECT)
           MOVE "LATE"       TO WS-IT-CODE(ITEM-LATE)
           MOVE "QUARANTINE" TO WS-IT-CODE(ITEM-QUARANTINE)
           MOVE "DUPLICATE"  TO WS-IT-CODE(ITEM-DUPLICATE)
           MOVE "NEARDUP"    TO WS-IT-CODE(ITEM-NEARDUP)
           MOVE "DISPUTE"    TO WS-IT-CODE(ITEM-DISPUTE)
           MOVE "RESUBMIT"   TO WS-IT-CODE(ITEM-RESUBMIT)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               MOVE 0 TO WS-IT-WEIGHT(WS-I)
               MOVE "N" TO WS-IT-SCORED(WS-I)
               MOVE WS-IT-CODE(WS-I) TO WS-IT-TEXT(WS-I)
           END-PERFORM

           OPEN INPUT SCORING-FILE
           IF WS-SC-FS NOT = "00"
               DISPLAY "ERROR: depotscoring.dat not found (file status "
                   WS-SC-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SCORING-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SC-LINE-NO
                       IF SCORING-REC NOT = SPACES
                               AND SCORING-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-SCORING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORING-FILE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               IF WS-IT-SCORED(WS-I) NOT = "Y"
                   DISPLAY "WARNING: depotscoring.dat has no WEIGHT "
                       "for " FUNCTION TRIM(WS-IT-CODE(WS-I))
                       " -- not scored"
               END-IF
           END-PERFORM
           .

       LOAD-ONE-SCORING-LINE.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3
           MOVE 1 TO WS-PTR
           UNSTRING SCORING-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T1) TO WS-T1
           MOVE FUNCTION UPPER-CASE(WS-T2) TO WS-T2
           MOVE "N" TO WS-SC-BAD
           MOVE 0 TO WS-N
           EVALUATE TRUE
               WHEN WS-T1 = "BASE"
                   IF FUNCTION TEST-NUMVAL(WS-T2) NOT = 0
                       SET SC-BAD TO TRUE
                   ELSE
                       IF FUNCTION NUMVAL(WS-T2) <= 0
                               OR FUNCTION NUMVAL(WS-T2) > 999
                           SET SC-BAD TO TRUE
                       ELSE
                           COMPUTE WS-BASE = FUNCTION NUMVAL(WS-T2)
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN WS-T1 NOT = "WEIGHT"
                   SET SC-BAD TO TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-T3) NOT = 0
                   SET SC-BAD TO TRUE
               WHEN FUNCTION NUMVAL(WS-T3) < 0
                   SET SC-BAD TO TRUE
               WHEN OTHER
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > NUM-ITEMS OR WS-N > 0
                       IF WS-IT-CODE(WS-I) = WS-T2
                           MOVE WS-I TO WS-N
                       END-IF
                   END-PERFORM
                   IF WS-N = 0
                       SET SC-BAD TO TRUE
                   END-IF
           END-EVALUATE

           IF SC-BAD
               MOVE WS-SC-LINE-NO TO WS-LINE-NO-OUT
               DISPLAY "ERROR: depotscoring.dat line "
                   FUNCTION TRIM(WS-LINE-NO-OUT)
                   " is not BASE <points> or WEIGHT <item> <points> "
                   "[text] for REJECT, LATE, QUARANTINE, DUPLICATE, "
                   "NEARDUP, DISPUTE or RESUBMIT"
               CLOSE SCORING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-IT-WEIGHT(WS-N) = FUNCTION NUMVAL(WS-T3)
           MOVE "Y" TO WS-IT-SCORED(WS-N)
           IF WS-PTR <= 200
               IF SCORING-REC(WS-PTR:) NOT = SPACES
                   MOVE FUNCTION TRIM(SCORING-REC(WS-PTR:))
                       TO WS-IT-TEXT(WS-N)
               END-IF
           END-IF
           .

       LOAD-DEPOTS.
           OPEN INPUT MASTER-FILE
           IF WS-DM-FS NOT = "00"
               DISPLAY "ERROR: depotmaster.dat not found (file status "
                   WS-DM-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ MASTER-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-DEPOT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       LOAD-ONE-DEPOT.
           IF MASTER-REC = SPACES OR MASTER-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPOT-COUNT >= MAX-DEPOTS
               DISPLAY "ERROR: More than " MAX-DEPOTS
                   " depots in depotmaster.dat"
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPOT-COUNT
           INITIALIZE WS-DP(WS-DEPOT-COUNT)
           UNSTRING MASTER-REC DELIMITED BY "|"
               INTO WS-DP-CODE(WS-DEPOT-COUNT)
                   WS-DP-NAME(WS-DEPOT-COUNT)
                   WS-DP-CONTACT(WS-DEPOT-COUNT)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-DP-CODE(WS-DEPOT-COUNT))
               TO WS-DP-CODE(WS-DEPOT-COUNT)
           MOVE FUNCTION TRIM(WS-DP-NAME(WS-DEPOT-COUNT))
               TO WS-DP-NAME(WS-DEPOT-COUNT)
           MOVE FUNCTION TRIM(WS-DP-CONTACT(WS-DEPOT-COUNT))
               TO WS-DP-CONTACT(WS-DEPOT-COUNT)
           .

       FIND-DEPOT.
           *> WS-CODE in, WS-D out (0 when no depot record; counted
           *> as unmatched evidence)
           MOVE 0 TO WS-D
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEPOT-COUNT OR WS-D > 0
               IF WS-DP-CODE(WS-I) = WS-CODE
                   MOVE WS-I TO WS-D
               END-IF
           END-PERFORM
           IF WS-D = 0
               ADD 1 TO WS-UNMATCHED
           END-IF
           .

       NOTE-MISSING.
           *> WS-F5 names a source that is not on file.
           IF WS-MISSING-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-MISSING WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-F5) DELIMITED BY SIZE
               INTO WS-MISSING WITH POINTER WS-MISSING-PTR
           END-STRING
           .

       GATHER-LINES.
           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               MOVE "feedstats.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ STATS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE ST-DATE TO WS-DATE8
                       PERFORM QUARTER-OF-DATE
                       IF WS-Q > 0 AND ST-LINES IS NUMERIC
                           MOVE FUNCTION TRIM(ST-PROGID) TO WS-CODE
                           PERFORM FIND-DEPOT
                           IF WS-D > 0
                               ADD ST-LINES TO WS-DP-LINES(WS-D, WS-Q)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-FILE
           .

       GATHER-REJECTS.
           *> Each rejectstats.dat record is one incident, costed at
           *> its share of the depot's reject rate for the quarter.
           OPEN INPUT REJSTAT-FILE
           IF WS-RS-FS NOT = "00"
               MOVE "rejectstats.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REJSTAT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE RS-DATE TO WS-DATE8
                       PERFORM QUARTER-OF-DATE
                       IF WS-Q > 0 AND RS-COUNT IS NUMERIC
                           MOVE FUNCTION TRIM(RS-PROGID) TO WS-CODE
                           PERFORM FIND-DEPOT
                           IF WS-D > 0
                               PERFORM FILE-ONE-REJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJSTAT-FILE
           .

       FILE-ONE-REJECT.
           ADD RS-COUNT TO WS-DP-QTY(WS-D, WS-Q, ITEM-REJECT)
           IF WS-Q NOT = THIS-Q
               EXIT PARAGRAPH
           END-IF
           MOVE RS-DATE TO WS-NEW-DATE
           MOVE ITEM-REJECT TO WS-NEW-ITEM
           IF WS-DP-LINES(WS-D, THIS-Q) > 0
               COMPUTE WS-NEW-POINTS ROUNDED =
                   RS-COUNT * 1000 * WS-IT-WEIGHT(ITEM-REJECT)
                   / WS-DP-LINES(WS-D, THIS-Q)
           ELSE
               COMPUTE WS-NEW-POINTS =
                   RS-COUNT * WS-IT-WEIGHT(ITEM-REJECT)
           END-IF
           MOVE RS-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-NEW-TEXT
           STRING FUNCTION TRIM(WS-CNT-OUT) " line(s) rejected, "
                  FUNCTION TRIM(RS-REASON)
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-STRING
           PERFORM FILE-INCIDENT
           .

       GATHER-FEED-REGISTRY.
           *> stamp | PROMOTED/DUPLICATE/NEAR-DUPLICATE | job |
           *>     program-id | checksum | bytes | lines | feed | detail
           OPEN INPUT FREG-FILE
           IF WS-FR-FS NOT = "00"
               MOVE "feedregistry.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ FREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FREG-REC(1:1) NOT = "*"
                           PERFORM GATHER-ONE-REGISTRY-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREG-FILE
           .

       GATHER-ONE-REGISTRY-EVENT.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
                          WS-F8
           UNSTRING FREG-REC DELIMITED BY " | "
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7 WS-F8
           END-UNSTRING
           MOVE WS-F1(1:8) TO WS-DATE8
           PERFORM QUARTER-OF-DATE
           IF WS-Q = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-F2)
               WHEN "PROMOTED"
                   PERFORM CHECK-ARRIVAL
               WHEN "DUPLICATE"
                   MOVE FUNCTION TRIM(WS-F4) TO WS-CODE
                   PERFORM FIND-DEPOT
                   IF WS-D > 0
                       ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-DUPLICATE)
                       IF WS-Q = THIS-Q
                           MOVE ITEM-DUPLICATE TO WS-NEW-ITEM
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING FUNCTION TRIM(WS-F8)
                                  " held, a repeat of a feed already "
                                  "promoted"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           END-STRING
                           PERFORM FILE-COUNTED-INCIDENT
                       END-IF
                   END-IF
               WHEN "NEAR-DUPLICATE"
                   MOVE FUNCTION TRIM(WS-F4) TO WS-CODE
                   PERFORM FIND-DEPOT
                   IF WS-D > 0
                       ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-NEARDUP)
                       IF WS-Q = THIS-Q
                           MOVE ITEM-NEARDUP TO WS-NEW-ITEM
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING FUNCTION TRIM(WS-F8)
                                  " staged, all but identical to an "
                                  "earlier feed"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           END-STRING
                           PERFORM FILE-COUNTED-INCIDENT
                       END-IF
                   END-IF
           END-EVALUATE
           .

       CHECK-ARRIVAL.
           IF FUNCTION TRIM(WS-F3) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOBNO = FUNCTION NUMVAL(WS-F3)
           IF WS-JOBNO = 0 OR WS-JOBNO > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           IF WS-JOB-ARRIVAL(WS-JOBNO) IS NOT NUMERIC
               OR WS-F1(9:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-MIN =
               FUNCTION NUMVAL(WS-JOB-ARRIVAL(WS-JOBNO)(1:2)) * 60
               + FUNCTION NUMVAL(WS-JOB-ARRIVAL(WS-JOBNO)(3:2))
           COMPUTE WS-AT-MIN =
               FUNCTION NUMVAL(WS-F1(9:2)) * 60
               + FUNCTION NUMVAL(WS-F1(11:2))
           COMPUTE WS-LATE-MIN = WS-AT-MIN - WS-DUE-MIN
           IF WS-LATE-MIN < -720
               ADD 1440 TO WS-LATE-MIN
           END-IF
           IF WS-LATE-MIN <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-F4) TO WS-CODE
           PERFORM FIND-DEPOT
           IF WS-D = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-LATE)
           IF WS-Q NOT = THIS-Q
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-LATE TO WS-NEW-ITEM
           MOVE WS-LATE-MIN TO WS-MIN-OUT
           MOVE SPACES TO WS-NEW-TEXT
           STRING FUNCTION TRIM(WS-F8) " promoted "
                  WS-F1(9:2) ":" WS-F1(11:2) ", due "
                  WS-JOB-ARRIVAL(WS-JOBNO)(1:2) ":"
                  WS-JOB-ARRIVAL(WS-JOBNO)(3:2) " ("
                  FUNCTION TRIM(WS-MIN-OUT) " min late)"
               DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-STRING
           PERFORM FILE-COUNTED-INCIDENT
           .

       GATHER-QUARANTINE.
           *> stamp | QUARANTINED | job-number | feed | reason | ...
           OPEN INPUT QREG-FILE
           IF WS-QR-FS NOT = "00"
               MOVE "quarantineregister.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ QREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       UNSTRING QREG-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-F2) = "QUARANTINED"
                           AND FUNCTION TRIM(WS-F3) IS NUMERIC
                           PERFORM FILE-ONE-QUARANTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QREG-FILE
           .

       FILE-ONE-QUARANTINE.
           *> a held exact repeat is already charged as DUPLICATE
           IF FUNCTION TRIM(WS-F5) = "DUPLICATE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1(1:8) TO WS-DATE8
           PERFORM QUARTER-OF-DATE
           IF WS-Q = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JOBNO = FUNCTION NUMVAL(WS-F3)
           IF WS-JOBNO = 0 OR WS-JOBNO > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-JOB-PROG(WS-JOBNO)) TO WS-CODE
           PERFORM FIND-DEPOT
           IF WS-D = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-QUARANTINE)
           IF WS-Q = THIS-Q
               MOVE ITEM-QUARANTINE TO WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-TEXT
               STRING FUNCTION TRIM(WS-F4) " quarantined: "
                      FUNCTION TRIM(WS-F5)
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               PERFORM FILE-COUNTED-INCIDENT
           END-IF
           .

       GATHER-DISPUTES.
           *> stamp | depot | receipt | CONFIRMED/DISPUTED | note
           OPEN INPUT ACK-FILE
           IF WS-AK-FS NOT = "00"
               MOVE "ackstatus.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ACK-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       UNSTRING ACK-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-F4) = "DISPUTED"
                           PERFORM FILE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           .

       FILE-ONE-DISPUTE.
           MOVE WS-F1(1:8) TO WS-DATE8
           PERFORM QUARTER-OF-DATE
           IF WS-Q = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-F2) TO WS-CODE
           PERFORM FIND-DEPOT
           IF WS-D = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-DISPUTE)
           IF WS-Q = THIS-Q
               MOVE ITEM-DISPUTE TO WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-TEXT
               STRING "receipt " FUNCTION TRIM(WS-F3) " disputed"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               IF WS-F5 NOT = SPACES
                   STRING ": " FUNCTION TRIM(WS-F5)
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT(FUNCTION LENGTH(
                           FUNCTION TRIM(WS-NEW-TEXT)) + 1:)
                   END-STRING
               END-IF
               PERFORM FILE-COUNTED-INCIDENT
           END-IF
           .

       GATHER-RESUBMISSIONS.
           *> stamp | CHANGED/UNCHANGED/DRIFT | job | program-id |
           *>     input-A | input-B | answer-A -> answer-B
           OPEN INPUT RESUB-FILE
           IF WS-RB-FS NOT = "00"
               MOVE "resubmitlog.dat" TO WS-F5
               PERFORM NOTE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RESUB-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                                      WS-F6 WS-F7
                       UNSTRING RESUB-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                                WS-F7
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-F2) = "CHANGED"
                           PERFORM FILE-ONE-RESUBMISSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUB-FILE
           .

       FILE-ONE-RESUBMISSION.
           MOVE WS-F1(1:8) TO WS-DATE8
           PERFORM QUARTER-OF-DATE
           IF WS-Q = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-F4) TO WS-CODE
           PERFORM FIND-DEPOT
           IF WS-D = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-QTY(WS-D, WS-Q, ITEM-RESUBMIT)
           IF WS-Q = THIS-Q
               MOVE ITEM-RESUBMIT TO WS-NEW-ITEM
               MOVE SPACES TO WS-NEW-TEXT
               STRING FUNCTION TRIM(WS-F6)
                      " resubmitted, answer changed "
                      FUNCTION TRIM(WS-F7)
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
               PERFORM FILE-COUNTED-INCIDENT
           END-IF
           .

       FILE-COUNTED-INCIDENT.
           *> One unit of a counted item, at its weight, on the date
           *> in WS-DATE8.
           MOVE WS-DATE8 TO WS-NEW-DATE
           MOVE WS-IT-WEIGHT(WS-NEW-ITEM) TO WS-NEW-POINTS
           PERFORM FILE-INCIDENT
           .

       FILE-INCIDENT.
           *> Keep depot WS-D's MAX-INCIDENTS worst, most points first
           *> (the earlier incident first on a tie).
           ADD 1 TO WS-DP-INC-ALL(WS-D)
           MOVE 0 TO WS-SLOT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DP-INC-COUNT(WS-D) OR WS-SLOT > 0
               IF WS-NEW-POINTS > WS-IN-POINTS(WS-D, WS-I)
                   MOVE WS-I TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0
               IF WS-DP-INC-COUNT(WS-D) >= MAX-INCIDENTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-INC-COUNT(WS-D)
               MOVE WS-DP-INC-COUNT(WS-D) TO WS-SLOT
           ELSE
               IF WS-DP-INC-COUNT(WS-D) < MAX-INCIDENTS
                   ADD 1 TO WS-DP-INC-COUNT(WS-D)
               END-IF
               PERFORM VARYING WS-I FROM WS-DP-INC-COUNT(WS-D) BY -1
                       UNTIL WS-I <= WS-SLOT
                   MOVE WS-DP-INC(WS-D, WS-I - 1)
                       TO WS-DP-INC(WS-D, WS-I)
               END-PERFORM
           END-IF
           MOVE WS-NEW-DATE   TO WS-IN-DATE(WS-D, WS-SLOT)
           MOVE WS-NEW-ITEM   TO WS-IN-ITEM(WS-D, WS-SLOT)
           MOVE WS-NEW-POINTS TO WS-IN-POINTS(WS-D, WS-SLOT)
           MOVE WS-NEW-TEXT   TO WS-IN-TEXT(WS-D, WS-SLOT)
           .

       SCORE-ONE-DEPOT.
           *> Depot WS-D in quarter WS-Q. Rejects are measured per
           *> 1,000 lines received; a depot with rejects and no line
           *> count on file is measured against its rejects alone.
           MOVE "N" TO WS-DP-ACTIVE(WS-D, WS-Q)
           IF WS-DP-LINES(WS-D, WS-Q) > 0
               MOVE "Y" TO WS-DP-ACTIVE(WS-D, WS-Q)
           END-IF
           MOVE 0 TO WS-DP-POINTS(WS-D, WS-Q)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               IF WS-DP-QTY(WS-D, WS-Q, WS-I) > 0
                   MOVE "Y" TO WS-DP-ACTIVE(WS-D, WS-Q)
               END-IF
               MOVE WS-I TO WS-N
               PERFORM MEASURE-ITEM
               COMPUTE WS-DP-POINTS(WS-D, WS-Q) ROUNDED =
                   WS-DP-POINTS(WS-D, WS-Q) + WS-ITEM-POINTS
           END-PERFORM
           IF WS-DP-POINTS(WS-D, WS-Q) >= WS-BASE
               MOVE 0 TO WS-DP-SCORE(WS-D, WS-Q)
           ELSE
               COMPUTE WS-DP-SCORE(WS-D, WS-Q) =
                   WS-BASE - WS-DP-POINTS(WS-D, WS-Q)
           END-IF
           .

       MEASURE-ITEM.
           *> item WS-N of depot WS-D, quarter WS-Q -> WS-MEASURE and
           *> WS-ITEM-POINTS
           IF WS-N = ITEM-REJECT
               IF WS-DP-LINES(WS-D, WS-Q) > 0
                   COMPUTE WS-MEASURE ROUNDED =
                       WS-DP-QTY(WS-D, WS-Q, WS-N) * 1000
                       / WS-DP-LINES(WS-D, WS-Q)
               ELSE
                   MOVE WS-DP-QTY(WS-D, WS-Q, WS-N) TO WS-MEASURE
               END-IF
           ELSE
               MOVE WS-DP-QTY(WS-D, WS-Q, WS-N) TO WS-MEASURE
           END-IF
           COMPUTE WS-ITEM-POINTS ROUNDED =
               WS-MEASURE * WS-IT-WEIGHT(WS-N)
           .

       RANK-QUARTER.
           *> Best score first; a tie goes to the depot code. Only
           *> the quarter asked for keeps its running order.
           MOVE 0 TO WS-RANKED(WS-Q)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEPOT-COUNT
               MOVE 0 TO WS-DP-RANK(WS-D, WS-Q)
               IF WS-DP-ACTIVE(WS-D, WS-Q) = "Y"
                   ADD 1 TO WS-RANKED(WS-Q)
                   MOVE 1 TO WS-DP-RANK(WS-D, WS-Q)
                   PERFORM VARYING WS-E FROM 1 BY 1
                           UNTIL WS-E > WS-DEPOT-COUNT
                       IF WS-E NOT = WS-D
                               AND WS-DP-ACTIVE(WS-E, WS-Q) = "Y"
                           IF WS-DP-SCORE(WS-E, WS-Q) >
                                   WS-DP-SCORE(WS-D, WS-Q)
                               OR (WS-DP-SCORE(WS-E, WS-Q) =
                                   WS-DP-SCORE(WS-D, WS-Q)
                                   AND WS-DP-CODE(WS-E) <
                                       WS-DP-CODE(WS-D))
                               ADD 1 TO WS-DP-RANK(WS-D, WS-Q)
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-Q = THIS-Q
                       MOVE WS-D TO WS-ORDER(WS-DP-RANK(WS-D, WS-Q))
                   END-IF
               END-IF
           END-PERFORM
           .

       MOVEMENT-OF-DEPOT.
           *> WS-D's movement on the prior quarter -> WS-MOVE-TEXT
           MOVE SPACES TO WS-MOVE-TEXT
           IF WS-DP-ACTIVE(WS-D, PRIOR-Q) NOT = "Y"
               MOVE "NEW" TO WS-MOVE-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DP-RANK(WS-D, THIS-Q) <
                       WS-DP-RANK(WS-D, PRIOR-Q)
                   COMPUTE WS-N = WS-DP-RANK(WS-D, PRIOR-Q)
                       - WS-DP-RANK(WS-D, THIS-Q)
                   MOVE WS-N TO WS-RANK-OUT
                   STRING "UP " FUNCTION TRIM(WS-RANK-OUT)
                       DELIMITED BY SIZE INTO WS-MOVE-TEXT
                   END-STRING
               WHEN WS-DP-RANK(WS-D, THIS-Q) >
                       WS-DP-RANK(WS-D, PRIOR-Q)
                   COMPUTE WS-N = WS-DP-RANK(WS-D, THIS-Q)
                       - WS-DP-RANK(WS-D, PRIOR-Q)
                   MOVE WS-N TO WS-RANK-OUT
                   STRING "DOWN " FUNCTION TRIM(WS-RANK-OUT)
                       DELIMITED BY SIZE INTO WS-MOVE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "SAME" TO WS-MOVE-TEXT
           END-EVALUATE
           .

       WRITE-SCORECARD.
           OPEN OUTPUT CARD-FILE
           IF WS-CD-FS NOT = "00"
               DISPLAY "ERROR: Unable to write scorecard "
                   FUNCTION TRIM(WS-CARD-NAME)
                   " (file status " WS-CD-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CARD-REC
           STRING "DEPOT FEED-QUALITY SCORECARD -- " WS-QUARTER " ("
                  WS-Q-START " TO " WS-Q-END ") -- PRODUCED "
                  WS-STAMP(1:8)
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           STRING "MOVEMENT AGAINST " WS-P-QUARTER " ("
                  WS-P-START " TO " WS-P-END ")"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           MOVE WS-BASE TO WS-SCORE-OUT
           MOVE SPACES TO CARD-REC
           STRING "SCORE = " FUNCTION TRIM(WS-SCORE-OUT)
                  " less the points below (depotscoring.dat), "
                  "never below zero; highest ranks first"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > NUM-ITEMS
               MOVE WS-IT-WEIGHT(WS-N) TO WS-WT-OUT
               MOVE SPACES TO CARD-REC
               STRING "  " WS-IT-CODE(WS-N) " " WS-WT-OUT "  "
                      FUNCTION TRIM(WS-IT-TEXT(WS-N))
                   DELIMITED BY SIZE INTO CARD-REC
               END-STRING
               WRITE CARD-REC
           END-PERFORM
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           STRING "RANK DEPOT                NAME                    "
                  "        SCORE  PRIOR  CHANGE MOVE     REJ/K  LATE "
                  "QUAR  DUP NEAR DISP RSUB"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           MOVE ALL "-" TO CARD-REC
           WRITE CARD-REC
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RANKED(THIS-Q)
               MOVE WS-ORDER(WS-J) TO WS-D
               PERFORM RANKING-LINE
           END-PERFORM
           IF WS-RANKED(THIS-Q) = 0
               MOVE SPACES TO CARD-REC
               STRING "  (no depot sent feeds or had incidents in the "
                      "quarter)"
                   DELIMITED BY SIZE INTO CARD-REC
               END-STRING
               WRITE CARD-REC
           END-IF

           MOVE 0 TO WS-N
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEPOT-COUNT
               IF WS-DP-ACTIVE(WS-D, THIS-Q) NOT = "Y"
                   IF WS-N = 0
                       MOVE SPACES TO CARD-REC
                       WRITE CARD-REC
                       MOVE SPACES TO CARD-REC
                       STRING "NOT RANKED -- no feeds and no "
                              "incidents in the quarter:"
                           DELIMITED BY SIZE INTO CARD-REC
                       END-STRING
                       WRITE CARD-REC
                   END-IF
                   ADD 1 TO WS-N
                   MOVE SPACES TO CARD-REC
                   STRING "     " WS-DP-CODE(WS-D) " " WS-DP-NAME(WS-D)
                       DELIMITED BY SIZE INTO CARD-REC
                   END-STRING
                   WRITE CARD-REC
               END-IF
           END-PERFORM

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RANKED(THIS-Q)
               MOVE WS-ORDER(WS-J) TO WS-D
               PERFORM DEPOT-SHEET
           END-PERFORM
           CLOSE CARD-FILE
           .

       RANKING-LINE.
           MOVE SPACES TO CARD-REC
           MOVE WS-DP-RANK(WS-D, THIS-Q) TO WS-RANK-OUT
           MOVE WS-RANK-OUT TO CARD-REC(1:4)
           MOVE WS-DP-CODE(WS-D) TO CARD-REC(6:20)
           MOVE WS-DP-NAME(WS-D) TO CARD-REC(27:30)
           MOVE WS-DP-SCORE(WS-D, THIS-Q) TO WS-SCORE-OUT
           MOVE WS-SCORE-OUT TO CARD-REC(58:6)
           IF WS-DP-ACTIVE(WS-D, PRIOR-Q) = "Y"
               MOVE WS-DP-SCORE(WS-D, PRIOR-Q) TO WS-SCORE-OUT
               MOVE WS-SCORE-OUT TO CARD-REC(65:6)
               COMPUTE WS-CHANGE = WS-DP-SCORE(WS-D, THIS-Q)
                   - WS-DP-SCORE(WS-D, PRIOR-Q)
               MOVE WS-CHANGE TO WS-CHG-OUT
               MOVE WS-CHG-OUT TO CARD-REC(72:7)
           ELSE
               MOVE "   -" TO CARD-REC(67:4)
               MOVE "    -" TO CARD-REC(74:5)
           END-IF
           PERFORM MOVEMENT-OF-DEPOT
           MOVE WS-MOVE-TEXT(1:8) TO CARD-REC(80:8)
           MOVE THIS-Q TO WS-Q
           MOVE ITEM-REJECT TO WS-N
           PERFORM MEASURE-ITEM
           MOVE WS-MEASURE TO WS-MEAS-OUT
           MOVE WS-MEAS-OUT(5:6) TO CARD-REC(89:6)
           MOVE 96 TO WS-PTR
           PERFORM VARYING WS-N FROM ITEM-LATE BY 1
                   UNTIL WS-N > NUM-ITEMS
               MOVE WS-DP-QTY(WS-D, THIS-Q, WS-N) TO WS-CNT-OUT
               MOVE WS-CNT-OUT(6:4) TO CARD-REC(WS-PTR:4)
               ADD 5 TO WS-PTR
           END-PERFORM
           WRITE CARD-REC
           .

       DEPOT-SHEET.
           *> One sheet per ranked depot, separated as chargeback
           *> separates its invoices.
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC
           MOVE ALL "=" TO CARD-REC(1:96)
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           STRING "DEPOT FEED-QUALITY SHEET -- " WS-QUARTER
                  "          DEPOT " FUNCTION TRIM(WS-DP-CODE(WS-D))
                  "  " FUNCTION TRIM(WS-DP-NAME(WS-D))
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           IF WS-DP-CONTACT(WS-D) NOT = SPACES
               MOVE SPACES TO CARD-REC
               STRING "ATTN  " FUNCTION TRIM(WS-DP-CONTACT(WS-D))
                   DELIMITED BY SIZE INTO CARD-REC
               END-STRING
               WRITE CARD-REC
           END-IF
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC

           MOVE WS-DP-RANK(WS-D, THIS-Q) TO WS-RANK-OUT
           MOVE WS-RANKED(THIS-Q) TO WS-CNT-OUT
           MOVE WS-DP-SCORE(WS-D, THIS-Q) TO WS-SCORE-OUT
           MOVE SPACES TO CARD-REC
           STRING "SCORE " WS-SCORE-OUT "   RANK "
                  FUNCTION TRIM(WS-RANK-OUT) " OF "
                  FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           IF WS-DP-ACTIVE(WS-D, PRIOR-Q) = "Y"
               MOVE WS-DP-SCORE(WS-D, PRIOR-Q) TO WS-SCORE-OUT
               MOVE WS-DP-RANK(WS-D, PRIOR-Q) TO WS-RANK-OUT
               MOVE WS-RANKED(PRIOR-Q) TO WS-CNT-OUT
               COMPUTE WS-CHANGE = WS-DP-SCORE(WS-D, THIS-Q)
                   - WS-DP-SCORE(WS-D, PRIOR-Q)
               MOVE WS-CHANGE TO WS-CHG-OUT
               PERFORM MOVEMENT-OF-DEPOT
               STRING WS-P-QUARTER " " WS-SCORE-OUT "   RANK "
                      FUNCTION TRIM(WS-RANK-OUT) " OF "
                      FUNCTION TRIM(WS-CNT-OUT) "   MOVEMENT "
                      FUNCTION TRIM(WS-MOVE-TEXT) ", SCORE "
                      FUNCTION TRIM(WS-CHG-OUT)
                   DELIMITED BY SIZE INTO CARD-REC
               END-STRING
           ELSE
               STRING WS-P-QUARTER " not ranked (no feeds and no "
                      "incidents) -- NEW this quarter"
                   DELIMITED BY SIZE INTO CARD-REC
               END-STRING
           END-IF
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC

           MOVE SPACES TO CARD-REC
           STRING "MEASURE                            THIS QTR   "
                  "PRIOR QTR    WEIGHT      POINTS"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > NUM-ITEMS
               MOVE SPACES TO CARD-REC
               MOVE WS-IT-TEXT(WS-N) TO CARD-REC(1:30)
               MOVE PRIOR-Q TO WS-Q
               PERFORM MEASURE-ITEM
               MOVE 46 TO WS-PTR
               PERFORM MEASURE-COLUMN
               MOVE THIS-Q TO WS-Q
               PERFORM MEASURE-ITEM
               MOVE 34 TO WS-PTR
               PERFORM MEASURE-COLUMN
               MOVE WS-IT-WEIGHT(WS-N) TO WS-WT-OUT
               MOVE WS-WT-OUT TO CARD-REC(58:8)
               MOVE WS-ITEM-POINTS TO WS-PTS-OUT
               MOVE WS-PTS-OUT TO CARD-REC(67:10)
               WRITE CARD-REC
           END-PERFORM
           MOVE SPACES TO CARD-REC
           MOVE "POINTS AGAINST" TO CARD-REC(1:14)
           MOVE WS-DP-POINTS(WS-D, THIS-Q) TO WS-PTS-OUT
           MOVE WS-PTS-OUT TO CARD-REC(67:10)
           WRITE CARD-REC
           MOVE WS-DP-LINES(WS-D, THIS-Q) TO WS-CNT-OUT
           MOVE WS-DP-LINES(WS-D, PRIOR-Q) TO WS-CNT-OUT2
           MOVE SPACES TO CARD-REC
           STRING "Lines received: " FUNCTION TRIM(WS-CNT-OUT)
                  " this quarter, " FUNCTION TRIM(WS-CNT-OUT2)
                  " the quarter before"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           MOVE SPACES TO CARD-REC
           WRITE CARD-REC

           MOVE WS-DP-INC-ALL(WS-D) TO WS-CNT-OUT
           MOVE SPACES TO CARD-REC
           STRING "WORST INCIDENTS THIS QUARTER ("
                  FUNCTION TRIM(WS-CNT-OUT) " in all)"
               DELIMITED BY SIZE INTO CARD-REC
           END-STRING
           WRITE CARD-REC
           IF WS-DP-INC-COUNT(WS-D) = 0
               MOVE "  (none)" TO CARD-REC
               WRITE CARD-REC
               EXIT PARAGRAPH
           END-IF
           MOVE "DATE      ITEM          POINTS  DETAIL" TO CARD-REC
           WRITE CARD-REC
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DP-INC-COUNT(WS-D)
               MOVE SPACES TO CARD-REC
               MOVE WS-IN-DATE(WS-D, WS-I) TO CARD-REC(1:8)
               MOVE WS-IT-CODE(WS-IN-ITEM(WS-D, WS-I))
                   TO CARD-REC(11:10)
               MOVE WS-IN-POINTS(WS-D, WS-I) TO WS-PTS-OUT
               MOVE WS-PTS-OUT(4:7) TO CARD-REC(22:7)
               MOVE WS-IN-TEXT(WS-D, WS-I) TO CARD-REC(31:90)
               WRITE CARD-REC
           END-PERFORM
           .

       MEASURE-COLUMN.
           *> WS-MEASURE of item WS-N at CARD-REC(WS-PTR:10); the
           *> reject rate has decimals, the counts do not.
           IF WS-N = ITEM-REJECT
               MOVE WS-MEASURE TO WS-MEAS-OUT
               MOVE WS-MEAS-OUT TO CARD-REC(WS-PTR:10)
           ELSE
               MOVE WS-MEASURE TO WS-CNT-OUT
               MOVE WS-CNT-OUT(3:7) TO CARD-REC(WS-PTR:7)
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
               STOP RUN
           END-IF
           .
