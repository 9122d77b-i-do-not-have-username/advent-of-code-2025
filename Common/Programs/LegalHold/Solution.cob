       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. legalhold.

      *> Legal-hold register. When legal asks for a depot's disputed
      *> feeds to be preserved, the hold goes on legalhold.dat at the
      *> repository root, and every path that destroys run evidence
      *> -- housekeep's archive compaction, quarantine PURGE,
      *> gdgroll's generation roll-off -- asks holdcheck (see
      *> Common/Programs/HoldCheck) first, leaves anything covered
      *> where it is, and says so. The register is an append-only
      *> event log, the same custody-log idea as the quarantine
      *> register:
      *>
      *>   stamp | PLACED/RELEASED | hold-id | scope | value | from
      *>         | to | requester | by | matter or note
      *>
      *> Scopes: DEPOT <code>, PROGRAM <program-id>, FILE <name> (any
      *> item whose name contains it) or ALL; from and to are
      *> YYYYMMDD dates bounding the items covered, "-" for
      *> open-ended.
      *>
      *>   legalhold LIST [ALL]
      *>       holds in force (ALL: released ones too)
      *>   legalhold PLACE <scope> <value> <from> <to> <requester>
      *>                   [matter]
      *>       a new hold, numbered LHnnnnn
      *>   legalhold RELEASE <hold-id> [note]
      *>       legal has let the hold go; the items become ordinary
      *>       retention again from the next housekeeping
      *>   legalhold REPORT [YYYYQn]
      *>       the quarterly report (default this quarter): every
      *>       hold in force at any time in the quarter, what it is
      *>       protecting now -- archive folders, quarantined files,
      *>       generations, sent acknowledgments -- and each deletion
      *>       it stopped in the quarter (legalholdskips.dat), to
      *>       legalhold.<YYYYQn>.txt
      *>
      *> PLACE and RELEASE need the SUPERVISOR role on the operator
      *> roster; the operator id comes from BATCH_OPERATOR and is kept
      *> on the event, and each change is journalled. Run from the
      *> repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "legalhold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-FS.

           SELECT SKIP-FILE
               ASSIGN TO "legalholdskips.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-FS.

           SELECT CATALOG-FILE
               ASSIGN TO "gdgcatalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FS.

           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.

           SELECT REPORT-FILE
               ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC                 PIC X(300).

       FD  SKIP-FILE.
       01  SKIP-REC                 PIC X(400).

       FD  CATALOG-FILE.
       01  CATALOG-REC              PIC X(500).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       78  MAX-HOLDS                VALUE 200.
       78  MAX-ITEMS                VALUE 3000.

       01  WS-HD-FS                 PIC XX.
       01  WS-SK-FS                 PIC XX.
       01  WS-CT-FS                 PIC XX.
       01  WS-LS-FS                 PIC XX.
       01  WS-RP-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG2                  PIC X(120).
       01  WS-ARG3                  PIC X(120).
       01  WS-ARG4                  PIC X(20).
       01  WS-ARG5                  PIC X(20).
       01  WS-ARG6                  PIC X(30).
       01  WS-ARG7                  PIC X(80).
       01  WS-STAMP                 PIC X(21).
       01  WS-CMD                   PIC X(400).
       01  WS-LIST-NAME             PIC X(80).
       01  WS-RPT-NAME              PIC X(80).

      *> register view: latest state per hold id
       01  WS-HOLD-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOLD-TAB.
           05  WS-HOLD OCCURS 200 TIMES.
               10  WS-HD-ID         PIC X(10).
               10  WS-HD-SCOPE      PIC X(10).
               10  WS-HD-VALUE      PIC X(120).
               10  WS-HD-FROM       PIC X(8).
               10  WS-HD-TO         PIC X(8).
               10  WS-HD-REQUESTER  PIC X(30).
               10  WS-HD-PLACED     PIC X(14).
               10  WS-HD-PLACED-BY  PIC X(10).
               10  WS-HD-MATTER     PIC X(80).
               10  WS-HD-RELEASED   PIC X(14).
               10  WS-HD-RELEASE-BY PIC X(10).
               10  WS-HD-ACTIVE     PIC X.
               10  WS-HD-LINE       PIC X(300).
               10  WS-HD-PROTECTS   PIC 9(5) COMP-5.
               10  WS-HD-SKIPS      PIC 9(5) COMP-5.
       01  WS-MAX-ID                PIC 9(5) VALUE 0.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.
       01  WS-SHOWN                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-SHOW-ALL              PIC X VALUE "N".

       01  WS-E-STAMP               PIC X(14).
       01  WS-E-EVENT               PIC X(10).
       01  WS-E-ID                  PIC X(10).
       01  WS-E-SCOPE               PIC X(10).
       01  WS-E-VALUE               PIC X(120).
       01  WS-E-FROM                PIC X(8).
       01  WS-E-TO                  PIC X(8).
       01  WS-E-REQUESTER           PIC X(30).
       01  WS-E-BY                  PIC X(10).
       01  WS-E-TEXT                PIC X(80).

       01  WS-NEW-ID                PIC X(10).
       01  WS-ID-NUM                PIC 9(5).
       01  WS-SCOPE                 PIC X(10).
       01  WS-VALUE                 PIC X(120).
       01  WS-FROM                  PIC X(8).
       01  WS-TO                    PIC X(8).
       01  WS-TALLY                 PIC 9(4) COMP-5.

      *> candidate items for the report: everything a destructive
      *> path could reach
       01  WS-ITEM-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-ITEM-TAB.
           05  WS-ITEM OCCURS 3000 TIMES.
               10  WS-IT-KIND       PIC X(12).
               10  WS-IT-PROG       PIC X(20).
               10  WS-IT-DATE       PIC X(8).
               10  WS-IT-NAME       PIC X(300).
       01  WS-K                     PIC 9(5) COMP-5.
       01  WS-C-STAMP               PIC X(14).
       01  WS-C-EVENT               PIC X(10).
       01  WS-C-TYPE                PIC X(12).
       01  WS-C-BASE                PIC X(300).
       01  WS-C-GEN                 PIC X(10).
       01  WS-C-PROG                PIC X(20).
       01  WS-C-NAME                PIC X(300).
       01  WS-SLASH                 PIC 9(4) COMP-5.
       01  WS-P                     PIC 9(4) COMP-5.
       01  WS-LEN                   PIC 9(4) COMP-5.
       01  WS-DOT                   PIC 9(4) COMP-5.
       01  WS-JOBNO                 PIC 9(3) COMP-5.

       01  WS-QUARTER               PIC X(6).
       01  WS-Q-START               PIC X(8).
       01  WS-Q-END                 PIC X(8).
       01  WS-Q-NUM                 PIC 9.
       01  WS-Q-MONTH               PIC 99.
       01  WS-Q-NEXT                PIC X(8).
       01  WS-Q-YEAR                PIC 9(4).
       01  WS-IN-QUARTER            PIC 9(4) COMP-5 VALUE 0.
       01  WS-F1                    PIC X(14).
       01  WS-F2                    PIC X(10).
       01  WS-F3                    PIC X(10).
       01  WS-F4                    PIC X(20).
       01  WS-F5                    PIC X(20).
       01  WS-F6                    PIC X(8).
       01  WS-F7                    PIC X(300).
       01  WS-CNT-OUT               PIC Z(4)9.
       01  WS-CNT-2-OUT             PIC Z(4)9.

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

      *> legal-hold test -- see Common/Programs/HoldCheck
       01  WS-HC-FUNCTION           PIC X(8) VALUE "PROBE".
       01  WS-HC-ROOT               PIC X(10) VALUE SPACES.
       01  WS-HC-CALLER             PIC X(20) VALUE "legalhold".
       01  WS-HC-PROG               PIC X(20).
       01  WS-HC-DATE               PIC X(8).
       01  WS-HC-ITEM               PIC X(300).
       01  WS-HC-HOLD-ID            PIC X(10).
       01  WS-HC-HELD               PIC X.

      *> depot-master lookup -- see Common/Programs/DepotLookup
       01  WS-DL-CODE               PIC X(20).
       01  WS-DL-NAME               PIC X(30).
       01  WS-DL-CONTACT            PIC X(40).
       01  WS-DL-FOUND              PIC X.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "legalhold".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12) VALUE "SUPERVISOR".
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The images are the register
      *> lines either side of the change.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-MODE WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
               WS-ARG6 WS-ARG7
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG3
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG4
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG5 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG5
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG6 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG6
           END-ACCEPT
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG7 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG7
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "LIST"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
                           = "ALL"
                       MOVE "Y" TO WS-SHOW-ALL
                   END-IF
                   PERFORM LIST-HOLDS
               WHEN "PLACE"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM PLACE-HOLD
                   END-IF
               WHEN "RELEASE"
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM RELEASE-HOLD
                   END-IF
               WHEN "REPORT"
                   PERFORM QUARTERLY-REPORT
               WHEN OTHER
                   DISPLAY "USAGE: legalhold LIST [ALL]"
                   DISPLAY "       legalhold PLACE <DEPOT|PROGRAM|"
                       "FILE|ALL> <value> <from|-> <to|-> "
                       "<requester> [matter]"
                   DISPLAY "       legalhold RELEASE <hold-id> [note]"
                   DISPLAY "       legalhold REPORT [YYYYQn]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-OP-ACTION
           CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ROLE WS-OP-ID WS-OP-NAME WS-OP-OK WS-OP-REASON
           IF NOT OPERATOR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OP-ACTION)
                   " refused -- operator "
                   FUNCTION TRIM(WS-OP-ID) " needs role "
                   FUNCTION TRIM(WS-OP-ROLE) " ("
                   FUNCTION TRIM(WS-OP-REASON) ")"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       BUILD-REGISTER-VIEW.
           MOVE 0 TO WS-HOLD-COUNT WS-MAX-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ HOLD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           .

       FOLD-ONE-EVENT.
           IF HOLD-REC = SPACES OR HOLD-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SCOPE
               WS-E-VALUE WS-E-FROM WS-E-TO WS-E-REQUESTER WS-E-BY
               WS-E-TEXT
           UNSTRING HOLD-REC DELIMITED BY " | "
               INTO WS-E-STAMP WS-E-EVENT WS-E-ID WS-E-SCOPE
                   WS-E-VALUE WS-E-FROM WS-E-TO WS-E-REQUESTER
                   WS-E-BY WS-E-TEXT
           END-UNSTRING
           IF WS-E-ID(1:2) = "LH" AND WS-E-ID(3:5) IS NUMERIC
               IF WS-E-ID(3:5) > WS-MAX-ID
                   MOVE WS-E-ID(3:5) TO WS-MAX-ID
               END-IF
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT OR WS-HIT > 0
               IF WS-HD-ID(WS-I) = WS-E-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           EVALUATE WS-E-EVENT
               WHEN "PLACED"
                   IF WS-HIT = 0
                       IF WS-HOLD-COUNT >= MAX-HOLDS
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-HOLD-COUNT TO WS-HIT
                   END-IF
                   MOVE WS-E-ID TO WS-HD-ID(WS-HIT)
                   MOVE WS-E-SCOPE TO WS-HD-SCOPE(WS-HIT)
                   MOVE WS-E-VALUE TO WS-HD-VALUE(WS-HIT)
                   MOVE WS-E-FROM TO WS-HD-FROM(WS-HIT)
                   MOVE WS-E-TO TO WS-HD-TO(WS-HIT)
                   MOVE WS-E-REQUESTER TO WS-HD-REQUESTER(WS-HIT)
                   MOVE WS-E-STAMP TO WS-HD-PLACED(WS-HIT)
                   MOVE WS-E-BY TO WS-HD-PLACED-BY(WS-HIT)
                   MOVE WS-E-TEXT TO WS-HD-MATTER(WS-HIT)
                   MOVE SPACES TO WS-HD-RELEASED(WS-HIT)
                       WS-HD-RELEASE-BY(WS-HIT)
                   MOVE "Y" TO WS-HD-ACTIVE(WS-HIT)
               WHEN "RELEASED"
                   IF WS-HIT = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-E-STAMP TO WS-HD-RELEASED(WS-HIT)
                   MOVE WS-E-BY TO WS-HD-RELEASE-BY(WS-HIT)
                   MOVE "N" TO WS-HD-ACTIVE(WS-HIT)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE HOLD-REC TO WS-HD-LINE(WS-HIT)
           MOVE 0 TO WS-HD-PROTECTS(WS-HIT) WS-HD-SKIPS(WS-HIT)
           .

       LIST-HOLDS.
           PERFORM BUILD-REGISTER-VIEW
           IF WS-SHOW-ALL = "Y"
               DISPLAY "===== LEGAL-HOLD REGISTER (all holds) ====="
           ELSE
               DISPLAY "===== LEGAL-HOLD REGISTER (holds in force) "
                   "====="
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-ACTIVE(WS-I) = "Y" OR WS-SHOW-ALL = "Y"
                   ADD 1 TO WS-SHOWN
                   PERFORM SHOW-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (no holds)"
           END-IF
           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " hold(s) shown"
           .

       SHOW-ONE-HOLD.
           DISPLAY "  " WS-HD-ID(WS-I) " "
               FUNCTION TRIM(WS-HD-SCOPE(WS-I)) " "
               FUNCTION TRIM(WS-HD-VALUE(WS-I))
               "  dates " FUNCTION TRIM(WS-HD-FROM(WS-I))
               " to " FUNCTION TRIM(WS-HD-TO(WS-I))
           DISPLAY "      requested by "
               FUNCTION TRIM(WS-HD-REQUESTER(WS-I))
               ", placed " WS-HD-PLACED(WS-I)(1:8) " by "
               FUNCTION TRIM(WS-HD-PLACED-BY(WS-I))
               "  " FUNCTION TRIM(WS-HD-MATTER(WS-I))
           IF WS-HD-ACTIVE(WS-I) NOT = "Y"
               DISPLAY "      RELEASED " WS-HD-RELEASED(WS-I)(1:8)
                   " by " FUNCTION TRIM(WS-HD-RELEASE-BY(WS-I))
           END-IF
           .

       PLACE-HOLD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
               TO WS-SCOPE
           MOVE FUNCTION TRIM(WS-ARG3) TO WS-VALUE
           MOVE FUNCTION TRIM(WS-ARG4) TO WS-FROM
           MOVE FUNCTION TRIM(WS-ARG5) TO WS-TO
           IF WS-SCOPE NOT = "DEPOT" AND WS-SCOPE NOT = "PROGRAM"
               AND WS-SCOPE NOT = "FILE" AND WS-SCOPE NOT = "ALL"
               DISPLAY "ERROR: scope must be DEPOT, PROGRAM, FILE or "
                   "ALL"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCOPE = "ALL" AND WS-VALUE = SPACES
               MOVE "-" TO WS-VALUE
           END-IF
           IF WS-VALUE = SPACES OR FUNCTION TRIM(WS-ARG6) = SPACES
               DISPLAY "ERROR: PLACE needs a scope value, from and to "
                   "dates (- for open), and the requester"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-VALUE TALLYING WS-TALLY FOR ALL "|"
           INSPECT WS-ARG6 TALLYING WS-TALLY FOR ALL "|"
           INSPECT WS-ARG7 TALLYING WS-TALLY FOR ALL "|"
           IF WS-TALLY > 0
               DISPLAY "ERROR: '|' is not allowed in a hold"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM = SPACES
               MOVE "-" TO WS-FROM
           END-IF
           IF WS-TO = SPACES
               MOVE "-" TO WS-TO
           END-IF
           IF (WS-FROM NOT = "-"
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-FROM)) NOT = 0)
               OR (WS-TO NOT = "-"
                   AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-TO)) NOT = 0)
               OR (WS-FROM IS NOT NUMERIC AND WS-FROM NOT = "-")
               OR (WS-TO IS NOT NUMERIC AND WS-TO NOT = "-")
               DISPLAY "ERROR: from and to must be YYYYMMDD or -"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM IS NUMERIC AND WS-TO IS NUMERIC
               AND WS-FROM > WS-TO
               DISPLAY "ERROR: from date is after to date"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCOPE = "DEPOT"
               MOVE WS-VALUE TO WS-DL-CODE
               CALL "depotlookup" USING WS-DL-CODE WS-DL-NAME
                   WS-DL-CONTACT WS-DL-FOUND
               IF WS-DL-FOUND NOT = "Y"
                   DISPLAY "WARNING: depot " FUNCTION TRIM(WS-VALUE)
                       " is not on depotmaster.dat -- hold placed "
                       "on the code as given"
               END-IF
           END-IF

           PERFORM BUILD-REGISTER-VIEW
           COMPUTE WS-ID-NUM = WS-MAX-ID + 1
           MOVE SPACES TO WS-NEW-ID
           STRING "LH" WS-ID-NUM DELIMITED BY SIZE INTO WS-NEW-ID
           END-STRING

           MOVE SPACES TO HOLD-REC
           STRING WS-STAMP(1:14)
                  " | PLACED | " FUNCTION TRIM(WS-NEW-ID)
                  " | " FUNCTION TRIM(WS-SCOPE)
                  " | " FUNCTION TRIM(WS-VALUE)
                  " | " FUNCTION TRIM(WS-FROM)
                  " | " FUNCTION TRIM(WS-TO)
                  " | " FUNCTION TRIM(WS-ARG6)
                  " | " FUNCTION TRIM(WS-OP-ID)
                  " | " FUNCTION TRIM(WS-ARG7)
               DELIMITED BY SIZE INTO HOLD-REC
           END-STRING
           MOVE SPACES TO WS-JR-BEFORE
           PERFORM APPEND-EVENT
           IF WS-HD-FS = "00"
               DISPLAY "PLACED legal hold " FUNCTION TRIM(WS-NEW-ID)
                   " on " FUNCTION TRIM(WS-SCOPE) " "
                   FUNCTION TRIM(WS-VALUE)
           END-IF
           .

       RELEASE-HOLD.
           IF FUNCTION TRIM(WS-ARG2) = SPACES
               DISPLAY "ERROR: RELEASE needs a hold id"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REGISTER-VIEW
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
               TO WS-NEW-ID
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT OR WS-HIT > 0
               IF WS-HD-ID(WS-I) = WS-NEW-ID
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "ERROR: no hold " FUNCTION TRIM(WS-NEW-ID)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-ACTIVE(WS-HIT) NOT = "Y"
               DISPLAY "ERROR: hold " FUNCTION TRIM(WS-NEW-ID)
                   " was already released"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY
           INSPECT WS-ARG3 TALLYING WS-TALLY FOR ALL "|"
           IF WS-TALLY > 0
               DISPLAY "ERROR: '|' is not allowed in the note"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HOLD-REC
           STRING WS-STAMP(1:14)
                  " | RELEASED | " FUNCTION TRIM(WS-NEW-ID)
                  " | " FUNCTION TRIM(WS-HD-SCOPE(WS-HIT))
                  " | " FUNCTION TRIM(WS-HD-VALUE(WS-HIT))
                  " | " FUNCTION TRIM(WS-HD-FROM(WS-HIT))
                  " | " FUNCTION TRIM(WS-HD-TO(WS-HIT))
                  " | " FUNCTION TRIM(WS-HD-REQUESTER(WS-HIT))
                  " | " FUNCTION TRIM(WS-OP-ID)
                  " | " FUNCTION TRIM(WS-ARG3)
               DELIMITED BY SIZE INTO HOLD-REC
           END-STRING
           MOVE WS-HD-LINE(WS-HIT) TO WS-JR-BEFORE
           PERFORM APPEND-EVENT
           IF WS-HD-FS = "00"
               DISPLAY "RELEASED legal hold " FUNCTION TRIM(WS-NEW-ID)
           END-IF
           .

       APPEND-EVENT.
           *> HOLD-REC holds the new event; WS-JR-BEFORE the line it
           *> supersedes (spaces for a new hold).
           MOVE HOLD-REC TO WS-JR-AFTER
           OPEN EXTEND HOLD-FILE
           IF WS-HD-FS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HD-FS NOT = "00"
               DISPLAY "ERROR: unable to update legalhold.dat (file "
                   "status " WS-HD-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JR-AFTER TO HOLD-REC
           WRITE HOLD-REC
           CLOSE HOLD-FILE
           MOVE WS-NEW-ID TO WS-JR-KEY
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .

       QUARTERLY-REPORT.
           PERFORM SET-QUARTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REGISTER-VIEW
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y"
               MOVE 0 TO NUM-JOBS
           END-IF
           PERFORM GATHER-ITEMS
           PERFORM COUNT-SKIPS

           MOVE SPACES TO WS-RPT-NAME
           STRING "legalhold." WS-QUARTER ".txt"
               DELIMITED BY SIZE INTO WS-RPT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-RP-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-RPT-NAME)
                   " (file status " WS-RP-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "LEGAL-HOLD REPORT -- " WS-QUARTER " ("
                  WS-Q-START " TO " WS-Q-END ") -- PRODUCED "
                  WS-STAMP(1:8)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-PLACED(WS-I)(1:8) <= WS-Q-END
                   AND (WS-HD-ACTIVE(WS-I) = "Y"
                        OR WS-HD-RELEASED(WS-I)(1:8) >= WS-Q-START)
                   ADD 1 TO WS-IN-QUARTER
                   PERFORM REPORT-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-IN-QUARTER = 0
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE "  (no hold was in force in the quarter)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-IN-QUARTER TO WS-CNT-OUT
           DISPLAY "LEGAL-HOLD REPORT " WS-QUARTER ": "
               FUNCTION TRIM(WS-CNT-OUT) " hold(s) in force"
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HOLD-COUNT
               IF WS-HD-PROTECTS(WS-I) > 0 OR WS-HD-SKIPS(WS-I) > 0
                   MOVE WS-HD-PROTECTS(WS-I) TO WS-CNT-OUT
                   MOVE WS-HD-SKIPS(WS-I) TO WS-CNT-2-OUT
                   DISPLAY "  " FUNCTION TRIM(WS-HD-ID(WS-I))
                       " protecting " FUNCTION TRIM(WS-CNT-OUT)
                       " item(s), " FUNCTION TRIM(WS-CNT-2-OUT)
                       " deletion(s) stopped"
               END-IF
           END-PERFORM
           DISPLAY "REPORT FILE: " FUNCTION TRIM(WS-RPT-NAME)
           .

       SET-QUARTER.
           *> YYYYQn, default the quarter today falls in
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG2))
               TO WS-QUARTER
           IF WS-QUARTER = SPACES
               MOVE WS-STAMP(5:2) TO WS-Q-MONTH
               COMPUTE WS-Q-NUM = (WS-Q-MONTH + 2) / 3
               STRING WS-STAMP(1:4) "Q" WS-Q-NUM
                   DELIMITED BY SIZE INTO WS-QUARTER
               END-STRING
           END-IF
           IF WS-QUARTER(1:4) IS NOT NUMERIC
               OR WS-QUARTER(5:1) NOT = "Q"
               OR WS-QUARTER(6:1) < "1" OR WS-QUARTER(6:1) > "4"
               DISPLAY "ERROR: quarter must be YYYYQn"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUARTER(6:1) TO WS-Q-NUM
           COMPUTE WS-Q-MONTH = WS-Q-NUM * 3 - 2
           STRING WS-QUARTER(1:4) WS-Q-MONTH "01"
               DELIMITED BY SIZE INTO WS-Q-START
           END-STRING
           MOVE WS-QUARTER(1:4) TO WS-Q-YEAR
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
           MOVE 0 TO RETURN-CODE
           .

       GATHER-ITEMS.
           *> archive folders, one item per program folder
           MOVE SPACES TO WS-LIST-NAME
           STRING "/tmp/legalhold." WS-STAMP(1:14) ".list"
               DELIMITED BY SIZE INTO WS-LIST-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "ls -d archive/????-??-??/*/ > "
                  FUNCTION TRIM(WS-LIST-NAME) " 2> /dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "ARCHIVE" TO WS-C-TYPE
           PERFORM READ-ITEM-LIST

           *> quarantined files, quarantine/<job>.<feed>
           MOVE SPACES TO WS-CMD
           STRING "ls -d quarantine/* > "
                  FUNCTION TRIM(WS-LIST-NAME) " 2> /dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "QUARANTINE" TO WS-C-TYPE
           PERFORM READ-ITEM-LIST

           *> receipts already sent, ack/sent/<depot>/<file>
           MOVE SPACES TO WS-CMD
           STRING "ls -d ack/sent/*/* > "
                  FUNCTION TRIM(WS-LIST-NAME) " 2> /dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "ACK-SENT" TO WS-C-TYPE
           PERFORM READ-ITEM-LIST

           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           PERFORM GATHER-GENERATIONS
           .

       READ-ITEM-LIST.
           MOVE "N" TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ LIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF LIST-REC NOT = SPACES
                           PERFORM TAKE-ONE-LISTED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           .

       TAKE-ONE-LISTED-ITEM.
           MOVE FUNCTION TRIM(LIST-REC) TO WS-C-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-C-NAME)) TO WS-LEN
           IF WS-C-NAME(WS-LEN:1) = "/"
               MOVE SPACE TO WS-C-NAME(WS-LEN:1)
               SUBTRACT 1 FROM WS-LEN
           END-IF
           MOVE SPACES TO WS-C-PROG WS-C-STAMP
           EVALUATE WS-C-TYPE
               WHEN "ARCHIVE"
                   *> archive/YYYY-MM-DD/<program-id>
                   STRING WS-C-NAME(9:4) WS-C-NAME(14:2)
                          WS-C-NAME(17:2)
                       DELIMITED BY SIZE INTO WS-C-STAMP
                   END-STRING
                   IF WS-LEN > 19
                       MOVE WS-C-NAME(20:WS-LEN - 19) TO WS-C-PROG
                   END-IF
               WHEN "QUARANTINE"
                   *> quarantine/<job-number>.<feed>
                   MOVE 0 TO WS-DOT
                   PERFORM VARYING WS-P FROM 12 BY 1
                           UNTIL WS-P > WS-LEN OR WS-DOT > 0
                       IF WS-C-NAME(WS-P:1) = "."
                           MOVE WS-P TO WS-DOT
                       END-IF
                   END-PERFORM
                   IF WS-DOT > 12
                       IF WS-C-NAME(12:WS-DOT - 12) IS NUMERIC
                           COMPUTE WS-JOBNO =
                               FUNCTION NUMVAL(
                                   WS-C-NAME(12:WS-DOT - 12))
                           IF WS-JOBNO > 0 AND WS-JOBNO <= NUM-JOBS
                               MOVE WS-JOB-PROG(WS-JOBNO)
                                   TO WS-C-PROG
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   *> ack/sent/<depot>/<file>
                   MOVE 0 TO WS-SLASH
                   PERFORM VARYING WS-P FROM 10 BY 1
                           UNTIL WS-P > WS-LEN OR WS-SLASH > 0
                       IF WS-C-NAME(WS-P:1) = "/"
                           MOVE WS-P TO WS-SLASH
                       END-IF
                   END-PERFORM
                   IF WS-SLASH > 10
                       MOVE WS-C-NAME(10:WS-SLASH - 10) TO WS-C-PROG
                   END-IF
           END-EVALUATE
           PERFORM ADD-ITEM
           .

       GATHER-GENERATIONS.
           *> every generation the catalog still has on file
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ CATALOG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM FOLD-ONE-GENERATION
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       FOLD-ONE-GENERATION.
           IF CATALOG-REC = SPACES OR CATALOG-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-C-STAMP WS-C-EVENT WS-C-TYPE WS-C-BASE
               WS-C-GEN WS-C-PROG
           UNSTRING CATALOG-REC DELIMITED BY " | "
               INTO WS-C-STAMP WS-C-EVENT WS-C-TYPE WS-C-BASE
                   WS-C-GEN WS-C-PROG
           END-UNSTRING
           MOVE SPACES TO WS-C-NAME
           STRING FUNCTION TRIM(WS-C-BASE) "." FUNCTION TRIM(WS-C-GEN)
               DELIMITED BY SIZE INTO WS-C-NAME
           END-STRING
           IF WS-C-EVENT = "CREATED"
               MOVE "GENERATION" TO WS-C-TYPE
               PERFORM ADD-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ITEM-COUNT
               IF WS-IT-KIND(WS-K) = "GENERATION"
                   AND WS-IT-NAME(WS-K) = WS-C-NAME
                   MOVE "DELETED" TO WS-IT-KIND(WS-K)
               END-IF
           END-PERFORM
           .

       ADD-ITEM.
           IF WS-ITEM-COUNT >= MAX-ITEMS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-C-TYPE TO WS-IT-KIND(WS-ITEM-COUNT)
           MOVE WS-C-PROG TO WS-IT-PROG(WS-ITEM-COUNT)
           MOVE WS-C-STAMP(1:8) TO WS-IT-DATE(WS-ITEM-COUNT)
           MOVE WS-C-NAME TO WS-IT-NAME(WS-ITEM-COUNT)
           .

       COUNT-SKIPS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SKIP-FILE
           IF WS-SK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ SKIP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3
                       UNSTRING SKIP-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3
                       END-UNSTRING
                       IF WS-F1(1:8) >= WS-Q-START
                           AND WS-F1(1:8) <= WS-Q-END
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-HOLD-COUNT
                               IF WS-HD-ID(WS-I) = WS-F3
                                   ADD 1 TO WS-HD-SKIPS(WS-I)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKIP-FILE
           .

       REPORT-ONE-HOLD.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "HOLD " FUNCTION TRIM(WS-HD-ID(WS-I)) "  "
                  FUNCTION TRIM(WS-HD-SCOPE(WS-I)) " "
                  FUNCTION TRIM(WS-HD-VALUE(WS-I))
                  "  DATES " FUNCTION TRIM(WS-HD-FROM(WS-I))
                  " TO " FUNCTION TRIM(WS-HD-TO(WS-I))
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  REQUESTED BY " FUNCTION TRIM(WS-HD-REQUESTER(WS-I))
                  ", PLACED " WS-HD-PLACED(WS-I)(1:8) " BY "
                  FUNCTION TRIM(WS-HD-PLACED-BY(WS-I))
                  "  " FUNCTION TRIM(WS-HD-MATTER(WS-I))
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-HD-ACTIVE(WS-I) NOT = "Y"
               MOVE SPACES TO REPORT-REC
               STRING "  RELEASED " WS-HD-RELEASED(WS-I)(1:8) " BY "
                      FUNCTION TRIM(WS-HD-RELEASE-BY(WS-I))
                      " -- no longer protecting anything"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           ELSE
               MOVE "  PROTECTING:" TO REPORT-REC
               WRITE REPORT-REC
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-ITEM-COUNT
                   IF WS-IT-KIND(WS-K) NOT = "DELETED"
                       PERFORM PROBE-ONE-ITEM
                   END-IF
               END-PERFORM
               IF WS-HD-PROTECTS(WS-I) = 0
                   MOVE "    (nothing on file falls under this hold)"
                       TO REPORT-REC
                   WRITE REPORT-REC
               END-IF
           END-IF
           MOVE WS-HD-SKIPS(WS-I) TO WS-CNT-OUT
           MOVE SPACES TO REPORT-REC
           STRING "  DELETIONS STOPPED IN THE QUARTER: "
                  FUNCTION TRIM(WS-CNT-OUT)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-HD-SKIPS(WS-I) > 0
               PERFORM LIST-HOLD-SKIPS
           END-IF
           .

       PROBE-ONE-ITEM.
           MOVE WS-IT-PROG(WS-K) TO WS-HC-PROG
           MOVE WS-IT-DATE(WS-K) TO WS-HC-DATE
           MOVE WS-IT-NAME(WS-K) TO WS-HC-ITEM
           MOVE WS-HD-ID(WS-I) TO WS-HC-HOLD-ID
           CALL "holdcheck" USING WS-HC-FUNCTION WS-HC-ROOT
               WS-HC-CALLER WS-HC-PROG WS-HC-DATE WS-HC-ITEM
               WS-HC-HOLD-ID WS-HC-HELD
           IF WS-HC-HELD = "Y"
               ADD 1 TO WS-HD-PROTECTS(WS-I)
               MOVE SPACES TO REPORT-REC
               STRING "    " WS-IT-KIND(WS-K) " "
                      FUNCTION TRIM(WS-IT-NAME(WS-K))
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           .

       LIST-HOLD-SKIPS.
           MOVE "N" TO WS-EOF
           OPEN INPUT SKIP-FILE
           IF WS-SK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ SKIP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                           WS-F6 WS-F7
                       UNSTRING SKIP-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
                               WS-F7
                       END-UNSTRING
                       IF WS-F1(1:8) >= WS-Q-START
                           AND WS-F1(1:8) <= WS-Q-END
                           AND WS-F3 = WS-HD-ID(WS-I)
                           MOVE SPACES TO REPORT-REC
                           STRING "    " WS-F1(1:8) " "
                                  FUNCTION TRIM(WS-F4) " kept "
                                  FUNCTION TRIM(WS-F7)
                               DELIMITED BY SIZE INTO REPORT-REC
                           END-STRING
                           WRITE REPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKIP-FILE
           .
