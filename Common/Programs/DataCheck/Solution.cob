       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datacheck.

      *> Structural validator for the hand-readable files at the
      *> repository root. A truncated line or a hand edit in
      *> runtimes.dat, a register or a site table used to surface
      *> weeks later as an unhelpful error in whichever report read
      *> it next; this reads every record of every file against the
      *> record layout data control keeps for it in datalayouts.dat
      *> (field positions, numeric and date fields, allowed code
      *> values, key uniqueness -- see that file for the rule
      *> syntax) and lists each defect with file, line and field,
      *> then a clean or damaged verdict per file.
      *>
      *>   datacheck [file]
      *>
      *> With a file name only that file is checked. A file with a
      *> layout that does not exist yet (a register nobody has
      *> written to) is ABSENT, not damaged; a *.dat file at the root
      *> with no layout is listed as NO LAYOUT so a new file does not
      *> go unchecked by accident. The first MAX-SHOWN defects of a
      *> file are listed, the rest counted. daybatchdriver runs this
      *> as the first step of the batch. Exit 8 when any file is
      *> damaged, 4 when a root file has no layout, 12 without
      *> datalayouts.dat, 0 when everything is clean. Run from the
      *> repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
               ASSIGN TO "datalayouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LY-FS.

           SELECT DATA-FILE
               ASSIGN TO DYNAMIC WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-FS.

           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-REC               PIC X(300).

       FD  DATA-FILE.
       01  DATA-REC                 PIC X(2000).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(200).

       WORKING-STORAGE SECTION.
       78  MAX-RULES                VALUE 800.
       78  MAX-FILES                VALUE 80.
       78  MAX-ACTIVE               VALUE 100.
       78  MAX-FIELDS               VALUE 20.
       78  MAX-KEYS                 VALUE 5000.
       78  MAX-SHOWN                VALUE 50.

       01  WS-LY-FS                 PIC XX.
       01  WS-DT-FS                 PIC XX.
       01  WS-LS-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG-FILE              PIC X(40).
       01  WS-DATA-NAME             PIC X(40).
       01  WS-LIST-NAME             PIC X(80).
       01  WS-STAMP                 PIC X(21).
       01  WS-CMD                   PIC X(300).

      *> the layouts, one row per LAYOUT / FIELD / KEY line
       01  WS-RULE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-RULE-TAB.
           05  WS-RULE OCCURS 800 TIMES.
               10  WS-RU-FILE       PIC X(40).
               10  WS-RU-KIND       PIC X(8).
               10  WS-RU-WHEN       PIC X.
               10  WS-RU-W-FROM     PIC 9(4) COMP-5.
               10  WS-RU-W-TO       PIC 9(4) COMP-5.
               10  WS-RU-W-VALUE    PIC X(20).
               10  WS-RU-FROM       PIC 9(4) COMP-5.
               10  WS-RU-TO         PIC 9(4) COMP-5.
               10  WS-RU-NAME       PIC X(20).
               10  WS-RU-POS        PIC X(12).
               10  WS-RU-TYPE       PIC X(8).
               10  WS-RU-OPT        PIC X.
               10  WS-RU-ARG        PIC X(200).
               10  WS-RU-KEY-N      PIC 9 COMP-5.
               10  WS-RU-KEY-PART OCCURS 4 TIMES.
                   15  WS-RU-K-FROM PIC 9(4) COMP-5.
                   15  WS-RU-K-TO   PIC 9(4) COMP-5.

      *> the files named, in layout order, with the WHEN in force
      *> while their lines load and the verdict once checked
       01  WS-FILE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-FILE-TAB.
           05  WS-FL OCCURS 80 TIMES.
               10  WS-FL-NAME       PIC X(40).
               10  WS-FL-LAYOUT     PIC X(8).
               10  WS-FL-MIN        PIC 9(4) COMP-5.
               10  WS-FL-WHEN       PIC X.
               10  WS-FL-W-FROM     PIC 9(4) COMP-5.
               10  WS-FL-W-TO       PIC 9(4) COMP-5.
               10  WS-FL-W-VALUE    PIC X(20).
               10  WS-FL-VERDICT    PIC X(10).
               10  WS-FL-RECS       PIC 9(9) COMP-5.
               10  WS-FL-DEFECTS    PIC 9(9) COMP-5.
       01  WS-F                     PIC 9(4) COMP-5.
       01  WS-HIT                   PIC 9(4) COMP-5.

      *> the current file's FIELD and KEY rules
       01  WS-ACT-COUNT             PIC 9(4) COMP-5.
       01  WS-ACT-TAB.
           05  WS-ACT OCCURS 100 TIMES PIC 9(4) COMP-5.
       01  WS-A                     PIC 9(4) COMP-5.
       01  WS-R                     PIC 9(4) COMP-5.

       01  WS-T1                    PIC X(40).
       01  WS-T2                    PIC X(12).
       01  WS-T3                    PIC X(20).
       01  WS-T4                    PIC X(20).
       01  WS-T5                    PIC X(12).
       01  WS-T6                    PIC X(200).
       01  WS-P1                    PIC X(12).
       01  WS-P2                    PIC X(12).
       01  WS-DASHES                PIC 9(4) COMP-5.
       01  WS-POS-FROM              PIC 9(4) COMP-5.
       01  WS-POS-TO                PIC 9(4) COMP-5.
       01  WS-KP                    PIC X(12) OCCURS 4 TIMES.
       01  WS-K                     PIC 9 COMP-5.

      *> the record being checked
       01  WS-LINE-NO               PIC 9(9) COMP-5.
       01  WS-REC-LEN               PIC 9(4) COMP-5.
       01  WS-FIELD-COUNT           PIC 9(4) COMP-5.
       01  WS-FIELDS.
           05  WS-FV OCCURS 20 TIMES PIC X(500).
       01  WS-BODY                  PIC X(2000).
       01  WS-PTR                   PIC 9(4) COMP-5.
       01  WS-APPLIES               PIC X.

       01  WS-VAL                   PIC X(500).
       01  WS-VLEN                  PIC 9(4) COMP-5.
       01  WS-BAD                   PIC X.
       01  WS-PROBLEM               PIC X(60).
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-J                     PIC 9(4) COMP-5.
       01  WS-CH                    PIC X.
       01  WS-DIGITS                PIC 9(4) COMP-5.
       01  WS-POINTS                PIC 9(4) COMP-5.
       01  WS-START                 PIC 9(4) COMP-5.
       01  WS-ALEN                  PIC 9(4) COMP-5.
       01  WS-DATE-NUM              PIC 9(8).
       01  WS-HH                    PIC 99.
       01  WS-MM                    PIC 99.
       01  WS-SS                    PIC 99.
       01  WS-WORD                  PIC X(40).
       01  WS-CODE                  PIC X(40).
       01  WS-LIST-PTR              PIC 9(4) COMP-5.

      *> key values seen in the current file
       01  WS-KEY-COUNT             PIC 9(4) COMP-5.
       01  WS-KEY-FULL              PIC X.
       01  WS-KEY-TAB.
           05  WS-KEY OCCURS 5000 TIMES.
               10  WS-KEY-VAL       PIC X(120).
               10  WS-KEY-LINE      PIC 9(9) COMP-5.
       01  WS-KEY-NOW               PIC X(120).

       01  WS-DAMAGED               PIC 9(4) COMP-5 VALUE 0.
       01  WS-CLEAN                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-ABSENT                PIC 9(4) COMP-5 VALUE 0.
       01  WS-UNLISTED              PIC 9(4) COMP-5 VALUE 0.
       01  WS-LINE-OUT              PIC Z(8)9.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-CNT-2-OUT             PIC Z(8)9.
       01  WS-POS-OUT               PIC X(12).
       01  WS-NAME-OUT              PIC X(24).

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FILE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FILE
           END-ACCEPT

           PERFORM LOAD-LAYOUTS
           IF WS-ARG-FILE NOT = SPACES
               MOVE 0 TO WS-HIT
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FILE-COUNT
                   IF WS-FL-NAME(WS-F) = WS-ARG-FILE
                       MOVE WS-F TO WS-HIT
                   END-IF
               END-PERFORM
               IF WS-HIT = 0
                   DISPLAY "ERROR: no layout for "
                       FUNCTION TRIM(WS-ARG-FILE)
                       " in datalayouts.dat"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "===== ROOT DATA FILE CHECK " WS-STAMP(1:8) " "
               WS-STAMP(9:4) " ====="
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILE-COUNT
               IF WS-ARG-FILE = SPACES
                   OR WS-FL-NAME(WS-F) = WS-ARG-FILE
                   PERFORM CHECK-ONE-FILE
               END-IF
           END-PERFORM

           DISPLAY "===== VERDICT ====="
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILE-COUNT
               IF WS-FL-VERDICT(WS-F) NOT = SPACES
                   PERFORM SHOW-VERDICT
               END-IF
           END-PERFORM
           IF WS-ARG-FILE = SPACES
               PERFORM LIST-UNLISTED-FILES
           END-IF

           MOVE WS-CLEAN TO WS-CNT-OUT
           MOVE WS-DAMAGED TO WS-CNT-2-OUT
           DISPLAY "===== " FUNCTION TRIM(WS-CNT-OUT) " clean, "
               FUNCTION TRIM(WS-CNT-2-OUT) " damaged ====="
           EVALUATE TRUE
               WHEN WS-DAMAGED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNLISTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

       LOAD-LAYOUTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT LAYOUT-FILE
           IF WS-LY-FS NOT = "00"
               DISPLAY "ERROR: datalayouts.dat not found"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF
               READ LAYOUT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-LAYOUT-LINE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE
           .

       LOAD-ONE-LAYOUT-LINE.
           IF LAYOUT-REC = SPACES OR LAYOUT-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           UNSTRING LAYOUT-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T2) TO WS-T2

           *> the file's row, added on its first line
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILE-COUNT OR WS-HIT > 0
               IF WS-FL-NAME(WS-F) = WS-T1
                   MOVE WS-F TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-FILE-COUNT >= MAX-FILES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-HIT
               MOVE WS-T1 TO WS-FL-NAME(WS-HIT)
               MOVE "FIXED" TO WS-FL-LAYOUT(WS-HIT)
               MOVE 0 TO WS-FL-MIN(WS-HIT) WS-FL-RECS(WS-HIT)
                   WS-FL-DEFECTS(WS-HIT)
               MOVE "A" TO WS-FL-WHEN(WS-HIT)
               MOVE SPACES TO WS-FL-VERDICT(WS-HIT)
           END-IF

           EVALUATE WS-T2
               WHEN "LAYOUT"
                   MOVE FUNCTION UPPER-CASE(WS-T3)
                       TO WS-FL-LAYOUT(WS-HIT)
                   IF FUNCTION TRIM(WS-T4) IS NUMERIC
                       AND WS-T4 NOT = SPACES
                       COMPUTE WS-FL-MIN(WS-HIT) =
                           FUNCTION NUMVAL(WS-T4)
                   END-IF
               WHEN "WHEN"
               WHEN "UNLESS"
                   IF FUNCTION UPPER-CASE(WS-T3) = "ALL"
                       MOVE "A" TO WS-FL-WHEN(WS-HIT)
                   ELSE
                       MOVE WS-T2(1:1) TO WS-FL-WHEN(WS-HIT)
                       MOVE WS-T3 TO WS-P1
                       PERFORM PARSE-POSITION
                       MOVE WS-POS-FROM TO WS-FL-W-FROM(WS-HIT)
                       MOVE WS-POS-TO TO WS-FL-W-TO(WS-HIT)
                       MOVE WS-T4 TO WS-FL-W-VALUE(WS-HIT)
                   END-IF
               WHEN "FIELD"
                   PERFORM ADD-RULE
                   IF WS-R = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-T3 TO WS-RU-POS(WS-R)
                   MOVE WS-T3 TO WS-P1
                   PERFORM PARSE-POSITION
                   MOVE WS-POS-FROM TO WS-RU-FROM(WS-R)
                   MOVE WS-POS-TO TO WS-RU-TO(WS-R)
                   MOVE WS-T4 TO WS-RU-NAME(WS-R)
                   MOVE "N" TO WS-RU-OPT(WS-R)
                   MOVE FUNCTION UPPER-CASE(WS-T5) TO WS-T5
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-T5)) TO WS-I
                   IF WS-T5(WS-I:1) = "?"
                       MOVE "Y" TO WS-RU-OPT(WS-R)
                       MOVE SPACE TO WS-T5(WS-I:1)
                   END-IF
                   MOVE WS-T5 TO WS-RU-TYPE(WS-R)
                   MOVE WS-T6 TO WS-RU-ARG(WS-R)
               WHEN "KEY"
                   PERFORM ADD-RULE
                   IF WS-R = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-T3 TO WS-RU-POS(WS-R)
                   MOVE "key" TO WS-RU-NAME(WS-R)
                   MOVE SPACES TO WS-KP(1) WS-KP(2) WS-KP(3) WS-KP(4)
                   UNSTRING WS-T3 DELIMITED BY "+"
                       INTO WS-KP(1) WS-KP(2) WS-KP(3) WS-KP(4)
                   END-UNSTRING
                   MOVE 0 TO WS-RU-KEY-N(WS-R)
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       IF WS-KP(WS-K) NOT = SPACES
                           ADD 1 TO WS-RU-KEY-N(WS-R)
                           MOVE WS-KP(WS-K) TO WS-P1
                           PERFORM PARSE-POSITION
                           MOVE WS-POS-FROM TO WS-RU-K-FROM(WS-R, WS-K)
                           MOVE WS-POS-TO TO WS-RU-K-TO(WS-R, WS-K)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "WARNING: datalayouts.dat rule "
                       FUNCTION TRIM(WS-T2) " for "
                       FUNCTION TRIM(WS-T1) " not understood"
           END-EVALUATE
           .

       ADD-RULE.
           IF WS-RULE-COUNT >= MAX-RULES
               MOVE 0 TO WS-R
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-COUNT TO WS-R
           MOVE WS-T1 TO WS-RU-FILE(WS-R)
           MOVE WS-T2 TO WS-RU-KIND(WS-R)
           MOVE WS-FL-WHEN(WS-HIT) TO WS-RU-WHEN(WS-R)
           MOVE WS-FL-W-FROM(WS-HIT) TO WS-RU-W-FROM(WS-R)
           MOVE WS-FL-W-TO(WS-HIT) TO WS-RU-W-TO(WS-R)
           MOVE WS-FL-W-VALUE(WS-HIT) TO WS-RU-W-VALUE(WS-R)
           MOVE 0 TO WS-RU-FROM(WS-R) WS-RU-TO(WS-R)
               WS-RU-KEY-N(WS-R)
           MOVE SPACES TO WS-RU-TYPE(WS-R) WS-RU-ARG(WS-R)
           .

       PARSE-POSITION.
           *> "n" a field number (or one column), "a-b" columns a
           *> through b, "a-" column a to the end of the record
           MOVE 0 TO WS-POS-FROM WS-POS-TO WS-DASHES
           INSPECT WS-P1 TALLYING WS-DASHES FOR ALL "-"
           MOVE SPACES TO WS-T3 WS-P2
           UNSTRING WS-P1 DELIMITED BY "-"
               INTO WS-T3 WS-P2
           END-UNSTRING
           IF FUNCTION TRIM(WS-T3) IS NUMERIC AND WS-T3 NOT = SPACES
               COMPUTE WS-POS-FROM = FUNCTION NUMVAL(WS-T3)
           END-IF
           EVALUATE TRUE
               WHEN WS-DASHES = 0
                   MOVE WS-POS-FROM TO WS-POS-TO
               WHEN WS-P2 = SPACES
                   MOVE 0 TO WS-POS-TO
               WHEN FUNCTION TRIM(WS-P2) IS NUMERIC
                   COMPUTE WS-POS-TO = FUNCTION NUMVAL(WS-P2)
           END-EVALUATE
           .

       CHECK-ONE-FILE.
           MOVE 0 TO WS-ACT-COUNT
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RULE-COUNT
               IF WS-RU-FILE(WS-R) = WS-FL-NAME(WS-F)
                   AND WS-ACT-COUNT < MAX-ACTIVE
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-R TO WS-ACT(WS-ACT-COUNT)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-KEY-COUNT WS-LINE-NO
           MOVE "N" TO WS-KEY-FULL

           MOVE WS-FL-NAME(WS-F) TO WS-DATA-NAME
           MOVE "N" TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DT-FS NOT = "00"
               MOVE "ABSENT" TO WS-FL-VERDICT(WS-F)
               ADD 1 TO WS-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ DATA-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF WS-FL-DEFECTS(WS-F) > MAX-SHOWN
               COMPUTE WS-CNT-OUT = WS-FL-DEFECTS(WS-F) - MAX-SHOWN
               DISPLAY "  ... " FUNCTION TRIM(WS-CNT-OUT)
                   " more defect(s) in " FUNCTION TRIM(WS-DATA-NAME)
           END-IF
           IF WS-KEY-FULL = "Y"
               MOVE MAX-KEYS TO WS-CNT-OUT
               DISPLAY "  NOTE: " FUNCTION TRIM(WS-DATA-NAME)
                   " keys checked for the first "
                   FUNCTION TRIM(WS-CNT-OUT) " records only"
           END-IF
           IF WS-FL-DEFECTS(WS-F) = 0
               MOVE "CLEAN" TO WS-FL-VERDICT(WS-F)
               ADD 1 TO WS-CLEAN
           ELSE
               MOVE "DAMAGED" TO WS-FL-VERDICT(WS-F)
               ADD 1 TO WS-DAMAGED
           END-IF
           .

       CHECK-ONE-RECORD.
           IF DATA-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DATA-REC(1:1) = "*" AND DATA-REC(2:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-RECS(WS-F)
           MOVE FUNCTION STORED-CHAR-LENGTH(DATA-REC) TO WS-REC-LEN
           PERFORM SPLIT-RECORD

           IF WS-FL-MIN(WS-F) > 0
               AND WS-FIELD-COUNT < WS-FL-MIN(WS-F)
               MOVE WS-FIELD-COUNT TO WS-CNT-OUT
               MOVE WS-FL-MIN(WS-F) TO WS-CNT-2-OUT
               MOVE SPACES TO WS-PROBLEM
               STRING "truncated -- " FUNCTION TRIM(WS-CNT-OUT)
                      " field(s), at least "
                      FUNCTION TRIM(WS-CNT-2-OUT) " expected"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               END-STRING
               MOVE "record" TO WS-NAME-OUT
               MOVE SPACES TO WS-POS-OUT WS-VAL
               PERFORM REPORT-DEFECT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ACT-COUNT
               MOVE WS-ACT(WS-A) TO WS-R
               PERFORM TEST-RULE-APPLIES
               IF WS-APPLIES = "Y"
                   IF WS-RU-KIND(WS-R) = "KEY"
                       PERFORM CHECK-KEY
                   ELSE
                       PERFORM CHECK-FIELD
                   END-IF
               END-IF
           END-PERFORM
           .

       SPLIT-RECORD.
           MOVE SPACES TO WS-FIELDS
           MOVE 0 TO WS-FIELD-COUNT
           EVALUATE WS-FL-LAYOUT(WS-F)
               WHEN "PIPE"
                   MOVE 0 TO WS-I
                   INSPECT DATA-REC TALLYING WS-I FOR ALL "|"
                   COMPUTE WS-FIELD-COUNT = WS-I + 1
                   UNSTRING DATA-REC DELIMITED BY "|"
                       INTO WS-FV(1) WS-FV(2) WS-FV(3) WS-FV(4)
                           WS-FV(5) WS-FV(6) WS-FV(7) WS-FV(8)
                           WS-FV(9) WS-FV(10) WS-FV(11) WS-FV(12)
                           WS-FV(13) WS-FV(14) WS-FV(15) WS-FV(16)
                           WS-FV(17) WS-FV(18) WS-FV(19) WS-FV(20)
                   END-UNSTRING
                   *> a trailing empty field still counts, but blanks
                   *> around a field are layout, not content
                   IF WS-FIELD-COUNT > MAX-FIELDS
                       MOVE MAX-FIELDS TO WS-FIELD-COUNT
                   END-IF
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-FIELD-COUNT
                       MOVE FUNCTION TRIM(WS-FV(WS-I)) TO WS-FV(WS-I)
                   END-PERFORM
               WHEN "SPACE"
                   MOVE FUNCTION TRIM(DATA-REC) TO WS-BODY
                   UNSTRING WS-BODY DELIMITED BY ALL SPACE
                       INTO WS-FV(1) WS-FV(2) WS-FV(3) WS-FV(4)
                           WS-FV(5) WS-FV(6) WS-FV(7) WS-FV(8)
                           WS-FV(9) WS-FV(10) WS-FV(11) WS-FV(12)
                           WS-FV(13) WS-FV(14) WS-FV(15) WS-FV(16)
                           WS-FV(17) WS-FV(18) WS-FV(19) WS-FV(20)
                       TALLYING IN WS-FIELD-COUNT
                   END-UNSTRING
               WHEN "KEYVALUE"
                   MOVE 1 TO WS-PTR
                   UNSTRING DATA-REC DELIMITED BY "="
                       INTO WS-FV(1)
                       WITH POINTER WS-PTR
                   END-UNSTRING
                   MOVE 1 TO WS-FIELD-COUNT
                   IF WS-PTR <= WS-REC-LEN
                       MOVE DATA-REC(WS-PTR:) TO WS-FV(2)
                       MOVE 2 TO WS-FIELD-COUNT
                   END-IF
                   MOVE FUNCTION TRIM(WS-FV(1)) TO WS-FV(1)
                   MOVE FUNCTION TRIM(WS-FV(2)) TO WS-FV(2)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TEST-RULE-APPLIES.
           MOVE "Y" TO WS-APPLIES
           IF WS-RU-WHEN(WS-R) = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RU-W-FROM(WS-R) TO WS-POS-FROM
           MOVE WS-RU-W-TO(WS-R) TO WS-POS-TO
           PERFORM GET-FIELD-VALUE
           IF WS-VAL = WS-RU-W-VALUE(WS-R)
               IF WS-RU-WHEN(WS-R) = "U"
                   MOVE "N" TO WS-APPLIES
               END-IF
           ELSE
               IF WS-RU-WHEN(WS-R) = "W"
                   MOVE "N" TO WS-APPLIES
               END-IF
           END-IF
           .

       GET-FIELD-VALUE.
           *> field WS-POS-FROM (columns WS-POS-FROM thru WS-POS-TO
           *> on a FIXED layout), trimmed, into WS-VAL / WS-VLEN
           MOVE SPACES TO WS-VAL
           IF WS-FL-LAYOUT(WS-F) = "FIXED"
               IF WS-POS-FROM > 0 AND WS-POS-FROM <= WS-REC-LEN
                   IF WS-POS-TO = 0 OR WS-POS-TO > WS-REC-LEN
                       MOVE DATA-REC(WS-POS-FROM:
                           WS-REC-LEN - WS-POS-FROM + 1) TO WS-VAL
                   ELSE
                       MOVE DATA-REC(WS-POS-FROM:
                           WS-POS-TO - WS-POS-FROM + 1) TO WS-VAL
                   END-IF
               END-IF
           ELSE
               IF WS-POS-FROM > 0 AND WS-POS-FROM <= WS-FIELD-COUNT
                   AND WS-POS-FROM <= MAX-FIELDS
                   MOVE WS-FV(WS-POS-FROM) TO WS-VAL
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-VAL) TO WS-VAL
           IF WS-VAL = SPACES
               MOVE 0 TO WS-VLEN
           ELSE
               MOVE FUNCTION STORED-CHAR-LENGTH(WS-VAL) TO WS-VLEN
           END-IF
           .

       CHECK-FIELD.
           MOVE WS-RU-FROM(WS-R) TO WS-POS-FROM
           MOVE WS-RU-TO(WS-R) TO WS-POS-TO
           PERFORM GET-FIELD-VALUE
           MOVE "N" TO WS-BAD
           MOVE SPACES TO WS-PROBLEM

           IF WS-VLEN = 0 OR WS-VAL = "-"
               IF WS-RU-OPT(WS-R) = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-VLEN = 0
                   MOVE "missing" TO WS-PROBLEM
                   PERFORM REPORT-FIELD-DEFECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE WS-RU-TYPE(WS-R)
               WHEN "TEXT"
                   CONTINUE
               WHEN "ID"
                   MOVE 0 TO WS-I
                   INSPECT WS-VAL(1:WS-VLEN) TALLYING WS-I
                       FOR ALL SPACE
                   IF WS-I > 0
                       MOVE "Y" TO WS-BAD
                       MOVE "more than one word" TO WS-PROBLEM
                   END-IF
               WHEN "NUM"
               WHEN "DEC"
                   PERFORM CHECK-NUMBER
               WHEN "DATE"
                   PERFORM CHECK-DATE
               WHEN "MONTH"
                   PERFORM CHECK-MONTH
               WHEN "TIME"
                   PERFORM CHECK-TIME
               WHEN "STAMP"
                   PERFORM CHECK-STAMP
               WHEN "CODE"
                   PERFORM CHECK-CODE
               WHEN "CHARS"
                   PERFORM CHECK-CHARS
               WHEN "PATTERN"
                   PERFORM CHECK-PATTERN
               WHEN "LIT"
                   IF WS-VAL NOT = WS-RU-ARG(WS-R)
                       MOVE "Y" TO WS-BAD
                       MOVE SPACES TO WS-PROBLEM
                       STRING "expected " QUOTE
                              FUNCTION TRIM(WS-RU-ARG(WS-R)) QUOTE
                           DELIMITED BY SIZE INTO WS-PROBLEM
                       END-STRING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BAD = "Y"
               PERFORM REPORT-FIELD-DEFECT
           END-IF
           .

       CHECK-NUMBER.
           MOVE 1 TO WS-START
           IF WS-VAL(1:1) = "-" OR WS-VAL(1:1) = "+"
               MOVE 2 TO WS-START
           END-IF
           MOVE 0 TO WS-DIGITS WS-POINTS
           PERFORM VARYING WS-I FROM WS-START BY 1
                   UNTIL WS-I > WS-VLEN OR WS-BAD = "Y"
               MOVE WS-VAL(WS-I:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH >= "0" AND WS-CH <= "9"
                       ADD 1 TO WS-DIGITS
                   WHEN WS-CH = "." AND WS-RU-TYPE(WS-R) = "DEC"
                       ADD 1 TO WS-POINTS
                   WHEN OTHER
                       MOVE "Y" TO WS-BAD
               END-EVALUATE
           END-PERFORM
           IF WS-DIGITS = 0 OR WS-POINTS > 1
               MOVE "Y" TO WS-BAD
           END-IF
           IF WS-BAD = "Y"
               IF WS-RU-TYPE(WS-R) = "DEC"
                   MOVE "not a number" TO WS-PROBLEM
               ELSE
                   MOVE "not a whole number" TO WS-PROBLEM
               END-IF
           END-IF
           .

       CHECK-DATE.
           IF WS-VLEN NOT = 8 OR WS-VAL(1:8) IS NOT NUMERIC
               MOVE "Y" TO WS-BAD
           ELSE
               MOVE WS-VAL(1:8) TO WS-DATE-NUM
               IF WS-DATE-NUM < 16010101
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "Y" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = "Y"
               MOVE "not a YYYYMMDD date" TO WS-PROBLEM
           END-IF
           .

       CHECK-MONTH.
           IF WS-VLEN NOT = 6 OR WS-VAL(1:6) IS NOT NUMERIC
               MOVE "Y" TO WS-BAD
           ELSE
               IF WS-VAL(1:4) < "1601"
                   OR WS-VAL(5:2) < "01" OR WS-VAL(5:2) > "12"
                   MOVE "Y" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = "Y"
               MOVE "not a YYYYMM month" TO WS-PROBLEM
           END-IF
           .

       CHECK-TIME.
           IF WS-VLEN NOT = 4 OR WS-VAL(1:4) IS NOT NUMERIC
               MOVE "Y" TO WS-BAD
           ELSE
               MOVE WS-VAL(1:2) TO WS-HH
               MOVE WS-VAL(3:2) TO WS-MM
               IF WS-HH > 23 OR WS-MM > 59
                   MOVE "Y" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = "Y"
               MOVE "not an HHMM time" TO WS-PROBLEM
           END-IF
           .

       CHECK-STAMP.
           *> YYYYMMDDhhmmss; a full CURRENT-DATE (hundredths and
           *> zone after it) is fine
           IF WS-VLEN < 14 OR WS-VAL(1:14) IS NOT NUMERIC
               MOVE "Y" TO WS-BAD
           ELSE
               MOVE WS-VAL(1:8) TO WS-DATE-NUM
               MOVE WS-VAL(9:2) TO WS-HH
               MOVE WS-VAL(11:2) TO WS-MM
               MOVE WS-VAL(13:2) TO WS-SS
               IF WS-DATE-NUM < 16010101
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   OR WS-HH > 23 OR WS-MM > 59 OR WS-SS > 59
                   MOVE "Y" TO WS-BAD
               END-IF
           END-IF
           IF WS-BAD = "Y"
               MOVE "not a YYYYMMDDhhmmss timestamp" TO WS-PROBLEM
           END-IF
           .

       CHECK-CODE.
           *> the field's first word must be on the list
           MOVE SPACES TO WS-WORD
           UNSTRING WS-VAL DELIMITED BY ALL SPACE INTO WS-WORD
           END-UNSTRING
           MOVE "Y" TO WS-BAD
           MOVE 1 TO WS-LIST-PTR
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-RU-ARG(WS-R))
               TO WS-ALEN
           PERFORM UNTIL WS-LIST-PTR > WS-ALEN OR WS-BAD = "N"
               MOVE SPACES TO WS-CODE
               UNSTRING WS-RU-ARG(WS-R)(1:WS-ALEN) DELIMITED BY ","
                   INTO WS-CODE
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-CODE = WS-WORD
                   MOVE "N" TO WS-BAD
               END-IF
           END-PERFORM
           IF WS-BAD = "Y"
               MOVE "not an allowed value" TO WS-PROBLEM
           END-IF
           .

       CHECK-CHARS.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-RU-ARG(WS-R))
               TO WS-ALEN
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-VLEN OR WS-BAD = "Y"
               MOVE WS-VAL(WS-I:1) TO WS-CH
               MOVE 0 TO WS-J
               INSPECT WS-RU-ARG(WS-R)(1:WS-ALEN) TALLYING WS-J
                   FOR ALL WS-CH
               IF WS-J = 0
                   MOVE "Y" TO WS-BAD
               END-IF
           END-PERFORM
           IF WS-BAD = "Y"
               MOVE SPACES TO WS-PROBLEM
               STRING "character '" WS-CH "' not allowed"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               END-STRING
           END-IF
           .

       CHECK-PATTERN.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-RU-ARG(WS-R))
               TO WS-ALEN
           IF WS-VLEN NOT = WS-ALEN
               MOVE "Y" TO WS-BAD
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ALEN OR WS-BAD = "Y"
               MOVE WS-VAL(WS-I:1) TO WS-CH
               EVALUATE WS-RU-ARG(WS-R)(WS-I:1)
                   WHEN "9"
                       IF WS-CH < "0" OR WS-CH > "9"
                           MOVE "Y" TO WS-BAD
                       END-IF
                   WHEN "A"
                       IF NOT ((WS-CH >= "A" AND WS-CH <= "Z")
                           OR (WS-CH >= "a" AND WS-CH <= "z"))
                           MOVE "Y" TO WS-BAD
                       END-IF
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       IF WS-CH NOT = WS-RU-ARG(WS-R)(WS-I:1)
                           MOVE "Y" TO WS-BAD
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-BAD = "Y"
               MOVE SPACES TO WS-PROBLEM
               STRING "does not match "
                      FUNCTION TRIM(WS-RU-ARG(WS-R))
                   DELIMITED BY SIZE INTO WS-PROBLEM
               END-STRING
           END-IF
           .

       CHECK-KEY.
           MOVE SPACES TO WS-KEY-NOW
           MOVE WS-R TO WS-CNT-OUT
           MOVE 1 TO WS-PTR
           STRING FUNCTION TRIM(WS-CNT-OUT) ":"
               DELIMITED BY SIZE INTO WS-KEY-NOW
               WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-RU-KEY-N(WS-R)
               MOVE WS-RU-K-FROM(WS-R, WS-K) TO WS-POS-FROM
               MOVE WS-RU-K-TO(WS-R, WS-K) TO WS-POS-TO
               PERFORM GET-FIELD-VALUE
               IF WS-K > 1
                   STRING "/" DELIMITED BY SIZE INTO WS-KEY-NOW
                       WITH POINTER WS-PTR
                   END-STRING
               END-IF
               IF WS-VLEN > 0
                   STRING WS-VAL(1:WS-VLEN) DELIMITED BY SIZE
                       INTO WS-KEY-NOW
                       WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM

           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-KEY-COUNT OR WS-HIT > 0
               IF WS-KEY-VAL(WS-I) = WS-KEY-NOW
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               MOVE WS-KEY-LINE(WS-HIT) TO WS-LINE-OUT
               MOVE SPACES TO WS-PROBLEM
               STRING "duplicate key, first on line "
                      FUNCTION TRIM(WS-LINE-OUT)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               END-STRING
               MOVE WS-KEY-NOW TO WS-VAL
               MOVE SPACES TO WS-KEY-NOW
               UNSTRING WS-VAL DELIMITED BY ":"
                   INTO WS-NAME-OUT WS-KEY-NOW
               END-UNSTRING
               MOVE WS-KEY-NOW TO WS-VAL
               MOVE "key" TO WS-NAME-OUT
               MOVE WS-RU-POS(WS-R) TO WS-POS-OUT
               PERFORM REPORT-DEFECT
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-COUNT >= MAX-KEYS
               MOVE "Y" TO WS-KEY-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-NOW TO WS-KEY-VAL(WS-KEY-COUNT)
           MOVE WS-LINE-NO TO WS-KEY-LINE(WS-KEY-COUNT)
           .

       REPORT-FIELD-DEFECT.
           MOVE WS-RU-NAME(WS-R) TO WS-NAME-OUT
           MOVE WS-RU-POS(WS-R) TO WS-POS-OUT
           PERFORM REPORT-DEFECT
           .

       REPORT-DEFECT.
           ADD 1 TO WS-FL-DEFECTS(WS-F)
           IF WS-FL-DEFECTS(WS-F) > MAX-SHOWN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-NO TO WS-LINE-OUT
           IF WS-VAL = SPACES
               DISPLAY FUNCTION TRIM(WS-DATA-NAME)
                   " line " FUNCTION TRIM(WS-LINE-OUT)
                   " " FUNCTION TRIM(WS-NAME-OUT)
                   " (" FUNCTION TRIM(WS-POS-OUT) "): "
                   FUNCTION TRIM(WS-PROBLEM)
           ELSE
               DISPLAY FUNCTION TRIM(WS-DATA-NAME)
                   " line " FUNCTION TRIM(WS-LINE-OUT)
                   " " FUNCTION TRIM(WS-NAME-OUT)
                   " (" FUNCTION TRIM(WS-POS-OUT) "): "
                   FUNCTION TRIM(WS-PROBLEM) " -- "
                   QUOTE FUNCTION TRIM(WS-VAL(1:40)) QUOTE
           END-IF
           .

       SHOW-VERDICT.
           MOVE WS-FL-RECS(WS-F) TO WS-CNT-OUT
           MOVE WS-FL-DEFECTS(WS-F) TO WS-CNT-2-OUT
           EVALUATE WS-FL-VERDICT(WS-F)
               WHEN "ABSENT"
                   DISPLAY "ABSENT   " WS-FL-NAME(WS-F)(1:24)
                       " not created yet"
               WHEN "CLEAN"
                   DISPLAY "CLEAN    " WS-FL-NAME(WS-F)(1:24)
                       WS-CNT-OUT " record(s)"
               WHEN OTHER
                   DISPLAY "DAMAGED  " WS-FL-NAME(WS-F)(1:24)
                       WS-CNT-OUT " record(s), "
                       FUNCTION TRIM(WS-CNT-2-OUT) " defect(s)"
           END-EVALUATE
           .

       LIST-UNLISTED-FILES.
           *> every plain <name>.dat at the root should have a layout;
           *> per-run outputs (gljournal.<n>.dat and the like) carry a
           *> second dot and are not registers
           MOVE SPACES TO WS-LIST-NAME
           STRING "/tmp/datacheck." WS-STAMP(1:16) ".lst"
               DELIMITED BY SIZE INTO WS-LIST-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "ls -1 | grep -E '^[A-Za-z0-9_-]+[.]dat$' > "
                  FUNCTION TRIM(WS-LIST-NAME) " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           MOVE "N" TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LS-FS = "00"
               PERFORM UNTIL EOF
                   READ LIST-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-ROOT-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "rm -f " FUNCTION TRIM(WS-LIST-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       TAKE-ONE-ROOT-FILE.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FILE-COUNT OR WS-HIT > 0
               IF WS-FL-NAME(WS-F) = LIST-REC(1:40)
                   MOVE WS-F TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               ADD 1 TO WS-UNLISTED
               DISPLAY "NO LAYOUT " FUNCTION TRIM(LIST-REC)
                   " -- add its layout to datalayouts.dat"
           END-IF
           .
