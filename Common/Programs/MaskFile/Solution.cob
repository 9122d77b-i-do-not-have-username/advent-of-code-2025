       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskfile.

      *> Recipient-level masking for the files that leave the
      *> building. recipients.dat sends the same outputs to the floor
      *> crew, dispatch, the depots, and outside planners; some of
      *> those files carry invalid serial numbers, depot contacts,
      *> and parcel coordinates most of them have no business seeing.
      *> maskpolicy.dat at the repository root says, per recipient
      *> and output type, which fields are masked and how:
      *>
      *>   <recipient> <output-type> <field> <action>
      *>
      *>   recipient    a recipients.dat name, or ALL for everyone
      *>   output-type  the trailing part of the file name
      *>                ("rejects", "depotmaster.dat", "results.csv")
      *>   field        cols:<from>-<to>   fixed columns (<to> may be
      *>                                   left off: to end of line)
      *>                csv:<n>            n-th comma-delimited field
      *>                pipe:<n>           n-th "|"-delimited field
      *>   action       PARTIAL  all but the last four letters and
      *>                         digits starred out (partial serial)
      *>                HASH     replaced by a stable hashed ID, so
      *>                         the same value still lines up from
      *>                         night to night
      *>                DROP     the column removed altogether
      *>                CLEAR    sent as-is -- a named recipient's
      *>                         exception to an ALL rule
      *>
      *> A rule naming the recipient wins over the ALL rule for the
      *> same output type and field. Lifting a PARTIAL back to full
      *> serials is the one exception that is policed: only the
      *> recipients in siteparams key MASK-CLEAR-RECIPIENTS (a comma
      *> list, default "fraud") may have it, and anyone else's CLEAR
      *> over a PARTIAL is refused with a warning and the serials go
      *> out partial. Siteparams key MASK-HASH-SALT seeds the hash.
      *>
      *> The ok flag comes back
      *>   Y  the masked copy is written to the destination and the
      *>      summary lists what was masked (for the cover page)
      *>   N  no rule masks anything in this file for this recipient;
      *>      nothing is written and the caller copies as usual
      *>   E  the file could not be masked; nothing is written and
      *>      the caller must withhold the file, never send it raw
      *> A "*" comment line in a root data file passes through as
      *> it stands, and the header row of a .csv file keeps its
      *> column names (only its DROPs are applied, to keep it lined
      *> up with the rows). Callers run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO "maskpolicy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PF-FS.

           SELECT SOURCE-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-FS.

           SELECT DEST-FILE
               ASSIGN TO DYNAMIC WS-DEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       01  POLICY-REC               PIC X(200).

      *> sized to the widest line a distributed file carries (the
      *> reject files' raw lines)
       FD  SOURCE-FILE.
       01  SOURCE-REC               PIC X(200100).

       FD  DEST-FILE.
       01  DEST-REC                 PIC X(200100).

       WORKING-STORAGE SECTION.
       78  MAX-RULES                VALUE 200.
       78  LINE-MAX                 VALUE 200100.

       01  WS-PF-FS                 PIC XX.
       01  WS-SF-FS                 PIC XX.
       01  WS-DF-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-LOADED                PIC X VALUE "N".
           88  POLICY-LOADED               VALUE "Y".
       01  WS-HAVE-POLICY           PIC X VALUE "N".
           88  HAVE-POLICY                 VALUE "Y".
       01  WS-CSV-SOURCE            PIC X.
           88  CSV-SOURCE                  VALUE "Y".
       01  WS-HEADER-LINE           PIC X.
           88  HEADER-LINE                 VALUE "Y".

       01  WS-SOURCE-NAME           PIC X(300).
       01  WS-DEST-NAME             PIC X(300).
       01  WS-POL-LINE-NO           PIC 9(5) COMP-5 VALUE 0.
       01  WS-LINE-OUT              PIC Z(4)9.

       01  WS-T1                    PIC X(60).
       01  WS-T2                    PIC X(60).
       01  WS-T3                    PIC X(60).
       01  WS-T4                    PIC X(60).
       01  WS-T5                    PIC X(60).
       01  WS-FROM-TXT              PIC X(10).
       01  WS-TO-TXT                PIC X(10).
       01  WS-VALID                 PIC X.

      *> the policy as loaded
       01  WS-RULE-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-RULE-TAB.
           05  WS-RULE OCCURS 200 TIMES.
               10  WS-R-RECIP       PIC X(30).
               10  WS-R-TYPE        PIC X(60).
               10  WS-R-FIELD       PIC X(20).
               10  WS-R-KIND        PIC X.
                   88  R-COLS              VALUE "C".
                   88  R-DELIMITED         VALUE "D".
               10  WS-R-DELIM       PIC X.
               10  WS-R-FROM        PIC 9(6) COMP-5.
               10  WS-R-TO          PIC 9(6) COMP-5.
               10  WS-R-NUM         PIC 9(4) COMP-5.
               10  WS-R-ACTION      PIC X(8).

      *> the rules in force for this recipient and file, in the
      *> order they are applied: fixed columns right to left, then
      *> delimited fields right to left, so a DROP never moves a
      *> field still to be masked
       01  WS-E-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01  WS-E-TAB.
           05  WS-E OCCURS 200 TIMES.
               10  WS-E-RULE        PIC 9(4) COMP-5.
               10  WS-E-ACTION      PIC X(8).
               10  WS-E-SORT        PIC 9(8) COMP-5.
       01  WS-E-SWAP                PIC X(14).
       01  WS-R                     PIC 9(4) COMP-5.
       01  WS-E-IX                  PIC 9(4) COMP-5.
       01  WS-K                     PIC 9(4) COMP-5.
       01  WS-FOUND                 PIC 9(4) COMP-5.

       01  WS-FILE-LEN              PIC 9(4) COMP-5.
       01  WS-TYPE-LEN              PIC 9(4) COMP-5.
       01  WS-MATCH                 PIC X.

       01  WS-CLEAR-LIST            PIC X(40) VALUE "fraud".
       01  WS-CLEAR-OK              PIC X.
       01  WS-CL-TOKEN              PIC X(30).
       01  WS-CL-PTR                PIC 9(4) COMP-5.
       01  WS-SALT                  PIC X(40) VALUE SPACES.
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> line being masked
       01  WS-LINE                  PIC X(200100).
       01  WS-WORK                  PIC X(200100).
       01  WS-LEN                   PIC 9(9) COMP-5.
       01  WS-S                     PIC 9(9) COMP-5.
       01  WS-E-POS                 PIC 9(9) COMP-5.
       01  WS-CS                    PIC 9(9) COMP-5.
       01  WS-CE                    PIC 9(9) COMP-5.
       01  WS-LN                    PIC 9(9) COMP-5.
       01  WS-P                     PIC 9(9) COMP-5.
       01  WS-FLD                   PIC 9(4) COMP-5.
       01  WS-HIT                   PIC X.
       01  WS-WIDTH                 PIC 9(9) COMP-5.
       01  WS-CUT-FROM              PIC 9(9) COMP-5.
       01  WS-CUT-TO                PIC 9(9) COMP-5.
       01  WS-INSERT                PIC X(12).
       01  WS-INSERT-LEN            PIC 9(4) COMP-5.
       01  WS-WP                    PIC 9(9) COMP-5.

       01  WS-HASH                  PIC S9(18) COMP-5.
       01  WS-HASH-DIGITS           PIC 9(9).
       01  WS-HASH-TEXT             PIC X(10).
       01  WS-CH                    PIC X.

       LINKAGE SECTION.
       01  LK-RECIPIENT             PIC X(30).
       01  LK-SOURCE                PIC X(300).
       01  LK-DEST                  PIC X(300).
       01  LK-SUMMARY               PIC X(200).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-RECIPIENT LK-SOURCE LK-DEST
               LK-SUMMARY LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           MOVE SPACES TO LK-SUMMARY
           IF NOT POLICY-LOADED
               PERFORM LOAD-POLICY
           END-IF
           IF WS-RULE-COUNT = 0
               GOBACK
           END-IF

           PERFORM SELECT-RULES-IN-FORCE
           IF WS-E-COUNT = 0
               GOBACK
           END-IF
           PERFORM ORDER-RULES-IN-FORCE

           MOVE LK-SOURCE TO WS-SOURCE-NAME
           MOVE LK-DEST TO WS-DEST-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SF-FS NOT = "00"
               MOVE "E" TO LK-OK
               GOBACK
           END-IF
           OPEN OUTPUT DEST-FILE
           IF WS-DF-FS NOT = "00"
               CLOSE SOURCE-FILE
               MOVE "E" TO LK-OK
               GOBACK
           END-IF

           MOVE "N" TO WS-CSV-SOURCE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-SOURCE TRAILING))
               TO WS-FILE-LEN
           IF WS-FILE-LEN > 4
               IF FUNCTION LOWER-CASE(LK-SOURCE(WS-FILE-LEN - 3:4))
                       = ".csv"
                   SET CSV-SOURCE TO TRUE
               END-IF
           END-IF
           MOVE WS-CSV-SOURCE TO WS-HEADER-LINE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SOURCE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM MASK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE DEST-FILE
           IF WS-DF-FS NOT = "00"
               MOVE "E" TO LK-OK
               GOBACK
           END-IF

           PERFORM BUILD-SUMMARY
           MOVE "Y" TO LK-OK
           GOBACK
           .

       LOAD-POLICY.
           SET POLICY-LOADED TO TRUE

           MOVE "MASK-CLEAR-RECIPIENTS" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SP-VALUE))
                   TO WS-CLEAR-LIST
           END-IF
           MOVE "MASK-HASH-SALT" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               MOVE WS-SP-VALUE TO WS-SALT
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT POLICY-FILE
           IF WS-PF-FS NOT = "00"
               DISPLAY "WARNING: maskpolicy.dat not found -- "
                   "nothing is masked"
               EXIT PARAGRAPH
           END-IF
           SET HAVE-POLICY TO TRUE
           PERFORM UNTIL EOF
               READ POLICY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POL-LINE-NO
                       PERFORM LOAD-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           .

       LOAD-ONE-RULE.
           IF POLICY-REC = SPACES OR POLICY-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           UNSTRING POLICY-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5
           END-UNSTRING
           MOVE "Y" TO WS-VALID
           IF WS-T4 = SPACES OR WS-T5 NOT = SPACES
               MOVE "N" TO WS-VALID
           END-IF
           IF WS-RULE-COUNT >= MAX-RULES
               DISPLAY "WARNING: more than " MAX-RULES
                   " masking rules -- the rest are ignored"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE FUNCTION LOWER-CASE(WS-T1) TO WS-R-RECIP(WS-RULE-COUNT)
           MOVE WS-T2 TO WS-R-TYPE(WS-RULE-COUNT)
           MOVE FUNCTION LOWER-CASE(WS-T3)
               TO WS-R-FIELD(WS-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-T4)
               TO WS-R-ACTION(WS-RULE-COUNT)
           MOVE 0 TO WS-R-FROM(WS-RULE-COUNT) WS-R-TO(WS-RULE-COUNT)
               WS-R-NUM(WS-RULE-COUNT)
           MOVE SPACE TO WS-R-DELIM(WS-RULE-COUNT)

           EVALUATE TRUE
               WHEN WS-R-FIELD(WS-RULE-COUNT)(1:5) = "cols:"
                   SET R-COLS(WS-RULE-COUNT) TO TRUE
                   MOVE SPACES TO WS-FROM-TXT WS-TO-TXT
                   UNSTRING WS-R-FIELD(WS-RULE-COUNT)(6:)
                       DELIMITED BY "-"
                       INTO WS-FROM-TXT WS-TO-TXT
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-FROM-TXT) IS NUMERIC
                       COMPUTE WS-R-FROM(WS-RULE-COUNT) =
                           FUNCTION NUMVAL(WS-FROM-TXT)
                   END-IF
                   IF WS-TO-TXT NOT = SPACES
                       IF FUNCTION TRIM(WS-TO-TXT) IS NUMERIC
                           COMPUTE WS-R-TO(WS-RULE-COUNT) =
                               FUNCTION NUMVAL(WS-TO-TXT)
                       END-IF
                       IF WS-R-TO(WS-RULE-COUNT) = 0
                           OR WS-R-TO(WS-RULE-COUNT) <
                              WS-R-FROM(WS-RULE-COUNT)
                           MOVE "N" TO WS-VALID
                       END-IF
                   END-IF
                   IF WS-R-FROM(WS-RULE-COUNT) = 0
                       OR WS-R-FROM(WS-RULE-COUNT) > LINE-MAX
                       OR WS-R-TO(WS-RULE-COUNT) > LINE-MAX
                       MOVE "N" TO WS-VALID
                   END-IF
               WHEN WS-R-FIELD(WS-RULE-COUNT)(1:4) = "csv:"
                   SET R-DELIMITED(WS-RULE-COUNT) TO TRUE
                   MOVE "," TO WS-R-DELIM(WS-RULE-COUNT)
                   MOVE WS-R-FIELD(WS-RULE-COUNT)(5:) TO WS-FROM-TXT
                   PERFORM LOAD-FIELD-NUMBER
               WHEN WS-R-FIELD(WS-RULE-COUNT)(1:5) = "pipe:"
                   SET R-DELIMITED(WS-RULE-COUNT) TO TRUE
                   MOVE "|" TO WS-R-DELIM(WS-RULE-COUNT)
                   MOVE WS-R-FIELD(WS-RULE-COUNT)(6:) TO WS-FROM-TXT
                   PERFORM LOAD-FIELD-NUMBER
               WHEN OTHER
                   MOVE "N" TO WS-VALID
           END-EVALUATE

           IF WS-R-ACTION(WS-RULE-COUNT) NOT = "PARTIAL"
               AND WS-R-ACTION(WS-RULE-COUNT) NOT = "HASH"
               AND WS-R-ACTION(WS-RULE-COUNT) NOT = "DROP"
               AND WS-R-ACTION(WS-RULE-COUNT) NOT = "CLEAR"
               MOVE "N" TO WS-VALID
           END-IF

           IF WS-VALID NOT = "Y"
               MOVE WS-POL-LINE-NO TO WS-LINE-OUT
               DISPLAY "WARNING: maskpolicy.dat line "
                   FUNCTION TRIM(WS-LINE-OUT)
                   " not understood -- ignored"
               SUBTRACT 1 FROM WS-RULE-COUNT
           END-IF
           .

       LOAD-FIELD-NUMBER.
           IF FUNCTION TRIM(WS-FROM-TXT) IS NUMERIC
               COMPUTE WS-R-NUM(WS-RULE-COUNT) =
                   FUNCTION NUMVAL(WS-FROM-TXT)
           END-IF
           IF WS-R-NUM(WS-RULE-COUNT) = 0
               MOVE "N" TO WS-VALID
           END-IF
           .

       SELECT-RULES-IN-FORCE.
           MOVE 0 TO WS-E-COUNT
           *> the recipient's own rules first ...
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-COUNT
               IF WS-R-RECIP(WS-R) =
                       FUNCTION LOWER-CASE(LK-RECIPIENT)
                   PERFORM CHECK-TYPE-MATCH
                   IF WS-MATCH = "Y"
                       ADD 1 TO WS-E-COUNT
                       MOVE WS-R TO WS-E-RULE(WS-E-COUNT)
                       MOVE WS-R-ACTION(WS-R) TO WS-E-ACTION(WS-E-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           *> ... then everyone's, where the recipient has no rule of
           *> its own for that output type and field
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-RULE-COUNT
               IF WS-R-RECIP(WS-R) = "all"
                   PERFORM CHECK-TYPE-MATCH
                   IF WS-MATCH = "Y"
                       PERFORM MERGE-EVERYONE-RULE
                   END-IF
               END-IF
           END-PERFORM

           *> CLEAR entries have done their work (overriding); they
           *> mask nothing
           MOVE 0 TO WS-K
           PERFORM VARYING WS-E-IX FROM 1 BY 1
                   UNTIL WS-E-IX > WS-E-COUNT
               IF WS-E-ACTION(WS-E-IX) NOT = "CLEAR"
                   ADD 1 TO WS-K
                   MOVE WS-E(WS-E-IX) TO WS-E(WS-K)
               END-IF
           END-PERFORM
           MOVE WS-K TO WS-E-COUNT
           .

       MERGE-EVERYONE-RULE.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-E-IX FROM 1 BY 1
                   UNTIL WS-E-IX > WS-E-COUNT OR WS-FOUND > 0
               IF WS-R-TYPE(WS-E-RULE(WS-E-IX)) = WS-R-TYPE(WS-R)
                   AND WS-R-FIELD(WS-E-RULE(WS-E-IX)) =
                       WS-R-FIELD(WS-R)
                   MOVE WS-E-IX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               IF WS-E-COUNT < MAX-RULES
                   ADD 1 TO WS-E-COUNT
                   MOVE WS-R TO WS-E-RULE(WS-E-COUNT)
                   MOVE WS-R-ACTION(WS-R) TO WS-E-ACTION(WS-E-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           *> full serials go to the clear-list recipients only
           IF WS-E-ACTION(WS-FOUND) = "CLEAR"
               AND WS-R-ACTION(WS-R) = "PARTIAL"
               PERFORM CHECK-CLEAR-RECIPIENT
               IF WS-CLEAR-OK NOT = "Y"
                   DISPLAY "WARNING: maskpolicy.dat gives "
                       FUNCTION TRIM(LK-RECIPIENT) " full "
                       FUNCTION TRIM(WS-R-TYPE(WS-R)) " "
                       FUNCTION TRIM(WS-R-FIELD(WS-R))
                       " -- refused, sent PARTIAL"
                   MOVE "PARTIAL" TO WS-E-ACTION(WS-FOUND)
               END-IF
           END-IF
           .

       CHECK-CLEAR-RECIPIENT.
           MOVE "N" TO WS-CLEAR-OK
           MOVE 1 TO WS-CL-PTR
           PERFORM UNTIL WS-CL-PTR > 40 OR WS-CLEAR-OK = "Y"
               MOVE SPACES TO WS-CL-TOKEN
               UNSTRING WS-CLEAR-LIST DELIMITED BY ","
                   INTO WS-CL-TOKEN
                   WITH POINTER WS-CL-PTR
               END-UNSTRING
               IF WS-CL-TOKEN NOT = SPACES
                   AND FUNCTION TRIM(WS-CL-TOKEN) =
                       FUNCTION LOWER-CASE(FUNCTION TRIM(LK-RECIPIENT))
                   MOVE "Y" TO WS-CLEAR-OK
               END-IF
           END-PERFORM
           .

       CHECK-TYPE-MATCH.
           *> The output type is the tail of the file name, taken at
           *> a "." or "/" boundary ("rejects" fits input.txt.rejects,
           *> not input.txt.subrejects).
           MOVE "N" TO WS-MATCH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-SOURCE TRAILING))
               TO WS-FILE-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-R-TYPE(WS-R) TRAILING))
               TO WS-TYPE-LEN
           IF WS-TYPE-LEN > WS-FILE-LEN
               EXIT PARAGRAPH
           END-IF
           IF LK-SOURCE(WS-FILE-LEN - WS-TYPE-LEN + 1:WS-TYPE-LEN)
                   NOT = WS-R-TYPE(WS-R)(1:WS-TYPE-LEN)
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-LEN = WS-FILE-LEN
               MOVE "Y" TO WS-MATCH
               EXIT PARAGRAPH
           END-IF
           IF LK-SOURCE(WS-FILE-LEN - WS-TYPE-LEN:1) = "."
               OR LK-SOURCE(WS-FILE-LEN - WS-TYPE-LEN:1) = "/"
               MOVE "Y" TO WS-MATCH
           END-IF
           .

       ORDER-RULES-IN-FORCE.
           PERFORM VARYING WS-E-IX FROM 1 BY 1
                   UNTIL WS-E-IX > WS-E-COUNT
               MOVE WS-E-RULE(WS-E-IX) TO WS-R
               IF R-COLS(WS-R)
                   COMPUTE WS-E-SORT(WS-E-IX) =
                       20000000 + WS-R-FROM(WS-R)
               ELSE
                   COMPUTE WS-E-SORT(WS-E-IX) =
                       10000000 + WS-R-NUM(WS-R)
               END-IF
           END-PERFORM
           *> a handful of rules: a plain exchange sort, highest first
           PERFORM VARYING WS-E-IX FROM 1 BY 1
                   UNTIL WS-E-IX >= WS-E-COUNT
               PERFORM VARYING WS-K FROM WS-E-IX BY 1
                       UNTIL WS-K > WS-E-COUNT
                   IF WS-E-SORT(WS-K) > WS-E-SORT(WS-E-IX)
                       MOVE WS-E(WS-K) TO WS-E-SWAP
                       MOVE WS-E(WS-E-IX) TO WS-E(WS-K)
                       MOVE WS-E-SWAP TO WS-E(WS-E-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       MASK-ONE-LINE.
           MOVE SOURCE-REC TO WS-LINE
           MOVE FUNCTION STORED-CHAR-LENGTH(SOURCE-REC) TO WS-LEN
           IF SOURCE-REC(1:1) NOT = "*"
               PERFORM VARYING WS-E-IX FROM 1 BY 1
                       UNTIL WS-E-IX > WS-E-COUNT
                   MOVE WS-E-RULE(WS-E-IX) TO WS-R
                   IF NOT HEADER-LINE
                       OR WS-E-ACTION(WS-E-IX) = "DROP"
                       PERFORM APPLY-ONE-RULE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-HEADER-LINE
           IF WS-LEN = 0
               MOVE SPACES TO DEST-REC
           ELSE
               MOVE WS-LINE(1:WS-LEN) TO DEST-REC
           END-IF
           WRITE DEST-REC
           .

       APPLY-ONE-RULE.
           *> Locate the field: WS-S..WS-E-POS is the whole field,
           *> WS-CS..WS-CE its content (inside any CSV quotes).
           MOVE 0 TO WS-WIDTH
           IF R-COLS(WS-R)
               MOVE WS-R-FROM(WS-R) TO WS-S
               IF WS-S > WS-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-R-TO(WS-R) = 0 OR WS-R-TO(WS-R) > WS-LEN
                   MOVE WS-LEN TO WS-E-POS
               ELSE
                   MOVE WS-R-TO(WS-R) TO WS-E-POS
               END-IF
               IF WS-R-TO(WS-R) > 0
                   COMPUTE WS-WIDTH = WS-R-TO(WS-R) - WS-S + 1
               END-IF
           ELSE
               PERFORM FIND-DELIMITED-FIELD
               IF WS-HIT NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-S TO WS-CS
           MOVE WS-E-POS TO WS-CE
           IF R-DELIMITED(WS-R) AND WS-E-POS > WS-S
               IF WS-LINE(WS-S:1) = QUOTE
                   AND WS-LINE(WS-E-POS:1) = QUOTE
                   ADD 1 TO WS-CS
                   SUBTRACT 1 FROM WS-CE
               END-IF
           END-IF

           EVALUATE WS-E-ACTION(WS-E-IX)
               WHEN "PARTIAL"
                   PERFORM MASK-PARTIAL
               WHEN "HASH"
                   PERFORM MASK-HASH
               WHEN "DROP"
                   PERFORM MASK-DROP
           END-EVALUATE
           .

       FIND-DELIMITED-FIELD.
           MOVE "N" TO WS-HIT
           MOVE 1 TO WS-FLD
           MOVE 1 TO WS-S
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-LEN OR WS-HIT = "Y"
               IF WS-LINE(WS-P:1) = WS-R-DELIM(WS-R)
                   IF WS-FLD = WS-R-NUM(WS-R)
                       COMPUTE WS-E-POS = WS-P - 1
                       MOVE "Y" TO WS-HIT
                   ELSE
                       ADD 1 TO WS-FLD
                       COMPUTE WS-S = WS-P + 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT NOT = "Y" AND WS-FLD = WS-R-NUM(WS-R)
               MOVE WS-LEN TO WS-E-POS
               MOVE "Y" TO WS-HIT
           END-IF
           .

       MASK-PARTIAL.
           *> last four letters/digits of the value stay readable
           MOVE 0 TO WS-LN
           PERFORM VARYING WS-P FROM WS-CE BY -1
                   UNTIL WS-P < WS-CS OR WS-LN > 0
               IF WS-LINE(WS-P:1) NOT = SPACE
                   MOVE WS-P TO WS-LN
               END-IF
           END-PERFORM
           IF WS-LN < WS-CS + 4
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-P FROM WS-CS BY 1
                   UNTIL WS-P > WS-LN - 4
               MOVE WS-LINE(WS-P:1) TO WS-CH
               IF WS-CH IS NUMERIC
                   OR (WS-CH IS ALPHABETIC AND WS-CH NOT = SPACE)
                   MOVE "*" TO WS-LINE(WS-P:1)
               END-IF
           END-PERFORM
           .

       MASK-HASH.
           MOVE 0 TO WS-LN
           PERFORM VARYING WS-P FROM WS-CE BY -1
                   UNTIL WS-P < WS-CS OR WS-LN > 0
               IF WS-LINE(WS-P:1) NOT = SPACE
                   MOVE WS-P TO WS-LN
               END-IF
           END-PERFORM
           IF WS-LN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > FUNCTION LENGTH(FUNCTION TRIM(WS-SALT))
                      OR WS-SALT = SPACES
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                   + FUNCTION ORD(WS-SALT(WS-P:1)), 999999937)
           END-PERFORM
           PERFORM VARYING WS-P FROM WS-CS BY 1 UNTIL WS-P > WS-LN
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                   + FUNCTION ORD(WS-LINE(WS-P:1)), 999999937)
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-DIGITS
           MOVE SPACES TO WS-HASH-TEXT
           STRING "H" WS-HASH-DIGITS DELIMITED BY SIZE
               INTO WS-HASH-TEXT
           END-STRING

           IF WS-WIDTH > 0
               *> a fixed-column field keeps its width
               MOVE SPACES TO WS-LINE(WS-S:WS-E-POS - WS-S + 1)
               IF WS-WIDTH < 10
                   MOVE WS-HASH-TEXT(1:WS-WIDTH)
                       TO WS-LINE(WS-S:WS-E-POS - WS-S + 1)
               ELSE
                   MOVE WS-HASH-TEXT
                       TO WS-LINE(WS-S:WS-E-POS - WS-S + 1)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS TO WS-CUT-FROM
           MOVE WS-LN TO WS-CUT-TO
           MOVE WS-HASH-TEXT TO WS-INSERT
           MOVE 10 TO WS-INSERT-LEN
           PERFORM SPLICE-LINE
           .

       MASK-DROP.
           MOVE WS-S TO WS-CUT-FROM
           MOVE WS-E-POS TO WS-CUT-TO
           IF R-DELIMITED(WS-R)
               *> the field goes with one of its delimiters
               IF WS-E-POS < WS-LEN
                   ADD 1 TO WS-CUT-TO
               ELSE
                   IF WS-S > 1
                       SUBTRACT 1 FROM WS-CUT-FROM
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-INSERT
           MOVE 0 TO WS-INSERT-LEN
           PERFORM SPLICE-LINE
           .

       SPLICE-LINE.
           *> WS-LINE(WS-CUT-FROM:..WS-CUT-TO) replaced by the first
           *> WS-INSERT-LEN bytes of WS-INSERT
           IF WS-CUT-TO < WS-CUT-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WORK
           MOVE 1 TO WS-WP
           IF WS-CUT-FROM > 1
               MOVE WS-LINE(1:WS-CUT-FROM - 1) TO WS-WORK
               MOVE WS-CUT-FROM TO WS-WP
           END-IF
           IF WS-INSERT-LEN > 0
               MOVE WS-INSERT(1:WS-INSERT-LEN)
                   TO WS-WORK(WS-WP:WS-INSERT-LEN)
               ADD WS-INSERT-LEN TO WS-WP
           END-IF
           IF WS-CUT-TO < WS-LEN
               MOVE WS-LINE(WS-CUT-TO + 1:WS-LEN - WS-CUT-TO)
                   TO WS-WORK(WS-WP:WS-LEN - WS-CUT-TO)
               COMPUTE WS-WP = WS-WP + WS-LEN - WS-CUT-TO
           END-IF
           MOVE WS-WORK TO WS-LINE
           COMPUTE WS-LEN = WS-WP - 1
           .

       BUILD-SUMMARY.
           MOVE SPACES TO LK-SUMMARY
           MOVE 1 TO WS-WP
           PERFORM VARYING WS-E-IX FROM WS-E-COUNT BY -1
                   UNTIL WS-E-IX < 1
               MOVE WS-E-RULE(WS-E-IX) TO WS-R
               IF WS-WP > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO LK-SUMMARY WITH POINTER WS-WP
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-R-FIELD(WS-R)) " "
                      FUNCTION TRIM(WS-E-ACTION(WS-E-IX))
                   DELIMITED BY SIZE
                   INTO LK-SUMMARY WITH POINTER WS-WP
               END-STRING
           END-PERFORM
           .
