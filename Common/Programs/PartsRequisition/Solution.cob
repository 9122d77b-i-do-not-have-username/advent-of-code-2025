      *> ("Day 10/Puzzle 01/input.txt.workorders"). Run from the
      *> repository root; the requisition lands there as
      *> partsreq.txt.
      *>
      *> Each requisition line is priced from the storeroom's
      *> partprices.dat ("<part-number> <unit-cost>" lines) with an
      *> extended cost, and the run totals the parts cost the work
      *> orders themselves carry -- after a DAY10PART1 COST run that
      *> is the cheapest way to fix each machine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.

           SELECT PRICE-FILE
               ASSIGN TO "partprices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FS.

           SELECT REQ-FILE
               ASSIGN TO "partsreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05  WO-PRESSES           PIC 9(3).
           05  FILLER               PIC X.
           05  WO-BUTTONS           PIC X(600).
           05  FILLER               PIC X.
           05  WO-COST              PIC X(10).

       FD  MAP-FILE.
       01  MAP-REC                  PIC X(100).

       FD  PRICE-FILE.
       01  PRICE-REC                PIC X(100).

       FD  REQ-FILE.
       01  REQ-REC.
           05  RQ-PART              PIC X(20).
           05  FILLER               PIC X.
           05  RQ-QTY               PIC 9(9).
           05  FILLER               PIC X.
           05  RQ-UNIT-COST         PIC 9(7).99.
           05  FILLER               PIC X.
           05  RQ-EXT-COST          PIC 9(11).99.

       WORKING-STORAGE SECTION.
       78  MAX-MAPPINGS             VALUE 1000.
       01  WS-WO-FS                 PIC XX.
       01  WS-MAP-FS                PIC XX.
       01  WS-REQ-FS                PIC XX.
       01  WS-PRICE-FS              PIC XX.
       01  WS-PRICE-EOF             PIC X VALUE "N".
           88  PRICE-EOF                   VALUE "Y".
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-MAP-EOF               PIC X VALUE "N".
               10  WS-PART-NO       PIC X(20).
               10  WS-PART-TOTAL    PIC 9(9) COMP-5.

      *> storeroom unit prices
       01  WS-PRICE-COUNT           PIC 9(5) COMP-5 VALUE 0.
       01  WS-PRICE-TAB.
           05  WS-PRICE-ENT OCCURS 500 TIMES.
               10  WS-PRICE-PART    PIC X(20).
               10  WS-PRICE-UNIT    PIC 9(7)V99.
       01  WS-UNIT-COST             PIC 9(7)V99.
       01  WS-EXT-COST              PIC 9(11)V99.
       01  WS-REQ-COST              PIC 9(11)V99 VALUE 0.
       01  WS-ORDER-COST            PIC 9(11)V99 VALUE 0.
       01  WS-UNPRICED              PIC 9(5) COMP-5 VALUE 0.
       01  WS-COST-OUT              PIC Z(10)9.99.

       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-P                     PIC 9(5) COMP-5.
       01  WS-HIT                   PIC 9(5) COMP-5.
               STOP RUN
           END-IF

           PERFORM LOAD-PART-PRICES

           MOVE "N" TO WS-EOF
           OPEN INPUT WO-FILE
           IF WS-WO-FS NOT = "00"
           END-IF
           .

       LOAD-PART-PRICES.
           *> No price list simply leaves the cost columns at zero.
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-EOF
               READ PRICE-FILE INTO WS-LINE
                   AT END
                       SET PRICE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRICE
               END-READ
           END-PERFORM
           CLOSE PRICE-FILE
           .

       LOAD-ONE-PRICE.
           CALL "linecleanup" USING WS-LINE BY CONTENT "B"
           IF WS-LINE = SPACES OR WS-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PART-STR
           MOVE SPACES TO WS-QTY-STR
           UNSTRING WS-LINE DELIMITED BY ALL SPACE
               INTO WS-PART-STR WS-QTY-STR
           END-UNSTRING
           IF WS-QTY-STR = SPACES
               DISPLAY "WARNING: bad price line '"
                   FUNCTION TRIM(WS-LINE) "' ignored"
               EXIT PARAGRAPH
           END-IF
           IF WS-PRICE-COUNT >= MAX-PARTS
               DISPLAY "WARNING: more than " MAX-PARTS
                   " prices -- rest ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRICE-COUNT
           MOVE WS-PART-STR TO WS-PRICE-PART(WS-PRICE-COUNT)
           COMPUTE WS-PRICE-UNIT(WS-PRICE-COUNT) =
               FUNCTION NUMVAL(WS-QTY-STR)
           .

       ROLL-UP-ONE-ORDER.
           IF WO-LINE-NO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDERS
           IF FUNCTION TRIM(WO-COST) NOT = SPACES
               COMPUTE WS-ORDER-COST = WS-ORDER-COST
                   + FUNCTION NUMVAL(WO-COST)
           END-IF

           *> Each button listed on the order is one press; its
           *> mapped parts accumulate at their per-press quantities.
               FUNCTION TRIM(WS-WO-NAME) "):"
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PART-COUNT
               PERFORM FIND-UNIT-COST
               COMPUTE WS-EXT-COST =
                   WS-PART-TOTAL(WS-I) * WS-UNIT-COST
               ADD WS-EXT-COST TO WS-REQ-COST
               MOVE SPACES TO REQ-REC
               MOVE WS-PART-NO(WS-I)    TO RQ-PART
               MOVE WS-PART-TOTAL(WS-I) TO RQ-QTY
               MOVE WS-UNIT-COST        TO RQ-UNIT-COST
               MOVE WS-EXT-COST         TO RQ-EXT-COST
               WRITE REQ-REC
               MOVE WS-PART-TOTAL(WS-I) TO WS-QTY-OUT
               MOVE WS-EXT-COST TO WS-COST-OUT
               DISPLAY "  " WS-PART-NO(WS-I) " x "
                   FUNCTION TRIM(WS-QTY-OUT) "  cost "
                   FUNCTION TRIM(WS-COST-OUT)
           END-PERFORM

           CLOSE REQ-FILE
           DISPLAY "REQUISITION FILE: partsreq.txt ("
               WS-ORDERS " order(s), " WS-PART-COUNT
               " part(s), " WS-UNMAPPED " unmapped press(es))"
           MOVE WS-REQ-COST TO WS-COST-OUT
           DISPLAY "REQUISITION COST: " FUNCTION TRIM(WS-COST-OUT)
               " (" WS-UNPRICED " part(s) with no price on file)"
           MOVE WS-ORDER-COST TO WS-COST-OUT
           DISPLAY "WORK-ORDER PARTS COST: "
               FUNCTION TRIM(WS-COST-OUT)
           .

       FIND-UNIT-COST.
           *> WS-I indexes the requisition row being priced.
           MOVE 0 TO WS-UNIT-COST
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRICE-COUNT OR WS-HIT > 0
               IF WS-PRICE-PART(WS-P) = WS-PART-NO(WS-I)
                   MOVE WS-PRICE-UNIT(WS-P) TO WS-UNIT-COST
                   MOVE 1 TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               ADD 1 TO WS-UNPRICED
           END-IF
           .
