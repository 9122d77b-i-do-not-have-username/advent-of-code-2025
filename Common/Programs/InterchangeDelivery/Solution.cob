       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ixdeliver.

      *> Delivery of interchange.dat to its subscribers -- the
      *> downstream systems registered in ixsubscribers.dat -- by
      *> read cursor instead of each of them re-reading the whole
      *> file by its own rules:
      *>
      *>   ixdeliver DELIVER [subscriber]
      *>   ixdeliver CONFIRM <subscriber> <trailer-seq>
      *>   ixdeliver LAG
      *>
      *> DELIVER hands each subscriber (or the one named) the
      *> records after its cursor, as whole batches only: each batch
      *> is checked against its #TRAILER record (interchgtrailer's
      *> count of the data records since the trailer before), and
      *> the delivery stops at the last trailer whose count agrees.
      *> Records after the last trailer wait for their batch to be
      *> certified; a trailer whose count disagrees stops delivery
      *> there with an error. The records go, exactly as they stand
      *> in interchange.dat, to ixdelivery/<subscriber>/<stamp>.dat.
      *> The cursor does not move on delivery: until the subscriber
      *> CONFIRMs the trailer sequence number it took in, every
      *> DELIVER hands it the same records again (plus any new
      *> batches). CONFIRM moves the cursor to that trailer; it must
      *> be a trailer in interchange.dat already delivered to the
      *> subscriber. LAG lists each subscriber's cursor and how many
      *> certified batches it is behind, flagging BEHIND past its
      *> limit (ixsubscribers.dat, or siteparams IX-LAG-BATCHES,
      *> default 2). The cursors live on ixcursor.dat through
      *> ixcursor (see Common/Programs/InterchangeCursor), which
      *> housekeep also asks before it rolls interchange.dat.
      *> Exit 0; 4 when LAG finds a subscriber behind; 8 for a bad
      *> argument, an unknown subscriber, a refused confirmation or
      *> a trailer count that disagrees; 12 when ixsubscribers.dat
      *> is missing; 20 when a delivery file cannot be written. Run
      *> from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE
               ASSIGN TO "ixsubscribers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FS.

           SELECT INTERCHANGE-FILE
               ASSIGN TO "interchange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

           SELECT DELIVERY-FILE
               ASSIGN TO DYNAMIC WS-DLV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-REC                  PIC X(200).

       FD  INTERCHANGE-FILE.
       01  INTERCHANGE-REC.
           05  IX-PROGRAM-ID        PIC X(20).
           05  IX-INPUT-FILE        PIC X(100).
           05  IX-RESULT            PIC X(40).
           05  IX-TIMESTAMP         PIC X(21).
           05  IX-RUN-ID            PIC X(15).
           05  FILLER               PIC X(4).
           05  IX-SEQ               PIC 9(9).

       FD  DELIVERY-FILE.
       01  DELIVERY-REC             PIC X(209).

       WORKING-STORAGE SECTION.
       78  MAX-SUBSCRIBERS          VALUE 20.

       01  WS-SUB-FS                PIC XX.
       01  WS-IX-FS                 PIC XX.
       01  WS-DLV-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(20).
       01  WS-ARG3                  PIC X(20).
       01  WS-MODE                  PIC X(10).
       01  WS-STAMP                 PIC X(21).
       01  WS-DLV-NAME              PIC X(120) VALUE SPACES.
       01  WS-CMD                   PIC X(300).
       01  WS-RC                    PIC 9(2) VALUE 0.

       01  WS-SUB-COUNT             PIC 9(3) COMP-5 VALUE 0.
       01  WS-SUB-TAB.
           05  WS-SUB OCCURS 20 TIMES.
               10  WS-SB-NAME       PIC X(20).
               10  WS-SB-LIMIT      PIC 9(4).
       01  WS-S                     PIC 9(3) COMP-5.
       01  WS-HIT                   PIC 9(3) COMP-5.
       01  WS-TK1                   PIC X(20).
       01  WS-TK2                   PIC X(20).
       01  WS-SITE-LIMIT            PIC 9(4) VALUE 2.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

      *> ixcursor's arguments
       01  WS-XC-FUNCTION           PIC X(10).
       01  WS-XC-SUBSCRIBER         PIC X(20).
       01  WS-XC-CURSOR             PIC 9(9).
       01  WS-XC-SENT               PIC 9(9).
       01  WS-XC-TEXT               PIC X(200).
       01  WS-XC-OK                 PIC X.

      *> one subscriber's pass over interchange.dat
       01  WS-GOOD-TO               PIC 9(9).
       01  WS-BROKEN-AT             PIC 9(9).
       01  WS-BATCHES               PIC 9(7) COMP-5.
       01  WS-SINCE                 PIC 9(9) COMP-5.
       01  WS-CERTIFIED             PIC 9(9) COMP-5.
       01  WS-RECORDS               PIC 9(9) COMP-5.
       01  WS-LAST-TRAILER          PIC 9(9).
       01  WS-PENDING               PIC 9(9) COMP-5.
       01  WS-SEQ-WANTED            PIC 9(9).
       01  WS-IS-TRAILER            PIC X.

       01  WS-NUM-OUT               PIC Z(8)9.
       01  WS-NUM-OUT2              PIC Z(8)9.
       01  WS-NUM-OUT3              PIC Z(8)9.
       01  WS-LIM-OUT               PIC Z(3)9.
       01  WS-BEHIND                PIC 9(3) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG1)) TO WS-MODE

           IF WS-MODE NOT = "DELIVER" AND WS-MODE NOT = "CONFIRM"
               AND WS-MODE NOT = "LAG"
               PERFORM SHOW-USAGE
           END-IF

           PERFORM LOAD-SUBSCRIBERS
           EVALUATE WS-MODE
               WHEN "DELIVER"
                   PERFORM RUN-DELIVER
               WHEN "CONFIRM"
                   PERFORM RUN-CONFIRM
               WHEN "LAG"
                   PERFORM RUN-LAG
           END-EVALUATE
           MOVE WS-RC TO RETURN-CODE
           STOP RUN
           .

       SHOW-USAGE.
           DISPLAY "USAGE: ixdeliver DELIVER [subscriber]"
           DISPLAY "       ixdeliver CONFIRM <subscriber> <trailer-seq>"
           DISPLAY "       ixdeliver LAG"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .

       LOAD-SUBSCRIBERS.
           MOVE "IX-LAG-BATCHES" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) NOT = SPACES
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-SITE-LIMIT = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF

           OPEN INPUT SUB-FILE
           IF WS-SUB-FS NOT = "00"
               DISPLAY "ERROR: ixsubscribers.dat not found (file "
                   "status " WS-SUB-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SUB-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SUB-REC NOT = SPACES
                           AND SUB-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-SUBSCRIBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-FILE
           IF WS-SUB-COUNT = 0
               DISPLAY "NOTE: ixsubscribers.dat registers no "
                   "subscribers"
           END-IF
           .

       LOAD-ONE-SUBSCRIBER.
           IF WS-SUB-COUNT >= MAX-SUBSCRIBERS
               DISPLAY "WARNING: more than " MAX-SUBSCRIBERS
                   " subscribers in ixsubscribers.dat -- the rest "
                   "are ignored"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TK1 WS-TK2
           UNSTRING FUNCTION TRIM(SUB-REC) DELIMITED BY ALL SPACE
               INTO WS-TK1 WS-TK2
           END-UNSTRING
           ADD 1 TO WS-SUB-COUNT
           MOVE WS-TK1 TO WS-SB-NAME(WS-SUB-COUNT)
           IF FUNCTION TRIM(WS-TK2) NOT = SPACES
               AND FUNCTION TRIM(WS-TK2) IS NUMERIC
               COMPUTE WS-SB-LIMIT(WS-SUB-COUNT) =
                   FUNCTION NUMVAL(WS-TK2)
           ELSE
               MOVE WS-SITE-LIMIT TO WS-SB-LIMIT(WS-SUB-COUNT)
           END-IF
           .

       FIND-NAMED-SUBSCRIBER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUB-COUNT OR WS-HIT > 0
               IF WS-SB-NAME(WS-S) = WS-ARG2
                   MOVE WS-S TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ARG2)
                   " is not a subscriber in ixsubscribers.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       GET-CURSOR.
           MOVE "CURSOR" TO WS-XC-FUNCTION
           MOVE WS-SB-NAME(WS-S) TO WS-XC-SUBSCRIBER
           MOVE SPACES TO WS-XC-TEXT
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK
           .

       RUN-DELIVER.
           IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
               PERFORM FIND-NAMED-SUBSCRIBER
               MOVE WS-HIT TO WS-S
               PERFORM DELIVER-ONE-SUBSCRIBER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUB-COUNT
               PERFORM DELIVER-ONE-SUBSCRIBER
           END-PERFORM
           .

       DELIVER-ONE-SUBSCRIBER.
           PERFORM GET-CURSOR
           PERFORM FIND-CERTIFIED-END
           IF WS-BROKEN-AT > 0
               MOVE WS-BROKEN-AT TO WS-NUM-OUT
               MOVE WS-CERTIFIED TO WS-NUM-OUT2
               MOVE WS-SINCE TO WS-NUM-OUT3
               DISPLAY "ERROR: the trailer at seq "
                   FUNCTION TRIM(WS-NUM-OUT) " certifies "
                   FUNCTION TRIM(WS-NUM-OUT2) " record(s) but "
                   FUNCTION TRIM(WS-NUM-OUT3)
                   " precede it -- delivery to "
                   FUNCTION TRIM(WS-SB-NAME(WS-S))
                   " stops at the last trailer that agrees"
               MOVE 8 TO WS-RC
           END-IF
           IF WS-GOOD-TO = WS-XC-CURSOR
               DISPLAY FUNCTION TRIM(WS-SB-NAME(WS-S))
                   ": nothing new past its cursor"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DLV-NAME
           STRING "ixdelivery/" FUNCTION TRIM(WS-SB-NAME(WS-S)) "/"
                  WS-STAMP(1:14) ".dat"
               DELIMITED BY SIZE INTO WS-DLV-NAME
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p ixdelivery/"
                  FUNCTION TRIM(WS-SB-NAME(WS-S))
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           OPEN OUTPUT DELIVERY-FILE
           IF WS-DLV-FS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-DLV-NAME)
                   " (file status " WS-DLV-FS ")"
               MOVE 20 TO WS-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECORDS
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERCHANGE-FILE
           PERFORM UNTIL EOF
               READ INTERCHANGE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF IX-SEQ IS NUMERIC
                           AND IX-SEQ > WS-XC-CURSOR
                           AND IX-SEQ <= WS-GOOD-TO
                           WRITE DELIVERY-REC FROM INTERCHANGE-REC
                           ADD 1 TO WS-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERCHANGE-FILE
           CLOSE DELIVERY-FILE

           MOVE WS-BATCHES TO WS-NUM-OUT
           MOVE "DELIVERED" TO WS-XC-FUNCTION
           MOVE WS-GOOD-TO TO WS-XC-SENT
           MOVE SPACES TO WS-XC-TEXT
           STRING FUNCTION TRIM(WS-DLV-NAME) ", "
                  FUNCTION TRIM(WS-NUM-OUT) " batch(es)"
               DELIMITED BY SIZE INTO WS-XC-TEXT
           END-STRING
           CALL "ixcursor" USING WS-XC-FUNCTION WS-XC-SUBSCRIBER
               WS-XC-CURSOR WS-XC-SENT WS-XC-TEXT WS-XC-OK

           MOVE WS-RECORDS TO WS-NUM-OUT2
           MOVE WS-GOOD-TO TO WS-NUM-OUT3
           DISPLAY FUNCTION TRIM(WS-SB-NAME(WS-S)) ": "
               FUNCTION TRIM(WS-NUM-OUT) " batch(es), "
               FUNCTION TRIM(WS-NUM-OUT2) " record(s) through seq "
               FUNCTION TRIM(WS-NUM-OUT3) " to "
               FUNCTION TRIM(WS-DLV-NAME)
               " -- awaiting CONFIRM"
           IF WS-PENDING > 0
               MOVE WS-PENDING TO WS-NUM-OUT
               DISPLAY "  (" FUNCTION TRIM(WS-NUM-OUT)
                   " record(s) after the last trailer wait for their "
                   "batch to be certified)"
           END-IF
           .

       FIND-CERTIFIED-END.
           *> The last trailer past the cursor up to which every
           *> batch's count agrees.
           MOVE WS-XC-CURSOR TO WS-GOOD-TO
           MOVE 0 TO WS-BROKEN-AT WS-BATCHES WS-SINCE WS-PENDING
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERCHANGE-FILE
           IF WS-IX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ INTERCHANGE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF IX-SEQ IS NUMERIC
                           AND IX-SEQ > WS-XC-CURSOR
                           PERFORM CHECK-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERCHANGE-FILE
           MOVE WS-SINCE TO WS-PENDING
           IF WS-BROKEN-AT > 0
               MOVE 0 TO WS-PENDING
           END-IF
           .

       CHECK-ONE-RECORD.
           IF IX-PROGRAM-ID NOT = "#TRAILER"
               ADD 1 TO WS-SINCE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(IX-RESULT) NOT = SPACES
               AND FUNCTION TRIM(IX-RESULT) IS NUMERIC
               COMPUTE WS-CERTIFIED = FUNCTION NUMVAL(IX-RESULT)
           ELSE
               MOVE 999999999 TO WS-CERTIFIED
           END-IF
           IF WS-CERTIFIED = WS-SINCE
               MOVE IX-SEQ TO WS-GOOD-TO
               ADD 1 TO WS-BATCHES
               MOVE 0 TO WS-SINCE
           ELSE
               MOVE IX-SEQ TO WS-BROKEN-AT
               SET EOF TO TRUE
           END-IF
           .

       RUN-CONFIRM.
           IF FUNCTION TRIM(WS-ARG2) = SPACES
               OR FUNCTION TRIM(WS-ARG3) = SPACES
               OR FUNCTION TRIM(WS-ARG3) IS NOT NUMERIC
               PERFORM SHOW-USAGE
           END-IF
           PERFORM FIND-NAMED-SUBSCRIBER
           MOVE WS-HIT TO WS-S
           COMPUTE WS-SEQ-WANTED = FUNCTION NUMVAL(WS-ARG3)
           PERFORM GET-CURSOR

           MOVE "N" TO WS-IS-TRAILER
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERCHANGE-FILE
           IF WS-IX-FS = "00"
               PERFORM UNTIL EOF
                   READ INTERCHANGE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF IX-PROGRAM-ID = "#TRAILER"
                               AND IX-SEQ IS NUMERIC
                               AND IX-SEQ = WS-SEQ-WANTED
                               MOVE "Y" TO WS-IS-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERCHANGE-FILE
           END-IF

           MOVE WS-SEQ-WANTED TO WS-NUM-OUT
           MOVE WS-XC-CURSOR TO WS-NUM-OUT2
           MOVE WS-XC-SENT TO WS-NUM-OUT3
           EVALUATE TRUE
               WHEN WS-IS-TRAILER = "N"
                   DISPLAY "ERROR: seq " FUNCTION TRIM(WS-NUM-OUT)
                       " is not a batch trailer in interchange.dat"
                   MOVE 8 TO WS-RC
               WHEN WS-SEQ-WANTED <= WS-XC-CURSOR
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-ARG2)
                       " has already confirmed through seq "
                       FUNCTION TRIM(WS-NUM-OUT2)
                   MOVE 8 TO WS-RC
               WHEN WS-SEQ-WANTED > WS-XC-SENT
                   DISPLAY "ERROR: seq " FUNCTION TRIM(WS-NUM-OUT)
                       " has not been delivered to "
                       FUNCTION TRIM(WS-ARG2) " (delivered through "
                       FUNCTION TRIM(WS-NUM-OUT3) ")"
                   MOVE 8 TO WS-RC
               WHEN OTHER
                   MOVE "CONFIRMED" TO WS-XC-FUNCTION
                   MOVE WS-SEQ-WANTED TO WS-XC-CURSOR
                   CALL "ixcursor" USING WS-XC-FUNCTION
                       WS-XC-SUBSCRIBER WS-XC-CURSOR WS-XC-SENT
                       WS-XC-TEXT WS-XC-OK
                   IF WS-XC-OK NOT = "Y"
                       MOVE 20 TO WS-RC
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-ARG2)
                           ": cursor moved from seq "
                           FUNCTION TRIM(WS-NUM-OUT2) " to "
                           FUNCTION TRIM(WS-NUM-OUT)
                   END-IF
           END-EVALUATE
           .

       RUN-LAG.
           DISPLAY "===== INTERCHANGE SUBSCRIBER LAG "
               WS-STAMP(1:8) " ====="
           DISPLAY "SUBSCRIBER             CURSOR  DELIVERED  "
               "BEHIND  LIMIT  STATUS"
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUB-COUNT
               PERFORM LAG-ONE-SUBSCRIBER
           END-PERFORM
           IF WS-BEHIND > 0
               MOVE WS-BEHIND TO WS-LIM-OUT
               DISPLAY "** " FUNCTION TRIM(WS-LIM-OUT)
                   " subscriber(s) behind their limit"
               MOVE 4 TO WS-RC
           END-IF
           .

       LAG-ONE-SUBSCRIBER.
           PERFORM GET-CURSOR
           MOVE 0 TO WS-BATCHES WS-LAST-TRAILER
           MOVE "N" TO WS-EOF
           OPEN INPUT INTERCHANGE-FILE
           IF WS-IX-FS = "00"
               PERFORM UNTIL EOF
                   READ INTERCHANGE-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF IX-PROGRAM-ID = "#TRAILER"
                               AND IX-SEQ IS NUMERIC
                               MOVE IX-SEQ TO WS-LAST-TRAILER
                               IF IX-SEQ > WS-XC-CURSOR
                                   ADD 1 TO WS-BATCHES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERCHANGE-FILE
           END-IF
           MOVE WS-XC-CURSOR TO WS-NUM-OUT
           MOVE WS-XC-SENT TO WS-NUM-OUT2
           MOVE WS-BATCHES TO WS-NUM-OUT3
           MOVE WS-SB-LIMIT(WS-S) TO WS-LIM-OUT
           IF WS-BATCHES > WS-SB-LIMIT(WS-S)
               ADD 1 TO WS-BEHIND
               DISPLAY WS-SB-NAME(WS-S) WS-NUM-OUT "  " WS-NUM-OUT2
                   "  " WS-NUM-OUT3(4:6) "   " WS-LIM-OUT "  BEHIND"
           ELSE
               IF WS-XC-SENT > WS-XC-CURSOR
                   DISPLAY WS-SB-NAME(WS-S) WS-NUM-OUT "  "
                       WS-NUM-OUT2 "  " WS-NUM-OUT3(4:6) "   "
                       WS-LIM-OUT "  ok, delivery unconfirmed"
               ELSE
                   DISPLAY WS-SB-NAME(WS-S) WS-NUM-OUT "  "
                       WS-NUM-OUT2 "  " WS-NUM-OUT3(4:6) "   "
                       WS-LIM-OUT "  ok"
               END-IF
           END-IF
           .
