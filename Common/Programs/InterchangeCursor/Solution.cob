       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ixcursor.

      *> Read cursors of the interchange.dat subscribers, CALLed by
      *> ixdeliver (see Common/Programs/InterchangeDelivery) and by
      *> housekeep before it rolls interchange.dat into its monthly
      *> segment. The subscribers are registered in ixsubscribers.dat
      *> and their cursors kept on the append-only register
      *> ixcursor.dat at the repository root:
      *>   stamp | DELIVERED | subscriber | to-seq | file, batches
      *>   stamp | CONFIRMED | subscriber | trailer-seq | -
      *>   stamp | ROLLED    | *          | lines | segment YYYYMM
      *> A subscriber's cursor is the sequence number of the last
      *> batch trailer it confirmed since the live file was last
      *> rolled (the sequence numbers start over with the new file),
      *> 0 before its first confirmation.
      *>
      *>   function  CURSOR    cursor and highest delivered seq for
      *>                       the subscriber; ok Y when it is in
      *>                       ixsubscribers.dat
      *>             DELIVERED log a delivery up to the sent seq,
      *>                       text is the detail
      *>             CONFIRMED log a confirmation; cursor is the seq
      *>             ROLLCHK   ok Y when every subscriber has
      *>                       confirmed the last trailer in
      *>                       interchange.dat and nothing follows
      *>                       it; otherwise N and text names who is
      *>                       behind
      *>             ROLLED    log the roll; cursor is the line count,
      *>                       text the segment
      *> Callers run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE
               ASSIGN TO "ixsubscribers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-FS.

           SELECT CURSOR-FILE
               ASSIGN TO "ixcursor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FS.

           SELECT INTERCHANGE-FILE
               ASSIGN TO "interchange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-REC                  PIC X(200).

       FD  CURSOR-FILE.
       01  CURSOR-REC               PIC X(300).

       FD  INTERCHANGE-FILE.
       01  INTERCHANGE-REC.
           05  IX-PROGRAM-ID        PIC X(20).
           05  IX-INPUT-FILE        PIC X(100).
           05  IX-RESULT            PIC X(40).
           05  IX-TIMESTAMP         PIC X(21).
           05  IX-RUN-ID            PIC X(15).
           05  FILLER               PIC X(4).
           05  IX-SEQ               PIC 9(9).

       WORKING-STORAGE SECTION.
       78  MAX-SUBSCRIBERS          VALUE 20.

       01  WS-SUB-FS                PIC XX.
       01  WS-CUR-FS                PIC XX.
       01  WS-IX-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".
       01  WS-STAMP                 PIC X(21).

       01  WS-SUB-COUNT             PIC 9(3) COMP-5.
       01  WS-SUB-TAB.
           05  WS-SUB OCCURS 20 TIMES.
               10  WS-SB-NAME       PIC X(20).
               10  WS-SB-CURSOR     PIC 9(9).
               10  WS-SB-SENT       PIC 9(9).
       01  WS-S                     PIC 9(3) COMP-5.
       01  WS-HIT                   PIC 9(3) COMP-5.

       01  WS-E-STAMP               PIC X(20).
       01  WS-E-EVENT               PIC X(20).
       01  WS-E-SUB                 PIC X(20).
       01  WS-E-SEQ                 PIC X(20).
       01  WS-E-DETAIL              PIC X(200).
       01  WS-E-SEQ-NUM             PIC 9(9).

       01  WS-LAST-TRAILER          PIC 9(9).
       01  WS-AFTER-TRAILER         PIC 9(9) COMP-5.
       01  WS-SEQ-OUT               PIC Z(8)9.
       01  WS-SEQ-OUT2              PIC Z(8)9.
       01  WS-PTR                   PIC 9(3) COMP-5.

       LINKAGE SECTION.
       01  LK-FUNCTION              PIC X(10).
       01  LK-SUBSCRIBER            PIC X(20).
       01  LK-CURSOR                PIC 9(9).
       01  LK-SENT                  PIC 9(9).
       01  LK-TEXT                  PIC X(200).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-FUNCTION LK-SUBSCRIBER LK-CURSOR
               LK-SENT LK-TEXT LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           EVALUATE LK-FUNCTION
               WHEN "CURSOR"
                   PERFORM LOAD-SUBSCRIBERS
                   PERFORM LOAD-CURSORS
                   MOVE 0 TO LK-CURSOR LK-SENT
                   PERFORM FIND-SUBSCRIBER
                   IF WS-HIT > 0
                       MOVE WS-SB-CURSOR(WS-HIT) TO LK-CURSOR
                       MOVE WS-SB-SENT(WS-HIT) TO LK-SENT
                       MOVE "Y" TO LK-OK
                   END-IF
               WHEN "DELIVERED"
                   MOVE "DELIVERED" TO WS-E-EVENT
                   MOVE LK-SUBSCRIBER TO WS-E-SUB
                   MOVE LK-SENT TO WS-E-SEQ-NUM
                   MOVE LK-TEXT TO WS-E-DETAIL
                   PERFORM APPEND-EVENT
               WHEN "CONFIRMED"
                   MOVE "CONFIRMED" TO WS-E-EVENT
                   MOVE LK-SUBSCRIBER TO WS-E-SUB
                   MOVE LK-CURSOR TO WS-E-SEQ-NUM
                   MOVE "-" TO WS-E-DETAIL
                   PERFORM APPEND-EVENT
               WHEN "ROLLCHK"
                   PERFORM CHECK-ROLL
               WHEN "ROLLED"
                   MOVE "ROLLED" TO WS-E-EVENT
                   MOVE "*" TO WS-E-SUB
                   MOVE LK-CURSOR TO WS-E-SEQ-NUM
                   MOVE LK-TEXT TO WS-E-DETAIL
                   PERFORM APPEND-EVENT
               WHEN OTHER
                   DISPLAY "ixcursor: unknown function "
                       FUNCTION TRIM(LK-FUNCTION)
           END-EVALUATE
           GOBACK
           .

       LOAD-SUBSCRIBERS.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUB-FILE
           IF WS-SUB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SUB-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SUB-REC NOT = SPACES
                           AND SUB-REC(1:1) NOT = "*"
                           AND WS-SUB-COUNT < MAX-SUBSCRIBERS
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SPACES TO WS-SB-NAME(WS-SUB-COUNT)
                           UNSTRING FUNCTION TRIM(SUB-REC)
                               DELIMITED BY ALL SPACE
                               INTO WS-SB-NAME(WS-SUB-COUNT)
                           END-UNSTRING
                           MOVE 0 TO WS-SB-CURSOR(WS-SUB-COUNT)
                               WS-SB-SENT(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-FILE
           .

       LOAD-CURSORS.
           *> Fold the register: a ROLLED event zeroes every cursor.
           OPEN INPUT CURSOR-FILE
           IF WS-CUR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CURSOR-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CURSOR-REC NOT = SPACES
                           AND CURSOR-REC(1:1) NOT = "*"
                           PERFORM FOLD-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURSOR-FILE
           .

       FOLD-ONE-EVENT.
           MOVE SPACES TO WS-E-STAMP WS-E-EVENT WS-E-SUB WS-E-SEQ
               WS-E-DETAIL
           UNSTRING CURSOR-REC DELIMITED BY "|"
               INTO WS-E-STAMP WS-E-EVENT WS-E-SUB WS-E-SEQ
                   WS-E-DETAIL
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-E-EVENT) TO WS-E-EVENT
           MOVE FUNCTION TRIM(WS-E-SUB) TO WS-E-SUB
           IF FUNCTION TRIM(WS-E-SEQ) = SPACES
               OR FUNCTION TRIM(WS-E-SEQ) IS NOT NUMERIC
               MOVE 0 TO WS-E-SEQ-NUM
           ELSE
               COMPUTE WS-E-SEQ-NUM = FUNCTION NUMVAL(WS-E-SEQ)
           END-IF
           IF WS-E-EVENT = "ROLLED"
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SUB-COUNT
                   MOVE 0 TO WS-SB-CURSOR(WS-S) WS-SB-SENT(WS-S)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUB-COUNT OR WS-HIT > 0
               IF WS-SB-NAME(WS-S) = WS-E-SUB
                   MOVE WS-S TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-E-EVENT
               WHEN "DELIVERED"
                   IF WS-E-SEQ-NUM > WS-SB-SENT(WS-HIT)
                       MOVE WS-E-SEQ-NUM TO WS-SB-SENT(WS-HIT)
                   END-IF
               WHEN "CONFIRMED"
                   IF WS-E-SEQ-NUM > WS-SB-CURSOR(WS-HIT)
                       MOVE WS-E-SEQ-NUM TO WS-SB-CURSOR(WS-HIT)
                   END-IF
                   IF WS-E-SEQ-NUM > WS-SB-SENT(WS-HIT)
                       MOVE WS-E-SEQ-NUM TO WS-SB-SENT(WS-HIT)
                   END-IF
           END-EVALUATE
           .

       FIND-SUBSCRIBER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUB-COUNT OR WS-HIT > 0
               IF WS-SB-NAME(WS-S) = LK-SUBSCRIBER
                   MOVE WS-S TO WS-HIT
               END-IF
           END-PERFORM
           .

       CHECK-ROLL.
           *> Rolling starts the sequence over, so the live file may
           *> only go once every subscriber has confirmed all of it.
           MOVE SPACES TO LK-TEXT
           MOVE "Y" TO LK-OK
           PERFORM LOAD-SUBSCRIBERS
           IF WS-SUB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CURSORS

           MOVE 0 TO WS-LAST-TRAILER WS-AFTER-TRAILER
           OPEN INPUT INTERCHANGE-FILE
           IF WS-IX-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ INTERCHANGE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF IX-PROGRAM-ID = "#TRAILER"
                           MOVE IX-SEQ TO WS-LAST-TRAILER
                           MOVE 0 TO WS-AFTER-TRAILER
                       ELSE
                           ADD 1 TO WS-AFTER-TRAILER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERCHANGE-FILE

           MOVE 1 TO WS-PTR
           IF WS-AFTER-TRAILER > 0
               MOVE "N" TO LK-OK
               MOVE WS-AFTER-TRAILER TO WS-SEQ-OUT
               STRING FUNCTION TRIM(WS-SEQ-OUT)
                      " record(s) after the last trailer; "
                   DELIMITED BY SIZE INTO LK-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUB-COUNT
               IF WS-SB-CURSOR(WS-S) < WS-LAST-TRAILER
                   MOVE "N" TO LK-OK
                   MOVE WS-SB-CURSOR(WS-S) TO WS-SEQ-OUT
                   MOVE WS-LAST-TRAILER TO WS-SEQ-OUT2
                   IF WS-PTR < 150
                       STRING FUNCTION TRIM(WS-SB-NAME(WS-S))
                              " at " FUNCTION TRIM(WS-SEQ-OUT)
                              " of " FUNCTION TRIM(WS-SEQ-OUT2) "; "
                           DELIMITED BY SIZE INTO LK-TEXT
                           WITH POINTER WS-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .

       APPEND-EVENT.
           OPEN EXTEND CURSOR-FILE
           IF WS-CUR-FS NOT = "00"
               OPEN OUTPUT CURSOR-FILE
           END-IF
           IF WS-CUR-FS NOT = "00"
               DISPLAY "WARNING: Unable to write ixcursor.dat "
                   "(file status " WS-CUR-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-E-SEQ-NUM TO WS-SEQ-OUT
           MOVE SPACES TO CURSOR-REC
           STRING WS-STAMP(1:14) " | " FUNCTION TRIM(WS-E-EVENT)
                  " | " FUNCTION TRIM(WS-E-SUB)
                  " | " FUNCTION TRIM(WS-SEQ-OUT)
                  " | " FUNCTION TRIM(WS-E-DETAIL)
               DELIMITED BY SIZE INTO CURSOR-REC
           END-STRING
           WRITE CURSOR-REC
           CLOSE CURSOR-FILE
           MOVE "Y" TO LK-OK
           .
