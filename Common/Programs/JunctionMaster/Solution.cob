       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jboxmaster.

      *> Maintenance program for the junction-box asset master: an
      *> INDEXED file (jboxmaster.idx at the repository root, keyed
      *> by the box's x,y,z coordinates exactly as they appear in the
      *> Day 08 point list) giving each box the asset ID, street
      *> location and circuit the field crew know it by. day8part2
      *> joins it into the merge audit and the membership dump, and
      *> lists every point the master does not know as an
      *> unregistered box -- see LOAD-JBOX-MASTER there.
      *>
      *>   jboxmaster LIST
      *>   jboxmaster ADD <x> <y> <z> <asset-id> <location> [circuit]
      *>   jboxmaster UPDATE <x> <y> <z> [asset-id] [location]
      *>              [circuit]
      *>   jboxmaster DELETE <x> <y> <z>
      *>
      *> Quote a location that has spaces in it. UPDATE keeps any
      *> field left blank on the command line (pass "" for a position
      *> to skip it). ADD, UPDATE and DELETE need the DATA-CONTROL
      *> role on the operator roster; the operator id comes from
      *> BATCH_OPERATOR, and each change is journalled with its
      *> before and after image. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO "jboxmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JB-KEY
               FILE STATUS IS WS-JB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  JB-KEY.
               10  JB-X             PIC S9(9) SIGN LEADING SEPARATE.
               10  JB-Y             PIC S9(9) SIGN LEADING SEPARATE.
               10  JB-Z             PIC S9(9) SIGN LEADING SEPARATE.
           05  JB-ASSET-ID          PIC X(12).
           05  JB-LOCATION          PIC X(40).
           05  JB-CIRCUIT           PIC X(10).
           05  JB-UPDATED           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-JB-FS                 PIC XX.
       01  WS-DONE                  PIC X.
           88  SCAN-DONE                   VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-X                 PIC X(20).
       01  WS-ARG-Y                 PIC X(20).
       01  WS-ARG-Z                 PIC X(20).
       01  WS-ARG-ASSET             PIC X(40).
       01  WS-ARG-LOCATION          PIC X(80).
       01  WS-ARG-CIRCUIT           PIC X(40).

       01  WS-CHECK-ARG             PIC X(20).
       01  WS-CHECK-DIGITS          PIC X(20).
       01  WS-CHECK-NAME            PIC X(2).
       01  WS-CHECK-NEG             PIC X.
           88  CHECK-NEGATIVE              VALUE "Y".
       01  WS-NUM-TEXT              PIC X(9) JUSTIFIED RIGHT.
       01  WS-NUM-VAL               PIC 9(9).
       01  WS-CHECK-VAL             PIC S9(9).
       01  WS-NEW-X                 PIC S9(9).
       01  WS-NEW-Y                 PIC S9(9).
       01  WS-NEW-Z                 PIC S9(9).
       01  WS-VALID                 PIC X.
           88  ARGS-VALID                  VALUE "Y".

       01  WS-SHOWN                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-X-OUT                 PIC -(9)9.
       01  WS-Y-OUT                 PIC -(9)9.
       01  WS-Z-OUT                 PIC -(9)9.
       01  WS-POS-TEXT              PIC X(40).

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "jboxmaster".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The image is the whole
      *> master record, keyed by the x,y,z coordinates (JB-KEY).
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-X FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-X
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-Y FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-Y
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-Z FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-Z
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ASSET FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ASSET
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-LOCATION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LOCATION
           END-ACCEPT
           DISPLAY 7 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-CIRCUIT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-CIRCUIT
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-BOXES
               WHEN "ADD"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ADD-BOX
                   END-IF
               WHEN "UPDATE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-BOX
                   END-IF
               WHEN "DELETE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM DELETE-BOX
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: jboxmaster LIST"
                   DISPLAY "       jboxmaster ADD <x> <y> <z> "
                       "<asset-id> <location> [circuit]"
                   DISPLAY "       jboxmaster UPDATE <x> <y> <z> "
                       "[asset-id] [location] [circuit]"
                   DISPLAY "       jboxmaster DELETE <x> <y> <z>"
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

       OPEN-MASTER-IO.
           *> I-O extends an existing master; a first run creates it.
           OPEN I-O MASTER-FILE
           IF WS-JB-FS NOT = "00"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-JB-FS NOT = "00"
               DISPLAY "ERROR: Unable to open jboxmaster.idx "
                   "(file status " WS-JB-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LIST-BOXES.
           OPEN INPUT MASTER-FILE
           IF WS-JB-FS NOT = "00"
               DISPLAY "Junction-box master is empty "
                   "(jboxmaster.idx not found)"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO JB-KEY
           START MASTER-FILE KEY IS NOT LESS THAN JB-KEY
               INVALID KEY
                   DISPLAY "Junction-box master is empty"
                   CLOSE MASTER-FILE
                   EXIT PARAGRAPH
           END-START

           DISPLAY "         X          Y          Z ASSET ID     "
               "CIRCUIT    LOCATION"
           MOVE "N" TO WS-DONE
           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SHOWN
                       MOVE JB-X TO WS-X-OUT
                       MOVE JB-Y TO WS-Y-OUT
                       MOVE JB-Z TO WS-Z-OUT
                       DISPLAY WS-X-OUT " " WS-Y-OUT " " WS-Z-OUT
                           " " JB-ASSET-ID " " JB-CIRCUIT " "
                           FUNCTION TRIM(JB-LOCATION)
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT)
               " junction box(es) on the master"
           .

       CHECK-POSITION.
           *> x, y and z must each be a whole number (a leading minus
           *> is allowed) -- the same coordinates the point list holds.
           MOVE "Y" TO WS-VALID
           MOVE WS-ARG-X TO WS-CHECK-ARG
           MOVE "x"      TO WS-CHECK-NAME
           PERFORM CHECK-ONE-COORD
           IF NOT ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-VAL TO WS-NEW-X

           MOVE WS-ARG-Y TO WS-CHECK-ARG
           MOVE "y"      TO WS-CHECK-NAME
           PERFORM CHECK-ONE-COORD
           IF NOT ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-VAL TO WS-NEW-Y

           MOVE WS-ARG-Z TO WS-CHECK-ARG
           MOVE "z"      TO WS-CHECK-NAME
           PERFORM CHECK-ONE-COORD
           IF NOT ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-VAL TO WS-NEW-Z

           MOVE WS-NEW-X TO WS-X-OUT
           MOVE WS-NEW-Y TO WS-Y-OUT
           MOVE WS-NEW-Z TO WS-Z-OUT
           MOVE SPACES TO WS-POS-TEXT
           STRING FUNCTION TRIM(WS-X-OUT) "," FUNCTION TRIM(WS-Y-OUT)
                  "," FUNCTION TRIM(WS-Z-OUT)
               DELIMITED BY SIZE INTO WS-POS-TEXT
           END-STRING
           .

       CHECK-ONE-COORD.
           MOVE "N" TO WS-CHECK-NEG
           MOVE FUNCTION TRIM(WS-CHECK-ARG) TO WS-CHECK-DIGITS
           IF WS-CHECK-DIGITS(1:1) = "-"
               SET CHECK-NEGATIVE TO TRUE
               MOVE FUNCTION TRIM(WS-CHECK-ARG)(2:) TO WS-CHECK-DIGITS
           END-IF
           MOVE FUNCTION TRIM(WS-CHECK-DIGITS) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR WS-CHECK-DIGITS = SPACES
               OR WS-CHECK-DIGITS(10:) NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CHECK-NAME)
                   " coordinate is not a whole number"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT TO WS-NUM-VAL
           MOVE WS-NUM-VAL  TO WS-CHECK-VAL
           IF CHECK-NEGATIVE
               COMPUTE WS-CHECK-VAL = 0 - WS-NUM-VAL
           END-IF
           .

       ADD-BOX.
           IF FUNCTION TRIM(WS-ARG-ASSET) = SPACES
               OR FUNCTION TRIM(WS-ARG-LOCATION) = SPACES
               DISPLAY "ERROR: ADD needs x, y, z, an asset ID and "
                   "a location"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSITION
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE SPACES          TO MASTER-REC
           MOVE WS-NEW-X        TO JB-X
           MOVE WS-NEW-Y        TO JB-Y
           MOVE WS-NEW-Z        TO JB-Z
           MOVE WS-ARG-ASSET    TO JB-ASSET-ID
           MOVE WS-ARG-LOCATION TO JB-LOCATION
           MOVE WS-ARG-CIRCUIT  TO JB-CIRCUIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO JB-UPDATED
           MOVE JB-KEY     TO WS-JR-KEY
           MOVE SPACES     TO WS-JR-BEFORE
           MOVE MASTER-REC TO WS-JR-AFTER

           WRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: a junction box at "
                       FUNCTION TRIM(WS-POS-TEXT)
                       " is already on the master -- use UPDATE"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "REGISTERED junction box "
                       FUNCTION TRIM(WS-ARG-ASSET) " at "
                       FUNCTION TRIM(WS-POS-TEXT)
                   PERFORM JOURNAL-CHANGE
           END-WRITE
           CLOSE MASTER-FILE
           .

       UPDATE-BOX.
           PERFORM CHECK-POSITION
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-NEW-X TO JB-X
           MOVE WS-NEW-Y TO JB-Y
           MOVE WS-NEW-Z TO JB-Z
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: no junction box on the master at "
                       FUNCTION TRIM(WS-POS-TEXT)
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE MASTER-REC TO WS-JR-BEFORE

           *> Blank positions keep what is on file.
           IF FUNCTION TRIM(WS-ARG-ASSET) NOT = SPACES
               MOVE WS-ARG-ASSET TO JB-ASSET-ID
           END-IF
           IF FUNCTION TRIM(WS-ARG-LOCATION) NOT = SPACES
               MOVE WS-ARG-LOCATION TO JB-LOCATION
           END-IF
           IF FUNCTION TRIM(WS-ARG-CIRCUIT) NOT = SPACES
               MOVE WS-ARG-CIRCUIT TO JB-CIRCUIT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO JB-UPDATED
           MOVE JB-KEY     TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-AFTER

           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: unable to update junction box "
                       "(file status " WS-JB-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "UPDATED junction box "
                       FUNCTION TRIM(JB-ASSET-ID) " at "
                       FUNCTION TRIM(WS-POS-TEXT) " ("
                       FUNCTION TRIM(JB-LOCATION) ", circuit "
                       FUNCTION TRIM(JB-CIRCUIT) ")"
                   PERFORM JOURNAL-CHANGE
           END-REWRITE
           CLOSE MASTER-FILE
           .

       DELETE-BOX.
           PERFORM CHECK-POSITION
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-NEW-X TO JB-X
           MOVE WS-NEW-Y TO JB-Y
           MOVE WS-NEW-Z TO JB-Z
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: no junction box on the master at "
                       FUNCTION TRIM(WS-POS-TEXT)
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE JB-KEY     TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-BEFORE
           MOVE SPACES     TO WS-JR-AFTER

           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: unable to retire junction box "
                       "(file status " WS-JB-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "RETIRED junction box at "
                       FUNCTION TRIM(WS-POS-TEXT)
                   PERFORM JOURNAL-CHANGE
           END-DELETE
           CLOSE MASTER-FILE
           .

       JOURNAL-CHANGE.
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
