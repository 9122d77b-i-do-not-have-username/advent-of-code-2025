       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockmaster.

      *> Maintenance program for the lock hardware master: an INDEXED
      *> file (lockmaster.idx at the repository root, keyed by the
      *> lock id the door feed carries in its "<id>,<instruction>"
      *> column) giving every lock in the fleet its own dial size and
      *> rest position, plus where it hangs and when it went in.
      *> day1part2's START-LOCK reads it so a mixed fleet -- 100-
      *> position doors, 40-position vault locks, the odd lock with a
      *> non-standard rest -- runs as one feed.
      *>
      *>   lockmaster LIST
      *>   lockmaster ADD <lock-id> <modulus> <start> [location]
      *>              [install-date]
      *>   lockmaster UPDATE <lock-id> <modulus> <start> [location]
      *>              [install-date]
      *>   lockmaster DELETE <lock-id>
      *>
      *> UPDATE keeps any field left blank on the command line (pass
      *> "" for a position to skip it). Install date is CCYYMMDD and
      *> defaults to today on ADD. Quote multi-word locations.
      *> ADD, UPDATE and DELETE need the DATA-CONTROL role on the
      *> operator roster; the operator id comes from BATCH_OPERATOR.
      *> Each change is journalled with its before and after image.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO "lockmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCKID
               FILE STATUS IS WS-LM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  LM-LOCKID            PIC X(64).
           05  LM-MODULUS           PIC 9(9).
           05  LM-START             PIC 9(9).
           05  LM-LOCATION          PIC X(40).
           05  LM-INSTALL-DATE      PIC X(8).
           05  LM-UPDATED           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LM-FS                 PIC XX.
       01  WS-DONE                  PIC X.
           88  SCAN-DONE                   VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-ID                PIC X(64).
       01  WS-ARG-MOD               PIC X(20).
       01  WS-ARG-START             PIC X(20).
       01  WS-ARG-LOCATION          PIC X(40).
       01  WS-ARG-DATE              PIC X(20).

       01  WS-NUM-TEXT              PIC X(9) JUSTIFIED RIGHT.
       01  WS-NEW-MOD               PIC 9(9).
       01  WS-NEW-START             PIC 9(9).
       01  WS-VALID                 PIC X.
           88  ARGS-VALID                  VALUE "Y".

       01  WS-SHOWN                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-MOD-OUT               PIC Z(8)9.
       01  WS-START-OUT             PIC Z(8)9.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "lockmaster".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The image is the whole
      *> master record, keyed by lock id.
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
           ACCEPT WS-ARG-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ID
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MOD
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-START FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-START
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-LOCATION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LOCATION
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-LOCKS
               WHEN "ADD"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ADD-LOCK
                   END-IF
               WHEN "UPDATE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-LOCK
                   END-IF
               WHEN "DELETE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM DELETE-LOCK
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: lockmaster LIST"
                   DISPLAY "       lockmaster ADD <lock-id> <modulus> "
                       "<start> [location] [install-date]"
                   DISPLAY "       lockmaster UPDATE <lock-id> "
                       "<modulus> <start> [location] [install-date]"
                   DISPLAY "       lockmaster DELETE <lock-id>"
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
           IF WS-LM-FS NOT = "00"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-LM-FS NOT = "00"
               DISPLAY "ERROR: Unable to open lockmaster.idx "
                   "(file status " WS-LM-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LIST-LOCKS.
           OPEN INPUT MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "Lock master is empty (lockmaster.idx "
                   "not found)"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO LM-LOCKID
           START MASTER-FILE KEY IS NOT LESS THAN LM-LOCKID
               INVALID KEY
                   DISPLAY "Lock master is empty"
                   CLOSE MASTER-FILE
                   EXIT PARAGRAPH
           END-START

           DISPLAY "LOCK-ID                  MODULUS    START "
               "INSTALLED LOCATION"
           MOVE "N" TO WS-DONE
           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SHOWN
                       MOVE LM-MODULUS TO WS-MOD-OUT
                       MOVE LM-START TO WS-START-OUT
                       DISPLAY LM-LOCKID(1:20) " " WS-MOD-OUT " "
                           WS-START-OUT " " LM-INSTALL-DATE "  "
                           FUNCTION TRIM(LM-LOCATION)
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT) " lock(s) on the master"
           .

       CHECK-DIAL-ARGS.
           *> Modulus and start must both be whole numbers, the dial
           *> at least 2 positions, and the rest position on the dial.
           MOVE "Y" TO WS-VALID
           MOVE FUNCTION TRIM(WS-ARG-MOD) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-MOD) = SPACES
               OR WS-ARG-MOD(10:) NOT = SPACES
               DISPLAY "ERROR: modulus '" FUNCTION TRIM(WS-ARG-MOD)
                   "' is not a whole number"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT TO WS-NEW-MOD

           MOVE FUNCTION TRIM(WS-ARG-START) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-START) = SPACES
               OR WS-ARG-START(10:) NOT = SPACES
               DISPLAY "ERROR: start '" FUNCTION TRIM(WS-ARG-START)
                   "' is not a whole number"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT TO WS-NEW-START

           IF WS-NEW-MOD < 2
               DISPLAY "ERROR: a dial needs at least 2 positions"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-START NOT < WS-NEW-MOD
               DISPLAY "ERROR: start " WS-NEW-START
                   " is off a " FUNCTION TRIM(WS-ARG-MOD)
                   "-position dial"
               MOVE "N" TO WS-VALID
           END-IF
           .

       CHECK-INSTALL-DATE.
           IF FUNCTION TRIM(WS-ARG-DATE) NOT = SPACES
               IF WS-ARG-DATE(1:8) IS NOT NUMERIC
                   OR WS-ARG-DATE(9:) NOT = SPACES
                   DISPLAY "ERROR: install date '"
                       FUNCTION TRIM(WS-ARG-DATE)
                       "' is not CCYYMMDD"
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF
           .

       ADD-LOCK.
           IF FUNCTION TRIM(WS-ARG-ID) = SPACES
               DISPLAY "ERROR: ADD needs a lock id, modulus and start"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DIAL-ARGS
           IF ARGS-VALID
               PERFORM CHECK-INSTALL-DATE
           END-IF
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE SPACES          TO MASTER-REC
           MOVE WS-ARG-ID       TO LM-LOCKID
           MOVE WS-NEW-MOD      TO LM-MODULUS
           MOVE WS-NEW-START    TO LM-START
           MOVE WS-ARG-LOCATION TO LM-LOCATION
           MOVE FUNCTION CURRENT-DATE(1:8) TO LM-INSTALL-DATE
           IF FUNCTION TRIM(WS-ARG-DATE) NOT = SPACES
               MOVE WS-ARG-DATE(1:8) TO LM-INSTALL-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LM-UPDATED
           MOVE LM-LOCKID  TO WS-JR-KEY
           MOVE SPACES     TO WS-JR-BEFORE
           MOVE MASTER-REC TO WS-JR-AFTER

           WRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: lock '" FUNCTION TRIM(WS-ARG-ID)
                       "' is already on the master -- use UPDATE"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "REGISTERED lock " FUNCTION TRIM(WS-ARG-ID)
                       " (" FUNCTION TRIM(WS-ARG-MOD)
                       "-position dial, rest at "
                       FUNCTION TRIM(WS-ARG-START) ")"
                   PERFORM JOURNAL-CHANGE
           END-WRITE
           CLOSE MASTER-FILE
           .

       UPDATE-LOCK.
           IF FUNCTION TRIM(WS-ARG-ID) = SPACES
               DISPLAY "ERROR: UPDATE needs a lock id"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-ARG-ID TO LM-LOCKID
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: lock '" FUNCTION TRIM(WS-ARG-ID)
                       "' is not on the master"
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE MASTER-REC TO WS-JR-BEFORE

           *> Blank positions keep what is on file.
           IF FUNCTION TRIM(WS-ARG-MOD) = SPACES
               MOVE LM-MODULUS TO WS-ARG-MOD
           END-IF
           IF FUNCTION TRIM(WS-ARG-START) = SPACES
               MOVE LM-START TO WS-ARG-START
           END-IF
           PERFORM CHECK-DIAL-ARGS
           IF ARGS-VALID
               PERFORM CHECK-INSTALL-DATE
           END-IF
           IF NOT ARGS-VALID
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-MOD   TO LM-MODULUS
           MOVE WS-NEW-START TO LM-START
           IF FUNCTION TRIM(WS-ARG-LOCATION) NOT = SPACES
               MOVE WS-ARG-LOCATION TO LM-LOCATION
           END-IF
           IF FUNCTION TRIM(WS-ARG-DATE) NOT = SPACES
               MOVE WS-ARG-DATE(1:8) TO LM-INSTALL-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LM-UPDATED
           MOVE LM-LOCKID  TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-AFTER
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: unable to update lock "
                       "(file status " WS-LM-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "UPDATED lock " FUNCTION TRIM(WS-ARG-ID)
                   PERFORM JOURNAL-CHANGE
           END-REWRITE
           CLOSE MASTER-FILE
           .

       DELETE-LOCK.
           IF FUNCTION TRIM(WS-ARG-ID) = SPACES
               DISPLAY "ERROR: DELETE needs a lock id"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-ARG-ID TO LM-LOCKID
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: lock '" FUNCTION TRIM(WS-ARG-ID)
                       "' is not on the master"
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE LM-LOCKID  TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-BEFORE
           MOVE SPACES     TO WS-JR-AFTER

           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: unable to retire lock "
                       "(file status " WS-LM-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "RETIRED lock " FUNCTION TRIM(WS-ARG-ID)
                   PERFORM JOURNAL-CHANGE
           END-DELETE
           CLOSE MASTER-FILE
           .

       JOURNAL-CHANGE.
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
