               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKS-FS.

           *> Lock hardware master -- each lock's own dial size and
           *> rest position, keyed by lock id; maintained by
           *> Common/Programs/LockMaster. See START-LOCK.
           SELECT LOCK-MASTER
               ASSIGN TO "../../lockmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOCKID
               FILE STATUS IS WS-LM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           05  FILLER              PIC X.
           05  LR-FINAL-DIAL       PIC 9(9).

       FD  LOCK-MASTER.
       01  LOCK-MASTER-REC.
           05  LM-LOCKID            PIC X(64).
           05  LM-MODULUS           PIC 9(9).
           05  LM-START             PIC 9(9).
           05  LM-LOCATION          PIC X(40).
           05  LM-INSTALL-DATE      PIC X(8).
           05  LM-UPDATED           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILENAME             PIC X(256)  VALUE "input.txt".
       01  WS-FS                   PIC XX.
       01  WS-LOCKS-NAME            PIC X(300).
       01  WS-LOCKS-FS              PIC XX.

      *> Per-lock dial settings from the lock master. The command-line
      *> and siteparams start/modulus become the fleet default, used
      *> for id-less locks, for any lock the master does not know
      *> (each one reported), and for every lock when no master is on
      *> file at all.
       01  WS-LM-FS                 PIC XX.
       01  WS-LM-OPEN               PIC X      VALUE "N".
           88  LOCK-MASTER-OPEN                VALUE "Y".
       01  WS-DEF-START             PIC S9(9)  COMP-5.
       01  WS-DEF-MODULUS           PIC S9(9)  COMP-5.
       01  WS-LM-MISSING            PIC 9(9)   COMP-5 VALUE 0.
       01  WS-LM-MATCHED            PIC 9(9)   COMP-5 VALUE 0.
       01  WS-LM-CNT-OUT            PIC Z(8)9.
       01  WS-LM-MOD-OUT            PIC Z(8)9.
       01  WS-LM-START-OUT          PIC Z(8)9.

       01  WS-RUN-PROGID            PIC X(20) VALUE "day1part2".
       01  WS-ERR-REASON            PIC X(20).
       01  WS-SP-KEY               PIC X(30).
       01  WS-ACK-REJECTS          PIC 9(9) COMP-5 VALUE 0.
       01  WS-RESULT-STR            PIC X(40).

      *> Each run's .locks output is also kept as a numbered
      *> generation -- see Common/Programs/GenerationRoll.
       01  WS-GDG-FUNCTION          PIC X(8)  VALUE "ROLL".
       01  WS-GDG-TYPE              PIC X(12) VALUE "locks".
       01  WS-GDG-ROOT              PIC X(10) VALUE "../../".
       01  WS-GDG-FILE              PIC X(300).
       01  WS-GDG-OK                PIC X.

       01  WS-OUTDIR                PIC X(256).

      *> Elapsed-runtime reporting -- see Common/Programs/ElapsedFormat.
           END-ACCEPT

           MOVE WS-DIAL-START TO WS-DIAL
           MOVE WS-DIAL-START TO WS-DEF-START
           MOVE WS-MODULUS TO WS-DEF-MODULUS

           PERFORM VERIFY-INPUT-FILE

           *> No master on file (35) is the single-dial shop and says
           *> nothing; a master that is there but will not open must
           *> not pass for one.
           OPEN INPUT LOCK-MASTER
           EVALUATE WS-LM-FS
               WHEN "00"
                   SET LOCK-MASTER-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: lock master lockmaster.idx not "
                       "available (file status " WS-LM-FS
                       ") -- every lock runs on the default dial"
           END-EVALUATE

           MOVE SPACES TO WS-LOCKS-NAME
           STRING FUNCTION TRIM(WS-FILENAME) DELIMITED BY SIZE
                  ".locks"                   DELIMITED BY SIZE

           CLOSE LOCKS-FILE
           DISPLAY "LOCKS FILE: " FUNCTION TRIM(WS-LOCKS-NAME)
           CALL "gdgroll" USING WS-GDG-FUNCTION WS-LOCKS-NAME
               WS-GDG-TYPE WS-GDG-ROOT WS-RUN-PROGID WS-GDG-FILE
               WS-GDG-OK
           IF WS-GDG-OK = "Y"
               DISPLAY "GENERATION KEPT: " FUNCTION TRIM(WS-GDG-FILE)
           END-IF

           IF LOCK-MASTER-OPEN
               CLOSE LOCK-MASTER
               MOVE WS-LM-MATCHED TO WS-LM-CNT-OUT
               DISPLAY "LOCK MASTER: " FUNCTION TRIM(WS-LM-CNT-OUT)
                   " lock(s) on their own dial settings"
               IF WS-LM-MISSING > 0
                   MOVE WS-LM-MISSING TO WS-LM-CNT-OUT
                   DISPLAY "LOCKS NOT ON MASTER: "
                       FUNCTION TRIM(WS-LM-CNT-OUT)
                       " (run on the default dial)"
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP

       START-LOCK.
           ADD 1 TO WS-LOCK-NO
           PERFORM LOOKUP-LOCK-MASTER
           MOVE WS-DIAL-START TO WS-DIAL
           MOVE 0 TO WS-LOCK-COUNT
           MOVE 0 TO WS-LOCK-LINES
           MOVE "N" TO WS-LOCK-STARTED
           .

       LOOKUP-LOCK-MASTER.
           *> Each lock starts from the fleet default; a lock on the
           *> master then gets its own dial size and rest position.
           MOVE WS-DEF-START TO WS-DIAL-START
           MOVE WS-DEF-MODULUS TO WS-MODULUS
           IF NOT LOCK-MASTER-OPEN OR WS-LOCKID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOCKID TO LM-LOCKID
           READ LOCK-MASTER
               INVALID KEY
                   ADD 1 TO WS-LM-MISSING
                   MOVE WS-DEF-MODULUS TO WS-LM-MOD-OUT
                   MOVE WS-DEF-START TO WS-LM-START-OUT
                   DISPLAY "LOCK " FUNCTION TRIM(WS-LOCKID)
                       " NOT ON LOCK MASTER -- using default dial "
                       "(modulus " FUNCTION TRIM(WS-LM-MOD-OUT)
                       ", start " FUNCTION TRIM(WS-LM-START-OUT) ")"
               NOT INVALID KEY
                   IF LM-MODULUS IS NUMERIC AND LM-MODULUS > 1
                       AND LM-START IS NUMERIC
                       AND LM-START < LM-MODULUS
                       ADD 1 TO WS-LM-MATCHED
                       MOVE LM-MODULUS TO WS-MODULUS
                       MOVE LM-START TO WS-DIAL-START
                   ELSE
                       ADD 1 TO WS-LM-MISSING
                       DISPLAY "LOCK " FUNCTION TRIM(WS-LOCKID)
                           " HAS UNUSABLE DIAL SETTINGS ON LOCK MASTER"
                           " -- using default dial"
                   END-IF
           END-READ
           .

       LOAD-SITE-PARAMS.
      *> Site-wide defaults from siteparams.dat at the
      *> repository root; command-line arguments still win.
