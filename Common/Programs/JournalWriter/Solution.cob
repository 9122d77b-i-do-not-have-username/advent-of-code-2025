       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. jrnlwrite.

      *> Shared before/after image journal, CALLed by every
      *> maintenance program (depotmaint, polymaster, womaster,
      *> quarantine, siteparamset, certify, lockmaster,
      *> splittermaster, jboxmaster) once per record it changes.
      *> One root-level file, maintjournal.dat, holds who changed
      *> what and what it looked like either side of the change,
      *> so an overwritten master record is never simply gone.
      *> Common/Programs/JournalInquiry reads it back by key, by
      *> operator and date window, and rebuilds a master as of a
      *> past date.
      *>
      *> Fixed-column records, one or more per change:
      *>     1-14   timestamp YYYYMMDDhhmmss
      *>    16-35   program-id
      *>    37-48   action (ADD, UPDATE, DELETE, RELEASE, ...)
      *>    50-59   operator id
      *>    61-120  record key
      *>   122-128  part nnn/nnn
      *>   130-629  before image, this part
      *>   631-1130 after image, this part
      *> An image longer than one part (a parcel's full vertex list)
      *> continues on the following records with the same stamp and
      *> key; a spaces image means the record did not exist on that
      *> side (ADD has no before, DELETE no after). Callers all run
      *> from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO "maintjournal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  JR-PROGRAM-ID        PIC X(20).
           05  FILLER               PIC X.
           05  JR-ACTION            PIC X(12).
           05  FILLER               PIC X.
           05  JR-OPERATOR          PIC X(10).
           05  FILLER               PIC X.
           05  JR-KEY               PIC X(60).
           05  FILLER               PIC X.
           05  JR-PART              PIC 9(3).
           05  JR-PART-SEP          PIC X.
           05  JR-PARTS             PIC 9(3).
           05  FILLER               PIC X.
           05  JR-BEFORE            PIC X(500).
           05  FILLER               PIC X.
           05  JR-AFTER             PIC X(500).

       WORKING-STORAGE SECTION.
       78  PART-SIZE                VALUE 500.

       01  WS-FS                    PIC XX.
       01  WS-STAMP                 PIC X(21).
       01  WS-BEFORE-LEN            PIC 9(5) COMP-5.
       01  WS-AFTER-LEN             PIC 9(5) COMP-5.
       01  WS-PARTS                 PIC 9(3) COMP-5.
       01  WS-PART                  PIC 9(3) COMP-5.
       01  WS-POS                   PIC 9(5) COMP-5.

       LINKAGE SECTION.
       01  LK-PROGRAM-ID            PIC X(20).
       01  LK-ACTION                PIC X(12).
       01  LK-OPERATOR              PIC X(10).
       01  LK-KEY                   PIC X(60).
       01  LK-BEFORE                PIC X(16000).
       01  LK-AFTER                 PIC X(16000).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-ACTION LK-OPERATOR
               LK-KEY LK-BEFORE LK-AFTER LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           MOVE 0 TO WS-BEFORE-LEN WS-AFTER-LEN
           IF LK-BEFORE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-BEFORE TRAILING))
                   TO WS-BEFORE-LEN
           END-IF
           IF LK-AFTER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-AFTER TRAILING))
                   TO WS-AFTER-LEN
           END-IF
           COMPUTE WS-PARTS =
               (FUNCTION MAX(WS-BEFORE-LEN WS-AFTER-LEN)
                   + PART-SIZE - 1) / PART-SIZE
           IF WS-PARTS = 0
               MOVE 1 TO WS-PARTS
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "WARNING: unable to update maintjournal.dat "
                   "(file status " WS-FS ")"
               GOBACK
           END-IF

           PERFORM VARYING WS-PART FROM 1 BY 1
                   UNTIL WS-PART > WS-PARTS
               COMPUTE WS-POS = (WS-PART - 1) * PART-SIZE + 1
               MOVE SPACES TO JOURNAL-REC
               MOVE WS-STAMP(1:14) TO JR-STAMP
               MOVE LK-PROGRAM-ID  TO JR-PROGRAM-ID
               MOVE LK-ACTION      TO JR-ACTION
               MOVE LK-OPERATOR    TO JR-OPERATOR
               MOVE LK-KEY         TO JR-KEY
               MOVE WS-PART        TO JR-PART
               MOVE "/"            TO JR-PART-SEP
               MOVE WS-PARTS       TO JR-PARTS
               MOVE LK-BEFORE(WS-POS:PART-SIZE) TO JR-BEFORE
               MOVE LK-AFTER(WS-POS:PART-SIZE)  TO JR-AFTER
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE "Y" TO LK-OK
           GOBACK
           .
