       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. splittermaster.

      *> Maintenance program for the splitter asset register: an
      *> INDEXED file (splittermaster.idx at the repository root,
      *> keyed by the splitter's grid row and column as day7part1
      *> reads the bay) giving each "^" on the floor the asset tag,
      *> install date, last service date and failure count the
      *> engineers track it by. day7part1's priority report joins it
      *> to the what-if outage trace -- see RUN-PRIORITY there.
      *>
      *>   splittermaster LIST
      *>   splittermaster ADD <row> <col> <asset-tag> [install-date]
      *>                  [service-date]
      *>   splittermaster UPDATE <row> <col> [asset-tag]
      *>                  [install-date] [service-date]
      *>   splittermaster SERVICE <row> <col> [service-date]
      *>   splittermaster FAIL <row> <col>
      *>   splittermaster DELETE <row> <col>
      *>
      *> Dates are CCYYMMDD. Install date defaults to today on ADD;
      *> service date defaults to the install date on ADD and to
      *> today on SERVICE. UPDATE keeps any field left blank on the
      *> command line (pass "" for a position to skip it). FAIL adds
      *> one to the failure count. ADD, UPDATE and DELETE need the
      *> DATA-CONTROL role on the operator roster; SERVICE and FAIL,
      *> which the floor engineers record, need OPERATOR. The
      *> operator id comes from BATCH_OPERATOR, and each change is
      *> journalled with its before and after image. Run from the
      *> repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO "splittermaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-SM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  SM-KEY.
               10  SM-ROW           PIC 9(9).
               10  SM-COL           PIC 9(9).
           05  SM-TAG               PIC X(20).
           05  SM-INSTALL-DATE      PIC X(8).
           05  SM-SERVICE-DATE      PIC X(8).
           05  SM-FAILURES          PIC 9(5).
           05  SM-UPDATED           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SM-FS                 PIC XX.
       01  WS-DONE                  PIC X.
           88  SCAN-DONE                   VALUE "Y".

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-ROW               PIC X(20).
       01  WS-ARG-COL               PIC X(20).
       01  WS-ARG-TAG               PIC X(40).
       01  WS-ARG-INSTALL           PIC X(20).
       01  WS-ARG-SERVICE           PIC X(20).

       01  WS-NUM-TEXT              PIC X(9) JUSTIFIED RIGHT.
       01  WS-NEW-ROW               PIC 9(9).
       01  WS-NEW-COL               PIC 9(9).
       01  WS-CHECK-DATE            PIC X(20).
       01  WS-CHECK-NAME            PIC X(12).
       01  WS-VALID                 PIC X.
           88  ARGS-VALID                  VALUE "Y".

       01  WS-SHOWN                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-CNT-OUT               PIC Z(8)9.
       01  WS-ROW-OUT               PIC Z(8)9.
       01  WS-COL-OUT               PIC Z(8)9.
       01  WS-FAIL-OUT              PIC Z(4)9.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "splittermaster".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The image is the whole
      *> master record, keyed by row plus column (SM-KEY).
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
           ACCEPT WS-ARG-ROW FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ROW
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-COL FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-COL
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-TAG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-TAG
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-INSTALL FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-INSTALL
           END-ACCEPT
           DISPLAY 6 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SERVICE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SERVICE
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           *> SERVICE takes its date in the 4th position.
           IF WS-MODE = "SERVICE"
               MOVE WS-ARG-TAG TO WS-ARG-SERVICE
               MOVE SPACES TO WS-ARG-TAG
           END-IF

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-SPLITTERS
               WHEN "ADD"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ADD-SPLITTER
                   END-IF
               WHEN "UPDATE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-SPLITTER
                   END-IF
               WHEN "SERVICE"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-SPLITTER
                   END-IF
               WHEN "FAIL"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-SPLITTER
                   END-IF
               WHEN "DELETE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM DELETE-SPLITTER
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: splittermaster LIST"
                   DISPLAY "       splittermaster ADD <row> <col> "
                       "<asset-tag> [install-date] [service-date]"
                   DISPLAY "       splittermaster UPDATE <row> <col> "
                       "[asset-tag] [install-date] [service-date]"
                   DISPLAY "       splittermaster SERVICE <row> <col> "
                       "[service-date]"
                   DISPLAY "       splittermaster FAIL <row> <col>"
                   DISPLAY "       splittermaster DELETE <row> <col>"
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
           IF WS-SM-FS NOT = "00"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           IF WS-SM-FS NOT = "00"
               DISPLAY "ERROR: Unable to open splittermaster.idx "
                   "(file status " WS-SM-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LIST-SPLITTERS.
           OPEN INPUT MASTER-FILE
           IF WS-SM-FS NOT = "00"
               DISPLAY "Splitter register is empty "
                   "(splittermaster.idx not found)"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SM-KEY
           START MASTER-FILE KEY IS NOT LESS THAN SM-KEY
               INVALID KEY
                   DISPLAY "Splitter register is empty"
                   CLOSE MASTER-FILE
                   EXIT PARAGRAPH
           END-START

           DISPLAY "      ROW       COL ASSET TAG            "
               "INSTALLED SERVICED  FAILS"
           MOVE "N" TO WS-DONE
           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SHOWN
                       MOVE SM-ROW      TO WS-ROW-OUT
                       MOVE SM-COL      TO WS-COL-OUT
                       MOVE SM-FAILURES TO WS-FAIL-OUT
                       DISPLAY WS-ROW-OUT " " WS-COL-OUT " " SM-TAG
                           " " SM-INSTALL-DATE "  " SM-SERVICE-DATE
                           " " WS-FAIL-OUT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           MOVE WS-SHOWN TO WS-CNT-OUT
           DISPLAY FUNCTION TRIM(WS-CNT-OUT)
               " splitter(s) on the register"
           .

       CHECK-POSITION.
           *> Row and column must both be whole numbers from 1 up --
           *> the same 1-based grid position day7part1 reports.
           MOVE "Y" TO WS-VALID
           MOVE FUNCTION TRIM(WS-ARG-ROW) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-ROW) = SPACES
               OR WS-ARG-ROW(10:) NOT = SPACES
               DISPLAY "ERROR: row '" FUNCTION TRIM(WS-ARG-ROW)
                   "' is not a whole number"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT TO WS-NEW-ROW

           MOVE FUNCTION TRIM(WS-ARG-COL) TO WS-NUM-TEXT
           INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY "0"
           IF WS-NUM-TEXT IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-COL) = SPACES
               OR WS-ARG-COL(10:) NOT = SPACES
               DISPLAY "ERROR: col '" FUNCTION TRIM(WS-ARG-COL)
                   "' is not a whole number"
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-TEXT TO WS-NEW-COL

           IF WS-NEW-ROW < 1 OR WS-NEW-COL < 1
               DISPLAY "ERROR: row and col start at 1"
               MOVE "N" TO WS-VALID
           END-IF
           .

       CHECK-DATES.
           MOVE WS-ARG-INSTALL TO WS-CHECK-DATE
           MOVE "install"      TO WS-CHECK-NAME
           PERFORM CHECK-ONE-DATE
           IF ARGS-VALID
               MOVE WS-ARG-SERVICE TO WS-CHECK-DATE
               MOVE "service"      TO WS-CHECK-NAME
               PERFORM CHECK-ONE-DATE
           END-IF
           .

       CHECK-ONE-DATE.
           IF FUNCTION TRIM(WS-CHECK-DATE) NOT = SPACES
               IF WS-CHECK-DATE(1:8) IS NOT NUMERIC
                   OR WS-CHECK-DATE(9:) NOT = SPACES
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-CHECK-NAME)
                       " date '" FUNCTION TRIM(WS-CHECK-DATE)
                       "' is not CCYYMMDD"
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF
           .

       ADD-SPLITTER.
           IF FUNCTION TRIM(WS-ARG-TAG) = SPACES
               DISPLAY "ERROR: ADD needs a row, col and asset tag"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-POSITION
           IF ARGS-VALID
               PERFORM CHECK-DATES
           END-IF
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE SPACES     TO MASTER-REC
           MOVE WS-NEW-ROW TO SM-ROW
           MOVE WS-NEW-COL TO SM-COL
           MOVE WS-ARG-TAG TO SM-TAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-INSTALL-DATE
           IF FUNCTION TRIM(WS-ARG-INSTALL) NOT = SPACES
               MOVE WS-ARG-INSTALL(1:8) TO SM-INSTALL-DATE
           END-IF
           MOVE SM-INSTALL-DATE TO SM-SERVICE-DATE
           IF FUNCTION TRIM(WS-ARG-SERVICE) NOT = SPACES
               MOVE WS-ARG-SERVICE(1:8) TO SM-SERVICE-DATE
           END-IF
           MOVE 0 TO SM-FAILURES
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-UPDATED
           MOVE SM-KEY     TO WS-JR-KEY
           MOVE SPACES     TO WS-JR-BEFORE
           MOVE MASTER-REC TO WS-JR-AFTER

           MOVE WS-NEW-ROW TO WS-ROW-OUT
           MOVE WS-NEW-COL TO WS-COL-OUT
           WRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: a splitter at row "
                       FUNCTION TRIM(WS-ROW-OUT) " col "
                       FUNCTION TRIM(WS-COL-OUT)
                       " is already on the register -- use UPDATE"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "REGISTERED splitter "
                       FUNCTION TRIM(WS-ARG-TAG) " at row "
                       FUNCTION TRIM(WS-ROW-OUT) " col "
                       FUNCTION TRIM(WS-COL-OUT)
                   PERFORM JOURNAL-CHANGE
           END-WRITE
           CLOSE MASTER-FILE
           .

       UPDATE-SPLITTER.
           *> UPDATE, SERVICE and FAIL all read the asset, change it
           *> and rewrite it in place.
           PERFORM CHECK-POSITION
           IF ARGS-VALID
               PERFORM CHECK-DATES
           END-IF
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-NEW-ROW TO SM-ROW WS-ROW-OUT
           MOVE WS-NEW-COL TO SM-COL WS-COL-OUT
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: no splitter on the register at row "
                       FUNCTION TRIM(WS-ROW-OUT) " col "
                       FUNCTION TRIM(WS-COL-OUT)
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE MASTER-REC TO WS-JR-BEFORE

           EVALUATE WS-MODE
               WHEN "SERVICE"
                   MOVE FUNCTION CURRENT-DATE(1:8) TO SM-SERVICE-DATE
                   IF FUNCTION TRIM(WS-ARG-SERVICE) NOT = SPACES
                       MOVE WS-ARG-SERVICE(1:8) TO SM-SERVICE-DATE
                   END-IF
               WHEN "FAIL"
                   IF SM-FAILURES < 99999
                       ADD 1 TO SM-FAILURES
                   END-IF
               WHEN OTHER
                   *> Blank positions keep what is on file.
                   IF FUNCTION TRIM(WS-ARG-TAG) NOT = SPACES
                       MOVE WS-ARG-TAG TO SM-TAG
                   END-IF
                   IF FUNCTION TRIM(WS-ARG-INSTALL) NOT = SPACES
                       MOVE WS-ARG-INSTALL(1:8) TO SM-INSTALL-DATE
                   END-IF
                   IF FUNCTION TRIM(WS-ARG-SERVICE) NOT = SPACES
                       MOVE WS-ARG-SERVICE(1:8) TO SM-SERVICE-DATE
                   END-IF
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-UPDATED
           MOVE SM-KEY     TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-AFTER

           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: unable to update splitter "
                       "(file status " WS-SM-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE SM-FAILURES TO WS-FAIL-OUT
                   DISPLAY "UPDATED splitter " FUNCTION TRIM(SM-TAG)
                       " at row " FUNCTION TRIM(WS-ROW-OUT)
                       " col " FUNCTION TRIM(WS-COL-OUT)
                       " (serviced " SM-SERVICE-DATE ", "
                       FUNCTION TRIM(WS-FAIL-OUT) " failure(s))"
                   PERFORM JOURNAL-CHANGE
           END-REWRITE
           CLOSE MASTER-FILE
           .

       DELETE-SPLITTER.
           PERFORM CHECK-POSITION
           IF NOT ARGS-VALID
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MASTER-IO

           MOVE WS-NEW-ROW TO SM-ROW WS-ROW-OUT
           MOVE WS-NEW-COL TO SM-COL WS-COL-OUT
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: no splitter on the register at row "
                       FUNCTION TRIM(WS-ROW-OUT) " col "
                       FUNCTION TRIM(WS-COL-OUT)
                   CLOSE MASTER-FILE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE SM-KEY     TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-BEFORE
           MOVE SPACES     TO WS-JR-AFTER

           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: unable to retire splitter "
                       "(file status " WS-SM-FS ")"
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "RETIRED splitter at row "
                       FUNCTION TRIM(WS-ROW-OUT) " col "
                       FUNCTION TRIM(WS-COL-OUT)
                   PERFORM JOURNAL-CHANGE
           END-DELETE
           CLOSE MASTER-FILE
           .

       JOURNAL-CHANGE.
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
