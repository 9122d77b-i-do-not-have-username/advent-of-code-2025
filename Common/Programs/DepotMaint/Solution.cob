      *>   depotmaint DELETE <code>
      *>
      *> Quote multi-word names and contacts on the command line.
      *> ADD, UPDATE and DELETE need the DATA-CONTROL role on the
      *> operator roster; the operator id comes from BATCH_OPERATOR.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
       01  WS-DONE                  PIC X.
       01  WS-SHOWN                 PIC 9(4) COMP-5 VALUE 0.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "depotmaint".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               WHEN "LIST"
                   PERFORM LIST-DEPOTS
               WHEN "ADD"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ADD-DEPOT
                   END-IF
               WHEN "UPDATE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM CHANGE-DEPOT
                   END-IF
               WHEN "DELETE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM CHANGE-DEPOT
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: depotmaint LIST"
                   DISPLAY "       depotmaint ADD <code> <name> "
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

       LIST-DEPOTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-DEPOT-RECORD
           MOVE SPACES TO WS-JR-BEFORE
           MOVE MASTER-REC TO WS-JR-AFTER
           WRITE MASTER-REC
           CLOSE MASTER-FILE
           PERFORM JOURNAL-CHANGE
           DISPLAY "REGISTERED depot "
               FUNCTION TRIM(WS-ARG-CODE)
           .
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           PERFORM JOURNAL-CHANGE

           IF WS-MODE = "DELETE"
               DISPLAY "RETIRED depot "
           END-UNSTRING
           IF FUNCTION TRIM(WS-CODE) =
                   FUNCTION TRIM(WS-ARG-CODE)
               MOVE MASTER-REC TO WS-JR-BEFORE
               MOVE SPACES TO WS-JR-AFTER
               IF WS-MODE = "UPDATE"
                   PERFORM BUILD-DEPOT-RECORD
                   MOVE MASTER-REC TO WORK-REC
                   WRITE WORK-REC
                   MOVE MASTER-REC TO WS-JR-AFTER
               END-IF
               *> DELETE simply drops the record.
           ELSE
               WRITE WORK-REC
           END-IF
           .

       JOURNAL-CHANGE.
           MOVE FUNCTION TRIM(WS-ARG-CODE) TO WS-JR-KEY
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
