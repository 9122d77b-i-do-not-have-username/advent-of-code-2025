      *>
      *> ADD appends a new parcel from a file of "x,y" lines; UPDATE
      *> replaces a parcel's vertices in place; DELETE retires it.
      *> ADD, UPDATE and DELETE need the ESTATES role on the
      *> operator roster; the operator id comes from BATCH_OPERATOR.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
       01  WS-PATH-OK               PIC X VALUE "Y".
           88  PATH-OK                     VALUE "Y".

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "polymaster".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. A parcel's image is its
      *> PARCEL header and vertex lines joined by ";".
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-BPTR               PIC 9(5) COMP-5.
       01  WS-JR-APTR               PIC 9(5) COMP-5.
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
               WHEN "LIST"
                   PERFORM LIST-PARCELS
               WHEN "ADD"
                   MOVE "ESTATES" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM ADD-PARCEL
                   END-IF
               WHEN "UPDATE"
                   MOVE "ESTATES" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM UPDATE-PARCEL
                   END-IF
               WHEN "DELETE"
                   MOVE "ESTATES" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM DELETE-PARCEL
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: polymaster LIST"
                   DISPLAY "       polymaster ADD <id> <vertex-file>"
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

       LIST-PARCELS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM JOURNAL-RESET
           MOVE SPACES TO MASTER-REC
           STRING "PARCEL " FUNCTION TRIM(WS-ARG-ID)
                  " " FUNCTION TRIM(WS-ARG-DESC)
               DELIMITED BY SIZE INTO MASTER-REC
           END-STRING
           MOVE MASTER-REC TO WS-LINE
           PERFORM ADD-AFTER-LINE
           WRITE MASTER-REC

           PERFORM COPY-VERTEX-FILE
           MOVE SPACES TO MASTER-REC
           WRITE MASTER-REC
           CLOSE MASTER-FILE
           PERFORM JOURNAL-CHANGE

           MOVE WS-VERTICES TO WS-VTX-OUT
           DISPLAY "REGISTERED parcel "
                           ADD 1 TO WS-VERTICES
                           MOVE WS-LINE TO MASTER-REC
                           WRITE MASTER-REC
                           PERFORM ADD-AFTER-LINE
                       END-IF
               END-READ
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM JOURNAL-RESET
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-IN-TARGET
           OPEN INPUT MASTER-FILE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           PERFORM JOURNAL-CHANGE
           .

       REWRITE-ONE-LINE.
               IF FUNCTION TRIM(WS-TOKEN) =
                       FUNCTION TRIM(WS-ARG-ID)
                   SET IN-TARGET TO TRUE
                   PERFORM ADD-BEFORE-LINE
                   IF WS-MODE(1:1) = "U"
                       *> Replacement block goes where the old one sat
                       MOVE WS-LINE TO WORK-REC
                       WRITE WORK-REC
                       PERFORM ADD-AFTER-LINE
                       PERFORM COPY-VERTICES-TO-WORK
                       MOVE SPACES TO WORK-REC
                       WRITE WORK-REC
               *> block.
               IF WS-LINE = SPACES
                   MOVE "N" TO WS-IN-TARGET
               ELSE
                   PERFORM ADD-BEFORE-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
                           ADD 1 TO WS-VERTICES
                           MOVE WS-LINE TO WORK-REC
                           WRITE WORK-REC
                           PERFORM ADD-AFTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VERTEX-FILE
           .

       JOURNAL-RESET.
           MOVE SPACES TO WS-JR-BEFORE WS-JR-AFTER
           MOVE 1 TO WS-JR-BPTR WS-JR-APTR
           .

       ADD-BEFORE-LINE.
           IF WS-JR-BPTR > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-JR-BEFORE WITH POINTER WS-JR-BPTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
               INTO WS-JR-BEFORE WITH POINTER WS-JR-BPTR
           END-STRING
           .

       ADD-AFTER-LINE.
           IF WS-JR-APTR > 1
               STRING ";" DELIMITED BY SIZE
                   INTO WS-JR-AFTER WITH POINTER WS-JR-APTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-LINE) DELIMITED BY SIZE
               INTO WS-JR-AFTER WITH POINTER WS-JR-APTR
           END-STRING
           .

       JOURNAL-CHANGE.
           MOVE FUNCTION TRIM(WS-ARG-ID) TO WS-JR-KEY
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .
