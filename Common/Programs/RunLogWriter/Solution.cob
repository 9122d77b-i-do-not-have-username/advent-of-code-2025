               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT BUILD-REG-FILE
               ASSIGN TO "../../buildregistry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(400).

       FD  BUILD-REG-FILE.
       01  BUILD-REG-REC            PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-TIMESTAMP             PIC X(21).
      *> outside the driver.
       01  WS-RUN-ID                PIC X(20).

      *> The build that produced the answer goes on the line after
      *> the run id. buildreg names the candidate it is gating in
      *> BATCH_BUILD_ID; otherwise it is the program's PROD build on
      *> buildregistry.dat at the root (see Common/Programs/
      *> BuildRegistry), "-" before the program's first promotion.
       01  WS-BUILD-ID              PIC X(10).
       01  WS-BR-FS                 PIC XX.
       01  WS-BR-EOF                PIC X.
       01  WS-BR-ID                 PIC X(10).
       01  WS-BR-PROG               PIC X(20).
       01  WS-BR-CKSUM              PIC X(12).
       01  WS-BR-BUILT              PIC X(14).
       01  WS-BR-STATUS             PIC X(8).

      *> Under parallel batch execution the driver hands each job a
      *> private spool directory in BATCH_SPOOL_DIR; the line goes
      *> there instead of the shared root file, and daybatchdriver
               MOVE "-" TO WS-RUN-ID
           END-IF

           PERFORM FIND-BUILD-ID

           MOVE SPACES TO WS-SPOOL-DIR
           ACCEPT WS-SPOOL-DIR FROM ENVIRONMENT "BATCH_SPOOL_DIR"
               ON EXCEPTION
                  FUNCTION TRIM(LK-RESULT)       DELIMITED BY SIZE
                  " | "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID)       DELIMITED BY SIZE
                  " | "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUILD-ID)     DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING

           GOBACK
           .

       FIND-BUILD-ID.
           MOVE SPACES TO WS-BUILD-ID
           ACCEPT WS-BUILD-ID FROM ENVIRONMENT "BATCH_BUILD_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-BUILD-ID
           END-ACCEPT
           IF WS-BUILD-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "-" TO WS-BUILD-ID
           OPEN INPUT BUILD-REG-FILE
           IF WS-BR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BR-EOF
           PERFORM UNTIL WS-BR-EOF = "Y"
               READ BUILD-REG-FILE
                   AT END
                       MOVE "Y" TO WS-BR-EOF
                   NOT AT END
                       IF BUILD-REG-REC(1:1) NOT = "*"
                           MOVE SPACES TO WS-BR-ID WS-BR-PROG
                               WS-BR-STATUS
                           UNSTRING BUILD-REG-REC DELIMITED BY " | "
                               INTO WS-BR-ID WS-BR-PROG WS-BR-CKSUM
                                    WS-BR-BUILT WS-BR-STATUS
                           END-UNSTRING
                           IF WS-BR-STATUS = "PROD"
                               AND WS-BR-PROG = LK-PROGRAM-ID
                               MOVE WS-BR-ID TO WS-BUILD-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUILD-REG-FILE
           .

       MIRROR-THE-LINE.
           MOVE "MIRROR-ROOT" TO WS-SP-KEY
           CALL "siteparam" USING WS-SP-KEY WS-MIRROR-ROOT
