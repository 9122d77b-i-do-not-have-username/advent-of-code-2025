       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifywrite.

      *> Outbound notification spool. Each call drops one message
      *> file into the spool directory the mail gateway sweeps --
      *> siteparams key NOTIFY-SPOOL-DIR, default notifyspool/ at
      *> the repository root -- named
      *>
      *>   <YYYYMMDDHHMMSShh>.<nnn>.<to>.msg
      *>
      *> so the gateway sends them in the order they were written.
      *> The message is plain header lines and a body:
      *>
      *>   TO: <operator id>
      *>   FROM: batch
      *>   DATE: <YYYYMMDDHHMMSS>
      *>   SUBJECT: <subject>
      *>   (blank line)
      *>   <body>
      *>
      *> The gateway turns the operator id into an address. The ok
      *> flag comes back N when the message could not be written;
      *> the caller reports it, the message is not retried here.
      *> Callers run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSG-FILE
               ASSIGN TO DYNAMIC WS-MSG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSG-FILE.
       01  MSG-REC                  PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-FS                    PIC XX.
       01  WS-STAMP                 PIC X(21).
       01  WS-SEQ                   PIC 9(3) VALUE 0.
       01  WS-MSG-NAME              PIC X(200).
       01  WS-SPOOL-DIR             PIC X(80) VALUE SPACES.
       01  WS-CMD                   PIC X(200).
       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       LINKAGE SECTION.
       01  LK-TO                    PIC X(10).
       01  LK-SUBJECT               PIC X(80).
       01  LK-BODY                  PIC X(200).
       01  LK-OK                    PIC X.

       PROCEDURE DIVISION USING LK-TO LK-SUBJECT LK-BODY LK-OK.
       MAIN.
           MOVE "N" TO LK-OK
           IF WS-SPOOL-DIR = SPACES
               MOVE "NOTIFY-SPOOL-DIR" TO WS-SP-KEY
               MOVE SPACES TO WS-SP-VALUE
               CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
                   WS-SP-FOUND
               IF WS-SP-FOUND = "Y" AND WS-SP-VALUE NOT = SPACES
                   MOVE FUNCTION TRIM(WS-SP-VALUE) TO WS-SPOOL-DIR
               ELSE
                   MOVE "notifyspool" TO WS-SPOOL-DIR
               END-IF
               MOVE SPACES TO WS-CMD
               STRING "mkdir -p " QUOTE FUNCTION TRIM(WS-SPOOL-DIR)
                      QUOTE
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-MSG-NAME
           STRING FUNCTION TRIM(WS-SPOOL-DIR) "/" WS-STAMP(1:16) "."
                  WS-SEQ "." FUNCTION TRIM(LK-TO) ".msg"
               DELIMITED BY SIZE INTO WS-MSG-NAME
           END-STRING
           OPEN OUTPUT MSG-FILE
           IF WS-FS NOT = "00"
               GOBACK
           END-IF
           MOVE SPACES TO MSG-REC
           STRING "TO: " FUNCTION TRIM(LK-TO)
               DELIMITED BY SIZE INTO MSG-REC
           END-STRING
           WRITE MSG-REC
           MOVE "FROM: batch" TO MSG-REC
           WRITE MSG-REC
           MOVE SPACES TO MSG-REC
           STRING "DATE: " WS-STAMP(1:14)
               DELIMITED BY SIZE INTO MSG-REC
           END-STRING
           WRITE MSG-REC
           MOVE SPACES TO MSG-REC
           STRING "SUBJECT: " FUNCTION TRIM(LK-SUBJECT)
               DELIMITED BY SIZE INTO MSG-REC
           END-STRING
           WRITE MSG-REC
           MOVE SPACES TO MSG-REC
           WRITE MSG-REC
           MOVE LK-BODY TO MSG-REC
           WRITE MSG-REC
           CLOSE MSG-FILE
           IF WS-FS = "00"
               MOVE "Y" TO LK-OK
           END-IF
           GOBACK
           .
