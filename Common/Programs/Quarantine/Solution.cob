      *> (quarantineregister.dat at the repository root) is an
      *> append-only custody log -- QUARANTINED, RELEASED, PURGED
      *> events -- so a bad file's history is never lost, and the
      *> LIST view shows only what is still held, with how long
      *> each file has been held on the site aging basis (see
      *> Common/Programs/BusinessDays).
      *>
      *>   quarantine LIST
      *>   quarantine RELEASE <job-number> <feed-name>
      *>       corrected file goes back to the day's incoming/
      *>       for another stage attempt
      *>   quarantine PURGE <job-number> <feed-name> <reason>
      *>       the file is destroyed, with the reason on record --
      *>       unless a legal hold covers it (see Common/Programs/
      *>       LegalHold), in which case it stays in custody
      *>
      *> RELEASE needs the DATA-CONTROL role on the operator
      *> roster and PURGE needs SUPERVISOR; the operator id comes
      *> from BATCH_OPERATOR and is kept on the register event.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-MODE                  PIC X(10).
       01  WS-ARG-JOB               PIC X(10).
       01  WS-E-JOB                 PIC X(10).
       01  WS-E-FEED                PIC X(120).
       01  WS-KEY                   PIC X(130).
       01  WS-AGE-OUT               PIC Z(4)9.

      *> Age arithmetic on the site basis -- see Common/Programs/
      *> BusinessDays.
       01  WS-BD-FUNCTION           PIC X(8) VALUE "BETWEEN".
       01  WS-BD-DATE-1             PIC X(8).
       01  WS-BD-DATE-2             PIC X(8).
       01  WS-BD-DAYS               PIC S9(9) COMP-5.
       01  WS-BD-BASIS              PIC X(8) VALUE SPACES.
       01  WS-BD-OK                 PIC X.
       01  WS-BD-UNIT               PIC X(16) VALUE "day(s)".

      *> Set by pathguard before arguments are quoted into WS-CMD.
       01  WS-PATH-OK               PIC X VALUE "Y".
           88  PATH-OK                     VALUE "Y".

      *> legal-hold test before a purge -- see Common/Programs/
      *> HoldCheck
       01  WS-HC-FUNCTION           PIC X(8) VALUE "CHECK".
       01  WS-HC-ROOT               PIC X(10) VALUE SPACES.
       01  WS-HC-CALLER             PIC X(20) VALUE "quarantine".
       01  WS-HC-PROG               PIC X(20).
       01  WS-HC-DATE               PIC X(8).
       01  WS-HC-ITEM               PIC X(300).
       01  WS-HC-HOLD-ID            PIC X(10).
       01  WS-HC-HELD               PIC X.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "quarantine".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The images are the custody
      *> register lines either side of the release or purge.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               WHEN "LIST"
                   PERFORM LIST-CUSTODY
               WHEN "RELEASE"
                   MOVE "DATA-CONTROL" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM RELEASE-FILE
                   END-IF
               WHEN "PURGE"
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM PURGE-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY "USAGE: quarantine LIST"
                   DISPLAY "       quarantine RELEASE <job-number> "
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

       SET-AGE-BASIS.
           *> The first call settles the basis for the whole run.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BD-DATE-1
           MOVE WS-BD-DATE-1 TO WS-BD-DATE-2
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           IF WS-BD-BASIS = "BUSINESS"
               MOVE "business day(s)" TO WS-BD-UNIT
           ELSE
               MOVE "calendar day(s)" TO WS-BD-UNIT
           END-IF
           .

       BUILD-CUSTODY-VIEW.
           MOVE "N" TO WS-EOF
           OPEN INPUT QREG-FILE

       LIST-CUSTODY.
           PERFORM BUILD-CUSTODY-VIEW
           PERFORM SET-AGE-BASIS
           DISPLAY "===== QUARANTINE REGISTER (held files, age in "
               FUNCTION TRIM(WS-BD-UNIT) ") ====="
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HELD-COUNT
               IF WS-H-STATE(WS-I) = "QUARANTINED"
                   ADD 1 TO WS-SHOWN
                   MOVE WS-H-LINE(WS-I)(1:8) TO WS-BD-DATE-1
                   MOVE WS-STAMP(1:8) TO WS-BD-DATE-2
                   MOVE 0 TO WS-BD-DAYS
                   CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
                       WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
                   MOVE WS-BD-DAYS TO WS-AGE-OUT
                   DISPLAY "  " FUNCTION TRIM(WS-H-LINE(WS-I))
                       "  (held " FUNCTION TRIM(WS-AGE-OUT) " "
                       FUNCTION TRIM(WS-BD-UNIT) ")"
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               EXIT PARAGRAPH
           END-IF

           *> Held under a legal hold: the file stays in custody and
           *> the skip goes on the hold's record.
           PERFORM LOAD-JOB-TABLE
           MOVE SPACES TO WS-HC-PROG WS-HC-ITEM WS-HC-HOLD-ID
           IF FUNCTION TRIM(WS-ARG-JOB) IS NUMERIC
               COMPUTE WS-SEL = FUNCTION NUMVAL(WS-ARG-JOB)
               IF WS-SEL >= 1 AND WS-SEL <= NUM-JOBS
                   MOVE WS-JOB-PROG(WS-SEL) TO WS-HC-PROG
               END-IF
           END-IF
           MOVE WS-H-LINE(WS-HIT)(1:8) TO WS-HC-DATE
           STRING "quarantine/" FUNCTION TRIM(WS-ARG-JOB) "."
                  FUNCTION TRIM(WS-ARG-FEED)
               DELIMITED BY SIZE INTO WS-HC-ITEM
           END-STRING
           CALL "holdcheck" USING WS-HC-FUNCTION WS-HC-ROOT
               WS-HC-CALLER WS-HC-PROG WS-HC-DATE WS-HC-ITEM
               WS-HC-HOLD-ID WS-HC-HELD
           IF WS-HC-HELD = "Y"
               DISPLAY "HELD: " FUNCTION TRIM(WS-HC-ITEM)
                   " not purged -- legal hold "
                   FUNCTION TRIM(WS-HC-HOLD-ID) " covers it"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING "rm -f " QUOTE "quarantine/"
                  FUNCTION TRIM(WS-ARG-JOB) "."
                  " | " FUNCTION TRIM(WS-ARG-JOB)
                  " | " FUNCTION TRIM(WS-ARG-FEED)
                  " | " FUNCTION TRIM(WS-ARG-REASON)
                  " | " FUNCTION TRIM(WS-OP-ID)
               DELIMITED BY SIZE INTO QREG-REC
           END-STRING
           MOVE QREG-REC TO WS-JR-AFTER
           WRITE QREG-REC
           CLOSE QREG-FILE

           MOVE WS-KEY TO WS-JR-KEY
           MOVE WS-H-LINE(WS-HIT) TO WS-JR-BEFORE
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .

       LOAD-JOB-TABLE.
