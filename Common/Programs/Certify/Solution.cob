      *>   certify SIGN <program-id> <YYYYMMDD> <initials>
      *>   certify LIST [YYYYMM]
      *>   certify OUTSTANDING <YYYYMM>
      *>   certify CLOSE <YYYYMM> <initials> [note]
      *>   certify REOPEN <YYYYMM> <initials> <reason>
      *>   certify PERIODS [YYYYMM]
      *>
      *> SIGN refuses an entry that is not in resultsmaster.idx --
      *> nobody certifies a number that was never on file, and
      *> needs the SUPERVISOR role on the operator roster; the
      *> initials are the operator id (BATCH_OPERATOR when omitted).
      *> The sign-off records the figure signed, so an answer that
      *> changes afterwards shows on OUTSTANDING as needing
      *> re-certification rather than passing as certified.
      *>
      *> CLOSE freezes a month once every result in it is signed
      *> and current: the month's master records are copied to
      *> periodfreeze.dat and a CLOSED event goes to the period log,
      *> periodclose.dat --
      *>   stamp | YYYYMM | CLOSED or REOPENED | operator | reason
      *> -- after which resultsmaster refuses any change to that
      *> month (see Common/Programs/ResultsMaster). REOPEN needs a
      *> reason; results that change while the month is open again
      *> must be re-signed before it will close. Both need the
      *> SUPERVISOR role. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FS.

           SELECT PERIOD-FILE
               ASSIGN TO "periodclose.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FS.

           SELECT FREEZE-FILE
               ASSIGN TO "periodfreeze.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FZ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           05  RM-TIMESTAMP         PIC X(21).

       FD  CERT-FILE.
       01  CERT-REC                 PIC X(160).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  FREEZE-FILE.
       01  FREEZE-REC.
           05  FZ-MONTH             PIC X(6).
           05  FILLER               PIC X.
           05  FZ-STAMP             PIC X(14).
           05  FILLER               PIC X.
           05  FZ-IMAGE             PIC X(189).

       WORKING-STORAGE SECTION.
       78  MAX-CERTS                VALUE 2000.
       01  WS-ARG-PROG              PIC X(20).
       01  WS-ARG-DATE              PIC X(20).
       01  WS-ARG-WHO               PIC X(10).
       01  WS-ARG-REASON            PIC X(60).
       01  WS-STAMP                 PIC X(21).
       01  WS-SHOWN                 PIC 9(5) COMP-5 VALUE 0.

      *> certified keys on file, for the outstanding scan, with
      *> the figure the latest sign-off was given (spaces on
      *> sign-offs older than that field)
       01  WS-CERT-COUNT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-CERT-TAB.
           05  WS-CERT-ENT OCCURS 2000 TIMES.
               10  WS-CERT-KEY      PIC X(28).
               10  WS-CERT-RESULT   PIC X(40).
       01  WS-KEY                   PIC X(28).
       01  WS-I                     PIC 9(5) COMP-5.
       01  WS-HIT                   PIC 9(5) COMP-5.
       01  WS-C-STAMP               PIC X(14).
       01  WS-C-PROG                PIC X(20).
       01  WS-C-DATE                PIC X(8).
       01  WS-C-STATE               PIC X(12).
       01  WS-C-WHO                 PIC X(10).
       01  WS-C-RESULT              PIC X(40).

      *> Period close: the month being worked on, its latest event
      *> in the period log, and the figures frozen at its latest
      *> close.
       01  WS-PD-FS                 PIC XX.
       01  WS-FZ-FS                 PIC XX.
       01  WS-MONTH                 PIC X(6).
       01  WS-PERIOD-STATE          PIC X(10) VALUE SPACES.
           88  PERIOD-CLOSED               VALUE "CLOSED".
           88  PERIOD-REOPENED             VALUE "REOPENED".
       01  WS-PERIOD-STAMP          PIC X(14) VALUE SPACES.
       01  WS-PERIOD-LAST           PIC X(200) VALUE SPACES.
       01  WS-P-STAMP               PIC X(14).
       01  WS-P-MONTH               PIC X(6).
       01  WS-P-EVENT               PIC X(10).
       01  WS-FROZEN-COUNT          PIC 9(5) COMP-5 VALUE 0.
       01  WS-FROZEN-TAB.
           05  WS-FROZEN-ENT OCCURS 2000 TIMES.
               10  WS-FROZEN-KEY    PIC X(28).
               10  WS-FROZEN-RESULT PIC X(40).
       01  WS-SIGNED-RESULT         PIC X(40).
       01  WS-MONTH-RECS            PIC 9(5) COMP-5 VALUE 0.
       01  WS-RECERT                PIC 9(5) COMP-5 VALUE 0.
       01  WS-COUNT-OUT             PIC Z(4)9.

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "certify".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
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
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-WHO
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-REASON FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REASON
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE))
               TO WS-MODE

           EVALUATE WS-MODE
               WHEN "SIGN"
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM SIGN-OFF-ENTRY
                   END-IF
               WHEN "LIST"
                   PERFORM LIST-CERTIFICATIONS
               WHEN "OUTSTANDING"
                   PERFORM LIST-OUTSTANDING
               WHEN "CLOSE"
               WHEN "REOPEN"
                   *> the month is argument 2 and the initials
                   *> argument 3 for the period actions
                   MOVE WS-ARG-DATE TO WS-ARG-WHO
                   MOVE "SUPERVISOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       IF WS-MODE = "CLOSE"
                           PERFORM CLOSE-PERIOD
                       ELSE
                           PERFORM REOPEN-PERIOD
                       END-IF
                   END-IF
               WHEN "PERIODS"
                   PERFORM LIST-PERIODS
               WHEN OTHER
                   DISPLAY "USAGE: certify SIGN <program-id> "
                       "<YYYYMMDD> <initials>"
                   DISPLAY "       certify LIST [YYYYMM]"
                   DISPLAY "       certify OUTSTANDING <YYYYMM>"
                   DISPLAY "       certify CLOSE <YYYYMM> <initials> "
                       "[note]"
                   DISPLAY "       certify REOPEN <YYYYMM> <initials> "
                       "<reason>"
                   DISPLAY "       certify PERIODS [YYYYMM]"
           END-EVALUATE
           STOP RUN
           .

       CHECK-AUTHORITY.
           MOVE WS-MODE TO WS-OP-ACTION
           CALL "opercheck" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ROLE WS-ARG-WHO WS-OP-NAME WS-OP-OK WS-OP-REASON
           IF NOT OPERATOR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OP-ACTION)
                   " refused -- operator "
                   FUNCTION TRIM(WS-ARG-WHO) " needs role "
                   FUNCTION TRIM(WS-OP-ROLE) " ("
                   FUNCTION TRIM(WS-OP-REASON) ")"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       SIGN-OFF-ENTRY.
           IF FUNCTION TRIM(WS-ARG-PROG) = SPACES
               OR FUNCTION TRIM(WS-ARG-DATE) = SPACES
                  " | " FUNCTION TRIM(WS-ARG-DATE)
                  " | CERTIFIED | "
                  FUNCTION TRIM(WS-ARG-WHO)
                  " | " FUNCTION TRIM(RM-RESULT)
               DELIMITED BY SIZE INTO CERT-REC
           END-STRING
           MOVE CERT-REC TO WS-JR-AFTER
           WRITE CERT-REC
           CLOSE CERT-FILE

           MOVE SPACES TO WS-JR-KEY WS-JR-BEFORE
           STRING FUNCTION TRIM(WS-ARG-PROG) " "
                  FUNCTION TRIM(WS-ARG-DATE)
               DELIMITED BY SIZE INTO WS-JR-KEY
           END-STRING
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-ARG-WHO WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK

           DISPLAY "CERTIFIED: "
               FUNCTION TRIM(WS-ARG-PROG) " "
               FUNCTION TRIM(WS-ARG-DATE) " = "
           .

       FOLD-ONE-CERT.
           *> A key signed more than once keeps its latest figure.
           MOVE SPACES TO WS-C-STAMP WS-C-PROG WS-C-DATE
               WS-C-STATE WS-C-WHO WS-C-RESULT
           UNSTRING CERT-REC DELIMITED BY " | "
               INTO WS-C-STAMP WS-C-PROG WS-C-DATE WS-C-STATE
                   WS-C-WHO WS-C-RESULT
           END-UNSTRING
           IF WS-C-PROG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEY
           STRING WS-C-PROG(1:20) WS-C-DATE
               DELIMITED BY SIZE INTO WS-KEY
           END-STRING
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CERT-COUNT OR WS-HIT > 0
               IF WS-CERT-KEY(WS-I) = WS-KEY
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-CERT-COUNT >= MAX-CERTS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CERT-COUNT
               MOVE WS-CERT-COUNT TO WS-HIT
               MOVE WS-KEY TO WS-CERT-KEY(WS-HIT)
           END-IF
           MOVE WS-C-RESULT TO WS-CERT-RESULT(WS-HIT)
           .

       LIST-OUTSTANDING.
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(WS-ARG-PROG) TO WS-MONTH
           PERFORM LOAD-CERTIFIED-KEYS
           PERFORM LOAD-PERIOD-STATE
           PERFORM LOAD-FROZEN-FIGURES

           DISPLAY "===== UNCERTIFIED RESULTS FOR "
               FUNCTION TRIM(WS-ARG-PROG) " ====="
           IF PERIOD-CLOSED
               DISPLAY "(period closed " WS-PERIOD-STAMP(1:8)
                   " -- figures frozen)"
           END-IF
           IF PERIOD-REOPENED
               DISPLAY "(period reopened -- changed results need "
                   "re-certification)"
           END-IF
           PERFORM SCAN-MONTH-OUTSTANDING
           IF RETURN-CODE >= 12
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SHOWN " result(s) awaiting sign-off"
           IF WS-RECERT > 0
               MOVE WS-RECERT TO WS-COUNT-OUT
               DISPLAY "  of which " FUNCTION TRIM(WS-COUNT-OUT)
                   " changed since signed -- RE-CERTIFICATION "
                   "REQUIRED"
           END-IF
           .

       SCAN-MONTH-OUTSTANDING.
           *> Walks the month in the master; counts its records into
           *> WS-MONTH-RECS and lists every one not signed, or
           *> signed at a figure it no longer holds, into WS-SHOWN
           *> (the latter also into WS-RECERT).
           MOVE 0 TO WS-SHOWN WS-RECERT WS-MONTH-RECS
           OPEN INPUT MASTER-FILE
           IF WS-RM-FS NOT = "00"
               DISPLAY "ERROR: resultsmaster.idx not found"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RM-KEY
           START MASTER-FILE KEY IS NOT LESS THAN RM-KEY
               INVALID KEY
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE(1:6) = WS-MONTH
                           ADD 1 TO WS-MONTH-RECS
                           PERFORM CHECK-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       CHECK-ONE-OUTSTANDING.
               DISPLAY "  " RM-RUN-DATE " "
                   FUNCTION TRIM(RM-PROGRAM-ID) " = "
                   FUNCTION TRIM(RM-RESULT)
               EXIT PARAGRAPH
           END-IF

           *> Signed: hold it to the figure signed, or for sign-offs
           *> that predate the recorded figure, to the figure frozen
           *> at the month's last close.
           MOVE WS-CERT-RESULT(WS-HIT) TO WS-SIGNED-RESULT
           IF WS-SIGNED-RESULT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-FROZEN-COUNT
                   IF WS-FROZEN-KEY(WS-I) = WS-KEY
                       MOVE WS-FROZEN-RESULT(WS-I)
                           TO WS-SIGNED-RESULT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SIGNED-RESULT NOT = SPACES
               AND FUNCTION TRIM(WS-SIGNED-RESULT)
                   NOT = FUNCTION TRIM(RM-RESULT)
               ADD 1 TO WS-SHOWN
               ADD 1 TO WS-RECERT
               DISPLAY "  " RM-RUN-DATE " "
                   FUNCTION TRIM(RM-PROGRAM-ID) " = "
                   FUNCTION TRIM(RM-RESULT)
                   "  ** RE-CERTIFICATION REQUIRED (signed at "
                   FUNCTION TRIM(WS-SIGNED-RESULT) ")"
           END-IF
           .

       LOAD-PERIOD-STATE.
           *> Latest event for WS-MONTH in the period log.
           MOVE SPACES TO WS-PERIOD-STATE WS-PERIOD-STAMP
               WS-PERIOD-LAST
           MOVE "N" TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ PERIOD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-P-STAMP WS-P-MONTH WS-P-EVENT
                       UNSTRING PERIOD-REC DELIMITED BY " | "
                           INTO WS-P-STAMP WS-P-MONTH WS-P-EVENT
                       END-UNSTRING
                       IF WS-P-MONTH = WS-MONTH
                           MOVE WS-P-EVENT TO WS-PERIOD-STATE
                           MOVE PERIOD-REC TO WS-PERIOD-LAST
                           IF PERIOD-CLOSED
                               MOVE WS-P-STAMP TO WS-PERIOD-STAMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           .

       LOAD-FROZEN-FIGURES.
           *> The figures frozen at WS-MONTH's latest close, if it
           *> has ever closed.
           MOVE 0 TO WS-FROZEN-COUNT
           IF WS-PERIOD-STAMP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT FREEZE-FILE
           IF WS-FZ-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ FREEZE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF FZ-MONTH = WS-MONTH
                           AND FZ-STAMP = WS-PERIOD-STAMP
                           AND WS-FROZEN-COUNT < MAX-CERTS
                           MOVE FZ-IMAGE TO MASTER-REC
                           ADD 1 TO WS-FROZEN-COUNT
                           MOVE RM-KEY TO
                               WS-FROZEN-KEY(WS-FROZEN-COUNT)
                           MOVE RM-RESULT TO
                               WS-FROZEN-RESULT(WS-FROZEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREEZE-FILE
           .

       CLOSE-PERIOD.
           MOVE FUNCTION TRIM(WS-ARG-PROG) TO WS-MONTH
           IF WS-MONTH IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-WHO) = SPACES
               DISPLAY "ERROR: CLOSE needs a month (YYYYMM) and the "
                   "supervisor's initials"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-STATE
           IF PERIOD-CLOSED
               DISPLAY "ERROR: period " WS-MONTH " is already closed "
                   "(" WS-PERIOD-STAMP ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CERTIFIED-KEYS
           PERFORM LOAD-FROZEN-FIGURES
           PERFORM SCAN-MONTH-OUTSTANDING
           IF RETURN-CODE >= 12
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTH-RECS = 0
               DISPLAY "ERROR: no results on file for " WS-MONTH
                   " -- nothing to close"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SHOWN > 0
               MOVE WS-SHOWN TO WS-COUNT-OUT
               DISPLAY "ERROR: period " WS-MONTH " cannot close -- "
                   FUNCTION TRIM(WS-COUNT-OUT)
                   " result(s) above still need sign-off"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FREEZE-MONTH-FIGURES
           IF RETURN-CODE >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-P-EVENT
           IF WS-ARG-REASON = SPACES
               MOVE "month-end close" TO WS-ARG-REASON
           END-IF
           PERFORM APPEND-PERIOD-EVENT
           IF RETURN-CODE >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-RECS TO WS-COUNT-OUT
           DISPLAY "PERIOD CLOSED: " WS-MONTH " -- "
               FUNCTION TRIM(WS-COUNT-OUT)
               " certified result(s) frozen by "
               FUNCTION TRIM(WS-ARG-WHO)
           .

       FREEZE-MONTH-FIGURES.
           OPEN EXTEND FREEZE-FILE
           IF WS-FZ-FS NOT = "00"
               OPEN OUTPUT FREEZE-FILE
           END-IF
           IF WS-FZ-FS NOT = "00"
               DISPLAY "ERROR: Unable to write periodfreeze.dat"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MASTER-FILE
           MOVE LOW-VALUES TO RM-KEY
           START MASTER-FILE KEY IS NOT LESS THAN RM-KEY
               INVALID KEY
                   CONTINUE
           END-START
           MOVE "N" TO WS-DONE
           PERFORM UNTIL SCAN-DONE
               READ MASTER-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF RM-RUN-DATE(1:6) = WS-MONTH
                           MOVE SPACES TO FREEZE-REC
                           MOVE WS-MONTH TO FZ-MONTH
                           MOVE WS-STAMP(1:14) TO FZ-STAMP
                           MOVE MASTER-REC TO FZ-IMAGE
                           WRITE FREEZE-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE FREEZE-FILE
           .

       REOPEN-PERIOD.
           MOVE FUNCTION TRIM(WS-ARG-PROG) TO WS-MONTH
           IF WS-MONTH IS NOT NUMERIC
               OR FUNCTION TRIM(WS-ARG-WHO) = SPACES
               OR WS-ARG-REASON = SPACES
               DISPLAY "ERROR: REOPEN needs a month (YYYYMM), the "
                   "supervisor's initials and a reason"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIOD-STATE
           IF NOT PERIOD-CLOSED
               DISPLAY "ERROR: period " WS-MONTH " is not closed"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "REOPENED" TO WS-P-EVENT
           PERFORM APPEND-PERIOD-EVENT
           IF RETURN-CODE >= 20
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD REOPENED: " WS-MONTH " by "
               FUNCTION TRIM(WS-ARG-WHO) " -- "
               FUNCTION TRIM(WS-ARG-REASON)
           DISPLAY "Results that change now need re-certification "
               "before the period can close again"
           .

       APPEND-PERIOD-EVENT.
           OPEN EXTEND PERIOD-FILE
           IF WS-PD-FS NOT = "00"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PD-FS NOT = "00"
               DISPLAY "ERROR: Unable to write periodclose.dat"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PERIOD-REC
           STRING WS-STAMP(1:14)
                  " | " WS-MONTH
                  " | " FUNCTION TRIM(WS-P-EVENT)
                  " | " FUNCTION TRIM(WS-ARG-WHO)
                  " | " FUNCTION TRIM(WS-ARG-REASON)
               DELIMITED BY SIZE INTO PERIOD-REC
           END-STRING
           MOVE PERIOD-REC TO WS-JR-AFTER
           WRITE PERIOD-REC
           CLOSE PERIOD-FILE

           MOVE WS-PERIOD-LAST TO WS-JR-BEFORE
           MOVE SPACES TO WS-JR-KEY
           STRING "PERIOD " WS-MONTH
               DELIMITED BY SIZE INTO WS-JR-KEY
           END-STRING
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-ARG-WHO WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .

       LIST-PERIODS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PD-FS NOT = "00"
               DISPLAY "No period closes on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ PERIOD-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-P-STAMP WS-P-MONTH
                       UNSTRING PERIOD-REC DELIMITED BY " | "
                           INTO WS-P-STAMP WS-P-MONTH
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ARG-PROG) = SPACES
                           OR WS-P-MONTH = FUNCTION TRIM(WS-ARG-PROG)
                           ADD 1 TO WS-SHOWN
                           DISPLAY "  " FUNCTION TRIM(PERIOD-REC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           DISPLAY WS-SHOWN " period event(s)"
           .
