      *> fields, one record per run -- ready for direct import:
      *>
      *>   runextract <out-dir> [program] [from-YYYYMMDD]
      *>              [thru-YYYYMMDD] [recipient]
      *>
      *> The extracts land as <out-dir>/results.csv and
      *> <out-dir>/runtimes.csv; the office PCs import those and
      *> never touch the master itself. A blank program means
      *> every program. Run from the repository root.
      *>
      *> The recipient (default planning) is looked up in
      *> maskpolicy.dat exactly as distribute does, the extracts are
      *> masked to suit, and <out-dir>/COVER.txt says what was
      *> masked. An extract that cannot be masked is removed rather
      *> than left behind in the clear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RUNTIMES-OUT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-OUT1                  PIC Z(8)9.
       01  WS-OUT2                  PIC Z(8)9.
       01  WS-STAMP                 PIC X(21).

       01  WS-RECIPIENT             PIC X(30) VALUE "planning".
       01  WS-MASK-DEST             PIC X(300).
       01  WS-MASK-SUMMARY          PIC X(200).
       01  WS-MASK-OK               PIC X.
           88  MASK-APPLIED                VALUE "Y".
           88  MASK-NONE                   VALUE "N".
       01  WS-COVER-LINE            PIC X(300).
       01  WS-WITHHELD              PIC X VALUE "N".
           88  EXTRACT-WITHHELD            VALUE "Y".

      *> Set by pathguard before the out-dir is quoted into WS-CMD.
       01  WS-PATH-OK               PIC X VALUE "Y".
                           TO WS-THRU-DATE
                   END-IF
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG) NOT = SPACES
                       CALL "pathguard" USING WS-ARG WS-PATH-OK
                       IF NOT PATH-OK
                           DISPLAY "ERROR: recipient contains a "
                               "character that is not allowed there"
                           STOP RUN
                       END-IF
                       MOVE FUNCTION TRIM(WS-ARG) TO WS-RECIPIENT
                   END-IF
           END-ACCEPT

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SPACES TO WS-CMD
           STRING "mkdir -p " QUOTE
                  FUNCTION TRIM(WS-OUT-DIR) QUOTE
                  " && { echo EXTRACT FOR "
                  FUNCTION TRIM(WS-RECIPIENT)
                  "; echo RUN DATE " WS-STAMP(1:8)
                  "; echo CONTENTS:; } > " QUOTE
                  FUNCTION TRIM(WS-OUT-DIR) "/COVER.txt" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
               " result row(s) and " FUNCTION TRIM(WS-OUT2)
               " runtime row(s) -> "
               FUNCTION TRIM(WS-OUT-DIR) "/"
           IF EXTRACT-WITHHELD AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .


           CLOSE MASTER-FILE
           CLOSE CSV-FILE
           PERFORM MASK-EXTRACT
           .

       EXTRACT-ONE-RESULT.

           CLOSE RT-FILE
           CLOSE CSV-FILE
           PERFORM MASK-EXTRACT
           .

       EXTRACT-ONE-RUNTIME.
           WRITE CSV-REC
           ADD 1 TO WS-RUNTIMES-OUT
           .

       MASK-EXTRACT.
           *> The extract just closed in WS-CSV-NAME is masked for the
           *> recipient into a side file, which then replaces it.
           MOVE SPACES TO WS-MASK-DEST
           STRING FUNCTION TRIM(WS-CSV-NAME) ".masked"
               DELIMITED BY SIZE INTO WS-MASK-DEST
           END-STRING
           CALL "maskfile" USING WS-RECIPIENT WS-CSV-NAME
               WS-MASK-DEST WS-MASK-SUMMARY WS-MASK-OK

           MOVE SPACES TO WS-COVER-LINE
           MOVE SPACES TO WS-CMD
           EVALUATE TRUE
               WHEN MASK-NONE
                   STRING "  " FUNCTION TRIM(WS-CSV-NAME)
                       DELIMITED BY SIZE INTO WS-COVER-LINE
                   END-STRING
               WHEN MASK-APPLIED
                   STRING "  " FUNCTION TRIM(WS-CSV-NAME)
                          "  (MASKED: "
                          FUNCTION TRIM(WS-MASK-SUMMARY) ")"
                       DELIMITED BY SIZE INTO WS-COVER-LINE
                   END-STRING
                   STRING "mv -f " QUOTE FUNCTION TRIM(WS-MASK-DEST)
                          QUOTE " " QUOTE FUNCTION TRIM(WS-CSV-NAME)
                          QUOTE
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
               WHEN OTHER
                   DISPLAY "WARNING: " FUNCTION TRIM(WS-CSV-NAME)
                       " could not be masked for "
                       FUNCTION TRIM(WS-RECIPIENT) " -- removed"
                   STRING "  " FUNCTION TRIM(WS-CSV-NAME)
                          "  (WITHHELD: could not be masked)"
                       DELIMITED BY SIZE INTO WS-COVER-LINE
                   END-STRING
                   STRING "rm -f " QUOTE FUNCTION TRIM(WS-CSV-NAME)
                          QUOTE " " QUOTE FUNCTION TRIM(WS-MASK-DEST)
                          QUOTE
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   SET EXTRACT-WITHHELD TO TRUE
           END-EVALUATE
           IF WS-CMD NOT = SPACES
               CALL "SYSTEM" USING WS-CMD
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "echo " QUOTE
                  WS-COVER-LINE(1:
                      FUNCTION STORED-CHAR-LENGTH(WS-COVER-LINE))
                  QUOTE
                  " >> " QUOTE
                  FUNCTION TRIM(WS-OUT-DIR) "/COVER.txt" QUOTE
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .
