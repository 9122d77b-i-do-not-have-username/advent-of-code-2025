           *> double-counts an acknowledgment at the depot.
           *> Receipt paths carry no blanks (the separators in the
           *> input name flatten to underscores above), so the glob
           *> needs no quoting. The rename is silent: this runs after
           *> the program has printed its answer, and the gates that
           *> read the answer as the last line of output (smokecheck,
           *> baselinecheck, reprorun) must not find a notice there.
           MOVE SPACES TO WS-CMD
           STRING "for f in "
                  FUNCTION TRIM(WS-ACK-DIR) "/"
                  FUNCTION TRIM(WS-BASE) "."
                  WS-TIMESTAMP(1:8) "*.ack; do"
                  " [ -f $f ] &&"
                  " mv -f $f $f.superseded; done; true"
               DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
