      *> capture-to-tempfile trick baselinecheck and daybatchdriver use
      *> -- and prints both answers side by side. Run from the
      *> repository root, same as its siblings, so the two Day 08
      *> folders resolve. day8part2's final merge -- the pair of
      *> boxes whose link completes the network -- is shown too,
      *> with the asset IDs and locations day8part2 gives it when the
      *> junction-box master is on file, along with its registered
      *> and unregistered box counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HAVE-LINE              PIC X VALUE "N".
           88  HAVE-LINE                    VALUE "Y".

      *> Picked out of a job's captured output alongside its answer.
       01  WS-LAST-MERGE             PIC X(1024) VALUE SPACES.
       01  WS-JBOX-LINE              PIC X(1024) VALUE SPACES.
       01  WS-UNREG-LINE             PIC X(1024) VALUE SPACES.

      *> Set by pathguard before WS-FILEARG is quoted into WS-CMD -- see
      *> RUN-JOB.
       01  WS-PATH-OK                PIC X VALUE "Y".
               FUNCTION TRIM(WS-PAIRS-RESULT)
           DISPLAY "  Full-connection merge product     (day8part2): "
               FUNCTION TRIM(WS-CLUSTER-RESULT)
           IF WS-LAST-MERGE NOT = SPACES
               DISPLAY "  Final connecting pair: "
                   FUNCTION TRIM(WS-LAST-MERGE(8:))
           END-IF
           IF WS-JBOX-LINE NOT = SPACES
               DISPLAY "  " FUNCTION TRIM(WS-JBOX-LINE)
           END-IF
           IF WS-UNREG-LINE NOT = SPACES
               DISPLAY "  " FUNCTION TRIM(WS-UNREG-LINE)
           END-IF
           STOP RUN
           .

           .

       FIND-LAST-JOB-LINE.
      *> Also keeps the last merge-audit line and the junction-box
      *> master summary lines; only day8part2 writes those.
      *> The last non-blank line of a job's captured stdout is always
      *> its plain answer -- every program's final DISPLAY before its
      *> runlogwrite CALL is exactly that, the same assumption
                           MOVE JOB-OUT-REC TO WS-LAST-LINE
                           SET HAVE-LINE TO TRUE
                       END-IF
                       EVALUATE TRUE
                           WHEN JOB-OUT-REC(1:13) = "MERGE: POINT "
                               MOVE JOB-OUT-REC TO WS-LAST-MERGE
                           WHEN JOB-OUT-REC(1:21) =
                                   "JUNCTION-BOX MASTER: "
                               MOVE JOB-OUT-REC TO WS-JBOX-LINE
                           WHEN JOB-OUT-REC(1:20) =
                                   "UNREGISTERED BOXES: "
                               MOVE JOB-OUT-REC TO WS-UNREG-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOB-OUT
