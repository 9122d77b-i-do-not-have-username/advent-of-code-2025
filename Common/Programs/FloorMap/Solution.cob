       01  WS-R                     PIC 9(9) COMP-5.
       01  WS-C                     PIC 9(9) COMP-5.
       01  WS-RACK-CH               PIC X.
      *> Energized in either beam-trace form: "v"/"x" from a
      *> single-source bay, or a source mark ("+" for more than one
      *> source) from a multi-source bay.
       01  WS-BEAM-CH               PIC X.
           88  BEAM-ENERGIZED       VALUES "v" "x" "+" "1" THRU "9"
                                           "A" THRU "R" "T" THRU "Z".
       01  WS-MERGED                PIC X(2000).

       01  WS-HOT-COUNT             PIC 9(9) COMP-5 VALUE 0.
           END-STRING
           WRITE MAP-REC FROM WS-OUT-LINE
           MOVE "LEGEND: ! flagged rack in energized path, "
               & "* flagged rack, v/x or source mark beam, "
               & "@ rack, # damaged"
               TO WS-OUT-LINE
           WRITE MAP-REC FROM WS-OUT-LINE

           *> rack in an energized path outranks both.
           MOVE WS-RACK-CH TO WS-MERGED(WS-C:1)
           IF WS-RACK-CH = "." OR WS-RACK-CH = " "
               IF BEAM-ENERGIZED
                   MOVE WS-BEAM-CH TO WS-MERGED(WS-C:1)
               END-IF
           END-IF

           IF WS-RACK-CH = "*"
               AND BEAM-ENERGIZED
               MOVE "!" TO WS-MERGED(WS-C:1)
               ADD 1 TO WS-HOT-COUNT
               MOVE WS-R TO WS-ROW-OUT
