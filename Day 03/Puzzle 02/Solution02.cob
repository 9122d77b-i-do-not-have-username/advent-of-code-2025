           END-IF

           PERFORM PRINT-BATCH-SUMMARY
           PERFORM WRITE-BATCH-HISTORY

           IF SWEEP-ON
               PERFORM PRINT-SWEEP-TABLE
           END-PERFORM
           .

       WRITE-BATCH-HISTORY.
           *> Same rule as the printed summary: only a feed that
           *> carried batch headers has batches worth a history.
           IF WS-BATCH-COUNT = 0
               OR (WS-BATCH-COUNT = 1 AND WS-BATCH-ID(1) = "(NONE)")
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-BATCH-I FROM 1 BY 1
                   UNTIL WS-BATCH-I > WS-BATCH-COUNT
               IF WS-BATCH-ID(WS-BATCH-I) NOT = "(NONE)"
                   CALL "batchhistwrite" USING WS-RUN-PROGID
                       K-DIGITS WS-BATCH-ID(WS-BATCH-I)
                       WS-BATCH-LINES(WS-BATCH-I)
                       WS-BATCH-BAD(WS-BATCH-I)
                       WS-BATCH-SUBTOT(WS-BATCH-I)
               END-IF
           END-PERFORM
           .

       PARSE-K-ARGUMENT.
           *> A comma list ("4,8,16") or a dash range ("4-16") turns
           *> on sweep mode; a plain number stays the single K it
