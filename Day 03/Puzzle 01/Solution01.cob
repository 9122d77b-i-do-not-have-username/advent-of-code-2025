       01  WS-BATCH-OUT             PIC Z(18)9.
       01  WS-BATCH-OUT2            PIC Z(8)9.
       01  WS-BATCH-OUT3            PIC Z(8)9.
      *> Bank width the subtotals are taken at, carried on the
      *> batch history so day3part2's wider banks never trend
      *> against these; see Common/Programs/BatchHistoryWriter.
       01  WS-HIST-DIGITS           PIC 9(4) COMP-5 VALUE 2.

       01  WS-OUTDIR                PIC X(256).

           END-IF

           PERFORM PRINT-BATCH-SUMMARY
           PERFORM WRITE-BATCH-HISTORY

           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           CALL "elapsedfmt" USING WS-START-STAMP WS-END-STAMP
                   FUNCTION TRIM(WS-BATCH-OUT3) " malformed)"
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
                       WS-HIST-DIGITS WS-BATCH-ID(WS-BATCH-I)
                       WS-BATCH-LINES(WS-BATCH-I)
                       WS-BATCH-BAD(WS-BATCH-I)
                       WS-BATCH-SUBTOT(WS-BATCH-I)
               END-IF
           END-PERFORM
           .
