       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback.

      *> Monthly chargeback to the depots. What a depot's feed costs
      *> us is already on file at the repository root, keyed by the
      *> program-id the feed runs under (the depot code):
      *>   runtimes.dat           machine time, seconds per run
      *>   feedstats.dat          each run's size; the archive copy
      *>                          and aux reports it leaves behind
      *>                          are two copies of it on the
      *>                          spacecheck projection basis
      *>   rejectstats.dat        rejected lines data control handles
      *>   reprocesslog.dat       reject reprocess runs
      *>   quarantineregister.dat feed files quarantined
      *> Each is priced through the finance-owned rate card
      *> (chargerates.dat) and billed to the depot's record in
      *> depotmaster.dat:
      *>
      *>   chargeback <YYYYMM> [YYYYMMDD invoice date]
      *>
      *> The invoice date defaults to today; payment is due
      *> siteparams CHARGEBACK-TERMS-DAYS (default 30) days later.
      *> Output:
      *>   chargeback.<YYYYMM>.txt  one printable invoice per depot
      *>                            with charges, line items and total
      *>   chargeback.<YYYYMM>.dat  accounts receivable extract
      *>     H  month, invoice date, source
      *>     I  invoice number, depot code, depot name, invoice date,
      *>        due date, invoice total
      *>     D  invoice number, item, quantity, unit price, amount
      *>     T  invoice count, grand total
      *> Invoice numbers are CB<YYYYMM>-<nnn>, in depot-master order,
      *> so a rerun of the month reissues the same numbers. Charges
      *> under a program-id with no depot record are listed on the
      *> not-billed page and exit 4. Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE
               ASSIGN TO "chargerates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FS.

           SELECT MASTER-FILE
               ASSIGN TO "depotmaster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-FS.

           SELECT RT-FILE
               ASSIGN TO "runtimes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-FS.

           SELECT STATS-FILE
               ASSIGN TO "feedstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FS.

           SELECT REJSTAT-FILE
               ASSIGN TO "rejectstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FS.

           SELECT REPRO-FILE
               ASSIGN TO "reprocesslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FS.

           SELECT QREG-FILE
               ASSIGN TO "quarantineregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FS.

           SELECT INVOICE-FILE
               ASSIGN TO DYNAMIC WS-INV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FS.

           SELECT EXTRACT-FILE
               ASSIGN TO DYNAMIC WS-EXT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-REC                 PIC X(200).

       FD  MASTER-FILE.
       01  MASTER-REC               PIC X(200).

       FD  RT-FILE.
       01  RT-REC.
           05  RH-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RH-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RH-SECONDS           PIC X(20).

       FD  STATS-FILE.
       01  STATS-REC.
           05  ST-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  ST-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  ST-LINES             PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXLEN            PIC 9(9).
           05  FILLER               PIC X.
           05  ST-MAXNUM            PIC 9(18).

       FD  REJSTAT-FILE.
       01  REJSTAT-REC.
           05  RS-DATE              PIC X(8).
           05  FILLER               PIC X.
           05  RS-PROGID            PIC X(20).
           05  FILLER               PIC X.
           05  RS-REASON            PIC X(20).
           05  FILLER               PIC X.
           05  RS-COUNT             PIC 9(9).

       FD  REPRO-FILE.
       01  REPRO-REC                PIC X(400).

       FD  QREG-FILE.
       01  QREG-REC                 PIC X(200).

       FD  INVOICE-FILE.
       01  INVOICE-REC              PIC X(132).

       FD  EXTRACT-FILE.
       01  EXT-HEADER.
           05  EH-TYPE              PIC X.
           05  EH-MONTH             PIC X(6).
           05  EH-INV-DATE          PIC X(8).
           05  EH-SOURCE            PIC X(12).
       01  EXT-INVOICE.
           05  EI-TYPE              PIC X.
           05  EI-INVOICE           PIC X(12).
           05  EI-DEPOT             PIC X(20).
           05  EI-NAME              PIC X(30).
           05  EI-INV-DATE          PIC X(8).
           05  EI-DUE-DATE          PIC X(8).
           05  EI-TOTAL             PIC 9(13)V99.
       01  EXT-DETAIL.
           05  ED-TYPE              PIC X.
           05  ED-INVOICE           PIC X(12).
           05  ED-ITEM              PIC X(10).
           05  ED-QTY               PIC 9(11)V99.
           05  ED-RATE              PIC 9(5)V9(4).
           05  ED-AMOUNT            PIC 9(13)V99.
       01  EXT-TRAILER.
           05  ET-TYPE              PIC X.
           05  ET-COUNT             PIC 9(6).
           05  ET-TOTAL             PIC 9(15)V99.

       WORKING-STORAGE SECTION.
      *> The archive copy and the aux reports: two copies of the
      *> feed per run on spacecheck's basis (the input itself and
      *> the transient work files are not the depot's to pay for).
       78  DISK-COPIES              VALUE 2.
       78  BYTES-PER-MB             VALUE 1048576.

       78  NUM-ITEMS                VALUE 5.
       78  ITEM-RUNTIME             VALUE 1.
       78  ITEM-DISK                VALUE 2.
       78  ITEM-REJECT              VALUE 3.
       78  ITEM-REPROCESS           VALUE 4.
       78  ITEM-QUARANTINE          VALUE 5.
       78  MAX-ACCOUNTS             VALUE 150.

       01  WS-RATE-FS               PIC XX.
       01  WS-DM-FS                 PIC XX.
       01  WS-RT-FS                 PIC XX.
       01  WS-ST-FS                 PIC XX.
       01  WS-RS-FS                 PIC XX.
       01  WS-RP-FS                 PIC XX.
       01  WS-QR-FS                 PIC XX.
       01  WS-INV-FS                PIC XX.
       01  WS-EXT-FS                PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

       01  WS-ARG1                  PIC X(20).
       01  WS-ARG2                  PIC X(20).
       01  WS-MONTH                 PIC X(6).
       01  WS-INV-DATE              PIC X(8).
       01  WS-DUE-DATE              PIC X(8).
       01  WS-TERMS-DAYS            PIC 9(4) COMP-5 VALUE 30.
       01  WS-STAMP                 PIC X(21).
       01  WS-INV-NAME              PIC X(80) VALUE SPACES.
       01  WS-EXT-NAME              PIC X(80) VALUE SPACES.

       01  WS-SP-KEY                PIC X(30).
       01  WS-SP-VALUE              PIC X(40).
       01  WS-SP-FOUND              PIC X.

       01  NUM-JOBS                 PIC 9(3) COMP-5 VALUE 0.
       01  WS-JT-STATUS             PIC X.
       01  WS-JOB-TABLE.
           05  WS-JOB OCCURS 50 TIMES.
               10  WS-JOB-DIR       PIC X(40).
               10  WS-JOB-PROG      PIC X(20).
               10  WS-JOB-LABEL     PIC X(24).
               10  WS-JOB-OUTPOS    PIC 9.
               10  WS-JOB-PREREQS   PIC X(20).
               10  WS-JOB-FREQ      PIC X(10).
               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

      *> The rate card, one entry per chargeable item.
       01  WS-ITEM-TAB.
           05  WS-ITEM OCCURS 5 TIMES.
               10  WS-IT-CODE       PIC X(10).
               10  WS-IT-RATE       PIC 9(5)V9(4).
               10  WS-IT-PRICED     PIC X.
               10  WS-IT-TEXT       PIC X(36).
       01  WS-RATE-LINE-NO          PIC 9(5) COMP-5 VALUE 0.
       01  WS-RATE-BAD              PIC X VALUE "N".
           88  RATE-BAD                    VALUE "Y".
       01  WS-T1                    PIC X(20).
       01  WS-T2                    PIC X(20).
       01  WS-T3                    PIC X(20).
       01  WS-PTR                   PIC 9(4) COMP-5.

      *> One account per depot-master record, in master order, then
      *> any program-id that ran up charges with no depot record.
       01  WS-ACCT-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-ACCT-TAB.
           05  WS-ACCT OCCURS 150 TIMES.
               10  WS-AC-CODE       PIC X(20).
               10  WS-AC-NAME       PIC X(30).
               10  WS-AC-CONTACT    PIC X(40).
               10  WS-AC-ON-MASTER  PIC X.
               10  WS-AC-QTY        PIC S9(11)V99 COMP-3
                                        OCCURS 5 TIMES.
       01  WS-CODE                  PIC X(20).
       01  WS-AC                    PIC 9(4) COMP-5.
       01  WS-I                     PIC 9(4) COMP-5.
       01  WS-N                     PIC 9(4) COMP-5.
       01  WS-OVERFLOW              PIC X VALUE "N".

       01  WS-F1                    PIC X(20).
       01  WS-F2                    PIC X(20).
       01  WS-F3                    PIC X(20).
       01  WS-F4                    PIC X(40).
       01  WS-F5                    PIC X(20).
       01  WS-JOBNO                 PIC 9(3) COMP-5.
       01  WS-QTY                   PIC S9(11)V99 COMP-3.

       01  WS-AMOUNT                PIC S9(13)V99 COMP-3.
       01  WS-INV-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-UNBILLED-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-INV-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01  WS-NO-CHARGE             PIC 9(4) COMP-5 VALUE 0.
       01  WS-UNBILLED              PIC 9(4) COMP-5 VALUE 0.
       01  WS-INVOICE-NO            PIC X(12).
       01  WS-SEQ-OUT               PIC 9(3).

       01  WS-QTY-OUT               PIC Z(10)9.99.
       01  WS-RATE-OUT              PIC Z(4)9.9999.
       01  WS-AMT-OUT               PIC Z(12)9.99.
       01  WS-CNT-OUT               PIC Z(5)9.
       01  WS-LINE-NO-OUT           PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG1
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG1) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG1)) NOT = 6
               DISPLAY "USAGE: chargeback <YYYYMM> [YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ARG1) TO WS-MONTH
           IF WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "ERROR: month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-INV-DATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
                               AND FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-ARG2)) = 8
                           MOVE FUNCTION TRIM(WS-ARG2) TO WS-INV-DATE
                       ELSE
                           DISPLAY "ERROR: invoice date must be "
                               "YYYYMMDD"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-ACCEPT

           MOVE "CHARGEBACK-TERMS-DAYS" TO WS-SP-KEY
           MOVE SPACES TO WS-SP-VALUE
           CALL "siteparamroot" USING WS-SP-KEY WS-SP-VALUE
               WS-SP-FOUND
           IF WS-SP-FOUND = "Y"
               AND FUNCTION TRIM(WS-SP-VALUE) IS NUMERIC
               COMPUTE WS-TERMS-DAYS = FUNCTION NUMVAL(WS-SP-VALUE)
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-INV-DATE))
               + WS-TERMS-DAYS) TO WS-DUE-DATE

           PERFORM LOAD-RATE-CARD
           PERFORM LOAD-DEPOTS
           PERFORM LOAD-JOB-TABLE

           PERFORM ADD-RUNTIME
           PERFORM ADD-DISK
           PERFORM ADD-REJECTS
           PERFORM ADD-REPROCESS
           PERFORM ADD-QUARANTINE

           MOVE SPACES TO WS-INV-NAME WS-EXT-NAME
           STRING "chargeback." WS-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-INV-NAME
           END-STRING
           STRING "chargeback." WS-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-EXT-NAME
           END-STRING
           PERFORM WRITE-INVOICES

           MOVE WS-INV-COUNT TO WS-CNT-OUT
           DISPLAY "CHARGEBACK " WS-MONTH ": "
               FUNCTION TRIM(WS-CNT-OUT) " invoice(s) raised"
           MOVE WS-GRAND-TOTAL TO WS-AMT-OUT
           DISPLAY "  TOTAL BILLED " WS-AMT-OUT
           IF WS-NO-CHARGE > 0
               MOVE WS-NO-CHARGE TO WS-CNT-OUT
               DISPLAY "  " FUNCTION TRIM(WS-CNT-OUT)
                   " depot(s) with no charges this month"
           END-IF
           IF WS-UNBILLED > 0
               MOVE WS-UNBILLED TO WS-CNT-OUT
               MOVE WS-UNBILLED-TOTAL TO WS-AMT-OUT
               DISPLAY "WARNING: " FUNCTION TRIM(WS-CNT-OUT)
                   " program-id(s) with charges of "
                   FUNCTION TRIM(WS-AMT-OUT)
                   " have no depot record -- see "
                   FUNCTION TRIM(WS-INV-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "INVOICES: " FUNCTION TRIM(WS-INV-NAME)
           DISPLAY "RECEIVABLES EXTRACT: " FUNCTION TRIM(WS-EXT-NAME)
           STOP RUN
           .

       LOAD-RATE-CARD.
           MOVE "RUNTIME"    TO WS-IT-CODE(ITEM-RUNTIME)
           MOVE "DISK"       TO WS-IT-CODE(ITEM-DISK)
           MOVE "REJECT"     TO WS-IT-CODE(ITEM-REJECT)
           MOVE "REPROCESS"  TO WS-IT-CODE(ITEM-REPROCESS)
           MOVE "QUARANTINE" TO WS-IT-CODE(ITEM-QUARANTINE)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               MOVE 0 TO WS-IT-RATE(WS-I)
               MOVE "N" TO WS-IT-PRICED(WS-I)
               MOVE WS-IT-CODE(WS-I) TO WS-IT-TEXT(WS-I)
           END-PERFORM

           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               DISPLAY "ERROR: chargerates.dat not found (file status "
                   WS-RATE-FS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RATE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATE-LINE-NO
                       IF RATE-REC NOT = SPACES
                               AND RATE-REC(1:1) NOT = "*"
                           PERFORM LOAD-ONE-RATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               IF WS-IT-PRICED(WS-I) NOT = "Y"
                   DISPLAY "WARNING: chargerates.dat has no RATE for "
                       FUNCTION TRIM(WS-IT-CODE(WS-I))
                       " -- not charged"
               END-IF
           END-PERFORM
           .

       LOAD-ONE-RATE-LINE.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3
           MOVE 1 TO WS-PTR
           UNSTRING RATE-REC DELIMITED BY ALL SPACE
               INTO WS-T1 WS-T2 WS-T3
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T1) TO WS-T1
           MOVE FUNCTION UPPER-CASE(WS-T2) TO WS-T2
           MOVE "N" TO WS-RATE-BAD
           MOVE 0 TO WS-N
           IF WS-T1 NOT = "RATE"
               OR FUNCTION TEST-NUMVAL(WS-T3) NOT = 0
               SET RATE-BAD TO TRUE
           ELSE
               IF FUNCTION NUMVAL(WS-T3) < 0
                   SET RATE-BAD TO TRUE
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > NUM-ITEMS OR WS-N > 0
                   IF WS-IT-CODE(WS-I) = WS-T2
                       MOVE WS-I TO WS-N
                   END-IF
               END-PERFORM
               IF WS-N = 0
                   SET RATE-BAD TO TRUE
               END-IF
           END-IF

           IF RATE-BAD
               MOVE WS-RATE-LINE-NO TO WS-LINE-NO-OUT
               DISPLAY "ERROR: chargerates.dat line "
                   FUNCTION TRIM(WS-LINE-NO-OUT)
                   " is not RATE <item> <unit price> [text] for "
                   "RUNTIME, DISK, REJECT, REPROCESS or QUARANTINE"
               CLOSE RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-IT-RATE(WS-N) = FUNCTION NUMVAL(WS-T3)
           MOVE "Y" TO WS-IT-PRICED(WS-N)
           IF WS-PTR <= 200
               IF RATE-REC(WS-PTR:) NOT = SPACES
                   MOVE FUNCTION TRIM(RATE-REC(WS-PTR:))
                       TO WS-IT-TEXT(WS-N)
               END-IF
           END-IF
           .

       LOAD-DEPOTS.
           OPEN INPUT MASTER-FILE
           IF WS-DM-FS NOT = "00"
               DISPLAY "WARNING: depotmaster.dat not found -- every "
                   "charge will be listed as not billed"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ MASTER-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-DEPOT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       LOAD-ONE-DEPOT.
           IF MASTER-REC = SPACES OR MASTER-REC(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= MAX-ACCOUNTS
               DISPLAY "ERROR: More than " MAX-ACCOUNTS
                   " depots in depotmaster.dat"
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE SPACES TO WS-AC-CODE(WS-ACCT-COUNT)
               WS-AC-NAME(WS-ACCT-COUNT) WS-AC-CONTACT(WS-ACCT-COUNT)
           UNSTRING MASTER-REC DELIMITED BY "|"
               INTO WS-AC-CODE(WS-ACCT-COUNT)
                   WS-AC-NAME(WS-ACCT-COUNT)
                   WS-AC-CONTACT(WS-ACCT-COUNT)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-AC-CODE(WS-ACCT-COUNT))
               TO WS-AC-CODE(WS-ACCT-COUNT)
           MOVE FUNCTION TRIM(WS-AC-NAME(WS-ACCT-COUNT))
               TO WS-AC-NAME(WS-ACCT-COUNT)
           MOVE FUNCTION TRIM(WS-AC-CONTACT(WS-ACCT-COUNT))
               TO WS-AC-CONTACT(WS-ACCT-COUNT)
           MOVE "Y" TO WS-AC-ON-MASTER(WS-ACCT-COUNT)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               MOVE 0 TO WS-AC-QTY(WS-ACCT-COUNT, WS-I)
           END-PERFORM
           .

       FIND-ACCOUNT.
           *> WS-CODE in, WS-AC out; a program-id with no depot record
           *> gets an account of its own for the not-billed page.
           MOVE 0 TO WS-AC
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCT-COUNT OR WS-AC > 0
               IF WS-AC-CODE(WS-I) = WS-CODE
                   MOVE WS-I TO WS-AC
               END-IF
           END-PERFORM
           IF WS-AC > 0 OR WS-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= MAX-ACCOUNTS
               IF WS-OVERFLOW = "N"
                   DISPLAY "WARNING: more than " MAX-ACCOUNTS
                       " accounts -- later program-ids not charged"
                   MOVE "Y" TO WS-OVERFLOW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-AC
           MOVE WS-CODE TO WS-AC-CODE(WS-AC)
           MOVE SPACES TO WS-AC-NAME(WS-AC) WS-AC-CONTACT(WS-AC)
           MOVE "N" TO WS-AC-ON-MASTER(WS-AC)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               MOVE 0 TO WS-AC-QTY(WS-AC, WS-I)
           END-PERFORM
           .

       ADD-RUNTIME.
           OPEN INPUT RT-FILE
           IF WS-RT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ RT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF RH-DATE(1:6) = WS-MONTH
                           AND FUNCTION TEST-NUMVAL(RH-SECONDS) = 0
                           MOVE FUNCTION TRIM(RH-PROGID) TO WS-CODE
                           PERFORM FIND-ACCOUNT
                           IF WS-AC > 0
                               COMPUTE WS-AC-QTY(WS-AC, ITEM-RUNTIME)
                                   ROUNDED =
                                   WS-AC-QTY(WS-AC, ITEM-RUNTIME)
                                   + FUNCTION NUMVAL(RH-SECONDS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RT-FILE
           .

       ADD-DISK.
           OPEN INPUT STATS-FILE
           IF WS-ST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ STATS-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF ST-DATE(1:6) = WS-MONTH
                           AND ST-LINES IS NUMERIC
                           AND ST-MAXLEN IS NUMERIC
                           MOVE FUNCTION TRIM(ST-PROGID) TO WS-CODE
                           PERFORM FIND-ACCOUNT
                           IF WS-AC > 0
                               COMPUTE WS-AC-QTY(WS-AC, ITEM-DISK)
                                   ROUNDED =
                                   WS-AC-QTY(WS-AC, ITEM-DISK)
                                   + ST-LINES * (ST-MAXLEN + 1)
                                   * DISK-COPIES / BYTES-PER-MB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-FILE
           .

       ADD-REJECTS.
           OPEN INPUT REJSTAT-FILE
           IF WS-RS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REJSTAT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF RS-DATE(1:6) = WS-MONTH
                           AND RS-COUNT IS NUMERIC
                           MOVE FUNCTION TRIM(RS-PROGID) TO WS-CODE
                           PERFORM FIND-ACCOUNT
                           IF WS-AC > 0
                               ADD RS-COUNT
                                   TO WS-AC-QTY(WS-AC, ITEM-REJECT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJSTAT-FILE
           .

       ADD-REPROCESS.
           *> stamp | REPROCESSED | job-number | program-id | ...
           OPEN INPUT REPRO-FILE
           IF WS-RP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ REPRO-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4
                       UNSTRING REPRO-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3 WS-F4
                       END-UNSTRING
                       IF WS-F1(1:6) = WS-MONTH
                           AND WS-F2 = "REPROCESSED"
                           MOVE FUNCTION TRIM(WS-F4) TO WS-CODE
                           PERFORM FIND-ACCOUNT
                           IF WS-AC > 0
                               ADD 1
                                   TO WS-AC-QTY(WS-AC, ITEM-REPROCESS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPRO-FILE
           .

       ADD-QUARANTINE.
           *> stamp | QUARANTINED | job-number | feed | reason | ...
           *> The job number names the program through jobtable.dat.
           OPEN INPUT QREG-FILE
           IF WS-QR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ QREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-F1 WS-F2 WS-F3
                       UNSTRING QREG-REC DELIMITED BY " | "
                           INTO WS-F1 WS-F2 WS-F3
                       END-UNSTRING
                       IF WS-F1(1:6) = WS-MONTH
                           AND WS-F2 = "QUARANTINED"
                           AND FUNCTION TRIM(WS-F3) IS NUMERIC
                           PERFORM CHARGE-ONE-QUARANTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QREG-FILE
           .

       CHARGE-ONE-QUARANTINE.
           COMPUTE WS-JOBNO = FUNCTION NUMVAL(WS-F3)
           IF WS-JOBNO = 0 OR WS-JOBNO > NUM-JOBS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-JOB-PROG(WS-JOBNO)) TO WS-CODE
           PERFORM FIND-ACCOUNT
           IF WS-AC > 0
               ADD 1 TO WS-AC-QTY(WS-AC, ITEM-QUARANTINE)
           END-IF
           .

       WRITE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-FS NOT = "00"
               DISPLAY "ERROR: Unable to write invoices "
                   FUNCTION TRIM(WS-INV-NAME)
                   " (file status " WS-INV-FS ")"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-FS NOT = "00"
               DISPLAY "ERROR: Unable to write receivables extract "
                   FUNCTION TRIM(WS-EXT-NAME)
                   " (file status " WS-EXT-FS ")"
               CLOSE INVOICE-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO EXT-HEADER
           MOVE "H" TO EH-TYPE
           MOVE WS-MONTH TO EH-MONTH
           MOVE WS-INV-DATE TO EH-INV-DATE
           MOVE "CHARGEBACK" TO EH-SOURCE
           WRITE EXT-HEADER

           MOVE 0 TO WS-N
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-ACCT-COUNT
               IF WS-AC-ON-MASTER(WS-AC) = "Y"
                   ADD 1 TO WS-N
                   PERFORM INVOICE-ONE-DEPOT
               END-IF
           END-PERFORM

           PERFORM WRITE-NOT-BILLED-PAGE

           MOVE SPACES TO EXT-TRAILER
           MOVE "T" TO ET-TYPE
           MOVE WS-INV-COUNT TO ET-COUNT
           MOVE WS-GRAND-TOTAL TO ET-TOTAL
           WRITE EXT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE INVOICE-FILE
           .

       INVOICE-ONE-DEPOT.
           *> The invoice number follows the depot's place in the
           *> master, so it is the same on a rerun of the month.
           PERFORM PRICE-ACCOUNT
           IF WS-INV-TOTAL = 0
               ADD 1 TO WS-NO-CHARGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INV-COUNT
           ADD WS-INV-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-N TO WS-SEQ-OUT
           MOVE SPACES TO WS-INVOICE-NO
           STRING "CB" WS-MONTH "-" WS-SEQ-OUT
               DELIMITED BY SIZE INTO WS-INVOICE-NO
           END-STRING

           IF WS-INV-COUNT > 1
               MOVE SPACES TO INVOICE-REC
               WRITE INVOICE-REC
               MOVE ALL "=" TO INVOICE-REC(1:96)
               WRITE INVOICE-REC
               MOVE SPACES TO INVOICE-REC
               WRITE INVOICE-REC
           END-IF
           MOVE SPACES TO INVOICE-REC
           STRING "CHARGEBACK INVOICE " WS-INVOICE-NO
                  "          INVOICE DATE " WS-INV-DATE
                  "   DUE " WS-DUE-DATE
               DELIMITED BY SIZE INTO INVOICE-REC
           END-STRING
           WRITE INVOICE-REC
           MOVE SPACES TO INVOICE-REC
           STRING "DEPOT " FUNCTION TRIM(WS-AC-CODE(WS-AC))
                  "  " FUNCTION TRIM(WS-AC-NAME(WS-AC))
               DELIMITED BY SIZE INTO INVOICE-REC
           END-STRING
           WRITE INVOICE-REC
           IF WS-AC-CONTACT(WS-AC) NOT = SPACES
               MOVE SPACES TO INVOICE-REC
               STRING "ATTN  " FUNCTION TRIM(WS-AC-CONTACT(WS-AC))
                   DELIMITED BY SIZE INTO INVOICE-REC
               END-STRING
               WRITE INVOICE-REC
           END-IF
           MOVE SPACES TO INVOICE-REC
           STRING "FEED PROCESSING CHARGES FOR MONTH " WS-MONTH
               DELIMITED BY SIZE INTO INVOICE-REC
           END-STRING
           WRITE INVOICE-REC
           MOVE SPACES TO INVOICE-REC
           WRITE INVOICE-REC
           MOVE SPACES TO INVOICE-REC
           STRING "ITEM       DESCRIPTION                         "
                  "       QUANTITY   UNIT PRICE            AMOUNT"
               DELIMITED BY SIZE INTO INVOICE-REC
           END-STRING
           WRITE INVOICE-REC

           MOVE SPACES TO EXT-INVOICE
           MOVE "I" TO EI-TYPE
           MOVE WS-INVOICE-NO TO EI-INVOICE
           MOVE WS-AC-CODE(WS-AC) TO EI-DEPOT
           MOVE WS-AC-NAME(WS-AC) TO EI-NAME
           MOVE WS-INV-DATE TO EI-INV-DATE
           MOVE WS-DUE-DATE TO EI-DUE-DATE
           MOVE WS-INV-TOTAL TO EI-TOTAL
           WRITE EXT-INVOICE

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               IF WS-IT-PRICED(WS-I) = "Y"
                   AND WS-AC-QTY(WS-AC, WS-I) > 0
                   PERFORM INVOICE-ONE-ITEM
               END-IF
           END-PERFORM

           MOVE WS-INV-TOTAL TO WS-AMT-OUT
           MOVE SPACES TO INVOICE-REC
           WRITE INVOICE-REC
           MOVE SPACES TO INVOICE-REC
           STRING "                                              "
                  "                      INVOICE TOTAL "
                  WS-AMT-OUT
               DELIMITED BY SIZE INTO INVOICE-REC
           END-STRING
           WRITE INVOICE-REC
           .

       INVOICE-ONE-ITEM.
           COMPUTE WS-AMOUNT ROUNDED =
               WS-AC-QTY(WS-AC, WS-I) * WS-IT-RATE(WS-I)
           MOVE WS-AC-QTY(WS-AC, WS-I) TO WS-QTY-OUT
           MOVE WS-IT-RATE(WS-I) TO WS-RATE-OUT
           MOVE WS-AMOUNT TO WS-AMT-OUT
           MOVE SPACES TO INVOICE-REC
           MOVE WS-IT-CODE(WS-I) TO INVOICE-REC(1:10)
           MOVE WS-IT-TEXT(WS-I) TO INVOICE-REC(12:36)
           MOVE WS-QTY-OUT TO INVOICE-REC(49:14)
           MOVE WS-RATE-OUT TO INVOICE-REC(64:10)
           MOVE WS-AMT-OUT TO INVOICE-REC(78:16)
           WRITE INVOICE-REC

           MOVE SPACES TO EXT-DETAIL
           MOVE "D" TO ED-TYPE
           MOVE WS-INVOICE-NO TO ED-INVOICE
           MOVE WS-IT-CODE(WS-I) TO ED-ITEM
           MOVE WS-AC-QTY(WS-AC, WS-I) TO ED-QTY
           MOVE WS-IT-RATE(WS-I) TO ED-RATE
           MOVE WS-AMOUNT TO ED-AMOUNT
           WRITE EXT-DETAIL
           .

       PRICE-ACCOUNT.
           *> Each line is rounded to the cent on its own, so the
           *> total is the sum of what the invoice prints.
           MOVE 0 TO WS-INV-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > NUM-ITEMS
               IF WS-IT-PRICED(WS-I) = "Y"
                   COMPUTE WS-AMOUNT ROUNDED =
                       WS-AC-QTY(WS-AC, WS-I) * WS-IT-RATE(WS-I)
                   ADD WS-AMOUNT TO WS-INV-TOTAL
               END-IF
           END-PERFORM
           .

       WRITE-NOT-BILLED-PAGE.
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-ACCT-COUNT
               IF WS-AC-ON-MASTER(WS-AC) = "N"
                   PERFORM PRICE-ACCOUNT
                   IF WS-INV-TOTAL > 0
                       PERFORM LIST-ONE-NOT-BILLED
                   END-IF
               END-IF
           END-PERFORM
           .

       LIST-ONE-NOT-BILLED.
           IF WS-UNBILLED = 0
               MOVE SPACES TO INVOICE-REC
               WRITE INVOICE-REC
               MOVE ALL "=" TO INVOICE-REC(1:96)
               WRITE INVOICE-REC
               MOVE SPACES TO INVOICE-REC
               STRING "NOT BILLED -- charges under a program-id with "
                      "no depotmaster.dat record (add the depot with "
                      "depotmaint and rerun the month)"
                   DELIMITED BY SIZE INTO INVOICE-REC
               END-STRING
               WRITE INVOICE-REC
               MOVE SPACES TO INVOICE-REC
               WRITE INVOICE-REC
           END-IF
           ADD 1 TO WS-UNBILLED
           ADD WS-INV-TOTAL TO WS-UNBILLED-TOTAL
           MOVE WS-INV-TOTAL TO WS-AMT-OUT
           MOVE SPACES TO INVOICE-REC
           MOVE WS-AC-CODE(WS-AC) TO INVOICE-REC(1:20)
           MOVE WS-AMT-OUT TO INVOICE-REC(78:16)
           WRITE INVOICE-REC
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
           CALL "jobtableload" USING WS-JOB-TABLE NUM-JOBS
               WS-JT-STATUS
           IF WS-JT-STATUS NOT = "Y"
               MOVE 0 TO NUM-JOBS
           END-IF
           .
