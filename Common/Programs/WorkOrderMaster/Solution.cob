      *>
      *> LOAD defaults to "Day 10/Puzzle 01/input.txt.workorders"
      *> and today's date; reloading a night never disturbs statuses
      *> already set. AGING counts on the site aging basis (see
      *> Common/Programs/BusinessDays).
      *> LOAD, DISPATCH and CLOSE need the OPERATOR role on the
      *> operator roster; the operator id comes from BATCH_OPERATOR.
      *> Run from the repository root.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-KEPT                  PIC 9(9) COMP-5 VALUE 0.
       01  WS-SHOWN                 PIC 9(9) COMP-5 VALUE 0.
       01  WS-AGE-DAYS              PIC S9(9) COMP-5.
       01  WS-AGE-OUT               PIC Z(4)9.
       01  WS-CNT-OUT               PIC Z(8)9.

      *> Age arithmetic on the site basis -- see Common/Programs/
      *> BusinessDays.
       01  WS-BD-FUNCTION           PIC X(8) VALUE "BETWEEN".
       01  WS-BD-DATE-1             PIC X(8).
       01  WS-BD-DATE-2             PIC X(8).
       01  WS-BD-DAYS               PIC S9(9) COMP-5.
       01  WS-BD-BASIS              PIC X(8) VALUE SPACES.
       01  WS-BD-OK                 PIC X.
       01  WS-BD-UNIT               PIC X(16) VALUE "day(s)".

      *> Roster check before any change -- see Common/Programs/
      *> OperatorCheck for the roles and where the operator id
      *> comes from.
       01  WS-OP-PROGID             PIC X(20) VALUE "womaster".
       01  WS-OP-ACTION             PIC X(12).
       01  WS-OP-ROLE               PIC X(12).
       01  WS-OP-ID                 PIC X(10) VALUE SPACES.
       01  WS-OP-NAME               PIC X(30).
       01  WS-OP-OK                 PIC X VALUE "N".
           88  OPERATOR-CLEARED            VALUE "Y".
       01  WS-OP-REASON             PIC X(20).

      *> Before/after images for the maintenance journal -- see
      *> Common/Programs/JournalWriter. The image is the whole
      *> master record, keyed by run date plus line number.
       01  WS-JR-KEY                PIC X(60).
       01  WS-JR-BEFORE             PIC X(16000).
       01  WS-JR-AFTER              PIC X(16000).
       01  WS-JR-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER

           EVALUATE WS-MODE
               WHEN "LOAD"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM LOAD-EXPORT
                   END-IF
               WHEN "DISPATCH"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM MARK-ORDER
                   END-IF
               WHEN "CLOSE"
                   MOVE "OPERATOR" TO WS-OP-ROLE
                   PERFORM CHECK-AUTHORITY
                   IF OPERATOR-CLEARED
                       PERFORM MARK-ORDER
                   END-IF
               WHEN "AGING"
                   PERFORM AGING-REPORT
               WHEN OTHER
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

       OPEN-MASTER-IO.
           *> I-O extends an existing master; a first run creates it.
           OPEN I-O MASTER-FILE
           MOVE WS-RUN-DATE TO WM-STATUS-DATE
           MOVE WO-PRESSES  TO WM-PRESSES
           MOVE WO-BUTTONS  TO WM-BUTTONS
           MOVE WM-KEY      TO WS-JR-KEY
           MOVE SPACES      TO WS-JR-BEFORE
           MOVE MASTER-REC  TO WS-JR-AFTER

           WRITE MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-KEPT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED
                   PERFORM JOURNAL-CHANGE
           END-WRITE
           .

                   EXIT PARAGRAPH
           END-READ

           MOVE MASTER-REC TO WS-JR-BEFORE
           IF WS-MODE = "DISPATCH"
               MOVE "DISPATCHED" TO WM-STATUS
           ELSE
               MOVE "CLOSED" TO WM-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WM-STATUS-DATE
           MOVE WM-KEY TO WS-JR-KEY
           MOVE MASTER-REC TO WS-JR-AFTER
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: unable to update order "
                       "(file status " WS-WM-FS ")"
               NOT INVALID KEY
                   PERFORM JOURNAL-CHANGE
           END-REWRITE
           CLOSE MASTER-FILE

               FUNCTION TRIM(WM-STATUS)
           .

       JOURNAL-CHANGE.
           CALL "jrnlwrite" USING WS-OP-PROGID WS-OP-ACTION
               WS-OP-ID WS-JR-KEY WS-JR-BEFORE WS-JR-AFTER WS-JR-OK
           .

       AGING-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF
           IF FUNCTION TRIM(WS-ARG2) NOT = SPACES
               MOVE FUNCTION TRIM(WS-ARG2) TO WS-AS-OF
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-WM-FS NOT = "00"
               STOP RUN
           END-IF

           PERFORM SET-AGE-BASIS
           DISPLAY "OPEN WORK ORDERS AS OF " WS-AS-OF
               " (age in " FUNCTION TRIM(WS-BD-UNIT) "):"

           MOVE LOW-VALUES TO WM-KEY
           START MASTER-FILE KEY IS NOT LESS THAN WM-KEY

       DISPLAY-AGING-LINE.
           ADD 1 TO WS-SHOWN
           MOVE WM-RUN-DATE TO WS-BD-DATE-1
           MOVE WS-AS-OF    TO WS-BD-DATE-2
           MOVE 0 TO WS-BD-DAYS
           CALL "bizdays" USING WS-BD-FUNCTION WS-BD-DATE-1
               WS-BD-DATE-2 WS-BD-DAYS WS-BD-BASIS WS-BD-OK
           MOVE WS-BD-DAYS TO WS-AGE-DAYS
           MOVE WS-AGE-DAYS TO WS-AGE-OUT
           DISPLAY "  " WM-RUN-DATE " LINE " WM-LINE-NO " "
               WM-STATUS " (" FUNCTION TRIM(WS-AGE-OUT) " "
               FUNCTION TRIM(WS-BD-UNIT) " outstanding, "
               WM-PRESSES " press(es))"
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
