
      *> End-of-batch exception alerting. The data to catch trouble
      *> early is already on file -- runtimes.dat, feedstats.dat,
      *> the per-feed reject files, errors.txt, capforecast's
      *> headroom forecast -- and alertrules.dat
      *> at the repository root holds the operator-maintained
      *> thresholds to watch it with. Each rule that trips becomes
      *> an alert ranked by how far past its threshold it landed
      *>
      *> The date defaults to today. Run from the repository root
      *> at end of batch.
      *>
      *> Each alert also becomes an open item on the alert register
      *> (alertregister.dat; see Common/Programs/AlertRegister for
      *> the acknowledge/escalate workflow), owned by the first
      *> person on the on-call chain for its severity and the shift
      *> in force (oncall.dat), who is sent a notification through
      *> the outbound spool. Rerunning the same date registers only
      *> alerts not already on the register.
      *>
      *> Answer-invariant violations need no rule here: every one
      *> invcheck found for the date on invariantcheck.dat is raised
      *> as an ANSWER-INVARIANT alert at the severity data control
      *> gave the invariant in invariants.dat (see Common/Programs/
      *> AnswerInvariants); run invcheck first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-FS.

           SELECT FC-FILE
               ASSIGN TO "capforecast.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-FS.

           SELECT INVC-FILE
               ASSIGN TO "invariantcheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-FS.

           SELECT AREG-FILE
               ASSIGN TO "alertregister.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       FD  COUNT-FILE.
       01  COUNT-REC                PIC X(40).

       FD  FC-FILE.
       01  FC-REC                   PIC X(160).

       FD  INVC-FILE.
       01  INVC-REC                 PIC X(300).

       FD  AREG-FILE.
       01  AREG-REC                 PIC X(300).

       WORKING-STORAGE SECTION.
       78  MAX-RULES                VALUE 100.
       78  MAX-ALERTS               VALUE 100.
       01  WS-ST-FS                 PIC XX.
       01  WS-ER-FS                 PIC XX.
       01  WS-CT-FS                 PIC XX.
       01  WS-FC-FS                 PIC XX.
       01  WS-IC-FS                 PIC XX.
       01  WS-EOF                   PIC X.
           88  EOF                         VALUE "Y".

               10  WS-JOB-DEADLINE  PIC X(4).
               10  WS-JOB-RETRY     PIC X(12).
               10  WS-JOB-ARRIVAL   PIC X(4).
               10  WS-JOB-COND      PIC X(12).
               10  WS-JOB-INTRADAY  PIC X(14).

       01  WS-RULE-COUNT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-RULE-TAB.
           05  WS-RULE OCCURS 100 TIMES.
               10  WS-RU-PROG       PIC X(20).
               10  WS-RU-KIND       PIC X(20).
               10  WS-RU-LIMIT      PIC S9(9)V99 COMP-3.
       01  WS-R                     PIC 9(3) COMP-5.
       01  WS-T1                    PIC X(20).
       01  WS-T2                    PIC X(20).
       01  WS-T3                    PIC X(16).

       01  WS-ALERT-COUNT           PIC 9(3) COMP-5 VALUE 0.
           05  WS-ALERT OCCURS 100 TIMES.
               10  WS-AL-RATIO      PIC S9(7)V99 COMP-3.
               10  WS-AL-TEXT       PIC X(110).
               10  WS-AL-PROG       PIC X(20).
               10  WS-AL-KIND       PIC X(20).
       01  WS-AL-SAVE.
           05  WS-AS-RATIO          PIC S9(7)V99 COMP-3.
           05  WS-AS-TEXT           PIC X(110).
           05  WS-AS-PROG           PIC X(20).
           05  WS-AS-KIND           PIC X(20).
       01  WS-A                     PIC 9(3) COMP-5.
       01  WS-B                     PIC 9(3) COMP-5.
       01  WS-BEST                  PIC 9(3) COMP-5.
       01  WS-HIT                   PIC 9(3) COMP-5.
       01  WS-ERR-COUNT             PIC 9(6) COMP-5.
       01  WS-F1                    PIC X(40).
       01  WS-FC-ASOF               PIC X(8).
       01  WS-FC-PROG               PIC X(20).
       01  WS-FC-MEASURE            PIC X(8).
       01  WS-FC-LATEST             PIC X(20).
       01  WS-FC-LIMIT              PIC X(20).
       01  WS-FC-DAYS               PIC X(10).
       01  WS-IC-DATE               PIC X(8).
       01  WS-IC-KEY                PIC X(20).
       01  WS-IC-SEVERITY           PIC X(10).
       01  WS-IC-ID                 PIC X(16).
       01  WS-IC-DETAIL             PIC X(200).
       01  WS-IC-COUNT              PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-OUT               PIC -(9)9.99.
       01  WS-LIM-OUT               PIC -(9)9.99.

      *> alert register entries for tonight's alerts
       01  WS-AR-FS                 PIC XX.
       01  WS-REG-MAX-ID            PIC 9(6) VALUE 0.
       01  WS-REG-KEY-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-REG-KEY-TAB.
           05  WS-REG-KEY OCCURS 500 TIMES
                                    PIC X(60).
       01  WS-REG-NEW               PIC 9(3) COMP-5 VALUE 0.
       01  WS-REG-F1                PIC X(14).
       01  WS-REG-F2                PIC X(12).
       01  WS-REG-F3                PIC X(6).
       01  WS-REG-F4                PIC X(10).
       01  WS-REG-F5                PIC X(10).
       01  WS-REG-F6                PIC X(4).
       01  WS-REG-F7                PIC X(10).
       01  WS-REG-F8                PIC X(60).
       01  WS-REG-THIS-KEY          PIC X(60).
       01  WS-REG-SEVERITY          PIC X(10).
       01  WS-REG-OWNER             PIC X(10).

      *> on-call chain lookup -- see Common/Programs/OnCallPick
       01  WS-OC-SEVERITY           PIC X(10).
       01  WS-OC-LEVEL              PIC 9(4) COMP-5 VALUE 1.
       01  WS-OC-TIME               PIC X(4) VALUE SPACES.
       01  WS-OC-OPERATOR           PIC X(10).
       01  WS-OC-SHIFT              PIC X(10).
       01  WS-OC-CHAIN-LEN          PIC 9(4) COMP-5.
       01  WS-OC-OK                 PIC X.

      *> outbound notification -- see Common/Programs/NotifyWriter
       01  WS-NT-TO                 PIC X(10).
       01  WS-NT-SUBJECT            PIC X(80).
       01  WS-NT-BODY               PIC X(200).
       01  WS-NT-OK                 PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP

           PERFORM LOAD-JOB-TABLE
           PERFORM LOAD-RULES
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RULE-COUNT
               PERFORM EVALUATE-ONE-RULE
           END-PERFORM
           PERFORM COLLECT-INVARIANT-ALERTS
           IF WS-RULE-COUNT = 0 AND WS-IC-COUNT = 0
               DISPLAY "No rules in alertrules.dat -- nothing to "
                   "evaluate"
               STOP RUN
           END-IF

           PERFORM RANK-AND-REPORT
           PERFORM REGISTER-ALERTS
           STOP RUN
           .

                   PERFORM MEASURE-FEED-CHANGE
               WHEN "MAX-ERRORS"
                   PERFORM MEASURE-ERRORS
               WHEN "MIN-HEADROOM-DAYS"
                   PERFORM MEASURE-HEADROOM
               WHEN OTHER
                   DISPLAY "WARNING: unknown rule '"
                       FUNCTION TRIM(WS-RU-KIND(WS-R)) "' for "
                       FUNCTION TRIM(WS-RU-PROG(WS-R))
           END-EVALUATE

           *> headroom is the one rule that trips by falling short
           IF WS-MEASURED = "Y"
               IF WS-RU-KIND(WS-R) = "MIN-HEADROOM-DAYS"
                   IF WS-TODAY-VAL < WS-RU-LIMIT(WS-R)
                       PERFORM RAISE-ALERT
                   END-IF
               ELSE
                   IF WS-TODAY-VAL > WS-RU-LIMIT(WS-R)
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           .

           MOVE "Y" TO WS-MEASURED
           .

       MEASURE-HEADROOM.
           *> the least headroom capforecast left for any of the
           *> program's compiled limits, in days
           MOVE "N" TO WS-EOF
           OPEN INPUT FC-FILE
           IF WS-FC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ FC-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-FC-ASOF WS-FC-PROG
                           WS-FC-MEASURE WS-FC-LATEST WS-FC-LIMIT
                           WS-FC-DAYS
                       UNSTRING FC-REC DELIMITED BY "|"
                           INTO WS-FC-ASOF WS-FC-PROG WS-FC-MEASURE
                               WS-FC-LATEST WS-FC-LIMIT WS-FC-DAYS
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-FC-PROG) =
                               FUNCTION TRIM(WS-RU-PROG(WS-R))
                           AND FUNCTION TRIM(WS-FC-DAYS) IS NUMERIC
                           IF WS-MEASURED = "N"
                               OR FUNCTION NUMVAL(WS-FC-DAYS)
                                   < WS-TODAY-VAL
                               COMPUTE WS-TODAY-VAL =
                                   FUNCTION NUMVAL(WS-FC-DAYS)
                               MOVE "Y" TO WS-MEASURED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FC-FILE
           .

       RAISE-ALERT.
           IF WS-ALERT-COUNT >= MAX-ALERTS
               EXIT PARAGRAPH
           ADD 1 TO WS-ALERT-COUNT
           *> A zero limit ("no errors at all") ranks by the raw
           *> measurement instead of a ratio nothing can divide.
           *> Headroom ranks the other way up: a tenth of the days
           *> wanted is ten times as bad.
           EVALUATE TRUE
               WHEN WS-RU-KIND(WS-R) = "MIN-HEADROOM-DAYS"
                   AND WS-TODAY-VAL < 1
                   COMPUTE WS-AL-RATIO(WS-ALERT-COUNT) ROUNDED =
                       WS-RU-LIMIT(WS-R)
               WHEN WS-RU-KIND(WS-R) = "MIN-HEADROOM-DAYS"
                   COMPUTE WS-AL-RATIO(WS-ALERT-COUNT) ROUNDED =
                       WS-RU-LIMIT(WS-R) / WS-TODAY-VAL
               WHEN WS-RU-LIMIT(WS-R) = 0
                   COMPUTE WS-AL-RATIO(WS-ALERT-COUNT) =
                       WS-TODAY-VAL + 1
               WHEN OTHER
                   COMPUTE WS-AL-RATIO(WS-ALERT-COUNT) ROUNDED =
                       WS-TODAY-VAL / WS-RU-LIMIT(WS-R)
           END-EVALUATE
           MOVE WS-RU-PROG(WS-R) TO WS-AL-PROG(WS-ALERT-COUNT)
           MOVE WS-RU-KIND(WS-R) TO WS-AL-KIND(WS-ALERT-COUNT)
           MOVE WS-TODAY-VAL TO WS-VAL-OUT
           MOVE WS-RU-LIMIT(WS-R) TO WS-LIM-OUT
           MOVE SPACES TO WS-AL-TEXT(WS-ALERT-COUNT)
           END-STRING
           .

       COLLECT-INVARIANT-ALERTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT INVC-FILE
           IF WS-IC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ INVC-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF INVC-REC(1:8) = WS-DATE
                           PERFORM RAISE-INVARIANT-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVC-FILE
           .

       RAISE-INVARIANT-ALERT.
           MOVE SPACES TO WS-IC-DATE WS-IC-KEY WS-IC-SEVERITY
               WS-IC-ID WS-IC-DETAIL
           UNSTRING INVC-REC DELIMITED BY " | "
               INTO WS-IC-DATE WS-IC-KEY WS-IC-SEVERITY WS-IC-ID
                   WS-IC-DETAIL
           END-UNSTRING
           IF WS-IC-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IC-COUNT
           IF WS-ALERT-COUNT >= MAX-ALERTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           *> the invariant's own severity decides the rank: CRITICAL
           *> sits with the alerts at twice their threshold
           IF WS-IC-SEVERITY = "CRITICAL"
               MOVE 2 TO WS-AL-RATIO(WS-ALERT-COUNT)
           ELSE
               MOVE 1 TO WS-AL-RATIO(WS-ALERT-COUNT)
           END-IF
           MOVE WS-IC-KEY TO WS-AL-PROG(WS-ALERT-COUNT)
           MOVE "ANSWER-INVARIANT" TO WS-AL-KIND(WS-ALERT-COUNT)
           MOVE SPACES TO WS-AL-TEXT(WS-ALERT-COUNT)
           STRING FUNCTION TRIM(WS-IC-ID) " ANSWER-INVARIANT: "
                  FUNCTION TRIM(WS-IC-DETAIL)
               DELIMITED BY SIZE
               INTO WS-AL-TEXT(WS-ALERT-COUNT)
           END-STRING
           .

       RANK-AND-REPORT.
           DISPLAY "===== EXCEPTION ALERTS FOR " WS-DATE " ====="
           IF WS-ALERT-COUNT = 0
               WS-RULE-COUNT " rule(s)"
           .

       REGISTER-ALERTS.
           IF WS-ALERT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER-KEYS
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ALERT-COUNT
               PERFORM REGISTER-ONE-ALERT
           END-PERFORM
           DISPLAY "ALERT REGISTER: " WS-REG-NEW
               " new open alert(s) (alertreg LIST)"
           .

       LOAD-REGISTER-KEYS.
           *> the highest id issued so far, and the date/program/rule
           *> keys already registered
           MOVE "N" TO WS-EOF
           OPEN INPUT AREG-FILE
           IF WS-AR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ AREG-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF AREG-REC NOT = SPACES
                           AND AREG-REC(1:1) NOT = "*"
                           PERFORM FOLD-ONE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AREG-FILE
           .

       FOLD-ONE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-F1 WS-REG-F2 WS-REG-F3 WS-REG-F4
               WS-REG-F5 WS-REG-F6 WS-REG-F7 WS-REG-F8
           UNSTRING AREG-REC DELIMITED BY " | "
               INTO WS-REG-F1 WS-REG-F2 WS-REG-F3 WS-REG-F4
                   WS-REG-F5 WS-REG-F6 WS-REG-F7 WS-REG-F8
           END-UNSTRING
           IF WS-REG-F3 IS NUMERIC
               AND WS-REG-F3 > WS-REG-MAX-ID
               MOVE WS-REG-F3 TO WS-REG-MAX-ID
           END-IF
           IF WS-REG-F2 = "RAISED"
               AND WS-REG-KEY-COUNT < 500
               ADD 1 TO WS-REG-KEY-COUNT
               MOVE WS-REG-F8 TO WS-REG-KEY(WS-REG-KEY-COUNT)
           END-IF
           .

       REGISTER-ONE-ALERT.
           MOVE SPACES TO WS-REG-THIS-KEY
           STRING WS-DATE "/" FUNCTION TRIM(WS-AL-PROG(WS-A)) "/"
                  FUNCTION TRIM(WS-AL-KIND(WS-A))
               DELIMITED BY SIZE INTO WS-REG-THIS-KEY
           END-STRING
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-REG-KEY-COUNT
               IF WS-REG-KEY(WS-I) = WS-REG-THIS-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-AL-RATIO(WS-A) >= 2
               MOVE "CRITICAL" TO WS-REG-SEVERITY
           ELSE
               MOVE "WARNING" TO WS-REG-SEVERITY
           END-IF
           MOVE WS-REG-SEVERITY TO WS-OC-SEVERITY
           CALL "oncallpick" USING WS-OC-SEVERITY WS-OC-LEVEL
               WS-OC-TIME WS-OC-OPERATOR WS-OC-SHIFT WS-OC-CHAIN-LEN
               WS-OC-OK
           IF WS-OC-OK = "Y"
               MOVE WS-OC-OPERATOR TO WS-REG-OWNER
           ELSE
               MOVE "UNASSIGNED" TO WS-REG-OWNER
               DISPLAY "WARNING: no one on call for "
                   FUNCTION TRIM(WS-REG-SEVERITY)
                   " alerts now -- check oncall.dat"
           END-IF

           ADD 1 TO WS-REG-MAX-ID
           OPEN EXTEND AREG-FILE
           IF WS-AR-FS NOT = "00"
               OPEN OUTPUT AREG-FILE
           END-IF
           IF WS-AR-FS NOT = "00"
               DISPLAY "ERROR: Unable to update alertregister.dat "
                   "(file status " WS-AR-FS ")"
               MOVE 20 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AREG-REC
           STRING WS-STAMP(1:14) " | RAISED | "
                  WS-REG-MAX-ID " | "
                  FUNCTION TRIM(WS-REG-SEVERITY) " | "
                  FUNCTION TRIM(WS-REG-OWNER) " | 1 | alerteval | "
                  FUNCTION TRIM(WS-REG-THIS-KEY) " | "
                  FUNCTION TRIM(WS-AL-TEXT(WS-A))
               DELIMITED BY SIZE INTO AREG-REC
           END-STRING
           WRITE AREG-REC
           CLOSE AREG-FILE
           ADD 1 TO WS-REG-NEW

           IF WS-OC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-OPERATOR TO WS-NT-TO
           MOVE SPACES TO WS-NT-SUBJECT
           STRING FUNCTION TRIM(WS-REG-SEVERITY) " alert "
                  WS-REG-MAX-ID " -- "
                  FUNCTION TRIM(WS-AL-PROG(WS-A))
               DELIMITED BY SIZE INTO WS-NT-SUBJECT
           END-STRING
           MOVE SPACES TO WS-NT-BODY
           STRING FUNCTION TRIM(WS-AL-TEXT(WS-A))
                  " (batch date " WS-DATE "; alertreg ACK "
                  WS-REG-MAX-ID ")"
               DELIMITED BY SIZE INTO WS-NT-BODY
           END-STRING
           CALL "notifywrite" USING WS-NT-TO WS-NT-SUBJECT
               WS-NT-BODY WS-NT-OK
           IF WS-NT-OK NOT = "Y"
               DISPLAY "WARNING: notification for alert "
                   WS-REG-MAX-ID " could not be spooled"
           END-IF
           .

       LOAD-JOB-TABLE.
           *> Same jobtable.dat every root driver reads; see
           *> Common/Programs/JobTableLoad.
