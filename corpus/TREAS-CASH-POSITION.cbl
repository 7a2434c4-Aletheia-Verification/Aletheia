       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREAS-CASH-POSITION.
      *================================================================*
      * Daily Cash Position                                            *
      * Aggregates ledger, collected and float balances and forecasts  *
      * end of day.  The Fed master account is also followed minute    *
      * by minute across the Fedwire day (21:00 prior day to 18:30)    *
      * from the intraday position log FEDPOS.DAT - outbound Fedwire   *
      * releases, incoming wires, ACH and check settlement, posted or  *
      * scheduled - starting from the opening balance, net debit cap,  *
      * collateralized capacity and pledged collateral in FEDPARM.DAT. *
      * Wires still in the release queue WIRERELQ.DAT - pending second *
      * officer release, or approved but not yet sent - are projected  *
      * as scheduled debits at their expected release time.            *
      * A scheduled release that would take the projected overdraft    *
      * past the net debit cap (or past the cap plus collateralized    *
      * capacity) is written to FEDALERT.DAT before it goes out, and   *
      * FEDODRPT.DAT reports the intraday profile, peak overdraft and  *
      * the estimated daylight overdraft fee.                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FED-PARM-FILE ASSIGN TO 'FEDPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT POSITION-LOG ASSIGN TO 'FEDPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-FS.
           SELECT RELEASE-FILE ASSIGN TO 'WIRERELQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-FS.
           SELECT ALERT-FILE ASSIGN TO 'FEDALERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALR-FS.
           SELECT OD-REPORT-FILE ASSIGN TO 'FEDODRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD FED-PARM-FILE.
       01 FED-PARM-RECORD.
           05 PM-ACCT-ABA         PIC X(9).
           05 PM-OPEN-BAL         PIC S9(13)V99.
           05 PM-NET-DEBIT-CAP    PIC 9(13)V99.
           05 PM-COLL-CAPACITY    PIC 9(13)V99.
           05 PM-COLLATERAL       PIC 9(13)V99.
           05 PM-CAPITAL          PIC 9(13)V99.
           05 PM-ANNUAL-RATE      PIC 9V9(4).
       FD POSITION-LOG.
       01 POSITION-RECORD.
           05 PL-POS-DATE         PIC 9(8).
           05 PL-POS-TIME         PIC 9(4).
           05 PL-SOURCE           PIC X(4).
           05 PL-REF              PIC X(16).
           05 PL-DR-CR            PIC X(1).
           05 PL-AMOUNT           PIC 9(11)V99.
           05 PL-STATUS           PIC X(1).
       FD RELEASE-FILE.
       01 RELEASE-RECORD.
           05 RL-WIRE-ID          PIC X(14).
           05 RL-ACCT             PIC X(12).
           05 RL-AMOUNT           PIC S9(11)V99 COMP-3.
           05 RL-BENE-NAME        PIC X(30).
           05 RL-BENE-BANK        PIC X(9).
           05 RL-CCY              PIC X(3).
           05 RL-INIT-OFFICER     PIC X(8).
           05 RL-INIT-DATE        PIC 9(8).
           05 RL-INIT-TIME        PIC 9(6).
           05 RL-STATUS           PIC X(1).
               88 RL-PENDING      VALUE 'P'.
               88 RL-APPROVED     VALUE 'A'.
               88 RL-REJECTED     VALUE 'R'.
           05 RL-REL-OFFICER      PIC X(8).
           05 RL-REL-DATE         PIC 9(8).
           05 RL-REL-TIME         PIC 9(6).
       FD ALERT-FILE.
       01 ALERT-RECORD            PIC X(80).
       FD OD-REPORT-FILE.
       01 OD-REPORT-RECORD        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BANK-ACCOUNTS.
           05 WS-BANK-ACCT OCCURS 8 TIMES.
       01 WS-SURPLUS-DEFICIT       PIC S9(15)V99 COMP-3.
       01 WS-ACTION               PIC X(20).
       01 WS-POSITION-DATE        PIC 9(8).
      *--- Fed master account intraday position ---
       01 WS-PARM-FS              PIC XX.
       01 WS-POS-FS               PIC XX.
       01 WS-ALR-FS               PIC XX.
       01 WS-RPT-FS               PIC XX.
       01 WS-REL-FS               PIC XX.
       01 WS-REL-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-REL-EOF          VALUE 'Y'.
       01 WS-QUEUED-COUNT         PIC S9(5) COMP-3 VALUE 0.
       01 WS-WIRE-SENT-FLAG       PIC X VALUE 'N'.
           88 WS-WIRE-SENT        VALUE 'Y'.
       01 WS-NOW-TIME             PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM         PIC 9(4).
           05 FILLER              PIC 9(4).
       01 WS-RL-TIME              PIC 9(6).
       01 WS-RL-TIME-R REDEFINES WS-RL-TIME.
           05 WS-RL-HHMM          PIC 9(4).
           05 FILLER              PIC 9(2).
      *    One position event, from the log or from the release queue
       01 WS-POS-EVENT.
           05 WS-PE-DATE          PIC 9(8).
           05 WS-PE-TIME          PIC 9(4).
           05 WS-PE-SOURCE        PIC X(4).
           05 WS-PE-REF           PIC X(16).
           05 WS-PE-DR-CR         PIC X(1).
           05 WS-PE-AMOUNT        PIC 9(11)V99.
           05 WS-PE-STATUS        PIC X(1).
       01 WS-POS-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-POS-EOF          VALUE 'Y'.
       01 WS-PRIOR-DATE           PIC 9(8).
       01 WS-FED-OPEN-BAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-NET-DEBIT-CAP        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-COLL-CAPACITY        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-MAX-CAPACITY         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-COLLATERAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CAPITAL              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OD-ANNUAL-RATE       PIC 9V9(4) VALUE .0050.
       01 WS-DEDUCT-PCT           PIC 9V99 VALUE .10.
      *    Fedwire day is 21.5 hours; average is taken over 1440
       01 WS-FEDWIRE-HOURS        PIC 99V9 VALUE 21.5.
       01 WS-DAY-MINUTES          PIC 9(4) VALUE 1440.
       01 WS-FED-MINUTES          PIC 9(4) VALUE 1290.
       01 WS-MINUTE-TABLE.
           05 WS-MINUTE OCCURS 1290 TIMES.
               10 WS-MIN-NET      PIC S9(13)V99 COMP-3.
               10 WS-MIN-BAL      PIC S9(13)V99 COMP-3.
       01 WS-MIN-IDX              PIC S9(5) COMP-3.
       01 WS-EVENT-TABLE.
           05 WS-EVENT OCCURS 2000 TIMES.
               10 WS-EV-MINUTE    PIC S9(5) COMP-3.
               10 WS-EV-TIME      PIC 9(4).
               10 WS-EV-SOURCE    PIC X(4).
               10 WS-EV-REF       PIC X(16).
               10 WS-EV-AMOUNT    PIC S9(11)V99 COMP-3.
               10 WS-EV-STATUS    PIC X(1).
       01 WS-EV-COUNT             PIC S9(5) COMP-3 VALUE 0.
       01 WS-EV-IDX               PIC S9(5) COMP-3.
       01 WS-EV-SKIPPED           PIC S9(5) COMP-3 VALUE 0.
       01 WS-POS-TIME             PIC 9(4).
       01 WS-POS-TIME-R REDEFINES WS-POS-TIME.
           05 WS-POS-HH           PIC 99.
           05 WS-POS-MM           PIC 99.
       01 WS-RUN-BAL              PIC S9(13)V99 COMP-3.
       01 WS-OVERDRAFT            PIC S9(13)V99 COMP-3.
       01 WS-UNCOLL-OD            PIC S9(13)V99 COMP-3.
       01 WS-PEAK-OD              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PEAK-MINUTE          PIC S9(5) COMP-3 VALUE 0.
       01 WS-OD-SUM               PIC S9(17)V99 COMP-3 VALUE 0.
       01 WS-UNCOLL-SUM           PIC S9(17)V99 COMP-3 VALUE 0.
       01 WS-AVG-OD               PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AVG-UNCOLL           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-DEDUCTIBLE           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OD-FEE               PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CAP-MINUTES          PIC S9(5) COMP-3 VALUE 0.
       01 WS-ALERT-COUNT          PIC S9(5) COMP-3 VALUE 0.
       01 WS-FED-IN               PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-FED-OUT              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-HOUR-LOW             PIC S9(13)V99 COMP-3.
       01 WS-CLOCK-MIN            PIC S9(5) COMP-3.
       01 WS-CLOCK-TIME           PIC 9(4).
       01 WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH         PIC 99.
           05 WS-CLOCK-MM         PIC 99.
       01 WS-ALERT-TEXT           PIC X(34).
       01 WS-RPT-LINE             PIC X(80).
       01 WS-ED-AMT               PIC ---,---,---,--9.99.
       01 WS-ED-AMT2              PIC ---,---,---,--9.99.
       01 WS-ED-CT                PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-AGGREGATE-BALANCES
           PERFORM 2500-FED-INTRADAY
           PERFORM 3000-FORECAST
           PERFORM 4000-DETERMINE-ACTION
           PERFORM 5000-REPORT
           PERFORM 6000-OVERDRAFT-REPORT
           STOP RUN.
       1000-INIT.
           ACCEPT WS-POSITION-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-TOTAL-LEDGER
           MOVE 0 TO WS-TOTAL-COLLECTED
           MOVE 0 TO WS-TOTAL-FLOAT
           MOVE 0 TO WS-EXPECTED-IN
           MOVE 0 TO WS-EXPECTED-OUT
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-POSITION-DATE) - 1).
       2000-AGGREGATE-BALANCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BA-COUNT
                   TO WS-TOTAL-FLOAT
           END-PERFORM
           MOVE WS-TOTAL-COLLECTED TO WS-AVAILABLE-CASH.
      *--- Fed master account: load the day, project the running ---
      *--- balance minute by minute and measure the overdraft ---
       2500-FED-INTRADAY.
           PERFORM 2510-LOAD-FED-PARMS
           PERFORM VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > WS-FED-MINUTES
               MOVE 0 TO WS-MIN-NET(WS-MIN-IDX)
               MOVE 0 TO WS-MIN-BAL(WS-MIN-IDX)
           END-PERFORM
           MOVE 'N' TO WS-POS-EOF-FLAG
           OPEN INPUT POSITION-LOG
           IF WS-POS-FS NOT = '00'
               DISPLAY 'NO FED POSITION LOG - OPENING BALANCE ONLY'
               MOVE 'Y' TO WS-POS-EOF-FLAG
           END-IF
           PERFORM 2520-READ-POSITION UNTIL WS-POS-EOF
           IF WS-POS-FS = '00' OR WS-POS-FS = '10'
               CLOSE POSITION-LOG
           END-IF
           PERFORM 2570-LOAD-RELEASE-QUEUE
           MOVE WS-FED-OPEN-BAL TO WS-RUN-BAL
           PERFORM 2540-MEASURE-MINUTE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > WS-FED-MINUTES
           PERFORM 2550-CALC-OD-FEE
           OPEN OUTPUT ALERT-FILE
           PERFORM 2560-CHECK-RELEASE
               VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
           CLOSE ALERT-FILE
           ADD WS-FED-IN TO WS-EXPECTED-IN
           ADD WS-FED-OUT TO WS-EXPECTED-OUT.
       2510-LOAD-FED-PARMS.
           OPEN INPUT FED-PARM-FILE
           IF WS-PARM-FS = '00'
               READ FED-PARM-FILE
                   AT END
                       DISPLAY 'FED PARAMETER FILE EMPTY'
                   NOT AT END
                       MOVE PM-OPEN-BAL TO WS-FED-OPEN-BAL
                       MOVE PM-NET-DEBIT-CAP TO WS-NET-DEBIT-CAP
                       MOVE PM-COLL-CAPACITY TO WS-COLL-CAPACITY
                       MOVE PM-COLLATERAL TO WS-COLLATERAL
                       MOVE PM-CAPITAL TO WS-CAPITAL
                       IF PM-ANNUAL-RATE > 0
                           MOVE PM-ANNUAL-RATE TO WS-OD-ANNUAL-RATE
                       END-IF
               END-READ
               CLOSE FED-PARM-FILE
           ELSE
               DISPLAY 'NO FED PARAMETER FILE - ZERO CAP ASSUMED'
           END-IF
           COMPUTE WS-MAX-CAPACITY =
               WS-NET-DEBIT-CAP + WS-COLL-CAPACITY.
       2520-READ-POSITION.
           READ POSITION-LOG INTO WS-POS-EVENT
               AT END MOVE 'Y' TO WS-POS-EOF-FLAG
               NOT AT END PERFORM 2530-POST-EVENT
           END-READ.
      *    Minute 1 is 21:00 the evening before; 18:30 closes the day
       2530-POST-EVENT.
           MOVE WS-PE-TIME TO WS-POS-TIME
           MOVE 0 TO WS-MIN-IDX
           IF WS-PE-DATE = WS-PRIOR-DATE AND WS-POS-HH NOT < 21
               AND WS-POS-HH < 24 AND WS-POS-MM < 60
               COMPUTE WS-MIN-IDX =
                   (WS-POS-HH - 21) * 60 + WS-POS-MM + 1
           END-IF
           IF WS-PE-DATE = WS-POSITION-DATE AND WS-POS-TIME < 1830
               AND WS-POS-MM < 60
               COMPUTE WS-MIN-IDX =
                   WS-POS-HH * 60 + WS-POS-MM + 181
           END-IF
           IF WS-PE-DATE = WS-POSITION-DATE AND WS-POS-TIME = 1830
               MOVE WS-FED-MINUTES TO WS-MIN-IDX
           END-IF
           IF WS-MIN-IDX = 0
               ADD 1 TO WS-EV-SKIPPED
           ELSE
               IF WS-PE-DR-CR = 'D'
                   SUBTRACT WS-PE-AMOUNT FROM WS-MIN-NET(WS-MIN-IDX)
                   ADD WS-PE-AMOUNT TO WS-FED-OUT
               ELSE
                   ADD WS-PE-AMOUNT TO WS-MIN-NET(WS-MIN-IDX)
                   ADD WS-PE-AMOUNT TO WS-FED-IN
               END-IF
               IF WS-EV-COUNT < 2000
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-MIN-IDX TO WS-EV-MINUTE(WS-EV-COUNT)
                   MOVE WS-PE-TIME TO WS-EV-TIME(WS-EV-COUNT)
                   MOVE WS-PE-SOURCE TO WS-EV-SOURCE(WS-EV-COUNT)
                   MOVE WS-PE-REF TO WS-EV-REF(WS-EV-COUNT)
                   MOVE WS-PE-STATUS TO WS-EV-STATUS(WS-EV-COUNT)
                   IF WS-PE-DR-CR = 'D'
                       COMPUTE WS-EV-AMOUNT(WS-EV-COUNT) =
                           0 - WS-PE-AMOUNT
                   ELSE
                       MOVE WS-PE-AMOUNT TO WS-EV-AMOUNT(WS-EV-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'POSITION EVENT TABLE FULL - SKIPPED '
                       WS-PE-REF
               END-IF
           END-IF.
      *    Overdraft is measured on the end-of-minute balance; only
      *    the part not covered by pledged collateral is charged
       2540-MEASURE-MINUTE.
           ADD WS-MIN-NET(WS-MIN-IDX) TO WS-RUN-BAL
           MOVE WS-RUN-BAL TO WS-MIN-BAL(WS-MIN-IDX)
           IF WS-RUN-BAL < 0
               COMPUTE WS-OVERDRAFT = 0 - WS-RUN-BAL
               ADD WS-OVERDRAFT TO WS-OD-SUM
               IF WS-OVERDRAFT > WS-PEAK-OD
                   MOVE WS-OVERDRAFT TO WS-PEAK-OD
                   MOVE WS-MIN-IDX TO WS-PEAK-MINUTE
               END-IF
               IF WS-OVERDRAFT > WS-NET-DEBIT-CAP
                   ADD 1 TO WS-CAP-MINUTES
               END-IF
               COMPUTE WS-UNCOLL-OD = WS-OVERDRAFT - WS-COLLATERAL
               IF WS-UNCOLL-OD > 0
                   ADD WS-UNCOLL-OD TO WS-UNCOLL-SUM
               END-IF
           END-IF.
      *    Fee = (average uncollateralized overdraft - deductible of
      *    10% of capital) x annual rate x 21.5/24 / 360
       2550-CALC-OD-FEE.
           COMPUTE WS-AVG-OD ROUNDED = WS-OD-SUM / WS-DAY-MINUTES
           COMPUTE WS-AVG-UNCOLL ROUNDED =
               WS-UNCOLL-SUM / WS-DAY-MINUTES
           COMPUTE WS-DEDUCTIBLE ROUNDED = WS-CAPITAL * WS-DEDUCT-PCT
           IF WS-AVG-UNCOLL > WS-DEDUCTIBLE
               COMPUTE WS-OD-FEE ROUNDED =
                   (WS-AVG-UNCOLL - WS-DEDUCTIBLE)
                   * WS-OD-ANNUAL-RATE * WS-FEDWIRE-HOURS / 24 / 360
           ELSE
               MOVE 0 TO WS-OD-FEE
           END-IF.
      *    A scheduled outbound release is flagged when the projected
      *    balance at its release minute breaches the cap
       2560-CHECK-RELEASE.
           IF WS-EV-STATUS(WS-EV-IDX) = 'S'
               AND WS-EV-AMOUNT(WS-EV-IDX) < 0
               MOVE WS-EV-MINUTE(WS-EV-IDX) TO WS-MIN-IDX
               COMPUTE WS-OVERDRAFT = 0 - WS-MIN-BAL(WS-MIN-IDX)
               MOVE SPACES TO WS-ALERT-TEXT
               EVALUATE TRUE
                   WHEN WS-OVERDRAFT > WS-MAX-CAPACITY
                       AND WS-COLL-CAPACITY > 0
                       MOVE 'WOULD BREACH MAX CAPACITY'
                           TO WS-ALERT-TEXT
                   WHEN WS-OVERDRAFT > WS-NET-DEBIT-CAP
                       AND WS-COLL-CAPACITY > 0
                       MOVE 'EXCEEDS CAP - USES COLL CAPACITY'
                           TO WS-ALERT-TEXT
                   WHEN WS-OVERDRAFT > WS-NET-DEBIT-CAP
                       MOVE 'WOULD BREACH NET DEBIT CAP'
                           TO WS-ALERT-TEXT
               END-EVALUATE
               IF WS-ALERT-TEXT NOT = SPACES
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-ED-AMT
                   MOVE WS-MIN-BAL(WS-MIN-IDX) TO WS-ED-AMT2
                   MOVE SPACES TO ALERT-RECORD
                   STRING WS-EV-TIME(WS-EV-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EV-SOURCE(WS-EV-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EV-REF(WS-EV-IDX) DELIMITED BY SIZE
                       WS-ED-AMT DELIMITED BY SIZE
                       ' BAL' DELIMITED BY SIZE
                       WS-ED-AMT2 DELIMITED BY SIZE
                       INTO ALERT-RECORD
                   END-STRING
                   WRITE ALERT-RECORD
                   MOVE SPACES TO ALERT-RECORD
                   STRING '     ' DELIMITED BY SIZE
                       WS-ALERT-TEXT DELIMITED BY SIZE
                       INTO ALERT-RECORD
                   END-STRING
                   WRITE ALERT-RECORD
                   DISPLAY 'FED OD ALERT ' WS-EV-TIME(WS-EV-IDX) ' '
                       WS-EV-REF(WS-EV-IDX) ' ' WS-ALERT-TEXT
               END-IF
           END-IF.
      *    Wires in the release queue have not reached the log yet.
      *    A pending wire is expected out as soon as a second officer
      *    releases it, an approved one as soon as it is formatted;
      *    neither can go before the current clock time.  An approved
      *    wire already logged by the Fedwire formatter is skipped.
       2570-LOAD-RELEASE-QUEUE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'N' TO WS-REL-EOF-FLAG
           OPEN INPUT RELEASE-FILE
           IF WS-REL-FS NOT = '00'
               DISPLAY 'NO WIRE RELEASE QUEUE - LOGGED EVENTS ONLY'
               MOVE 'Y' TO WS-REL-EOF-FLAG
           END-IF
           PERFORM 2580-READ-RELEASE UNTIL WS-REL-EOF
           IF WS-REL-FS = '00' OR WS-REL-FS = '10'
               CLOSE RELEASE-FILE
           END-IF
           IF WS-QUEUED-COUNT > 0
               MOVE WS-QUEUED-COUNT TO WS-ED-CT
               DISPLAY 'QUEUED WIRES PROJECTED: ' WS-ED-CT
           END-IF.
       2580-READ-RELEASE.
           READ RELEASE-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN RL-PENDING
                           MOVE RL-INIT-DATE TO WS-PE-DATE
                           MOVE RL-INIT-TIME TO WS-RL-TIME
                           PERFORM 2590-QUEUE-WIRE
                       WHEN RL-APPROVED
                           AND RL-REL-DATE = WS-POSITION-DATE
                           PERFORM 2595-CHECK-SENT
                           IF NOT WS-WIRE-SENT
                               MOVE RL-REL-DATE TO WS-PE-DATE
                               MOVE RL-REL-TIME TO WS-RL-TIME
                               PERFORM 2590-QUEUE-WIRE
                           END-IF
                   END-EVALUATE
           END-READ.
       2590-QUEUE-WIRE.
           IF WS-PE-DATE NOT = WS-POSITION-DATE
               OR WS-RL-HHMM < WS-NOW-HHMM
               MOVE WS-POSITION-DATE TO WS-PE-DATE
               MOVE WS-NOW-HHMM TO WS-PE-TIME
           ELSE
               MOVE WS-RL-HHMM TO WS-PE-TIME
           END-IF
           MOVE 'WIRQ' TO WS-PE-SOURCE
           MOVE RL-WIRE-ID TO WS-PE-REF
           MOVE 'D' TO WS-PE-DR-CR
           IF RL-AMOUNT < 0
               COMPUTE WS-PE-AMOUNT = 0 - RL-AMOUNT
           ELSE
               MOVE RL-AMOUNT TO WS-PE-AMOUNT
           END-IF
           MOVE 'S' TO WS-PE-STATUS
           ADD 1 TO WS-QUEUED-COUNT
           PERFORM 2530-POST-EVENT.
       2595-CHECK-SENT.
           MOVE 'N' TO WS-WIRE-SENT-FLAG
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               OR WS-WIRE-SENT
               IF WS-EV-SOURCE(WS-EV-IDX) = 'WIRO'
                   AND WS-EV-REF(WS-EV-IDX) = RL-WIRE-ID
                   MOVE 'Y' TO WS-WIRE-SENT-FLAG
               END-IF
           END-PERFORM.
       3000-FORECAST.
           COMPUTE WS-NET-FORECAST =
               WS-EXPECTED-IN - WS-EXPECTED-OUT
           DISPLAY 'TARGET:          $' WS-MIN-CASH-TARGET
           DISPLAY 'SURPLUS/DEFICIT: $' WS-SURPLUS-DEFICIT
           DISPLAY 'ACTION:          ' WS-ACTION.
      *--- Daily daylight overdraft report ---
       6000-OVERDRAFT-REPORT.
           OPEN OUTPUT OD-REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FED MASTER ACCOUNT DAYLIGHT OVERDRAFT  DATE '
               DELIMITED BY SIZE
               WS-POSITION-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO OD-REPORT-RECORD
           WRITE OD-REPORT-RECORD
           MOVE 'OPENING BALANCE' TO WS-RPT-LINE
           MOVE WS-FED-OPEN-BAL TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'NET DEBIT CAP' TO WS-RPT-LINE
           MOVE WS-NET-DEBIT-CAP TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'COLLATERALIZED CAPACITY' TO WS-RPT-LINE
           MOVE WS-COLL-CAPACITY TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'COLLATERAL PLEDGED' TO WS-RPT-LINE
           MOVE WS-COLLATERAL TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE SPACES TO OD-REPORT-RECORD
           WRITE OD-REPORT-RECORD
           MOVE 'HOUR ENDING      CLOSING BALANCE        LOW BALANCE'
               TO OD-REPORT-RECORD
           WRITE OD-REPORT-RECORD
           MOVE WS-FED-OPEN-BAL TO WS-HOUR-LOW
           PERFORM 6100-HOUR-LINE
               VARYING WS-MIN-IDX FROM 1 BY 1
               UNTIL WS-MIN-IDX > WS-FED-MINUTES
           MOVE SPACES TO OD-REPORT-RECORD
           WRITE OD-REPORT-RECORD
           MOVE 'PEAK OVERDRAFT' TO WS-RPT-LINE
           MOVE WS-PEAK-OD TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           IF WS-PEAK-MINUTE > 0
               COMPUTE WS-CLOCK-MIN = WS-PEAK-MINUTE - 1
               PERFORM 6200-MINUTE-TO-CLOCK
               MOVE SPACES TO WS-RPT-LINE
               STRING 'PEAK REACHED AT' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               MOVE WS-CLOCK-TIME TO WS-RPT-LINE(47:4)
               WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE 'AVERAGE PER-MINUTE OVERDRAFT' TO WS-RPT-LINE
           MOVE WS-AVG-OD TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'AVERAGE UNCOLLATERALIZED' TO WS-RPT-LINE
           MOVE WS-AVG-UNCOLL TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'DEDUCTIBLE (10% OF CAPITAL)' TO WS-RPT-LINE
           MOVE WS-DEDUCTIBLE TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE 'ESTIMATED DAYLIGHT OVERDRAFT FEE' TO WS-RPT-LINE
           MOVE WS-OD-FEE TO WS-ED-AMT
           PERFORM 6900-WRITE-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-CAP-MINUTES TO WS-ED-CT
           STRING 'MINUTES OVER NET DEBIT CAP' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-ED-CT TO WS-RPT-LINE(46:5)
           WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ALERT-COUNT TO WS-ED-CT
           STRING 'RELEASE ALERTS ISSUED' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-ED-CT TO WS-RPT-LINE(46:5)
           WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EV-SKIPPED TO WS-ED-CT
           STRING 'ENTRIES OUTSIDE FEDWIRE DAY' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           MOVE WS-ED-CT TO WS-RPT-LINE(46:5)
           WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
           CLOSE OD-REPORT-FILE
           MOVE WS-PEAK-OD TO WS-ED-AMT
           DISPLAY 'FED PEAK OVERDRAFT: ' WS-ED-AMT
           MOVE WS-OD-FEE TO WS-ED-AMT
           DISPLAY 'EST DAYLIGHT OD FEE:' WS-ED-AMT
           DISPLAY 'RELEASE ALERTS:     ' WS-ALERT-COUNT.
      *    One line per hour of the Fedwire day plus the 18:30 close
       6100-HOUR-LINE.
           IF WS-MIN-BAL(WS-MIN-IDX) < WS-HOUR-LOW
               MOVE WS-MIN-BAL(WS-MIN-IDX) TO WS-HOUR-LOW
           END-IF
           IF FUNCTION MOD(WS-MIN-IDX, 60) = 0
               OR WS-MIN-IDX = WS-FED-MINUTES
               MOVE WS-MIN-IDX TO WS-CLOCK-MIN
               PERFORM 6200-MINUTE-TO-CLOCK
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CLOCK-TIME TO WS-RPT-LINE(1:4)
               MOVE WS-MIN-BAL(WS-MIN-IDX) TO WS-ED-AMT
               MOVE WS-ED-AMT TO WS-RPT-LINE(13:18)
               MOVE WS-HOUR-LOW TO WS-ED-AMT
               MOVE WS-ED-AMT TO WS-RPT-LINE(34:18)
               WRITE OD-REPORT-RECORD FROM WS-RPT-LINE
               MOVE WS-MIN-BAL(WS-MIN-IDX) TO WS-HOUR-LOW
           END-IF.
      *    Clock time a given number of minutes after 21:00
       6200-MINUTE-TO-CLOCK.
           COMPUTE WS-CLOCK-HH = FUNCTION MOD(
               FUNCTION INTEGER((WS-CLOCK-MIN + 1260) / 60), 24)
           COMPUTE WS-CLOCK-MM =
               FUNCTION MOD(WS-CLOCK-MIN + 1260, 60).
       6900-WRITE-AMOUNT.
           MOVE WS-ED-AMT TO WS-RPT-LINE(33:18)
           WRITE OD-REPORT-RECORD FROM WS-RPT-LINE.
