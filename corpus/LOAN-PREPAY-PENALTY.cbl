       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PREPAY-PENALTY.
      *================================================================*
      * Prepayment Penalty Calculation                                 *
      * Penalty method per loan: 'S' step-down percentage with the     *
      * months-of-interest test for refinances, 'Y' yield maintenance, *
      * 'D' defeasance.  Yield maintenance discounts the remaining     *
      * scheduled payments at the treasury yield matched to the        *
      * remaining term and charges the premium over the amount         *
      * prepaid, never less than the note's floor.  Defeasance prices  *
      * the treasury portfolio that replaces each remaining payment,   *
      * each payment at the yield for its own maturity, plus the       *
      * defeasance fees.  The treasury curve comes from TSYCURVE.DAT.  *
      * Loans to price are read from PREPREQ.DAT; each gets a penalty  *
      * statement on PREPSTMT.DAT showing the inputs used.             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'PREPREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FS.
           SELECT CURVE-FILE ASSIGN TO 'TSYCURVE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRV-FS.
           SELECT STATEMENT-FILE ASSIGN TO 'PREPSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-FS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 PR-ACCT-NUM            PIC X(12).
           05 PR-ORIG-PRINCIPAL      PIC 9(9)V99.
           05 PR-CURRENT-BAL         PIC 9(9)V99.
           05 PR-ANNUAL-RATE         PIC 9(3)V9(6).
           05 PR-ORIG-TERM           PIC 9(3).
           05 PR-MONTHS-ELAPSED      PIC 9(3).
           05 PR-AMORT-REMAIN        PIC 9(3).
           05 PR-LOAN-TYPE           PIC X.
           05 PR-PREPAY-TYPE         PIC X.
           05 PR-PREPAY-AMOUNT       PIC 9(9)V99.
           05 PR-METHOD              PIC X.
           05 PR-YM-FLOOR-PCT        PIC 9V9(4).
           05 PR-OPEN-MONTHS         PIC 9(2).
           05 PR-DEFEASE-FEES        PIC 9(7)V99.
           05 PR-PREPAY-DATE         PIC 9(8).
       FD CURVE-FILE.
       01 CURVE-RECORD.
           05 CV-TERM-MONTHS         PIC 9(3).
           05 CV-YIELD               PIC 9V9(6).
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REQ-FS                  PIC X(2).
       01 WS-CRV-FS                  PIC X(2).
       01 WS-STM-FS                  PIC X(2).
       01 WS-REQ-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-REQ-EOF             VALUE 'Y'.
       01 WS-CRV-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-CRV-EOF             VALUE 'Y'.
       01 WS-LOANS-PRICED            PIC S9(5) COMP-3 VALUE 0.
       01 WS-LOAN-DATA.
           05 WS-ACCT-NUM            PIC X(12).
           05 WS-ORIG-PRINCIPAL      PIC S9(9)V99 COMP-3.
       01 WS-PREPAY-AMOUNT           PIC S9(9)V99 COMP-3.
       01 WS-PENALTY-FIELDS.
           05 WS-PENALTY-PCT         PIC S9(1)V9(4) COMP-3.
           05 WS-PENALTY-AMT         PIC S9(9)V99 COMP-3.
           05 WS-MIN-PENALTY         PIC S9(7)V99 COMP-3
               VALUE 250.00.
           05 WS-MAX-PENALTY         PIC S9(7)V99 COMP-3
               VALUE 25000.00.
           05 WS-INT-PENALTY         PIC S9(9)V99 COMP-3.
           05 WS-MONTHS-INT          PIC 9(2).
       01 WS-LOCKOUT-MONTHS          PIC 9(3).
       01 WS-STEPDOWN-FIELDS.
           88 WS-NO-PENALTY          VALUE 'NP'.
       01 WS-NET-PROCEEDS            PIC S9(9)V99 COMP-3.
       01 WS-ELAPSED-YEARS           PIC 9(2).
       01 WS-YIELD-MAINT-AMT        PIC S9(9)V99 COMP-3.
       01 WS-TREASURY-RATE           PIC S9(1)V9(6) COMP-3.
       01 WS-RATE-DIFF               PIC S9(1)V9(6) COMP-3.
      *--- Yield maintenance / defeasance ---
       01 WS-PENALTY-METHOD          PIC X(1) VALUE 'S'.
           88 WS-STEPDOWN-METHOD     VALUE 'S'.
           88 WS-YIELD-MAINT-METHOD  VALUE 'Y'.
           88 WS-DEFEASANCE-METHOD   VALUE 'D'.
       01 WS-AMORT-REMAIN            PIC 9(3).
       01 WS-YM-FLOOR-PCT            PIC S9(1)V9(4) COMP-3
           VALUE 0.0100.
       01 WS-YM-FLOOR-AMT            PIC S9(9)V99 COMP-3.
       01 WS-OPEN-MONTHS             PIC 9(2) VALUE 3.
       01 WS-DEFEASE-FEES            PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-PREPAY-DATE             PIC 9(8) VALUE 0.
       01 WS-PREPAY-SHARE            PIC S9(1)V9(8) COMP-3.
       01 WS-SCHED-PMT               PIC S9(9)V99 COMP-3.
       01 WS-SCHED-BAL               PIC S9(9)V99 COMP-3.
       01 WS-SCHED-INT               PIC S9(9)V99 COMP-3.
       01 WS-CASH-FLOW               PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-FLOWS             PIC S9(11)V99 COMP-3.
       01 WS-BALLOON-AMT             PIC S9(11)V99 COMP-3.
       01 WS-PV-FLOWS                PIC S9(11)V99 COMP-3.
       01 WS-DISC-FACTOR             PIC S9(1)V9(12) COMP-3.
       01 WS-ANNUITY-FACTOR          PIC S9(5)V9(10) COMP-3.
       01 WS-PMT-MONTH               PIC 9(3).
       01 WS-CURVE-TABLE.
           05 WS-CV-ENTRY OCCURS 30 TIMES.
               10 WS-CV-TERM         PIC 9(3).
               10 WS-CV-YIELD        PIC S9(1)V9(6) COMP-3.
       01 WS-CV-COUNT                PIC 9(2) VALUE 0.
       01 WS-CV-IDX                  PIC 9(2).
       01 WS-MATCH-TERM              PIC 9(3).
       01 WS-MATCH-YIELD             PIC S9(1)V9(6) COMP-3.
       01 WS-PORTFOLIO-COST          PIC S9(11)V99 COMP-3.
       01 WS-DEFEASE-TOTAL           PIC S9(11)V99 COMP-3.
       01 WS-STMT-LINE               PIC X(80).
       01 WS-STMT-AMT                PIC -$$$,$$$,$$9.99.
       01 WS-STMT-RATE               PIC Z9.9999.
       01 WS-STMT-NUM                PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-CURVE
               UNTIL WS-CRV-EOF
           IF WS-REQ-FS = '00'
               PERFORM 0300-PROCESS-REQUEST
                   UNTIL WS-REQ-EOF
           ELSE
               PERFORM 0500-PRICE-LOAN
           END-IF
           PERFORM 0900-CLOSE-FILES
           STOP RUN.
       0100-OPEN-FILES.
           OPEN INPUT CURVE-FILE
           IF WS-CRV-FS NOT = '00'
               DISPLAY 'TREASURY CURVE NOT AVAILABLE - '
                   'DEFAULT RATE USED'
               MOVE 'Y' TO WS-CRV-EOF-FLAG
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-FS NOT = '00'
               MOVE 'Y' TO WS-REQ-EOF-FLAG
           END-IF
           OPEN OUTPUT STATEMENT-FILE.
       0200-LOAD-CURVE.
      *    Curve points are expected in ascending term order.
           READ CURVE-FILE
               AT END MOVE 'Y' TO WS-CRV-EOF-FLAG
               NOT AT END
                   IF WS-CV-COUNT < 30
                       ADD 1 TO WS-CV-COUNT
                       MOVE CV-TERM-MONTHS
                           TO WS-CV-TERM(WS-CV-COUNT)
                       MOVE CV-YIELD TO WS-CV-YIELD(WS-CV-COUNT)
                   ELSE
                       DISPLAY 'CURVE TABLE FULL - SKIPPED '
                           CV-TERM-MONTHS
                   END-IF
           END-READ.
       0300-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
               NOT AT END
                   MOVE PR-ACCT-NUM TO WS-ACCT-NUM
                   MOVE PR-ORIG-PRINCIPAL TO WS-ORIG-PRINCIPAL
                   MOVE PR-CURRENT-BAL TO WS-CURRENT-BAL
                   MOVE PR-ANNUAL-RATE TO WS-ANNUAL-RATE
                   MOVE PR-ORIG-TERM TO WS-ORIG-TERM
                   MOVE PR-MONTHS-ELAPSED TO WS-MONTHS-ELAPSED
                   MOVE PR-AMORT-REMAIN TO WS-AMORT-REMAIN
                   MOVE PR-LOAN-TYPE TO WS-LOAN-TYPE
                   MOVE PR-PREPAY-TYPE TO WS-PREPAY-TYPE
                   MOVE PR-PREPAY-AMOUNT TO WS-PREPAY-AMOUNT
                   MOVE PR-METHOD TO WS-PENALTY-METHOD
                   IF WS-PENALTY-METHOD = SPACE
                       MOVE 'S' TO WS-PENALTY-METHOD
                   END-IF
                   IF PR-YM-FLOOR-PCT > 0
                       MOVE PR-YM-FLOOR-PCT TO WS-YM-FLOOR-PCT
                   ELSE
                       MOVE 0.0100 TO WS-YM-FLOOR-PCT
                   END-IF
                   MOVE PR-OPEN-MONTHS TO WS-OPEN-MONTHS
                   MOVE PR-DEFEASE-FEES TO WS-DEFEASE-FEES
                   MOVE PR-PREPAY-DATE TO WS-PREPAY-DATE
                   PERFORM 0500-PRICE-LOAN
           END-READ.
       0500-PRICE-LOAN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-LOCKOUT THRU 2000-EXIT
           PERFORM 3000-CALC-PENALTY THRU 3000-EXIT
           PERFORM 5000-CHECK-WAIVER
           PERFORM 6000-CALC-PROCEEDS
           PERFORM 7000-DISPLAY-RESULTS
           PERFORM 8000-WRITE-STATEMENT
           ADD 1 TO WS-LOANS-PRICED.
       0900-CLOSE-FILES.
           IF WS-CRV-FS = '00' OR '10'
               CLOSE CURVE-FILE
           END-IF
           IF WS-REQ-FS = '00' OR '10'
               CLOSE REQUEST-FILE
           END-IF
           CLOSE STATEMENT-FILE
           DISPLAY 'LOANS PRICED:   ' WS-LOANS-PRICED.
       1000-INITIALIZE.
           COMPUTE WS-MONTHLY-RATE =
               WS-ANNUAL-RATE / 12
           MOVE 0 TO WS-PENALTY-AMT
           MOVE 0 TO WS-YIELD-MAINT-AMT
           MOVE 'NP' TO WS-RESULT-STATUS
           MOVE 0.0250 TO WS-TREASURY-RATE
           MOVE 0 TO WS-PV-FLOWS
           MOVE 0 TO WS-TOTAL-FLOWS
           MOVE 0 TO WS-PORTFOLIO-COST
           MOVE 0 TO WS-DEFEASE-TOTAL
           MOVE 0 TO WS-YM-FLOOR-AMT
           MOVE 0 TO WS-MATCH-TERM
           IF WS-AMORT-REMAIN < WS-MONTHS-REMAIN
               MOVE WS-MONTHS-REMAIN TO WS-AMORT-REMAIN
           END-IF.
       2000-CHECK-LOCKOUT.
      *    Yield maintenance and defeasance run to the open period
      *    before maturity; inside it the loan prepays at par.
           IF WS-YIELD-MAINT-METHOD OR WS-DEFEASANCE-METHOD
               IF WS-MONTHS-REMAIN <= WS-OPEN-MONTHS
                   SET WS-NO-PENALTY TO TRUE
               ELSE
                   SET WS-PENALTY-APPLIES TO TRUE
               END-IF
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-FIXED-RATE
                   MOVE 60 TO WS-LOCKOUT-MONTHS
           END-EVALUATE
           IF WS-MONTHS-ELAPSED >= WS-LOCKOUT-MONTHS
               SET WS-NO-PENALTY TO TRUE
           ELSE
               SET WS-PENALTY-APPLIES TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
               GO TO 3000-EXIT
           END-IF
           SET WS-PENALTY-APPLIES TO TRUE
           IF WS-YIELD-MAINT-METHOD
               PERFORM 3500-YIELD-MAINTENANCE
               GO TO 3000-EXIT
           END-IF
           IF WS-DEFEASANCE-METHOD
               PERFORM 3700-DEFEASANCE
               GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-ELAPSED-YEARS < 1
                   MOVE WS-YEAR-1-PCT TO WS-PENALTY-PCT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-PAYMENT-SCHEDULE.
      *    Level payment on the remaining amortization at the note
      *    rate; any balance left at maturity is the balloon.
           IF WS-CURRENT-BAL > 0
               COMPUTE WS-PREPAY-SHARE ROUNDED =
                   WS-PREPAY-AMOUNT / WS-CURRENT-BAL
           ELSE
               MOVE 0 TO WS-PREPAY-SHARE
           END-IF
           IF WS-FULL-PAYOFF OR WS-PREPAY-SHARE > 1
               MOVE 1 TO WS-PREPAY-SHARE
           END-IF
           MOVE 1 TO WS-DISC-FACTOR
           MOVE 0 TO WS-ANNUITY-FACTOR
           PERFORM VARYING WS-PMT-MONTH FROM 1 BY 1
               UNTIL WS-PMT-MONTH > WS-AMORT-REMAIN
               COMPUTE WS-DISC-FACTOR ROUNDED =
                   WS-DISC-FACTOR / (1 + WS-MONTHLY-RATE)
               ADD WS-DISC-FACTOR TO WS-ANNUITY-FACTOR
           END-PERFORM
           IF WS-ANNUITY-FACTOR > 0
               COMPUTE WS-SCHED-PMT ROUNDED =
                   WS-CURRENT-BAL / WS-ANNUITY-FACTOR
           ELSE
               MOVE 0 TO WS-SCHED-PMT
           END-IF
           MOVE 0 TO WS-BALLOON-AMT
           MOVE WS-CURRENT-BAL TO WS-SCHED-BAL.
       3200-NEXT-CASH-FLOW.
           COMPUTE WS-SCHED-INT ROUNDED =
               WS-SCHED-BAL * WS-MONTHLY-RATE
           COMPUTE WS-SCHED-BAL =
               WS-SCHED-BAL - (WS-SCHED-PMT - WS-SCHED-INT)
           MOVE WS-SCHED-PMT TO WS-CASH-FLOW
           IF WS-PMT-MONTH = WS-MONTHS-REMAIN
               MOVE WS-SCHED-BAL TO WS-BALLOON-AMT
               ADD WS-SCHED-BAL TO WS-CASH-FLOW
           END-IF
           COMPUTE WS-CASH-FLOW ROUNDED =
               WS-CASH-FLOW * WS-PREPAY-SHARE
           ADD WS-CASH-FLOW TO WS-TOTAL-FLOWS.
       3300-MATCH-CURVE.
      *    Yield for the term in WS-MATCH-TERM, interpolated between
      *    the surrounding curve points and flat beyond either end.
           IF WS-CV-COUNT = 0
               MOVE WS-TREASURY-RATE TO WS-MATCH-YIELD
           ELSE
               IF WS-MATCH-TERM <= WS-CV-TERM(1)
                   MOVE WS-CV-YIELD(1) TO WS-MATCH-YIELD
               ELSE
                   MOVE WS-CV-YIELD(WS-CV-COUNT) TO WS-MATCH-YIELD
                   PERFORM VARYING WS-CV-IDX FROM 2 BY 1
                       UNTIL WS-CV-IDX > WS-CV-COUNT
                       IF WS-MATCH-TERM <= WS-CV-TERM(WS-CV-IDX)
                           AND WS-MATCH-TERM >
                               WS-CV-TERM(WS-CV-IDX - 1)
                           COMPUTE WS-MATCH-YIELD ROUNDED =
                               WS-CV-YIELD(WS-CV-IDX - 1) +
                               (WS-CV-YIELD(WS-CV-IDX) -
                                WS-CV-YIELD(WS-CV-IDX - 1)) *
                               (WS-MATCH-TERM -
                                WS-CV-TERM(WS-CV-IDX - 1)) /
                               (WS-CV-TERM(WS-CV-IDX) -
                                WS-CV-TERM(WS-CV-IDX - 1))
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       3500-YIELD-MAINTENANCE.
      *    Present value of the remaining payments at the treasury
      *    yield for the remaining term, less the amount prepaid.
           MOVE WS-MONTHS-REMAIN TO WS-MATCH-TERM
           PERFORM 3300-MATCH-CURVE
           MOVE WS-MATCH-YIELD TO WS-TREASURY-RATE
           PERFORM 3100-PAYMENT-SCHEDULE
           MOVE 1 TO WS-DISC-FACTOR
           PERFORM VARYING WS-PMT-MONTH FROM 1 BY 1
               UNTIL WS-PMT-MONTH > WS-MONTHS-REMAIN
               PERFORM 3200-NEXT-CASH-FLOW
               COMPUTE WS-DISC-FACTOR ROUNDED =
                   WS-DISC-FACTOR / (1 + WS-TREASURY-RATE / 12)
               COMPUTE WS-PV-FLOWS ROUNDED =
                   WS-PV-FLOWS + WS-CASH-FLOW * WS-DISC-FACTOR
           END-PERFORM
           COMPUTE WS-YIELD-MAINT-AMT =
               WS-PV-FLOWS - WS-CURRENT-BAL * WS-PREPAY-SHARE
           IF WS-YIELD-MAINT-AMT < 0
               MOVE 0 TO WS-YIELD-MAINT-AMT
           END-IF
           COMPUTE WS-YM-FLOOR-AMT ROUNDED =
               WS-CURRENT-BAL * WS-PREPAY-SHARE * WS-YM-FLOOR-PCT
           IF WS-YIELD-MAINT-AMT > WS-YM-FLOOR-AMT
               MOVE WS-YIELD-MAINT-AMT TO WS-PENALTY-AMT
           ELSE
               MOVE WS-YM-FLOOR-AMT TO WS-PENALTY-AMT
           END-IF.
       3700-DEFEASANCE.
      *    Each remaining payment is replaced by a treasury maturing
      *    on its date, priced at the curve yield for that term on a
      *    semiannual bond-equivalent basis.  The borrower funds the
      *    portfolio plus fees; the penalty is the cost above par.
           MOVE WS-MONTHS-REMAIN TO WS-MATCH-TERM
           PERFORM 3300-MATCH-CURVE
           MOVE WS-MATCH-YIELD TO WS-TREASURY-RATE
           PERFORM 3100-PAYMENT-SCHEDULE
           PERFORM VARYING WS-PMT-MONTH FROM 1 BY 1
               UNTIL WS-PMT-MONTH > WS-MONTHS-REMAIN
               PERFORM 3200-NEXT-CASH-FLOW
               MOVE WS-PMT-MONTH TO WS-MATCH-TERM
               PERFORM 3300-MATCH-CURVE
               COMPUTE WS-DISC-FACTOR ROUNDED =
                   (1 + WS-MATCH-YIELD / 2) **
                   (0 - WS-PMT-MONTH / 6)
               COMPUTE WS-PORTFOLIO-COST ROUNDED =
                   WS-PORTFOLIO-COST + WS-CASH-FLOW * WS-DISC-FACTOR
           END-PERFORM
           MOVE WS-MONTHS-REMAIN TO WS-MATCH-TERM
           MOVE WS-PORTFOLIO-COST TO WS-PV-FLOWS
           COMPUTE WS-DEFEASE-TOTAL =
               WS-PORTFOLIO-COST + WS-DEFEASE-FEES
           COMPUTE WS-PENALTY-AMT =
               WS-DEFEASE-TOTAL - WS-CURRENT-BAL * WS-PREPAY-SHARE
           IF WS-PENALTY-AMT < 0
               MOVE 0 TO WS-PENALTY-AMT
           END-IF.
       4000-APPLY-LIMITS.
      *    The retail minimum and cap do not apply to commercial
      *    yield maintenance or defeasance; the note floor governs.
           IF WS-PENALTY-APPLIES AND WS-STEPDOWN-METHOD
               IF WS-PENALTY-AMT < WS-MIN-PENALTY
                   MOVE WS-MIN-PENALTY TO WS-PENALTY-AMT
               END-IF
               END-IF
           END-IF.
       5000-CHECK-WAIVER.
           IF WS-PENALTY-APPLIES AND WS-STEPDOWN-METHOD
               IF WS-PARTIAL-PREPAY
                   IF WS-PREPAY-AMOUNT <
                       WS-CURRENT-BAL * 0.20
               DISPLAY 'STATUS: NO PENALTY (PAST LOCKOUT)'
           END-IF
           DISPLAY 'NET PROCEEDS:   ' WS-NET-PROCEEDS.
       8000-WRITE-STATEMENT.
           MOVE SPACES TO WS-STMT-LINE
           STRING 'PREPAYMENT PENALTY STATEMENT  LOAN '
                      DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  '  DATE ' DELIMITED BY SIZE
                  WS-PREPAY-DATE DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           EVALUATE TRUE
               WHEN WS-YIELD-MAINT-METHOD
                   MOVE '  METHOD: YIELD MAINTENANCE' TO WS-STMT-LINE
               WHEN WS-DEFEASANCE-METHOD
                   MOVE '  METHOD: DEFEASANCE' TO WS-STMT-LINE
               WHEN OTHER
                   MOVE '  METHOD: STEP-DOWN PERCENTAGE' TO WS-STMT-LINE
           END-EVALUATE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE WS-CURRENT-BAL TO WS-STMT-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING '  PRINCIPAL BALANCE        ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE WS-PREPAY-AMOUNT TO WS-STMT-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING '  AMOUNT PREPAID           ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           COMPUTE WS-STMT-RATE = WS-ANNUAL-RATE * 100
           MOVE WS-MONTHS-REMAIN TO WS-STMT-NUM
           MOVE SPACES TO WS-STMT-LINE
           STRING '  NOTE RATE %              ' DELIMITED BY SIZE
                  WS-STMT-RATE DELIMITED BY SIZE
                  '   MONTHS TO MATURITY ' DELIMITED BY SIZE
                  WS-STMT-NUM DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           IF WS-YIELD-MAINT-METHOD OR WS-DEFEASANCE-METHOD
               PERFORM 8100-WRITE-MARKET-INPUTS
           ELSE
               COMPUTE WS-STMT-RATE = WS-PENALTY-PCT * 100
               MOVE SPACES TO WS-STMT-LINE
               STRING '  PENALTY RATE %           ' DELIMITED BY SIZE
                      WS-STMT-RATE DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           EVALUATE TRUE
               WHEN WS-PENALTY-WAIVED
                   MOVE '  PENALTY WAIVED' TO WS-STMT-LINE
               WHEN WS-NO-PENALTY
                   MOVE '  NO PENALTY - PREPAYABLE AT PAR'
                       TO WS-STMT-LINE
               WHEN OTHER
                   MOVE WS-PENALTY-AMT TO WS-STMT-AMT
                   STRING '  PREPAYMENT PENALTY       '
                              DELIMITED BY SIZE
                          WS-STMT-AMT DELIMITED BY SIZE
                          INTO WS-STMT-LINE
                   END-STRING
           END-EVALUATE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           COMPUTE WS-STMT-AMT = WS-PREPAY-AMOUNT + WS-PENALTY-AMT
           IF WS-FULL-PAYOFF
               COMPUTE WS-STMT-AMT = WS-CURRENT-BAL + WS-PENALTY-AMT
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           STRING '  PRINCIPAL PLUS PENALTY   ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE.
       8100-WRITE-MARKET-INPUTS.
           COMPUTE WS-STMT-RATE = WS-TREASURY-RATE * 100
           MOVE WS-MONTHS-REMAIN TO WS-STMT-NUM
           MOVE SPACES TO WS-STMT-LINE
           STRING '  TREASURY YIELD %         ' DELIMITED BY SIZE
                  WS-STMT-RATE DELIMITED BY SIZE
                  '   MATCHED TERM MONTHS ' DELIMITED BY SIZE
                  WS-STMT-NUM DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE WS-SCHED-PMT TO WS-STMT-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING '  SCHEDULED PAYMENT        ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE WS-BALLOON-AMT TO WS-STMT-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING '  BALLOON AT MATURITY      ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE WS-TOTAL-FLOWS TO WS-STMT-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING '  REMAINING PAYMENTS       ' DELIMITED BY SIZE
                  WS-STMT-AMT DELIMITED BY SIZE
                  INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           IF WS-YIELD-MAINT-METHOD
               MOVE WS-PV-FLOWS TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  PRESENT VALUE AT TSY     ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               MOVE WS-YIELD-MAINT-AMT TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  PREMIUM OVER PAR         ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               COMPUTE WS-STMT-RATE = WS-YM-FLOOR-PCT * 100
               MOVE WS-YM-FLOOR-AMT TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  NOTE FLOOR ' DELIMITED BY SIZE
                      WS-STMT-RATE DELIMITED BY SIZE
                      '%      ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           ELSE
               MOVE WS-PORTFOLIO-COST TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  TREASURY PORTFOLIO COST  ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               MOVE WS-DEFEASE-FEES TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  DEFEASANCE FEES          ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
               MOVE WS-DEFEASE-TOTAL TO WS-STMT-AMT
               MOVE SPACES TO WS-STMT-LINE
               STRING '  TOTAL DEFEASANCE DEPOSIT ' DELIMITED BY SIZE
                      WS-STMT-AMT DELIMITED BY SIZE
                      INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF.
