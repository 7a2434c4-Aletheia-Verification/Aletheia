      * INSURANCE CLAIMS BATCH PROCESSOR                               *
      * Processes batch of health insurance claims, applies deductible *
      * and coinsurance, checks policy limits, and calculates payable. *
      * Coordination of benefits: other coverage for the member is on  *
      * COBCOV.DAT and primary payer EOBs on COBEOB.DAT.  Order of     *
      * benefits follows Medicare secondary payer, dependent/non-      *
      * dependent, active/retiree and birthday rules.  As secondary we *
      * pay our normal liability less the primary payment; deductible  *
      * and out-of-pocket still accumulate.  Secondary claims with no  *
      * primary EOB pend.                                              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVERAGE-FILE ASSIGN TO 'COBCOV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.
           SELECT EOB-FILE ASSIGN TO 'COBEOB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COVERAGE-FILE.
       01 COVERAGE-RECORD.
           05 CV-POL-NUMBER         PIC X(10).
           05 CV-OTHER-CARRIER      PIC X(10).
           05 CV-OTHER-POLICY       PIC X(15).
           05 CV-OTHER-TYPE         PIC X(1).
               88 CV-OTHER-GROUP    VALUE 'G'.
               88 CV-OTHER-MEDICARE VALUE 'M'.
               88 CV-OTHER-INDIV    VALUE 'I'.
           05 CV-OUR-STATUS         PIC X(1).
           05 CV-OTHER-STATUS       PIC X(1).
           05 CV-OUR-SUB-BIRTH-MMDD PIC 9(4).
           05 CV-OTH-SUB-BIRTH-MMDD PIC 9(4).
           05 CV-OUR-EFF-DATE       PIC 9(8).
           05 CV-OTHER-EFF-DATE     PIC 9(8).
           05 CV-OTHER-TERM-DATE    PIC 9(8).
           05 CV-MEDICARE-REASON    PIC X(1).
               88 CV-MCARE-AGE      VALUE 'A'.
               88 CV-MCARE-DISABLED VALUE 'D'.
               88 CV-MCARE-ESRD     VALUE 'E'.
           05 CV-EMPLOYER-SIZE      PIC 9(5).
           05 CV-ESRD-COORD-END     PIC 9(8).
           05 CV-ORDER-OVERRIDE     PIC X(1).
       FD EOB-FILE.
       01 EOB-RECORD.
           05 EB-CLM-NUM            PIC X(12).
           05 EB-CARRIER            PIC X(10).
           05 EB-ALLOWED            PIC S9(9)V99.
           05 EB-PAID               PIC S9(9)V99.
           05 EB-PATIENT-RESP       PIC S9(9)V99.
           05 EB-EOB-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-COV-STATUS             PIC X(2).
       01 WS-EOB-STATUS             PIC X(2).
       01 WS-COV-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-COV-EOF            VALUE 'Y'.
       01 WS-EOB-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-EOB-EOF            VALUE 'Y'.
      *--- Other coverage held for the member; status codes are
      *--- A active employee, R retiree, C COBRA, D dependent
       01 WS-COB-FOUND-FLAG         PIC X VALUE 'N'.
           88 WS-COB-FOUND          VALUE 'Y'.
       01 WS-COB-COVERAGE.
           05 WS-CB-CARRIER         PIC X(10).
           05 WS-CB-OTHER-TYPE      PIC X(1).
           05 WS-CB-OUR-STATUS      PIC X(1).
           05 WS-CB-OTHER-STATUS    PIC X(1).
           05 WS-CB-OUR-BIRTH-MMDD  PIC 9(4).
           05 WS-CB-OTH-BIRTH-MMDD  PIC 9(4).
           05 WS-CB-OUR-EFF-DATE    PIC 9(8).
           05 WS-CB-OTHER-EFF-DATE  PIC 9(8).
           05 WS-CB-OTHER-TERM-DATE PIC 9(8).
           05 WS-CB-MEDICARE-REASON PIC X(1).
           05 WS-CB-EMPLOYER-SIZE   PIC 9(5).
           05 WS-CB-ESRD-COORD-END  PIC 9(8).
           05 WS-CB-ORDER-OVERRIDE  PIC X(1).
       01 WS-EOB-TABLE.
           05 WS-EB-ENTRY OCCURS 500.
               10 WS-EB-CLM-NUM     PIC X(12).
               10 WS-EB-ALLOWED     PIC S9(9)V99 COMP-3.
               10 WS-EB-PAID        PIC S9(9)V99 COMP-3.
       01 WS-EB-COUNT               PIC S9(3) COMP-3 VALUE 0.
       01 WS-EB-IDX                 PIC S9(3) COMP-3.
       01 WS-EOB-FOUND-FLAG         PIC X VALUE 'N'.
           88 WS-EOB-FOUND          VALUE 'Y'.
       01 WS-POLICY.
           05 WS-POL-NUMBER         PIC X(10).
           05 WS-POL-DEDUCTIBLE     PIC S9(7)V99 COMP-3.
                   88 WS-CLM-PAID   VALUE 'PD'.
                   88 WS-CLM-DENIED VALUE 'DN'.
                   88 WS-CLM-PEND   VALUE 'PN'.
               10 WS-CLM-SVC-DATE   PIC 9(8).
               10 WS-CLM-COB-ORDER  PIC X(1).
                   88 WS-CLM-PRIMARY    VALUE 'P'.
                   88 WS-CLM-SECONDARY  VALUE 'S'.
               10 WS-CLM-NORMAL-PAY PIC S9(9)V99 COMP-3.
               10 WS-CLM-PRI-PAID   PIC S9(9)V99 COMP-3.
               10 WS-CLM-PEND-REASON PIC X(20).
       01 WS-CLAIM-COUNT            PIC S9(2) COMP-3.
       01 WS-IDX                    PIC S9(2) COMP-3.
       01 WS-DEDUCT-REMAINING       PIC S9(7)V99 COMP-3.
           05 WS-BT-PATIENT         PIC S9(9)V99 COMP-3.
           05 WS-BT-DENIED-CNT      PIC S9(3) COMP-3.
           05 WS-BT-PAID-CNT        PIC S9(3) COMP-3.
           05 WS-BT-PEND-CNT        PIC S9(3) COMP-3.
           05 WS-BT-SECONDARY-CNT   PIC S9(3) COMP-3.
           05 WS-BT-PRI-PAID        PIC S9(11)V99 COMP-3.
           05 WS-BT-COB-SAVINGS     PIC S9(11)V99 COMP-3.
       01 WS-DISCOUNT-RATE          PIC S9(1)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-COVERAGE
           PERFORM 1200-LOAD-EOBS
           PERFORM 2000-LOAD-CLAIMS
           PERFORM 3000-PROCESS-CLAIMS
           PERFORM 4000-SUMMARIZE
           MOVE 0 TO WS-BT-PAYABLE
           MOVE 0 TO WS-BT-PATIENT
           MOVE 0 TO WS-BT-DENIED-CNT
           MOVE 0 TO WS-BT-PAID-CNT
           MOVE 0 TO WS-BT-PEND-CNT
           MOVE 0 TO WS-BT-SECONDARY-CNT
           MOVE 0 TO WS-BT-PRI-PAID
           MOVE 0 TO WS-BT-COB-SAVINGS.
       1100-LOAD-COVERAGE.
           MOVE 'N' TO WS-COB-FOUND-FLAG
           OPEN INPUT COVERAGE-FILE
           IF WS-COV-STATUS = '00'
               PERFORM 1150-READ-COVERAGE
                   UNTIL WS-COV-EOF OR WS-COB-FOUND
               CLOSE COVERAGE-FILE
           END-IF.
       1150-READ-COVERAGE.
           READ COVERAGE-FILE
               AT END MOVE 'Y' TO WS-COV-EOF-FLAG
               NOT AT END
                   IF CV-POL-NUMBER = WS-POL-NUMBER
                       MOVE 'Y' TO WS-COB-FOUND-FLAG
                       MOVE CV-OTHER-CARRIER TO WS-CB-CARRIER
                       MOVE CV-OTHER-TYPE TO WS-CB-OTHER-TYPE
                       MOVE CV-OUR-STATUS TO WS-CB-OUR-STATUS
                       MOVE CV-OTHER-STATUS TO WS-CB-OTHER-STATUS
                       MOVE CV-OUR-SUB-BIRTH-MMDD
                           TO WS-CB-OUR-BIRTH-MMDD
                       MOVE CV-OTH-SUB-BIRTH-MMDD
                           TO WS-CB-OTH-BIRTH-MMDD
                       MOVE CV-OUR-EFF-DATE TO WS-CB-OUR-EFF-DATE
                       MOVE CV-OTHER-EFF-DATE
                           TO WS-CB-OTHER-EFF-DATE
                       MOVE CV-OTHER-TERM-DATE
                           TO WS-CB-OTHER-TERM-DATE
                       MOVE CV-MEDICARE-REASON
                           TO WS-CB-MEDICARE-REASON
                       MOVE CV-EMPLOYER-SIZE TO WS-CB-EMPLOYER-SIZE
                       MOVE CV-ESRD-COORD-END
                           TO WS-CB-ESRD-COORD-END
                       MOVE CV-ORDER-OVERRIDE
                           TO WS-CB-ORDER-OVERRIDE
                   END-IF
           END-READ.
       1200-LOAD-EOBS.
           OPEN INPUT EOB-FILE
           IF WS-EOB-STATUS = '00'
               PERFORM 1250-READ-EOB
                   UNTIL WS-EOB-EOF
               CLOSE EOB-FILE
           END-IF.
       1250-READ-EOB.
           READ EOB-FILE
               AT END MOVE 'Y' TO WS-EOB-EOF-FLAG
               NOT AT END
                   IF WS-EB-COUNT < 500
                       ADD 1 TO WS-EB-COUNT
                       MOVE EB-CLM-NUM TO WS-EB-CLM-NUM(WS-EB-COUNT)
                       MOVE EB-ALLOWED TO WS-EB-ALLOWED(WS-EB-COUNT)
                       MOVE EB-PAID TO WS-EB-PAID(WS-EB-COUNT)
                   ELSE
                       DISPLAY 'EOB TABLE FULL - SKIPPED ' EB-CLM-NUM
                   END-IF
           END-READ.
       2000-LOAD-CLAIMS.
           MOVE 6 TO WS-CLAIM-COUNT
           MOVE 'CLM202603001' TO WS-CLM-NUM(1)
           MOVE 1200.00 TO WS-CLM-BILLED(1)
           MOVE 0 TO WS-CLM-ALLOWED(1)
           MOVE 'PN' TO WS-CLM-STATUS(1)
           MOVE 20260303 TO WS-CLM-SVC-DATE(1)
           MOVE 'CLM202603002' TO WS-CLM-NUM(2)
           MOVE 'IP' TO WS-CLM-TYPE(2)
           MOVE 35000.00 TO WS-CLM-BILLED(2)
           MOVE 0 TO WS-CLM-ALLOWED(2)
           MOVE 'PN' TO WS-CLM-STATUS(2)
           MOVE 20260306 TO WS-CLM-SVC-DATE(2)
           MOVE 'CLM202603003' TO WS-CLM-NUM(3)
           MOVE 'RX' TO WS-CLM-TYPE(3)
           MOVE 450.00 TO WS-CLM-BILLED(3)
           MOVE 0 TO WS-CLM-ALLOWED(3)
           MOVE 'PN' TO WS-CLM-STATUS(3)
           MOVE 20260309 TO WS-CLM-SVC-DATE(3)
           MOVE 'CLM202603004' TO WS-CLM-NUM(4)
           MOVE 'ER' TO WS-CLM-TYPE(4)
           MOVE 8500.00 TO WS-CLM-BILLED(4)
           MOVE 0 TO WS-CLM-ALLOWED(4)
           MOVE 'PN' TO WS-CLM-STATUS(4)
           MOVE 20260312 TO WS-CLM-SVC-DATE(4)
           MOVE 'CLM202603005' TO WS-CLM-NUM(5)
           MOVE 'OP' TO WS-CLM-TYPE(5)
           MOVE 600.00 TO WS-CLM-BILLED(5)
           MOVE 0 TO WS-CLM-ALLOWED(5)
           MOVE 'PN' TO WS-CLM-STATUS(5)
           MOVE 20260315 TO WS-CLM-SVC-DATE(5)
           MOVE 'CLM202603006' TO WS-CLM-NUM(6)
           MOVE 'RX' TO WS-CLM-TYPE(6)
           MOVE 125.00 TO WS-CLM-BILLED(6)
           MOVE 0 TO WS-CLM-ALLOWED(6)
           MOVE 'PN' TO WS-CLM-STATUS(6)
           MOVE 20260318 TO WS-CLM-SVC-DATE(6).
       3000-PROCESS-CLAIMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CLAIM-COUNT
               PERFORM 3050-DETERMINE-ORDER
               IF WS-CLM-SECONDARY(WS-IDX)
                   PERFORM 3060-FIND-PRIMARY-EOB
               END-IF
               IF WS-CLM-SECONDARY(WS-IDX) AND NOT WS-EOB-FOUND
                   MOVE 'PN' TO WS-CLM-STATUS(WS-IDX)
                   MOVE 'NO PRIMARY EOB' TO WS-CLM-PEND-REASON(WS-IDX)
                   MOVE 0 TO WS-CLM-PAYABLE(WS-IDX)
                   MOVE 0 TO WS-CLM-NORMAL-PAY(WS-IDX)
                   MOVE 0 TO WS-CLM-DEDUCT-AMT(WS-IDX)
                   MOVE 0 TO WS-CLM-COINS-AMT(WS-IDX)
               ELSE
                   PERFORM 3100-CALC-ALLOWED
                   PERFORM 3200-APPLY-DEDUCTIBLE
                   PERFORM 3300-APPLY-COINSURANCE
                   PERFORM 3350-APPLY-COB
                   PERFORM 3400-CHECK-LIMITS
               END-IF
           END-PERFORM.
      *--- Order of benefits for the claim's date of service.  With
      *--- no other coverage in force we are primary.
       3050-DETERMINE-ORDER.
           MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
           MOVE SPACES TO WS-CLM-PEND-REASON(WS-IDX)
           MOVE 0 TO WS-CLM-PRI-PAID(WS-IDX)
           IF WS-COB-FOUND
               AND WS-CB-OTHER-EFF-DATE <= WS-CLM-SVC-DATE(WS-IDX)
               AND (WS-CB-OTHER-TERM-DATE = 0
                    OR WS-CB-OTHER-TERM-DATE >=
                       WS-CLM-SVC-DATE(WS-IDX))
               EVALUATE TRUE
                   WHEN WS-CB-ORDER-OVERRIDE = 'P'
                       OR WS-CB-ORDER-OVERRIDE = 'S'
                       MOVE WS-CB-ORDER-OVERRIDE
                           TO WS-CLM-COB-ORDER(WS-IDX)
                   WHEN WS-CB-OTHER-TYPE = 'M'
                       PERFORM 3052-MEDICARE-ORDER
                   WHEN OTHER
                       PERFORM 3054-GROUP-ORDER
               END-EVALUATE
           END-IF.
      *--- Medicare secondary payer: the group plan is primary for the
      *--- working aged (employer 20+), working disabled (100+) and
      *--- during the ESRD coordination period; otherwise Medicare is
      *--- primary.
       3052-MEDICARE-ORDER.
           MOVE 'S' TO WS-CLM-COB-ORDER(WS-IDX)
           EVALUATE WS-CB-MEDICARE-REASON
               WHEN 'A'
                   IF (WS-CB-OUR-STATUS = 'A'
                       OR WS-CB-OUR-STATUS = 'D')
                       AND WS-CB-EMPLOYER-SIZE >= 20
                       MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
                   END-IF
               WHEN 'D'
                   IF (WS-CB-OUR-STATUS = 'A'
                       OR WS-CB-OUR-STATUS = 'D')
                       AND WS-CB-EMPLOYER-SIZE >= 100
                       MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
                   END-IF
               WHEN 'E'
                   IF WS-CLM-SVC-DATE(WS-IDX) <= WS-CB-ESRD-COORD-END
                       MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
                   END-IF
           END-EVALUATE.
      *--- Group order of benefits: the plan covering the member as
      *--- other than a dependent is primary; for dependents the plan
      *--- of the parent whose birthday falls first in the year; for
      *--- two subscriber plans active over retiree or COBRA; then
      *--- the plan that has covered the member longer.
       3054-GROUP-ORDER.
           EVALUATE TRUE
               WHEN WS-CB-OUR-STATUS NOT = 'D'
                   AND WS-CB-OTHER-STATUS = 'D'
                   MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OUR-STATUS = 'D'
                   AND WS-CB-OTHER-STATUS NOT = 'D'
                   MOVE 'S' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OUR-STATUS = 'D'
                   AND WS-CB-OUR-BIRTH-MMDD < WS-CB-OTH-BIRTH-MMDD
                   MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OUR-STATUS = 'D'
                   AND WS-CB-OUR-BIRTH-MMDD > WS-CB-OTH-BIRTH-MMDD
                   MOVE 'S' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OUR-STATUS = 'A'
                   AND WS-CB-OTHER-STATUS NOT = 'A'
                   AND WS-CB-OUR-STATUS NOT = 'D'
                   MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OTHER-STATUS = 'A'
                   AND WS-CB-OUR-STATUS NOT = 'A'
                   AND WS-CB-OUR-STATUS NOT = 'D'
                   MOVE 'S' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN WS-CB-OUR-EFF-DATE <= WS-CB-OTHER-EFF-DATE
                   MOVE 'P' TO WS-CLM-COB-ORDER(WS-IDX)
               WHEN OTHER
                   MOVE 'S' TO WS-CLM-COB-ORDER(WS-IDX)
           END-EVALUATE.
       3060-FIND-PRIMARY-EOB.
           MOVE 'N' TO WS-EOB-FOUND-FLAG
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT OR WS-EOB-FOUND
               IF WS-EB-CLM-NUM(WS-EB-IDX) = WS-CLM-NUM(WS-IDX)
                   MOVE 'Y' TO WS-EOB-FOUND-FLAG
                   MOVE WS-EB-PAID(WS-EB-IDX)
                       TO WS-CLM-PRI-PAID(WS-IDX)
               END-IF
           END-PERFORM.
       3100-CALC-ALLOWED.
           EVALUATE TRUE
                   WS-CLM-COINS-AMT(WS-IDX)
               ADD WS-PATIENT-SHARE TO WS-POL-YTD-OOP
           END-IF.
      *--- As secondary we pay our normal liability less what the
      *--- primary paid.  Deductible and coinsurance were already
      *--- credited to the accumulators on the normal calculation.
       3350-APPLY-COB.
           MOVE WS-CLM-PAYABLE(WS-IDX) TO WS-CLM-NORMAL-PAY(WS-IDX)
           IF WS-CLM-SECONDARY(WS-IDX)
               COMPUTE WS-CLM-PAYABLE(WS-IDX) =
                   WS-CLM-NORMAL-PAY(WS-IDX) -
                   WS-CLM-PRI-PAID(WS-IDX)
               IF WS-CLM-PAYABLE(WS-IDX) < 0
                   MOVE 0 TO WS-CLM-PAYABLE(WS-IDX)
               END-IF
           END-IF.
       3400-CHECK-LIMITS.
           COMPUTE WS-LIMIT-REMAINING =
               WS-POL-ANNUAL-MAX - WS-POL-YTD-PAID
               ADD WS-CLM-PAYABLE(WS-IDX) TO WS-POL-YTD-PAID
           ELSE
               IF NOT WS-CLM-DENIED(WS-IDX)
                   IF WS-CLM-SECONDARY(WS-IDX)
                       AND WS-CLM-PRI-PAID(WS-IDX) > 0
                       MOVE 'PD' TO WS-CLM-STATUS(WS-IDX)
                   ELSE
                       MOVE 'DN' TO WS-CLM-STATUS(WS-IDX)
                   END-IF
               END-IF
           END-IF.
       4000-SUMMARIZE.
               IF WS-CLM-DENIED(WS-IDX)
                   ADD 1 TO WS-BT-DENIED-CNT
               END-IF
               IF WS-CLM-PEND(WS-IDX)
                   ADD 1 TO WS-BT-PEND-CNT
               END-IF
               IF WS-CLM-SECONDARY(WS-IDX)
                   AND NOT WS-CLM-PEND(WS-IDX)
                   ADD 1 TO WS-BT-SECONDARY-CNT
                   ADD WS-CLM-PRI-PAID(WS-IDX) TO WS-BT-PRI-PAID
                   COMPUTE WS-BT-COB-SAVINGS = WS-BT-COB-SAVINGS +
                       WS-CLM-NORMAL-PAY(WS-IDX) -
                       WS-CLM-PAYABLE(WS-IDX)
               END-IF
           END-PERFORM.
       5000-DISPLAY-REPORT.
           DISPLAY '========================================='
                   WS-CLM-TYPE(WS-IDX) ' BILLED: '
                   WS-CLM-BILLED(WS-IDX) ' PAYABLE: '
                   WS-CLM-PAYABLE(WS-IDX) ' '
                   WS-CLM-STATUS(WS-IDX) ' '
                   WS-CLM-COB-ORDER(WS-IDX)
               IF WS-CLM-SECONDARY(WS-IDX)
                   DISPLAY '    SECONDARY TO ' WS-CB-CARRIER
                       ' PRIMARY PAID: ' WS-CLM-PRI-PAID(WS-IDX)
                       ' ' WS-CLM-PEND-REASON(WS-IDX)
               END-IF
           END-PERFORM
           DISPLAY '-----------------------------------------'
           DISPLAY 'TOTAL BILLED:    ' WS-BT-BILLED
           DISPLAY 'PATIENT SHARE:   ' WS-BT-PATIENT
           DISPLAY 'PAID COUNT:      ' WS-BT-PAID-CNT
           DISPLAY 'DENIED COUNT:    ' WS-BT-DENIED-CNT
           DISPLAY 'PENDED COUNT:    ' WS-BT-PEND-CNT
           DISPLAY 'SECONDARY CNT:   ' WS-BT-SECONDARY-CNT
           DISPLAY 'PRIMARY PAID:    ' WS-BT-PRI-PAID
           DISPLAY 'COB SAVINGS:     ' WS-BT-COB-SAVINGS
           DISPLAY 'YTD OOP:         ' WS-POL-YTD-OOP
           DISPLAY 'YTD PAID:        ' WS-POL-YTD-PAID
           DISPLAY '========================================='.
