      * Trade Finance Bank Guarantee Manager                            *
      * Manages standby and performance guarantees, tracks utilization, *
      * calculates commitment fees, and monitors expiry/claim status.   *
      * Beneficiary demands on GRDEMAND.DAT are checked against the     *
      * guarantee's remaining amount and expiry.  An honored demand     *
      * writes a payment to GRPAYMT.DAT, reduces the guarantee on       *
      * GUARANTN.DAT and opens a reimbursement receivable against the   *
      * applicant, with cash collateral applied first.  Receivables     *
      * carry on GRREIMB.DAT / GRREIMBN.DAT, applicant repayments come  *
      * in on GRREPAY.DAT, and credit gets GRCLMRPT.DAT.                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GUARANT-FILE ASSIGN TO 'GUARANT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRT-STATUS.
           SELECT NEWGRT-FILE ASSIGN TO 'GUARANTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NGR-STATUS.
           SELECT DEMAND-FILE ASSIGN TO 'GRDEMAND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEM-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'GRPAYMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT REIMB-FILE ASSIGN TO 'GRREIMB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMB-STATUS.
           SELECT NEWREIMB-FILE ASSIGN TO 'GRREIMBN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NRB-STATUS.
           SELECT REPAY-FILE ASSIGN TO 'GRREPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPY-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'GRCLMRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUARANT-FILE.
           05  GR-BENEFICIARY       PIC X(25).
           05  GR-CLAIM-STATUS      PIC X(01).
           05  GR-COLLATERAL-PCT    PIC 9(03).
       FD  NEWGRT-FILE.
       01  NEWGRT-RECORD            PIC X(113).
       FD  DEMAND-FILE.
       01  DEMAND-RECORD.
           05  DM-REF-NUM           PIC X(12).
           05  DM-DEMAND-ID         PIC X(10).
           05  DM-DEMAND-DATE       PIC 9(08).
           05  DM-AMOUNT            PIC 9(11)V99.
           05  DM-DOCS-COMPLY       PIC X(01).
               88  DM-DOCS-OK       VALUE 'Y'.
           05  DM-DOCS-PRESENTED    PIC X(30).
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PM-REF-NUM           PIC X(12).
           05  PM-DEMAND-ID         PIC X(10).
           05  PM-PAY-DATE          PIC 9(08).
           05  PM-BENEFICIARY       PIC X(25).
           05  PM-CURRENCY          PIC X(03).
           05  PM-AMOUNT            PIC 9(11)V99.
       FD  REIMB-FILE.
       01  REIMB-RECORD.
           05  RB-REF-NUM           PIC X(12).
           05  RB-DEMAND-ID         PIC X(10).
           05  RB-APPLICANT         PIC X(25).
           05  RB-OPEN-DATE         PIC 9(08).
           05  RB-PAID-AMT          PIC 9(11)V99.
           05  RB-COLLAT-APPLIED    PIC 9(11)V99.
           05  RB-REPAID-AMT        PIC 9(11)V99.
           05  RB-BALANCE           PIC S9(11)V99.
           05  RB-STATUS            PIC X(01).
               88  RB-OUTSTANDING   VALUE 'O'.
               88  RB-SETTLED       VALUE 'S'.
           05  RB-CLOSE-DATE        PIC 9(08).
       FD  NEWREIMB-FILE.
       01  NEWREIMB-RECORD          PIC X(116).
       FD  REPAY-FILE.
       01  REPAY-RECORD.
           05  RP-REF-NUM           PIC X(12).
           05  RP-DEMAND-ID         PIC X(10).
           05  RP-REPAY-DATE        PIC 9(08).
           05  RP-AMOUNT            PIC 9(11)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-GRT-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF                 PIC X VALUE 'N'.
           05  WS-CUR-MONTH      PIC 9(02).
           05  WS-CUR-DAY        PIC 9(02).
       01  WS-TODAY-NUM          PIC 9(08).
      *--- Demand and reimbursement processing ---
       01  WS-NGR-STATUS         PIC XX VALUE SPACES.
       01  WS-DEM-STATUS         PIC XX VALUE SPACES.
       01  WS-PAY-STATUS         PIC XX VALUE SPACES.
       01  WS-RMB-STATUS         PIC XX VALUE SPACES.
       01  WS-NRB-STATUS         PIC XX VALUE SPACES.
       01  WS-RPY-STATUS         PIC XX VALUE SPACES.
       01  WS-RPT-STATUS         PIC XX VALUE SPACES.
       01  WS-DEM-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-DEM-EOF        VALUE 'Y'.
       01  WS-RMB-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-RMB-EOF        VALUE 'Y'.
       01  WS-RPY-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-RPY-EOF        VALUE 'Y'.
       01  WS-DEMAND-TABLE.
           05  WS-DM-ENTRY OCCURS 500 TIMES.
               10  WS-DM-REF-NUM      PIC X(12).
               10  WS-DM-DEMAND-ID    PIC X(10).
               10  WS-DM-DATE         PIC 9(08).
               10  WS-DM-AMOUNT       PIC 9(11)V99.
               10  WS-DM-DOCS-COMPLY  PIC X(01).
               10  WS-DM-DOCS         PIC X(30).
               10  WS-DM-RESULT       PIC X(20).
       01  WS-DM-COUNT           PIC S9(4) COMP-3 VALUE 0.
       01  WS-DM-IDX             PIC S9(4) COMP-3.
       01  WS-REIMB-TABLE.
           05  WS-RB-ENTRY OCCURS 1000 TIMES.
               10  WS-RB-REF-NUM      PIC X(12).
               10  WS-RB-DEMAND-ID    PIC X(10).
               10  WS-RB-APPLICANT    PIC X(25).
               10  WS-RB-OPEN-DATE    PIC 9(08).
               10  WS-RB-PAID-AMT     PIC 9(11)V99.
               10  WS-RB-COLLAT       PIC 9(11)V99.
               10  WS-RB-REPAID       PIC 9(11)V99.
               10  WS-RB-BALANCE      PIC S9(11)V99.
               10  WS-RB-STATUS       PIC X(01).
               10  WS-RB-CLOSE-DATE   PIC 9(08).
       01  WS-RB-COUNT           PIC S9(4) COMP-3 VALUE 0.
       01  WS-RB-IDX             PIC S9(4) COMP-3.
       01  WS-REMAINING-AMT      PIC S9(11)V99.
       01  WS-COLLAT-USED        PIC S9(11)V99.
       01  WS-COLLAT-AVAIL       PIC S9(11)V99.
       01  WS-COLLAT-APPLY       PIC S9(11)V99.
       01  WS-DAYS-OPEN          PIC S9(05).
       01  WS-DEMANDS-PAID       PIC 9(06) VALUE 0.
       01  WS-DEMANDS-REJECTED   PIC 9(06) VALUE 0.
       01  WS-TOTAL-PAID         PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-REIMB-OPEN   PIC S9(13)V99 VALUE 0.
       01  WS-RPT-LINE           PIC X(100).
       01  WS-DISP-AMT           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-AMT2          PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-DAYS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-GUARANTEES
               UNTIL END-OF-FILE
           PERFORM 8000-CLAIMS-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.
       1000-INITIALIZE.
               DISPLAY 'GUARANTEE FILE ERROR: ' WS-GRT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NEWGRT-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 1200-LOAD-DEMANDS
           PERFORM 1300-LOAD-REIMBURSEMENTS
           PERFORM 1400-APPLY-REPAYMENTS
           PERFORM 1100-READ-GUARANT.
       1100-READ-GUARANT.
           READ GUARANT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       1200-LOAD-DEMANDS.
           OPEN INPUT DEMAND-FILE
           IF WS-DEM-STATUS NOT = '00'
               SET WS-DEM-EOF TO TRUE
           END-IF
           PERFORM 1210-READ-DEMAND UNTIL WS-DEM-EOF
           CLOSE DEMAND-FILE.
       1210-READ-DEMAND.
           READ DEMAND-FILE
               AT END SET WS-DEM-EOF TO TRUE
               NOT AT END
                   IF WS-DM-COUNT < 500
                       ADD 1 TO WS-DM-COUNT
                       MOVE DM-REF-NUM TO WS-DM-REF-NUM(WS-DM-COUNT)
                       MOVE DM-DEMAND-ID
                           TO WS-DM-DEMAND-ID(WS-DM-COUNT)
                       MOVE DM-DEMAND-DATE TO WS-DM-DATE(WS-DM-COUNT)
                       MOVE DM-AMOUNT TO WS-DM-AMOUNT(WS-DM-COUNT)
                       MOVE DM-DOCS-COMPLY
                           TO WS-DM-DOCS-COMPLY(WS-DM-COUNT)
                       MOVE DM-DOCS-PRESENTED
                           TO WS-DM-DOCS(WS-DM-COUNT)
                       MOVE 'NO SUCH GUARANTEE'
                           TO WS-DM-RESULT(WS-DM-COUNT)
                   ELSE
                       DISPLAY 'DEMAND TABLE FULL - SKIPPED '
                           DM-DEMAND-ID
                   END-IF
           END-READ.
       1300-LOAD-REIMBURSEMENTS.
           OPEN INPUT REIMB-FILE
           IF WS-RMB-STATUS NOT = '00'
               SET WS-RMB-EOF TO TRUE
           END-IF
           PERFORM 1310-READ-REIMB UNTIL WS-RMB-EOF
           CLOSE REIMB-FILE.
       1310-READ-REIMB.
           READ REIMB-FILE
               AT END SET WS-RMB-EOF TO TRUE
               NOT AT END
                   IF WS-RB-COUNT < 1000
                       ADD 1 TO WS-RB-COUNT
                       MOVE RB-REF-NUM TO WS-RB-REF-NUM(WS-RB-COUNT)
                       MOVE RB-DEMAND-ID
                           TO WS-RB-DEMAND-ID(WS-RB-COUNT)
                       MOVE RB-APPLICANT
                           TO WS-RB-APPLICANT(WS-RB-COUNT)
                       MOVE RB-OPEN-DATE
                           TO WS-RB-OPEN-DATE(WS-RB-COUNT)
                       MOVE RB-PAID-AMT TO WS-RB-PAID-AMT(WS-RB-COUNT)
                       MOVE RB-COLLAT-APPLIED
                           TO WS-RB-COLLAT(WS-RB-COUNT)
                       MOVE RB-REPAID-AMT TO WS-RB-REPAID(WS-RB-COUNT)
                       MOVE RB-BALANCE TO WS-RB-BALANCE(WS-RB-COUNT)
                       MOVE RB-STATUS TO WS-RB-STATUS(WS-RB-COUNT)
                       MOVE RB-CLOSE-DATE
                           TO WS-RB-CLOSE-DATE(WS-RB-COUNT)
                   ELSE
                       DISPLAY 'REIMBURSEMENT TABLE FULL '
                           RB-DEMAND-ID
                   END-IF
           END-READ.
       1400-APPLY-REPAYMENTS.
           OPEN INPUT REPAY-FILE
           IF WS-RPY-STATUS NOT = '00'
               SET WS-RPY-EOF TO TRUE
           END-IF
           PERFORM 1410-READ-REPAY UNTIL WS-RPY-EOF
           CLOSE REPAY-FILE.
       1410-READ-REPAY.
           READ REPAY-FILE
               AT END SET WS-RPY-EOF TO TRUE
               NOT AT END
                   PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                       UNTIL WS-RB-IDX > WS-RB-COUNT
                       IF WS-RB-REF-NUM(WS-RB-IDX) = RP-REF-NUM
                           AND WS-RB-DEMAND-ID(WS-RB-IDX)
                               = RP-DEMAND-ID
                           AND WS-RB-STATUS(WS-RB-IDX) = 'O'
                           ADD RP-AMOUNT TO WS-RB-REPAID(WS-RB-IDX)
                           SUBTRACT RP-AMOUNT
                               FROM WS-RB-BALANCE(WS-RB-IDX)
                           IF WS-RB-BALANCE(WS-RB-IDX) <= 0
                               MOVE 'S' TO WS-RB-STATUS(WS-RB-IDX)
                               MOVE RP-REPAY-DATE
                                   TO WS-RB-CLOSE-DATE(WS-RB-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ.
       2000-PROCESS-GUARANTEES.
           ADD 1 TO WS-GUARANT-CNT
           PERFORM 3000-CHECK-STATUS
           PERFORM 4000-CALC-FEES
           PERFORM 5000-CALC-COLLATERAL
           PERFORM 6000-CHECK-EXPIRY
           PERFORM 7000-PROCESS-DEMANDS
           WRITE NEWGRT-RECORD FROM GUARANT-RECORD
           PERFORM 1100-READ-GUARANT.
       3000-CHECK-STATUS.
           EVALUATE GR-CLAIM-STATUS
                   ADD 1 TO WS-EXPIRED-CNT
               END-IF
           END-IF.
       7000-PROCESS-DEMANDS.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
               IF WS-DM-REF-NUM(WS-DM-IDX) = GR-REF-NUM
                   PERFORM 7100-CHECK-DEMAND
                   IF WS-DM-RESULT(WS-DM-IDX) = 'HONORED'
                       PERFORM 7200-HONOR-DEMAND
                   ELSE
                       ADD 1 TO WS-DEMANDS-REJECTED
                   END-IF
               END-IF
           END-PERFORM.
       7100-CHECK-DEMAND.
      *    A demand must arrive on or before expiry, against a live
      *    guarantee, with complying documents, and may not exceed
      *    what is left undrawn.
           COMPUTE WS-REMAINING-AMT = GR-AMOUNT - GR-UTILIZED
           EVALUATE TRUE
               WHEN GR-CLAIM-STATUS = 'E'
                   MOVE 'GUARANTEE EXPIRED' TO WS-DM-RESULT(WS-DM-IDX)
               WHEN WS-DM-DATE(WS-DM-IDX) > GR-EXPIRY-DATE
                   MOVE 'DEMAND AFTER EXPIRY'
                       TO WS-DM-RESULT(WS-DM-IDX)
               WHEN WS-DM-DOCS-COMPLY(WS-DM-IDX) NOT = 'Y'
                   MOVE 'DISCREPANT DOCUMENTS'
                       TO WS-DM-RESULT(WS-DM-IDX)
               WHEN WS-DM-AMOUNT(WS-DM-IDX) > WS-REMAINING-AMT
                   MOVE 'EXCEEDS AVAILABLE' TO WS-DM-RESULT(WS-DM-IDX)
               WHEN WS-DM-AMOUNT(WS-DM-IDX) = 0
                   MOVE 'ZERO AMOUNT' TO WS-DM-RESULT(WS-DM-IDX)
               WHEN OTHER
                   MOVE 'HONORED' TO WS-DM-RESULT(WS-DM-IDX)
           END-EVALUATE.
       7200-HONOR-DEMAND.
           MOVE GR-REF-NUM TO PM-REF-NUM
           MOVE WS-DM-DEMAND-ID(WS-DM-IDX) TO PM-DEMAND-ID
           MOVE WS-TODAY-NUM TO PM-PAY-DATE
           MOVE GR-BENEFICIARY TO PM-BENEFICIARY
           MOVE GR-CURRENCY TO PM-CURRENCY
           MOVE WS-DM-AMOUNT(WS-DM-IDX) TO PM-AMOUNT
           WRITE PAYMENT-RECORD
           ADD WS-DM-AMOUNT(WS-DM-IDX) TO GR-UTILIZED
           ADD WS-DM-AMOUNT(WS-DM-IDX) TO WS-TOTAL-PAID
           ADD 1 TO WS-DEMANDS-PAID
           IF GR-UTILIZED >= GR-AMOUNT
               MOVE 'C' TO GR-CLAIM-STATUS
           END-IF
      *    Cash collateral held under 5000-CALC-COLLATERAL is applied
      *    before the applicant is billed, net of what earlier
      *    demands on this guarantee have already used.
           MOVE 0 TO WS-COLLAT-USED
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-REF-NUM(WS-RB-IDX) = GR-REF-NUM
                   ADD WS-RB-COLLAT(WS-RB-IDX) TO WS-COLLAT-USED
               END-IF
           END-PERFORM
           COMPUTE WS-COLLAT-AVAIL = WS-COLLAT-AMT - WS-COLLAT-USED
           IF WS-COLLAT-AVAIL < 0
               MOVE 0 TO WS-COLLAT-AVAIL
           END-IF
           IF WS-COLLAT-AVAIL > WS-DM-AMOUNT(WS-DM-IDX)
               MOVE WS-DM-AMOUNT(WS-DM-IDX) TO WS-COLLAT-APPLY
           ELSE
               MOVE WS-COLLAT-AVAIL TO WS-COLLAT-APPLY
           END-IF
           IF WS-RB-COUNT < 1000
               ADD 1 TO WS-RB-COUNT
               MOVE GR-REF-NUM TO WS-RB-REF-NUM(WS-RB-COUNT)
               MOVE WS-DM-DEMAND-ID(WS-DM-IDX)
                   TO WS-RB-DEMAND-ID(WS-RB-COUNT)
               MOVE GR-APPLICANT TO WS-RB-APPLICANT(WS-RB-COUNT)
               MOVE WS-TODAY-NUM TO WS-RB-OPEN-DATE(WS-RB-COUNT)
               MOVE WS-DM-AMOUNT(WS-DM-IDX)
                   TO WS-RB-PAID-AMT(WS-RB-COUNT)
               MOVE WS-COLLAT-APPLY TO WS-RB-COLLAT(WS-RB-COUNT)
               MOVE 0 TO WS-RB-REPAID(WS-RB-COUNT)
               COMPUTE WS-RB-BALANCE(WS-RB-COUNT) =
                   WS-DM-AMOUNT(WS-DM-IDX) - WS-COLLAT-APPLY
               MOVE 0 TO WS-RB-CLOSE-DATE(WS-RB-COUNT)
               IF WS-RB-BALANCE(WS-RB-COUNT) > 0
                   MOVE 'O' TO WS-RB-STATUS(WS-RB-COUNT)
               ELSE
                   MOVE 'S' TO WS-RB-STATUS(WS-RB-COUNT)
                   MOVE WS-TODAY-NUM TO WS-RB-CLOSE-DATE(WS-RB-COUNT)
               END-IF
           ELSE
               DISPLAY 'REIMBURSEMENT TABLE FULL - '
                   WS-DM-DEMAND-ID(WS-DM-IDX) ' NOT BOOKED'
           END-IF.
       8000-CLAIMS-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GUARANTEE DEMAND AND REIMBURSEMENT REPORT '
               DELIMITED BY SIZE
               WS-TODAY-NUM DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'DEMANDS RECEIVED' TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-DM-AMOUNT(WS-DM-IDX) TO WS-DISP-AMT
               STRING '  ' DELIMITED BY SIZE
                   WS-DM-REF-NUM(WS-DM-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DM-DEMAND-ID(WS-DM-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DM-DATE(WS-DM-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DM-RESULT(WS-DM-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM
           MOVE 'REIMBURSEMENTS OUTSTANDING' TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           OPEN OUTPUT NEWREIMB-FILE
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               PERFORM 8100-WRITE-REIMB
           END-PERFORM
           CLOSE NEWREIMB-FILE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TOTAL-PAID TO WS-DISP-AMT
           MOVE WS-TOTAL-REIMB-OPEN TO WS-DISP-AMT2
           STRING 'PAID THIS RUN ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '  OUTSTANDING ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       8100-WRITE-REIMB.
           MOVE WS-RB-REF-NUM(WS-RB-IDX) TO RB-REF-NUM
           MOVE WS-RB-DEMAND-ID(WS-RB-IDX) TO RB-DEMAND-ID
           MOVE WS-RB-APPLICANT(WS-RB-IDX) TO RB-APPLICANT
           MOVE WS-RB-OPEN-DATE(WS-RB-IDX) TO RB-OPEN-DATE
           MOVE WS-RB-PAID-AMT(WS-RB-IDX) TO RB-PAID-AMT
           MOVE WS-RB-COLLAT(WS-RB-IDX) TO RB-COLLAT-APPLIED
           MOVE WS-RB-REPAID(WS-RB-IDX) TO RB-REPAID-AMT
           MOVE WS-RB-BALANCE(WS-RB-IDX) TO RB-BALANCE
           MOVE WS-RB-STATUS(WS-RB-IDX) TO RB-STATUS
           MOVE WS-RB-CLOSE-DATE(WS-RB-IDX) TO RB-CLOSE-DATE
           WRITE NEWREIMB-RECORD FROM REIMB-RECORD
           IF WS-RB-STATUS(WS-RB-IDX) = 'O'
               ADD WS-RB-BALANCE(WS-RB-IDX) TO WS-TOTAL-REIMB-OPEN
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-RB-OPEN-DATE(WS-RB-IDX))
               MOVE WS-DAYS-OPEN TO WS-DISP-DAYS
               MOVE WS-RB-BALANCE(WS-RB-IDX) TO WS-DISP-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-RB-REF-NUM(WS-RB-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RB-APPLICANT(WS-RB-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   ' DAYS OPEN ' DELIMITED BY SIZE
                   WS-DISP-DAYS DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
       9000-FINALIZE.
           CLOSE GUARANT-FILE
           CLOSE NEWGRT-FILE
           CLOSE PAYMENT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'GUARANTEE PROCESSING COMPLETE'
           DISPLAY 'TOTAL:       ' WS-GUARANT-CNT
           DISPLAY 'ACTIVE:      ' WS-ACTIVE-CNT
           DISPLAY 'UTILIZED:    ' WS-TOTAL-UTILIZED
           DISPLAY 'COLLATERAL:  ' WS-COLLAT-COVERAGE
           DISPLAY 'FEE INCOME:  ' WS-FEE-INCOME
           DISPLAY 'EXPIRING 30D:' WS-EXPIRING-30
           DISPLAY 'DEMANDS PAID:' WS-DEMANDS-PAID
           DISPLAY 'DEMANDS REJ: ' WS-DEMANDS-REJECTED
           DISPLAY 'AMOUNT PAID: ' WS-TOTAL-PAID
           DISPLAY 'REIMB OPEN:  ' WS-TOTAL-REIMB-OPEN.
