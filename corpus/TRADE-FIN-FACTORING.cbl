      * Trade Finance Receivables Factoring Engine                      *
      * Purchases accounts receivable at discount, calculates advance   *
      * amounts, reserve holdbacks, and fee structures.                 *
      * Purchased invoices are carried on the ledger FACTLEDG.DAT.     *
      * Buyer payments on FACTCOLL.DAT are applied against the ledger; *
      * an invoice paid in full releases its reserve to the seller net *
      * of the final discount fee, and recourse invoices unpaid past   *
      * the chargeback window are charged back to the seller.  Writes  *
      * the new ledger FACTLEDN.DAT, the seller settlement statement   *
      * FACTSTMT.DAT and the open invoice aging by buyer FACTAGE.DAT.  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INVOICE-FILE ASSIGN TO 'INVOICES.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'FACTLEDG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT NEWLEDG-FILE ASSIGN TO 'FACTLEDN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLG-STATUS.
           SELECT COLLECT-FILE ASSIGN TO 'FACTCOLL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.
           SELECT STMT-FILE ASSIGN TO 'FACTSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT AGING-FILE ASSIGN TO 'FACTAGE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           05  IR-CREDIT-RATING     PIC X(02).
           05  IR-RECOURSE          PIC X(01).
           05  IR-AGING-DAYS        PIC 9(03).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  FL-INVOICE-NUM       PIC X(12).
           05  FL-SELLER            PIC X(25).
           05  FL-BUYER             PIC X(25).
           05  FL-FACE-VALUE        PIC 9(09)V99.
           05  FL-PURCH-DATE        PIC 9(08).
           05  FL-DUE-DATE          PIC 9(08).
           05  FL-RECOURSE          PIC X(01).
           05  FL-ADVANCE-AMT       PIC 9(09)V99.
           05  FL-RESERVE-AMT       PIC 9(09)V99.
           05  FL-DISC-ANNUAL       PIC 9V9(06).
           05  FL-SERVICE-FEE       PIC 9(07)V99.
           05  FL-COLLECTED         PIC 9(09)V99.
           05  FL-LAST-PAY-DATE     PIC 9(08).
           05  FL-STATUS            PIC X(01).
               88  FL-OPEN          VALUE 'O'.
               88  FL-PAID          VALUE 'P'.
               88  FL-CHARGED-BACK  VALUE 'C'.
           05  FL-CLOSE-DATE        PIC 9(08).
           05  FL-SETTLE-AMT        PIC S9(09)V99.
       FD  NEWLEDG-FILE.
       01  NEWLEDG-RECORD           PIC X(167).
       FD  COLLECT-FILE.
       01  COLLECT-RECORD.
           05  CO-INVOICE-NUM       PIC X(12).
           05  CO-BUYER             PIC X(25).
           05  CO-PAY-DATE          PIC 9(08).
           05  CO-AMOUNT            PIC 9(09)V99.
       FD  STMT-FILE.
       01  STMT-RECORD              PIC X(100).
       FD  AGING-FILE.
       01  AGING-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF                 PIC X VALUE 'N'.
           05  WS-CUR-MONTH       PIC 9(02).
           05  WS-CUR-DAY         PIC 9(02).
       01  WS-TODAY-NUM           PIC 9(08).
      *--- Purchased invoice ledger and collections ---
       01  WS-LDG-STATUS          PIC XX VALUE SPACES.
       01  WS-NLG-STATUS          PIC XX VALUE SPACES.
       01  WS-COL-STATUS          PIC XX VALUE SPACES.
       01  WS-STM-STATUS          PIC XX VALUE SPACES.
       01  WS-AGE-STATUS          PIC XX VALUE SPACES.
       01  WS-LDG-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-LDG-EOF         VALUE 'Y'.
       01  WS-COL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-COL-EOF         VALUE 'Y'.
       01  WS-RECOURSE-DAYS       PIC S9(03) VALUE 60.
       01  WS-COLLECT-TABLE.
           05  WS-CO-ENTRY OCCURS 2000 TIMES.
               10  WS-CO-INVOICE-NUM  PIC X(12).
               10  WS-CO-PAY-DATE     PIC 9(08).
               10  WS-CO-AMOUNT       PIC 9(09)V99.
               10  WS-CO-APPLIED      PIC X(01).
       01  WS-CO-COUNT            PIC S9(5) COMP-3 VALUE 0.
       01  WS-CO-IDX              PIC S9(5) COMP-3.
       01  WS-SELLER-TABLE.
           05  WS-SL-ENTRY OCCURS 200 TIMES.
               10  WS-SL-NAME         PIC X(25).
               10  WS-SL-ADVANCED     PIC S9(11)V99.
               10  WS-SL-RELEASED     PIC S9(11)V99.
               10  WS-SL-FINAL-FEES   PIC S9(11)V99.
               10  WS-SL-CHARGEBACK   PIC S9(11)V99.
       01  WS-SL-COUNT            PIC S9(4) COMP-3 VALUE 0.
       01  WS-SL-IDX              PIC S9(4) COMP-3.
       01  WS-SL-FOUND            PIC S9(4) COMP-3.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 2000 TIMES.
               10  WS-EV-SELLER       PIC X(25).
               10  WS-EV-TYPE         PIC X(10).
               10  WS-EV-INVOICE      PIC X(12).
               10  WS-EV-AMOUNT       PIC S9(09)V99.
       01  WS-EV-COUNT            PIC S9(5) COMP-3 VALUE 0.
       01  WS-EVENT-TYPE          PIC X(10).
       01  WS-EVENT-AMT           PIC S9(09)V99.
       01  WS-EV-IDX              PIC S9(5) COMP-3.
       01  WS-BUYER-TABLE.
           05  WS-BY-ENTRY OCCURS 300 TIMES.
               10  WS-BY-NAME         PIC X(25).
               10  WS-BY-CURRENT      PIC S9(11)V99.
               10  WS-BY-PAST-30      PIC S9(11)V99.
               10  WS-BY-PAST-60      PIC S9(11)V99.
               10  WS-BY-PAST-90      PIC S9(11)V99.
               10  WS-BY-OVER-90      PIC S9(11)V99.
               10  WS-BY-TOTAL        PIC S9(11)V99.
               10  WS-BY-SELLERS      PIC S9(4) COMP-3.
       01  WS-BY-COUNT            PIC S9(4) COMP-3 VALUE 0.
       01  WS-BY-IDX              PIC S9(4) COMP-3.
       01  WS-BY-FOUND            PIC S9(4) COMP-3.
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 1000 TIMES.
               10  WS-PR-BUYER-IDX    PIC S9(4) COMP-3.
               10  WS-PR-SELLER       PIC X(25).
       01  WS-PR-COUNT            PIC S9(4) COMP-3 VALUE 0.
       01  WS-PR-IDX              PIC S9(4) COMP-3.
       01  WS-PR-FOUND            PIC X(01).
       01  WS-OPEN-BAL            PIC S9(09)V99.
       01  WS-FINAL-FEE           PIC S9(09)V99.
       01  WS-RELEASE-AMT         PIC S9(09)V99.
       01  WS-CHARGEBACK-AMT      PIC S9(09)V99.
       01  WS-DAYS-HELD           PIC S9(05).
       01  WS-DAYS-PAST-DUE       PIC S9(05).
       01  WS-TOTAL-OPEN          PIC S9(13)V99 VALUE 0.
       01  WS-CONC-PCT            PIC 9(03)V99.
       01  WS-PAID-CNT            PIC 9(06) VALUE 0.
       01  WS-CHGBK-CNT           PIC 9(06) VALUE 0.
       01  WS-UNAPPLIED-CNT       PIC 9(06) VALUE 0.
       01  WS-NET-SETTLE          PIC S9(11)V99.
       01  WS-RPT-LINE            PIC X(100).
       01  WS-DISP-AMT            PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-AMT2           PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-PCT            PIC ZZ9.99.
       01  WS-DISP-CT             PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 6000-APPLY-COLLECTIONS UNTIL WS-LDG-EOF
           PERFORM 2000-PROCESS-INVOICES UNTIL END-OF-FILE
           PERFORM 7000-SELLER-STATEMENTS
           PERFORM 8000-BUYER-AGING
           PERFORM 9000-FINALIZE
           STOP RUN.
       1000-INITIALIZE.
               DISPLAY 'INVOICE FILE ERROR: ' WS-INV-STATUS
               STOP RUN
           END-IF
           OPEN INPUT COLLECT-FILE
           IF WS-COL-STATUS NOT = '00'
               SET WS-COL-EOF TO TRUE
           END-IF
           PERFORM 1200-LOAD-COLLECTION UNTIL WS-COL-EOF
           CLOSE COLLECT-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STATUS NOT = '00'
               DISPLAY 'NO PRIOR PURCHASE LEDGER: ' WS-LDG-STATUS
               SET WS-LDG-EOF TO TRUE
           END-IF
           OPEN OUTPUT NEWLEDG-FILE
           OPEN OUTPUT STMT-FILE
           OPEN OUTPUT AGING-FILE
           PERFORM 1100-READ-INVOICE.
       1100-READ-INVOICE.
           READ INVOICE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       1200-LOAD-COLLECTION.
           READ COLLECT-FILE
               AT END SET WS-COL-EOF TO TRUE
               NOT AT END
                   IF WS-CO-COUNT < 2000
                       ADD 1 TO WS-CO-COUNT
                       MOVE CO-INVOICE-NUM
                           TO WS-CO-INVOICE-NUM(WS-CO-COUNT)
                       MOVE CO-PAY-DATE
                           TO WS-CO-PAY-DATE(WS-CO-COUNT)
                       MOVE CO-AMOUNT TO WS-CO-AMOUNT(WS-CO-COUNT)
                       MOVE 'N' TO WS-CO-APPLIED(WS-CO-COUNT)
                   ELSE
                       DISPLAY 'COLLECTION TABLE FULL - SKIPPED '
                           CO-INVOICE-NUM
                   END-IF
           END-READ.
       2000-PROCESS-INVOICES.
           ADD 1 TO WS-INVOICE-CNT
           PERFORM 3000-EVALUATE-CREDIT
           IF WS-DECISION NOT = 'REJECT'
               PERFORM 4000-CALC-ADVANCE
               PERFORM 5000-CALC-FEES
               PERFORM 5500-ADD-TO-LEDGER
               ADD 1 TO WS-PURCHASED-CNT
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               IR-FACE-VALUE * WS-SERVICE-RATE
           ADD WS-DISCOUNT-FEE TO WS-TOTAL-DISCOUNT
           ADD WS-SERVICE-FEE TO WS-TOTAL-SERVICE.
       5500-ADD-TO-LEDGER.
           MOVE IR-INVOICE-NUM TO FL-INVOICE-NUM
           MOVE IR-SELLER TO FL-SELLER
           MOVE IR-BUYER TO FL-BUYER
           MOVE IR-FACE-VALUE TO FL-FACE-VALUE
           MOVE WS-TODAY-NUM TO FL-PURCH-DATE
           MOVE IR-DUE-DATE TO FL-DUE-DATE
           MOVE IR-RECOURSE TO FL-RECOURSE
           MOVE WS-ADVANCE-AMT TO FL-ADVANCE-AMT
           MOVE WS-RESERVE-AMT TO FL-RESERVE-AMT
           COMPUTE FL-DISC-ANNUAL = WS-BASE-RATE + WS-CREDIT-ADJ
           MOVE WS-SERVICE-FEE TO FL-SERVICE-FEE
           MOVE 0 TO FL-COLLECTED
           MOVE 0 TO FL-LAST-PAY-DATE
           MOVE 'O' TO FL-STATUS
           MOVE 0 TO FL-CLOSE-DATE
           MOVE 0 TO FL-SETTLE-AMT
           PERFORM 6900-FIND-SELLER
           IF WS-SL-FOUND > 0
               ADD WS-ADVANCE-AMT TO WS-SL-ADVANCED(WS-SL-FOUND)
           END-IF
           MOVE 'ADVANCE   ' TO WS-EVENT-TYPE
           MOVE WS-ADVANCE-AMT TO WS-EVENT-AMT
           PERFORM 6950-ADD-EVENT
           PERFORM 6800-AGE-OPEN-INVOICE
           WRITE NEWLEDG-RECORD FROM LEDGER-RECORD.
       6000-APPLY-COLLECTIONS.
           READ LEDGER-FILE
               AT END SET WS-LDG-EOF TO TRUE
               NOT AT END
                   IF FL-OPEN
                       PERFORM 6100-POST-PAYMENTS
                       IF FL-COLLECTED >= FL-FACE-VALUE
                           PERFORM 6200-RELEASE-RESERVE
                       ELSE
                           PERFORM 6300-CHECK-RECOURSE
                       END-IF
                       IF FL-OPEN
                           PERFORM 6800-AGE-OPEN-INVOICE
                       END-IF
                   END-IF
                   WRITE NEWLEDG-RECORD FROM LEDGER-RECORD
           END-READ.
       6100-POST-PAYMENTS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-INVOICE-NUM(WS-CO-IDX) = FL-INVOICE-NUM
                   AND WS-CO-APPLIED(WS-CO-IDX) = 'N'
                   ADD WS-CO-AMOUNT(WS-CO-IDX) TO FL-COLLECTED
                   IF WS-CO-PAY-DATE(WS-CO-IDX) > FL-LAST-PAY-DATE
                       MOVE WS-CO-PAY-DATE(WS-CO-IDX)
                           TO FL-LAST-PAY-DATE
                   END-IF
                   MOVE 'Y' TO WS-CO-APPLIED(WS-CO-IDX)
               END-IF
           END-PERFORM.
       6200-RELEASE-RESERVE.
      *    Final discount is earned on the days the invoice was
      *    actually outstanding.  The reserve, plus any excess the
      *    buyer paid, goes back to the seller net of that fee and
      *    the service fee.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(FL-LAST-PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(FL-PURCH-DATE)
           IF WS-DAYS-HELD < 1
               MOVE 1 TO WS-DAYS-HELD
           END-IF
           COMPUTE WS-FINAL-FEE ROUNDED =
               FL-FACE-VALUE * FL-DISC-ANNUAL * WS-DAYS-HELD / 360
           COMPUTE WS-RELEASE-AMT =
               FL-RESERVE-AMT + FL-COLLECTED - FL-FACE-VALUE
               - WS-FINAL-FEE - FL-SERVICE-FEE
           MOVE 'P' TO FL-STATUS
           MOVE WS-TODAY-NUM TO FL-CLOSE-DATE
           MOVE WS-RELEASE-AMT TO FL-SETTLE-AMT
           ADD 1 TO WS-PAID-CNT
           PERFORM 6900-FIND-SELLER
           IF WS-SL-FOUND > 0
               ADD WS-RELEASE-AMT TO WS-SL-RELEASED(WS-SL-FOUND)
               COMPUTE WS-SL-FINAL-FEES(WS-SL-FOUND) =
                   WS-SL-FINAL-FEES(WS-SL-FOUND) + WS-FINAL-FEE
                   + FL-SERVICE-FEE
           END-IF
           MOVE 'RELEASE   ' TO WS-EVENT-TYPE
           MOVE WS-RELEASE-AMT TO WS-EVENT-AMT
           PERFORM 6950-ADD-EVENT.
       6300-CHECK-RECOURSE.
      *    A recourse invoice still open WS-RECOURSE-DAYS past due
      *    goes back to the seller: the uncollected face plus the
      *    discount earned to date, less the reserve already held.
           IF FL-RECOURSE = 'Y'
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(FL-DUE-DATE)
               IF WS-DAYS-PAST-DUE > WS-RECOURSE-DAYS
                   COMPUTE WS-DAYS-HELD =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(FL-PURCH-DATE)
                   COMPUTE WS-FINAL-FEE ROUNDED =
                       FL-FACE-VALUE * FL-DISC-ANNUAL
                       * WS-DAYS-HELD / 360
                   COMPUTE WS-CHARGEBACK-AMT =
                       FL-FACE-VALUE - FL-COLLECTED
                       + WS-FINAL-FEE + FL-SERVICE-FEE
                       - FL-RESERVE-AMT
                   MOVE 'C' TO FL-STATUS
                   MOVE WS-TODAY-NUM TO FL-CLOSE-DATE
                   MOVE WS-CHARGEBACK-AMT TO FL-SETTLE-AMT
                   ADD 1 TO WS-CHGBK-CNT
                   PERFORM 6900-FIND-SELLER
                   IF WS-SL-FOUND > 0
                       ADD WS-CHARGEBACK-AMT
                           TO WS-SL-CHARGEBACK(WS-SL-FOUND)
                       COMPUTE WS-SL-FINAL-FEES(WS-SL-FOUND) =
                           WS-SL-FINAL-FEES(WS-SL-FOUND)
                           + WS-FINAL-FEE + FL-SERVICE-FEE
                   END-IF
                   MOVE 'CHARGEBACK' TO WS-EVENT-TYPE
                   MOVE WS-CHARGEBACK-AMT TO WS-EVENT-AMT
                   PERFORM 6950-ADD-EVENT
               END-IF
           END-IF.
       6800-AGE-OPEN-INVOICE.
           MOVE 0 TO WS-BY-FOUND
           PERFORM VARYING WS-BY-IDX FROM 1 BY 1
               UNTIL WS-BY-IDX > WS-BY-COUNT
               IF WS-BY-NAME(WS-BY-IDX) = FL-BUYER
                   MOVE WS-BY-IDX TO WS-BY-FOUND
               END-IF
           END-PERFORM
           IF WS-BY-FOUND = 0
               IF WS-BY-COUNT < 300
                   ADD 1 TO WS-BY-COUNT
                   MOVE WS-BY-COUNT TO WS-BY-FOUND
                   MOVE FL-BUYER TO WS-BY-NAME(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-CURRENT(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-PAST-30(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-PAST-60(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-PAST-90(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-OVER-90(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-TOTAL(WS-BY-FOUND)
                   MOVE 0 TO WS-BY-SELLERS(WS-BY-FOUND)
               ELSE
                   DISPLAY 'BUYER TABLE FULL - NOT AGED ' FL-BUYER
               END-IF
           END-IF
           IF WS-BY-FOUND > 0
               COMPUTE WS-OPEN-BAL = FL-FACE-VALUE - FL-COLLECTED
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(FL-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE <= 0
                       ADD WS-OPEN-BAL TO WS-BY-CURRENT(WS-BY-FOUND)
                   WHEN WS-DAYS-PAST-DUE <= 30
                       ADD WS-OPEN-BAL TO WS-BY-PAST-30(WS-BY-FOUND)
                   WHEN WS-DAYS-PAST-DUE <= 60
                       ADD WS-OPEN-BAL TO WS-BY-PAST-60(WS-BY-FOUND)
                   WHEN WS-DAYS-PAST-DUE <= 90
                       ADD WS-OPEN-BAL TO WS-BY-PAST-90(WS-BY-FOUND)
                   WHEN OTHER
                       ADD WS-OPEN-BAL TO WS-BY-OVER-90(WS-BY-FOUND)
               END-EVALUATE
               ADD WS-OPEN-BAL TO WS-BY-TOTAL(WS-BY-FOUND)
               ADD WS-OPEN-BAL TO WS-TOTAL-OPEN
               MOVE 'N' TO WS-PR-FOUND
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                   IF WS-PR-BUYER-IDX(WS-PR-IDX) = WS-BY-FOUND
                       AND WS-PR-SELLER(WS-PR-IDX) = FL-SELLER
                       MOVE 'Y' TO WS-PR-FOUND
                   END-IF
               END-PERFORM
               IF WS-PR-FOUND = 'N' AND WS-PR-COUNT < 1000
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-BY-FOUND TO WS-PR-BUYER-IDX(WS-PR-COUNT)
                   MOVE FL-SELLER TO WS-PR-SELLER(WS-PR-COUNT)
                   ADD 1 TO WS-BY-SELLERS(WS-BY-FOUND)
               END-IF
           END-IF.
       6900-FIND-SELLER.
           MOVE 0 TO WS-SL-FOUND
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               IF WS-SL-NAME(WS-SL-IDX) = FL-SELLER
                   MOVE WS-SL-IDX TO WS-SL-FOUND
               END-IF
           END-PERFORM
           IF WS-SL-FOUND = 0 AND WS-SL-COUNT < 200
               ADD 1 TO WS-SL-COUNT
               MOVE WS-SL-COUNT TO WS-SL-FOUND
               MOVE FL-SELLER TO WS-SL-NAME(WS-SL-FOUND)
               MOVE 0 TO WS-SL-ADVANCED(WS-SL-FOUND)
               MOVE 0 TO WS-SL-RELEASED(WS-SL-FOUND)
               MOVE 0 TO WS-SL-FINAL-FEES(WS-SL-FOUND)
               MOVE 0 TO WS-SL-CHARGEBACK(WS-SL-FOUND)
           END-IF.
       6950-ADD-EVENT.
           IF WS-EV-COUNT < 2000
               ADD 1 TO WS-EV-COUNT
               MOVE FL-SELLER TO WS-EV-SELLER(WS-EV-COUNT)
               MOVE WS-EVENT-TYPE TO WS-EV-TYPE(WS-EV-COUNT)
               MOVE FL-INVOICE-NUM TO WS-EV-INVOICE(WS-EV-COUNT)
               MOVE WS-EVENT-AMT TO WS-EV-AMOUNT(WS-EV-COUNT)
           END-IF.
       7000-SELLER-STATEMENTS.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               PERFORM 7100-ONE-SELLER
           END-PERFORM.
       7100-ONE-SELLER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SELLER SETTLEMENT STATEMENT - ' DELIMITED BY SIZE
               WS-SL-NAME(WS-SL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TODAY-NUM DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-SELLER(WS-EV-IDX) = WS-SL-NAME(WS-SL-IDX)
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-DISP-AMT
                   STRING '  ' DELIMITED BY SIZE
                       WS-EV-TYPE(WS-EV-IDX) DELIMITED BY SIZE
                       ' INVOICE ' DELIMITED BY SIZE
                       WS-EV-INVOICE(WS-EV-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DISP-AMT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   WRITE STMT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SL-ADVANCED(WS-SL-IDX) TO WS-DISP-AMT
           STRING '  ADVANCES PAID        ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SL-FINAL-FEES(WS-SL-IDX) TO WS-DISP-AMT
           STRING '  FINAL FEES CHARGED   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SL-RELEASED(WS-SL-IDX) TO WS-DISP-AMT
           STRING '  RESERVE RELEASED     ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SL-CHARGEBACK(WS-SL-IDX) TO WS-DISP-AMT
           STRING '  RECOURSE CHARGEBACKS ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE
           COMPUTE WS-NET-SETTLE =
               WS-SL-ADVANCED(WS-SL-IDX) + WS-SL-RELEASED(WS-SL-IDX)
               - WS-SL-CHARGEBACK(WS-SL-IDX)
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-NET-SETTLE TO WS-DISP-AMT
           STRING '  NET DUE TO SELLER    ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE STMT-RECORD FROM WS-RPT-LINE.
       8000-BUYER-AGING.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN PURCHASED INVOICE AGING BY BUYER '
               DELIMITED BY SIZE
               WS-TODAY-NUM DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-BY-IDX FROM 1 BY 1
               UNTIL WS-BY-IDX > WS-BY-COUNT
               PERFORM 8100-ONE-BUYER
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TOTAL-OPEN TO WS-DISP-AMT
           STRING 'TOTAL OPEN PURCHASED   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE.
       8100-ONE-BUYER.
           IF WS-TOTAL-OPEN > 0
               COMPUTE WS-CONC-PCT ROUNDED =
                   WS-BY-TOTAL(WS-BY-IDX) * 100 / WS-TOTAL-OPEN
           ELSE
               MOVE 0 TO WS-CONC-PCT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BY-TOTAL(WS-BY-IDX) TO WS-DISP-AMT
           MOVE WS-CONC-PCT TO WS-DISP-PCT
           MOVE WS-BY-SELLERS(WS-BY-IDX) TO WS-DISP-CT
           STRING WS-BY-NAME(WS-BY-IDX) DELIMITED BY SIZE
               ' OPEN ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               ' CONC ' DELIMITED BY SIZE
               WS-DISP-PCT DELIMITED BY SIZE
               '% SELLERS ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BY-CURRENT(WS-BY-IDX) TO WS-DISP-AMT
           MOVE WS-BY-PAST-30(WS-BY-IDX) TO WS-DISP-AMT2
           STRING '  CURRENT ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '  1-30  ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BY-PAST-60(WS-BY-IDX) TO WS-DISP-AMT
           MOVE WS-BY-PAST-90(WS-BY-IDX) TO WS-DISP-AMT2
           STRING '  31-60   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '  61-90 ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BY-OVER-90(WS-BY-IDX) TO WS-DISP-AMT
           STRING '  OVER 90 ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE.
       9000-FINALIZE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-APPLIED(WS-CO-IDX) = 'N'
                   ADD 1 TO WS-UNAPPLIED-CNT
                   DISPLAY 'UNAPPLIED COLLECTION: '
                       WS-CO-INVOICE-NUM(WS-CO-IDX)
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           CLOSE NEWLEDG-FILE
           CLOSE STMT-FILE
           CLOSE AGING-FILE
           CLOSE INVOICE-FILE
           DISPLAY 'FACTORING ENGINE COMPLETE'
           DISPLAY 'TOTAL INVOICES: ' WS-INVOICE-CNT
           DISPLAY 'ADVANCED:       ' WS-TOTAL-ADVANCE
           DISPLAY 'RESERVE:        ' WS-TOTAL-RESERVE
           DISPLAY 'DISCOUNT FEES:  ' WS-TOTAL-DISCOUNT
           DISPLAY 'SERVICE FEES:   ' WS-TOTAL-SERVICE
           DISPLAY 'PAID IN FULL:   ' WS-PAID-CNT
           DISPLAY 'CHARGED BACK:   ' WS-CHGBK-CNT
           DISPLAY 'UNAPPLIED PMTS: ' WS-UNAPPLIED-CNT.
