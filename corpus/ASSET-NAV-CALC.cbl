      * Asset Management NAV Calculator                                 *
      * Computes Net Asset Value for fund portfolios, applies           *
      * management/performance fees, and generates pricing records.     *
      * Fund expenses (management, 12b-1, custody, audit, ...) accrue   *
      * daily from the expense schedule NAVEXSCH.DAT - annual rates on  *
      * prior net assets or fixed annual budgets - into the accrual     *
      * ledger NAVEXACR.DAT (new ledger NAVEXACN.DAT); payments on      *
      * NAVEXPAY.DAT draw the accrual down.  Fund income and gains are  *
      * allocated across the share classes on NAVCLASS.DAT by settled   *
      * shares, fund-level (class ALL) expenses likewise, and class     *
      * expenses are charged to their class only.  A NAV is priced for  *
      * each class to NAVPRICE.DAT and NAVCLASN.DAT, and the accrual    *
      * versus paid report goes to NAVEXRPT.DAT.                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLDING-FILE ASSIGN TO 'HOLDINGS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT CLASS-FILE ASSIGN TO 'NAVCLASS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLS-STATUS.
           SELECT NEW-CLASS-FILE ASSIGN TO 'NAVCLASN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCLS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'NAVEXSCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'NAVEXACR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT NEW-LEDGER-FILE ASSIGN TO 'NAVEXACN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLDG-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'NAVEXPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT PRICE-FILE ASSIGN TO 'NAVPRICE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT EXPENSE-RPT-FILE ASSIGN TO 'NAVEXRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDING-FILE.
           05  HR-MARKET-PRICE       PIC S9(07)V9(06).
           05  HR-ACCRUED-INC        PIC S9(09)V99.
           05  HR-UNREALIZED-GL      PIC S9(11)V99.
       FD  CLASS-FILE.
       01  CLASS-RECORD.
           05  CL-FUND-ID            PIC X(08).
           05  CL-CLASS-ID           PIC X(04).
           05  CL-SETTLED-SHARES     PIC S9(11)V9(04).
           05  CL-PRIOR-NAV          PIC S9(07)V9(06).
           05  CL-NAV-DATE           PIC 9(08).
       FD  NEW-CLASS-FILE.
       01  NEW-CLASS-RECORD          PIC X(48).
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  ES-FUND-ID            PIC X(08).
           05  ES-CLASS-ID           PIC X(04).
           05  ES-EXP-CODE           PIC X(04).
           05  ES-BASIS              PIC X(01).
               88  ES-RATE-BASIS     VALUE 'R'.
               88  ES-FIXED-BASIS    VALUE 'F'.
           05  ES-ANNUAL-RATE        PIC 9V9(06).
           05  ES-ANNUAL-BUDGET      PIC 9(11)V99.
           05  ES-DESCRIPTION        PIC X(20).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  EA-FUND-ID            PIC X(08).
           05  EA-CLASS-ID           PIC X(04).
           05  EA-EXP-CODE           PIC X(04).
           05  EA-PAYABLE            PIC S9(11)V99.
           05  EA-YTD-ACCRUED        PIC S9(11)V99.
           05  EA-YTD-PAID           PIC S9(11)V99.
           05  EA-LAST-ACCR-DATE     PIC 9(08).
       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD         PIC X(63).
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  EP-FUND-ID            PIC X(08).
           05  EP-CLASS-ID           PIC X(04).
           05  EP-EXP-CODE           PIC X(04).
           05  EP-PAY-DATE           PIC 9(08).
           05  EP-AMOUNT             PIC 9(11)V99.
           05  EP-REFERENCE          PIC X(12).
       FD  PRICE-FILE.
       01  PRICE-RECORD.
           05  PR-FUND-ID            PIC X(08).
           05  PR-CLASS-ID           PIC X(04).
           05  PR-NAV-DATE           PIC 9(08).
           05  PR-SETTLED-SHARES     PIC S9(11)V9(04).
           05  PR-NET-ASSETS         PIC S9(15)V99.
           05  PR-NAV                PIC S9(07)V9(06).
           05  PR-PRIOR-NAV          PIC S9(07)V9(06).
           05  PR-DAY-RETURN         PIC S9(03)V9(06).
       FD  EXPENSE-RPT-FILE.
       01  EXPENSE-RPT-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-HLD-STATUS           PIC XX VALUE SPACES.
       01  WS-CLS-STATUS           PIC XX VALUE SPACES.
       01  WS-NCLS-STATUS          PIC XX VALUE SPACES.
       01  WS-SCH-STATUS           PIC XX VALUE SPACES.
       01  WS-LDG-STATUS           PIC XX VALUE SPACES.
       01  WS-NLDG-STATUS          PIC XX VALUE SPACES.
       01  WS-PAY-STATUS           PIC XX VALUE SPACES.
       01  WS-PRC-STATUS           PIC XX VALUE SPACES.
       01  WS-RPT-STATUS           PIC XX VALUE SPACES.
       01  WS-EOF                  PIC X VALUE 'N'.
           88  END-OF-FILE         VALUE 'Y'.
       01  WS-SIDE-EOF             PIC X VALUE 'N'.
           88  SIDE-END-OF-FILE    VALUE 'Y'.
       01  WS-MARKET-VALUE         PIC S9(15)V99.
       01  WS-TOTAL-MV             PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-COST           PIC S9(15)V99 VALUE 0.
           05  WS-CUR-YEAR         PIC 9(04).
           05  WS-CUR-MONTH        PIC 9(02).
           05  WS-CUR-DAY          PIC 9(02).
       01  WS-RUN-DATE REDEFINES WS-CURRENT-DATE
                                   PIC 9(08).
      *--- Fund totals from the holdings ---
       01  WS-FUND-TABLE.
           05  WS-FD-ENTRY OCCURS 50 TIMES.
               10  WS-FD-FUND-ID       PIC X(08).
               10  WS-FD-GROSS-ASSETS  PIC S9(15)V99 COMP-3.
               10  WS-FD-COMMON-PAY    PIC S9(13)V99 COMP-3.
               10  WS-FD-SHARES        PIC S9(11)V9(04) COMP-3.
               10  WS-FD-PRIOR-NET     PIC S9(15)V99 COMP-3.
               10  WS-FD-CLASS-CNT     PIC S9(03) COMP.
       01  WS-FD-COUNT             PIC S9(03) COMP VALUE 0.
       01  WS-FD-IDX               PIC S9(03) COMP.
       01  WS-FD-FOUND             PIC S9(03) COMP.
       01  WS-WANT-FUND            PIC X(08).
      *--- Share classes ---
       01  WS-CLASS-TABLE.
           05  WS-CL-ENTRY OCCURS 200 TIMES.
               10  WS-CL-FUND-ID       PIC X(08).
               10  WS-CL-CLASS-ID      PIC X(04).
               10  WS-CL-FUND-IDX      PIC S9(03) COMP.
               10  WS-CL-SHARES        PIC S9(11)V9(04) COMP-3.
               10  WS-CL-PRIOR-NAV     PIC S9(07)V9(06) COMP-3.
               10  WS-CL-PRIOR-NET     PIC S9(15)V99 COMP-3.
               10  WS-CL-CLASS-PAY     PIC S9(13)V99 COMP-3.
               10  WS-CL-ALLOC-ASSETS  PIC S9(15)V99 COMP-3.
               10  WS-CL-NET-ASSETS    PIC S9(15)V99 COMP-3.
               10  WS-CL-NAV           PIC S9(07)V9(06) COMP-3.
               10  WS-CL-DAY-RETURN    PIC S9(03)V9(06) COMP-3.
       01  WS-CL-COUNT             PIC S9(03) COMP VALUE 0.
       01  WS-CL-IDX               PIC S9(03) COMP.
       01  WS-CL-FOUND             PIC S9(03) COMP.
       01  WS-WANT-CLASS           PIC X(04).
       01  WS-ALL-CLASSES          PIC X(04) VALUE 'ALL '.
      *--- Expense schedule ---
       01  WS-SCHED-TABLE.
           05  WS-ES-ENTRY OCCURS 500 TIMES.
               10  WS-ES-FUND-ID       PIC X(08).
               10  WS-ES-CLASS-ID      PIC X(04).
               10  WS-ES-EXP-CODE      PIC X(04).
               10  WS-ES-BASIS         PIC X(01).
               10  WS-ES-RATE          PIC 9V9(06) COMP-3.
               10  WS-ES-BUDGET        PIC 9(11)V99 COMP-3.
       01  WS-ES-COUNT             PIC S9(05) COMP VALUE 0.
       01  WS-ES-IDX               PIC S9(05) COMP.
      *--- Expense accrual ledger ---
       01  WS-LEDGER-TABLE.
           05  WS-EA-ENTRY OCCURS 500 TIMES.
               10  WS-EA-FUND-ID       PIC X(08).
               10  WS-EA-CLASS-ID      PIC X(04).
               10  WS-EA-EXP-CODE      PIC X(04).
               10  WS-EA-BASIS         PIC X(01).
               10  WS-EA-RATE          PIC 9V9(06) COMP-3.
               10  WS-EA-BUDGET        PIC 9(11)V99 COMP-3.
               10  WS-EA-PAYABLE       PIC S9(11)V99 COMP-3.
               10  WS-EA-YTD-ACCRUED   PIC S9(11)V99 COMP-3.
               10  WS-EA-YTD-PAID      PIC S9(11)V99 COMP-3.
               10  WS-EA-LAST-DATE     PIC 9(08).
               10  WS-EA-TODAY-ACCR    PIC S9(11)V99 COMP-3.
               10  WS-EA-TODAY-PAID    PIC S9(11)V99 COMP-3.
       01  WS-EA-COUNT             PIC S9(05) COMP VALUE 0.
       01  WS-EA-IDX               PIC S9(05) COMP.
       01  WS-EA-FOUND             PIC S9(05) COMP.
       01  WS-WANT-CODE            PIC X(04).
       01  WS-ACCR-DAYS            PIC S9(05) COMP.
       01  WS-ACCR-BASE            PIC S9(15)V99 COMP-3.
       01  WS-ACCR-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-LEDGER-OUT.
           05  WS-LO-FUND-ID       PIC X(08).
           05  WS-LO-CLASS-ID      PIC X(04).
           05  WS-LO-EXP-CODE      PIC X(04).
           05  WS-LO-PAYABLE       PIC S9(11)V99.
           05  WS-LO-YTD-ACCRUED   PIC S9(11)V99.
           05  WS-LO-YTD-PAID      PIC S9(11)V99.
           05  WS-LO-LAST-DATE     PIC 9(08).
       01  WS-CLASS-OUT.
           05  WS-CO-FUND-ID       PIC X(08).
           05  WS-CO-CLASS-ID      PIC X(04).
           05  WS-CO-SHARES        PIC S9(11)V9(04).
           05  WS-CO-NAV           PIC S9(07)V9(06).
           05  WS-CO-NAV-DATE      PIC 9(08).
      *--- Run totals ---
       01  WS-TOT-ACCRUED-TODAY    PIC S9(13)V99 VALUE 0.
       01  WS-TOT-PAID-TODAY       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-PAYABLE          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-SHARES           PIC S9(11)V9(04) VALUE 0.
       01  WS-PAYMENT-CNT          PIC 9(06) VALUE 0.
       01  WS-PRICED-CNT           PIC 9(06) VALUE 0.
      *--- Accrual versus paid report ---
       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(40)
               VALUE 'FUND EXPENSE ACCRUAL VERSUS PAID '.
           05  WS-RH-DATE          PIC 9(08).
           05  FILLER              PIC X(84) VALUE SPACES.
       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(45) VALUE
               'FUND     CLAS CODE B     RATE         BUDGET'.
           05  FILLER              PIC X(46) VALUE
               '  ACCRUED TODAY     PAID TODAY        PAYABLE'.
           05  FILLER              PIC X(41) VALUE
               '    YTD ACCRUED       YTD PAID'.
       01  WS-RPT-DETAIL.
           05  WS-RD-FUND-ID       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-CLASS-ID      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-EXP-CODE      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-BASIS         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-RATE          PIC 9.999999.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-BUDGET        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-ACCR-TODAY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-PAID-TODAY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-PAYABLE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-ACCR      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-YTD-PAID      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RD-NOTE          PIC X(09).
       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(45)
               VALUE 'TOTALS'.
           05  WS-RT-ACCR-TODAY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RT-PAID-TODAY    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-RT-PAYABLE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HOLDINGS UNTIL END-OF-FILE
           PERFORM 3000-ACCRUE-EXPENSES
           PERFORM 3500-APPLY-PAYMENTS
           PERFORM 4000-CLASS-NAV
           PERFORM 5000-CALC-NAV
           PERFORM 6000-CALC-FEES
           PERFORM 7000-CALC-ALLOCATION
           PERFORM 8000-WRITE-FILES
           PERFORM 8500-EXPENSE-REPORT
           PERFORM 9000-REPORT
           STOP RUN.
       1000-INITIALIZE.
               DISPLAY 'HOLDING FILE ERROR: ' WS-HLD-STATUS
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-CLASSES
           PERFORM 1300-LOAD-LEDGER
           PERFORM 1400-LOAD-SCHEDULE
           PERFORM 1100-READ-HOLDING.
       1100-READ-HOLDING.
           READ HOLDING-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
      *================================================================*
      * Share classes with their settled shares and prior-day NAV      *
      *================================================================*
       1200-LOAD-CLASSES.
           MOVE 'N' TO WS-SIDE-EOF
           OPEN INPUT CLASS-FILE
           IF WS-CLS-STATUS NOT = '00'
               DISPLAY 'NO SHARE CLASS FILE: ' WS-CLS-STATUS
               SET SIDE-END-OF-FILE TO TRUE
           END-IF
           PERFORM 1210-READ-CLASS UNTIL SIDE-END-OF-FILE
           IF WS-CLS-STATUS = '00' OR WS-CLS-STATUS = '10'
               CLOSE CLASS-FILE
           END-IF.
       1210-READ-CLASS.
           READ CLASS-FILE
               AT END SET SIDE-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-CL-COUNT < 200
                       ADD 1 TO WS-CL-COUNT
                       MOVE CL-FUND-ID TO WS-CL-FUND-ID(WS-CL-COUNT)
                       MOVE CL-CLASS-ID
                           TO WS-CL-CLASS-ID(WS-CL-COUNT)
                       MOVE CL-SETTLED-SHARES
                           TO WS-CL-SHARES(WS-CL-COUNT)
                       MOVE CL-PRIOR-NAV
                           TO WS-CL-PRIOR-NAV(WS-CL-COUNT)
                       COMPUTE WS-CL-PRIOR-NET(WS-CL-COUNT) ROUNDED =
                           CL-SETTLED-SHARES * CL-PRIOR-NAV
                       MOVE 0 TO WS-CL-CLASS-PAY(WS-CL-COUNT)
                       MOVE CL-FUND-ID TO WS-WANT-FUND
                       PERFORM 2900-FIND-FUND
                       MOVE WS-FD-FOUND
                           TO WS-CL-FUND-IDX(WS-CL-COUNT)
                       IF WS-FD-FOUND > 0
                           ADD 1 TO WS-FD-CLASS-CNT(WS-FD-FOUND)
                           ADD CL-SETTLED-SHARES
                               TO WS-FD-SHARES(WS-FD-FOUND)
                           ADD WS-CL-PRIOR-NET(WS-CL-COUNT)
                               TO WS-FD-PRIOR-NET(WS-FD-FOUND)
                       END-IF
                   ELSE
                       DISPLAY 'CLASS TABLE FULL - SKIPPED '
                           CL-FUND-ID ' ' CL-CLASS-ID
                   END-IF
           END-READ.
       1300-LOAD-LEDGER.
           MOVE 'N' TO WS-SIDE-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STATUS NOT = '00'
               SET SIDE-END-OF-FILE TO TRUE
           END-IF
           PERFORM 1310-READ-LEDGER UNTIL SIDE-END-OF-FILE
           IF WS-LDG-STATUS = '00' OR WS-LDG-STATUS = '10'
               CLOSE LEDGER-FILE
           END-IF.
       1310-READ-LEDGER.
           READ LEDGER-FILE
               AT END SET SIDE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE EA-FUND-ID TO WS-WANT-FUND
                   MOVE EA-CLASS-ID TO WS-WANT-CLASS
                   MOVE EA-EXP-CODE TO WS-WANT-CODE
                   PERFORM 2950-FIND-LEDGER
                   IF WS-EA-FOUND > 0
                       MOVE EA-PAYABLE TO WS-EA-PAYABLE(WS-EA-FOUND)
                       MOVE EA-LAST-ACCR-DATE
                           TO WS-EA-LAST-DATE(WS-EA-FOUND)
      *--- Year-to-date figures restart with the new year ---
                       IF EA-LAST-ACCR-DATE(1:4) = WS-CUR-YEAR
                           MOVE EA-YTD-ACCRUED
                               TO WS-EA-YTD-ACCRUED(WS-EA-FOUND)
                           MOVE EA-YTD-PAID
                               TO WS-EA-YTD-PAID(WS-EA-FOUND)
                       END-IF
                   END-IF
           END-READ.
       1400-LOAD-SCHEDULE.
           MOVE 'N' TO WS-SIDE-EOF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-STATUS NOT = '00'
               DISPLAY 'NO EXPENSE SCHEDULE: ' WS-SCH-STATUS
               SET SIDE-END-OF-FILE TO TRUE
           END-IF
           PERFORM 1410-READ-SCHEDULE UNTIL SIDE-END-OF-FILE
           IF WS-SCH-STATUS = '00' OR WS-SCH-STATUS = '10'
               CLOSE SCHEDULE-FILE
           END-IF.
       1410-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END SET SIDE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE ES-FUND-ID TO WS-WANT-FUND
                   MOVE ES-CLASS-ID TO WS-WANT-CLASS
                   MOVE ES-EXP-CODE TO WS-WANT-CODE
                   PERFORM 2950-FIND-LEDGER
                   IF WS-EA-FOUND > 0
                       MOVE ES-BASIS TO WS-EA-BASIS(WS-EA-FOUND)
                       MOVE ES-ANNUAL-RATE TO WS-EA-RATE(WS-EA-FOUND)
                       MOVE ES-ANNUAL-BUDGET
                           TO WS-EA-BUDGET(WS-EA-FOUND)
                   END-IF
           END-READ.
       2000-PROCESS-HOLDINGS.
           ADD 1 TO WS-HOLDING-CNT
           COMPUTE WS-MARKET-VALUE ROUNDED =
           COMPUTE HR-UNREALIZED-GL =
               WS-MARKET-VALUE - HR-COST-BASIS
           ADD HR-UNREALIZED-GL TO WS-TOTAL-UGL
           MOVE HR-FUND-ID TO WS-WANT-FUND
           PERFORM 2900-FIND-FUND
           IF WS-FD-FOUND > 0
               ADD WS-MARKET-VALUE TO WS-FD-GROSS-ASSETS(WS-FD-FOUND)
               ADD HR-ACCRUED-INC TO WS-FD-GROSS-ASSETS(WS-FD-FOUND)
           END-IF
           EVALUATE HR-SEC-TYPE
               WHEN 'EQ'
                   ADD 1 TO WS-EQUITY-CNT
                   ADD 1 TO WS-OTHER-CNT
           END-EVALUATE
           PERFORM 1100-READ-HOLDING.
       2900-FIND-FUND.
           MOVE 0 TO WS-FD-FOUND
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FD-FOUND > 0
               IF WS-FD-FUND-ID(WS-FD-IDX) = WS-WANT-FUND
                   MOVE WS-FD-IDX TO WS-FD-FOUND
               END-IF
           END-PERFORM
           IF WS-FD-FOUND = 0
               IF WS-FD-COUNT < 50
                   ADD 1 TO WS-FD-COUNT
                   MOVE WS-FD-COUNT TO WS-FD-FOUND
                   MOVE WS-WANT-FUND TO WS-FD-FUND-ID(WS-FD-FOUND)
                   MOVE 0 TO WS-FD-GROSS-ASSETS(WS-FD-FOUND)
                   MOVE 0 TO WS-FD-COMMON-PAY(WS-FD-FOUND)
                   MOVE 0 TO WS-FD-SHARES(WS-FD-FOUND)
                   MOVE 0 TO WS-FD-PRIOR-NET(WS-FD-FOUND)
                   MOVE 0 TO WS-FD-CLASS-CNT(WS-FD-FOUND)
               ELSE
                   DISPLAY 'FUND TABLE FULL - SKIPPED ' WS-WANT-FUND
               END-IF
           END-IF.
       2920-FIND-CLASS.
           MOVE 0 TO WS-CL-FOUND
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT OR WS-CL-FOUND > 0
               IF WS-CL-FUND-ID(WS-CL-IDX) = WS-WANT-FUND
                   AND WS-CL-CLASS-ID(WS-CL-IDX) = WS-WANT-CLASS
                   MOVE WS-CL-IDX TO WS-CL-FOUND
               END-IF
           END-PERFORM.
       2950-FIND-LEDGER.
           MOVE 0 TO WS-EA-FOUND
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT OR WS-EA-FOUND > 0
               IF WS-EA-FUND-ID(WS-EA-IDX) = WS-WANT-FUND
                   AND WS-EA-CLASS-ID(WS-EA-IDX) = WS-WANT-CLASS
                   AND WS-EA-EXP-CODE(WS-EA-IDX) = WS-WANT-CODE
                   MOVE WS-EA-IDX TO WS-EA-FOUND
               END-IF
           END-PERFORM
           IF WS-EA-FOUND = 0
               IF WS-EA-COUNT < 500
                   ADD 1 TO WS-EA-COUNT
                   MOVE WS-EA-COUNT TO WS-EA-FOUND
                   INITIALIZE WS-EA-ENTRY(WS-EA-FOUND)
                   MOVE WS-WANT-FUND TO WS-EA-FUND-ID(WS-EA-FOUND)
                   MOVE WS-WANT-CLASS TO WS-EA-CLASS-ID(WS-EA-FOUND)
                   MOVE WS-WANT-CODE TO WS-EA-EXP-CODE(WS-EA-FOUND)
               ELSE
                   DISPLAY 'LEDGER TABLE FULL - SKIPPED '
                       WS-WANT-FUND ' ' WS-WANT-CLASS ' '
                       WS-WANT-CODE
               END-IF
           END-IF.
      *================================================================*
      * Daily accrual for every scheduled expense, for each calendar   *
      * day since it was last accrued.  Rates apply to prior-day net   *
      * assets of the class, or of the whole fund for class ALL.       *
      *================================================================*
       3000-ACCRUE-EXPENSES.
           MOVE 0 TO WS-DAILY-MGMT-FEE
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-BASIS(WS-EA-IDX) = 'R'
                   OR WS-EA-BASIS(WS-EA-IDX) = 'F'
                   PERFORM 3100-ACCRUE-ONE
               END-IF
           END-PERFORM.
       3100-ACCRUE-ONE.
           IF WS-EA-LAST-DATE(WS-EA-IDX) = 0
               MOVE 1 TO WS-ACCR-DAYS
           ELSE
               IF WS-EA-LAST-DATE(WS-EA-IDX) >= WS-RUN-DATE
                   MOVE 0 TO WS-ACCR-DAYS
               ELSE
                   COMPUTE WS-ACCR-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE
                           (WS-EA-LAST-DATE(WS-EA-IDX))
               END-IF
           END-IF
           MOVE 0 TO WS-ACCR-AMOUNT
           IF WS-ACCR-DAYS > 0
               IF WS-EA-BASIS(WS-EA-IDX) = 'R'
                   MOVE WS-EA-FUND-ID(WS-EA-IDX) TO WS-WANT-FUND
                   MOVE WS-EA-CLASS-ID(WS-EA-IDX) TO WS-WANT-CLASS
                   PERFORM 3200-ACCRUAL-BASE
                   COMPUTE WS-ACCR-AMOUNT ROUNDED =
                       WS-ACCR-BASE * WS-EA-RATE(WS-EA-IDX)
                       * WS-ACCR-DAYS / 365
               ELSE
                   COMPUTE WS-ACCR-AMOUNT ROUNDED =
                       WS-EA-BUDGET(WS-EA-IDX) * WS-ACCR-DAYS / 365
               END-IF
               MOVE WS-RUN-DATE TO WS-EA-LAST-DATE(WS-EA-IDX)
           END-IF
           MOVE WS-ACCR-AMOUNT TO WS-EA-TODAY-ACCR(WS-EA-IDX)
           ADD WS-ACCR-AMOUNT TO WS-EA-PAYABLE(WS-EA-IDX)
           ADD WS-ACCR-AMOUNT TO WS-EA-YTD-ACCRUED(WS-EA-IDX)
           ADD WS-ACCR-AMOUNT TO WS-TOT-ACCRUED-TODAY
           IF WS-EA-EXP-CODE(WS-EA-IDX) = 'MGMT'
               ADD WS-ACCR-AMOUNT TO WS-DAILY-MGMT-FEE
           END-IF.
       3200-ACCRUAL-BASE.
           MOVE 0 TO WS-ACCR-BASE
           IF WS-WANT-CLASS = WS-ALL-CLASSES
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
                   IF WS-FD-FUND-ID(WS-FD-IDX) = WS-WANT-FUND
                       MOVE WS-FD-PRIOR-NET(WS-FD-IDX) TO WS-ACCR-BASE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 2920-FIND-CLASS
               IF WS-CL-FOUND > 0
                   MOVE WS-CL-PRIOR-NET(WS-CL-FOUND) TO WS-ACCR-BASE
               ELSE
                   DISPLAY 'EXPENSE FOR UNKNOWN CLASS ' WS-WANT-FUND
                       ' ' WS-WANT-CLASS
               END-IF
           END-IF.
      *================================================================*
      * Expense payments draw down the accrued payable                 *
      *================================================================*
       3500-APPLY-PAYMENTS.
           MOVE 'N' TO WS-SIDE-EOF
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = '00'
               SET SIDE-END-OF-FILE TO TRUE
           END-IF
           PERFORM 3510-READ-PAYMENT UNTIL SIDE-END-OF-FILE
           IF WS-PAY-STATUS = '00' OR WS-PAY-STATUS = '10'
               CLOSE PAYMENT-FILE
           END-IF.
       3510-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END SET SIDE-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYMENT-CNT
                   MOVE EP-FUND-ID TO WS-WANT-FUND
                   MOVE EP-CLASS-ID TO WS-WANT-CLASS
                   MOVE EP-EXP-CODE TO WS-WANT-CODE
                   PERFORM 2950-FIND-LEDGER
                   IF WS-EA-FOUND > 0
                       SUBTRACT EP-AMOUNT
                           FROM WS-EA-PAYABLE(WS-EA-FOUND)
                       ADD EP-AMOUNT TO WS-EA-TODAY-PAID(WS-EA-FOUND)
                       ADD EP-AMOUNT TO WS-EA-YTD-PAID(WS-EA-FOUND)
                       ADD EP-AMOUNT TO WS-TOT-PAID-TODAY
                   END-IF
           END-READ.
      *================================================================*
      * Class NAV: fund assets less fund-level payables are shared by  *
      * settled shares, then each class bears its own payables         *
      *================================================================*
       4000-CLASS-NAV.
           MOVE 0 TO WS-TOT-PAYABLE
           MOVE 0 TO WS-TOT-SHARES
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT
               ADD WS-EA-PAYABLE(WS-EA-IDX) TO WS-TOT-PAYABLE
               MOVE WS-EA-FUND-ID(WS-EA-IDX) TO WS-WANT-FUND
               IF WS-EA-CLASS-ID(WS-EA-IDX) = WS-ALL-CLASSES
                   PERFORM 2900-FIND-FUND
                   IF WS-FD-FOUND > 0
                       ADD WS-EA-PAYABLE(WS-EA-IDX)
                           TO WS-FD-COMMON-PAY(WS-FD-FOUND)
                   END-IF
               ELSE
                   MOVE WS-EA-CLASS-ID(WS-EA-IDX) TO WS-WANT-CLASS
                   PERFORM 2920-FIND-CLASS
                   IF WS-CL-FOUND > 0
                       ADD WS-EA-PAYABLE(WS-EA-IDX)
                           TO WS-CL-CLASS-PAY(WS-CL-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM 4100-PRICE-CLASS
           END-PERFORM
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               ADD WS-FD-SHARES(WS-FD-IDX) TO WS-TOT-SHARES
               IF WS-FD-CLASS-CNT(WS-FD-IDX) = 0
                   DISPLAY 'NO SHARE CLASSES FOR FUND '
                       WS-FD-FUND-ID(WS-FD-IDX) ' - NOT PRICED'
               END-IF
           END-PERFORM.
       4100-PRICE-CLASS.
           MOVE WS-CL-FUND-IDX(WS-CL-IDX) TO WS-FD-IDX
           MOVE 0 TO WS-CL-ALLOC-ASSETS(WS-CL-IDX)
           IF WS-FD-IDX > 0
               IF WS-FD-SHARES(WS-FD-IDX) > 0
                   COMPUTE WS-CL-ALLOC-ASSETS(WS-CL-IDX) ROUNDED =
                       (WS-FD-GROSS-ASSETS(WS-FD-IDX)
                        - WS-FD-COMMON-PAY(WS-FD-IDX))
                       * WS-CL-SHARES(WS-CL-IDX)
                       / WS-FD-SHARES(WS-FD-IDX)
               END-IF
           END-IF
           COMPUTE WS-CL-NET-ASSETS(WS-CL-IDX) =
               WS-CL-ALLOC-ASSETS(WS-CL-IDX)
               - WS-CL-CLASS-PAY(WS-CL-IDX)
           IF WS-CL-SHARES(WS-CL-IDX) > ZERO
               COMPUTE WS-CL-NAV(WS-CL-IDX) ROUNDED =
                   WS-CL-NET-ASSETS(WS-CL-IDX)
                   / WS-CL-SHARES(WS-CL-IDX)
           ELSE
               MOVE ZERO TO WS-CL-NAV(WS-CL-IDX)
           END-IF
           MOVE ZERO TO WS-CL-DAY-RETURN(WS-CL-IDX)
           IF WS-CL-PRIOR-NAV(WS-CL-IDX) > ZERO
               COMPUTE WS-CL-DAY-RETURN(WS-CL-IDX) ROUNDED =
                   ((WS-CL-NAV(WS-CL-IDX)
                     - WS-CL-PRIOR-NAV(WS-CL-IDX))
                   / WS-CL-PRIOR-NAV(WS-CL-IDX)) * 100
           END-IF.
       5000-CALC-NAV.
           IF WS-EA-COUNT > 0
               MOVE WS-TOT-PAYABLE TO WS-LIABILITIES
           END-IF
           IF WS-TOT-SHARES > ZERO
               MOVE WS-TOT-SHARES TO WS-SHARES-OUTSTAND
           END-IF
           COMPUTE WS-GROSS-ASSETS =
               WS-TOTAL-MV + WS-TOTAL-ACCRUED
           COMPUTE WS-NET-ASSETS =
                   ((WS-NAV-PER-SHARE - WS-PRIOR-NAV)
                   / WS-PRIOR-NAV) * 100
           END-IF.
      *--- Management fee now accrues through the expense ledger ---
       6000-CALC-FEES.
           IF WS-EA-COUNT = 0
               COMPUTE WS-DAILY-MGMT-FEE ROUNDED =
                   WS-NET-ASSETS * WS-MGMT-FEE-RATE / 365
           END-IF
           IF WS-NAV-PER-SHARE > WS-HWM
               COMPUTE WS-EXCESS-RETURN =
                   WS-NAV-PER-SHARE - WS-HWM
               COMPUTE WS-BOND-PCT ROUNDED =
                   (WS-BOND-MV / WS-TOTAL-MV) * 100
           END-IF.
      *================================================================*
      * Class prices, rolled class file and the new accrual ledger     *
      *================================================================*
       8000-WRITE-FILES.
           OPEN OUTPUT PRICE-FILE
           OPEN OUTPUT NEW-CLASS-FILE
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-FUND-IDX(WS-CL-IDX) > 0
                   MOVE WS-CL-FUND-ID(WS-CL-IDX) TO PR-FUND-ID
                   MOVE WS-CL-CLASS-ID(WS-CL-IDX) TO PR-CLASS-ID
                   MOVE WS-RUN-DATE TO PR-NAV-DATE
                   MOVE WS-CL-SHARES(WS-CL-IDX) TO PR-SETTLED-SHARES
                   MOVE WS-CL-NET-ASSETS(WS-CL-IDX) TO PR-NET-ASSETS
                   MOVE WS-CL-NAV(WS-CL-IDX) TO PR-NAV
                   MOVE WS-CL-PRIOR-NAV(WS-CL-IDX) TO PR-PRIOR-NAV
                   MOVE WS-CL-DAY-RETURN(WS-CL-IDX) TO PR-DAY-RETURN
                   WRITE PRICE-RECORD
                   ADD 1 TO WS-PRICED-CNT
               END-IF
               MOVE WS-CL-FUND-ID(WS-CL-IDX) TO WS-CO-FUND-ID
               MOVE WS-CL-CLASS-ID(WS-CL-IDX) TO WS-CO-CLASS-ID
               MOVE WS-CL-SHARES(WS-CL-IDX) TO WS-CO-SHARES
               MOVE WS-CL-NAV(WS-CL-IDX) TO WS-CO-NAV
               MOVE WS-RUN-DATE TO WS-CO-NAV-DATE
               WRITE NEW-CLASS-RECORD FROM WS-CLASS-OUT
           END-PERFORM
           CLOSE PRICE-FILE
           CLOSE NEW-CLASS-FILE
           OPEN OUTPUT NEW-LEDGER-FILE
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT
               MOVE WS-EA-FUND-ID(WS-EA-IDX) TO WS-LO-FUND-ID
               MOVE WS-EA-CLASS-ID(WS-EA-IDX) TO WS-LO-CLASS-ID
               MOVE WS-EA-EXP-CODE(WS-EA-IDX) TO WS-LO-EXP-CODE
               MOVE WS-EA-PAYABLE(WS-EA-IDX) TO WS-LO-PAYABLE
               MOVE WS-EA-YTD-ACCRUED(WS-EA-IDX) TO WS-LO-YTD-ACCRUED
               MOVE WS-EA-YTD-PAID(WS-EA-IDX) TO WS-LO-YTD-PAID
               MOVE WS-EA-LAST-DATE(WS-EA-IDX) TO WS-LO-LAST-DATE
               WRITE NEW-LEDGER-RECORD FROM WS-LEDGER-OUT
           END-PERFORM
           CLOSE NEW-LEDGER-FILE.
       8500-EXPENSE-REPORT.
           OPEN OUTPUT EXPENSE-RPT-FILE
           MOVE WS-RUN-DATE TO WS-RH-DATE
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-HEAD-1
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-HEAD-2
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
               UNTIL WS-EA-IDX > WS-EA-COUNT
               MOVE WS-EA-FUND-ID(WS-EA-IDX) TO WS-RD-FUND-ID
               MOVE WS-EA-CLASS-ID(WS-EA-IDX) TO WS-RD-CLASS-ID
               MOVE WS-EA-EXP-CODE(WS-EA-IDX) TO WS-RD-EXP-CODE
               MOVE WS-EA-BASIS(WS-EA-IDX) TO WS-RD-BASIS
               MOVE WS-EA-RATE(WS-EA-IDX) TO WS-RD-RATE
               MOVE WS-EA-BUDGET(WS-EA-IDX) TO WS-RD-BUDGET
               MOVE WS-EA-TODAY-ACCR(WS-EA-IDX) TO WS-RD-ACCR-TODAY
               MOVE WS-EA-TODAY-PAID(WS-EA-IDX) TO WS-RD-PAID-TODAY
               MOVE WS-EA-PAYABLE(WS-EA-IDX) TO WS-RD-PAYABLE
               MOVE WS-EA-YTD-ACCRUED(WS-EA-IDX) TO WS-RD-YTD-ACCR
               MOVE WS-EA-YTD-PAID(WS-EA-IDX) TO WS-RD-YTD-PAID
               EVALUATE TRUE
                   WHEN WS-EA-BASIS(WS-EA-IDX) = SPACE
                       MOVE 'NO SCHED' TO WS-RD-NOTE
                   WHEN WS-EA-PAYABLE(WS-EA-IDX) < 0
                       MOVE 'PREPAID' TO WS-RD-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-RD-NOTE
               END-EVALUATE
               WRITE EXPENSE-RPT-RECORD FROM WS-RPT-DETAIL
           END-PERFORM
           MOVE WS-TOT-ACCRUED-TODAY TO WS-RT-ACCR-TODAY
           MOVE WS-TOT-PAID-TODAY TO WS-RT-PAID-TODAY
           MOVE WS-TOT-PAYABLE TO WS-RT-PAYABLE
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-TOTAL
           CLOSE EXPENSE-RPT-FILE.
       9000-REPORT.
           CLOSE HOLDING-FILE
           DISPLAY 'NAV CALCULATION COMPLETE'
           DISPLAY 'HOLDINGS:   ' WS-HOLDING-CNT
           DISPLAY 'TOTAL MV:   ' WS-TOTAL-MV
           DISPLAY 'LIABILITIES: ' WS-LIABILITIES
           DISPLAY 'NET ASSETS:  ' WS-NET-ASSETS
           DISPLAY 'NAV/SHARE:   ' WS-NAV-PER-SHARE
           DISPLAY 'DAY RETURN:  ' WS-DAY-RETURN '%'
           DISPLAY 'MGMT FEE:    ' WS-DAILY-MGMT-FEE
           DISPLAY 'PERF FEE:    ' WS-PERF-FEE
           DISPLAY 'EQUITY %:    ' WS-EQUITY-PCT
           DISPLAY 'BOND %:      ' WS-BOND-PCT
           DISPLAY 'EXP ACCRUED: ' WS-TOT-ACCRUED-TODAY
           DISPLAY 'EXP PAID:    ' WS-TOT-PAID-TODAY
           DISPLAY 'PAYMENTS:    ' WS-PAYMENT-CNT
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-FUND-IDX(WS-CL-IDX) > 0
                   DISPLAY 'CLASS NAV:   ' WS-CL-FUND-ID(WS-CL-IDX)
                       ' ' WS-CL-CLASS-ID(WS-CL-IDX)
                       ' ' WS-CL-NAV(WS-CL-IDX)
               END-IF
           END-PERFORM.
