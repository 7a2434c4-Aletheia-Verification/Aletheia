      * INSURANCE SURRENDER VALUE CALCULATOR
      * Computes cash surrender value for whole life and universal
      * life policies including MVA and surrender charges.
      * Universal and variable life surrenders deduct the month's
      * cost of insurance on the net amount at risk, at the select
      * rate from the shared mortality service UTIL-MORTALITY-SVC on
      * the table and version assigned to the product.
      *================================================================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 WS-POL-LOAN-INT-RATE    PIC S9(1)V9(4) COMP-3
               VALUE 0.0500.
           05 WS-POL-DIVID-ACCUM      PIC S9(7)V99 COMP-3.
           05 WS-POL-PRODUCT          PIC X(4).
           05 WS-POL-ISSUE-AGE        PIC 9(3).
           05 WS-POL-INSURED-AGE      PIC 9(3).
           05 WS-POL-GENDER           PIC X(1).
           05 WS-POL-SMOKER           PIC X(1).
       01 WS-SURR-CHARGE-TABLE.
           05 WS-SC-RATE OCCURS 10 TIMES
                                       PIC S9(1)V99 COMP-3.
           05 WS-ACCRUED-LOAN-INT     PIC S9(7)V99 COMP-3.
           05 WS-GAIN-ON-SURRENDER    PIC S9(9)V99 COMP-3.
           05 WS-TAX-BASIS            PIC S9(9)V99 COMP-3.
           05 WS-NET-AMT-AT-RISK      PIC S9(9)V99 COMP-3.
           05 WS-COI-RATE             PIC S9(1)V9(6) COMP-3.
           05 WS-COI-CHARGE           PIC S9(7)V99 COMP-3.
       01 WS-MORT-PARMS.
           05 WS-MP-FUNCTION          PIC X(4).
           05 WS-MP-CALLER            PIC X(20).
           05 WS-MP-CONTRACT-ID       PIC X(12).
           05 WS-MP-PRODUCT           PIC X(4).
           05 WS-MP-AGE               PIC 9(3).
           05 WS-MP-ISSUE-AGE         PIC 9(3).
           05 WS-MP-GENDER            PIC X(1).
           05 WS-MP-SMOKER            PIC X(1).
           05 WS-MP-AGE-2             PIC 9(3).
           05 WS-MP-GENDER-2          PIC X(1).
           05 WS-MP-CALC-YEAR         PIC 9(4).
           05 WS-MP-QX                PIC 9V9(6).
           05 WS-MP-LIFE-EXPECT       PIC S9(3)V99 COMP-3.
           05 WS-MP-TABLE-ID          PIC X(8).
           05 WS-MP-VERSION           PIC X(4).
           05 WS-MP-STATUS            PIC X(2).
       01 WS-CURRENT-INT-RATE         PIC S9(1)V9(4) COMP-3
           VALUE 0.0450.
       01 WS-ISSUE-INT-RATE           PIC S9(1)V9(4) COMP-3
           PERFORM 2000-CALC-YEARS
           PERFORM 3000-CALC-SURR-CHARGE
           PERFORM 4000-CALC-MVA
           PERFORM 4500-CALC-COI
           PERFORM 5000-CALC-GROSS-CSV
           PERFORM 6000-APPLY-LOAN-OFFSET
           PERFORM 7000-CALC-TAX-IMPACT
           PERFORM 8000-DISPLAY-RESULTS
           MOVE 'CLOS' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 95000.00 TO WS-POL-PREMIUMS-PAID
           MOVE 30000.00 TO WS-POL-LOAN-BAL
           MOVE 8500.00 TO WS-POL-DIVID-ACCUM
           MOVE 'WL01' TO WS-POL-PRODUCT
           MOVE 45 TO WS-POL-ISSUE-AGE
           MOVE 'M' TO WS-POL-GENDER
           MOVE 'N' TO WS-POL-SMOKER
           INITIALIZE WS-MORT-PARMS
           MOVE 0.10 TO WS-SC-RATE(1)
           MOVE 0.09 TO WS-SC-RATE(2)
           MOVE 0.08 TO WS-SC-RATE(3)
       2000-CALC-YEARS.
           COMPUTE WS-YEARS-IN-FORCE =
               (WS-CURRENT-DATE - WS-POL-ISSUE-DATE)
               / 10000
           COMPUTE WS-POL-INSURED-AGE =
               WS-POL-ISSUE-AGE + WS-YEARS-IN-FORCE.
       3000-CALC-SURR-CHARGE.
           IF WS-YEARS-IN-FORCE > 10
               MOVE 0 TO WS-SURR-CHARGE-RATE
               MOVE 0 TO WS-MVA-ADJUSTMENT
               MOVE 1.0000 TO WS-MVA-FACTOR
           END-IF.
       4500-CALC-COI.
           MOVE 0 TO WS-COI-CHARGE
           MOVE 0 TO WS-COI-RATE
           MOVE 0 TO WS-NET-AMT-AT-RISK
           IF PT-UNIVERSAL OR PT-VARIABLE
               MOVE 'RATE' TO WS-MP-FUNCTION
               MOVE 'INS-SURR-VALUE' TO WS-MP-CALLER
               MOVE WS-POL-NUM TO WS-MP-CONTRACT-ID
               MOVE WS-POL-PRODUCT TO WS-MP-PRODUCT
               MOVE WS-POL-INSURED-AGE TO WS-MP-AGE
               MOVE WS-POL-ISSUE-AGE TO WS-MP-ISSUE-AGE
               MOVE WS-POL-GENDER TO WS-MP-GENDER
               MOVE WS-POL-SMOKER TO WS-MP-SMOKER
               CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
               IF WS-MP-STATUS = '00'
                   MOVE WS-MP-QX TO WS-COI-RATE
                   COMPUTE WS-NET-AMT-AT-RISK =
                       WS-POL-FACE-AMT - WS-POL-CASH-VALUE
                   IF WS-NET-AMT-AT-RISK < 0
                       MOVE 0 TO WS-NET-AMT-AT-RISK
                   END-IF
                   COMPUTE WS-COI-CHARGE ROUNDED =
                       WS-NET-AMT-AT-RISK * WS-COI-RATE / 12
               ELSE
                   DISPLAY 'COI RATE NOT AVAILABLE - STATUS '
                       WS-MP-STATUS ' PRODUCT ' WS-POL-PRODUCT
               END-IF
           END-IF.
       5000-CALC-GROSS-CSV.
           COMPUTE WS-GROSS-CSV =
               WS-POL-CASH-VALUE
               + WS-POL-DIVID-ACCUM
               + WS-MVA-ADJUSTMENT
               - WS-SURR-CHARGE-AMT
               - WS-COI-CHARGE
           IF WS-GROSS-CSV < 0
               MOVE 0 TO WS-GROSS-CSV
           END-IF.
           DISPLAY 'DIVIDENDS:       ' WS-POL-DIVID-ACCUM
           DISPLAY 'SURR CHARGE:     ' WS-SURR-CHARGE-AMT
           DISPLAY 'MVA ADJUST:      ' WS-MVA-ADJUSTMENT
           IF PT-UNIVERSAL OR PT-VARIABLE
               DISPLAY 'MORT TABLE:      ' WS-MP-TABLE-ID ' '
                   WS-MP-VERSION
               DISPLAY 'COI RATE:        ' WS-COI-RATE
               DISPLAY 'COI CHARGE:      ' WS-COI-CHARGE
           END-IF
           DISPLAY 'GROSS CSV:       ' WS-GROSS-CSV
           DISPLAY 'LOAN BALANCE:    ' WS-POL-LOAN-BAL
           DISPLAY 'ACCRUED INT:     ' WS-ACCRUED-LOAN-INT
