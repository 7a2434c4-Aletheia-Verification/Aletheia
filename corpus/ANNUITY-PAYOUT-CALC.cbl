      * ANNUITY PAYOUT CALCULATOR
      * Computes periodic payouts for fixed, variable, and indexed
      * annuities using mortality tables and guaranteed minimums.
      * Life expectancy comes from the shared mortality service
      * UTIL-MORTALITY-SVC on the annuitant table and version assigned
      * to the product; joint contracts use last survivor expectancy.
      * Each payout is appended to the distribution history DISTHIST.DAT
      * for year-end 1099-R reporting.  On a non-qualified contract the
      * investment in the contract is recovered tax free under the
      * exclusion ratio (investment / expected return) until it is
      * fully recovered; qualified contracts are taxable in full.
      * Distribution code: 4 death, 2 annuitant under 59 1/2 (periodic
      * payment exception), 7 normal.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-HIST-FILE ASSIGN TO 'DISTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-HIST-FILE.
       01 DIST-HIST-RECORD.
           05 DH-RCP-ID               PIC X(10).
           05 DH-RCP-TIN              PIC X(9).
           05 DH-RCP-NAME             PIC X(30).
           05 DH-ACCT-ID              PIC X(12).
           05 DH-DIST-DATE            PIC 9(8).
           05 DH-SOURCE               PIC X(4).
           05 DH-ENTRY-TYPE           PIC X(1).
           05 DH-GROSS                PIC 9(11)V99.
           05 DH-TAXABLE              PIC 9(11)V99.
           05 DH-TAX-NOT-DET          PIC X(1).
           05 DH-EMP-CONTRIB          PIC 9(11)V99.
           05 DH-FED-WH               PIC 9(9)V99.
           05 DH-STATE-WH             PIC 9(9)V99.
           05 DH-STATE-CODE           PIC X(2).
           05 DH-DIST-CODE            PIC X(2).
           05 DH-IRA-FLAG             PIC X(1).
           05 FILLER                  PIC X(9).
       WORKING-STORAGE SECTION.
       01 WS-CONTRACT.
           05 WS-CONTRACT-ID          PIC X(12).
           05 WS-ACCOUNT-VALUE        PIC S9(11)V99 COMP-3.
           05 WS-GUAR-RATE            PIC S9(1)V9(4) COMP-3.
           05 WS-ANNUITANT-AGE        PIC 9(3).
           05 WS-PRODUCT-CODE         PIC X(4).
           05 WS-ANNUITANT-GENDER     PIC X(1).
           05 WS-JOINT-AGE            PIC 9(3).
           05 WS-JOINT-GENDER         PIC X(1).
           05 WS-JOINT-FLAG           PIC X(1).
               88 IS-JOINT            VALUE 'Y'.
               88 IS-SINGLE           VALUE 'N'.
           05 WS-OWNER-ID             PIC X(10) VALUE SPACES.
           05 WS-OWNER-TIN            PIC X(9) VALUE SPACES.
           05 WS-OWNER-NAME           PIC X(30) VALUE SPACES.
           05 WS-QUALIFIED-FLAG       PIC X(1) VALUE 'N'.
               88 IS-QUALIFIED        VALUE 'Y'.
           05 WS-IRA-FLAG             PIC X(1) VALUE 'N'.
           05 WS-DEATH-FLAG           PIC X(1) VALUE 'N'.
               88 PAYEE-BENEFICIARY   VALUE 'Y'.
           05 WS-INVESTMENT           PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-BASIS-RECOVERED      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-FED-WH-PCT           PIC 9(2)V99 VALUE 0.
           05 WS-ST-WH-PCT            PIC 9(2)V99 VALUE 0.
           05 WS-STATE-CODE           PIC X(2) VALUE SPACES.
           05 WS-PAY-DATE             PIC 9(8) VALUE 0.
       01 WS-DH-STATUS                PIC X(2).
       01 WS-TAX-FIELDS.
           05 WS-EXPECTED-RETURN      PIC S9(11)V99 COMP-3.
           05 WS-EXCLUSION-RATIO      PIC S9(1)V9(6) COMP-3.
           05 WS-EXCLUDED-AMT         PIC S9(9)V99 COMP-3.
           05 WS-UNRECOVERED          PIC S9(11)V99 COMP-3.
           05 WS-TAXABLE-AMT          PIC S9(9)V99 COMP-3.
           05 WS-FED-WH               PIC S9(9)V99 COMP-3.
           05 WS-ST-WH                PIC S9(9)V99 COMP-3.
           05 WS-DIST-CODE            PIC X(2).
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
       01 WS-CALC-FIELDS.
           05 WS-LIFE-EXPECT          PIC S9(3)V99 COMP-3.
           05 WS-JOINT-EXPECT         PIC S9(3)V99 COMP-3.
       01 WS-ADMIN-FEE-AMT            PIC S9(7)V99 COMP-3.
       01 WS-NET-PAYOUT               PIC S9(9)V99 COMP-3.
       01 WS-IDX                       PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 5000-CALC-RAW-PAYOUT
           PERFORM 6000-APPLY-GUARANTEE
           PERFORM 7000-DEDUCT-FEES
           PERFORM 7500-CALC-TAXABLE
           PERFORM 7600-LOG-DISTRIBUTION
           PERFORM 8000-DISPLAY-RESULTS
           MOVE 'CLOS' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           STOP RUN.
       1000-INITIALIZE.
           INITIALIZE WS-CALC-FIELDS
           INITIALIZE WS-TAX-FIELDS
           INITIALIZE WS-MORT-PARMS
           IF WS-PAY-DATE = 0
               ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
           END-IF.
       2000-DETERMINE-LIFE-EXPECT.
           MOVE 'ANNUITY-PAYOUT-CALC' TO WS-MP-CALLER
           MOVE WS-CONTRACT-ID TO WS-MP-CONTRACT-ID
           MOVE WS-PRODUCT-CODE TO WS-MP-PRODUCT
           MOVE WS-ANNUITANT-AGE TO WS-MP-AGE
           MOVE WS-ANNUITANT-GENDER TO WS-MP-GENDER
           IF IS-JOINT
               MOVE 'JLEX' TO WS-MP-FUNCTION
               MOVE WS-JOINT-AGE TO WS-MP-AGE-2
               MOVE WS-JOINT-GENDER TO WS-MP-GENDER-2
           ELSE
               MOVE 'LEXP' TO WS-MP-FUNCTION
           END-IF
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           IF WS-MP-STATUS = '00'
               MOVE WS-MP-LIFE-EXPECT TO WS-LIFE-EXPECT
               IF IS-JOINT
                   MOVE WS-MP-LIFE-EXPECT TO WS-JOINT-EXPECT
               END-IF
           ELSE
               DISPLAY 'LIFE EXPECTANCY NOT AVAILABLE - STATUS '
                   WS-MP-STATUS ' PRODUCT ' WS-PRODUCT-CODE
               MOVE 0 TO WS-LIFE-EXPECT
           END-IF.
       3000-CALC-PAYOUT-PERIODS.
           EVALUATE TRUE
               MOVE 0 TO WS-RAW-PAYOUT
           END-IF.
       6000-APPLY-GUARANTEE.
           IF WS-PAYOUT-PERIODS > 0
               COMPUTE WS-GUAR-MINIMUM =
                   WS-ACCOUNT-VALUE / WS-PAYOUT-PERIODS
           ELSE
               MOVE 0 TO WS-GUAR-MINIMUM
           END-IF
           IF WS-RAW-PAYOUT < WS-GUAR-MINIMUM
               MOVE WS-GUAR-MINIMUM TO WS-FINAL-PAYOUT
           ELSE
               WS-FINAL-PAYOUT - WS-ADMIN-FEE-AMT
           COMPUTE WS-ANNUAL-PAYOUT =
               WS-NET-PAYOUT * WS-PERIODS-PER-YEAR.
      *    EXPECTED RETURN IS THE ANNUAL PAYOUT OVER THE LIFE
      *    EXPECTANCY; THE EXCLUDED PORTION STOPS ONCE THE INVESTMENT
      *    IN THE CONTRACT HAS BEEN RECOVERED
       7500-CALC-TAXABLE.
           MOVE WS-NET-PAYOUT TO WS-TAXABLE-AMT
           IF NOT IS-QUALIFIED AND WS-INVESTMENT > 0
               COMPUTE WS-EXPECTED-RETURN =
                   WS-ANNUAL-PAYOUT * WS-LIFE-EXPECT
               COMPUTE WS-UNRECOVERED =
                   WS-INVESTMENT - WS-BASIS-RECOVERED
               IF WS-UNRECOVERED < 0
                   MOVE 0 TO WS-UNRECOVERED
               END-IF
               IF WS-EXPECTED-RETURN > WS-INVESTMENT
                   COMPUTE WS-EXCLUSION-RATIO =
                       WS-INVESTMENT / WS-EXPECTED-RETURN
               ELSE
                   MOVE 1 TO WS-EXCLUSION-RATIO
               END-IF
               COMPUTE WS-EXCLUDED-AMT ROUNDED =
                   WS-NET-PAYOUT * WS-EXCLUSION-RATIO
               IF WS-EXCLUDED-AMT > WS-UNRECOVERED
                   MOVE WS-UNRECOVERED TO WS-EXCLUDED-AMT
               END-IF
               COMPUTE WS-TAXABLE-AMT =
                   WS-NET-PAYOUT - WS-EXCLUDED-AMT
               ADD WS-EXCLUDED-AMT TO WS-BASIS-RECOVERED
           END-IF
           COMPUTE WS-FED-WH ROUNDED =
               WS-TAXABLE-AMT * WS-FED-WH-PCT / 100
           COMPUTE WS-ST-WH ROUNDED =
               WS-TAXABLE-AMT * WS-ST-WH-PCT / 100
           EVALUATE TRUE
               WHEN PAYEE-BENEFICIARY
                   MOVE '4 ' TO WS-DIST-CODE
               WHEN WS-ANNUITANT-AGE < 60
                   MOVE '2 ' TO WS-DIST-CODE
               WHEN OTHER
                   MOVE '7 ' TO WS-DIST-CODE
           END-EVALUATE.
       7600-LOG-DISTRIBUTION.
           IF WS-NET-PAYOUT <= 0
               DISPLAY 'NO PAYOUT - DISTRIBUTION NOT LOGGED'
           ELSE
               OPEN EXTEND DIST-HIST-FILE
               IF WS-DH-STATUS = '35'
                   OPEN OUTPUT DIST-HIST-FILE
               END-IF
               MOVE SPACES TO DIST-HIST-RECORD
               MOVE WS-OWNER-ID TO DH-RCP-ID
               MOVE WS-OWNER-TIN TO DH-RCP-TIN
               MOVE WS-OWNER-NAME TO DH-RCP-NAME
               MOVE WS-CONTRACT-ID TO DH-ACCT-ID
               MOVE WS-PAY-DATE TO DH-DIST-DATE
               MOVE 'ANNU' TO DH-SOURCE
               MOVE 'D' TO DH-ENTRY-TYPE
               MOVE WS-NET-PAYOUT TO DH-GROSS
               MOVE WS-TAXABLE-AMT TO DH-TAXABLE
               MOVE 'N' TO DH-TAX-NOT-DET
               MOVE WS-EXCLUDED-AMT TO DH-EMP-CONTRIB
               MOVE WS-FED-WH TO DH-FED-WH
               MOVE WS-ST-WH TO DH-STATE-WH
               MOVE WS-STATE-CODE TO DH-STATE-CODE
               MOVE WS-DIST-CODE TO DH-DIST-CODE
               IF WS-IRA-FLAG = 'Y'
                   MOVE 'Y' TO DH-IRA-FLAG
               ELSE
                   MOVE 'N' TO DH-IRA-FLAG
               END-IF
               WRITE DIST-HIST-RECORD
               IF WS-DH-STATUS NOT = '00'
                   DISPLAY 'DISTRIBUTION HISTORY WRITE FAILED: '
                       WS-DH-STATUS
               END-IF
               CLOSE DIST-HIST-FILE
           END-IF.
       8000-DISPLAY-RESULTS.
           DISPLAY 'ANNUITY PAYOUT CALCULATION'
           DISPLAY '=========================='
           DISPLAY 'CONTRACT:       ' WS-CONTRACT-ID
           DISPLAY 'TYPE:           ' WS-ANNUITY-TYPE
           DISPLAY 'ACCOUNT VALUE:  ' WS-ACCOUNT-VALUE
           DISPLAY 'MORT TABLE:     ' WS-MP-TABLE-ID ' '
               WS-MP-VERSION
           DISPLAY 'LIFE EXPECT:    ' WS-LIFE-EXPECT
           DISPLAY 'TOTAL PERIODS:  ' WS-PAYOUT-PERIODS
           DISPLAY 'ANNUITY FACTOR: ' WS-ANNUITY-FACTOR
           DISPLAY 'ADMIN FEE:      ' WS-ADMIN-FEE-AMT
           DISPLAY 'NET PAYOUT:     ' WS-NET-PAYOUT
           DISPLAY 'ANNUAL TOTAL:   ' WS-ANNUAL-PAYOUT
           DISPLAY 'EXCLUSION RATIO:' WS-EXCLUSION-RATIO
           DISPLAY 'BASIS RECOVERED:' WS-EXCLUDED-AMT
           DISPLAY 'TAXABLE AMOUNT: ' WS-TAXABLE-AMT
           DISPLAY 'DIST CODE:      ' WS-DIST-CODE
           IF IS-JOINT
               DISPLAY 'JOINT LIFE: YES'
           END-IF.
