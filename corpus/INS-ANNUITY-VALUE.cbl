       IDENTIFICATION DIVISION.
       PROGRAM-ID. INS-ANNUITY-VALUE.
      *================================================================*
      * Annuity Present and Future Value                               *
      * Term-certain annuities run for WS-YEARS.  A life annuity       *
      * (WS-YEARS zero) runs for the annuitant's life expectancy from  *
      * the shared mortality service UTIL-MORTALITY-SVC, on the table  *
      * and version assigned to the product.                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05 WS-MONTHLY-PMT         PIC S9(7)V99 COMP-3.
           05 WS-ANNUAL-RATE         PIC S9(3)V9(6) COMP-3.
           05 WS-YEARS                PIC 9(2).
           05 WS-PRODUCT-CODE        PIC X(4).
           05 WS-ANNUITANT-AGE       PIC 9(3).
           05 WS-ANNUITANT-GENDER    PIC X(1).
       01 WS-CALC-FIELDS.
           05 WS-MONTHLY-RATE        PIC S9(1)V9(8) COMP-3.
           05 WS-PERIODS             PIC 9(3).
           88 WS-ORDINARY            VALUE 'O'.
           88 WS-DUE                 VALUE 'D'.
       01 WS-PERIOD-IDX              PIC 9(3).
       01 WS-LIFE-FLAG               PIC X VALUE 'N'.
           88 WS-LIFE-ANNUITY        VALUE 'Y'.
       01 WS-MORT-PARMS.
           05 WS-MP-FUNCTION         PIC X(4).
           05 WS-MP-CALLER           PIC X(20).
           05 WS-MP-CONTRACT-ID      PIC X(12).
           05 WS-MP-PRODUCT          PIC X(4).
           05 WS-MP-AGE              PIC 9(3).
           05 WS-MP-ISSUE-AGE        PIC 9(3).
           05 WS-MP-GENDER           PIC X(1).
           05 WS-MP-SMOKER           PIC X(1).
           05 WS-MP-AGE-2            PIC 9(3).
           05 WS-MP-GENDER-2         PIC X(1).
           05 WS-MP-CALC-YEAR        PIC 9(4).
           05 WS-MP-QX               PIC 9V9(6).
           05 WS-MP-LIFE-EXPECT      PIC S9(3)V99 COMP-3.
           05 WS-MP-TABLE-ID         PIC X(8).
           05 WS-MP-VERSION          PIC X(4).
           05 WS-MP-STATUS           PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CALC-PV
           PERFORM 3000-CALC-FV
           PERFORM 4000-DISPLAY-RESULTS
           MOVE 'CLOS' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           STOP RUN.
       1000-INITIALIZE.
           MOVE 5,25 TO WS-ANNUAL-RATE
           COMPUTE WS-MONTHLY-RATE =
               WS-ANNUAL-RATE / 12
           INITIALIZE WS-MORT-PARMS
           IF WS-YEARS = 0
               MOVE 'Y' TO WS-LIFE-FLAG
               PERFORM 1100-LIFE-PERIODS
           ELSE
               COMPUTE WS-PERIODS = WS-YEARS * 12
           END-IF
           MOVE 0 TO WS-PRESENT-VALUE
           MOVE 0 TO WS-FUTURE-VALUE.
       1100-LIFE-PERIODS.
           MOVE 'LEXP' TO WS-MP-FUNCTION
           MOVE 'INS-ANNUITY-VALUE' TO WS-MP-CALLER
           MOVE WS-POLICY-NUM TO WS-MP-CONTRACT-ID
           MOVE WS-PRODUCT-CODE TO WS-MP-PRODUCT
           MOVE WS-ANNUITANT-AGE TO WS-MP-AGE
           MOVE WS-ANNUITANT-GENDER TO WS-MP-GENDER
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           IF WS-MP-STATUS = '00'
               COMPUTE WS-PERIODS = WS-MP-LIFE-EXPECT * 12
           ELSE
               DISPLAY 'LIFE EXPECTANCY NOT AVAILABLE - STATUS '
                   WS-MP-STATUS ' PRODUCT ' WS-PRODUCT-CODE
               MOVE 0 TO WS-PERIODS
           END-IF.
       2000-CALC-PV.
           MOVE 0 TO WS-PRESENT-VALUE
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
           DISPLAY 'POLICY:       ' WS-POLICY-NUM
           DISPLAY 'MONTHLY PMT:  ' WS-MONTHLY-PMT
           DISPLAY 'ANNUAL RATE:  ' WS-ANNUAL-RATE
           IF WS-LIFE-ANNUITY
               DISPLAY 'LIFE ANNUITY: AGE ' WS-ANNUITANT-AGE
                   ' ' WS-ANNUITANT-GENDER
               DISPLAY 'LIFE EXPECT:  ' WS-MP-LIFE-EXPECT
               DISPLAY 'MORT TABLE:   ' WS-MP-TABLE-ID ' '
                   WS-MP-VERSION
               DISPLAY 'PERIODS:      ' WS-PERIODS
           ELSE
               DISPLAY 'YEARS:        ' WS-YEARS
           END-IF
           DISPLAY 'PRESENT VALUE:' WS-PRESENT-VALUE
           DISPLAY 'FUTURE VALUE: ' WS-FUTURE-VALUE
           DISPLAY 'TOTAL PMTS:   ' WS-TOTAL-PMTS
