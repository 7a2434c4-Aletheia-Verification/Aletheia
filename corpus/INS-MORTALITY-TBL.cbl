       IDENTIFICATION DIVISION.
       PROGRAM-ID. INS-MORTALITY-TBL.
      *================================================================*
      * Mortality Rate Lookup and Cost of Insurance                    *
      * Rates and life expectancy come from the shared mortality       *
      * service UTIL-MORTALITY-SVC using the table and version         *
      * assigned to the product; select rates apply from the issue     *
      * age.  The table version used is logged against the contract.  *
      *================================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-ID             PIC X(12).
       01 WS-PRODUCT-CODE            PIC X(4).
       01 WS-INSURED-AGE             PIC 9(3).
       01 WS-ISSUE-AGE               PIC 9(3).
       01 WS-GENDER                  PIC X(1).
           88 WS-MALE                VALUE 'M'.
           88 WS-FEMALE              VALUE 'F'.
       01 WS-SMOKER-CLASS            PIC X(1).
           88 WS-SMOKER              VALUE 'S'.
           88 WS-NONSMOKER           VALUE 'N'.
       01 WS-MORT-RATE               PIC S9(1)V9(6) COMP-3.
       01 WS-LIFE-EXPECT             PIC S9(3)V9(2) COMP-3.
       01 WS-COVERAGE-AMT            PIC S9(9)V99 COMP-3.
       01 WS-ANNUAL-COST-INS         PIC S9(7)V99 COMP-3.
       01 WS-FOUND-FLAG              PIC X VALUE 'N'.
           88 WS-FOUND               VALUE 'Y'.
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
           PERFORM 2000-SET-SERVICE-PARMS
           PERFORM 3000-LOOKUP-RATE
           IF WS-FOUND
               PERFORM 4000-CALC-LIFE-EXPECT
           END-IF
           PERFORM 5000-CALC-COST
           PERFORM 6000-DISPLAY-RESULTS
           MOVE 'CLOS' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-MORT-RATE
           MOVE 0 TO WS-LIFE-EXPECT
           MOVE 'N' TO WS-FOUND-FLAG.
       2000-SET-SERVICE-PARMS.
           INITIALIZE WS-MORT-PARMS
           MOVE 'INS-MORTALITY-TBL' TO WS-MP-CALLER
           MOVE WS-CONTRACT-ID TO WS-MP-CONTRACT-ID
           MOVE WS-PRODUCT-CODE TO WS-MP-PRODUCT
           MOVE WS-INSURED-AGE TO WS-MP-AGE
           MOVE WS-ISSUE-AGE TO WS-MP-ISSUE-AGE
           MOVE WS-GENDER TO WS-MP-GENDER
           MOVE WS-SMOKER-CLASS TO WS-MP-SMOKER.
       3000-LOOKUP-RATE.
           MOVE 'RATE' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           IF WS-MP-STATUS = '00'
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-MP-QX TO WS-MORT-RATE
           ELSE
               DISPLAY 'MORTALITY RATE NOT FOUND - STATUS '
                   WS-MP-STATUS ' PRODUCT ' WS-PRODUCT-CODE
           END-IF.
       4000-CALC-LIFE-EXPECT.
           MOVE 'LEXP' TO WS-MP-FUNCTION
           CALL 'UTIL-MORTALITY-SVC' USING WS-MORT-PARMS
           IF WS-MP-STATUS = '00'
               MOVE WS-MP-LIFE-EXPECT TO WS-LIFE-EXPECT
           END-IF.
       5000-CALC-COST.
           COMPUTE WS-ANNUAL-COST-INS =
       6000-DISPLAY-RESULTS.
           DISPLAY 'MORTALITY TABLE LOOKUP'
           DISPLAY '======================'
           DISPLAY 'CONTRACT:        ' WS-CONTRACT-ID
           DISPLAY 'PRODUCT:         ' WS-PRODUCT-CODE
           DISPLAY 'TABLE/VERSION:   ' WS-MP-TABLE-ID ' '
               WS-MP-VERSION
           DISPLAY 'AGE:             ' WS-INSURED-AGE
           DISPLAY 'ISSUE AGE:       ' WS-ISSUE-AGE
           DISPLAY 'GENDER:          ' WS-GENDER
           DISPLAY 'SMOKER CLASS:    ' WS-SMOKER-CLASS
           DISPLAY 'MORTALITY RATE:  ' WS-MORT-RATE
           DISPLAY 'LIFE EXPECTANCY: ' WS-LIFE-EXPECT
           DISPLAY 'COVERAGE:        ' WS-COVERAGE-AMT
