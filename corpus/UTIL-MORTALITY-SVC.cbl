       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-MORTALITY-SVC.
      *================================================================*
      * Mortality Table Service                                        *
      * Single callable source of mortality rates and life expectancy  *
      * for the insurance and annuity programs, so the same insured    *
      * gets the same answer whichever program asks.  Published tables *
      * are loaded on first call from MORTTBL.DAT, one row per table,  *
      * version, gender (M/F/U unisex), smoker class (S/N/A aggregate),*
      * age and select duration (00 = ultimate).  Rows for one table   *
      * version, gender and smoker class must be together on the file. *
      * Table types: S select-and-ultimate, U ultimate, A annuitant    *
      * with annual mortality improvement from the table base year.    *
      * MORTPROD.DAT names the table and version each product uses.    *
      * Every call carrying a contract ID is logged to MORTUSE.DAT for *
      * the actuarial table usage report INS-MORT-USAGE-RPT.           *
      *                                                                *
      * CALL 'UTIL-MORTALITY-SVC' USING MORT-PARMS                     *
      *   MORT-FUNCTION 'RATE' mortality rate at MORT-AGE              *
      *                 'LEXP' life expectancy at MORT-AGE             *
      *                 'JLEX' joint and last survivor expectancy of   *
      *                        MORT-AGE and MORT-AGE-2                 *
      *                 'CLOS' close the usage log at end of run       *
      *   MORT-ISSUE-AGE drives the select period; zero = ultimate     *
      *   MORT-STATUS   '00' ok, '10' bad function, '20' unknown       *
      *                 product, '30' table not on file                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-FILE ASSIGN TO 'MORTTBL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBL-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'MORTPROD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT USAGE-FILE ASSIGN TO 'MORTUSE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TABLE-FILE.
       01 TABLE-RECORD.
           05 TB-TABLE-ID             PIC X(8).
           05 TB-VERSION              PIC X(4).
           05 TB-TABLE-TYPE           PIC X(1).
           05 TB-GENDER               PIC X(1).
           05 TB-SMOKER               PIC X(1).
           05 TB-AGE                  PIC 9(3).
           05 TB-DURATION             PIC 9(2).
           05 TB-QX                   PIC 9V9(6).
           05 TB-IMPROVE              PIC 9V9(4).
           05 TB-BASE-YEAR            PIC 9(4).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PR-PRODUCT              PIC X(4).
           05 PR-TABLE-ID             PIC X(8).
           05 PR-VERSION              PIC X(4).
           05 PR-UNISEX               PIC X(1).
           05 PR-SMOKER-DISTINCT      PIC X(1).
           05 PR-DESC                 PIC X(30).

       FD USAGE-FILE.
       01 USAGE-RECORD.
           05 MU-LOG-DATE             PIC 9(8).
           05 MU-CALLER               PIC X(20).
           05 MU-CONTRACT-ID          PIC X(12).
           05 MU-PRODUCT              PIC X(4).
           05 MU-TABLE-ID             PIC X(8).
           05 MU-VERSION              PIC X(4).
           05 MU-FUNCTION             PIC X(4).
           05 MU-AGE                  PIC 9(3).
           05 MU-GENDER               PIC X(1).
           05 MU-SMOKER               PIC X(1).
           05 MU-QX                   PIC 9V9(6).
           05 MU-LIFE-EXPECT          PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-TBL-STATUS               PIC X(2).
       01 WS-PRD-STATUS               PIC X(2).
       01 WS-USE-STATUS               PIC X(2).
       01 WS-TBL-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-TBL-EOF              VALUE 'Y'.
       01 WS-PRD-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-PRD-EOF              VALUE 'Y'.
       01 WS-LOADED-FLAG              PIC X VALUE 'N'.
           88 WS-TABLES-LOADED        VALUE 'Y'.
       01 WS-LOG-OPEN-FLAG            PIC X VALUE 'N'.
           88 WS-LOG-OPEN             VALUE 'Y'.
       01 WS-TODAY                    PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR           PIC 9(4).
           05 WS-TODAY-MMDD           PIC 9(4).
      *--- Rate rows, in file order ---
       01 WS-ROW-TABLE.
           05 WS-RW-ENTRY OCCURS 30000 TIMES.
               10 WS-RW-AGE           PIC 9(3).
               10 WS-RW-DURATION      PIC 9(2).
               10 WS-RW-QX            PIC S9V9(6) COMP-3.
               10 WS-RW-IMPROVE       PIC S9V9(4) COMP-3.
       01 WS-RW-COUNT                 PIC S9(5) COMP VALUE 0.
       01 WS-RW-IDX                   PIC S9(5) COMP.
      *--- One directory entry per table version/gender/smoker ---
       01 WS-DIRECTORY.
           05 WS-DR-ENTRY OCCURS 200 TIMES.
               10 WS-DR-TABLE-ID      PIC X(8).
               10 WS-DR-VERSION       PIC X(4).
               10 WS-DR-TYPE          PIC X(1).
               10 WS-DR-GENDER        PIC X(1).
               10 WS-DR-SMOKER        PIC X(1).
               10 WS-DR-BASE-YEAR     PIC 9(4).
               10 WS-DR-FIRST         PIC S9(5) COMP.
               10 WS-DR-LAST          PIC S9(5) COMP.
       01 WS-DR-COUNT                 PIC S9(3) COMP VALUE 0.
       01 WS-DR-IDX                   PIC S9(3) COMP.
      *--- Product to table assignments ---
       01 WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
               10 WS-PT-PRODUCT       PIC X(4).
               10 WS-PT-TABLE-ID      PIC X(8).
               10 WS-PT-VERSION       PIC X(4).
               10 WS-PT-UNISEX        PIC X(1).
               10 WS-PT-SMOKER-DIST   PIC X(1).
       01 WS-PT-COUNT                 PIC S9(3) COMP VALUE 0.
       01 WS-PT-IDX                   PIC S9(3) COMP.
       01 WS-PT-CUR                   PIC S9(3) COMP.
      *--- Lookup work fields ---
       01 WS-FIND-GENDER              PIC X(1).
       01 WS-FIND-SMOKER              PIC X(1).
       01 WS-BLOCK                    PIC S9(3) COMP.
       01 WS-BLOCK-1                  PIC S9(3) COMP.
       01 WS-BLOCK-2                  PIC S9(3) COMP.
       01 WS-Q-AGE                    PIC 9(3).
       01 WS-Q-ISSUE-AGE              PIC 9(3).
       01 WS-Q-DURATION               PIC 9(3).
       01 WS-Q-YEAR                   PIC 9(4).
       01 WS-QX                       PIC S9V9(6) COMP-3.
       01 WS-IMPROVE                  PIC S9V9(4) COMP-3.
       01 WS-IMPROVE-YEARS            PIC S9(3) COMP-3.
       01 WS-ROW-FOUND-FLAG           PIC X VALUE 'N'.
           88 WS-ROW-FOUND            VALUE 'Y'.
      *--- Expectancy work fields ---
       01 WS-CALC-YEAR                PIC 9(4).
       01 WS-STEP                     PIC S9(3) COMP-3.
       01 WS-SURV-1                   PIC S9V9(10) COMP-3.
       01 WS-SURV-2                   PIC S9V9(10) COMP-3.
       01 WS-CURTATE-1                PIC S9(3)V9(6) COMP-3.
       01 WS-CURTATE-2                PIC S9(3)V9(6) COMP-3.
       01 WS-CURTATE-JOINT            PIC S9(3)V9(6) COMP-3.
       01 WS-SURV-FLOOR               PIC S9V9(10) COMP-3
           VALUE 0.0000000100.
       01 WS-OMEGA                    PIC 9(3) VALUE 120.

       LINKAGE SECTION.
       01 MORT-PARMS.
           05 MORT-FUNCTION           PIC X(4).
           05 MORT-CALLER             PIC X(20).
           05 MORT-CONTRACT-ID        PIC X(12).
           05 MORT-PRODUCT            PIC X(4).
           05 MORT-AGE                PIC 9(3).
           05 MORT-ISSUE-AGE          PIC 9(3).
           05 MORT-GENDER             PIC X(1).
           05 MORT-SMOKER             PIC X(1).
           05 MORT-AGE-2              PIC 9(3).
           05 MORT-GENDER-2           PIC X(1).
           05 MORT-CALC-YEAR          PIC 9(4).
           05 MORT-QX                 PIC 9V9(6).
           05 MORT-LIFE-EXPECT        PIC S9(3)V99 COMP-3.
           05 MORT-TABLE-ID           PIC X(8).
           05 MORT-VERSION            PIC X(4).
           05 MORT-STATUS             PIC X(2).

       PROCEDURE DIVISION USING MORT-PARMS.

       0000-MAIN-CONTROL.
           IF NOT WS-TABLES-LOADED
               PERFORM 1000-LOAD-TABLES
           END-IF
           MOVE '00' TO MORT-STATUS
           IF MORT-FUNCTION = 'CLOS'
               IF WS-LOG-OPEN
                   CLOSE USAGE-FILE
                   MOVE 'N' TO WS-LOG-OPEN-FLAG
               END-IF
               GOBACK
           END-IF
           MOVE 0 TO MORT-QX
           MOVE 0 TO MORT-LIFE-EXPECT
           MOVE SPACES TO MORT-TABLE-ID
           MOVE SPACES TO MORT-VERSION
           IF MORT-FUNCTION NOT = 'RATE' AND NOT = 'LEXP'
                                      AND NOT = 'JLEX'
               MOVE '10' TO MORT-STATUS
               GOBACK
           END-IF
           PERFORM 2000-FIND-PRODUCT
           IF WS-PT-CUR = 0
               MOVE '20' TO MORT-STATUS
               GOBACK
           END-IF
           MOVE WS-PT-TABLE-ID(WS-PT-CUR) TO MORT-TABLE-ID
           MOVE WS-PT-VERSION(WS-PT-CUR) TO MORT-VERSION
           MOVE MORT-GENDER TO WS-FIND-GENDER
           PERFORM 2100-FIND-BLOCK
           MOVE WS-BLOCK TO WS-BLOCK-1
           IF WS-BLOCK-1 = 0
               MOVE '30' TO MORT-STATUS
               GOBACK
           END-IF
           IF MORT-CALC-YEAR = 0
               MOVE WS-TODAY-YEAR TO WS-CALC-YEAR
           ELSE
               MOVE MORT-CALC-YEAR TO WS-CALC-YEAR
           END-IF
           EVALUATE MORT-FUNCTION
               WHEN 'RATE'
                   MOVE WS-BLOCK-1 TO WS-BLOCK
                   MOVE MORT-AGE TO WS-Q-AGE
                   MOVE MORT-ISSUE-AGE TO WS-Q-ISSUE-AGE
                   MOVE WS-CALC-YEAR TO WS-Q-YEAR
                   PERFORM 3000-GET-QX
                   MOVE WS-QX TO MORT-QX
               WHEN 'LEXP'
                   PERFORM 4000-LIFE-EXPECT
               WHEN 'JLEX'
                   MOVE MORT-GENDER-2 TO WS-FIND-GENDER
                   PERFORM 2100-FIND-BLOCK
                   MOVE WS-BLOCK TO WS-BLOCK-2
                   IF WS-BLOCK-2 = 0
                       MOVE '30' TO MORT-STATUS
                   ELSE
                       PERFORM 4500-JOINT-EXPECT
                   END-IF
           END-EVALUATE
           IF MORT-STATUS = '00' AND MORT-CONTRACT-ID NOT = SPACES
               PERFORM 6000-LOG-USAGE
           END-IF
           GOBACK.

       1000-LOAD-TABLES.
           MOVE 'Y' TO WS-LOADED-FLAG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT TABLE-FILE
           IF WS-TBL-STATUS NOT = '00'
               DISPLAY 'MORTALITY TABLE FILE NOT AVAILABLE: '
                   WS-TBL-STATUS
           ELSE
               PERFORM 1100-READ-TABLE-ROW
                   UNTIL WS-TBL-EOF
               CLOSE TABLE-FILE
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = '00'
               DISPLAY 'MORTALITY PRODUCT FILE NOT AVAILABLE: '
                   WS-PRD-STATUS
           ELSE
               PERFORM 1200-READ-PRODUCT
                   UNTIL WS-PRD-EOF
               CLOSE PRODUCT-FILE
           END-IF.

       1100-READ-TABLE-ROW.
           READ TABLE-FILE
               AT END MOVE 'Y' TO WS-TBL-EOF-FLAG
               NOT AT END
                   IF WS-RW-COUNT < 30000
                       PERFORM 1150-STORE-TABLE-ROW
                   ELSE
                       DISPLAY 'MORTALITY ROW TABLE FULL - SKIPPED '
                           TB-TABLE-ID ' ' TB-AGE
                   END-IF
           END-READ.

       1150-STORE-TABLE-ROW.
           MOVE 'Y' TO WS-ROW-FOUND-FLAG
           IF WS-DR-COUNT = 0
               OR TB-TABLE-ID NOT = WS-DR-TABLE-ID(WS-DR-COUNT)
               OR TB-VERSION NOT = WS-DR-VERSION(WS-DR-COUNT)
               OR TB-GENDER NOT = WS-DR-GENDER(WS-DR-COUNT)
               OR TB-SMOKER NOT = WS-DR-SMOKER(WS-DR-COUNT)
               IF WS-DR-COUNT < 200
                   ADD 1 TO WS-DR-COUNT
                   MOVE TB-TABLE-ID TO WS-DR-TABLE-ID(WS-DR-COUNT)
                   MOVE TB-VERSION TO WS-DR-VERSION(WS-DR-COUNT)
                   MOVE TB-TABLE-TYPE TO WS-DR-TYPE(WS-DR-COUNT)
                   MOVE TB-GENDER TO WS-DR-GENDER(WS-DR-COUNT)
                   MOVE TB-SMOKER TO WS-DR-SMOKER(WS-DR-COUNT)
                   MOVE TB-BASE-YEAR TO WS-DR-BASE-YEAR(WS-DR-COUNT)
                   COMPUTE WS-DR-FIRST(WS-DR-COUNT) = WS-RW-COUNT + 1
               ELSE
                   DISPLAY 'MORTALITY DIRECTORY FULL - SKIPPED '
                       TB-TABLE-ID ' ' TB-VERSION
                   MOVE 'N' TO WS-ROW-FOUND-FLAG
               END-IF
           END-IF
           IF WS-ROW-FOUND
               ADD 1 TO WS-RW-COUNT
               MOVE TB-AGE TO WS-RW-AGE(WS-RW-COUNT)
               MOVE TB-DURATION TO WS-RW-DURATION(WS-RW-COUNT)
               MOVE TB-QX TO WS-RW-QX(WS-RW-COUNT)
               MOVE TB-IMPROVE TO WS-RW-IMPROVE(WS-RW-COUNT)
               MOVE WS-RW-COUNT TO WS-DR-LAST(WS-DR-COUNT)
           END-IF.

       1200-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END MOVE 'Y' TO WS-PRD-EOF-FLAG
               NOT AT END
                   IF WS-PT-COUNT < 200
                       ADD 1 TO WS-PT-COUNT
                       MOVE PR-PRODUCT TO WS-PT-PRODUCT(WS-PT-COUNT)
                       MOVE PR-TABLE-ID TO WS-PT-TABLE-ID(WS-PT-COUNT)
                       MOVE PR-VERSION TO WS-PT-VERSION(WS-PT-COUNT)
                       MOVE PR-UNISEX TO WS-PT-UNISEX(WS-PT-COUNT)
                       MOVE PR-SMOKER-DISTINCT
                           TO WS-PT-SMOKER-DIST(WS-PT-COUNT)
                   ELSE
                       DISPLAY 'MORTALITY PRODUCT TABLE FULL - '
                           'SKIPPED ' PR-PRODUCT
                   END-IF
           END-READ.

       2000-FIND-PRODUCT.
           MOVE 0 TO WS-PT-CUR
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-CUR > 0
               IF WS-PT-PRODUCT(WS-PT-IDX) = MORT-PRODUCT
                   MOVE WS-PT-IDX TO WS-PT-CUR
               END-IF
           END-PERFORM.

      *--- Unisex products always use the U rows; products that do
      *--- not price smokers separately use the aggregate A rows, as
      *--- does any table without the requested smoker class
       2100-FIND-BLOCK.
           IF WS-PT-UNISEX(WS-PT-CUR) = 'Y'
               MOVE 'U' TO WS-FIND-GENDER
           END-IF
           IF WS-PT-SMOKER-DIST(WS-PT-CUR) = 'Y'
               MOVE MORT-SMOKER TO WS-FIND-SMOKER
           ELSE
               MOVE 'A' TO WS-FIND-SMOKER
           END-IF
           PERFORM 2150-SCAN-DIRECTORY
           IF WS-BLOCK = 0 AND WS-FIND-SMOKER NOT = 'A'
               MOVE 'A' TO WS-FIND-SMOKER
               PERFORM 2150-SCAN-DIRECTORY
           END-IF.

       2150-SCAN-DIRECTORY.
           MOVE 0 TO WS-BLOCK
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-BLOCK > 0
               IF WS-DR-TABLE-ID(WS-DR-IDX) =
                       WS-PT-TABLE-ID(WS-PT-CUR)
                   AND WS-DR-VERSION(WS-DR-IDX) =
                       WS-PT-VERSION(WS-PT-CUR)
                   AND WS-DR-GENDER(WS-DR-IDX) = WS-FIND-GENDER
                   AND WS-DR-SMOKER(WS-DR-IDX) = WS-FIND-SMOKER
                   MOVE WS-DR-IDX TO WS-BLOCK
               END-IF
           END-PERFORM.

      *--- Rate for WS-Q-AGE in block WS-BLOCK.  Within the select
      *--- period the row is keyed by issue age and duration; past it,
      *--- or on an ultimate table, by attained age at duration 00.
      *--- Ages past the end of the table die with certainty.
       3000-GET-QX.
           MOVE 1 TO WS-QX
           MOVE 0 TO WS-IMPROVE
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           IF WS-DR-TYPE(WS-BLOCK) = 'S' AND WS-Q-ISSUE-AGE > 0
               AND WS-Q-ISSUE-AGE <= WS-Q-AGE
               COMPUTE WS-Q-DURATION = WS-Q-AGE - WS-Q-ISSUE-AGE + 1
               PERFORM VARYING WS-RW-IDX FROM WS-DR-FIRST(WS-BLOCK)
                   BY 1 UNTIL WS-RW-IDX > WS-DR-LAST(WS-BLOCK)
                   OR WS-ROW-FOUND
                   IF WS-RW-AGE(WS-RW-IDX) = WS-Q-ISSUE-AGE
                       AND WS-RW-DURATION(WS-RW-IDX) = WS-Q-DURATION
                       MOVE 'Y' TO WS-ROW-FOUND-FLAG
                       MOVE WS-RW-QX(WS-RW-IDX) TO WS-QX
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-ROW-FOUND
               PERFORM VARYING WS-RW-IDX FROM WS-DR-FIRST(WS-BLOCK)
                   BY 1 UNTIL WS-RW-IDX > WS-DR-LAST(WS-BLOCK)
                   OR WS-ROW-FOUND
                   IF WS-RW-AGE(WS-RW-IDX) = WS-Q-AGE
                       AND WS-RW-DURATION(WS-RW-IDX) = 0
                       MOVE 'Y' TO WS-ROW-FOUND-FLAG
                       MOVE WS-RW-QX(WS-RW-IDX) TO WS-QX
                       MOVE WS-RW-IMPROVE(WS-RW-IDX) TO WS-IMPROVE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROW-FOUND AND WS-DR-TYPE(WS-BLOCK) = 'A'
               AND WS-IMPROVE > 0
               AND WS-Q-YEAR > WS-DR-BASE-YEAR(WS-BLOCK)
               COMPUTE WS-IMPROVE-YEARS =
                   WS-Q-YEAR - WS-DR-BASE-YEAR(WS-BLOCK)
               COMPUTE WS-QX ROUNDED =
                   WS-QX * ((1 - WS-IMPROVE) ** WS-IMPROVE-YEARS)
           END-IF
           IF WS-QX > 1
               MOVE 1 TO WS-QX
           END-IF.

      *--- Complete expectation of life: curtate expectation plus
      *--- one half.  Annuitant tables project improvement to each
      *--- future calendar year (generational).
       4000-LIFE-EXPECT.
           MOVE WS-BLOCK-1 TO WS-BLOCK
           MOVE MORT-ISSUE-AGE TO WS-Q-ISSUE-AGE
           MOVE 1 TO WS-SURV-1
           MOVE 0 TO WS-CURTATE-1
           MOVE 0 TO WS-STEP
           PERFORM 4100-SINGLE-STEP
               UNTIL MORT-AGE + WS-STEP > WS-OMEGA
               OR WS-SURV-1 < WS-SURV-FLOOR
           COMPUTE MORT-LIFE-EXPECT ROUNDED = WS-CURTATE-1 + 0.5
           MOVE 0 TO MORT-QX.

       4100-SINGLE-STEP.
           COMPUTE WS-Q-AGE = MORT-AGE + WS-STEP
           COMPUTE WS-Q-YEAR = WS-CALC-YEAR + WS-STEP
           PERFORM 3000-GET-QX
           IF WS-STEP = 0
               MOVE WS-QX TO MORT-QX
           END-IF
           COMPUTE WS-SURV-1 ROUNDED = WS-SURV-1 * (1 - WS-QX)
           ADD WS-SURV-1 TO WS-CURTATE-1
           ADD 1 TO WS-STEP.

      *--- Last survivor expectation = e(x) + e(y) - e(xy), where
      *--- e(xy) is the joint life expectation.  The second life is
      *--- always on ultimate rates.
       4500-JOINT-EXPECT.
           MOVE 1 TO WS-SURV-1
           MOVE 1 TO WS-SURV-2
           MOVE 0 TO WS-CURTATE-1
           MOVE 0 TO WS-CURTATE-2
           MOVE 0 TO WS-CURTATE-JOINT
           MOVE 0 TO WS-STEP
           PERFORM 4600-JOINT-STEP
               UNTIL (MORT-AGE + WS-STEP > WS-OMEGA
                      OR WS-SURV-1 < WS-SURV-FLOOR)
               AND (MORT-AGE-2 + WS-STEP > WS-OMEGA
                      OR WS-SURV-2 < WS-SURV-FLOOR)
           COMPUTE MORT-LIFE-EXPECT ROUNDED =
               WS-CURTATE-1 + WS-CURTATE-2 - WS-CURTATE-JOINT + 0.5
           MOVE 0 TO MORT-QX.

       4600-JOINT-STEP.
           COMPUTE WS-Q-YEAR = WS-CALC-YEAR + WS-STEP
           IF MORT-AGE + WS-STEP > WS-OMEGA
               MOVE 0 TO WS-SURV-1
           ELSE
               MOVE WS-BLOCK-1 TO WS-BLOCK
               MOVE MORT-ISSUE-AGE TO WS-Q-ISSUE-AGE
               COMPUTE WS-Q-AGE = MORT-AGE + WS-STEP
               PERFORM 3000-GET-QX
               COMPUTE WS-SURV-1 ROUNDED = WS-SURV-1 * (1 - WS-QX)
           END-IF
           IF MORT-AGE-2 + WS-STEP > WS-OMEGA
               MOVE 0 TO WS-SURV-2
           ELSE
               MOVE WS-BLOCK-2 TO WS-BLOCK
               MOVE 0 TO WS-Q-ISSUE-AGE
               COMPUTE WS-Q-AGE = MORT-AGE-2 + WS-STEP
               PERFORM 3000-GET-QX
               COMPUTE WS-SURV-2 ROUNDED = WS-SURV-2 * (1 - WS-QX)
           END-IF
           ADD WS-SURV-1 TO WS-CURTATE-1
           ADD WS-SURV-2 TO WS-CURTATE-2
           COMPUTE WS-CURTATE-JOINT ROUNDED =
               WS-CURTATE-JOINT + (WS-SURV-1 * WS-SURV-2)
           ADD 1 TO WS-STEP.

       6000-LOG-USAGE.
           IF NOT WS-LOG-OPEN
               OPEN EXTEND USAGE-FILE
               IF WS-USE-STATUS = '35'
                   OPEN OUTPUT USAGE-FILE
               END-IF
               MOVE 'Y' TO WS-LOG-OPEN-FLAG
           END-IF
           MOVE WS-TODAY TO MU-LOG-DATE
           MOVE MORT-CALLER TO MU-CALLER
           MOVE MORT-CONTRACT-ID TO MU-CONTRACT-ID
           MOVE MORT-PRODUCT TO MU-PRODUCT
           MOVE MORT-TABLE-ID TO MU-TABLE-ID
           MOVE MORT-VERSION TO MU-VERSION
           MOVE MORT-FUNCTION TO MU-FUNCTION
           MOVE MORT-AGE TO MU-AGE
           MOVE MORT-GENDER TO MU-GENDER
           MOVE MORT-SMOKER TO MU-SMOKER
           MOVE MORT-QX TO MU-QX
           MOVE MORT-LIFE-EXPECT TO MU-LIFE-EXPECT
           WRITE USAGE-RECORD.
