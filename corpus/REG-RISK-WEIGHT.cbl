       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-RISK-WEIGHT.
      *================================================================*
      * Standardized Approach Risk-Weighted Assets                     *
      * Risk weights the bank's actual exposures:                      *
      *   LOANEXP.DAT   loans (funded balance)                         *
      *   INVSEC.DAT    investment securities (carrying value)         *
      *   OBSEXP.DAT    off-balance-sheet items; the unfunded amount   *
      *                 is converted at the credit conversion factor   *
      *                 for the item type                              *
      * Each exposure takes the weight of its exposure class (loans    *
      * 90 days or more past due other than residential mortgage at    *
      * 150).  The guaranteed portion takes the guarantor's weight and *
      * the portion secured by eligible financial collateral takes the *
      * collateral's weight, when lower.  One RWA detail record per    *
      * portion is written to RWADTL.DAT, which BASEL3-CAPITAL reads   *
      * for its risk-weighted assets and drill-down report.            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANEXP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SECURITY-FILE ASSIGN TO 'INVSEC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT OBS-FILE ASSIGN TO 'OBSEXP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBS-STATUS.
           SELECT RWA-DETAIL-FILE ASSIGN TO 'RWADTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RWA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LN-LOAN-ID             PIC X(12).
           05 LN-CLASS               PIC X(2).
           05 LN-BALANCE             PIC 9(11)V99.
           05 LN-DAYS-PAST-DUE       PIC 9(3).
           05 LN-GUARANTOR-TYPE      PIC X(2).
           05 LN-GUARANTEED-AMT      PIC 9(11)V99.
           05 LN-COLLATERAL-TYPE     PIC X(2).
           05 LN-COLLATERAL-VALUE    PIC 9(11)V99.
       FD SECURITY-FILE.
       01 SECURITY-RECORD.
           05 SC-CUSIP               PIC X(9).
           05 SC-CLASS               PIC X(2).
           05 SC-CARRYING-VALUE      PIC 9(11)V99.
           05 SC-GUARANTOR-TYPE      PIC X(2).
           05 SC-GUARANTEED-AMT      PIC 9(11)V99.
       FD OBS-FILE.
       01 OBS-RECORD.
           05 OB-FACILITY-ID         PIC X(12).
           05 OB-CLASS               PIC X(2).
           05 OB-ITEM-TYPE           PIC X(2).
           05 OB-UNFUNDED            PIC 9(11)V99.
           05 OB-GUARANTOR-TYPE      PIC X(2).
           05 OB-GUARANTEED-AMT      PIC 9(11)V99.
           05 OB-COLLATERAL-TYPE     PIC X(2).
           05 OB-COLLATERAL-VALUE    PIC 9(11)V99.
       FD RWA-DETAIL-FILE.
       01 RWA-DETAIL-RECORD.
           05 RD-SOURCE              PIC X(1).
           05 RD-EXPOSURE-ID         PIC X(12).
           05 RD-CLASS               PIC X(2).
           05 RD-PORTION             PIC X(1).
           05 RD-GROSS-AMT           PIC 9(13)V99.
           05 RD-CCF                 PIC 9V99.
           05 RD-EXPOSURE-AMT        PIC 9(13)V99.
           05 RD-RISK-WEIGHT         PIC 9(3).
           05 RD-RWA                 PIC 9(13)V99.
           05 RD-AS-OF-DATE          PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-ASSET-DATA.
           05 WS-ASSET-ID            PIC X(10).
           88 WS-CONSUMER            VALUE 'CN'.
       01 WS-RISK-FIELDS.
           05 WS-RISK-WEIGHT-PCT     PIC S9(3) COMP-3.
           05 WS-RWA                 PIC S9(13)V99 COMP-3.
           05 WS-CAPITAL-CHARGE      PIC S9(9)V99 COMP-3.
           05 WS-CAPITAL-RATIO       PIC S9(1)V9(4) COMP-3
               VALUE 0.0800.
       01 WS-ASSET-TABLE.
           05 WS-AT-ENTRY OCCURS 20.
               10 WS-AT-CLASS        PIC X(2).
               10 WS-AT-VALUE        PIC S9(13)V99 COMP-3.
               10 WS-AT-RW           PIC S9(3) COMP-3.
               10 WS-AT-RWA          PIC S9(13)V99 COMP-3.
       01 WS-AT-IDX                  PIC 9(2).
       01 WS-AT-COUNT                PIC 9(2) VALUE 0.
       01 WS-AT-FOUND                PIC 9(2).
       01 WS-TOTAL-ASSETS            PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-RWA               PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-CAPITAL           PIC S9(11)V99 COMP-3.
       01 WS-AVG-RW                  PIC S9(3)V99 COMP-3.
      *--- Exposure files ---
       01 WS-LOAN-STATUS             PIC XX.
       01 WS-SEC-STATUS              PIC XX.
       01 WS-OBS-STATUS              PIC XX.
       01 WS-RWA-STATUS              PIC XX.
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-AS-OF-DATE              PIC 9(8).
       01 WS-LOAN-COUNT              PIC 9(7) VALUE 0.
       01 WS-SEC-COUNT               PIC 9(7) VALUE 0.
       01 WS-OBS-COUNT               PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
      *--- Current exposure being weighted ---
       01 WS-EXPOSURE.
           05 WS-EX-SOURCE           PIC X(1).
           05 WS-EX-ID               PIC X(12).
           05 WS-EX-GROSS            PIC S9(13)V99 COMP-3.
           05 WS-EX-CCF              PIC 9V99.
           05 WS-EX-AMOUNT           PIC S9(13)V99 COMP-3.
           05 WS-EX-DAYS-PAST-DUE    PIC 9(3).
           05 WS-EX-GUAR-TYPE        PIC X(2).
           05 WS-EX-GUAR-AMT         PIC S9(13)V99 COMP-3.
           05 WS-EX-COLL-TYPE        PIC X(2).
           05 WS-EX-COLL-AMT         PIC S9(13)V99 COMP-3.
       01 WS-REMAINING               PIC S9(13)V99 COMP-3.
       01 WS-PORTION-AMT             PIC S9(13)V99 COMP-3.
       01 WS-PORTION-TYPE            PIC X(1).
       01 WS-PORTION-RW              PIC S9(3) COMP-3.
       01 WS-SUBST-TYPE              PIC X(2).
       01 WS-SUBST-RW                PIC S9(3) COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-PROCESS-LOANS
           PERFORM 1200-PROCESS-SECURITIES
           PERFORM 1300-PROCESS-OFF-BALANCE
           PERFORM 3000-CALC-RWA
           PERFORM 4000-CALC-CAPITAL
           PERFORM 5000-DISPLAY-RESULTS
       1000-INITIALIZE.
           MOVE 0 TO WS-TOTAL-ASSETS
           MOVE 0 TO WS-TOTAL-RWA
           MOVE 0 TO WS-TOTAL-CAPITAL
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RWA-DETAIL-FILE.
       1100-PROCESS-LOANS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOAN EXPOSURE FILE NOT AVAILABLE: '
                   WS-LOAN-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-LOAN UNTIL WS-EOF
           IF WS-LOAN-STATUS = '00' OR '10'
               CLOSE LOAN-FILE
           END-IF.
       1110-READ-LOAN.
           READ LOAN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE 'L' TO WS-EX-SOURCE
                   MOVE LN-LOAN-ID TO WS-EX-ID
                   MOVE LN-CLASS TO WS-ASSET-CLASS
                   MOVE LN-BALANCE TO WS-EX-GROSS
                   MOVE 1.00 TO WS-EX-CCF
                   MOVE LN-DAYS-PAST-DUE TO WS-EX-DAYS-PAST-DUE
                   MOVE LN-GUARANTOR-TYPE TO WS-EX-GUAR-TYPE
                   MOVE LN-GUARANTEED-AMT TO WS-EX-GUAR-AMT
                   MOVE LN-COLLATERAL-TYPE TO WS-EX-COLL-TYPE
                   MOVE LN-COLLATERAL-VALUE TO WS-EX-COLL-AMT
                   PERFORM 2100-WEIGHT-EXPOSURE
           END-READ.
       1200-PROCESS-SECURITIES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SECURITY-FILE
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'INVESTMENT SECURITIES FILE NOT AVAILABLE: '
                   WS-SEC-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1210-READ-SECURITY UNTIL WS-EOF
           IF WS-SEC-STATUS = '00' OR '10'
               CLOSE SECURITY-FILE
           END-IF.
       1210-READ-SECURITY.
           READ SECURITY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SEC-COUNT
                   MOVE 'S' TO WS-EX-SOURCE
                   MOVE SC-CUSIP TO WS-EX-ID
                   MOVE SC-CLASS TO WS-ASSET-CLASS
                   MOVE SC-CARRYING-VALUE TO WS-EX-GROSS
                   MOVE 1.00 TO WS-EX-CCF
                   MOVE 0 TO WS-EX-DAYS-PAST-DUE
                   MOVE SC-GUARANTOR-TYPE TO WS-EX-GUAR-TYPE
                   MOVE SC-GUARANTEED-AMT TO WS-EX-GUAR-AMT
                   MOVE SPACES TO WS-EX-COLL-TYPE
                   MOVE 0 TO WS-EX-COLL-AMT
                   PERFORM 2100-WEIGHT-EXPOSURE
           END-READ.
       1300-PROCESS-OFF-BALANCE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OBS-FILE
           IF WS-OBS-STATUS NOT = '00'
               DISPLAY 'OFF-BALANCE-SHEET FILE NOT AVAILABLE: '
                   WS-OBS-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1310-READ-OBS UNTIL WS-EOF
           IF WS-OBS-STATUS = '00' OR '10'
               CLOSE OBS-FILE
           END-IF.
      *--- Credit conversion factor by off-balance-sheet item type ---
       1310-READ-OBS.
           READ OBS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OBS-COUNT
                   MOVE 'O' TO WS-EX-SOURCE
                   MOVE OB-FACILITY-ID TO WS-EX-ID
                   MOVE OB-CLASS TO WS-ASSET-CLASS
                   MOVE OB-UNFUNDED TO WS-EX-GROSS
                   EVALUATE OB-ITEM-TYPE
                       WHEN 'UC'
                           MOVE 0.00 TO WS-EX-CCF
                       WHEN 'ST'
                           MOVE 0.20 TO WS-EX-CCF
                       WHEN 'TL'
                           MOVE 0.20 TO WS-EX-CCF
                       WHEN 'LT'
                           MOVE 0.50 TO WS-EX-CCF
                       WHEN 'PS'
                           MOVE 0.50 TO WS-EX-CCF
                       WHEN 'FS'
                           MOVE 1.00 TO WS-EX-CCF
                       WHEN OTHER
                           MOVE 1.00 TO WS-EX-CCF
                   END-EVALUATE
                   MOVE 0 TO WS-EX-DAYS-PAST-DUE
                   MOVE OB-GUARANTOR-TYPE TO WS-EX-GUAR-TYPE
                   MOVE OB-GUARANTEED-AMT TO WS-EX-GUAR-AMT
                   MOVE OB-COLLATERAL-TYPE TO WS-EX-COLL-TYPE
                   MOVE OB-COLLATERAL-VALUE TO WS-EX-COLL-AMT
                   PERFORM 2100-WEIGHT-EXPOSURE
           END-READ.
      *--- Risk weight of the exposure class ---
       2000-ASSIGN-WEIGHTS.
           EVALUATE WS-ASSET-CLASS
               WHEN 'CE'
                   MOVE 0 TO WS-RISK-WEIGHT-PCT
               WHEN 'GB'
                   MOVE 0 TO WS-RISK-WEIGHT-PCT
               WHEN 'GN'
                   MOVE 0 TO WS-RISK-WEIGHT-PCT
               WHEN 'AG'
                   MOVE 20 TO WS-RISK-WEIGHT-PCT
               WHEN 'BK'
                   MOVE 20 TO WS-RISK-WEIGHT-PCT
               WHEN 'MU'
                   MOVE 20 TO WS-RISK-WEIGHT-PCT
               WHEN 'MR'
                   MOVE 50 TO WS-RISK-WEIGHT-PCT
               WHEN 'RM'
                   MOVE 50 TO WS-RISK-WEIGHT-PCT
               WHEN 'RJ'
                   MOVE 100 TO WS-RISK-WEIGHT-PCT
               WHEN 'CM'
                   MOVE 100 TO WS-RISK-WEIGHT-PCT
               WHEN 'HV'
                   MOVE 150 TO WS-RISK-WEIGHT-PCT
               WHEN 'CO'
                   MOVE 100 TO WS-RISK-WEIGHT-PCT
               WHEN 'CN'
                   MOVE 75 TO WS-RISK-WEIGHT-PCT
               WHEN 'EQ'
                   MOVE 100 TO WS-RISK-WEIGHT-PCT
               WHEN OTHER
                   MOVE 100 TO WS-RISK-WEIGHT-PCT
           END-EVALUATE
           IF WS-EX-DAYS-PAST-DUE >= 90
               AND NOT WS-RESIDENTIAL-MTG
               AND WS-RISK-WEIGHT-PCT < 150
               MOVE 150 TO WS-RISK-WEIGHT-PCT
           END-IF.
      *--- Split exposure into guaranteed, collateralized and base ---
       2100-WEIGHT-EXPOSURE.
           COMPUTE WS-EX-AMOUNT ROUNDED = WS-EX-GROSS * WS-EX-CCF
           PERFORM 2000-ASSIGN-WEIGHTS
           MOVE WS-EX-AMOUNT TO WS-REMAINING
           IF WS-EX-GUAR-AMT > 0 AND WS-REMAINING > 0
               MOVE WS-EX-GUAR-TYPE TO WS-SUBST-TYPE
               PERFORM 2200-SUBSTITUTE-WEIGHT
               IF WS-SUBST-RW < WS-RISK-WEIGHT-PCT
                   IF WS-EX-GUAR-AMT < WS-REMAINING
                       MOVE WS-EX-GUAR-AMT TO WS-PORTION-AMT
                   ELSE
                       MOVE WS-REMAINING TO WS-PORTION-AMT
                   END-IF
                   MOVE 'G' TO WS-PORTION-TYPE
                   MOVE WS-SUBST-RW TO WS-PORTION-RW
                   PERFORM 2300-WRITE-PORTION
               END-IF
           END-IF
           IF WS-EX-COLL-AMT > 0 AND WS-REMAINING > 0
               MOVE WS-EX-COLL-TYPE TO WS-SUBST-TYPE
               PERFORM 2200-SUBSTITUTE-WEIGHT
               IF WS-SUBST-RW < WS-RISK-WEIGHT-PCT
                   IF WS-EX-COLL-AMT < WS-REMAINING
                       MOVE WS-EX-COLL-AMT TO WS-PORTION-AMT
                   ELSE
                       MOVE WS-REMAINING TO WS-PORTION-AMT
                   END-IF
                   MOVE 'C' TO WS-PORTION-TYPE
                   MOVE WS-SUBST-RW TO WS-PORTION-RW
                   PERFORM 2300-WRITE-PORTION
               END-IF
           END-IF
           IF WS-REMAINING > 0 OR WS-EX-AMOUNT = 0
               MOVE WS-REMAINING TO WS-PORTION-AMT
               MOVE 'B' TO WS-PORTION-TYPE
               MOVE WS-RISK-WEIGHT-PCT TO WS-PORTION-RW
               PERFORM 2300-WRITE-PORTION
           END-IF.
      *--- Weight of an eligible guarantor or financial collateral; ---
      *--- 999 where the type is not eligible for substitution      ---
       2200-SUBSTITUTE-WEIGHT.
           EVALUATE WS-SUBST-TYPE
               WHEN 'CA'
                   MOVE 0 TO WS-SUBST-RW
               WHEN 'UG'
                   MOVE 0 TO WS-SUBST-RW
               WHEN 'GN'
                   MOVE 0 TO WS-SUBST-RW
               WHEN 'AG'
                   MOVE 20 TO WS-SUBST-RW
               WHEN 'BK'
                   MOVE 20 TO WS-SUBST-RW
               WHEN 'MU'
                   MOVE 20 TO WS-SUBST-RW
               WHEN OTHER
                   MOVE 999 TO WS-SUBST-RW
           END-EVALUATE.
       2300-WRITE-PORTION.
           MOVE WS-EX-SOURCE TO RD-SOURCE
           MOVE WS-EX-ID TO RD-EXPOSURE-ID
           MOVE WS-ASSET-CLASS TO RD-CLASS
           MOVE WS-PORTION-TYPE TO RD-PORTION
           IF WS-EX-CCF > 0
               COMPUTE RD-GROSS-AMT ROUNDED =
                   WS-PORTION-AMT / WS-EX-CCF
           ELSE
               MOVE WS-EX-GROSS TO RD-GROSS-AMT
           END-IF
           MOVE WS-EX-CCF TO RD-CCF
           MOVE WS-PORTION-AMT TO RD-EXPOSURE-AMT
           MOVE WS-PORTION-RW TO RD-RISK-WEIGHT
           COMPUTE WS-RWA ROUNDED =
               WS-PORTION-AMT * WS-PORTION-RW / 100
           MOVE WS-RWA TO RD-RWA
           MOVE WS-AS-OF-DATE TO RD-AS-OF-DATE
           WRITE RWA-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           SUBTRACT WS-PORTION-AMT FROM WS-REMAINING
           PERFORM 2400-ADD-TO-CLASS.
       2400-ADD-TO-CLASS.
           MOVE 0 TO WS-AT-FOUND
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-FOUND > 0
               IF WS-AT-CLASS(WS-AT-IDX) = WS-ASSET-CLASS
                   MOVE WS-AT-IDX TO WS-AT-FOUND
               END-IF
           END-PERFORM
           IF WS-AT-FOUND = 0
               IF WS-AT-COUNT < 20
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-AT-COUNT TO WS-AT-FOUND
                   MOVE WS-ASSET-CLASS TO WS-AT-CLASS(WS-AT-FOUND)
                   MOVE 0 TO WS-AT-VALUE(WS-AT-FOUND)
                   MOVE 0 TO WS-AT-RWA(WS-AT-FOUND)
                   MOVE WS-RISK-WEIGHT-PCT TO WS-AT-RW(WS-AT-FOUND)
               ELSE
                   DISPLAY 'CLASS TABLE FULL - SKIPPED ' WS-ASSET-CLASS
               END-IF
           END-IF
           IF WS-AT-FOUND > 0
               ADD WS-PORTION-AMT TO WS-AT-VALUE(WS-AT-FOUND)
               ADD WS-RWA TO WS-AT-RWA(WS-AT-FOUND)
           END-IF.
       3000-CALC-RWA.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               ADD WS-AT-VALUE(WS-AT-IDX) TO
                   WS-TOTAL-ASSETS
               ADD WS-AT-RWA(WS-AT-IDX) TO WS-TOTAL-RWA
           COMPUTE WS-TOTAL-CAPITAL =
               WS-TOTAL-RWA * WS-CAPITAL-RATIO.
       5000-DISPLAY-RESULTS.
           CLOSE RWA-DETAIL-FILE
           DISPLAY 'RISK WEIGHT CALCULATION'
           DISPLAY '======================='
           DISPLAY 'LOANS:         ' WS-LOAN-COUNT
           DISPLAY 'SECURITIES:    ' WS-SEC-COUNT
           DISPLAY 'OFF-BALANCE:   ' WS-OBS-COUNT
           DISPLAY 'RWA DETAILS:   ' WS-DETAIL-COUNT
           DISPLAY 'TOTAL ASSETS:  ' WS-TOTAL-ASSETS
           DISPLAY 'TOTAL RWA:     ' WS-TOTAL-RWA
           DISPLAY 'AVG RW:        ' WS-AVG-RW
           DISPLAY 'CAPITAL REQ:   ' WS-TOTAL-CAPITAL
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-VALUE(WS-AT-IDX) > 0
                   DISPLAY '  CLASS=' WS-AT-CLASS(WS-AT-IDX)
                       ' VAL=' WS-AT-VALUE(WS-AT-IDX)
