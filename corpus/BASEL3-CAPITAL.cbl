      * Basel III Capital Adequacy Calculation
      * Computes CET1, Tier 1, Total Capital ratios and leverage
      * ratio with countercyclical buffer assessment.
      * Risk-weighted assets come from the RWA detail file RWADTL.DAT
      * written by REG-RISK-WEIGHT, summed into one bucket per risk
      * weight.  CAPDRILL.DAT takes finance from each ratio down to
      * the buckets and the exposures behind every bucket.
      * Capital components are read from CAPCOMP.DAT when present and
      * the resulting position is written to CAPPOS.DAT as the
      * starting point for CCAR-CAPITAL-PROJ.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RWA-DETAIL-FILE ASSIGN TO 'RWADTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RWA-STATUS.
           SELECT SORTED-RWA-FILE ASSIGN TO 'RWASRT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT DRILL-FILE ASSIGN TO 'CAPDRILL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRL-STATUS.
           SELECT COMPONENT-FILE ASSIGN TO 'CAPCOMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'CAPPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD RWA-DETAIL-FILE.
       01 RWA-DETAIL-RECORD            PIC X(75).
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-SOURCE                PIC X(1).
           05 SW-EXPOSURE-ID           PIC X(12).
           05 FILLER                   PIC X(36).
           05 SW-RISK-WEIGHT           PIC 9(3).
           05 FILLER                   PIC X(23).
       FD SORTED-RWA-FILE.
       01 SORTED-RWA-RECORD.
           05 RD-SOURCE                PIC X(1).
           05 RD-EXPOSURE-ID           PIC X(12).
           05 RD-CLASS                 PIC X(2).
           05 RD-PORTION               PIC X(1).
           05 RD-GROSS-AMT             PIC 9(13)V99.
           05 RD-CCF                   PIC 9V99.
           05 RD-EXPOSURE-AMT          PIC 9(13)V99.
           05 RD-RISK-WEIGHT           PIC 9(3).
           05 RD-RWA                   PIC 9(13)V99.
           05 RD-AS-OF-DATE            PIC 9(8).
       FD DRILL-FILE.
       01 DRILL-RECORD                 PIC X(132).
       FD COMPONENT-FILE.
       01 COMPONENT-RECORD.
           05 CC-BANK-ID               PIC X(10).
           05 CC-COMMON-EQUITY         PIC S9(13)V99.
           05 CC-RETAINED-EARNINGS     PIC S9(13)V99.
           05 CC-AOCI                  PIC S9(11)V99.
           05 CC-GOODWILL              PIC S9(11)V99.
           05 CC-INTANGIBLES           PIC S9(11)V99.
           05 CC-DTA-DEDUCTION         PIC S9(11)V99.
           05 CC-ADDL-TIER1            PIC S9(13)V99.
           05 CC-NONCUM-PREF           PIC S9(11)V99.
           05 CC-SUB-DEBT              PIC S9(13)V99.
           05 CC-ALLOWANCE             PIC S9(11)V99.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 CP-BANK-ID               PIC X(10).
           05 CP-AS-OF-DATE            PIC 9(8).
           05 CP-CET1-AMT              PIC S9(13)V99.
           05 CP-TIER1-AMT             PIC S9(13)V99.
           05 CP-TOTAL-CAPITAL-AMT     PIC S9(13)V99.
           05 CP-TOTAL-RWA             PIC S9(13)V99.
           05 CP-LEVERAGE-EXPOSURE     PIC S9(13)V99.
           05 CP-TOTAL-BUFFER          PIC S9(1)V9(4).
       WORKING-STORAGE SECTION.
       01 WS-BANK-ID                   PIC X(10).
       01 WS-CAPITAL-COMPONENTS.
           05 WS-ALLOWANCE-INCL        PIC S9(11)V99 COMP-3.
           05 WS-ALLOWANCE-LIMIT       PIC S9(11)V99 COMP-3.
       01 WS-RWA-TABLE.
           05 WS-RWA-ENTRY OCCURS 20
              ASCENDING KEY IS WS-RWA-CATEGORY
              INDEXED BY WS-RWA-IDX.
               10 WS-RWA-CATEGORY      PIC X(4).
               10 WS-RWA-EXPOSURE      PIC S9(13)V99 COMP-3.
               10 WS-RWA-WEIGHT        PIC S9(1)V9(4) COMP-3.
               10 WS-RWA-AMOUNT        PIC S9(13)V99 COMP-3.
               10 WS-RWA-ITEMS         PIC S9(7) COMP-3.
       01 WS-RWA-COUNT                 PIC 9(2) VALUE 0.
       01 WS-RWA-STATUS                PIC XX.
       01 WS-CMP-STATUS                PIC XX.
       01 WS-POS-STATUS                PIC XX.
       01 WS-SRT-STATUS                PIC XX.
       01 WS-DRL-STATUS                PIC XX.
       01 WS-RWA-EOF                   PIC X(1) VALUE 'N'.
           88 WS-RWA-END               VALUE 'Y'.
       01 WS-RWA-FOUND                 PIC X(1) VALUE 'N'.
           88 WS-RWA-PRESENT           VALUE 'Y'.
       01 WS-CATEGORY-BUILD.
           05 FILLER                   PIC X(1) VALUE 'R'.
           05 WS-CB-WEIGHT             PIC 9(3).
       01 WS-CUR-WEIGHT                PIC 9(3).
       01 WS-DRILL-IDX                 PIC 9(2).
       01 WS-BUCKET-PCT                PIC S9(3)V99 COMP-3.
      *--- Drill-down report lines ---
       01 WS-DR-HEAD.
           05 FILLER                   PIC X(37)
               VALUE 'CAPITAL RATIO DRILL-DOWN      AS OF '.
           05 WS-DH-DATE               PIC 9(8).
           05 FILLER                   PIC X(87) VALUE SPACES.
       01 WS-DR-RATIO.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DRR-LABEL             PIC X(18).
           05 WS-DRR-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(4) VALUE ' / '.
           05 WS-DRR-BASE              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3) VALUE ' = '.
           05 WS-DRR-RATIO             PIC -ZZ9.9999.
           05 FILLER                   PIC X(1) VALUE '%'.
           05 FILLER                   PIC X(55) VALUE SPACES.
       01 WS-DR-BUCKET.
           05 FILLER                   PIC X(12) VALUE 'RISK WEIGHT '.
           05 WS-DRB-WEIGHT            PIC ZZ9.
           05 FILLER                   PIC X(12) VALUE '%  EXPOSURE '.
           05 WS-DRB-EXPOSURE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7) VALUE '  RWA '.
           05 WS-DRB-RWA               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(13) VALUE '  PCT OF RWA '.
           05 WS-DRB-PCT               PIC ZZ9.99.
           05 FILLER                   PIC X(9) VALUE '  ITEMS '.
           05 WS-DRB-ITEMS             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-DR-DETAIL.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-DRD-SOURCE            PIC X(1).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DRD-ID                PIC X(12).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DRD-CLASS             PIC X(2).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-DRD-PORTION           PIC X(1).
           05 FILLER                   PIC X(8) VALUE '  GROSS '.
           05 WS-DRD-GROSS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6) VALUE '  CCF '.
           05 WS-DRD-CCF               PIC 9.99.
           05 FILLER                   PIC X(7) VALUE '  EXP '.
           05 WS-DRD-EXPOSURE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7) VALUE '  RWA '.
           05 WS-DRD-RWA               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(23) VALUE SPACES.
       01 WS-COMPUTED-CAPITALS.
           05 WS-CET1-AMT              PIC S9(13)V99 COMP-3.
           05 WS-TIER1-AMT             PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-COMPONENTS
           PERFORM 1500-LOAD-RWA
           PERFORM 3000-CALC-RWA
           PERFORM 2000-CALC-CET1
           PERFORM 4000-CALC-RATIOS
           PERFORM 5000-CHECK-COMPLIANCE
           PERFORM 6000-DISPLAY-REPORT
           IF WS-RWA-PRESENT
               PERFORM 7000-DRILL-DOWN
           END-IF
           PERFORM 8000-WRITE-POSITION
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TOTAL-BUFFER =
               WS-CONSERV-BUFFER + WS-CCYB +
               WS-GSIB-SURCHARGE.
       1200-LOAD-COMPONENTS.
           OPEN INPUT COMPONENT-FILE
           IF WS-CMP-STATUS = '00'
               READ COMPONENT-FILE
                   NOT AT END
                       MOVE CC-BANK-ID TO WS-BANK-ID
                       MOVE CC-COMMON-EQUITY TO WS-COMMON-EQUITY
                       MOVE CC-RETAINED-EARNINGS
                           TO WS-RETAINED-EARNINGS
                       MOVE CC-AOCI TO WS-AOCI
                       MOVE CC-GOODWILL TO WS-GOODWILL
                       MOVE CC-INTANGIBLES TO WS-INTANGIBLES
                       MOVE CC-DTA-DEDUCTION TO WS-DTA-DEDUCTION
                       MOVE CC-ADDL-TIER1 TO WS-ADDL-TIER1
                       MOVE CC-NONCUM-PREF TO WS-NONCUM-PREF
                       MOVE CC-SUB-DEBT TO WS-SUB-DEBT
                       MOVE CC-ALLOWANCE TO WS-ALLOWANCE-INCL
               END-READ
               CLOSE COMPONENT-FILE
           ELSE
               DISPLAY "CAPITAL COMPONENT FILE NOT AVAILABLE: "
                   WS-CMP-STATUS
           END-IF.
      *--- RWA detail by risk weight into one bucket per weight ---
       1500-LOAD-RWA.
           OPEN INPUT RWA-DETAIL-FILE
           IF WS-RWA-STATUS NOT = '00'
               DISPLAY "RWA DETAIL FILE NOT AVAILABLE: " WS-RWA-STATUS
           ELSE
               CLOSE RWA-DETAIL-FILE
               MOVE 'Y' TO WS-RWA-FOUND
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-RISK-WEIGHT
                                    SW-SOURCE
                                    SW-EXPOSURE-ID
                   USING RWA-DETAIL-FILE
                   GIVING SORTED-RWA-FILE
               MOVE 'N' TO WS-RWA-EOF
               OPEN INPUT SORTED-RWA-FILE
               PERFORM 1510-READ-RWA
               PERFORM 1520-ADD-TO-BUCKET UNTIL WS-RWA-END
               CLOSE SORTED-RWA-FILE
           END-IF.
       1510-READ-RWA.
           READ SORTED-RWA-FILE
               AT END MOVE 'Y' TO WS-RWA-EOF
           END-READ.
       1520-ADD-TO-BUCKET.
           MOVE RD-RISK-WEIGHT TO WS-CB-WEIGHT
           IF WS-RWA-COUNT = 0
               OR WS-RWA-CATEGORY(WS-RWA-COUNT) NOT = WS-CATEGORY-BUILD
               IF WS-RWA-COUNT < 20
                   ADD 1 TO WS-RWA-COUNT
                   MOVE WS-CATEGORY-BUILD
                       TO WS-RWA-CATEGORY(WS-RWA-COUNT)
                   MOVE 0 TO WS-RWA-EXPOSURE(WS-RWA-COUNT)
                   MOVE 0 TO WS-RWA-AMOUNT(WS-RWA-COUNT)
                   MOVE 0 TO WS-RWA-ITEMS(WS-RWA-COUNT)
                   COMPUTE WS-RWA-WEIGHT(WS-RWA-COUNT) =
                       RD-RISK-WEIGHT / 100
               ELSE
                   DISPLAY "RWA BUCKET TABLE FULL - SKIPPED "
                       RD-EXPOSURE-ID
               END-IF
           END-IF
           IF WS-RWA-CATEGORY(WS-RWA-COUNT) = WS-CATEGORY-BUILD
               ADD RD-EXPOSURE-AMT TO WS-RWA-EXPOSURE(WS-RWA-COUNT)
               ADD 1 TO WS-RWA-ITEMS(WS-RWA-COUNT)
           END-IF
           PERFORM 1510-READ-RWA.
       2000-CALC-CET1.
           COMPUTE WS-CET1-AMT =
               WS-COMMON-EQUITY +
           ELSE
               DISPLAY "STATUS: BELOW MINIMUM"
           END-IF.
      *--- Ratios down to risk-weight buckets and exposures ---
       7000-DRILL-DOWN.
           OPEN OUTPUT DRILL-FILE
           MOVE WS-PROCESS-DATE TO WS-DH-DATE
           WRITE DRILL-RECORD FROM WS-DR-HEAD
           MOVE 'CET1 RATIO' TO WS-DRR-LABEL
           MOVE WS-CET1-AMT TO WS-DRR-AMOUNT
           MOVE WS-TOTAL-RWA TO WS-DRR-BASE
           MOVE WS-CET1-RATIO TO WS-DRR-RATIO
           WRITE DRILL-RECORD FROM WS-DR-RATIO
           MOVE 'TIER 1 RATIO' TO WS-DRR-LABEL
           MOVE WS-TIER1-AMT TO WS-DRR-AMOUNT
           MOVE WS-TIER1-RATIO TO WS-DRR-RATIO
           WRITE DRILL-RECORD FROM WS-DR-RATIO
           MOVE 'TOTAL CAPITAL' TO WS-DRR-LABEL
           MOVE WS-TOTAL-CAPITAL-AMT TO WS-DRR-AMOUNT
           MOVE WS-TOTAL-CAP-RATIO TO WS-DRR-RATIO
           WRITE DRILL-RECORD FROM WS-DR-RATIO
           MOVE 'LEVERAGE RATIO' TO WS-DRR-LABEL
           MOVE WS-TIER1-AMT TO WS-DRR-AMOUNT
           MOVE WS-TOTAL-EXPOSURE TO WS-DRR-BASE
           MOVE WS-LEVERAGE-RATIO TO WS-DRR-RATIO
           WRITE DRILL-RECORD FROM WS-DR-RATIO
           MOVE 'N' TO WS-RWA-EOF
           MOVE 0 TO WS-DRILL-IDX
           OPEN INPUT SORTED-RWA-FILE
           PERFORM 1510-READ-RWA
           PERFORM 7100-DRILL-BUCKET UNTIL WS-RWA-END
           CLOSE SORTED-RWA-FILE
           CLOSE DRILL-FILE.
       7100-DRILL-BUCKET.
           MOVE RD-RISK-WEIGHT TO WS-CUR-WEIGHT
           MOVE WS-CUR-WEIGHT TO WS-CB-WEIGHT
           ADD 1 TO WS-DRILL-IDX
           MOVE SPACES TO DRILL-RECORD
           WRITE DRILL-RECORD
           MOVE WS-CUR-WEIGHT TO WS-DRB-WEIGHT
           IF WS-DRILL-IDX <= WS-RWA-COUNT
               AND WS-RWA-CATEGORY(WS-DRILL-IDX) = WS-CATEGORY-BUILD
               MOVE WS-RWA-EXPOSURE(WS-DRILL-IDX) TO WS-DRB-EXPOSURE
               MOVE WS-RWA-AMOUNT(WS-DRILL-IDX) TO WS-DRB-RWA
               MOVE WS-RWA-ITEMS(WS-DRILL-IDX) TO WS-DRB-ITEMS
               IF WS-TOTAL-RWA > 0
                   COMPUTE WS-BUCKET-PCT ROUNDED =
                       WS-RWA-AMOUNT(WS-DRILL-IDX) * 100 /
                       WS-TOTAL-RWA
               ELSE
                   MOVE 0 TO WS-BUCKET-PCT
               END-IF
               MOVE WS-BUCKET-PCT TO WS-DRB-PCT
           END-IF
           WRITE DRILL-RECORD FROM WS-DR-BUCKET
           PERFORM 7200-DRILL-EXPOSURE
               UNTIL WS-RWA-END OR RD-RISK-WEIGHT NOT = WS-CUR-WEIGHT.
       7200-DRILL-EXPOSURE.
           MOVE RD-SOURCE TO WS-DRD-SOURCE
           MOVE RD-EXPOSURE-ID TO WS-DRD-ID
           MOVE RD-CLASS TO WS-DRD-CLASS
           MOVE RD-PORTION TO WS-DRD-PORTION
           MOVE RD-GROSS-AMT TO WS-DRD-GROSS
           MOVE RD-CCF TO WS-DRD-CCF
           MOVE RD-EXPOSURE-AMT TO WS-DRD-EXPOSURE
           MOVE RD-RWA TO WS-DRD-RWA
           WRITE DRILL-RECORD FROM WS-DR-DETAIL
           PERFORM 1510-READ-RWA.
      *--- Current position for the capital projection ---
       8000-WRITE-POSITION.
           OPEN OUTPUT POSITION-FILE
           MOVE WS-BANK-ID TO CP-BANK-ID
           MOVE WS-PROCESS-DATE TO CP-AS-OF-DATE
           MOVE WS-CET1-AMT TO CP-CET1-AMT
           MOVE WS-TIER1-AMT TO CP-TIER1-AMT
           MOVE WS-TOTAL-CAPITAL-AMT TO CP-TOTAL-CAPITAL-AMT
           MOVE WS-TOTAL-RWA TO CP-TOTAL-RWA
           MOVE WS-TOTAL-EXPOSURE TO CP-LEVERAGE-EXPOSURE
           MOVE WS-TOTAL-BUFFER TO CP-TOTAL-BUFFER
           WRITE POSITION-RECORD
           CLOSE POSITION-FILE.
