       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCAR-CAPITAL-PROJ.
      *================================================================
      * CCAR Nine-Quarter Capital Projection
      * Starts from the current capital position written by
      * BASEL3-CAPITAL (CAPPOS.DAT) and rolls it forward nine
      * quarters under each scenario projected by CCAR-LOSS-PROJ
      * (CCARLOSS.DAT).  Each quarter the capital plan assumptions
      * (CAPPLAN.DAT) supply pre-provision net revenue, planned
      * dividends and buybacks, and RWA and balance-sheet growth:
      *   pre-tax income = PPNR - projected net losses
      *   net income     = pre-tax income less tax (CAPPCTL.DAT)
      *   capital        = capital + net income - dividends - buybacks
      * Additional Tier 1 and Tier 2 instruments are held flat.
      * Projected CET1, Tier 1, total capital and leverage ratios
      * are reported by quarter on CAPPROJ.DAT, with the minimum of
      * each ratio against the regulatory minimum plus the stress
      * capital buffer (leverage against its minimum alone).  The
      * buffer is never taken below the 2.5 percent floor.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO 'CAPPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-FS.
           SELECT LOSS-FILE ASSIGN TO 'CCARLOSS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOSS-FS.
           SELECT PLAN-FILE ASSIGN TO 'CAPPLAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-FS.
           SELECT CONTROL-FILE ASSIGN TO 'CAPPCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.
           SELECT REPORT-FILE ASSIGN TO 'CAPPROJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
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
       FD LOSS-FILE.
       01 LOSS-RECORD.
           05 LP-SCENARIO              PIC X(1).
           05 LP-QUARTER               PIC 9(2).
           05 LP-GROSS                 PIC S9(11)V99.
           05 LP-RECOVERY              PIC S9(11)V99.
           05 LP-NET                   PIC S9(11)V99.
           05 LP-AS-OF-DATE            PIC 9(8).
       FD PLAN-FILE.
       01 PLAN-RECORD.
           05 PL-SCENARIO              PIC X(1).
           05 PL-QUARTER               PIC 9(2).
           05 PL-PPNR                  PIC S9(11)V99.
           05 PL-DIVIDENDS             PIC S9(11)V99.
           05 PL-BUYBACKS              PIC S9(11)V99.
           05 PL-RWA-GROWTH            PIC S9(1)V9(4).
           05 PL-ASSET-GROWTH          PIC S9(1)V9(4).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-TAX-RATE              PIC 9V9(4).
           05 CT-SCB-PCT               PIC 9(2)V9(4).
       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-POS-FS                    PIC X(2).
       01 WS-LOSS-FS                   PIC X(2).
       01 WS-PLAN-FS                   PIC X(2).
       01 WS-CTL-FS                    PIC X(2).
       01 WS-RPT-FS                    PIC X(2).
       01 WS-EOF-FLAG                  PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01 WS-PROCESS-DATE              PIC 9(8).
       01 WS-SCENARIO-CODES            PIC X(3) VALUE 'BAS'.
       01 WS-SCENARIO-CODES-R REDEFINES WS-SCENARIO-CODES.
           05 WS-SCENARIO-CODE OCCURS 3 PIC X(1).
       01 WS-SCENARIO-NAMES.
           05 FILLER                   PIC X(17) VALUE 'BASELINE'.
           05 FILLER                   PIC X(17) VALUE 'ADVERSE'.
           05 FILLER                   PIC X(17)
               VALUE 'SEVERELY ADVERSE'.
       01 WS-SCENARIO-NAMES-R REDEFINES WS-SCENARIO-NAMES.
           05 WS-SCENARIO-NAME OCCURS 3 PIC X(17).
       01 WS-SCEN-IDX                  PIC 9(1).
       01 WS-QTR-IDX                   PIC 9(2).
       01 WS-HORIZON-QTR               PIC 9(2) VALUE 9.
      *--- Starting position ---
       01 WS-START-POSITION.
           05 WS-BANK-ID               PIC X(10).
           05 WS-AS-OF-DATE            PIC 9(8).
           05 WS-START-CET1            PIC S9(13)V99 COMP-3.
           05 WS-START-TIER1           PIC S9(13)V99 COMP-3.
           05 WS-START-TOTAL           PIC S9(13)V99 COMP-3.
           05 WS-START-RWA             PIC S9(13)V99 COMP-3.
           05 WS-START-EXPOSURE        PIC S9(13)V99 COMP-3.
       01 WS-POSITION-FOUND            PIC X VALUE 'N'.
           88 WS-HAVE-POSITION         VALUE 'Y'.
      *--- Quarterly inputs by scenario and quarter ---
       01 WS-PLAN-TABLE.
           05 WS-PLAN-SCEN OCCURS 3.
               10 WS-PLAN-QTR OCCURS 9.
                   15 WS-PQ-NET-LOSS   PIC S9(11)V99 COMP-3.
                   15 WS-PQ-PPNR       PIC S9(11)V99 COMP-3.
                   15 WS-PQ-DIVIDENDS  PIC S9(11)V99 COMP-3.
                   15 WS-PQ-BUYBACKS   PIC S9(11)V99 COMP-3.
                   15 WS-PQ-RWA-GROWTH PIC S9(1)V9(4) COMP-3.
                   15 WS-PQ-ASSET-GROWTH PIC S9(1)V9(4) COMP-3.
       01 WS-FIND-IDX                  PIC 9(1).
       01 WS-FIND-CODE                 PIC X(1).
       01 WS-TAX-RATE                  PIC 9V9(4) VALUE 0.2100.
       01 WS-SCB-PCT                   PIC 9(2)V9(4) VALUE 2.5000.
       01 WS-MINIMUMS.
           05 WS-MIN-CET1              PIC S9(3)V9(4) COMP-3
               VALUE 4.5000.
           05 WS-MIN-TIER1             PIC S9(3)V9(4) COMP-3
               VALUE 6.0000.
           05 WS-MIN-TOTAL             PIC S9(3)V9(4) COMP-3
               VALUE 8.0000.
           05 WS-MIN-LEVERAGE          PIC S9(3)V9(4) COMP-3
               VALUE 4.0000.
       01 WS-REQUIREMENTS.
           05 WS-REQ-CET1              PIC S9(3)V9(4) COMP-3.
           05 WS-REQ-TIER1             PIC S9(3)V9(4) COMP-3.
           05 WS-REQ-TOTAL             PIC S9(3)V9(4) COMP-3.
           05 WS-REQ-LEVERAGE          PIC S9(3)V9(4) COMP-3.
      *--- Rolling projection ---
       01 WS-PROJECTION.
           05 WS-PJ-CET1               PIC S9(13)V99 COMP-3.
           05 WS-PJ-TIER1              PIC S9(13)V99 COMP-3.
           05 WS-PJ-TOTAL              PIC S9(13)V99 COMP-3.
           05 WS-PJ-RWA                PIC S9(13)V99 COMP-3.
           05 WS-PJ-EXPOSURE           PIC S9(13)V99 COMP-3.
           05 WS-PJ-PRETAX             PIC S9(13)V99 COMP-3.
           05 WS-PJ-TAX                PIC S9(13)V99 COMP-3.
           05 WS-PJ-NET-INCOME         PIC S9(13)V99 COMP-3.
           05 WS-PJ-CAPITAL-CHG        PIC S9(13)V99 COMP-3.
       01 WS-RATIOS.
           05 WS-CET1-RATIO            PIC S9(3)V9(4) COMP-3.
           05 WS-TIER1-RATIO           PIC S9(3)V9(4) COMP-3.
           05 WS-TOTAL-CAP-RATIO       PIC S9(3)V9(4) COMP-3.
           05 WS-LEVERAGE-RATIO        PIC S9(3)V9(4) COMP-3.
       01 WS-MIN-RATIOS.
           05 WS-MIN-CET1-RATIO        PIC S9(3)V9(4) COMP-3.
           05 WS-MIN-CET1-QTR          PIC 9(2).
           05 WS-MIN-TIER1-RATIO       PIC S9(3)V9(4) COMP-3.
           05 WS-MIN-TIER1-QTR         PIC 9(2).
           05 WS-MIN-TOTAL-RATIO       PIC S9(3)V9(4) COMP-3.
           05 WS-MIN-TOTAL-QTR         PIC 9(2).
           05 WS-MIN-LEV-RATIO         PIC S9(3)V9(4) COMP-3.
           05 WS-MIN-LEV-QTR           PIC 9(2).
      *--- Report lines ---
       01 WS-RPT-HEAD.
           05 FILLER                   PIC X(36)
               VALUE 'CCAR CAPITAL PROJECTION  BANK '.
           05 WS-RH-BANK               PIC X(10).
           05 FILLER                   PIC X(16)
               VALUE '  POSITION AS OF'.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RH-DATE               PIC 9(8).
           05 FILLER                   PIC X(13) VALUE '  SCB PCT '.
           05 WS-RH-SCB                PIC Z9.9999.
           05 FILLER                   PIC X(41) VALUE SPACES.
       01 WS-RPT-SCEN.
           05 FILLER                   PIC X(10) VALUE 'SCENARIO '.
           05 WS-RS-NAME               PIC X(17).
           05 FILLER                   PIC X(105) VALUE SPACES.
       01 WS-RPT-COLS.
           05 FILLER                   PIC X(5) VALUE ' QTR'.
           05 FILLER                   PIC X(18)
               VALUE '          NET LOSS'.
           05 FILLER                   PIC X(18)
               VALUE '              PPNR'.
           05 FILLER                   PIC X(18)
               VALUE '     DISTRIBUTIONS'.
           05 FILLER                   PIC X(18)
               VALUE '        NET INCOME'.
           05 FILLER                   PIC X(10) VALUE '     CET1%'.
           05 FILLER                   PIC X(9) VALUE '   TIER1%'.
           05 FILLER                   PIC X(9) VALUE '   TOTAL%'.
           05 FILLER                   PIC X(9) VALUE ' LEVERAGE'.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-RPT-QTR.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RQ-QTR                PIC Z9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RQ-LOSS               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RQ-PPNR               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RQ-DIST               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RQ-NET                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-RQ-CET1               PIC -ZZ9.9999.
           05 WS-RQ-TIER1              PIC -ZZ9.9999.
           05 WS-RQ-TOTAL              PIC -ZZ9.9999.
           05 WS-RQ-LEV                PIC -ZZ9.9999.
           05 FILLER                   PIC X(18) VALUE SPACES.
       01 WS-RPT-MIN.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-RM-LABEL              PIC X(16).
           05 FILLER                   PIC X(9) VALUE 'MINIMUM '.
           05 WS-RM-RATIO              PIC -ZZ9.9999.
           05 FILLER                   PIC X(8) VALUE '  IN Q'.
           05 WS-RM-QTR                PIC Z9.
           05 FILLER                   PIC X(15) VALUE '  REQUIREMENT '.
           05 WS-RM-REQ                PIC ZZ9.9999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RM-RESULT             PIC X(4).
           05 FILLER                   PIC X(55) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-POSITION
           PERFORM 1200-LOAD-LOSSES
           PERFORM 1300-LOAD-PLAN
           IF WS-HAVE-POSITION
               PERFORM 2000-PROJECT-SCENARIO
                   VARYING WS-SCEN-IDX FROM 1 BY 1
                   UNTIL WS-SCEN-IDX > 3
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-PLAN-TABLE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-TAX-RATE TO WS-TAX-RATE
                       IF CT-SCB-PCT > WS-SCB-PCT
                           MOVE CT-SCB-PCT TO WS-SCB-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           COMPUTE WS-REQ-CET1 = WS-MIN-CET1 + WS-SCB-PCT
           COMPUTE WS-REQ-TIER1 = WS-MIN-TIER1 + WS-SCB-PCT
           COMPUTE WS-REQ-TOTAL = WS-MIN-TOTAL + WS-SCB-PCT
           MOVE WS-MIN-LEVERAGE TO WS-REQ-LEVERAGE
           OPEN OUTPUT REPORT-FILE.
       1100-LOAD-POSITION.
           OPEN INPUT POSITION-FILE
           IF WS-POS-FS NOT = '00'
               DISPLAY "CAPITAL POSITION FILE NOT AVAILABLE: "
                   WS-POS-FS
           ELSE
               READ POSITION-FILE
                   AT END
                       DISPLAY "CAPITAL POSITION FILE EMPTY"
                   NOT AT END
                       MOVE 'Y' TO WS-POSITION-FOUND
                       MOVE CP-BANK-ID TO WS-BANK-ID
                       MOVE CP-AS-OF-DATE TO WS-AS-OF-DATE
                       MOVE CP-CET1-AMT TO WS-START-CET1
                       MOVE CP-TIER1-AMT TO WS-START-TIER1
                       MOVE CP-TOTAL-CAPITAL-AMT TO WS-START-TOTAL
                       MOVE CP-TOTAL-RWA TO WS-START-RWA
                       MOVE CP-LEVERAGE-EXPOSURE TO WS-START-EXPOSURE
               END-READ
               CLOSE POSITION-FILE
           END-IF.
       1200-LOAD-LOSSES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LOSS-FILE
           IF WS-LOSS-FS NOT = '00'
               DISPLAY "LOSS PROJECTION FILE NOT AVAILABLE: "
                   WS-LOSS-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1210-READ-LOSS UNTIL WS-EOF
           IF WS-LOSS-FS = '00' OR '10'
               CLOSE LOSS-FILE
           END-IF.
       1210-READ-LOSS.
           READ LOSS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE LP-SCENARIO TO WS-FIND-CODE
                   PERFORM 1900-FIND-SCENARIO
                   IF WS-FIND-IDX > 0
                       AND LP-QUARTER > 0 AND LP-QUARTER <= 9
                       MOVE LP-NET TO
                           WS-PQ-NET-LOSS(WS-FIND-IDX, LP-QUARTER)
                   END-IF
           END-READ.
       1300-LOAD-PLAN.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FS NOT = '00'
               DISPLAY "CAPITAL PLAN FILE NOT AVAILABLE: " WS-PLAN-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1310-READ-PLAN UNTIL WS-EOF
           IF WS-PLAN-FS = '00' OR '10'
               CLOSE PLAN-FILE
           END-IF.
       1310-READ-PLAN.
           READ PLAN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE PL-SCENARIO TO WS-FIND-CODE
                   PERFORM 1900-FIND-SCENARIO
                   IF WS-FIND-IDX > 0
                       AND PL-QUARTER > 0 AND PL-QUARTER <= 9
                       MOVE PL-PPNR TO
                           WS-PQ-PPNR(WS-FIND-IDX, PL-QUARTER)
                       MOVE PL-DIVIDENDS TO
                           WS-PQ-DIVIDENDS(WS-FIND-IDX, PL-QUARTER)
                       MOVE PL-BUYBACKS TO
                           WS-PQ-BUYBACKS(WS-FIND-IDX, PL-QUARTER)
                       MOVE PL-RWA-GROWTH TO
                           WS-PQ-RWA-GROWTH(WS-FIND-IDX, PL-QUARTER)
                       MOVE PL-ASSET-GROWTH TO
                           WS-PQ-ASSET-GROWTH(WS-FIND-IDX, PL-QUARTER)
                   ELSE
                       DISPLAY "PLAN RECORD SKIPPED: " PL-SCENARIO
                           " Q" PL-QUARTER
                   END-IF
           END-READ.
       1900-FIND-SCENARIO.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-SCEN-IDX FROM 1 BY 1
               UNTIL WS-SCEN-IDX > 3
               IF WS-SCENARIO-CODE(WS-SCEN-IDX) = WS-FIND-CODE
                   MOVE WS-SCEN-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.
       2000-PROJECT-SCENARIO.
           MOVE WS-START-CET1 TO WS-PJ-CET1
           MOVE WS-START-TIER1 TO WS-PJ-TIER1
           MOVE WS-START-TOTAL TO WS-PJ-TOTAL
           MOVE WS-START-RWA TO WS-PJ-RWA
           MOVE WS-START-EXPOSURE TO WS-PJ-EXPOSURE
           PERFORM 2500-CALC-RATIOS
           MOVE WS-CET1-RATIO TO WS-MIN-CET1-RATIO
           MOVE WS-TIER1-RATIO TO WS-MIN-TIER1-RATIO
           MOVE WS-TOTAL-CAP-RATIO TO WS-MIN-TOTAL-RATIO
           MOVE WS-LEVERAGE-RATIO TO WS-MIN-LEV-RATIO
           MOVE 0 TO WS-MIN-CET1-QTR
           MOVE 0 TO WS-MIN-TIER1-QTR
           MOVE 0 TO WS-MIN-TOTAL-QTR
           MOVE 0 TO WS-MIN-LEV-QTR
           MOVE WS-BANK-ID TO WS-RH-BANK
           MOVE WS-AS-OF-DATE TO WS-RH-DATE
           MOVE WS-SCB-PCT TO WS-RH-SCB
           WRITE REPORT-RECORD FROM WS-RPT-HEAD
           MOVE WS-SCENARIO-NAME(WS-SCEN-IDX) TO WS-RS-NAME
           WRITE REPORT-RECORD FROM WS-RPT-SCEN
           WRITE REPORT-RECORD FROM WS-RPT-COLS
           MOVE 0 TO WS-QTR-IDX
           MOVE 0 TO WS-RQ-LOSS
           MOVE 0 TO WS-RQ-PPNR
           MOVE 0 TO WS-RQ-DIST
           MOVE 0 TO WS-RQ-NET
           PERFORM 2600-WRITE-QUARTER
           PERFORM 2100-PROJECT-QUARTER
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > WS-HORIZON-QTR
           PERFORM 2700-WRITE-MINIMUMS.
       2100-PROJECT-QUARTER.
           COMPUTE WS-PJ-PRETAX =
               WS-PQ-PPNR(WS-SCEN-IDX, WS-QTR-IDX) -
               WS-PQ-NET-LOSS(WS-SCEN-IDX, WS-QTR-IDX)
           COMPUTE WS-PJ-TAX ROUNDED = WS-PJ-PRETAX * WS-TAX-RATE
           COMPUTE WS-PJ-NET-INCOME = WS-PJ-PRETAX - WS-PJ-TAX
           COMPUTE WS-PJ-CAPITAL-CHG = WS-PJ-NET-INCOME -
               WS-PQ-DIVIDENDS(WS-SCEN-IDX, WS-QTR-IDX) -
               WS-PQ-BUYBACKS(WS-SCEN-IDX, WS-QTR-IDX)
           ADD WS-PJ-CAPITAL-CHG TO WS-PJ-CET1
           ADD WS-PJ-CAPITAL-CHG TO WS-PJ-TIER1
           ADD WS-PJ-CAPITAL-CHG TO WS-PJ-TOTAL
           COMPUTE WS-PJ-RWA ROUNDED = WS-PJ-RWA *
               (1 + WS-PQ-RWA-GROWTH(WS-SCEN-IDX, WS-QTR-IDX))
           COMPUTE WS-PJ-EXPOSURE ROUNDED = WS-PJ-EXPOSURE *
               (1 + WS-PQ-ASSET-GROWTH(WS-SCEN-IDX, WS-QTR-IDX))
           PERFORM 2500-CALC-RATIOS
           IF WS-CET1-RATIO < WS-MIN-CET1-RATIO
               MOVE WS-CET1-RATIO TO WS-MIN-CET1-RATIO
               MOVE WS-QTR-IDX TO WS-MIN-CET1-QTR
           END-IF
           IF WS-TIER1-RATIO < WS-MIN-TIER1-RATIO
               MOVE WS-TIER1-RATIO TO WS-MIN-TIER1-RATIO
               MOVE WS-QTR-IDX TO WS-MIN-TIER1-QTR
           END-IF
           IF WS-TOTAL-CAP-RATIO < WS-MIN-TOTAL-RATIO
               MOVE WS-TOTAL-CAP-RATIO TO WS-MIN-TOTAL-RATIO
               MOVE WS-QTR-IDX TO WS-MIN-TOTAL-QTR
           END-IF
           IF WS-LEVERAGE-RATIO < WS-MIN-LEV-RATIO
               MOVE WS-LEVERAGE-RATIO TO WS-MIN-LEV-RATIO
               MOVE WS-QTR-IDX TO WS-MIN-LEV-QTR
           END-IF
           MOVE WS-PQ-NET-LOSS(WS-SCEN-IDX, WS-QTR-IDX) TO WS-RQ-LOSS
           MOVE WS-PQ-PPNR(WS-SCEN-IDX, WS-QTR-IDX) TO WS-RQ-PPNR
           COMPUTE WS-RQ-DIST =
               WS-PQ-DIVIDENDS(WS-SCEN-IDX, WS-QTR-IDX) +
               WS-PQ-BUYBACKS(WS-SCEN-IDX, WS-QTR-IDX)
           MOVE WS-PJ-NET-INCOME TO WS-RQ-NET
           PERFORM 2600-WRITE-QUARTER.
       2500-CALC-RATIOS.
           MOVE 0 TO WS-CET1-RATIO
           MOVE 0 TO WS-TIER1-RATIO
           MOVE 0 TO WS-TOTAL-CAP-RATIO
           MOVE 0 TO WS-LEVERAGE-RATIO
           IF WS-PJ-RWA > 0
               COMPUTE WS-CET1-RATIO ROUNDED =
                   (WS-PJ-CET1 / WS-PJ-RWA) * 100
               COMPUTE WS-TIER1-RATIO ROUNDED =
                   (WS-PJ-TIER1 / WS-PJ-RWA) * 100
               COMPUTE WS-TOTAL-CAP-RATIO ROUNDED =
                   (WS-PJ-TOTAL / WS-PJ-RWA) * 100
           END-IF
           IF WS-PJ-EXPOSURE > 0
               COMPUTE WS-LEVERAGE-RATIO ROUNDED =
                   (WS-PJ-TIER1 / WS-PJ-EXPOSURE) * 100
           END-IF.
       2600-WRITE-QUARTER.
           MOVE WS-QTR-IDX TO WS-RQ-QTR
           MOVE WS-CET1-RATIO TO WS-RQ-CET1
           MOVE WS-TIER1-RATIO TO WS-RQ-TIER1
           MOVE WS-TOTAL-CAP-RATIO TO WS-RQ-TOTAL
           MOVE WS-LEVERAGE-RATIO TO WS-RQ-LEV
           WRITE REPORT-RECORD FROM WS-RPT-QTR.
       2700-WRITE-MINIMUMS.
           MOVE 'CET1' TO WS-RM-LABEL
           MOVE WS-MIN-CET1-RATIO TO WS-RM-RATIO
           MOVE WS-MIN-CET1-QTR TO WS-RM-QTR
           MOVE WS-REQ-CET1 TO WS-RM-REQ
           IF WS-MIN-CET1-RATIO >= WS-REQ-CET1
               MOVE 'PASS' TO WS-RM-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RM-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-MIN
           MOVE 'TIER 1' TO WS-RM-LABEL
           MOVE WS-MIN-TIER1-RATIO TO WS-RM-RATIO
           MOVE WS-MIN-TIER1-QTR TO WS-RM-QTR
           MOVE WS-REQ-TIER1 TO WS-RM-REQ
           IF WS-MIN-TIER1-RATIO >= WS-REQ-TIER1
               MOVE 'PASS' TO WS-RM-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RM-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-MIN
           MOVE 'TOTAL CAPITAL' TO WS-RM-LABEL
           MOVE WS-MIN-TOTAL-RATIO TO WS-RM-RATIO
           MOVE WS-MIN-TOTAL-QTR TO WS-RM-QTR
           MOVE WS-REQ-TOTAL TO WS-RM-REQ
           IF WS-MIN-TOTAL-RATIO >= WS-REQ-TOTAL
               MOVE 'PASS' TO WS-RM-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RM-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-MIN
           MOVE 'LEVERAGE' TO WS-RM-LABEL
           MOVE WS-MIN-LEV-RATIO TO WS-RM-RATIO
           MOVE WS-MIN-LEV-QTR TO WS-RM-QTR
           MOVE WS-REQ-LEVERAGE TO WS-RM-REQ
           IF WS-MIN-LEV-RATIO >= WS-REQ-LEVERAGE
               MOVE 'PASS' TO WS-RM-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RM-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-MIN
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "CAPITAL PROJECTION " WS-SCENARIO-NAME(WS-SCEN-IDX)
               " MIN CET1 " WS-MIN-CET1-RATIO
               " Q" WS-MIN-CET1-QTR.
