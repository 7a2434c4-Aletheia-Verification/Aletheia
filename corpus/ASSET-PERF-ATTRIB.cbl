      * Asset Management Performance Attribution Engine                  *
      * Decomposes portfolio return into allocation effect,             *
      * selection effect, and interaction effect using Brinson model.   *
      * When a sector history file ATTRHIST.DAT (daily or monthly      *
      * sector weights and returns per portfolio) is present, each     *
      * period's effects are linked geometrically (earlier periods     *
      * compounded at the portfolio return, later periods at the       *
      * benchmark return) so the quarter-to-date, year-to-date and     *
      * since-inception effects add up to the cumulative active        *
      * return.  Portfolios are grouped by strategy into composites    *
      * with asset-weighted return, dispersion and account count per   *
      * period.  Report ATTRRPT.DAT, composite returns COMPRET.DAT.    *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO 'ATTRHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SORTED-HIST-FILE ASSIGN TO 'ATTRSRT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ATTRRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT COMPOSITE-FILE ASSIGN TO 'COMPRET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD            PIC X(88).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PORTFOLIO-ID       PIC X(08).
           05  SW-STRATEGY           PIC X(06).
           05  SW-PERIOD-END         PIC 9(08).
           05  SW-SECTOR             PIC X(15).
           05  FILLER                PIC X(51).
       FD  SORTED-HIST-FILE.
       01  SORTED-HIST-RECORD.
           05  AH-PORTFOLIO-ID       PIC X(08).
           05  AH-STRATEGY           PIC X(06).
           05  AH-PERIOD-END         PIC 9(08).
           05  AH-SECTOR             PIC X(15).
           05  AH-PORT-WT            PIC S9(03)V9(06).
           05  AH-BENCH-WT           PIC S9(03)V9(06).
           05  AH-PORT-RET           PIC S9(03)V9(06).
           05  AH-BENCH-RET          PIC S9(03)V9(06).
           05  AH-BEGIN-MV           PIC 9(13)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).
       FD  COMPOSITE-FILE.
       01  COMPOSITE-RECORD.
           05  CR-STRATEGY           PIC X(06).
           05  CR-PERIOD-END         PIC 9(08).
           05  CR-ACCOUNTS           PIC 9(05).
           05  CR-COMP-RET           PIC S9(03)V9(06).
           05  CR-DISPERSION         PIC 9(03)V9(06).
           05  CR-COMP-MV            PIC 9(15)V99.
       WORKING-STORAGE SECTION.
       01  WS-SECTOR-TABLE.
           05  WS-SECTOR-ENTRY    OCCURS 8 TIMES.
       01  WS-ANNUALIZED-TE       PIC 9V9(06)
                                  VALUE 0.020000.
       01  WS-MSG                 PIC X(80) VALUE SPACES.
      *--- Multi-period history ---
       01  WS-HIST-STATUS         PIC XX VALUE SPACES.
       01  WS-SRT-STATUS          PIC XX VALUE SPACES.
       01  WS-RPT-STATUS          PIC XX VALUE SPACES.
       01  WS-CMP-STATUS          PIC XX VALUE SPACES.
       01  WS-HISTORY-FLAG        PIC X VALUE 'N'.
           88  HISTORY-PRESENT    VALUE 'Y'.
       01  WS-HIST-EOF            PIC X VALUE 'N'.
           88  HIST-END-OF-FILE   VALUE 'Y'.
       01  WS-CUR-PORTFOLIO       PIC X(08).
       01  WS-CUR-STRATEGY        PIC X(06).
       01  WS-CUR-PERIOD          PIC 9(08).
       01  WS-PORTFOLIO-CNT       PIC 9(05) VALUE 0.
       01  WS-SECTOR-LIST.
           05  WS-SL-NAME OCCURS 12 TIMES PIC X(15).
       01  WS-SL-COUNT            PIC S9(03) COMP.
       01  WS-SL-IDX              PIC S9(03) COMP.
       01  WS-SL-FOUND            PIC S9(03) COMP.
       01  WS-ROW-TABLE.
           05  WS-RW-ENTRY OCCURS 12 TIMES.
               10  WS-RW-SECTOR   PIC S9(03) COMP.
               10  WS-RW-PORT-WT  PIC S9(03)V9(06) COMP-3.
               10  WS-RW-BENCH-WT PIC S9(03)V9(06) COMP-3.
               10  WS-RW-PORT-RET PIC S9(03)V9(06) COMP-3.
               10  WS-RW-BENCH-RET PIC S9(03)V9(06) COMP-3.
       01  WS-RW-COUNT            PIC S9(03) COMP.
       01  WS-RW-IDX              PIC S9(03) COMP.
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 400 TIMES.
               10  WS-PD-END      PIC 9(08).
               10  WS-PD-PORT-RET PIC S9(03)V9(08) COMP-3.
               10  WS-PD-BENCH-RET PIC S9(03)V9(08) COMP-3.
               10  WS-PD-BEGIN-MV PIC 9(13)V99 COMP-3.
               10  WS-PD-SECTOR OCCURS 12 TIMES.
                   15  WS-PD-ALLOC  PIC S9(03)V9(08) COMP-3.
                   15  WS-PD-SELECT PIC S9(03)V9(08) COMP-3.
                   15  WS-PD-INTER  PIC S9(03)V9(08) COMP-3.
       01  WS-PD-COUNT            PIC S9(05) COMP.
       01  WS-PD-IDX              PIC S9(05) COMP.
       01  WS-PD-JDX              PIC S9(05) COMP.
      *--- Linking windows: 1 quarter, 2 year, 3 inception ---
       01  WS-WINDOW-NAMES.
           05  FILLER             PIC X(16) VALUE 'QUARTER-TO-DATE'.
           05  FILLER             PIC X(16) VALUE 'YEAR-TO-DATE'.
           05  FILLER             PIC X(16) VALUE 'SINCE INCEPTION'.
       01  WS-WINDOW-NAME-R REDEFINES WS-WINDOW-NAMES.
           05  WS-WINDOW-NAME OCCURS 3 TIMES PIC X(16).
       01  WS-WIN-IDX             PIC S9(03) COMP.
       01  WS-WIN-START           PIC 9(08).
       01  WS-ASOF-DATE           PIC 9(08).
       01  WS-ASOF-R REDEFINES WS-ASOF-DATE.
           05  WS-ASOF-YYYY       PIC 9(04).
           05  WS-ASOF-MM         PIC 9(02).
           05  WS-ASOF-DD         PIC 9(02).
       01  WS-QTR-MONTH           PIC 9(02).
       01  WS-QTR-NUM             PIC 9(02).
       01  WS-WIN-PERIODS         PIC S9(05) COMP.
       01  WS-LINK-FACTOR         PIC S9(05)V9(10) COMP-3.
       01  WS-CUM-PORT            PIC S9(05)V9(10) COMP-3.
       01  WS-CUM-BENCH           PIC S9(05)V9(10) COMP-3.
       01  WS-CUM-ACTIVE          PIC S9(05)V9(08) COMP-3.
       01  WS-LINKED-TABLE.
           05  WS-LK-ENTRY OCCURS 12 TIMES.
               10  WS-LK-ALLOC    PIC S9(05)V9(08) COMP-3.
               10  WS-LK-SELECT   PIC S9(05)V9(08) COMP-3.
               10  WS-LK-INTER    PIC S9(05)V9(08) COMP-3.
       01  WS-LK-TOT-ALLOC        PIC S9(05)V9(08) COMP-3.
       01  WS-LK-TOT-SELECT       PIC S9(05)V9(08) COMP-3.
       01  WS-LK-TOT-INTER        PIC S9(05)V9(08) COMP-3.
       01  WS-LK-RESIDUAL         PIC S9(05)V9(08) COMP-3.
      *--- Composites by strategy and period ---
       01  WS-COMPOSITE-TABLE.
           05  WS-CP-ENTRY OCCURS 3000 TIMES.
               10  WS-CP-STRATEGY PIC X(06).
               10  WS-CP-PERIOD   PIC 9(08).
               10  WS-CP-ACCOUNTS PIC S9(05) COMP.
               10  WS-CP-SUM-MV   PIC S9(15)V99 COMP-3.
               10  WS-CP-SUM-MVR  PIC S9(15)V9(08) COMP-3.
               10  WS-CP-SUM-MVR2 PIC S9(15)V9(08) COMP-3.
               10  WS-CP-DONE     PIC X(01).
       01  WS-CP-COUNT            PIC S9(05) COMP VALUE 0.
       01  WS-CP-IDX              PIC S9(05) COMP.
       01  WS-CP-FOUND            PIC S9(05) COMP.
       01  WS-CP-NEXT             PIC S9(05) COMP.
       01  WS-CP-STRATEGY-NOW     PIC X(06).
       01  WS-COMP-RET            PIC S9(03)V9(08) COMP-3.
       01  WS-COMP-VAR            PIC S9(03)V9(10) COMP-3.
       01  WS-COMP-DISP           PIC S9(03)V9(08) COMP-3.
       01  WS-COMP-CUM            PIC S9(05)V9(10) COMP-3.
      *--- Report lines ---
       01  WS-RPT-PORT-LINE.
           05  FILLER             PIC X(11) VALUE 'PORTFOLIO '.
           05  WS-RP-PORTFOLIO    PIC X(08).
           05  FILLER             PIC X(11) VALUE '  STRATEGY '.
           05  WS-RP-STRATEGY     PIC X(06).
           05  FILLER             PIC X(10) VALUE '  PERIODS '.
           05  WS-RP-PERIODS      PIC ZZZZ9.
           05  FILLER             PIC X(08) VALUE '  AS OF '.
           05  WS-RP-ASOF         PIC 9(08).
           05  FILLER             PIC X(65) VALUE SPACES.
       01  WS-RPT-WIN-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RW-NAME         PIC X(16).
           05  FILLER             PIC X(06) VALUE ' FROM '.
           05  WS-RW-START        PIC 9(08).
           05  FILLER             PIC X(07) VALUE '  PORT '.
           05  WS-RW-PORT         PIC -ZZ9.999999.
           05  FILLER             PIC X(08) VALUE '  BENCH '.
           05  WS-RW-BENCH        PIC -ZZ9.999999.
           05  FILLER             PIC X(09) VALUE '  ACTIVE '.
           05  WS-RW-ACTIVE       PIC -ZZ9.999999.
           05  FILLER             PIC X(11) VALUE '  RESIDUAL '.
           05  WS-RW-RESID        PIC -ZZ9.999999.
           05  FILLER             PIC X(21) VALUE SPACES.
       01  WS-RPT-SECTOR-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-RS-SECTOR       PIC X(15).
           05  FILLER             PIC X(07) VALUE ' ALLOC '.
           05  WS-RS-ALLOC        PIC -ZZ9.999999.
           05  FILLER             PIC X(09) VALUE '  SELECT '.
           05  WS-RS-SELECT       PIC -ZZ9.999999.
           05  FILLER             PIC X(08) VALUE '  INTER '.
           05  WS-RS-INTER        PIC -ZZ9.999999.
           05  FILLER             PIC X(08) VALUE '  TOTAL '.
           05  WS-RS-TOTAL        PIC -ZZ9.999999.
           05  FILLER             PIC X(37) VALUE SPACES.
       01  WS-RPT-COMP-HEAD.
           05  FILLER             PIC X(60) VALUE
               'STRATEGY PERIOD    ACCOUNTS   COMP RETURN   DISPERSION'.
           05  FILLER             PIC X(72) VALUE
               '      COMPOSITE ASSETS'.
       01  WS-RPT-COMP-LINE.
           05  WS-RC-STRATEGY     PIC X(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-RC-PERIOD       PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-RC-ACCOUNTS     PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-RC-RETURN       PIC -ZZ9.999999.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-RC-DISP         PIC ZZ9.999999.
           05  WS-RC-DISP-X REDEFINES WS-RC-DISP PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-RC-MV           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(56) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-CHECK-HISTORY
           IF HISTORY-PRESENT
               PERFORM 5000-MULTI-PERIOD
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-CALC-RETURNS
               PERFORM 3000-CALC-ATTRIBUTION
               PERFORM 4000-CALC-RATIOS
               PERFORM 9000-REPORT
           END-IF
           STOP RUN.
       0500-CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-FLAG
               CLOSE HISTORY-FILE
           END-IF.
       1000-INITIALIZE.
           MOVE 'TECHNOLOGY     ' TO SE-NAME(1)
           MOVE 0.280000 TO SE-PORT-WT(1)
           DISPLAY 'RESIDUAL:      ' WS-RESIDUAL
           DISPLAY 'TRACKING ERR:  ' WS-TRACKING-ERR
           DISPLAY 'INFO RATIO:    ' WS-INFO-RATIO.
      *================================================================*
      * Multi-period attribution from the sector history               *
      *================================================================*
       5000-MULTI-PERIOD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PORTFOLIO-ID
                                SW-PERIOD-END
                                SW-SECTOR
               USING HISTORY-FILE
               GIVING SORTED-HIST-FILE
           OPEN INPUT SORTED-HIST-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT COMPOSITE-FILE
           MOVE 'MULTI-PERIOD LINKED ATTRIBUTION' TO WS-MSG
           WRITE REPORT-RECORD FROM WS-MSG
           PERFORM 5010-READ-HISTORY
           PERFORM 5100-PROCESS-PORTFOLIO UNTIL HIST-END-OF-FILE
           PERFORM 7000-COMPOSITE-REPORT
           CLOSE SORTED-HIST-FILE
           CLOSE REPORT-FILE
           CLOSE COMPOSITE-FILE
           DISPLAY 'PERFORMANCE ATTRIBUTION - LINKED'
           DISPLAY 'PORTFOLIOS:    ' WS-PORTFOLIO-CNT
           DISPLAY 'COMPOSITE PDS: ' WS-CP-COUNT.
       5010-READ-HISTORY.
           READ SORTED-HIST-FILE
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
       5100-PROCESS-PORTFOLIO.
           ADD 1 TO WS-PORTFOLIO-CNT
           MOVE AH-PORTFOLIO-ID TO WS-CUR-PORTFOLIO
           MOVE AH-STRATEGY TO WS-CUR-STRATEGY
           MOVE 0 TO WS-PD-COUNT
           MOVE 0 TO WS-SL-COUNT
           PERFORM 5200-PROCESS-PERIOD
               UNTIL HIST-END-OF-FILE
                  OR AH-PORTFOLIO-ID NOT = WS-CUR-PORTFOLIO
           IF WS-PD-COUNT > 0
               MOVE WS-PD-END(WS-PD-COUNT) TO WS-ASOF-DATE
               MOVE WS-CUR-PORTFOLIO TO WS-RP-PORTFOLIO
               MOVE WS-CUR-STRATEGY TO WS-RP-STRATEGY
               MOVE WS-PD-COUNT TO WS-RP-PERIODS
               MOVE WS-ASOF-DATE TO WS-RP-ASOF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               WRITE REPORT-RECORD FROM WS-RPT-PORT-LINE
               PERFORM 6000-LINK-WINDOW
                   VARYING WS-WIN-IDX FROM 1 BY 1
                   UNTIL WS-WIN-IDX > 3
               PERFORM 5800-ADD-TO-COMPOSITE
                   VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
           END-IF.
       5200-PROCESS-PERIOD.
           MOVE AH-PERIOD-END TO WS-CUR-PERIOD
           MOVE 0 TO WS-RW-COUNT
           IF WS-PD-COUNT < 400
               ADD 1 TO WS-PD-COUNT
               MOVE AH-PERIOD-END TO WS-PD-END(WS-PD-COUNT)
               MOVE AH-BEGIN-MV TO WS-PD-BEGIN-MV(WS-PD-COUNT)
           ELSE
               DISPLAY 'PERIOD TABLE FULL - SKIPPED '
                   WS-CUR-PORTFOLIO ' ' AH-PERIOD-END
           END-IF
           PERFORM 5300-COLLECT-ROW
               UNTIL HIST-END-OF-FILE
                  OR AH-PORTFOLIO-ID NOT = WS-CUR-PORTFOLIO
                  OR AH-PERIOD-END NOT = WS-CUR-PERIOD
           IF WS-PD-END(WS-PD-COUNT) = WS-CUR-PERIOD
               PERFORM 5400-PERIOD-EFFECTS
           END-IF.
       5300-COLLECT-ROW.
           MOVE 0 TO WS-SL-FOUND
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-SL-FOUND > 0
               IF WS-SL-NAME(WS-SL-IDX) = AH-SECTOR
                   MOVE WS-SL-IDX TO WS-SL-FOUND
               END-IF
           END-PERFORM
           IF WS-SL-FOUND = 0 AND WS-SL-COUNT < 12
               ADD 1 TO WS-SL-COUNT
               MOVE WS-SL-COUNT TO WS-SL-FOUND
               MOVE AH-SECTOR TO WS-SL-NAME(WS-SL-FOUND)
           END-IF
           IF WS-SL-FOUND = 0 OR WS-RW-COUNT >= 12
               DISPLAY 'SECTOR TABLE FULL - SKIPPED ' AH-SECTOR
           ELSE
               ADD 1 TO WS-RW-COUNT
               MOVE WS-SL-FOUND TO WS-RW-SECTOR(WS-RW-COUNT)
               MOVE AH-PORT-WT TO WS-RW-PORT-WT(WS-RW-COUNT)
               MOVE AH-BENCH-WT TO WS-RW-BENCH-WT(WS-RW-COUNT)
               MOVE AH-PORT-RET TO WS-RW-PORT-RET(WS-RW-COUNT)
               MOVE AH-BENCH-RET TO WS-RW-BENCH-RET(WS-RW-COUNT)
           END-IF
           PERFORM 5010-READ-HISTORY.
      *--- Same Brinson effects as the single-period calculation ---
       5400-PERIOD-EFFECTS.
           MOVE 0 TO WS-PD-PORT-RET(WS-PD-COUNT)
           MOVE 0 TO WS-PD-BENCH-RET(WS-PD-COUNT)
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > 12
               MOVE 0 TO WS-PD-ALLOC(WS-PD-COUNT, WS-SL-IDX)
               MOVE 0 TO WS-PD-SELECT(WS-PD-COUNT, WS-SL-IDX)
               MOVE 0 TO WS-PD-INTER(WS-PD-COUNT, WS-SL-IDX)
           END-PERFORM
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
               UNTIL WS-RW-IDX > WS-RW-COUNT
               COMPUTE WS-PD-PORT-RET(WS-PD-COUNT) =
                   WS-PD-PORT-RET(WS-PD-COUNT) +
                   (WS-RW-PORT-WT(WS-RW-IDX) *
                   WS-RW-PORT-RET(WS-RW-IDX))
               COMPUTE WS-PD-BENCH-RET(WS-PD-COUNT) =
                   WS-PD-BENCH-RET(WS-PD-COUNT) +
                   (WS-RW-BENCH-WT(WS-RW-IDX) *
                   WS-RW-BENCH-RET(WS-RW-IDX))
           END-PERFORM
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
               UNTIL WS-RW-IDX > WS-RW-COUNT
               MOVE WS-RW-SECTOR(WS-RW-IDX) TO WS-SL-IDX
               COMPUTE WS-WT-DIFF =
                   WS-RW-PORT-WT(WS-RW-IDX) -
                   WS-RW-BENCH-WT(WS-RW-IDX)
               COMPUTE WS-RET-DIFF =
                   WS-RW-PORT-RET(WS-RW-IDX) -
                   WS-RW-BENCH-RET(WS-RW-IDX)
               COMPUTE WS-PD-ALLOC(WS-PD-COUNT, WS-SL-IDX) ROUNDED =
                   WS-WT-DIFF *
                   (WS-RW-BENCH-RET(WS-RW-IDX) -
                   WS-PD-BENCH-RET(WS-PD-COUNT))
               COMPUTE WS-PD-SELECT(WS-PD-COUNT, WS-SL-IDX) ROUNDED =
                   WS-RW-BENCH-WT(WS-RW-IDX) * WS-RET-DIFF
               COMPUTE WS-PD-INTER(WS-PD-COUNT, WS-SL-IDX) ROUNDED =
                   WS-WT-DIFF * WS-RET-DIFF
           END-PERFORM.
       5800-ADD-TO-COMPOSITE.
           MOVE 0 TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-CP-FOUND > 0
               IF WS-CP-STRATEGY(WS-CP-IDX) = WS-CUR-STRATEGY
                   AND WS-CP-PERIOD(WS-CP-IDX) = WS-PD-END(WS-PD-IDX)
                   MOVE WS-CP-IDX TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 0
               IF WS-CP-COUNT < 3000
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-COUNT TO WS-CP-FOUND
                   MOVE WS-CUR-STRATEGY TO WS-CP-STRATEGY(WS-CP-FOUND)
                   MOVE WS-PD-END(WS-PD-IDX)
                       TO WS-CP-PERIOD(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-ACCOUNTS(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-SUM-MV(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-SUM-MVR(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-SUM-MVR2(WS-CP-FOUND)
                   MOVE 'N' TO WS-CP-DONE(WS-CP-FOUND)
               ELSE
                   DISPLAY 'COMPOSITE TABLE FULL - SKIPPED '
                       WS-CUR-STRATEGY ' ' WS-PD-END(WS-PD-IDX)
               END-IF
           END-IF
           IF WS-CP-FOUND > 0
               ADD 1 TO WS-CP-ACCOUNTS(WS-CP-FOUND)
               ADD WS-PD-BEGIN-MV(WS-PD-IDX)
                   TO WS-CP-SUM-MV(WS-CP-FOUND)
               COMPUTE WS-CP-SUM-MVR(WS-CP-FOUND) =
                   WS-CP-SUM-MVR(WS-CP-FOUND) +
                   WS-PD-BEGIN-MV(WS-PD-IDX) *
                   WS-PD-PORT-RET(WS-PD-IDX)
               COMPUTE WS-CP-SUM-MVR2(WS-CP-FOUND) =
                   WS-CP-SUM-MVR2(WS-CP-FOUND) +
                   WS-PD-BEGIN-MV(WS-PD-IDX) *
                   WS-PD-PORT-RET(WS-PD-IDX) *
                   WS-PD-PORT-RET(WS-PD-IDX)
           END-IF.
      *================================================================*
      * Link one window.  Each period's effects are scaled by the      *
      * compounded portfolio return of the window periods before it    *
      * and the compounded benchmark return of those after it, so the  *
      * linked effects sum to cumulative portfolio less cumulative     *
      * benchmark return.                                              *
      *================================================================*
       6000-LINK-WINDOW.
           EVALUATE WS-WIN-IDX
               WHEN 1
                   SUBTRACT 1 FROM WS-ASOF-MM GIVING WS-QTR-MONTH
                   DIVIDE WS-QTR-MONTH BY 3 GIVING WS-QTR-NUM
                   COMPUTE WS-QTR-MONTH = WS-QTR-NUM * 3 + 1
                   COMPUTE WS-WIN-START =
                       WS-ASOF-YYYY * 10000 + WS-QTR-MONTH * 100 + 1
               WHEN 2
                   COMPUTE WS-WIN-START = WS-ASOF-YYYY * 10000 + 0101
               WHEN OTHER
                   MOVE WS-PD-END(1) TO WS-WIN-START
           END-EVALUATE
           INITIALIZE WS-LINKED-TABLE
           MOVE 1 TO WS-CUM-PORT
           MOVE 1 TO WS-CUM-BENCH
           MOVE 0 TO WS-WIN-PERIODS
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-END(WS-PD-IDX) >= WS-WIN-START
                   ADD 1 TO WS-WIN-PERIODS
                   COMPUTE WS-CUM-PORT ROUNDED = WS-CUM-PORT *
                       (1 + WS-PD-PORT-RET(WS-PD-IDX))
                   COMPUTE WS-CUM-BENCH ROUNDED = WS-CUM-BENCH *
                       (1 + WS-PD-BENCH-RET(WS-PD-IDX))
                   PERFORM 6100-LINK-PERIOD
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-CUM-PORT
           SUBTRACT 1 FROM WS-CUM-BENCH
           COMPUTE WS-CUM-ACTIVE = WS-CUM-PORT - WS-CUM-BENCH
           MOVE 0 TO WS-LK-TOT-ALLOC
           MOVE 0 TO WS-LK-TOT-SELECT
           MOVE 0 TO WS-LK-TOT-INTER
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               ADD WS-LK-ALLOC(WS-SL-IDX) TO WS-LK-TOT-ALLOC
               ADD WS-LK-SELECT(WS-SL-IDX) TO WS-LK-TOT-SELECT
               ADD WS-LK-INTER(WS-SL-IDX) TO WS-LK-TOT-INTER
           END-PERFORM
           COMPUTE WS-LK-RESIDUAL = WS-CUM-ACTIVE
               - WS-LK-TOT-ALLOC - WS-LK-TOT-SELECT - WS-LK-TOT-INTER
           PERFORM 6500-REPORT-WINDOW.
       6100-LINK-PERIOD.
           MOVE 1 TO WS-LINK-FACTOR
           PERFORM VARYING WS-PD-JDX FROM 1 BY 1
               UNTIL WS-PD-JDX > WS-PD-COUNT
               IF WS-PD-END(WS-PD-JDX) >= WS-WIN-START
                   IF WS-PD-JDX < WS-PD-IDX
                       COMPUTE WS-LINK-FACTOR ROUNDED =
                           WS-LINK-FACTOR *
                           (1 + WS-PD-PORT-RET(WS-PD-JDX))
                   END-IF
                   IF WS-PD-JDX > WS-PD-IDX
                       COMPUTE WS-LINK-FACTOR ROUNDED =
                           WS-LINK-FACTOR *
                           (1 + WS-PD-BENCH-RET(WS-PD-JDX))
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               COMPUTE WS-LK-ALLOC(WS-SL-IDX) ROUNDED =
                   WS-LK-ALLOC(WS-SL-IDX) + WS-LINK-FACTOR *
                   WS-PD-ALLOC(WS-PD-IDX, WS-SL-IDX)
               COMPUTE WS-LK-SELECT(WS-SL-IDX) ROUNDED =
                   WS-LK-SELECT(WS-SL-IDX) + WS-LINK-FACTOR *
                   WS-PD-SELECT(WS-PD-IDX, WS-SL-IDX)
               COMPUTE WS-LK-INTER(WS-SL-IDX) ROUNDED =
                   WS-LK-INTER(WS-SL-IDX) + WS-LINK-FACTOR *
                   WS-PD-INTER(WS-PD-IDX, WS-SL-IDX)
           END-PERFORM.
       6500-REPORT-WINDOW.
           MOVE WS-WINDOW-NAME(WS-WIN-IDX) TO WS-RW-NAME
           MOVE WS-WIN-START TO WS-RW-START
           COMPUTE WS-RW-PORT ROUNDED = WS-CUM-PORT
           COMPUTE WS-RW-BENCH ROUNDED = WS-CUM-BENCH
           COMPUTE WS-RW-ACTIVE ROUNDED = WS-CUM-ACTIVE
           COMPUTE WS-RW-RESID ROUNDED = WS-LK-RESIDUAL
           WRITE REPORT-RECORD FROM WS-RPT-WIN-LINE
           IF WS-WIN-PERIODS = 0
               MOVE '    NO PERIODS IN WINDOW' TO WS-MSG
               WRITE REPORT-RECORD FROM WS-MSG
           ELSE
               PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
                   MOVE WS-SL-NAME(WS-SL-IDX) TO WS-RS-SECTOR
                   COMPUTE WS-RS-ALLOC ROUNDED =
                       WS-LK-ALLOC(WS-SL-IDX)
                   COMPUTE WS-RS-SELECT ROUNDED =
                       WS-LK-SELECT(WS-SL-IDX)
                   COMPUTE WS-RS-INTER ROUNDED =
                       WS-LK-INTER(WS-SL-IDX)
                   COMPUTE WS-RS-TOTAL ROUNDED =
                       WS-LK-ALLOC(WS-SL-IDX) +
                       WS-LK-SELECT(WS-SL-IDX) +
                       WS-LK-INTER(WS-SL-IDX)
                   WRITE REPORT-RECORD FROM WS-RPT-SECTOR-LINE
               END-PERFORM
               MOVE 'TOTAL' TO WS-RS-SECTOR
               COMPUTE WS-RS-ALLOC ROUNDED = WS-LK-TOT-ALLOC
               COMPUTE WS-RS-SELECT ROUNDED = WS-LK-TOT-SELECT
               COMPUTE WS-RS-INTER ROUNDED = WS-LK-TOT-INTER
               COMPUTE WS-RS-TOTAL ROUNDED = WS-LK-TOT-ALLOC +
                   WS-LK-TOT-SELECT + WS-LK-TOT-INTER
               WRITE REPORT-RECORD FROM WS-RPT-SECTOR-LINE
           END-IF.
      *================================================================*
      * Composite returns by strategy in period order: asset-weighted  *
      * return on beginning market value, asset-weighted dispersion    *
      * (shown only where the composite has six or more accounts) and  *
      * the account count, plus the linked cumulative return           *
      *================================================================*
       7000-COMPOSITE-REPORT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'COMPOSITE RETURNS BY STRATEGY' TO WS-MSG
           WRITE REPORT-RECORD FROM WS-MSG
           WRITE REPORT-RECORD FROM WS-RPT-COMP-HEAD
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-DONE(WS-CP-IDX) = 'N'
                   MOVE WS-CP-STRATEGY(WS-CP-IDX)
                       TO WS-CP-STRATEGY-NOW
                   MOVE 1 TO WS-COMP-CUM
                   PERFORM 7100-NEXT-COMPOSITE-PERIOD
                   PERFORM 7200-COMPOSITE-PERIOD
                       UNTIL WS-CP-NEXT = 0
                   SUBTRACT 1 FROM WS-COMP-CUM
                   MOVE SPACES TO WS-MSG
                   MOVE WS-COMP-CUM TO WS-RC-RETURN
                   STRING WS-CP-STRATEGY-NOW
                       '   CUMULATIVE LINKED RETURN '
                       WS-RC-RETURN DELIMITED BY SIZE INTO WS-MSG
                   WRITE REPORT-RECORD FROM WS-MSG
               END-IF
           END-PERFORM.
       7100-NEXT-COMPOSITE-PERIOD.
           MOVE 0 TO WS-CP-NEXT
           PERFORM VARYING WS-CP-FOUND FROM 1 BY 1
               UNTIL WS-CP-FOUND > WS-CP-COUNT
               IF WS-CP-DONE(WS-CP-FOUND) = 'N'
                   AND WS-CP-STRATEGY(WS-CP-FOUND) =
                       WS-CP-STRATEGY-NOW
                   IF WS-CP-NEXT = 0
                       MOVE WS-CP-FOUND TO WS-CP-NEXT
                   ELSE
                       IF WS-CP-PERIOD(WS-CP-FOUND) <
                           WS-CP-PERIOD(WS-CP-NEXT)
                           MOVE WS-CP-FOUND TO WS-CP-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       7200-COMPOSITE-PERIOD.
           MOVE 'Y' TO WS-CP-DONE(WS-CP-NEXT)
           MOVE 0 TO WS-COMP-RET
           MOVE 0 TO WS-COMP-DISP
           IF WS-CP-SUM-MV(WS-CP-NEXT) > 0
               COMPUTE WS-COMP-RET ROUNDED =
                   WS-CP-SUM-MVR(WS-CP-NEXT) / WS-CP-SUM-MV(WS-CP-NEXT)
               COMPUTE WS-COMP-VAR ROUNDED =
                   WS-CP-SUM-MVR2(WS-CP-NEXT) /
                   WS-CP-SUM-MV(WS-CP-NEXT)
                   - WS-COMP-RET * WS-COMP-RET
               IF WS-COMP-VAR > 0
                   COMPUTE WS-COMP-DISP ROUNDED = WS-COMP-VAR ** 0.5
               END-IF
           END-IF
           COMPUTE WS-COMP-CUM ROUNDED =
               WS-COMP-CUM * (1 + WS-COMP-RET)
           MOVE WS-CP-STRATEGY(WS-CP-NEXT) TO CR-STRATEGY
           MOVE WS-CP-PERIOD(WS-CP-NEXT) TO CR-PERIOD-END
           MOVE WS-CP-ACCOUNTS(WS-CP-NEXT) TO CR-ACCOUNTS
           COMPUTE CR-COMP-RET ROUNDED = WS-COMP-RET
           COMPUTE CR-DISPERSION ROUNDED = WS-COMP-DISP
           MOVE WS-CP-SUM-MV(WS-CP-NEXT) TO CR-COMP-MV
           WRITE COMPOSITE-RECORD
           MOVE WS-CP-STRATEGY(WS-CP-NEXT) TO WS-RC-STRATEGY
           MOVE WS-CP-PERIOD(WS-CP-NEXT) TO WS-RC-PERIOD
           MOVE WS-CP-ACCOUNTS(WS-CP-NEXT) TO WS-RC-ACCOUNTS
           COMPUTE WS-RC-RETURN ROUNDED = WS-COMP-RET
           IF WS-CP-ACCOUNTS(WS-CP-NEXT) < 6
               MOVE '       N/M' TO WS-RC-DISP-X
           ELSE
               COMPUTE WS-RC-DISP ROUNDED = WS-COMP-DISP
           END-IF
           MOVE WS-CP-SUM-MV(WS-CP-NEXT) TO WS-RC-MV
           WRITE REPORT-RECORD FROM WS-RPT-COMP-LINE
           PERFORM 7100-NEXT-COMPOSITE-PERIOD.
