       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-THRESHOLD-ADJ.
      *================================================================*
      * Fraud Alert Threshold Adjustment and Champion/Challenger       *
      * Back-Testing                                                   *
      * FRDTHCTL.DAT selects the run mode:                             *
      *   A  adjust - step WS-CURRENT-THRESH from the false-positive   *
      *      rate; the result is a proposal only and must be           *
      *      back-tested as a challenger set before it can go live     *
      *   B  back-test - replay the scored transactions in FRDSCORE.DAT*
      *      for the period, with confirmed outcomes, against the      *
      *      champion set and the named challenger set on FRDTHSET.DAT*
      *      The comparison is reported on FRDBTRPT.DAT and kept as    *
      *      model risk evidence on FRDBTEV.DAT, status T (tested)     *
      *   V  approve - a second user approves a tested run, status A   *
      *   P  promote - an approved run's challenger becomes champion;  *
      *      the set file is rewritten to FRDTHSTN.DAT, the old        *
      *      champion retired (R), and the evidence marked P.  A       *
      *      rejected promotion writes nothing and ends with return    *
      *      code 16                                                   *
      * With no control file the program runs in adjust mode.          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'FRDTHCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT THRESH-SET-FILE ASSIGN TO 'FRDTHSET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SET-STATUS.
           SELECT NEW-THRESH-SET-FILE ASSIGN TO 'FRDTHSTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSET-STATUS.
           SELECT SCORE-FILE ASSIGN TO 'FRDSCORE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO 'FRDBTEV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVD-STATUS.
           SELECT NEW-EVIDENCE-FILE ASSIGN TO 'FRDBTEVN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEVD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FRDBTRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE                PIC X(1).
               88 CT-ADJUST-MODE     VALUE 'A'.
               88 CT-BACKTEST-MODE   VALUE 'B'.
               88 CT-APPROVE-MODE    VALUE 'V'.
               88 CT-PROMOTE-MODE    VALUE 'P'.
           05 CT-RUN-ID              PIC X(10).
           05 CT-USER-ID             PIC X(8).
           05 CT-PERIOD-FROM         PIC 9(8).
           05 CT-PERIOD-TO           PIC 9(8).
           05 CT-CHALLENGER-SET      PIC X(8).
      *--- Threshold sets: one row per set and segment; role C is the
      *--- production champion, H a challenger, R retired
       FD THRESH-SET-FILE.
       01 THRESH-SET-RECORD.
           05 TS-SET-ID              PIC X(8).
           05 TS-SEGMENT             PIC X(4).
           05 TS-THRESHOLD           PIC 9(5).
           05 TS-ROLE                PIC X(1).
           05 TS-EFF-DATE            PIC 9(8).
       FD NEW-THRESH-SET-FILE.
       01 NEW-THRESH-SET-RECORD      PIC X(26).
       FD SCORE-FILE.
       01 SCORE-RECORD.
           05 SC-TXN-ID              PIC X(16).
           05 SC-TXN-DATE            PIC 9(8).
           05 SC-SEGMENT             PIC X(4).
           05 SC-SCORE               PIC 9(3).
           05 SC-AMOUNT              PIC 9(9)V99.
           05 SC-OUTCOME             PIC X(1).
               88 SC-CONFIRMED-FRAUD VALUE 'F'.
               88 SC-NOT-FRAUD       VALUE 'N'.
       FD EVIDENCE-FILE.
       01 EVIDENCE-RECORD.
           05 EV-RUN-ID              PIC X(10).
           05 EV-RUN-DATE            PIC 9(8).
           05 EV-RUN-BY              PIC X(8).
           05 EV-PERIOD-FROM         PIC 9(8).
           05 EV-PERIOD-TO           PIC 9(8).
           05 EV-CHAMPION-SET        PIC X(8).
           05 EV-CHALLENGER-SET      PIC X(8).
           05 EV-SET-RESULT OCCURS 2 TIMES.
               10 EV-TXNS            PIC 9(9).
               10 EV-FRAUD-CNT       PIC 9(7).
               10 EV-FRAUD-AMT       PIC 9(11)V99.
               10 EV-ALERTS          PIC 9(7).
               10 EV-TRUE-POS        PIC 9(7).
               10 EV-CAUGHT-AMT      PIC 9(11)V99.
               10 EV-FALSE-POS       PIC 9(7).
               10 EV-DETECT-RATE     PIC 9V9(4).
               10 EV-DOLLAR-RATE     PIC 9V9(4).
               10 EV-FP-RATIO        PIC 9(5)V99.
           05 EV-STATUS              PIC X(1).
           05 EV-APPROVER            PIC X(8).
           05 EV-APPROVE-DATE        PIC 9(8).
           05 EV-PROMOTE-DATE        PIC 9(8).
       FD NEW-EVIDENCE-FILE.
       01 NEW-EVIDENCE-RECORD        PIC X(243).
       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS              PIC X(2).
       01 WS-SET-STATUS              PIC X(2).
       01 WS-NSET-STATUS             PIC X(2).
       01 WS-SCR-STATUS              PIC X(2).
       01 WS-EVD-STATUS              PIC X(2).
       01 WS-NEVD-STATUS             PIC X(2).
       01 WS-RPT-STATUS              PIC X(2).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-MODE                    PIC X VALUE 'A'.
       01 WS-RUN-ID                  PIC X(10).
       01 WS-USER-ID                 PIC X(8).
       01 WS-PERIOD-FROM             PIC 9(8).
       01 WS-PERIOD-TO               PIC 9(8).
       01 WS-CHALLENGER-SET          PIC X(8).
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-ERROR-MSG               PIC X(50).
      *--- Champion (1) and challenger (2) threshold sets ---
       01 WS-SET-TABLE.
           05 WS-SET-ENTRY OCCURS 2 TIMES.
               10 WS-ST-SET-ID       PIC X(8).
               10 WS-ST-SEG-COUNT    PIC S9(3) COMP-3.
               10 WS-ST-SEGMENT OCCURS 20 TIMES.
                   15 WS-ST-SEG-CODE PIC X(4).
                   15 WS-ST-SEG-THRESH PIC S9(5) COMP-3.
       01 WS-SET-IDX                 PIC S9(3) COMP-3.
       01 WS-SEG-IDX                 PIC S9(3) COMP-3.
       01 WS-ALERT-THRESH            PIC S9(5) COMP-3.
       01 WS-DEFAULT-THRESH          PIC S9(5) COMP-3.
      *--- Back-test results per set ---
       01 WS-RESULT-TABLE.
           05 WS-RS-ENTRY OCCURS 2 TIMES.
               10 WS-RS-TXNS         PIC S9(9) COMP-3.
               10 WS-RS-FRAUD-CNT    PIC S9(7) COMP-3.
               10 WS-RS-FRAUD-AMT    PIC S9(11)V99 COMP-3.
               10 WS-RS-ALERTS       PIC S9(7) COMP-3.
               10 WS-RS-TRUE-POS     PIC S9(7) COMP-3.
               10 WS-RS-CAUGHT-AMT   PIC S9(11)V99 COMP-3.
               10 WS-RS-FALSE-POS    PIC S9(7) COMP-3.
               10 WS-RS-DETECT-RATE  PIC S9V9(4) COMP-3.
               10 WS-RS-DOLLAR-RATE  PIC S9V9(4) COMP-3.
               10 WS-RS-FP-RATIO     PIC S9(5)V99 COMP-3.
               10 WS-RS-BAND OCCURS 10 TIMES.
                   15 WS-RS-BAND-ALERTS PIC S9(7) COMP-3.
                   15 WS-RS-BAND-TP  PIC S9(7) COMP-3.
       01 WS-BAND                    PIC S9(3) COMP-3.
      *--- Evidence rewrite for approve and promote ---
       01 WS-RUN-FOUND-FLAG          PIC X VALUE 'N'.
           88 WS-RUN-FOUND           VALUE 'Y'.
       01 WS-PROMOTE-CHAMPION        PIC X(8).
       01 WS-PROMOTE-CHALLENGER      PIC X(8).
       01 WS-ROWS-RETIRED            PIC S9(5) COMP-3 VALUE 0.
       01 WS-ROWS-PROMOTED           PIC S9(5) COMP-3 VALUE 0.
      *--- Report lines ---
       01 WS-RPT-LINE.
           05 WS-RL-LABEL            PIC X(30).
           05 WS-RL-CHAMPION         PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-RL-CHALLENGER       PIC X(20).
           05 FILLER                 PIC X(28) VALUE SPACES.
       01 WS-BAND-LINE.
           05 FILLER                 PIC X(6) VALUE 'BAND  '.
           05 WS-BL-LOW              PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE '-'.
           05 WS-BL-HIGH             PIC ZZ9.
           05 FILLER                 PIC X(17) VALUE SPACES.
           05 WS-BL-CH-ALERTS        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-BL-CH-TP            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(8) VALUE SPACES.
           05 WS-BL-CL-ALERTS        PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-BL-CL-TP            PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(30) VALUE SPACES.
       01 WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-RATE               PIC Z9.9999.
       01 WS-EDIT-RATIO              PIC ZZ,ZZ9.99.
       01 WS-MSG-LINE                PIC X(100).
       01 WS-THRESHOLD-DATA.
           05 WS-CURRENT-THRESH      PIC S9(5) COMP-3.
           05 WS-NEW-THRESH          PIC S9(5) COMP-3.
       01 WS-MAX-ITERATIONS          PIC 9(2) VALUE 10.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-CONTROL
           EVALUATE WS-MODE
               WHEN 'A'
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-CALC-RATES
                   PERFORM 3000-DETERMINE-ADJUSTMENT
                   PERFORM 4000-APPLY-ADJUSTMENT
                   PERFORM 5000-DISPLAY-RESULTS
               WHEN 'B'
                   PERFORM 6000-BACK-TEST
               WHEN 'V'
                   PERFORM 7000-APPROVE-RUN
               WHEN 'P'
                   PERFORM 8000-PROMOTE-RUN
               WHEN OTHER
                   DISPLAY 'INVALID THRESHOLD CONTROL MODE: ' WS-MODE
           END-EVALUATE
           STOP RUN.
       0100-READ-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ERROR-MSG
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-MODE TO WS-MODE
                       MOVE CT-RUN-ID TO WS-RUN-ID
                       MOVE CT-USER-ID TO WS-USER-ID
                       MOVE CT-PERIOD-FROM TO WS-PERIOD-FROM
                       MOVE CT-PERIOD-TO TO WS-PERIOD-TO
                       MOVE CT-CHALLENGER-SET TO WS-CHALLENGER-SET
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       1000-INITIALIZE.
           MOVE WS-CURRENT-THRESH TO WS-NEW-THRESH
           MOVE 0 TO WS-ADJ-AMOUNT
           END-IF
           IF WS-NO-CHANGE
               DISPLAY 'DIRECTION: NO CHANGE'
           END-IF
           IF NOT WS-NO-CHANGE
               DISPLAY 'NEW THRESHOLD IS PROPOSED ONLY - BACK-TEST AS '
                   'A CHALLENGER SET BEFORE PROMOTION'
           END-IF.
      *================================================================*
      * Back-test: replay the period against champion and challenger   *
      *================================================================*
       6000-BACK-TEST.
           INITIALIZE WS-SET-TABLE
           INITIALIZE WS-RESULT-TABLE
           IF WS-RUN-ID = SPACES OR WS-CHALLENGER-SET = SPACES
               MOVE 'RUN ID AND CHALLENGER SET REQUIRED'
                   TO WS-ERROR-MSG
           ELSE
               PERFORM 6100-LOAD-SETS
           END-IF
           IF WS-ERROR-MSG = SPACES
               PERFORM 6200-CHECK-RUN-ID
           END-IF
           IF WS-ERROR-MSG = SPACES
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT SCORE-FILE
               IF WS-SCR-STATUS NOT = '00'
                   MOVE 'SCORED TRANSACTION FILE NOT AVAILABLE'
                       TO WS-ERROR-MSG
               ELSE
                   PERFORM 6300-READ-SCORE UNTIL WS-EOF
                   CLOSE SCORE-FILE
               END-IF
           END-IF
           IF WS-ERROR-MSG = SPACES
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 2
                   PERFORM 6500-CALC-SET-METRICS
               END-PERFORM
               PERFORM 6600-WRITE-REPORT
               PERFORM 6700-WRITE-EVIDENCE
               DISPLAY 'BACK-TEST ' WS-RUN-ID ' COMPLETE - '
                   'AWAITING APPROVAL'
           ELSE
               DISPLAY 'BACK-TEST REJECTED: ' WS-ERROR-MSG
           END-IF.
       6100-LOAD-SETS.
           MOVE WS-CHALLENGER-SET TO WS-ST-SET-ID(2)
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT THRESH-SET-FILE
           IF WS-SET-STATUS NOT = '00'
               MOVE 'THRESHOLD SET FILE NOT AVAILABLE' TO WS-ERROR-MSG
           ELSE
               PERFORM 6150-READ-SET UNTIL WS-EOF
               CLOSE THRESH-SET-FILE
               IF WS-ST-SEG-COUNT(1) = 0
                   MOVE 'NO CHAMPION THRESHOLD SET ON FILE'
                       TO WS-ERROR-MSG
               END-IF
               IF WS-ST-SEG-COUNT(2) = 0
                   MOVE 'CHALLENGER SET NOT ON FILE' TO WS-ERROR-MSG
               END-IF
               IF WS-ST-SET-ID(1) = WS-ST-SET-ID(2)
                   MOVE 'CHALLENGER IS THE CURRENT CHAMPION'
                       TO WS-ERROR-MSG
               END-IF
           END-IF.
       6150-READ-SET.
           READ THRESH-SET-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-SET-IDX
                   IF TS-ROLE = 'C'
                       MOVE 1 TO WS-SET-IDX
                       MOVE TS-SET-ID TO WS-ST-SET-ID(1)
                   END-IF
                   IF TS-SET-ID = WS-CHALLENGER-SET AND TS-ROLE = 'H'
                       MOVE 2 TO WS-SET-IDX
                   END-IF
                   IF WS-SET-IDX > 0
                       IF WS-ST-SEG-COUNT(WS-SET-IDX) < 20
                           ADD 1 TO WS-ST-SEG-COUNT(WS-SET-IDX)
                           MOVE WS-ST-SEG-COUNT(WS-SET-IDX)
                               TO WS-SEG-IDX
                           MOVE TS-SEGMENT TO
                               WS-ST-SEG-CODE(WS-SET-IDX, WS-SEG-IDX)
                           MOVE TS-THRESHOLD TO
                               WS-ST-SEG-THRESH(WS-SET-IDX, WS-SEG-IDX)
                       ELSE
                           DISPLAY 'THRESHOLD SEGMENTS FULL - SKIPPED '
                               TS-SET-ID ' ' TS-SEGMENT
                       END-IF
                   END-IF
           END-READ.
      *--- A run ID is used once so the evidence stays unambiguous ---
       6200-CHECK-RUN-ID.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVD-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ EVIDENCE-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF EV-RUN-ID = WS-RUN-ID
                               MOVE 'RUN ID ALREADY ON EVIDENCE FILE'
                                   TO WS-ERROR-MSG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
           END-IF.
       6300-READ-SCORE.
           READ SCORE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SC-TXN-DATE >= WS-PERIOD-FROM
                       AND SC-TXN-DATE <= WS-PERIOD-TO
                       AND (SC-CONFIRMED-FRAUD OR SC-NOT-FRAUD)
                       PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                           UNTIL WS-SET-IDX > 2
                           PERFORM 6400-SCORE-AGAINST-SET
                       END-PERFORM
                   END-IF
           END-READ.
      *--- Segment threshold, else the set's ALL row; a segment with
      *--- neither never alerts.  Score bands are ten points wide.
       6400-SCORE-AGAINST-SET.
           MOVE 0 TO WS-ALERT-THRESH
           MOVE 0 TO WS-DEFAULT-THRESH
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-ST-SEG-COUNT(WS-SET-IDX)
               IF WS-ST-SEG-CODE(WS-SET-IDX, WS-SEG-IDX) = SC-SEGMENT
                   MOVE WS-ST-SEG-THRESH(WS-SET-IDX, WS-SEG-IDX)
                       TO WS-ALERT-THRESH
               END-IF
               IF WS-ST-SEG-CODE(WS-SET-IDX, WS-SEG-IDX) = 'ALL '
                   MOVE WS-ST-SEG-THRESH(WS-SET-IDX, WS-SEG-IDX)
                       TO WS-DEFAULT-THRESH
               END-IF
           END-PERFORM
           IF WS-ALERT-THRESH = 0
               MOVE WS-DEFAULT-THRESH TO WS-ALERT-THRESH
           END-IF
           ADD 1 TO WS-RS-TXNS(WS-SET-IDX)
           IF SC-CONFIRMED-FRAUD
               ADD 1 TO WS-RS-FRAUD-CNT(WS-SET-IDX)
               ADD SC-AMOUNT TO WS-RS-FRAUD-AMT(WS-SET-IDX)
           END-IF
           IF WS-ALERT-THRESH > 0 AND SC-SCORE >= WS-ALERT-THRESH
               COMPUTE WS-BAND = SC-SCORE / 10 + 1
               IF WS-BAND > 10
                   MOVE 10 TO WS-BAND
               END-IF
               ADD 1 TO WS-RS-ALERTS(WS-SET-IDX)
               ADD 1 TO WS-RS-BAND-ALERTS(WS-SET-IDX, WS-BAND)
               IF SC-CONFIRMED-FRAUD
                   ADD 1 TO WS-RS-TRUE-POS(WS-SET-IDX)
                   ADD 1 TO WS-RS-BAND-TP(WS-SET-IDX, WS-BAND)
                   ADD SC-AMOUNT TO WS-RS-CAUGHT-AMT(WS-SET-IDX)
               ELSE
                   ADD 1 TO WS-RS-FALSE-POS(WS-SET-IDX)
               END-IF
           END-IF.
      *--- False-positive ratio is false alerts per confirmed fraud
      *--- alert.
       6500-CALC-SET-METRICS.
           MOVE 0 TO WS-RS-DETECT-RATE(WS-SET-IDX)
           MOVE 0 TO WS-RS-DOLLAR-RATE(WS-SET-IDX)
           MOVE 0 TO WS-RS-FP-RATIO(WS-SET-IDX)
           IF WS-RS-FRAUD-CNT(WS-SET-IDX) > 0
               COMPUTE WS-RS-DETECT-RATE(WS-SET-IDX) ROUNDED =
                   WS-RS-TRUE-POS(WS-SET-IDX) /
                   WS-RS-FRAUD-CNT(WS-SET-IDX)
           END-IF
           IF WS-RS-FRAUD-AMT(WS-SET-IDX) > 0
               COMPUTE WS-RS-DOLLAR-RATE(WS-SET-IDX) ROUNDED =
                   WS-RS-CAUGHT-AMT(WS-SET-IDX) /
                   WS-RS-FRAUD-AMT(WS-SET-IDX)
           END-IF
           IF WS-RS-TRUE-POS(WS-SET-IDX) > 0
               COMPUTE WS-RS-FP-RATIO(WS-SET-IDX) ROUNDED =
                   WS-RS-FALSE-POS(WS-SET-IDX) /
                   WS-RS-TRUE-POS(WS-SET-IDX)
           END-IF.
       6600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-MSG-LINE
           STRING 'CHAMPION/CHALLENGER BACK-TEST ' WS-RUN-ID
               ' PERIOD ' WS-PERIOD-FROM ' - ' WS-PERIOD-TO
               DELIMITED BY SIZE INTO WS-MSG-LINE
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           MOVE SPACES TO WS-MSG-LINE
           STRING 'RUN BY ' WS-USER-ID ' ON ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-MSG-LINE
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'THRESHOLD SET' TO WS-RL-LABEL
           MOVE 'CHAMPION' TO WS-RL-CHAMPION
           MOVE 'CHALLENGER' TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RL-LABEL
           MOVE WS-ST-SET-ID(1) TO WS-RL-CHAMPION
           MOVE WS-ST-SET-ID(2) TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'TRANSACTIONS REPLAYED' TO WS-RL-LABEL
           MOVE WS-RS-TXNS(1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHAMPION
           MOVE WS-RS-TXNS(2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'CONFIRMED FRAUD' TO WS-RL-LABEL
           MOVE WS-RS-FRAUD-CNT(1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHAMPION
           MOVE WS-RS-FRAUD-CNT(2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'ALERT VOLUME' TO WS-RL-LABEL
           MOVE WS-RS-ALERTS(1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHAMPION
           MOVE WS-RS-ALERTS(2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FRAUD DETECTED' TO WS-RL-LABEL
           MOVE WS-RS-TRUE-POS(1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHAMPION
           MOVE WS-RS-TRUE-POS(2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FALSE POSITIVES' TO WS-RL-LABEL
           MOVE WS-RS-FALSE-POS(1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHAMPION
           MOVE WS-RS-FALSE-POS(2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'DETECTION RATE' TO WS-RL-LABEL
           MOVE WS-RS-DETECT-RATE(1) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-RL-CHAMPION
           MOVE WS-RS-DETECT-RATE(2) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FRAUD DOLLARS' TO WS-RL-LABEL
           MOVE WS-RS-FRAUD-AMT(1) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RL-CHAMPION
           MOVE WS-RS-FRAUD-AMT(2) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FRAUD DOLLARS CAUGHT' TO WS-RL-LABEL
           MOVE WS-RS-CAUGHT-AMT(1) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RL-CHAMPION
           MOVE WS-RS-CAUGHT-AMT(2) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'DOLLAR DETECTION RATE' TO WS-RL-LABEL
           MOVE WS-RS-DOLLAR-RATE(1) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-RL-CHAMPION
           MOVE WS-RS-DOLLAR-RATE(2) TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FALSE POSITIVE RATIO' TO WS-RL-LABEL
           MOVE WS-RS-FP-RATIO(1) TO WS-EDIT-RATIO
           MOVE WS-EDIT-RATIO TO WS-RL-CHAMPION
           MOVE WS-RS-FP-RATIO(2) TO WS-EDIT-RATIO
           MOVE WS-EDIT-RATIO TO WS-RL-CHALLENGER
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ALERT VOLUME BY SCORE BAND' TO WS-MSG-LINE
           MOVE 'CHAMPION' TO WS-MSG-LINE(31:8)
           MOVE 'CHALLENGER' TO WS-MSG-LINE(55:10)
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           MOVE SPACES TO WS-MSG-LINE
           MOVE 'ALERTS' TO WS-MSG-LINE(32:6)
           MOVE 'FRAUD' TO WS-MSG-LINE(42:5)
           MOVE 'ALERTS' TO WS-MSG-LINE(56:6)
           MOVE 'FRAUD' TO WS-MSG-LINE(66:5)
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 10
               COMPUTE WS-BL-LOW = (WS-BAND - 1) * 10
               IF WS-BAND = 10
                   MOVE 100 TO WS-BL-HIGH
               ELSE
                   COMPUTE WS-BL-HIGH = WS-BAND * 10 - 1
               END-IF
               MOVE WS-RS-BAND-ALERTS(1, WS-BAND) TO WS-BL-CH-ALERTS
               MOVE WS-RS-BAND-TP(1, WS-BAND) TO WS-BL-CH-TP
               MOVE WS-RS-BAND-ALERTS(2, WS-BAND) TO WS-BL-CL-ALERTS
               MOVE WS-RS-BAND-TP(2, WS-BAND) TO WS-BL-CL-TP
               WRITE REPORT-RECORD FROM WS-BAND-LINE
           END-PERFORM
           CLOSE REPORT-FILE.
       6700-WRITE-EVIDENCE.
           OPEN EXTEND EVIDENCE-FILE
           IF WS-EVD-STATUS = '35'
               OPEN OUTPUT EVIDENCE-FILE
           END-IF
           INITIALIZE EVIDENCE-RECORD
           MOVE WS-RUN-ID TO EV-RUN-ID
           MOVE WS-RUN-DATE TO EV-RUN-DATE
           MOVE WS-USER-ID TO EV-RUN-BY
           MOVE WS-PERIOD-FROM TO EV-PERIOD-FROM
           MOVE WS-PERIOD-TO TO EV-PERIOD-TO
           MOVE WS-ST-SET-ID(1) TO EV-CHAMPION-SET
           MOVE WS-ST-SET-ID(2) TO EV-CHALLENGER-SET
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > 2
               MOVE WS-RS-TXNS(WS-SET-IDX) TO EV-TXNS(WS-SET-IDX)
               MOVE WS-RS-FRAUD-CNT(WS-SET-IDX)
                   TO EV-FRAUD-CNT(WS-SET-IDX)
               MOVE WS-RS-FRAUD-AMT(WS-SET-IDX)
                   TO EV-FRAUD-AMT(WS-SET-IDX)
               MOVE WS-RS-ALERTS(WS-SET-IDX) TO EV-ALERTS(WS-SET-IDX)
               MOVE WS-RS-TRUE-POS(WS-SET-IDX)
                   TO EV-TRUE-POS(WS-SET-IDX)
               MOVE WS-RS-CAUGHT-AMT(WS-SET-IDX)
                   TO EV-CAUGHT-AMT(WS-SET-IDX)
               MOVE WS-RS-FALSE-POS(WS-SET-IDX)
                   TO EV-FALSE-POS(WS-SET-IDX)
               MOVE WS-RS-DETECT-RATE(WS-SET-IDX)
                   TO EV-DETECT-RATE(WS-SET-IDX)
               MOVE WS-RS-DOLLAR-RATE(WS-SET-IDX)
                   TO EV-DOLLAR-RATE(WS-SET-IDX)
               MOVE WS-RS-FP-RATIO(WS-SET-IDX)
                   TO EV-FP-RATIO(WS-SET-IDX)
           END-PERFORM
           MOVE 'T' TO EV-STATUS
           MOVE SPACES TO EV-APPROVER
           WRITE EVIDENCE-RECORD
           CLOSE EVIDENCE-FILE.
      *================================================================*
      * Approve: a tested run, by someone other than who ran it        *
      *================================================================*
       7000-APPROVE-RUN.
           MOVE 'N' TO WS-RUN-FOUND-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVD-STATUS NOT = '00'
               MOVE 'EVIDENCE FILE NOT AVAILABLE' TO WS-ERROR-MSG
           ELSE
               OPEN OUTPUT NEW-EVIDENCE-FILE
               PERFORM 7100-APPROVE-EVIDENCE UNTIL WS-EOF
               CLOSE EVIDENCE-FILE
               CLOSE NEW-EVIDENCE-FILE
               IF NOT WS-RUN-FOUND AND WS-ERROR-MSG = SPACES
                   MOVE 'RUN ID NOT ON EVIDENCE FILE' TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-ERROR-MSG = SPACES
               DISPLAY 'BACK-TEST ' WS-RUN-ID ' APPROVED BY '
                   WS-USER-ID
           ELSE
               DISPLAY 'APPROVAL REJECTED: ' WS-ERROR-MSG
           END-IF.
       7100-APPROVE-EVIDENCE.
           READ EVIDENCE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF EV-RUN-ID = WS-RUN-ID
                       MOVE 'Y' TO WS-RUN-FOUND-FLAG
                       EVALUATE TRUE
                           WHEN EV-STATUS NOT = 'T'
                               MOVE 'RUN IS NOT AWAITING APPROVAL'
                                   TO WS-ERROR-MSG
                           WHEN EV-RUN-BY = WS-USER-ID
                               MOVE 'APPROVER MUST DIFFER FROM RUNNER'
                                   TO WS-ERROR-MSG
                           WHEN OTHER
                               MOVE 'A' TO EV-STATUS
                               MOVE WS-USER-ID TO EV-APPROVER
                               MOVE WS-RUN-DATE TO EV-APPROVE-DATE
                       END-EVALUATE
                   END-IF
                   WRITE NEW-EVIDENCE-RECORD FROM EVIDENCE-RECORD
           END-READ.
      *================================================================*
      * Promote: an approved challenger replaces the champion          *
      *================================================================*
       8000-PROMOTE-RUN.
           MOVE 'N' TO WS-RUN-FOUND-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-FILE
           IF WS-EVD-STATUS NOT = '00'
               MOVE 'EVIDENCE FILE NOT AVAILABLE' TO WS-ERROR-MSG
           ELSE
               PERFORM UNTIL WS-EOF
                   READ EVIDENCE-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF EV-RUN-ID = WS-RUN-ID
                               MOVE 'Y' TO WS-RUN-FOUND-FLAG
                               MOVE EV-CHAMPION-SET
                                   TO WS-PROMOTE-CHAMPION
                               MOVE EV-CHALLENGER-SET
                                   TO WS-PROMOTE-CHALLENGER
                               IF EV-STATUS NOT = 'A'
                                   MOVE 'RUN IS NOT APPROVED'
                                       TO WS-ERROR-MSG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
               IF NOT WS-RUN-FOUND
                   MOVE 'RUN ID NOT ON EVIDENCE FILE' TO WS-ERROR-MSG
               END-IF
           END-IF
           IF WS-ERROR-MSG = SPACES
               PERFORM 8100-REWRITE-SETS
           END-IF
           IF WS-ERROR-MSG = SPACES
               PERFORM 8200-MARK-PROMOTED
               DISPLAY 'THRESHOLD SET ' WS-PROMOTE-CHALLENGER
                   ' PROMOTED TO CHAMPION FROM RUN ' WS-RUN-ID
               DISPLAY 'ROWS RETIRED:  ' WS-ROWS-RETIRED
               DISPLAY 'ROWS PROMOTED: ' WS-ROWS-PROMOTED
           ELSE
               DISPLAY 'PROMOTION REJECTED: ' WS-ERROR-MSG
               MOVE 16 TO RETURN-CODE
           END-IF.
      *--- The champion must still be the one the run was tested
      *--- against, or the evidence no longer supports the change.
      *--- Both are checked before the new set file is opened so a
      *--- rejected promotion leaves every row as it was.
       8100-REWRITE-SETS.
           PERFORM 8110-VALIDATE-SETS
           IF WS-ERROR-MSG = SPACES
               MOVE 0 TO WS-ROWS-RETIRED
               MOVE 0 TO WS-ROWS-PROMOTED
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT THRESH-SET-FILE
               OPEN OUTPUT NEW-THRESH-SET-FILE
               PERFORM UNTIL WS-EOF
                   READ THRESH-SET-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 8150-PROMOTE-SET-ROW
                   END-READ
               END-PERFORM
               CLOSE THRESH-SET-FILE
               CLOSE NEW-THRESH-SET-FILE
           END-IF.
       8110-VALIDATE-SETS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT THRESH-SET-FILE
           IF WS-SET-STATUS NOT = '00'
               MOVE 'THRESHOLD SET FILE NOT AVAILABLE' TO WS-ERROR-MSG
           ELSE
               PERFORM UNTIL WS-EOF
                   READ THRESH-SET-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM 8120-CHECK-SET-ROW
                   END-READ
               END-PERFORM
               CLOSE THRESH-SET-FILE
               IF WS-ERROR-MSG = SPACES
                   AND WS-ROWS-PROMOTED = 0
                   MOVE 'CHALLENGER SET NO LONGER ON FILE'
                       TO WS-ERROR-MSG
               END-IF
           END-IF.
       8120-CHECK-SET-ROW.
           IF TS-ROLE = 'C'
               AND TS-SET-ID NOT = WS-PROMOTE-CHAMPION
               MOVE 'CHAMPION HAS CHANGED SINCE THE BACK-TEST'
                   TO WS-ERROR-MSG
           END-IF
           IF TS-SET-ID = WS-PROMOTE-CHALLENGER AND TS-ROLE = 'H'
               ADD 1 TO WS-ROWS-PROMOTED
           END-IF.
       8150-PROMOTE-SET-ROW.
           IF TS-ROLE = 'C'
               MOVE 'R' TO TS-ROLE
               ADD 1 TO WS-ROWS-RETIRED
           END-IF
           IF TS-SET-ID = WS-PROMOTE-CHALLENGER AND TS-ROLE = 'H'
               MOVE 'C' TO TS-ROLE
               MOVE WS-RUN-DATE TO TS-EFF-DATE
               ADD 1 TO WS-ROWS-PROMOTED
           END-IF
           WRITE NEW-THRESH-SET-RECORD FROM THRESH-SET-RECORD.
       8200-MARK-PROMOTED.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVIDENCE-FILE
           OPEN OUTPUT NEW-EVIDENCE-FILE
           PERFORM UNTIL WS-EOF
               READ EVIDENCE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EV-RUN-ID = WS-RUN-ID
                           MOVE 'P' TO EV-STATUS
                           MOVE WS-RUN-DATE TO EV-PROMOTE-DATE
                       END-IF
                       WRITE NEW-EVIDENCE-RECORD FROM EVIDENCE-RECORD
               END-READ
           END-PERFORM
           CLOSE EVIDENCE-FILE
           CLOSE NEW-EVIDENCE-FILE.
