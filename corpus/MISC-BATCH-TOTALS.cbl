       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISC-BATCH-TOTALS.
      *================================================================*
      * Batch Control Totals                                           *
      * Balances debits, credits, record counts and hash totals.      *
      * Each participating step of the nightly run appends a control  *
      * record to CTLTOT.DAT for every file it reads (side I) or      *
      * writes (side O).  Run with a handoff ID on the command line   *
      * after that handoff: the producer's control record is balanced *
      * against the consumer's and on any difference (or a missing or *
      * failed step) the step ends with return code 16 so the         *
      * dependent steps are not run; the result is logged back to     *
      * CTLTOT.DAT as a side B record.  Run without a handoff ID in   *
      * the morning to balance every handoff and print the night's    *
      * control-total report to CTLRPT.DAT.                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'CTLTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.
           SELECT REPORT-FILE ASSIGN TO 'CTLRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-RUN-DATE            PIC 9(8).
           05 CT-RUN-TIME            PIC 9(8).
           05 CT-STEP                PIC X(8).
           05 CT-DATASET             PIC X(12).
           05 CT-SIDE                PIC X(1).
           05 CT-RECORDS             PIC 9(9).
           05 CT-DEBITS              PIC 9(13)V99.
           05 CT-CREDITS             PIC 9(13)V99.
           05 CT-HASH                PIC 9(15).
           05 CT-STEP-STATUS         PIC X(1).
           05 FILLER                 PIC X(8).
       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-TABLE.
           05 WS-BATCH OCCURS 50.
               10 WS-BT-ID           PIC X(8).
               10 WS-BT-DATASET      PIC X(12).
               10 WS-BT-SIDE         PIC X(1).
               10 WS-BT-STAMP        PIC 9(16).
               10 WS-BT-DEBITS       PIC S9(11)V99 COMP-3.
               10 WS-BT-CREDITS      PIC S9(11)V99 COMP-3.
               10 WS-BT-COUNT        PIC S9(9) COMP-3.
               10 WS-BT-HASH         PIC S9(15) COMP-3.
               10 WS-BT-STATUS       PIC X(1).
       01 WS-BT-IDX                  PIC 9(2).
       01 WS-BATCH-COUNT             PIC 9(2).
       01 WS-GRAND-DB                PIC S9(13)V99 COMP-3.
       01 WS-GRAND-CR                PIC S9(13)V99 COMP-3.
       01 WS-GRAND-COUNT             PIC S9(9) COMP-3.
       01 WS-GRAND-HASH              PIC S9(15) COMP-3.
       01 WS-EXPECTED-DB             PIC S9(13)V99 COMP-3.
       01 WS-EXPECTED-CR             PIC S9(13)V99 COMP-3.
       01 WS-EXPECTED-COUNT          PIC S9(9) COMP-3.
       01 WS-EXPECTED-HASH           PIC S9(15) COMP-3.
       01 WS-VARIANCE-DB             PIC S9(11)V99 COMP-3.
       01 WS-VARIANCE-CR             PIC S9(11)V99 COMP-3.
       01 WS-VARIANCE-COUNT          PIC S9(9) COMP-3.
       01 WS-VARIANCE-HASH           PIC S9(15) COMP-3.
       01 WS-BALANCED-FLAG           PIC X VALUE 'N'.
           88 WS-IS-BALANCED         VALUE 'Y'.
      *--- Handoffs balanced: producer step/file/side against ---
      *--- consumer step/file/side ---
       01 WS-HANDOFF-VALUES.
           05 FILLER                 PIC X(28)
               VALUE 'GLTXN   BRFEEREVGL-TXN.DAT  '.
           05 FILLER                 PIC X(22)
               VALUE 'OMBRGLPSTGL-TXN.DAT  I'.
           05 FILLER                 PIC X(28)
               VALUE 'ACHFMT  ACHBVAL ACH.DAT     '.
           05 FILLER                 PIC X(22)
               VALUE 'IACHNACHAACHTRANS.DATI'.
           05 FILLER                 PIC X(28)
               VALUE 'NACHAFMTACHNACHAACHTRANS.DAT'.
           05 FILLER                 PIC X(22)
               VALUE 'IACHNACHANACHA.OUT   O'.
       01 WS-HANDOFF-TABLE REDEFINES WS-HANDOFF-VALUES.
           05 WS-HANDOFF OCCURS 3.
               10 WS-HO-ID           PIC X(8).
               10 WS-HO-PROD-STEP    PIC X(8).
               10 WS-HO-PROD-DSN     PIC X(12).
               10 WS-HO-PROD-SIDE    PIC X(1).
               10 WS-HO-CONS-STEP    PIC X(8).
               10 WS-HO-CONS-DSN     PIC X(12).
               10 WS-HO-CONS-SIDE    PIC X(1).
       01 WS-HANDOFF-COUNT           PIC 9(2) VALUE 3.
       01 WS-HO-IDX                  PIC 9(2).
       01 WS-HO-HIT                  PIC 9(2).
       01 WS-PROD-IDX                PIC 9(2).
       01 WS-CONS-IDX                PIC 9(2).
       01 WS-LOOK-STEP               PIC X(8).
       01 WS-LOOK-DSN                PIC X(12).
       01 WS-LOOK-SIDE               PIC X(1).
       01 WS-LOOK-HIT                PIC 9(2).
       01 WS-PARM-HANDOFF            PIC X(8) VALUE SPACES.
       01 WS-CTL-FS                  PIC XX.
       01 WS-RPT-FS                  PIC XX.
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-RUN-TIME                PIC 9(8).
       01 WS-PRIOR-DATE              PIC 9(8).
       01 WS-REC-STAMP               PIC 9(16).
       01 WS-FAIL-REASON             PIC X(24).
       01 WS-OUT-COUNT               PIC 9(2) VALUE 0.
       01 WS-RPT-LINE                PIC X(80).
       01 WS-STEP-LINE.
           05 WS-SL-STEP             PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-SL-DSN              PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-SL-SIDE             PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-SL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-SL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-SL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-SL-STATUS           PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
       01 WS-HANDOFF-LINE.
           05 WS-HL-ID               PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-HL-PROD             PIC X(8).
           05 FILLER                 PIC X(4) VALUE ' -> '.
           05 WS-HL-CONS             PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-HL-RESULT           PIC X(24).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-HL-CHECK            PIC X(22).
       01 WS-DISP-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DISP-AMT2               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DISP-CT                 PIC ZZZ,ZZZ,ZZ9-.
       01 WS-DISP-HASH               PIC Z(14)9-.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CONTROL
           IF WS-PARM-HANDOFF = SPACES
               PERFORM 5000-MORNING-REPORT
           ELSE
               PERFORM 4500-CHECK-HANDOFF
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-GRAND-DB
           MOVE 0 TO WS-GRAND-CR
           MOVE 0 TO WS-GRAND-COUNT
           MOVE 0 TO WS-GRAND-HASH
           MOVE 0 TO WS-BATCH-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-PARM-HANDOFF FROM COMMAND-LINE
      *    The night's run crosses midnight - take yesterday's and
      *    today's control records
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
      *--- Latest control record for each step/file/side ---
       1100-LOAD-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FS NOT = '00'
               DISPLAY 'NO CONTROL TOTALS ON FILE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-CONTROL UNTIL WS-EOF
           IF WS-CTL-FS = '00' OR WS-CTL-FS = '10'
               CLOSE CONTROL-FILE
           END-IF.
       1110-READ-CONTROL.
           READ CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CT-RUN-DATE NOT < WS-PRIOR-DATE
                       AND CT-SIDE NOT = 'B'
                       PERFORM 1120-KEEP-LATEST
                   END-IF
           END-READ.
       1120-KEEP-LATEST.
           MOVE CT-STEP TO WS-LOOK-STEP
           MOVE CT-DATASET TO WS-LOOK-DSN
           MOVE CT-SIDE TO WS-LOOK-SIDE
           PERFORM 1200-FIND-ENTRY
           IF WS-LOOK-HIT = 0
               IF WS-BATCH-COUNT < 50
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE WS-BATCH-COUNT TO WS-LOOK-HIT
                   MOVE 0 TO WS-BT-STAMP(WS-LOOK-HIT)
               ELSE
                   DISPLAY 'CONTROL TABLE FULL - SKIPPED ' CT-STEP
               END-IF
           END-IF
           COMPUTE WS-REC-STAMP = CT-RUN-DATE * 100000000
               + CT-RUN-TIME
           IF WS-LOOK-HIT > 0
               IF WS-REC-STAMP NOT < WS-BT-STAMP(WS-LOOK-HIT)
                   MOVE CT-STEP TO WS-BT-ID(WS-LOOK-HIT)
                   MOVE CT-DATASET TO WS-BT-DATASET(WS-LOOK-HIT)
                   MOVE CT-SIDE TO WS-BT-SIDE(WS-LOOK-HIT)
                   MOVE WS-REC-STAMP TO WS-BT-STAMP(WS-LOOK-HIT)
                   MOVE CT-DEBITS TO WS-BT-DEBITS(WS-LOOK-HIT)
                   MOVE CT-CREDITS TO WS-BT-CREDITS(WS-LOOK-HIT)
                   MOVE CT-RECORDS TO WS-BT-COUNT(WS-LOOK-HIT)
                   MOVE CT-HASH TO WS-BT-HASH(WS-LOOK-HIT)
                   MOVE CT-STEP-STATUS TO WS-BT-STATUS(WS-LOOK-HIT)
               END-IF
           END-IF.
       1200-FIND-ENTRY.
           MOVE 0 TO WS-LOOK-HIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BATCH-COUNT
               OR WS-LOOK-HIT > 0
               IF WS-BT-ID(WS-BT-IDX) = WS-LOOK-STEP
                   AND WS-BT-DATASET(WS-BT-IDX) = WS-LOOK-DSN
                   AND WS-BT-SIDE(WS-BT-IDX) = WS-LOOK-SIDE
                   MOVE WS-BT-IDX TO WS-LOOK-HIT
               END-IF
           END-PERFORM.
       2000-ACCUMULATE.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BATCH-COUNT
               WS-GRAND-DB - WS-EXPECTED-DB
           COMPUTE WS-VARIANCE-CR =
               WS-GRAND-CR - WS-EXPECTED-CR
           COMPUTE WS-VARIANCE-COUNT =
               WS-GRAND-COUNT - WS-EXPECTED-COUNT
           COMPUTE WS-VARIANCE-HASH =
               WS-GRAND-HASH - WS-EXPECTED-HASH
           MOVE 'N' TO WS-BALANCED-FLAG
           IF WS-VARIANCE-DB = 0
               IF WS-VARIANCE-CR = 0
                   IF WS-VARIANCE-COUNT = 0
                       AND WS-VARIANCE-HASH = 0
                       MOVE 'Y' TO WS-BALANCED-FLAG
                   END-IF
               END-IF
           END-IF.
      *--- Producer totals are the expected side, consumer totals ---
      *--- the actual side of one handoff ---
       3500-BALANCE-HANDOFF.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-EXPECTED-DB
           MOVE 0 TO WS-EXPECTED-CR
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-EXPECTED-HASH
           MOVE 0 TO WS-GRAND-DB
           MOVE 0 TO WS-GRAND-CR
           MOVE 0 TO WS-GRAND-COUNT
           MOVE 0 TO WS-GRAND-HASH
           MOVE WS-HO-PROD-STEP(WS-HO-IDX) TO WS-LOOK-STEP
           MOVE WS-HO-PROD-DSN(WS-HO-IDX) TO WS-LOOK-DSN
           MOVE WS-HO-PROD-SIDE(WS-HO-IDX) TO WS-LOOK-SIDE
           PERFORM 1200-FIND-ENTRY
           MOVE WS-LOOK-HIT TO WS-PROD-IDX
           MOVE WS-HO-CONS-STEP(WS-HO-IDX) TO WS-LOOK-STEP
           MOVE WS-HO-CONS-DSN(WS-HO-IDX) TO WS-LOOK-DSN
           MOVE WS-HO-CONS-SIDE(WS-HO-IDX) TO WS-LOOK-SIDE
           PERFORM 1200-FIND-ENTRY
           MOVE WS-LOOK-HIT TO WS-CONS-IDX
           IF WS-PROD-IDX > 0
               MOVE WS-BT-DEBITS(WS-PROD-IDX) TO WS-EXPECTED-DB
               MOVE WS-BT-CREDITS(WS-PROD-IDX) TO WS-EXPECTED-CR
               MOVE WS-BT-COUNT(WS-PROD-IDX) TO WS-EXPECTED-COUNT
               MOVE WS-BT-HASH(WS-PROD-IDX) TO WS-EXPECTED-HASH
           END-IF
           IF WS-CONS-IDX > 0
               MOVE WS-BT-DEBITS(WS-CONS-IDX) TO WS-GRAND-DB
               MOVE WS-BT-CREDITS(WS-CONS-IDX) TO WS-GRAND-CR
               MOVE WS-BT-COUNT(WS-CONS-IDX) TO WS-GRAND-COUNT
               MOVE WS-BT-HASH(WS-CONS-IDX) TO WS-GRAND-HASH
           END-IF
           PERFORM 3000-CHECK-BALANCE
           EVALUATE TRUE
               WHEN WS-PROD-IDX = 0
                   MOVE 'PRODUCER NOT REPORTED' TO WS-FAIL-REASON
               WHEN WS-CONS-IDX = 0
                   MOVE 'CONSUMER NOT REPORTED' TO WS-FAIL-REASON
               WHEN WS-BT-STATUS(WS-PROD-IDX) = 'F'
                   MOVE 'PRODUCER STEP FAILED' TO WS-FAIL-REASON
               WHEN WS-BT-STATUS(WS-CONS-IDX) = 'F'
                   MOVE 'CONSUMER STEP FAILED' TO WS-FAIL-REASON
               WHEN NOT WS-IS-BALANCED
                   MOVE 'OUT OF BALANCE' TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.
      *--- Single handoff check between job steps ---
       4500-CHECK-HANDOFF.
           MOVE 0 TO WS-HO-HIT
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
               UNTIL WS-HO-IDX > WS-HANDOFF-COUNT OR WS-HO-HIT > 0
               IF WS-HO-ID(WS-HO-IDX) = WS-PARM-HANDOFF
                   MOVE WS-HO-IDX TO WS-HO-HIT
               END-IF
           END-PERFORM
           IF WS-HO-HIT = 0
               DISPLAY 'UNKNOWN HANDOFF ' WS-PARM-HANDOFF
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-HO-HIT TO WS-HO-IDX
               PERFORM 3500-BALANCE-HANDOFF
               PERFORM 4000-DISPLAY-RESULTS
               PERFORM 4600-LOG-CHECK
               IF NOT WS-IS-BALANCED
                   DISPLAY 'DEPENDENT STEPS HELD: ' WS-FAIL-REASON
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       4000-DISPLAY-RESULTS.
           DISPLAY 'BATCH CONTROL TOTALS'
           DISPLAY '===================='
           DISPLAY 'HANDOFF:   ' WS-HO-ID(WS-HO-IDX)
           DISPLAY 'PRODUCER:  ' WS-HO-PROD-STEP(WS-HO-IDX) ' '
               WS-HO-PROD-DSN(WS-HO-IDX)
           DISPLAY 'CONSUMER:  ' WS-HO-CONS-STEP(WS-HO-IDX) ' '
               WS-HO-CONS-DSN(WS-HO-IDX)
           MOVE WS-GRAND-DB TO WS-DISP-AMT
           DISPLAY 'DEBITS:    ' WS-DISP-AMT
           MOVE WS-GRAND-CR TO WS-DISP-AMT
           DISPLAY 'CREDITS:   ' WS-DISP-AMT
           MOVE WS-GRAND-COUNT TO WS-DISP-CT
           DISPLAY 'TXN COUNT: ' WS-DISP-CT
           MOVE WS-GRAND-HASH TO WS-DISP-HASH
           DISPLAY 'HASH:      ' WS-DISP-HASH
           IF WS-IS-BALANCED
               DISPLAY 'STATUS: BALANCED'
           ELSE
               DISPLAY 'STATUS: OUT OF BALANCE'
               IF WS-FAIL-REASON NOT = SPACES
                   DISPLAY 'REASON:    ' WS-FAIL-REASON
               END-IF
               MOVE WS-VARIANCE-DB TO WS-DISP-AMT
               DISPLAY 'DB VAR:    ' WS-DISP-AMT
               MOVE WS-VARIANCE-CR TO WS-DISP-AMT
               DISPLAY 'CR VAR:    ' WS-DISP-AMT
               MOVE WS-VARIANCE-COUNT TO WS-DISP-CT
               DISPLAY 'CT VAR:    ' WS-DISP-CT
               MOVE WS-VARIANCE-HASH TO WS-DISP-HASH
               DISPLAY 'HASH VAR:  ' WS-DISP-HASH
           END-IF.
       4600-LOG-CHECK.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-RUN-TIME TO CT-RUN-TIME
           MOVE WS-HO-ID(WS-HO-IDX) TO CT-STEP
           MOVE WS-HO-CONS-DSN(WS-HO-IDX) TO CT-DATASET
           MOVE 'B' TO CT-SIDE
           MOVE WS-GRAND-COUNT TO CT-RECORDS
           MOVE WS-GRAND-DB TO CT-DEBITS
           MOVE WS-GRAND-CR TO CT-CREDITS
           MOVE WS-GRAND-HASH TO CT-HASH
           IF WS-IS-BALANCED
               MOVE 'Y' TO CT-STEP-STATUS
           ELSE
               MOVE 'N' TO CT-STEP-STATUS
           END-IF
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
      *--- Morning control-total report for the whole night ---
       5000-MORNING-REPORT.
           PERFORM 2000-ACCUMULATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NIGHTLY CONTROL TOTAL REPORT   RUN DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'STEP     DATASET      SIDE   RECORDS'
               TO WS-RPT-LINE
           MOVE 'DEBITS           CREDITS  STAT'
               TO WS-RPT-LINE(49:30)
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM 5100-STEP-LINE
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BATCH-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'HANDOFF   PRODUCER    CONSUMER  RESULT'
               TO WS-RPT-LINE
           MOVE 'BALANCE CHECK' TO WS-RPT-LINE(59:13)
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM 5200-HANDOFF-LINE
               VARYING WS-HO-IDX FROM 1 BY 1
               UNTIL WS-HO-IDX > WS-HANDOFF-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-BATCH-COUNT TO WS-DISP-CT
           STRING 'CONTROL RECORDS: ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-OUT-COUNT TO WS-DISP-CT
           STRING 'HANDOFFS OUT OF BALANCE: ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'NIGHTLY CONTROL TOTAL REPORT WRITTEN'
           DISPLAY 'CONTROL RECORDS:  ' WS-BATCH-COUNT
           DISPLAY 'OUT OF BALANCE:   ' WS-OUT-COUNT
           IF WS-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       5100-STEP-LINE.
           MOVE WS-BT-ID(WS-BT-IDX) TO WS-SL-STEP
           MOVE WS-BT-DATASET(WS-BT-IDX) TO WS-SL-DSN
           MOVE WS-BT-SIDE(WS-BT-IDX) TO WS-SL-SIDE
           MOVE WS-BT-COUNT(WS-BT-IDX) TO WS-SL-COUNT
           MOVE WS-BT-DEBITS(WS-BT-IDX) TO WS-SL-DEBITS
           MOVE WS-BT-CREDITS(WS-BT-IDX) TO WS-SL-CREDITS
           IF WS-BT-STATUS(WS-BT-IDX) = 'F'
               MOVE 'FAIL' TO WS-SL-STATUS
           ELSE
               MOVE 'OK' TO WS-SL-STATUS
           END-IF
           WRITE REPORT-RECORD FROM WS-STEP-LINE.
       5200-HANDOFF-LINE.
           PERFORM 3500-BALANCE-HANDOFF
           MOVE WS-HO-ID(WS-HO-IDX) TO WS-HL-ID
           MOVE WS-HO-PROD-STEP(WS-HO-IDX) TO WS-HL-PROD
           MOVE WS-HO-CONS-STEP(WS-HO-IDX) TO WS-HL-CONS
           IF WS-IS-BALANCED
               MOVE 'BALANCED' TO WS-HL-RESULT
           ELSE
               MOVE WS-FAIL-REASON TO WS-HL-RESULT
               ADD 1 TO WS-OUT-COUNT
           END-IF
           PERFORM 5300-LAST-CHECK
           WRITE REPORT-RECORD FROM WS-HANDOFF-LINE
           IF NOT WS-IS-BALANCED
               AND WS-PROD-IDX > 0 AND WS-CONS-IDX > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VARIANCE-COUNT TO WS-DISP-CT
               MOVE WS-VARIANCE-HASH TO WS-DISP-HASH
               STRING '    VARIANCE  RECORDS ' DELIMITED BY SIZE
                   WS-DISP-CT DELIMITED BY SIZE
                   '  HASH ' DELIMITED BY SIZE
                   WS-DISP-HASH DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VARIANCE-DB TO WS-DISP-AMT
               MOVE WS-VARIANCE-CR TO WS-DISP-AMT2
               STRING '              DEBITS  ' DELIMITED BY SIZE
                   WS-DISP-AMT DELIMITED BY SIZE
                   '  CREDITS ' DELIMITED BY SIZE
                   WS-DISP-AMT2 DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
      *--- What the in-stream balance check decided overnight ---
       5300-LAST-CHECK.
           MOVE 'NOT RUN' TO WS-HL-CHECK
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 5310-READ-CHECK UNTIL WS-EOF
           IF WS-CTL-FS = '00' OR WS-CTL-FS = '10'
               CLOSE CONTROL-FILE
           END-IF.
       5310-READ-CHECK.
           READ CONTROL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CT-SIDE = 'B'
                       AND CT-RUN-DATE NOT < WS-PRIOR-DATE
                       AND CT-STEP = WS-HO-ID(WS-HO-IDX)
                       IF CT-STEP-STATUS = 'Y'
                           MOVE 'PASSED' TO WS-HL-CHECK
                       ELSE
                           MOVE 'FAILED - STEPS HELD'
                               TO WS-HL-CHECK
                       END-IF
                   END-IF
           END-READ.
