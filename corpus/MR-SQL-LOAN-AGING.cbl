       IDENTIFICATION DIVISION.
       PROGRAM-ID. MR-SQL-LOAN-AGING.
      *================================================================*
      * Loan Aging and Delinquency Migration                           *
      * Buckets outstanding loans by days past due and reports the     *
      * balances, counts and delinquency ratio.  On the month-end run  *
      * (the last business day of the month or later) it also:       *
      *   - saves a bucket snapshot per loan in LOAN_AGING_SNAP,       *
      *     replacing any earlier snapshot for the same month, with   *
      *     origination quarter, months on book and an ever-60+ flag  *
      *     carried forward from the prior month's snapshot;           *
      *   - builds the roll-rate matrix from last month's bucket to    *
      *     this month's, by count and balance, to AGEROLL.DAT;        *
      *   - builds vintage curves of cumulative delinquency and        *
      *     charge-off by grade, origination quarter and months on    *
      *     book from every saved snapshot, to AGEVINT.DAT.            *
      * Charged-off loans stay in the snapshot as bucket 'CO ' so the  *
      * vintages keep their losses; loans gone from the book since    *
      * last month roll to 'PD '.                                      *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-FILE ASSIGN TO 'AGEROLL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.
           SELECT VINTAGE-FILE ASSIGN TO 'AGEVINT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ROLL-FILE.
       01 ROLL-RECORD.
           05 RR-SNAP-MONTH        PIC 9(6).
           05 RR-FROM-BUCKET       PIC X(3).
           05 RR-TO-BUCKET         PIC X(3).
           05 RR-LOAN-COUNT        PIC 9(7).
           05 RR-FROM-BALANCE      PIC S9(13)V99.
           05 RR-TO-BALANCE        PIC S9(13)V99.
           05 RR-COUNT-PCT         PIC 9(3)V99.
           05 RR-BALANCE-PCT       PIC 9(3)V99.
       FD VINTAGE-FILE.
       01 VINTAGE-RECORD.
           05 VC-SNAP-MONTH        PIC 9(6).
           05 VC-LOAN-GRADE        PIC X(2).
           05 VC-ORIG-QTR          PIC X(5).
           05 VC-MOB               PIC 9(3).
           05 VC-LOAN-COUNT        PIC 9(7).
           05 VC-ORIG-AMT          PIC S9(13)V99.
           05 VC-DELINQ-AMT        PIC S9(13)V99.
           05 VC-CHARGEOFF-AMT     PIC S9(13)V99.
           05 VC-DELINQ-PCT        PIC 9(3)V99.
           05 VC-CHARGEOFF-PCT     PIC 9(3)V99.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-SQLCODE               PIC S9(9) COMP-3.
       01 WS-LOAN-REC.
           05 WS-LOAN-NUM          PIC X(12).
           05 WS-DUE-DATE          PIC X(10).
           05 WS-DAYS-PAST-DUE     PIC S9(5) COMP-3.
           05 WS-LOAN-GRADE        PIC X(2).
           05 WS-ORIG-DATE         PIC X(10).
           05 WS-ORIG-PARTS REDEFINES WS-ORIG-DATE.
               10 WS-ORIG-YEAR     PIC 9(4).
               10 FILLER           PIC X.
               10 WS-ORIG-MONTH    PIC 9(2).
               10 FILLER           PIC X.
               10 WS-ORIG-DAY      PIC 9(2).
           05 WS-ORIG-AMT          PIC S9(11)V99 COMP-3.
           05 WS-LOAN-STATUS       PIC X(2).
           05 WS-CHARGEOFF-AMT     PIC S9(11)V99 COMP-3.
       01 WS-AGING-BUCKETS.
           05 WS-CURRENT-BAL       PIC S9(13)V99 COMP-3.
           05 WS-BUCKET-30         PIC S9(13)V99 COMP-3.
       01 WS-EOF-FLAG               PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-REPORT-DATE            PIC 9(8).
       01 WS-REPORT-PARTS REDEFINES WS-REPORT-DATE.
           05 WS-RPT-YEAR           PIC 9(4).
           05 WS-RPT-MONTH          PIC 9(2).
           05 WS-RPT-DAY            PIC 9(2).
      *--- Month-end snapshot ---
       01 WS-MONTH-END-FLAG         PIC X VALUE 'N'.
           88 WS-MONTH-END          VALUE 'Y'.
       01 WS-SNAP-MONTH             PIC 9(6).
       01 WS-PRIOR-MONTH            PIC 9(6).
       01 WS-SNAP-BUCKET            PIC X(3).
       01 WS-SNAP-BALANCE           PIC S9(11)V99 COMP-3.
       01 WS-ORIG-QTR               PIC X(5).
       01 WS-ORIG-QTR-PARTS REDEFINES WS-ORIG-QTR.
           05 WS-OQ-YEAR            PIC 9(4).
           05 WS-OQ-QUARTER         PIC 9(1).
       01 WS-MOB                    PIC S9(5) COMP-3.
       01 WS-EVER-DELQ              PIC X.
       01 WS-PRIOR-EVER             PIC X.
       01 WS-EVER-DELQ-DPD          PIC S9(5) COMP-3 VALUE 60.
       01 WS-SNAP-SAVED             PIC 9(7) VALUE 0.
       01 WS-SNAP-ERRORS            PIC 9(5) VALUE 0.
      *--- Roll-rate matrix: from bucket x to bucket ---
       01 WS-BUCKET-CODES           PIC X(24)
               VALUE 'CUR030060090120180CO PD '.
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-CODES.
           05 WS-BUCKET-CODE        PIC X(3) OCCURS 8 TIMES.
       01 WS-ROLL-MATRIX.
           05 WS-RM-FROM OCCURS 8 TIMES.
               10 WS-RM-FROM-CNT    PIC S9(7) COMP-3.
               10 WS-RM-FROM-BAL    PIC S9(13)V99 COMP-3.
               10 WS-RM-TO OCCURS 8 TIMES.
                   15 WS-RM-CNT     PIC S9(7) COMP-3.
                   15 WS-RM-FBAL    PIC S9(13)V99 COMP-3.
                   15 WS-RM-TBAL    PIC S9(13)V99 COMP-3.
       01 WS-FROM-IDX               PIC S9(4) COMP.
       01 WS-TO-IDX                 PIC S9(4) COMP.
       01 WS-BKT-IDX                PIC S9(4) COMP.
       01 WS-BKT-SCAN               PIC S9(4) COMP.
       01 WS-BKT-CODE               PIC X(3).
       01 WS-RR-FROM                PIC X(3).
       01 WS-RR-TO                  PIC X(3).
       01 WS-RR-COUNT               PIC S9(9) COMP.
       01 WS-RR-FROM-BAL            PIC S9(13)V99 COMP-3.
       01 WS-RR-TO-BAL              PIC S9(13)V99 COMP-3.
       01 WS-ROLL-ROWS              PIC 9(5) VALUE 0.
       01 WS-ROLL-LINE              PIC X(80).
       01 WS-DISP-PCT               PIC ZZ9.99.
      *--- Vintage curve ---
       01 WS-VC-GRADE               PIC X(2).
       01 WS-VC-QTR                 PIC X(5).
       01 WS-VC-MOB                 PIC S9(5) COMP-3.
       01 WS-VC-COUNT               PIC S9(9) COMP.
       01 WS-VC-ORIG-AMT            PIC S9(13)V99 COMP-3.
       01 WS-VC-DELQ-AMT            PIC S9(13)V99 COMP-3.
       01 WS-VC-CO-AMT              PIC S9(13)V99 COMP-3.
       01 WS-VINT-ROWS              PIC 9(5) VALUE 0.
       01 WS-ROLL-STATUS            PIC X(2).
       01 WS-VINT-STATUS            PIC X(2).
      *--- Business calendar service interface ---
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION       PIC X(4).
           05 WS-CAL-DATE-IN        PIC 9(8).
           05 WS-CAL-DATE-IN2       PIC 9(8).
           05 WS-CAL-DAYS           PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT       PIC 9(8).
           05 WS-CAL-DAYS-OUT       PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE       PIC X.
           05 WS-CAL-STATUS         PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 5000-CALC-RATIOS
           PERFORM 6000-REPORT
           IF WS-MONTH-END
               PERFORM 7000-ROLL-RATE
               PERFORM 8000-VINTAGE-CURVE
           END-IF
           STOP RUN.
       1000-INIT.
           INITIALIZE WS-AGING-BUCKETS
           INITIALIZE WS-COUNTS
           INITIALIZE WS-ROLL-MATRIX
           MOVE 0 TO WS-TOTAL-PORTFOLIO
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SNAP-MONTH = WS-RPT-YEAR * 100 + WS-RPT-MONTH
           IF WS-RPT-MONTH = 1
               COMPUTE WS-PRIOR-MONTH =
                   (WS-RPT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-SNAP-MONTH - 1
           END-IF
           MOVE 'MEND' TO WS-CAL-FUNCTION
           MOVE WS-REPORT-DATE TO WS-CAL-DATE-IN
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           IF WS-CAL-STATUS = '00'
               AND WS-REPORT-DATE >= WS-CAL-DATE-OUT
               MOVE 'Y' TO WS-MONTH-END-FLAG
           END-IF
           IF WS-MONTH-END
               EXEC SQL
                   DELETE FROM LOAN_AGING_SNAP
                   WHERE SNAP_MONTH = :WS-SNAP-MONTH
               END-EXEC
           END-IF.
       2000-OPEN-CURSOR.
           EXEC SQL
               DECLARE LOAN_AGING_CUR CURSOR FOR
               SELECT LOAN_NUM, BORROWER_NAME,
                      OUTSTANDING_BAL, DUE_DATE,
                      DAYS_PAST_DUE, LOAN_GRADE,
                      ORIGINATION_DATE, ORIGINAL_AMT,
                      LOAN_STATUS,
                      COALESCE(CHARGEOFF_AMT, 0)
               FROM LOAN_MASTER
               WHERE OUTSTANDING_BAL > 0
                  OR LOAN_STATUS = 'CO'
               ORDER BY DAYS_PAST_DUE DESC
           END-EXEC
           EXEC SQL
                    :WS-OUTSTANDING,
                    :WS-DUE-DATE,
                    :WS-DAYS-PAST-DUE,
                    :WS-LOAN-GRADE,
                    :WS-ORIG-DATE,
                    :WS-ORIG-AMT,
                    :WS-LOAN-STATUS,
                    :WS-CHARGEOFF-AMT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SQLCODE = 0
                   IF WS-LOAN-STATUS NOT = 'CO'
                       PERFORM 3100-BUCKET-LOAN
                   END-IF
                   IF WS-MONTH-END
                       PERFORM 3200-SAVE-SNAPSHOT
                   END-IF
               END-IF
           END-IF.
       3100-BUCKET-LOAN.
                   ADD WS-OUTSTANDING TO WS-BUCKET-180
                   ADD 1 TO WS-CNT-180
           END-EVALUATE.
       3200-SAVE-SNAPSHOT.
           MOVE WS-OUTSTANDING TO WS-SNAP-BALANCE
           EVALUATE TRUE
               WHEN WS-LOAN-STATUS = 'CO'
                   MOVE 'CO ' TO WS-SNAP-BUCKET
                   MOVE 0 TO WS-SNAP-BALANCE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 'CUR' TO WS-SNAP-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE '030' TO WS-SNAP-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE '060' TO WS-SNAP-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE '090' TO WS-SNAP-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 120
                   MOVE '120' TO WS-SNAP-BUCKET
               WHEN OTHER
                   MOVE '180' TO WS-SNAP-BUCKET
           END-EVALUATE
           MOVE WS-ORIG-YEAR TO WS-OQ-YEAR
           COMPUTE WS-OQ-QUARTER = (WS-ORIG-MONTH + 2) / 3
           COMPUTE WS-MOB =
               (WS-RPT-YEAR * 12 + WS-RPT-MONTH) -
               (WS-ORIG-YEAR * 12 + WS-ORIG-MONTH)
           IF WS-MOB < 0
               MOVE 0 TO WS-MOB
           END-IF
      *    Ever-delinquent is sticky: once a loan has been more than
      *    60 days past due or charged off it stays in the curve.
           MOVE 'N' TO WS-PRIOR-EVER
           EXEC SQL
               SELECT EVER_DELQ
               INTO :WS-PRIOR-EVER
               FROM LOAN_AGING_SNAP
               WHERE LOAN_NUM = :WS-LOAN-NUM
               AND SNAP_MONTH = :WS-PRIOR-MONTH
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-PRIOR-EVER
           END-IF
           IF WS-PRIOR-EVER = 'Y'
               OR WS-DAYS-PAST-DUE > WS-EVER-DELQ-DPD
               OR WS-LOAN-STATUS = 'CO'
               MOVE 'Y' TO WS-EVER-DELQ
           ELSE
               MOVE 'N' TO WS-EVER-DELQ
           END-IF
           EXEC SQL
               INSERT INTO LOAN_AGING_SNAP
               (SNAP_MONTH, LOAN_NUM, LOAN_GRADE, AGE_BUCKET,
                DAYS_PAST_DUE, BALANCE, ORIG_QTR, MOB,
                ORIG_AMT, EVER_DELQ, CHARGEOFF_AMT)
               VALUES
               (:WS-SNAP-MONTH, :WS-LOAN-NUM, :WS-LOAN-GRADE,
                :WS-SNAP-BUCKET, :WS-DAYS-PAST-DUE,
                :WS-SNAP-BALANCE, :WS-ORIG-QTR, :WS-MOB,
                :WS-ORIG-AMT, :WS-EVER-DELQ, :WS-CHARGEOFF-AMT)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               ADD 1 TO WS-SNAP-SAVED
           ELSE
               ADD 1 TO WS-SNAP-ERRORS
           END-IF.
       4000-CLOSE-CURSOR.
           EXEC SQL
               CLOSE LOAN_AGING_CUR
           END-EXEC
           IF WS-MONTH-END
               EXEC SQL COMMIT END-EXEC
           END-IF.
       5000-CALC-RATIOS.
           IF WS-TOTAL-PORTFOLIO > 0
               COMPUTE WS-DELINQ-RATIO =
           DISPLAY '120+ DPD:   $' WS-BUCKET-180
               ' (' WS-CNT-180 ')'
           DISPLAY 'PORTFOLIO:  $' WS-TOTAL-PORTFOLIO
           DISPLAY 'DELINQ PCT: ' WS-DELINQ-RATIO
           IF WS-MONTH-END
               DISPLAY 'SNAPSHOT MONTH: ' WS-SNAP-MONTH
                   ' LOANS SAVED: ' WS-SNAP-SAVED
                   ' ERRORS: ' WS-SNAP-ERRORS
           END-IF.
      *================================================================*
      * Roll-rate matrix: last month's bucket against this month's    *
      *================================================================*
       7000-ROLL-RATE.
           EXEC SQL
               DECLARE ROLL_RATE_CUR CURSOR FOR
               SELECT P.AGE_BUCKET,
                      COALESCE(C.AGE_BUCKET, 'PD '),
                      COUNT(*),
                      SUM(P.BALANCE),
                      SUM(COALESCE(C.BALANCE, 0))
               FROM LOAN_AGING_SNAP P
               LEFT OUTER JOIN LOAN_AGING_SNAP C
                 ON C.LOAN_NUM = P.LOAN_NUM
                AND C.SNAP_MONTH = :WS-SNAP-MONTH
               WHERE P.SNAP_MONTH = :WS-PRIOR-MONTH
               GROUP BY P.AGE_BUCKET,
                        COALESCE(C.AGE_BUCKET, 'PD ')
           END-EXEC
           EXEC SQL
               OPEN ROLL_RATE_CUR
           END-EXEC
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 7100-FETCH-ROLL UNTIL WS-EOF
           EXEC SQL
               CLOSE ROLL_RATE_CUR
           END-EXEC
           OPEN OUTPUT ROLL-FILE
           DISPLAY ' '
           DISPLAY 'ROLL RATES ' WS-PRIOR-MONTH ' TO ' WS-SNAP-MONTH
               ' (PCT OF FROM-BUCKET COUNT)'
           DISPLAY 'FROM   CUR    030    060    090    120    180'
               '    CO     PD'
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
               UNTIL WS-FROM-IDX > 8
               IF WS-RM-FROM-CNT(WS-FROM-IDX) > 0
                   PERFORM 7300-WRITE-ROLL-ROW
               END-IF
           END-PERFORM
           CLOSE ROLL-FILE
           DISPLAY 'ROLL-RATE CELLS WRITTEN: ' WS-ROLL-ROWS.
       7100-FETCH-ROLL.
           EXEC SQL
               FETCH ROLL_RATE_CUR
               INTO :WS-RR-FROM,
                    :WS-RR-TO,
                    :WS-RR-COUNT,
                    :WS-RR-FROM-BAL,
                    :WS-RR-TO-BAL
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SQLCODE = 0
                   MOVE WS-RR-FROM TO WS-BKT-CODE
                   PERFORM 7200-BUCKET-INDEX
                   MOVE WS-BKT-IDX TO WS-FROM-IDX
                   MOVE WS-RR-TO TO WS-BKT-CODE
                   PERFORM 7200-BUCKET-INDEX
                   MOVE WS-BKT-IDX TO WS-TO-IDX
                   IF WS-FROM-IDX > 0 AND WS-TO-IDX > 0
                       ADD WS-RR-COUNT
                           TO WS-RM-CNT(WS-FROM-IDX, WS-TO-IDX)
                       ADD WS-RR-FROM-BAL
                           TO WS-RM-FBAL(WS-FROM-IDX, WS-TO-IDX)
                       ADD WS-RR-TO-BAL
                           TO WS-RM-TBAL(WS-FROM-IDX, WS-TO-IDX)
                       ADD WS-RR-COUNT
                           TO WS-RM-FROM-CNT(WS-FROM-IDX)
                       ADD WS-RR-FROM-BAL
                           TO WS-RM-FROM-BAL(WS-FROM-IDX)
                   ELSE
                       DISPLAY 'UNKNOWN AGING BUCKET ' WS-RR-FROM
                           ' ' WS-RR-TO
                   END-IF
               ELSE
                   DISPLAY 'ROLL RATE FETCH ERROR: ' WS-SQLCODE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.
       7200-BUCKET-INDEX.
           MOVE 0 TO WS-BKT-IDX
           PERFORM VARYING WS-BKT-SCAN FROM 1 BY 1
               UNTIL WS-BKT-SCAN > 8 OR WS-BKT-IDX > 0
               IF WS-BUCKET-CODE(WS-BKT-SCAN) = WS-BKT-CODE
                   MOVE WS-BKT-SCAN TO WS-BKT-IDX
               END-IF
           END-PERFORM.
       7300-WRITE-ROLL-ROW.
           MOVE SPACES TO WS-ROLL-LINE
           MOVE WS-BUCKET-CODE(WS-FROM-IDX) TO WS-ROLL-LINE(1:3)
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
               UNTIL WS-TO-IDX > 8
               MOVE WS-SNAP-MONTH TO RR-SNAP-MONTH
               MOVE WS-BUCKET-CODE(WS-FROM-IDX) TO RR-FROM-BUCKET
               MOVE WS-BUCKET-CODE(WS-TO-IDX) TO RR-TO-BUCKET
               MOVE WS-RM-CNT(WS-FROM-IDX, WS-TO-IDX)
                   TO RR-LOAN-COUNT
               MOVE WS-RM-FBAL(WS-FROM-IDX, WS-TO-IDX)
                   TO RR-FROM-BALANCE
               MOVE WS-RM-TBAL(WS-FROM-IDX, WS-TO-IDX)
                   TO RR-TO-BALANCE
               COMPUTE RR-COUNT-PCT ROUNDED =
                   WS-RM-CNT(WS-FROM-IDX, WS-TO-IDX) * 100 /
                   WS-RM-FROM-CNT(WS-FROM-IDX)
               IF WS-RM-FROM-BAL(WS-FROM-IDX) > 0
                   COMPUTE RR-BALANCE-PCT ROUNDED =
                       WS-RM-FBAL(WS-FROM-IDX, WS-TO-IDX) * 100 /
                       WS-RM-FROM-BAL(WS-FROM-IDX)
               ELSE
                   MOVE 0 TO RR-BALANCE-PCT
               END-IF
               WRITE ROLL-RECORD
               ADD 1 TO WS-ROLL-ROWS
               MOVE RR-COUNT-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT
                   TO WS-ROLL-LINE(WS-TO-IDX * 7 - 2:6)
           END-PERFORM
           DISPLAY WS-ROLL-LINE.
      *================================================================*
      * Vintage curves from every saved snapshot                       *
      *================================================================*
       8000-VINTAGE-CURVE.
           EXEC SQL
               DECLARE VINTAGE_CUR CURSOR FOR
               SELECT LOAN_GRADE, ORIG_QTR, MOB,
                      COUNT(*),
                      SUM(ORIG_AMT),
                      SUM(CASE WHEN EVER_DELQ = 'Y'
                          THEN ORIG_AMT ELSE 0 END),
                      SUM(CHARGEOFF_AMT)
               FROM LOAN_AGING_SNAP
               GROUP BY LOAN_GRADE, ORIG_QTR, MOB
               ORDER BY LOAN_GRADE, ORIG_QTR, MOB
           END-EXEC
           EXEC SQL
               OPEN VINTAGE_CUR
           END-EXEC
           OPEN OUTPUT VINTAGE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 8100-FETCH-VINTAGE UNTIL WS-EOF
           EXEC SQL
               CLOSE VINTAGE_CUR
           END-EXEC
           CLOSE VINTAGE-FILE
           DISPLAY 'VINTAGE CURVE POINTS WRITTEN: ' WS-VINT-ROWS.
       8100-FETCH-VINTAGE.
           EXEC SQL
               FETCH VINTAGE_CUR
               INTO :WS-VC-GRADE,
                    :WS-VC-QTR,
                    :WS-VC-MOB,
                    :WS-VC-COUNT,
                    :WS-VC-ORIG-AMT,
                    :WS-VC-DELQ-AMT,
                    :WS-VC-CO-AMT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 100
               SET WS-EOF TO TRUE
           ELSE
               IF WS-SQLCODE = 0
                   PERFORM 8200-WRITE-VINTAGE
               ELSE
                   DISPLAY 'VINTAGE FETCH ERROR: ' WS-SQLCODE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.
       8200-WRITE-VINTAGE.
           MOVE WS-SNAP-MONTH TO VC-SNAP-MONTH
           MOVE WS-VC-GRADE TO VC-LOAN-GRADE
           MOVE WS-VC-QTR TO VC-ORIG-QTR
           MOVE WS-VC-MOB TO VC-MOB
           MOVE WS-VC-COUNT TO VC-LOAN-COUNT
           MOVE WS-VC-ORIG-AMT TO VC-ORIG-AMT
           MOVE WS-VC-DELQ-AMT TO VC-DELINQ-AMT
           MOVE WS-VC-CO-AMT TO VC-CHARGEOFF-AMT
           IF WS-VC-ORIG-AMT > 0
               COMPUTE VC-DELINQ-PCT ROUNDED =
                   WS-VC-DELQ-AMT * 100 / WS-VC-ORIG-AMT
               COMPUTE VC-CHARGEOFF-PCT ROUNDED =
                   WS-VC-CO-AMT * 100 / WS-VC-ORIG-AMT
           ELSE
               MOVE 0 TO VC-DELINQ-PCT
               MOVE 0 TO VC-CHARGEOFF-PCT
           END-IF
           WRITE VINTAGE-RECORD
           ADD 1 TO WS-VINT-ROWS.
