      * BOND PREMIUM AMORTIZATION ENGINE
      * Computes constant yield method amortization for bonds
      * purchased at a premium above par value.
      * When the securities position master SECPOS.DAT is present,
      * every active position bought at a premium is scheduled and
      * its effective-yield table is written to PREMSCHD.DAT for the
      * securities subledger (BOND-SEC-SUBLEDGER); otherwise the
      * sample bond below is run and shown.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPOS-FILE ASSIGN TO 'SECPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT SCHED-FILE ASSIGN TO 'PREMSCHD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SECPOS-FILE.
       01 SECPOS-RECORD.
           05 SP-CUSIP                PIC X(9).
           05 SP-CLASS                PIC X(3).
           05 SP-STATUS               PIC X(1).
           05 SP-ORIG-FACE            PIC S9(11)V99 COMP-3.
           05 SP-ORIG-COST            PIC S9(11)V99 COMP-3.
           05 SP-FACE-VALUE           PIC S9(11)V99 COMP-3.
           05 SP-COUPON-RATE          PIC S9(1)V9(6) COMP-3.
           05 SP-YTM                  PIC S9(1)V9(6) COMP-3.
           05 SP-PURCHASE-DATE        PIC 9(8).
           05 SP-MATURITY-DATE        PIC 9(8).
           05 SP-SEMI-PERIODS         PIC 9(3).
           05 SP-AMORT-COST           PIC S9(11)V99 COMP-3.
           05 SP-CUM-AMORT            PIC S9(11)V99 COMP-3.
           05 SP-UNREALIZED           PIC S9(11)V99 COMP-3.
           05 SP-MARKET-VALUE         PIC S9(11)V99 COMP-3.
           05 SP-PRICE                PIC 9(3)V9(6).
           05 SP-PRICE-DATE           PIC 9(8).
           05 SP-REALIZED-GL          PIC S9(11)V99 COMP-3.
           05 SP-LAST-POST-DATE       PIC 9(8).
           05 SP-FILLER               PIC X(10).
       FD SCHED-FILE.
       01 SCHED-RECORD.
           05 SS-CUSIP                PIC X(9).
           05 SS-SCHED-TYPE           PIC X(1).
           05 SS-PERIOD               PIC 9(3).
           05 SS-BEG-BASIS            PIC S9(9)V99 COMP-3.
           05 SS-COUPON               PIC S9(7)V99 COMP-3.
           05 SS-YTM-INCOME           PIC S9(7)V99 COMP-3.
           05 SS-AMORT-AMT            PIC S9(7)V99 COMP-3.
           05 SS-END-BASIS            PIC S9(9)V99 COMP-3.
       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS               PIC XX.
       01 WS-SCH-STATUS               PIC XX.
       01 WS-POS-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-POS-EOF              VALUE 'Y'.
       01 WS-POS-READ-CT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-SCHED-CT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-BOND.
           05 WS-CUSIP                PIC X(9).
           05 WS-FACE-VALUE           PIC S9(9)V99 COMP-3.
           05 WS-MATURITY-DATE        PIC 9(8).
           05 WS-TOTAL-PERIODS        PIC 9(3).
       01 WS-AMORT-SCHEDULE.
           05 WS-AM-ENTRY OCCURS 60 TIMES.
               10 WS-AM-PERIOD        PIC 9(3).
               10 WS-AM-BEG-BASIS     PIC S9(9)V99 COMP-3.
               10 WS-AM-COUPON-REC    PIC S9(7)V99 COMP-3.
           05 WS-TAX-SAVINGS          PIC S9(7)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT SECPOS-FILE
           IF WS-POS-STATUS = '00'
               PERFORM 0500-PORTFOLIO-RUN
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-VALIDATE-PREMIUM
               IF BOND-IS-PREMIUM
                   PERFORM 3000-CALC-SEMI-RATES
                   PERFORM 4000-BUILD-SCHEDULE
                   PERFORM 5000-CALC-TOTALS
                   PERFORM 6000-CALC-TAX-IMPACT
               END-IF
               PERFORM 7000-DISPLAY-RESULTS
           END-IF
           STOP RUN.
       0500-PORTFOLIO-RUN.
           OPEN OUTPUT SCHED-FILE
           PERFORM 0600-NEXT-POSITION UNTIL WS-POS-EOF
           CLOSE SECPOS-FILE
           CLOSE SCHED-FILE
           DISPLAY 'POSITIONS READ:  ' WS-POS-READ-CT
           DISPLAY 'PREMIUM SCHEDS:  ' WS-SCHED-CT.
       0600-NEXT-POSITION.
           READ SECPOS-FILE
               AT END MOVE 'Y' TO WS-POS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POS-READ-CT
                   IF SP-STATUS = 'A'
                       PERFORM 1100-LOAD-POSITION
                       PERFORM 2000-VALIDATE-PREMIUM
                       IF BOND-IS-PREMIUM
                           PERFORM 3000-CALC-SEMI-RATES
                           PERFORM 4000-BUILD-SCHEDULE
                           PERFORM 5000-CALC-TOTALS
                           PERFORM 6000-CALC-TAX-IMPACT
                           PERFORM 7000-DISPLAY-RESULTS
                           PERFORM 7500-WRITE-SCHEDULE
                           ADD 1 TO WS-SCHED-CT
                       END-IF
                   END-IF
           END-READ.
       1000-INITIALIZE.
           MOVE '459200HG7' TO WS-CUSIP
           MOVE 100000.00 TO WS-FACE-VALUE
           MOVE 20240301 TO WS-PURCHASE-DATE
           MOVE 20320301 TO WS-MATURITY-DATE
           MOVE 16 TO WS-TOTAL-PERIODS.
      *    The schedule is always built on the original lot so a
      *    partial sale does not restart the effective-yield curve.
       1100-LOAD-POSITION.
           MOVE SP-CUSIP TO WS-CUSIP
           MOVE SP-ORIG-FACE TO WS-FACE-VALUE
           MOVE SP-ORIG-COST TO WS-PURCHASE-PRICE
           MOVE SP-COUPON-RATE TO WS-COUPON-RATE
           MOVE SP-YTM TO WS-YTM
           MOVE SP-PURCHASE-DATE TO WS-PURCHASE-DATE
           MOVE SP-MATURITY-DATE TO WS-MATURITY-DATE
           MOVE SP-SEMI-PERIODS TO WS-TOTAL-PERIODS
           MOVE 0 TO WS-TOT-COUPON
           MOVE 0 TO WS-TOT-YTM-INC
           MOVE 0 TO WS-TOT-AMORT.
       2000-VALIDATE-PREMIUM.
           COMPUTE WS-PREMIUM-AMT =
               WS-PURCHASE-PRICE - WS-FACE-VALUE
               WS-YTM / 2
           MOVE WS-PURCHASE-PRICE TO WS-CURRENT-BASIS.
       4000-BUILD-SCHEDULE.
           IF WS-TOTAL-PERIODS > 60
               MOVE 60 TO WS-GEN-PERIODS
           ELSE
               MOVE WS-TOTAL-PERIODS TO WS-GEN-PERIODS
           END-IF
           ELSE
               DISPLAY 'NOT A PREMIUM BOND'
           END-IF.
       7500-WRITE-SCHEDULE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-GEN-PERIODS
               MOVE WS-CUSIP TO SS-CUSIP
               MOVE 'P' TO SS-SCHED-TYPE
               MOVE WS-AM-PERIOD(WS-IDX) TO SS-PERIOD
               MOVE WS-AM-BEG-BASIS(WS-IDX) TO SS-BEG-BASIS
               MOVE WS-AM-COUPON-REC(WS-IDX) TO SS-COUPON
               MOVE WS-AM-YTM-INCOME(WS-IDX) TO SS-YTM-INCOME
               MOVE WS-AM-AMORT-AMT(WS-IDX) TO SS-AMORT-AMT
               MOVE WS-AM-END-BASIS(WS-IDX) TO SS-END-BASIS
               WRITE SCHED-RECORD
           END-PERFORM.
