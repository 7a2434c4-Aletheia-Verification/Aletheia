       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-LOC-BILLING.
      *================================================================*
      * Overdraft Line of Credit Billing Cycle                         *
      * Services the overdraft lines that OD-PROTECT-LINK draws on.    *
      * Control record ODLCTL.DAT gives the run date and mode:         *
      *   'D' daily   - accrue interest on each line from the last     *
      *                 accrual date at the daily periodic rate,       *
      *                 post the day's draws, payments and fees from  *
      *                 ODLOCACT.DAT (appended to history ODLOCHST.DAT)*
      *                 - the feed is emptied once posted -            *
      *                 and, on the payment due date, take the         *
      *                 minimum due from checking for enrolled lines  *
      *                 (debits to ODAUTOPY.DAT for DDA posting)       *
      *   'M' statement - the daily work, then close the cycle:        *
      *                 charge the accrued interest, age an unpaid    *
      *                 minimum into delinquency with a late fee,     *
      *                 freeze lines delinquent for WS-FREEZE-CYCLES  *
      *                 cycles so OD-PROTECT-LINK stops drawing,      *
      *                 set the new minimum payment and due date and  *
      *                 write the Regulation Z periodic statement to  *
      *                 ODLOCSTM.DAT                                   *
      * Line master ODLOC.DAT is rewritten to ODLOCN.DAT.              *
      * A day's activity that does not fit the activity table, or a    *
      * line master that cannot be opened, stops the run with return   *
      * code 16 before anything is written; ODLOCACT.DAT is kept for   *
      * the rerun.  A statement run loads only the history dated since *
      * the earliest last statement among the open lines, and stops    *
      * the same way if that history with the day's postings would not *
      * fit the cycle table.                                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ODLCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOC-MASTER-FILE ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT NEW-LOC-MASTER-FILE ASSIGN TO "ODLOCN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLOC-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "ODLOCACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ODLOCHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO "ODAUTOPY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ODLOCSTM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CT-RUN-DATE            PIC 9(8).
           05  CT-MODE                PIC X.
       FD  LOC-MASTER-FILE.
       01  LOC-MASTER-RECORD.
           05  LC-LOC-ACCT            PIC 9(10).
           05  LC-CHECKING-ACCT       PIC 9(10).
           05  LC-CUST-NAME           PIC X(30).
           05  LC-CREDIT-LIMIT        PIC 9(9)V99.
           05  LC-BALANCE             PIC S9(9)V99.
           05  LC-APR                 PIC 9(2)V9(4).
           05  LC-STATUS              PIC X.
               88  LC-ACTIVE          VALUE "A".
               88  LC-FROZEN          VALUE "F".
               88  LC-CLOSED          VALUE "C".
           05  LC-AUTOPAY             PIC X.
               88  LC-AUTOPAY-ENROLLED VALUE "Y".
           05  LC-LAST-STMT-DATE      PIC 9(8).
           05  LC-LAST-ACCRUAL-DATE   PIC 9(8).
           05  LC-PREV-BALANCE        PIC S9(9)V99.
           05  LC-ACCRUED-INT         PIC 9(7)V9(6).
           05  LC-ADB-SUM             PIC S9(11)V99.
           05  LC-CYCLE-DAYS          PIC 9(3).
           05  LC-CYCLE-DRAWS         PIC 9(9)V99.
           05  LC-CYCLE-PAYMENTS      PIC 9(9)V99.
           05  LC-CYCLE-FEES          PIC 9(7)V99.
           05  LC-MIN-DUE             PIC 9(7)V99.
           05  LC-MIN-REMAINING       PIC 9(7)V99.
           05  LC-DUE-DATE            PIC 9(8).
           05  LC-PAST-DUE            PIC 9(9)V99.
           05  LC-DELINQ-CYCLES       PIC 9(2).
           05  LC-YTD-INTEREST        PIC 9(7)V99.
           05  LC-YTD-FEES            PIC 9(7)V99.
       FD  NEW-LOC-MASTER-FILE.
       01  NEW-LOC-MASTER-RECORD      PIC X(224).
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD.
           05  AC-LOC-ACCT            PIC 9(10).
           05  AC-DATE                PIC 9(8).
           05  AC-TYPE                PIC X.
               88  AC-DRAW            VALUE "D".
               88  AC-PAYMENT         VALUE "P".
               88  AC-FEE             VALUE "F".
           05  AC-AMOUNT              PIC 9(9)V99.
           05  AC-DESC                PIC X(25).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD             PIC X(55).
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           05  AP-CHECKING-ACCT       PIC 9(10).
           05  AP-LOC-ACCT            PIC 9(10).
           05  AP-AMOUNT              PIC 9(7)V99.
           05  AP-DATE                PIC 9(8).
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
      *--- File status and control ---
       01  WS-CTL-STATUS              PIC XX.
       01  WS-LOC-STATUS              PIC XX.
       01  WS-NLOC-STATUS             PIC XX.
       01  WS-ACT-STATUS              PIC XX.
       01  WS-HST-STATUS              PIC XX.
       01  WS-APY-STATUS              PIC XX.
       01  WS-STM-STATUS              PIC XX.
       01  WS-EOF-FLAG                PIC X VALUE "N".
           88  WS-EOF                 VALUE "Y".
       01  WS-ACT-FULL-FLAG           PIC X VALUE "N".
           88  WS-ACT-TABLE-FULL      VALUE "Y".
       01  WS-ACT-LOADED-FLAG         PIC X VALUE "N".
           88  WS-ACT-LOADED          VALUE "Y".
       01  WS-CYC-FULL-FLAG           PIC X VALUE "N".
           88  WS-CYC-TABLE-FULL      VALUE "Y".
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR            PIC 9(4).
           05  WS-RUN-MMDD            PIC 9(4).
       01  WS-MODE                    PIC X.
           88  WS-DAILY-MODE          VALUE "D".
           88  WS-STATEMENT-MODE      VALUE "M".
      *--- Billing terms ---
       01  WS-MIN-PMT-FLOOR           PIC S9(5)V99 COMP-3
                                      VALUE 25.00.
       01  WS-MIN-PMT-PCT             PIC S9V9(4) COMP-3
                                      VALUE 0.0300.
       01  WS-LATE-FEE                PIC S9(5)V99 COMP-3
                                      VALUE 25.00.
       01  WS-DUE-DAYS                PIC S9(3) COMP-3 VALUE 25.
       01  WS-FREEZE-CYCLES           PIC 9(2) VALUE 2.
      *--- Day's activity ---
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-LOC-ACCT    PIC 9(10).
               10  WS-ACT-DATE        PIC 9(8).
               10  WS-ACT-TYPE        PIC X.
               10  WS-ACT-AMOUNT      PIC S9(9)V99 COMP-3.
               10  WS-ACT-DESC        PIC X(25).
       01  WS-ACT-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-ACT-IDX                 PIC S9(5) COMP-3.
      *--- Cycle history for statement itemization ---
       01  WS-CYC-TABLE.
           05  WS-CYC-ENTRY OCCURS 5000 TIMES.
               10  WS-CYC-LOC-ACCT    PIC 9(10).
               10  WS-CYC-DATE        PIC 9(8).
               10  WS-CYC-TYPE        PIC X.
               10  WS-CYC-AMOUNT      PIC S9(9)V99 COMP-3.
               10  WS-CYC-DESC        PIC X(25).
       01  WS-CYC-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-CYC-IDX                 PIC S9(5) COMP-3.
       01  WS-CYC-FROM-DATE           PIC 9(8).
       01  WS-CYC-LINE-CT             PIC S9(5) COMP-3 VALUE 0.
      *--- Work fields ---
       01  WS-ACCRUAL-DAYS            PIC S9(5) COMP-3.
       01  WS-DAILY-RATE              PIC S9V9(8) COMP-3.
       01  WS-DAY-INTEREST            PIC S9(7)V9(6) COMP-3.
       01  WS-INTEREST-CHARGE         PIC S9(7)V99 COMP-3.
       01  WS-PAY-AMT                 PIC S9(9)V99 COMP-3.
       01  WS-APPLY-AMT               PIC S9(9)V99 COMP-3.
       01  WS-AVG-DAILY-BAL           PIC S9(9)V99 COMP-3.
       01  WS-NEW-MIN                 PIC S9(9)V99 COMP-3.
       01  WS-STMT-FEES               PIC S9(7)V99 COMP-3.
       01  WS-STMT-LATE-FEE           PIC S9(7)V99 COMP-3.
       01  WS-STMT-DRAWS              PIC S9(9)V99 COMP-3.
       01  WS-STMT-PAYMENTS           PIC S9(9)V99 COMP-3.
       01  WS-STMT-YEAR               PIC 9(4).
       01  WS-AVAILABLE-CREDIT        PIC S9(9)V99 COMP-3.
       01  WS-PAYOFF-MONTHS           PIC S9(5) COMP-3.
       01  WS-PAYOFF-BAL              PIC S9(9)V99 COMP-3.
      *--- Counters ---
       01  WS-LINES-READ              PIC S9(5) COMP-3 VALUE 0.
       01  WS-ACT-POSTED              PIC S9(5) COMP-3 VALUE 0.
       01  WS-AUTOPAY-CT              PIC S9(5) COMP-3 VALUE 0.
       01  WS-STMT-CT                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-DELINQ-CT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-FROZEN-CT               PIC S9(5) COMP-3 VALUE 0.
      *--- Business calendar service interface ---
       01  WS-CAL-PARMS.
           05  WS-CAL-FUNCTION        PIC X(4).
           05  WS-CAL-DATE-IN         PIC 9(8).
           05  WS-CAL-DATE-IN2        PIC 9(8).
           05  WS-CAL-DAYS            PIC S9(5) COMP-3.
           05  WS-CAL-DATE-OUT        PIC 9(8).
           05  WS-CAL-DAYS-OUT        PIC S9(5) COMP-3.
           05  WS-CAL-DAY-TYPE        PIC X.
           05  WS-CAL-STATUS          PIC X(2).
      *--- Display ---
       01  WS-DISP-AMT                PIC -$$$,$$$,$$9.99.
       01  WS-DISP-AMT2               PIC -$$$,$$$,$$9.99.
       01  WS-DISP-RATE               PIC Z9.9999.
       01  WS-DISP-APR                PIC Z9.99.
       01  WS-DISP-CT                 PIC ZZZZ9.
       01  WS-STMT-LINE               PIC X(132).
      *--- Statement layouts ---
       01  WS-SL-HEADER.
           05  FILLER                 PIC X(28)
               VALUE "OVERDRAFT LINE OF CREDIT    ".
           05  FILLER                 PIC X(8) VALUE "ACCOUNT ".
           05  WS-SL-ACCT             PIC 9(10).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-SL-NAME             PIC X(30).
           05  FILLER                 PIC X(15)
               VALUE "  CYCLE CLOSES ".
           05  WS-SL-CLOSE-DATE       PIC 9(8).
           05  FILLER                 PIC X(30) VALUE SPACES.
       01  WS-SL-AMOUNT-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-SL-LABEL            PIC X(40).
           05  WS-SL-AMOUNT           PIC -$$$,$$$,$$9.99.
           05  FILLER                 PIC X(73) VALUE SPACES.
       01  WS-SL-TXN-LINE.
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  WS-SL-TXN-DATE         PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-TXN-TYPE         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-TXN-DESC         PIC X(25).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-TXN-AMT          PIC -$$$,$$$,$$9.99.
           05  FILLER                 PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-ACTIVITY
           IF WS-ACT-TABLE-FULL
               DISPLAY "ACTIVITY TABLE FULL - BILLING RUN ABANDONED"
               DISPLAY "ODLOCACT.DAT KEPT FOR THE RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATEMENT-MODE
               PERFORM 1700-LOAD-CYCLE-HISTORY
               IF WS-CYC-TABLE-FULL
                   DISPLAY "CYCLE HISTORY TABLE FULL - STATEMENT RUN "
                       "ABANDONED"
                   DISPLAY "ODLOCACT.DAT KEPT FOR THE RERUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT LOC-MASTER-FILE
           IF WS-LOC-STATUS NOT = "00"
               DISPLAY "LOC MASTER OPEN FAILED " WS-LOC-STATUS
               DISPLAY "ODLOCACT.DAT KEPT FOR THE RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATEMENT-MODE
               OPEN OUTPUT STATEMENT-FILE
           END-IF
           OPEN OUTPUT AUTOPAY-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT NEW-LOC-MASTER-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM 2000-PROCESS-LINE
               UNTIL WS-EOF
           CLOSE LOC-MASTER-FILE
           CLOSE NEW-LOC-MASTER-FILE
           CLOSE HISTORY-FILE
           CLOSE AUTOPAY-FILE
           IF WS-STATEMENT-MODE
               CLOSE STATEMENT-FILE
           END-IF
      *    Empty the feed once posted so OD-PROTECT-LINK appends to a
      *    fresh day and nothing posts twice.
           IF WS-ACT-LOADED
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
           END-IF
           PERFORM 9000-DISPLAY-TOTALS
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "D" TO WS-MODE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-RUN-DATE NUMERIC AND CT-RUN-DATE > 0
                           MOVE CT-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF CT-MODE NOT = SPACE
                           MOVE CT-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-DAILY-MODE AND NOT WS-STATEMENT-MODE
               DISPLAY "INVALID BILLING MODE " WS-MODE
                   " - DAILY ASSUMED"
               MOVE "D" TO WS-MODE
           END-IF.

      *================================================================*
      * Draws, payments and fees for the day                           *
      *================================================================*
       1500-LOAD-ACTIVITY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-STATUS NOT = "00"
               DISPLAY "NO LOC ACTIVITY FOR THE DAY"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM 1510-READ-ACTIVITY
               UNTIL WS-EOF
           IF WS-ACT-STATUS = "00" OR "10"
               CLOSE ACTIVITY-FILE
               MOVE "Y" TO WS-ACT-LOADED-FLAG
           END-IF.

       1510-READ-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ACT-COUNT < 2000
                       ADD 1 TO WS-ACT-COUNT
                       MOVE AC-LOC-ACCT
                           TO WS-ACT-LOC-ACCT(WS-ACT-COUNT)
                       MOVE AC-DATE TO WS-ACT-DATE(WS-ACT-COUNT)
                       MOVE AC-TYPE TO WS-ACT-TYPE(WS-ACT-COUNT)
                       MOVE AC-AMOUNT TO WS-ACT-AMOUNT(WS-ACT-COUNT)
                       MOVE AC-DESC TO WS-ACT-DESC(WS-ACT-COUNT)
                   ELSE
                       DISPLAY "ACTIVITY TABLE FULL - SKIPPED "
                           AC-LOC-ACCT
                       MOVE "Y" TO WS-ACT-FULL-FLAG
                   END-IF
           END-READ.

      *================================================================*
      * Posted history for the statement transaction list              *
      *================================================================*
       1700-LOAD-CYCLE-HISTORY.
      *    Only entries after the earliest last statement date of an
      *    open line can appear on this run's statements.
           MOVE 99999999 TO WS-CYC-FROM-DATE
           MOVE 0 TO WS-CYC-LINE-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT LOC-MASTER-FILE
           IF WS-LOC-STATUS = "00"
               PERFORM 1705-SCAN-LINE
                   UNTIL WS-EOF
               CLOSE LOC-MASTER-FILE
           END-IF
           IF WS-CYC-FROM-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-CYC-FROM-DATE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM 1710-READ-HISTORY
               UNTIL WS-EOF
           IF WS-HST-STATUS = "00" OR "10"
               CLOSE HISTORY-FILE
           END-IF
      *    Room is needed for the day's postings and an autopay per
      *    line as well, or a statement would go out short.
           IF WS-CYC-COUNT + WS-ACT-COUNT + WS-CYC-LINE-CT > 5000
               DISPLAY "CYCLE HISTORY TABLE FULL AT 5000"
               MOVE "Y" TO WS-CYC-FULL-FLAG
           END-IF.

       1705-SCAN-LINE.
           READ LOC-MASTER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF NOT LC-CLOSED
                       ADD 1 TO WS-CYC-LINE-CT
                       IF LC-LAST-STMT-DATE < WS-CYC-FROM-DATE
                           MOVE LC-LAST-STMT-DATE
                               TO WS-CYC-FROM-DATE
                       END-IF
                   END-IF
           END-READ.

       1710-READ-HISTORY.
           READ HISTORY-FILE INTO ACTIVITY-RECORD
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF AC-DATE > WS-CYC-FROM-DATE
                       AND AC-DATE <= WS-RUN-DATE
                       PERFORM 1720-ADD-CYCLE-ENTRY
                   END-IF
           END-READ.

       1720-ADD-CYCLE-ENTRY.
           IF WS-CYC-COUNT < 5000
               ADD 1 TO WS-CYC-COUNT
               MOVE AC-LOC-ACCT TO WS-CYC-LOC-ACCT(WS-CYC-COUNT)
               MOVE AC-DATE TO WS-CYC-DATE(WS-CYC-COUNT)
               MOVE AC-TYPE TO WS-CYC-TYPE(WS-CYC-COUNT)
               MOVE AC-AMOUNT TO WS-CYC-AMOUNT(WS-CYC-COUNT)
               MOVE AC-DESC TO WS-CYC-DESC(WS-CYC-COUNT)
           ELSE
               MOVE "Y" TO WS-CYC-FULL-FLAG
           END-IF.

      *================================================================*
      * One line of credit                                             *
      *================================================================*
       2000-PROCESS-LINE.
           READ LOC-MASTER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF NOT LC-CLOSED
                       PERFORM 2100-ACCRUE-INTEREST
                       PERFORM 2200-POST-ACTIVITY
                       PERFORM 2300-AUTOPAY
                       IF WS-STATEMENT-MODE
                           PERFORM 3000-CLOSE-CYCLE
                       END-IF
                   END-IF
                   WRITE NEW-LOC-MASTER-RECORD
                       FROM LOC-MASTER-RECORD
           END-READ.

       2100-ACCRUE-INTEREST.
      *    Interest runs on the balance as it stood for each day since
      *    the last accrual; the day's postings count from tomorrow.
           IF LC-LAST-ACCRUAL-DATE = 0
               OR LC-LAST-ACCRUAL-DATE > WS-RUN-DATE
               MOVE 0 TO WS-ACCRUAL-DAYS
           ELSE
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(LC-LAST-ACCRUAL-DATE)
           END-IF
           IF WS-ACCRUAL-DAYS > 0
               COMPUTE WS-DAILY-RATE = LC-APR / 100 / 365
               IF LC-BALANCE > 0
                   COMPUTE WS-DAY-INTEREST =
                       LC-BALANCE * WS-DAILY-RATE * WS-ACCRUAL-DAYS
                   ADD WS-DAY-INTEREST TO LC-ACCRUED-INT
                   COMPUTE LC-ADB-SUM = LC-ADB-SUM +
                       LC-BALANCE * WS-ACCRUAL-DAYS
               END-IF
               ADD WS-ACCRUAL-DAYS TO LC-CYCLE-DAYS
           END-IF
           MOVE WS-RUN-DATE TO LC-LAST-ACCRUAL-DATE.

       2200-POST-ACTIVITY.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-LOC-ACCT(WS-ACT-IDX) = LC-LOC-ACCT
                   EVALUATE WS-ACT-TYPE(WS-ACT-IDX)
                       WHEN "D"
                           ADD WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO LC-BALANCE
                           ADD WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO LC-CYCLE-DRAWS
                       WHEN "F"
                           ADD WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO LC-BALANCE
                           ADD WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO LC-CYCLE-FEES
                           ADD WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO LC-YTD-FEES
                       WHEN "P"
                           MOVE WS-ACT-AMOUNT(WS-ACT-IDX)
                               TO WS-PAY-AMT
                           PERFORM 2250-APPLY-PAYMENT
                       WHEN OTHER
                           DISPLAY "UNKNOWN LOC ACTIVITY "
                               WS-ACT-TYPE(WS-ACT-IDX)
                               " " LC-LOC-ACCT
                   END-EVALUATE
                   MOVE WS-ACT-LOC-ACCT(WS-ACT-IDX) TO AC-LOC-ACCT
                   MOVE WS-ACT-DATE(WS-ACT-IDX) TO AC-DATE
                   MOVE WS-ACT-TYPE(WS-ACT-IDX) TO AC-TYPE
                   MOVE WS-ACT-AMOUNT(WS-ACT-IDX) TO AC-AMOUNT
                   MOVE WS-ACT-DESC(WS-ACT-IDX) TO AC-DESC
                   PERFORM 2400-WRITE-HISTORY
                   ADD 1 TO WS-ACT-POSTED
               END-IF
           END-PERFORM.

       2250-APPLY-PAYMENT.
      *    A payment reduces the balance and counts first against any
      *    past-due amount, then against the minimum still owed.
           SUBTRACT WS-PAY-AMT FROM LC-BALANCE
           ADD WS-PAY-AMT TO LC-CYCLE-PAYMENTS
           IF WS-PAY-AMT >= LC-PAST-DUE
               MOVE 0 TO LC-PAST-DUE
           ELSE
               SUBTRACT WS-PAY-AMT FROM LC-PAST-DUE
           END-IF
           IF WS-PAY-AMT >= LC-MIN-REMAINING
               MOVE 0 TO LC-MIN-REMAINING
           ELSE
               SUBTRACT WS-PAY-AMT FROM LC-MIN-REMAINING
           END-IF.

       2300-AUTOPAY.
           IF LC-AUTOPAY-ENROLLED
               AND LC-DUE-DATE = WS-RUN-DATE
               AND LC-MIN-REMAINING > 0
               MOVE LC-MIN-REMAINING TO WS-PAY-AMT
               IF WS-PAY-AMT > LC-BALANCE
                   MOVE LC-BALANCE TO WS-PAY-AMT
               END-IF
               IF WS-PAY-AMT > 0
                   MOVE LC-CHECKING-ACCT TO AP-CHECKING-ACCT
                   MOVE LC-LOC-ACCT TO AP-LOC-ACCT
                   MOVE WS-PAY-AMT TO AP-AMOUNT
                   MOVE WS-RUN-DATE TO AP-DATE
                   WRITE AUTOPAY-RECORD
                   PERFORM 2250-APPLY-PAYMENT
                   MOVE LC-LOC-ACCT TO AC-LOC-ACCT
                   MOVE WS-RUN-DATE TO AC-DATE
                   MOVE "P" TO AC-TYPE
                   MOVE WS-PAY-AMT TO AC-AMOUNT
                   MOVE "AUTOPAY FROM CHECKING" TO AC-DESC
                   PERFORM 2400-WRITE-HISTORY
                   ADD 1 TO WS-AUTOPAY-CT
               END-IF
           END-IF.

       2400-WRITE-HISTORY.
           WRITE HISTORY-RECORD FROM ACTIVITY-RECORD
           IF WS-STATEMENT-MODE
               PERFORM 1720-ADD-CYCLE-ENTRY
           END-IF.

      *================================================================*
      * Statement cycle close                                          *
      *================================================================*
       3000-CLOSE-CYCLE.
           DIVIDE LC-LAST-STMT-DATE BY 10000 GIVING WS-STMT-YEAR
           IF WS-STMT-YEAR < WS-RUN-YEAR
               MOVE 0 TO LC-YTD-INTEREST
               MOVE LC-CYCLE-FEES TO LC-YTD-FEES
           END-IF
           MOVE LC-CYCLE-DRAWS TO WS-STMT-DRAWS
           MOVE LC-CYCLE-PAYMENTS TO WS-STMT-PAYMENTS
      *--- Interest charge for the cycle
           COMPUTE WS-INTEREST-CHARGE ROUNDED = LC-ACCRUED-INT
           ADD WS-INTEREST-CHARGE TO LC-BALANCE
           ADD WS-INTEREST-CHARGE TO LC-YTD-INTEREST
           IF LC-CYCLE-DAYS > 0
               COMPUTE WS-AVG-DAILY-BAL ROUNDED =
                   LC-ADB-SUM / LC-CYCLE-DAYS
           ELSE
               MOVE LC-BALANCE TO WS-AVG-DAILY-BAL
           END-IF
      *--- A minimum left unpaid past its due date ages the line
           MOVE 0 TO WS-STMT-LATE-FEE
           IF LC-MIN-REMAINING > 0
               AND LC-DUE-DATE > 0
               AND LC-DUE-DATE < WS-RUN-DATE
      *        The minimum already carries the earlier past due.
               MOVE LC-MIN-REMAINING TO LC-PAST-DUE
               ADD 1 TO LC-DELINQ-CYCLES
               MOVE WS-LATE-FEE TO WS-STMT-LATE-FEE
               ADD WS-LATE-FEE TO LC-BALANCE
               ADD WS-LATE-FEE TO LC-CYCLE-FEES
               ADD WS-LATE-FEE TO LC-YTD-FEES
               ADD 1 TO WS-DELINQ-CT
           ELSE
               IF LC-PAST-DUE = 0
                   MOVE 0 TO LC-DELINQ-CYCLES
               END-IF
           END-IF
           IF LC-DELINQ-CYCLES >= WS-FREEZE-CYCLES
               AND LC-ACTIVE
               MOVE "F" TO LC-STATUS
               ADD 1 TO WS-FROZEN-CT
               DISPLAY "LINE FROZEN - DELINQUENT " LC-LOC-ACCT
                   " CYCLES " LC-DELINQ-CYCLES
           END-IF
           MOVE LC-CYCLE-FEES TO WS-STMT-FEES
      *--- New minimum: the greater of the floor and the percentage of
      *--- the balance, plus anything past due, never above the balance
           IF LC-BALANCE > 0
               COMPUTE WS-NEW-MIN ROUNDED =
                   LC-BALANCE * WS-MIN-PMT-PCT
               IF WS-NEW-MIN < WS-MIN-PMT-FLOOR
                   MOVE WS-MIN-PMT-FLOOR TO WS-NEW-MIN
               END-IF
               ADD LC-PAST-DUE TO WS-NEW-MIN
               IF WS-NEW-MIN > LC-BALANCE
                   MOVE LC-BALANCE TO WS-NEW-MIN
               END-IF
           ELSE
               MOVE 0 TO WS-NEW-MIN
           END-IF
           MOVE WS-NEW-MIN TO LC-MIN-DUE
           MOVE WS-NEW-MIN TO LC-MIN-REMAINING
           MOVE "ROLF" TO WS-CAL-FUNCTION
           COMPUTE WS-CAL-DATE-IN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DUE-DAYS)
           CALL "UTIL-BUS-CALENDAR" USING WS-CAL-PARMS
           IF WS-CAL-STATUS = "00"
               MOVE WS-CAL-DATE-OUT TO LC-DUE-DATE
           ELSE
               MOVE WS-CAL-DATE-IN TO LC-DUE-DATE
           END-IF
           PERFORM 3500-WRITE-STATEMENT
      *--- Start the next cycle
           MOVE LC-BALANCE TO LC-PREV-BALANCE
           MOVE WS-RUN-DATE TO LC-LAST-STMT-DATE
           MOVE 0 TO LC-ACCRUED-INT
           MOVE 0 TO LC-ADB-SUM
           MOVE 0 TO LC-CYCLE-DAYS
           MOVE 0 TO LC-CYCLE-DRAWS
           MOVE 0 TO LC-CYCLE-PAYMENTS
           MOVE 0 TO LC-CYCLE-FEES
           ADD 1 TO WS-STMT-CT.

      *================================================================*
      * Periodic statement - Regulation Z open-end disclosures         *
      *================================================================*
       3500-WRITE-STATEMENT.
           MOVE LC-LOC-ACCT TO WS-SL-ACCT
           MOVE LC-CUST-NAME TO WS-SL-NAME
           MOVE WS-RUN-DATE TO WS-SL-CLOSE-DATE
           WRITE STATEMENT-RECORD FROM WS-SL-HEADER
           MOVE SPACES TO WS-STMT-LINE
           STRING "    BILLING CYCLE " DELIMITED BY SIZE
               LC-LAST-STMT-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  DAYS IN CYCLE " DELIMITED BY SIZE
               LC-CYCLE-DAYS DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
      *--- Account summary
           MOVE "PREVIOUS BALANCE" TO WS-SL-LABEL
           MOVE LC-PREV-BALANCE TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "ADVANCES (OVERDRAFT TRANSFERS)" TO WS-SL-LABEL
           MOVE WS-STMT-DRAWS TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "PAYMENTS AND CREDITS" TO WS-SL-LABEL
           COMPUTE WS-SL-AMOUNT = 0 - WS-STMT-PAYMENTS
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "FEES CHARGED" TO WS-SL-LABEL
           MOVE WS-STMT-FEES TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "INTEREST CHARGED" TO WS-SL-LABEL
           MOVE WS-INTEREST-CHARGE TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "NEW BALANCE" TO WS-SL-LABEL
           MOVE LC-BALANCE TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "CREDIT LIMIT" TO WS-SL-LABEL
           MOVE LC-CREDIT-LIMIT TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           IF LC-FROZEN
               MOVE 0 TO WS-AVAILABLE-CREDIT
           ELSE
               COMPUTE WS-AVAILABLE-CREDIT =
                   LC-CREDIT-LIMIT - LC-BALANCE
               IF WS-AVAILABLE-CREDIT < 0
                   MOVE 0 TO WS-AVAILABLE-CREDIT
               END-IF
           END-IF
           MOVE "AVAILABLE CREDIT" TO WS-SL-LABEL
           MOVE WS-AVAILABLE-CREDIT TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           IF LC-FROZEN
               MOVE SPACES TO WS-STMT-LINE
               MOVE "    THIS LINE IS SUSPENDED FOR NONPAYMENT - NO NEW
      -            " ADVANCES WILL BE MADE" TO WS-STMT-LINE
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF
      *--- Payment information and warnings
           MOVE SPACES TO WS-STMT-LINE
           MOVE LC-MIN-DUE TO WS-DISP-AMT
           STRING "    PAYMENT DUE DATE " DELIMITED BY SIZE
               LC-DUE-DATE DELIMITED BY SIZE
               "   MINIMUM PAYMENT DUE " DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           IF LC-PAST-DUE > 0
               MOVE "  INCLUDES PAST DUE AMOUNT" TO WS-SL-LABEL
               MOVE LC-PAST-DUE TO WS-SL-AMOUNT
               WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           MOVE WS-LATE-FEE TO WS-DISP-AMT
           STRING "    LATE PAYMENT WARNING: IF WE DO NOT RECEIVE YOUR "
               DELIMITED BY SIZE
               "MINIMUM PAYMENT BY THE" DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "    DATE LISTED ABOVE, YOU MAY HAVE TO PAY A LATE "
               DELIMITED BY SIZE
               "FEE OF UP TO" DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               " AND THE LINE MAY BE SUSPENDED." DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           IF LC-BALANCE > 0
               PERFORM 3600-MINIMUM-PAYMENT-WARNING
           END-IF
           IF LC-AUTOPAY-ENROLLED AND LC-MIN-DUE > 0
               MOVE SPACES TO WS-STMT-LINE
               STRING "    THE MINIMUM PAYMENT WILL BE DEBITED FROM "
                   DELIMITED BY SIZE
                   "CHECKING ACCOUNT " DELIMITED BY SIZE
                   LC-CHECKING-ACCT DELIMITED BY SIZE
                   " ON THE DUE DATE." DELIMITED BY SIZE
                   INTO WS-STMT-LINE
               END-STRING
               WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           END-IF
      *--- Transactions posted in the cycle
           MOVE SPACES TO WS-STMT-LINE
           MOVE "    TRANSACTIONS" TO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYC-COUNT
               IF WS-CYC-LOC-ACCT(WS-CYC-IDX) = LC-LOC-ACCT
                   AND WS-CYC-DATE(WS-CYC-IDX) > LC-LAST-STMT-DATE
                   AND WS-CYC-DATE(WS-CYC-IDX) <= WS-RUN-DATE
                   PERFORM 3550-WRITE-TXN-LINE
               END-IF
           END-PERFORM
           IF WS-STMT-LATE-FEE > 0
               MOVE WS-RUN-DATE TO WS-SL-TXN-DATE
               MOVE "FEE" TO WS-SL-TXN-TYPE
               MOVE "LATE FEE" TO WS-SL-TXN-DESC
               MOVE WS-STMT-LATE-FEE TO WS-SL-TXN-AMT
               WRITE STATEMENT-RECORD FROM WS-SL-TXN-LINE
           END-IF
           IF WS-INTEREST-CHARGE > 0
               MOVE WS-RUN-DATE TO WS-SL-TXN-DATE
               MOVE "INTEREST" TO WS-SL-TXN-TYPE
               MOVE "INTEREST CHARGE ON ADVANCES" TO WS-SL-TXN-DESC
               MOVE WS-INTEREST-CHARGE TO WS-SL-TXN-AMT
               WRITE STATEMENT-RECORD FROM WS-SL-TXN-LINE
           END-IF
      *--- Fees and interest: cycle and year to date
           MOVE "TOTAL FEES CHARGED THIS PERIOD" TO WS-SL-LABEL
           MOVE WS-STMT-FEES TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "TOTAL INTEREST CHARGED THIS PERIOD" TO WS-SL-LABEL
           MOVE WS-INTEREST-CHARGE TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "TOTAL FEES CHARGED THIS YEAR" TO WS-SL-LABEL
           MOVE LC-YTD-FEES TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
           MOVE "TOTAL INTEREST CHARGED THIS YEAR" TO WS-SL-LABEL
           MOVE LC-YTD-INTEREST TO WS-SL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-SL-AMOUNT-LINE
      *--- Interest charge calculation
           COMPUTE WS-DAILY-RATE = LC-APR / 100 / 365
           COMPUTE WS-DISP-RATE ROUNDED = WS-DAILY-RATE * 100
           MOVE LC-APR TO WS-DISP-APR
           MOVE WS-AVG-DAILY-BAL TO WS-DISP-AMT
           MOVE SPACES TO WS-STMT-LINE
           STRING "    INTEREST CHARGE CALCULATION  ANNUAL PERCENTAGE "
               DELIMITED BY SIZE
               "RATE " DELIMITED BY SIZE
               WS-DISP-APR DELIMITED BY SIZE
               "%  DAILY PERIODIC RATE " DELIMITED BY SIZE
               WS-DISP-RATE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "    BALANCE SUBJECT TO INTEREST RATE "
               DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           MOVE "    THE BALANCE SUBJECT TO INTEREST RATE IS THE AVERAG
      -        "E DAILY BALANCE OF ADVANCES, INCLUDING NEW ADVANCES, FOR
      -        " THE BILLING CYCLE." TO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
      *--- Billing rights
           MOVE SPACES TO WS-STMT-LINE
           MOVE "    BILLING ERRORS: NOTIFY US IN WRITING WITHIN 60 DAY
      -        "S AT THE BILLING INQUIRIES ADDRESS ON THE REVERSE OF THI
      -        "S STATEMENT." TO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE.

       3550-WRITE-TXN-LINE.
           MOVE WS-CYC-DATE(WS-CYC-IDX) TO WS-SL-TXN-DATE
           EVALUATE WS-CYC-TYPE(WS-CYC-IDX)
               WHEN "D"
                   MOVE "ADVANCE" TO WS-SL-TXN-TYPE
                   MOVE WS-CYC-AMOUNT(WS-CYC-IDX) TO WS-SL-TXN-AMT
               WHEN "P"
                   MOVE "PAYMENT" TO WS-SL-TXN-TYPE
                   COMPUTE WS-SL-TXN-AMT =
                       0 - WS-CYC-AMOUNT(WS-CYC-IDX)
               WHEN OTHER
                   MOVE "FEE" TO WS-SL-TXN-TYPE
                   MOVE WS-CYC-AMOUNT(WS-CYC-IDX) TO WS-SL-TXN-AMT
           END-EVALUATE
           MOVE WS-CYC-DESC(WS-CYC-IDX) TO WS-SL-TXN-DESC
           WRITE STATEMENT-RECORD FROM WS-SL-TXN-LINE.

       3600-MINIMUM-PAYMENT-WARNING.
      *    Months to repay at the minimum with no new advances, for the
      *    minimum payment warning.  Capped at 30 years.
           MOVE LC-BALANCE TO WS-PAYOFF-BAL
           MOVE 0 TO WS-PAYOFF-MONTHS
           COMPUTE WS-DAILY-RATE = LC-APR / 100 / 365
           PERFORM 3610-PAYOFF-MONTH
               UNTIL WS-PAYOFF-BAL <= 0
               OR WS-PAYOFF-MONTHS >= 360
           MOVE WS-PAYOFF-MONTHS TO WS-DISP-CT
           MOVE SPACES TO WS-STMT-LINE
           STRING "    MINIMUM PAYMENT WARNING: IF YOU MAKE ONLY THE "
               DELIMITED BY SIZE
               "MINIMUM PAYMENT EACH PERIOD AND TAKE NO NEW ADVANCES, "
               DELIMITED BY SIZE
               "PAYOFF WILL TAKE ABOUT" DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING "    " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               " MONTHS." DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE.

       3610-PAYOFF-MONTH.
           COMPUTE WS-PAYOFF-BAL ROUNDED =
               WS-PAYOFF-BAL + WS-PAYOFF-BAL * WS-DAILY-RATE * 30
           COMPUTE WS-NEW-MIN ROUNDED = WS-PAYOFF-BAL * WS-MIN-PMT-PCT
           IF WS-NEW-MIN < WS-MIN-PMT-FLOOR
               MOVE WS-MIN-PMT-FLOOR TO WS-NEW-MIN
           END-IF
           SUBTRACT WS-NEW-MIN FROM WS-PAYOFF-BAL
           ADD 1 TO WS-PAYOFF-MONTHS.

       9000-DISPLAY-TOTALS.
           DISPLAY "========================================"
           DISPLAY "   OVERDRAFT LINE BILLING " WS-RUN-DATE
               " MODE " WS-MODE
           DISPLAY "========================================"
           MOVE WS-LINES-READ TO WS-DISP-CT
           DISPLAY "LINES READ:      " WS-DISP-CT
           MOVE WS-ACT-POSTED TO WS-DISP-CT
           DISPLAY "ITEMS POSTED:    " WS-DISP-CT
           MOVE WS-AUTOPAY-CT TO WS-DISP-CT
           DISPLAY "AUTOPAYMENTS:    " WS-DISP-CT
           MOVE WS-STMT-CT TO WS-DISP-CT
           DISPLAY "STATEMENTS:      " WS-DISP-CT
           MOVE WS-DELINQ-CT TO WS-DISP-CT
           DISPLAY "NEWLY PAST DUE:  " WS-DISP-CT
           MOVE WS-FROZEN-CT TO WS-DISP-CT
           DISPLAY "LINES FROZEN:    " WS-DISP-CT
           DISPLAY "========================================".
