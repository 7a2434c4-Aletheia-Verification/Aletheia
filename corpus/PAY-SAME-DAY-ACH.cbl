      * the final cutoff are downgraded to standard next-day          *
      * origination with the same-day fee reversed and the customer   *
      * notified of the changed settlement time.                      *
      * Each eligible item is also posted to the Fed master account  *
      * intraday position log FEDPOS.DAT as a scheduled settlement at *
      * its window time (13:00, 16:00 or 18:00) - credits originated  *
      * draw down the account, debits collected add to it.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-FILE ASSIGN TO 'SDACHNOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOT-STATUS.
           SELECT POSITION-LOG ASSIGN TO 'FEDPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NO-FEE-REVERSED        PIC S9(5)V99 COMP-3.
           05 NO-NOTICE-TEXT         PIC X(60).

       FD POSITION-LOG.
       01 POSITION-RECORD.
           05 PL-POS-DATE            PIC 9(8).
           05 PL-POS-TIME            PIC 9(4).
           05 PL-SOURCE              PIC X(4).
           05 PL-REF                 PIC X(16).
           05 PL-DR-CR               PIC X(1).
           05 PL-AMOUNT              PIC 9(11)V99.
           05 PL-STATUS              PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS              PIC X(2).
       01 WS-CIN-STATUS              PIC X(2).
       01 WS-COU-STATUS              PIC X(2).
       01 WS-STD-STATUS              PIC X(2).
       01 WS-NOT-STATUS              PIC X(2).
       01 WS-POS-STATUS              PIC X(2).
       01 WS-TXN-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-TXN-EOF             VALUE 'Y'.
       01 WS-CIN-EOF-FLAG            PIC X VALUE 'N'.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOT-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN EXTEND POSITION-LOG
           IF WS-POS-STATUS = '35'
               OPEN OUTPUT POSITION-LOG
           END-IF.
       1500-DRAIN-CARRYOVER.
      *    Carryover items re-enter at the current clock time; an
           PERFORM 3000-DETERMINE-WINDOW
           PERFORM 4000-VALIDATE-ELIGIBILITY
           PERFORM 5000-CALC-FEES
           PERFORM 5500-LOG-SETTLEMENT
           PERFORM 6000-BUILD-ALERT
           IF WS-MISSED-CUTOFF
               AND WS-DENIAL-REASON =
                       WS-SD-FEE * 1.50
               END-IF
           END-IF.
       5500-LOG-SETTLEMENT.
      *    Scheduled Fed settlement for the treasury intraday monitor
           IF WS-IS-ELIGIBLE
               MOVE WS-RUN-DATE TO PL-POS-DATE
               EVALUATE TRUE
                   WHEN WS-WIN-1
                       MOVE 1300 TO PL-POS-TIME
                   WHEN WS-WIN-2
                       MOVE 1600 TO PL-POS-TIME
                   WHEN OTHER
                       MOVE 1800 TO PL-POS-TIME
               END-EVALUATE
               MOVE 'ACHS' TO PL-SOURCE
               MOVE WS-TXN-ID TO PL-REF
               IF WS-DEBIT-TXN
                   MOVE 'C' TO PL-DR-CR
               ELSE
                   MOVE 'D' TO PL-DR-CR
               END-IF
               MOVE WS-TXN-AMOUNT TO PL-AMOUNT
               MOVE 'S' TO PL-STATUS
               WRITE POSITION-RECORD
           END-IF.
       6000-BUILD-ALERT.
           IF WS-IS-ELIGIBLE
               MOVE WS-TXN-AMOUNT TO WS-AMT-DISPLAY
           CLOSE CARRYIN-FILE
           CLOSE CARRYOUT-FILE
           CLOSE STD-FILE
           CLOSE NOTICE-FILE
           CLOSE POSITION-LOG.
