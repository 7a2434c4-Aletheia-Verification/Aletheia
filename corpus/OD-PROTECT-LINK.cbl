      * Overdraft Protection Linked Account Transfer                   *
      * Manages automatic transfers from savings/LOC to cover          *
      * overdrafts, tracks transfer history, enforces daily limits.    *
      * When the linked account is an overdraft line on ODLOC.DAT the  *
      * line's limit, balance and status govern the transfer; frozen  *
      * or closed lines are not drawn on, and each draw is written to  *
      * ODLOCACT.DAT for OD-LOC-BILLING.                               *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-MASTER-FILE ASSIGN TO "ODLOC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOC-FILE-STATUS.
           SELECT LOC-ACTIVITY-FILE ASSIGN TO "ODLOCACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOC-MASTER-FILE.
       01  LOC-MASTER-RECORD.
           05  LC-LOC-ACCT            PIC 9(10).
           05  LC-CHECKING-ACCT       PIC 9(10).
           05  LC-CUST-NAME           PIC X(30).
           05  LC-CREDIT-LIMIT        PIC 9(9)V99.
           05  LC-BALANCE             PIC S9(9)V99.
           05  LC-APR                 PIC 9(2)V9(4).
           05  LC-STATUS              PIC X.
           05  FILLER                 PIC X(145).
       FD  LOC-ACTIVITY-FILE.
       01  LOC-ACTIVITY-RECORD.
           05  AC-LOC-ACCT            PIC 9(10).
           05  AC-DATE                PIC 9(8).
           05  AC-TYPE                PIC X.
           05  AC-AMOUNT              PIC 9(9)V99.
           05  AC-DESC                PIC X(25).
       WORKING-STORAGE SECTION.
      *--- Primary Account ---
       01  WS-PRIMARY-ACCT            PIC 9(10).
       01  WS-LINKED-AVAIL            PIC S9(11)V99 COMP-3.
       01  WS-LOC-LIMIT               PIC S9(11)V99 COMP-3.
       01  WS-LOC-USED                PIC S9(11)V99 COMP-3.
       01  WS-LOC-STATUS              PIC X VALUE SPACE.
           88  WS-LOC-DRAWABLE        VALUE "A".
           88  WS-LOC-FROZEN          VALUE "F" "C".
       01  WS-LOC-FILE-STATUS         PIC XX.
       01  WS-ACT-FILE-STATUS         PIC XX.
       01  WS-LOC-EOF                 PIC X VALUE "N".
       01  WS-RUN-DATE                PIC 9(8).
      *--- Pending Debits ---
       01  WS-DEBIT-TABLE.
           05  WS-DEBIT-ENTRY OCCURS 8 TIMES.
           MOVE 100.00 TO WS-XFER-INCREMENT
           MOVE 0 TO WS-PAID-CT
           MOVE 0 TO WS-XFER-CT
           MOVE 0 TO WS-DECLINE-CT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-LOC-LINE.

       1100-LOAD-LOC-LINE.
      *    A linked account carried on the overdraft line master is a
      *    line of credit: available is the unused limit.
           MOVE "N" TO WS-LOC-EOF
           OPEN INPUT LOC-MASTER-FILE
           IF WS-LOC-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-LOC-EOF
           END-IF
           PERFORM 1110-READ-LOC-LINE
               UNTIL WS-LOC-EOF = "Y"
           IF WS-LOC-FILE-STATUS = "00" OR "10"
               CLOSE LOC-MASTER-FILE
           END-IF.

       1110-READ-LOC-LINE.
           READ LOC-MASTER-FILE
               AT END MOVE "Y" TO WS-LOC-EOF
               NOT AT END
                   IF LC-LOC-ACCT = WS-LINKED-ACCT
                       MOVE 2 TO WS-LINKED-TYPE
                       MOVE LC-CREDIT-LIMIT TO WS-LOC-LIMIT
                       MOVE LC-BALANCE TO WS-LOC-USED
                       MOVE LC-STATUS TO WS-LOC-STATUS
                       COMPUTE WS-LINKED-BAL =
                           0 - WS-LOC-USED
                       COMPUTE WS-LINKED-AVAIL =
                           WS-LOC-LIMIT - WS-LOC-USED
                       IF WS-LINKED-AVAIL < 0
                           MOVE 0 TO WS-LINKED-AVAIL
                       END-IF
                       MOVE "Y" TO WS-LOC-EOF
                   END-IF
           END-READ.

       2000-LOAD-DEBITS.
           MOVE 5 TO WS-DBT-COUNT
           ELSE IF WS-XFER-COUNT-TODAY >= WS-XFER-MAX-DAY
               MOVE 4 TO WS-DBT-RESULT(WS-DBT-IDX)
               ADD 1 TO WS-DECLINE-CT
           ELSE IF WS-LINKED-LOC AND NOT WS-LOC-DRAWABLE
               MOVE 4 TO WS-DBT-RESULT(WS-DBT-IDX)
               ADD 1 TO WS-DECLINE-CT
           ELSE
               COMPUTE WS-SHORTFALL =
                   WS-DBT-AMOUNT(WS-DBT-IDX)
                   ADD 1 TO WS-XFER-COUNT-TODAY
                   ADD WS-ROUNDED-AMT
                       TO WS-XFER-TOTAL-TODAY
                   IF WS-LINKED-LOC
                       ADD WS-ROUNDED-AMT TO WS-LOC-USED
                       PERFORM 3300-WRITE-LOC-DRAW
                   END-IF
                   MOVE 2 TO WS-DBT-RESULT(WS-DBT-IDX)
                   ADD 1 TO WS-XFER-CT
                   ADD 1 TO WS-PAID-CT
               END-IF
           END-IF.

       3300-WRITE-LOC-DRAW.
           OPEN EXTEND LOC-ACTIVITY-FILE
           IF WS-ACT-FILE-STATUS = "35"
               OPEN OUTPUT LOC-ACTIVITY-FILE
           END-IF
           MOVE WS-LINKED-ACCT TO AC-LOC-ACCT
           MOVE WS-RUN-DATE TO AC-DATE
           MOVE "D" TO AC-TYPE
           MOVE WS-ROUNDED-AMT TO AC-AMOUNT
           MOVE WS-DBT-DESC(WS-DBT-IDX) TO AC-DESC
           WRITE LOC-ACTIVITY-RECORD
           CLOSE LOC-ACTIVITY-FILE.

       4000-DISPLAY-RESULTS.
           DISPLAY "========================================"
           DISPLAY "   OD PROTECTION TRANSFER REPORT"
           DISPLAY "PRIMARY BAL:   " WS-DISP-AMT
           MOVE WS-LINKED-BAL TO WS-DISP-AMT
           DISPLAY "LINKED BAL:    " WS-DISP-AMT
           IF WS-LINKED-LOC
               MOVE WS-LOC-USED TO WS-DISP-AMT
               DISPLAY "LOC USED:      " WS-DISP-AMT
               IF NOT WS-LOC-DRAWABLE
                   DISPLAY "LOC STATUS:    " WS-LOC-STATUS
                       " - NOT AVAILABLE FOR TRANSFER"
               END-IF
           END-IF
           DISPLAY "========================================".
