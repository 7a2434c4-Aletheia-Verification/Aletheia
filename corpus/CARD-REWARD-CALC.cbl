       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REWARD-CALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-FILE ASSIGN TO 'RWDACTV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           05 AC-CARD-NUM         PIC X(16).
           05 AC-TXN-TYPE         PIC X.
           05 AC-PROGRAM          PIC X(2).
           05 AC-DATE             PIC 9(8).
           05 AC-POINTS           PIC S9(9) COMP-3.
           05 AC-REDEEM-TYPE      PIC X(2).
           05 AC-LINKED-ACCT      PIC X(12).
           05 AC-REFERENCE        PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-CARD-RECORD.
           05 WS-CARD-NUM         PIC X(16).
           VALUE 0.0100.
       01 WS-CASH-VALUE           PIC S9(7)V99 COMP-3.
       01 WS-MCC-CATEGORY         PIC X(12).
       01 WS-ACT-STATUS           PIC X(2).
       01 WS-RUN-DATE             PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-SET-BASE-RATE
           PERFORM 2000-CALC-MONTHLY-POINTS
           PERFORM 3000-APPLY-TIER-BONUS
           PERFORM 4000-SUMMARY
           PERFORM 5000-POST-EARNINGS
           STOP RUN.
       1000-SET-BASE-RATE.
           EVALUATE TRUE
           IF WS-BONUS-POINTS > 0
               DISPLAY 'TIER BONUS:   ' WS-BONUS-POINTS
           END-IF.
       5000-POST-EARNINGS.
      *    The month's points go to the rewards ledger as an earn
      *    bucket; CARD-REWARD-LEDGER handles expiry and redemption.
           IF WS-MONTH-POINTS > 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACT-STATUS = '35'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
               MOVE SPACES TO ACTIVITY-RECORD
               MOVE WS-CARD-NUM TO AC-CARD-NUM
               MOVE 'E' TO AC-TXN-TYPE
               MOVE 'RW' TO AC-PROGRAM
               MOVE WS-RUN-DATE TO AC-DATE
               MOVE WS-MONTH-POINTS TO AC-POINTS
               MOVE 'MONTHLY EARN' TO AC-REFERENCE
               WRITE ACTIVITY-RECORD
               CLOSE ACTIVITY-FILE
           END-IF.
