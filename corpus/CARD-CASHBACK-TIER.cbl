       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-CASHBACK-TIER.
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
       01 WS-PROGRAM-DATA.
           05 WS-CARD-NUM        PIC X(16).
           88 HIT-CAP            VALUE 'Y'.
       01 WS-QUARTERLY-CAP       PIC S9(5)V99 COMP-3
           VALUE 75.00.
       01 WS-ACT-STATUS          PIC X(2).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-CB-POINTS           PIC S9(9) COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 3000-CALC-CASHBACK
           PERFORM 4000-APPLY-CAP
           PERFORM 5000-OUTPUT
           PERFORM 6000-POST-EARNINGS
           STOP RUN.
       1000-INIT.
           MOVE 0 TO WS-CAT-GROCERY
           IF HIT-CAP
               DISPLAY 'QUARTERLY CAP REACHED'
           END-IF.
       6000-POST-EARNINGS.
      *    Cashback is carried on the rewards ledger as points at
      *    one cent each.
           COMPUTE WS-CB-POINTS = WS-TOTAL-CB * 100
           IF WS-CB-POINTS > 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               OPEN EXTEND ACTIVITY-FILE
               IF WS-ACT-STATUS = '35'
                   OPEN OUTPUT ACTIVITY-FILE
               END-IF
               MOVE SPACES TO ACTIVITY-RECORD
               MOVE WS-CARD-NUM TO AC-CARD-NUM
               MOVE 'E' TO AC-TXN-TYPE
               MOVE 'CB' TO AC-PROGRAM
               MOVE WS-RUN-DATE TO AC-DATE
               MOVE WS-CB-POINTS TO AC-POINTS
               MOVE 'MONTHLY CB' TO AC-REFERENCE
               WRITE ACTIVITY-RECORD
               CLOSE ACTIVITY-FILE
           END-IF.
