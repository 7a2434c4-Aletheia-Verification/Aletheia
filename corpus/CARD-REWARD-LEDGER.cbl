       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REWARD-LEDGER.
      *================================================================*
      * Card Rewards Ledger                                            *
      * Keeps the rewards balance for every card as earn buckets on    *
      * RWDLEDGR.DAT, one bucket per earn date, each carrying points   *
      * earned, redeemed, adjusted, expired and forfeited.  Activity   *
      * on RWDACTV.DAT comes from CARD-REWARD-CALC and CARD-CASHBACK-  *
      * TIER (earnings) and from servicing (redemptions, purchase      *
      * return and chargeback reversals, adjustments, closures for     *
      * cause).  Redemptions and expiry consume buckets oldest first;  *
      * reversals take back the newest points first.  Cashback is      *
      * carried as points at one cent each.                            *
      * Writes RWDLEDGN.DAT, redemption fulfilment RWDRDMP.DAT and the *
      * outstanding points liability report RWDLIAB.DAT.              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'RWDLEDGR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.
           SELECT NEWLEDG-FILE ASSIGN TO 'RWDLEDGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLG-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'RWDACTV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT REDEEM-FILE ASSIGN TO 'RWDRDMP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDM-STATUS.
           SELECT LIAB-FILE ASSIGN TO 'RWDLIAB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 RL-CARD-NUM             PIC X(16).
           05 RL-PROGRAM              PIC X(2).
               88 RL-POINTS-PGM       VALUE 'RW'.
               88 RL-CASHBACK-PGM     VALUE 'CB'.
           05 RL-EARN-DATE            PIC 9(8).
           05 RL-EARNED               PIC S9(9) COMP-3.
           05 RL-REDEEMED             PIC S9(9) COMP-3.
           05 RL-ADJUSTED             PIC S9(9) COMP-3.
           05 RL-EXPIRED              PIC S9(9) COMP-3.
           05 RL-FORFEITED            PIC S9(9) COMP-3.
           05 RL-REMAINING            PIC S9(9) COMP-3.

       FD NEWLEDG-FILE.
       01 NEWLEDG-RECORD              PIC X(56).

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           05 AC-CARD-NUM             PIC X(16).
           05 AC-TXN-TYPE             PIC X.
               88 AC-EARN             VALUE 'E'.
               88 AC-REDEEM           VALUE 'R'.
               88 AC-REVERSAL         VALUE 'V'.
               88 AC-ADJUST           VALUE 'A'.
               88 AC-CLOSE-CAUSE      VALUE 'C'.
           05 AC-PROGRAM              PIC X(2).
           05 AC-DATE                 PIC 9(8).
           05 AC-POINTS               PIC S9(9) COMP-3.
           05 AC-REDEEM-TYPE          PIC X(2).
               88 AC-STMT-CREDIT      VALUE 'SC'.
               88 AC-DEPOSIT          VALUE 'DP'.
               88 AC-GIFT-CARD        VALUE 'GC'.
           05 AC-LINKED-ACCT          PIC X(12).
           05 AC-REFERENCE            PIC X(12).

       FD REDEEM-FILE.
       01 REDEEM-RECORD.
           05 RD-CARD-NUM             PIC X(16).
           05 RD-REDEEM-TYPE          PIC X(2).
           05 RD-LINKED-ACCT          PIC X(12).
           05 RD-REFERENCE            PIC X(12).
           05 RD-POINTS               PIC S9(9) COMP-3.
           05 RD-CASH-VALUE           PIC S9(7)V99 COMP-3.
           05 RD-STATUS               PIC X(8).
           05 RD-RUN-DATE             PIC 9(8).

       FD LIAB-FILE.
       01 LIAB-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LDG-STATUS               PIC X(2).
       01 WS-NLG-STATUS               PIC X(2).
       01 WS-ACT-STATUS               PIC X(2).
       01 WS-RDM-STATUS               PIC X(2).
       01 WS-LIB-STATUS               PIC X(2).
       01 WS-LDG-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-LDG-EOF              VALUE 'Y'.
       01 WS-ACT-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-ACT-EOF              VALUE 'Y'.
      *--- Program terms ---
       01 WS-POINT-VALUE              PIC S9(1)V9(4) COMP-3
           VALUE 0.0100.
       01 WS-RW-EXPIRY-MONTHS         PIC S9(3) COMP-3 VALUE 36.
       01 WS-CB-EXPIRY-MONTHS         PIC S9(3) COMP-3 VALUE 0.
      *--- Activity loaded for the run ---
       01 WS-ACT-TABLE.
           05 WS-AC-ENTRY OCCURS 5000 TIMES.
               10 WS-AC-CARD-NUM      PIC X(16).
               10 WS-AC-TYPE          PIC X.
               10 WS-AC-PROGRAM       PIC X(2).
               10 WS-AC-DATE          PIC 9(8).
               10 WS-AC-POINTS        PIC S9(9) COMP-3.
               10 WS-AC-REDEEM-TYPE   PIC X(2).
               10 WS-AC-LINKED-ACCT   PIC X(12).
               10 WS-AC-REFERENCE     PIC X(12).
               10 WS-AC-APPLIED       PIC X.
       01 WS-AC-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-AC-IDX                   PIC S9(5) COMP-3.
       01 WS-NC-IDX                   PIC S9(5) COMP-3.
       01 WS-NEW-CARD                 PIC X(16).
       01 WS-NEW-LIMIT                PIC X(16).
      *--- Buckets for the card in hand, oldest first ---
       01 WS-CARD-NUM                 PIC X(16).
       01 WS-BUCKET-TABLE.
           05 WS-BK-ENTRY OCCURS 200 TIMES.
               10 WS-BK-PROGRAM       PIC X(2).
               10 WS-BK-EARN-DATE     PIC 9(8).
               10 WS-BK-EARNED        PIC S9(9) COMP-3.
               10 WS-BK-REDEEMED      PIC S9(9) COMP-3.
               10 WS-BK-ADJUSTED      PIC S9(9) COMP-3.
               10 WS-BK-EXPIRED       PIC S9(9) COMP-3.
               10 WS-BK-FORFEITED     PIC S9(9) COMP-3.
               10 WS-BK-REMAINING     PIC S9(9) COMP-3.
       01 WS-BK-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01 WS-BK-IDX                   PIC S9(3) COMP-3.
       01 WS-CARD-BALANCE             PIC S9(9) COMP-3.
       01 WS-NEW-LEDGER.
           05 WS-NL-CARD-NUM          PIC X(16).
           05 WS-NL-PROGRAM           PIC X(2).
           05 WS-NL-EARN-DATE         PIC 9(8).
           05 WS-NL-EARNED            PIC S9(9) COMP-3.
           05 WS-NL-REDEEMED          PIC S9(9) COMP-3.
           05 WS-NL-ADJUSTED          PIC S9(9) COMP-3.
           05 WS-NL-EXPIRED           PIC S9(9) COMP-3.
           05 WS-NL-FORFEITED         PIC S9(9) COMP-3.
           05 WS-NL-REMAINING         PIC S9(9) COMP-3.
       01 WS-POINTS-LEFT              PIC S9(9) COMP-3.
       01 WS-TAKE                     PIC S9(9) COMP-3.
      *--- Expiry ---
       01 WS-TODAY                    PIC 9(8).
       01 WS-EXPIRY-MONTHS            PIC S9(3) COMP-3.
       01 WS-EXPIRE-ON                PIC 9(8).
       01 WS-WARN-DATE                PIC 9(8).
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION         PIC X(4).
           05 WS-CAL-DATE-IN          PIC 9(8).
           05 WS-CAL-DATE-IN2         PIC 9(8).
           05 WS-CAL-DAYS             PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT         PIC 9(8).
           05 WS-CAL-DAYS-OUT         PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE         PIC X.
           05 WS-CAL-STATUS           PIC X(2).
      *--- Liability totals ---
       01 WS-LIAB-TOTALS.
           05 WS-LB-RW-POINTS         PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-CB-POINTS         PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-EXPIRING-90       PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-EARNED            PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-REDEEMED          PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-REVERSED          PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-EXPIRED           PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-FORFEITED         PIC S9(11) COMP-3 VALUE 0.
           05 WS-LB-CARDS             PIC S9(7) COMP-3 VALUE 0.
       01 WS-LIAB-VALUE               PIC S9(11)V99 COMP-3.
       01 WS-REJECT-CNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-RPT-LINE                 PIC X(100).
       01 WS-DISP-PTS                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-DISP-AMT                 PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-CT                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACTIVITY
               UNTIL WS-ACT-EOF
           PERFORM 2100-CLEAR-ACTIVITY
           PERFORM 3000-PROCESS-CARD
               UNTIL WS-LDG-EOF
           MOVE HIGH-VALUES TO WS-NEW-LIMIT
           PERFORM 3900-NEW-CARDS
           PERFORM 7000-LIABILITY-REPORT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'ADDM' TO WS-CAL-FUNCTION
           MOVE WS-TODAY TO WS-CAL-DATE-IN
           MOVE 3 TO WS-CAL-DAYS
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           MOVE WS-CAL-DATE-OUT TO WS-WARN-DATE
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-ACT-EOF-FLAG
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-STATUS NOT = '00'
               DISPLAY 'NO PRIOR REWARDS LEDGER ' WS-LDG-STATUS
               MOVE 'Y' TO WS-LDG-EOF-FLAG
           ELSE
               PERFORM 1100-READ-LEDGER
           END-IF
           OPEN OUTPUT NEWLEDG-FILE
           OPEN OUTPUT REDEEM-FILE
           OPEN OUTPUT LIAB-FILE.

       1100-READ-LEDGER.
           READ LEDGER-FILE
               AT END MOVE 'Y' TO WS-LDG-EOF-FLAG
           END-READ.

       2000-LOAD-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-FLAG
               NOT AT END
                   IF WS-AC-COUNT < 5000
                       ADD 1 TO WS-AC-COUNT
                       MOVE AC-CARD-NUM
                           TO WS-AC-CARD-NUM(WS-AC-COUNT)
                       MOVE AC-TXN-TYPE TO WS-AC-TYPE(WS-AC-COUNT)
                       MOVE AC-PROGRAM TO WS-AC-PROGRAM(WS-AC-COUNT)
                       MOVE AC-DATE TO WS-AC-DATE(WS-AC-COUNT)
                       MOVE AC-POINTS TO WS-AC-POINTS(WS-AC-COUNT)
                       MOVE AC-REDEEM-TYPE
                           TO WS-AC-REDEEM-TYPE(WS-AC-COUNT)
                       MOVE AC-LINKED-ACCT
                           TO WS-AC-LINKED-ACCT(WS-AC-COUNT)
                       MOVE AC-REFERENCE
                           TO WS-AC-REFERENCE(WS-AC-COUNT)
                       MOVE 'N' TO WS-AC-APPLIED(WS-AC-COUNT)
                   ELSE
                       DISPLAY 'ACTIVITY TABLE FULL - SKIPPED '
                           AC-CARD-NUM
                   END-IF
           END-READ.

       2100-CLEAR-ACTIVITY.
      *    Activity is now held for this run; empty the file so it
      *    is not credited again on the next run.
           IF WS-ACT-STATUS = '00' OR WS-ACT-STATUS = '10'
               CLOSE ACTIVITY-FILE
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
           END-IF.

       3000-PROCESS-CARD.
      *    The ledger is in card order; gather one card's buckets,
      *    apply its activity, expire, and write it back.  New cards
      *    that sort ahead of this one are written first.
           MOVE RL-CARD-NUM TO WS-NEW-LIMIT
           PERFORM 3900-NEW-CARDS
           MOVE RL-CARD-NUM TO WS-CARD-NUM
           MOVE 0 TO WS-BK-COUNT
           PERFORM 3100-LOAD-BUCKET
               UNTIL WS-LDG-EOF
               OR RL-CARD-NUM NOT = WS-CARD-NUM
           PERFORM 3200-APPLY-CARD.

       3100-LOAD-BUCKET.
           IF WS-BK-COUNT < 200
               ADD 1 TO WS-BK-COUNT
               MOVE RL-PROGRAM TO WS-BK-PROGRAM(WS-BK-COUNT)
               MOVE RL-EARN-DATE TO WS-BK-EARN-DATE(WS-BK-COUNT)
               MOVE RL-EARNED TO WS-BK-EARNED(WS-BK-COUNT)
               MOVE RL-REDEEMED TO WS-BK-REDEEMED(WS-BK-COUNT)
               MOVE RL-ADJUSTED TO WS-BK-ADJUSTED(WS-BK-COUNT)
               MOVE RL-EXPIRED TO WS-BK-EXPIRED(WS-BK-COUNT)
               MOVE RL-FORFEITED TO WS-BK-FORFEITED(WS-BK-COUNT)
               MOVE RL-REMAINING TO WS-BK-REMAINING(WS-BK-COUNT)
           ELSE
               DISPLAY 'BUCKET TABLE FULL - CARD ' WS-CARD-NUM
           END-IF
           PERFORM 1100-READ-LEDGER.

       3200-APPLY-CARD.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-CARD-NUM(WS-AC-IDX) = WS-CARD-NUM
                   AND WS-AC-APPLIED(WS-AC-IDX) = 'N'
                   MOVE 'Y' TO WS-AC-APPLIED(WS-AC-IDX)
                   EVALUATE WS-AC-TYPE(WS-AC-IDX)
                       WHEN 'E'
                           PERFORM 4000-POST-EARN
                       WHEN 'R'
                           PERFORM 4100-POST-REDEMPTION
                       WHEN 'V'
                           PERFORM 4200-POST-REVERSAL
                       WHEN 'A'
                           PERFORM 4300-POST-ADJUSTMENT
                       WHEN 'C'
                           PERFORM 4400-FORFEIT-ALL
                       WHEN OTHER
                           ADD 1 TO WS-REJECT-CNT
                           DISPLAY 'UNKNOWN REWARD ACTIVITY '
                               WS-CARD-NUM ' '
                               WS-AC-TYPE(WS-AC-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 5000-EXPIRE-BUCKETS
           PERFORM 6000-WRITE-CARD.

       3900-NEW-CARDS.
      *    Cards earning for the first time have no ledger yet.  Any
      *    card still unapplied below the ledger card in hand has no
      *    ledger; take them lowest first to keep card order.
           PERFORM 3910-FIND-LOWEST-NEW
           PERFORM 3920-APPLY-NEW-CARD
               UNTIL WS-NEW-CARD = HIGH-VALUES.

       3920-APPLY-NEW-CARD.
           MOVE WS-NEW-CARD TO WS-CARD-NUM
           MOVE 0 TO WS-BK-COUNT
           PERFORM 3200-APPLY-CARD
           PERFORM 3910-FIND-LOWEST-NEW.

       3910-FIND-LOWEST-NEW.
           MOVE HIGH-VALUES TO WS-NEW-CARD
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
               UNTIL WS-NC-IDX > WS-AC-COUNT
               IF WS-AC-APPLIED(WS-NC-IDX) = 'N'
                   AND WS-AC-CARD-NUM(WS-NC-IDX) < WS-NEW-LIMIT
                   AND WS-AC-CARD-NUM(WS-NC-IDX) < WS-NEW-CARD
                   MOVE WS-AC-CARD-NUM(WS-NC-IDX) TO WS-NEW-CARD
               END-IF
           END-PERFORM.

       4000-POST-EARN.
           IF WS-AC-POINTS(WS-AC-IDX) > 0
               AND WS-BK-COUNT < 200
               ADD 1 TO WS-BK-COUNT
               MOVE WS-AC-PROGRAM(WS-AC-IDX)
                   TO WS-BK-PROGRAM(WS-BK-COUNT)
               MOVE WS-AC-DATE(WS-AC-IDX)
                   TO WS-BK-EARN-DATE(WS-BK-COUNT)
               MOVE WS-AC-POINTS(WS-AC-IDX)
                   TO WS-BK-EARNED(WS-BK-COUNT)
               MOVE 0 TO WS-BK-REDEEMED(WS-BK-COUNT)
               MOVE 0 TO WS-BK-ADJUSTED(WS-BK-COUNT)
               MOVE 0 TO WS-BK-EXPIRED(WS-BK-COUNT)
               MOVE 0 TO WS-BK-FORFEITED(WS-BK-COUNT)
               MOVE WS-AC-POINTS(WS-AC-IDX)
                   TO WS-BK-REMAINING(WS-BK-COUNT)
               ADD WS-AC-POINTS(WS-AC-IDX) TO WS-LB-EARNED
           END-IF.

       4100-POST-REDEMPTION.
      *    Redeem oldest points first.  A request larger than the
      *    card's balance is rejected, not partially filled.
           PERFORM 4900-CARD-BALANCE
           MOVE WS-AC-CARD-NUM(WS-AC-IDX) TO RD-CARD-NUM
           MOVE WS-AC-REDEEM-TYPE(WS-AC-IDX) TO RD-REDEEM-TYPE
           MOVE WS-AC-LINKED-ACCT(WS-AC-IDX) TO RD-LINKED-ACCT
           MOVE WS-AC-REFERENCE(WS-AC-IDX) TO RD-REFERENCE
           MOVE WS-AC-POINTS(WS-AC-IDX) TO RD-POINTS
           COMPUTE RD-CASH-VALUE ROUNDED =
               WS-AC-POINTS(WS-AC-IDX) * WS-POINT-VALUE
           MOVE WS-TODAY TO RD-RUN-DATE
           IF WS-AC-POINTS(WS-AC-IDX) > WS-CARD-BALANCE
               OR WS-AC-POINTS(WS-AC-IDX) <= 0
               MOVE 'REJECTED' TO RD-STATUS
               ADD 1 TO WS-REJECT-CNT
           ELSE
               IF WS-AC-REDEEM-TYPE(WS-AC-IDX) NOT = 'SC'
                   AND WS-AC-REDEEM-TYPE(WS-AC-IDX) NOT = 'DP'
                   AND WS-AC-REDEEM-TYPE(WS-AC-IDX) NOT = 'GC'
                   MOVE 'BADTYPE ' TO RD-STATUS
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   IF WS-AC-REDEEM-TYPE(WS-AC-IDX) = 'DP'
                       AND WS-AC-LINKED-ACCT(WS-AC-IDX) = SPACES
                       MOVE 'NOACCT  ' TO RD-STATUS
                       ADD 1 TO WS-REJECT-CNT
                   ELSE
                       MOVE 'ISSUED  ' TO RD-STATUS
                       MOVE WS-AC-POINTS(WS-AC-IDX) TO WS-POINTS-LEFT
                       PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                           UNTIL WS-BK-IDX > WS-BK-COUNT
                           OR WS-POINTS-LEFT = 0
                           PERFORM 4110-REDEEM-FROM-BUCKET
                       END-PERFORM
                       ADD WS-AC-POINTS(WS-AC-IDX) TO WS-LB-REDEEMED
                   END-IF
               END-IF
           END-IF
           WRITE REDEEM-RECORD.

       4110-REDEEM-FROM-BUCKET.
           IF WS-BK-REMAINING(WS-BK-IDX) > 0
               IF WS-BK-REMAINING(WS-BK-IDX) > WS-POINTS-LEFT
                   MOVE WS-POINTS-LEFT TO WS-TAKE
               ELSE
                   MOVE WS-BK-REMAINING(WS-BK-IDX) TO WS-TAKE
               END-IF
               ADD WS-TAKE TO WS-BK-REDEEMED(WS-BK-IDX)
               SUBTRACT WS-TAKE FROM WS-BK-REMAINING(WS-BK-IDX)
               SUBTRACT WS-TAKE FROM WS-POINTS-LEFT
           END-IF.

       4200-POST-REVERSAL.
      *    A returned or charged-back purchase takes back the points
      *    it earned from the newest buckets.  If they were already
      *    redeemed the newest bucket goes negative and later
      *    earnings net it off.
           MOVE WS-AC-POINTS(WS-AC-IDX) TO WS-POINTS-LEFT
           IF WS-POINTS-LEFT < 0
               MULTIPLY -1 BY WS-POINTS-LEFT
           END-IF
           ADD WS-POINTS-LEFT TO WS-LB-REVERSED
           PERFORM 4250-TAKE-BACK-POINTS.

       4250-TAKE-BACK-POINTS.
           PERFORM VARYING WS-BK-IDX FROM WS-BK-COUNT BY -1
               UNTIL WS-BK-IDX < 1
               OR WS-POINTS-LEFT = 0
               IF WS-BK-REMAINING(WS-BK-IDX) > 0
                   IF WS-BK-REMAINING(WS-BK-IDX) > WS-POINTS-LEFT
                       MOVE WS-POINTS-LEFT TO WS-TAKE
                   ELSE
                       MOVE WS-BK-REMAINING(WS-BK-IDX) TO WS-TAKE
                   END-IF
                   SUBTRACT WS-TAKE FROM WS-BK-ADJUSTED(WS-BK-IDX)
                   SUBTRACT WS-TAKE FROM WS-BK-REMAINING(WS-BK-IDX)
                   SUBTRACT WS-TAKE FROM WS-POINTS-LEFT
               END-IF
           END-PERFORM
           IF WS-POINTS-LEFT > 0
               IF WS-BK-COUNT = 0
                   MOVE 1 TO WS-BK-COUNT
                   MOVE WS-AC-PROGRAM(WS-AC-IDX) TO WS-BK-PROGRAM(1)
                   MOVE WS-AC-DATE(WS-AC-IDX) TO WS-BK-EARN-DATE(1)
                   MOVE 0 TO WS-BK-EARNED(1)
                   MOVE 0 TO WS-BK-REDEEMED(1)
                   MOVE 0 TO WS-BK-ADJUSTED(1)
                   MOVE 0 TO WS-BK-EXPIRED(1)
                   MOVE 0 TO WS-BK-FORFEITED(1)
                   MOVE 0 TO WS-BK-REMAINING(1)
               END-IF
               SUBTRACT WS-POINTS-LEFT
                   FROM WS-BK-ADJUSTED(WS-BK-COUNT)
               SUBTRACT WS-POINTS-LEFT
                   FROM WS-BK-REMAINING(WS-BK-COUNT)
           END-IF.

       4300-POST-ADJUSTMENT.
      *    Goodwill credits open a bucket of their own; debits are
      *    handled like a reversal.
           IF WS-AC-POINTS(WS-AC-IDX) > 0
               PERFORM 4000-POST-EARN
               IF WS-BK-COUNT > 0
                   AND WS-BK-EARNED(WS-BK-COUNT) =
                       WS-AC-POINTS(WS-AC-IDX)
                   AND WS-BK-EARN-DATE(WS-BK-COUNT) =
                       WS-AC-DATE(WS-AC-IDX)
                   MOVE WS-BK-EARNED(WS-BK-COUNT)
                       TO WS-BK-ADJUSTED(WS-BK-COUNT)
                   MOVE 0 TO WS-BK-EARNED(WS-BK-COUNT)
                   SUBTRACT WS-AC-POINTS(WS-AC-IDX) FROM WS-LB-EARNED
               END-IF
           ELSE
               COMPUTE WS-POINTS-LEFT = 0 - WS-AC-POINTS(WS-AC-IDX)
               PERFORM 4250-TAKE-BACK-POINTS
           END-IF.

       4400-FORFEIT-ALL.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-REMAINING(WS-BK-IDX) > 0
                   ADD WS-BK-REMAINING(WS-BK-IDX)
                       TO WS-BK-FORFEITED(WS-BK-IDX)
                   ADD WS-BK-REMAINING(WS-BK-IDX) TO WS-LB-FORFEITED
                   MOVE 0 TO WS-BK-REMAINING(WS-BK-IDX)
               END-IF
           END-PERFORM
           DISPLAY 'REWARDS FORFEITED - CLOSED FOR CAUSE '
               WS-CARD-NUM.

       4900-CARD-BALANCE.
           MOVE 0 TO WS-CARD-BALANCE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               ADD WS-BK-REMAINING(WS-BK-IDX) TO WS-CARD-BALANCE
           END-PERFORM.

       5000-EXPIRE-BUCKETS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-PROGRAM(WS-BK-IDX) = 'CB'
                   MOVE WS-CB-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
               ELSE
                   MOVE WS-RW-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS
               END-IF
               IF WS-EXPIRY-MONTHS > 0
                   AND WS-BK-REMAINING(WS-BK-IDX) > 0
                   PERFORM 5100-CHECK-BUCKET-EXPIRY
               END-IF
           END-PERFORM.

       5100-CHECK-BUCKET-EXPIRY.
           MOVE 'ADDM' TO WS-CAL-FUNCTION
           MOVE WS-BK-EARN-DATE(WS-BK-IDX) TO WS-CAL-DATE-IN
           MOVE WS-EXPIRY-MONTHS TO WS-CAL-DAYS
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           IF WS-CAL-STATUS = '00'
               MOVE WS-CAL-DATE-OUT TO WS-EXPIRE-ON
               IF WS-EXPIRE-ON <= WS-TODAY
                   ADD WS-BK-REMAINING(WS-BK-IDX)
                       TO WS-BK-EXPIRED(WS-BK-IDX)
                   ADD WS-BK-REMAINING(WS-BK-IDX) TO WS-LB-EXPIRED
                   MOVE 0 TO WS-BK-REMAINING(WS-BK-IDX)
               ELSE
                   IF WS-EXPIRE-ON <= WS-WARN-DATE
                       ADD WS-BK-REMAINING(WS-BK-IDX)
                           TO WS-LB-EXPIRING-90
                   END-IF
               END-IF
           END-IF.

       6000-WRITE-CARD.
      *    Fully used buckets are dropped once nothing is left in
      *    them; negative buckets stay until earnings cover them.
           IF WS-BK-COUNT > 0
               ADD 1 TO WS-LB-CARDS
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-REMAINING(WS-BK-IDX) NOT = 0
                   MOVE WS-CARD-NUM TO WS-NL-CARD-NUM
                   MOVE WS-BK-PROGRAM(WS-BK-IDX) TO WS-NL-PROGRAM
                   MOVE WS-BK-EARN-DATE(WS-BK-IDX) TO WS-NL-EARN-DATE
                   MOVE WS-BK-EARNED(WS-BK-IDX) TO WS-NL-EARNED
                   MOVE WS-BK-REDEEMED(WS-BK-IDX) TO WS-NL-REDEEMED
                   MOVE WS-BK-ADJUSTED(WS-BK-IDX) TO WS-NL-ADJUSTED
                   MOVE WS-BK-EXPIRED(WS-BK-IDX) TO WS-NL-EXPIRED
                   MOVE WS-BK-FORFEITED(WS-BK-IDX) TO WS-NL-FORFEITED
                   MOVE WS-BK-REMAINING(WS-BK-IDX) TO WS-NL-REMAINING
                   WRITE NEWLEDG-RECORD FROM WS-NEW-LEDGER
                   IF WS-BK-PROGRAM(WS-BK-IDX) = 'CB'
                       ADD WS-BK-REMAINING(WS-BK-IDX)
                           TO WS-LB-CB-POINTS
                   ELSE
                       ADD WS-BK-REMAINING(WS-BK-IDX)
                           TO WS-LB-RW-POINTS
                   END-IF
               END-IF
           END-PERFORM.

       7000-LIABILITY-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OUTSTANDING REWARDS LIABILITY AS OF '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-RW-POINTS TO WS-DISP-PTS
           COMPUTE WS-LIAB-VALUE ROUNDED =
               WS-LB-RW-POINTS * WS-POINT-VALUE
           MOVE WS-LIAB-VALUE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'POINTS PROGRAM     ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE
               ' PTS ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-CB-POINTS TO WS-DISP-PTS
           COMPUTE WS-LIAB-VALUE ROUNDED =
               WS-LB-CB-POINTS * WS-POINT-VALUE
           MOVE WS-LIAB-VALUE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASHBACK PROGRAM   ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE
               ' PTS ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           COMPUTE WS-LIAB-VALUE ROUNDED =
               (WS-LB-RW-POINTS + WS-LB-CB-POINTS) * WS-POINT-VALUE
           MOVE WS-LIAB-VALUE TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL LIABILITY                        '
               DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-EXPIRING-90 TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXPIRING NEXT 90D  ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE 'ACTIVITY THIS RUN' TO WS-RPT-LINE
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-EARNED TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EARNED           ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-REDEEMED TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  REDEEMED         ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-REVERSED TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  REVERSED         ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-EXPIRED TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXPIRED          ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-FORFEITED TO WS-DISP-PTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  FORFEITED        ' DELIMITED BY SIZE
               WS-DISP-PTS DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE
           MOVE WS-LB-CARDS TO WS-DISP-CT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CARDS ON LEDGER    ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE LIAB-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE LEDGER-FILE
           CLOSE NEWLEDG-FILE
           CLOSE REDEEM-FILE
           CLOSE LIAB-FILE
           DISPLAY 'REWARDS LEDGER COMPLETE'
           MOVE WS-LB-CARDS TO WS-DISP-CT
           DISPLAY 'CARDS:      ' WS-DISP-CT
           MOVE WS-REJECT-CNT TO WS-DISP-CT
           DISPLAY 'REJECTED:   ' WS-DISP-CT.
