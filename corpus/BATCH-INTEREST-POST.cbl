       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INTEREST-POST.
      *================================================================*
      * Daily Interest Accrual and Month-End Posting                   *
      * Accrues each account's daily interest and posts it at month    *
      * end.  Back-valued items on BVTXN.DAT (late-posted deposits,    *
      * debits reversed with an earlier effective date) have their     *
      * interest recomputed day by day from the effective date to the  *
      * day they posted.  The difference goes out on BVADJ.DAT as a    *
      * separately coded interest adjustment: the part falling in a    *
      * month already posted is capitalized now, the part in the       *
      * current month corrects the open accrual.  A late debit (DB)    *
      * works the other way and takes interest back.  BVADJRPT.DAT     *
      * shows old accrual, corrected accrual and net adjustment per    *
      * item.                                                          *
      * Accounts, balances, rates and day-count basis are loaded from  *
      * INTACCT.DAT; a run whose accounts do not all fit the table, or *
      * that has no account file, ends with return code 16 before      *
      * anything is accrued or written.                                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'INTACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT BACKVAL-FILE ASSIGN TO 'BVTXN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
           SELECT ADJUST-FILE ASSIGN TO 'BVADJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BVADJRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 AM-ACCT-NUM         PIC X(12).
           05 AM-ACCT-TYPE        PIC X(2).
           05 AM-BALANCE          PIC S9(11)V99.
           05 AM-RATE             PIC 9(2)V9(6).
           05 AM-DAY-COUNT        PIC 9(1).
       FD BACKVAL-FILE.
       01 BACKVAL-RECORD.
           05 BV-ACCT-NUM         PIC X(12).
           05 BV-TXN-TYPE         PIC X(2).
               88 BV-LATE-DEPOSIT VALUE 'DP'.
               88 BV-DEBIT-REV    VALUE 'DR'.
               88 BV-LATE-DEBIT   VALUE 'DB'.
           05 BV-AMOUNT           PIC S9(9)V99 COMP-3.
           05 BV-EFF-DATE         PIC 9(8).
           05 BV-POST-DATE        PIC 9(8).
       FD ADJUST-FILE.
       01 ADJUST-RECORD.
           05 AJ-ACCT-NUM         PIC X(12).
           05 AJ-TXN-CODE         PIC X(2).
           05 AJ-EFF-DATE         PIC 9(8).
           05 AJ-POST-DATE        PIC 9(8).
           05 AJ-PRIOR-PERIOD     PIC S9(7)V99 COMP-3.
           05 AJ-CURR-PERIOD      PIC S9(7)V99 COMP-3.
           05 AJ-NET-ADJUST       PIC S9(7)V99 COMP-3.
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-TABLE.
           05 WS-ACCT OCCURS 2000 TIMES.
               10 WS-AC-NUM       PIC X(12).
               10 WS-AC-TYPE      PIC X(2).
                   88 AC-CHECKING VALUE 'CK'.
               10 WS-AC-DAY-COUNT PIC 9(1).
                   88 DC-360      VALUE 0.
                   88 DC-365      VALUE 1.
       01 WS-ACCT-COUNT          PIC 9(4) VALUE 0.
       01 WS-ACCT-MAX            PIC 9(4) VALUE 2000.
       01 WS-IDX                 PIC 9(4).
       01 WS-DAILY-RATE          PIC S9(1)V9(8) COMP-3.
       01 WS-DAILY-INT           PIC S9(7)V99 COMP-3.
       01 WS-DIVISOR             PIC 9(3).
           88 IS-MONTH-END       VALUE 'Y'.
       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-CURRENT-DAY         PIC 9(2).
       01 WS-AM-STATUS           PIC X(2).
       01 WS-AM-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-AM-EOF          VALUE 'Y'.
       01 WS-AM-FULL-FLAG        PIC X VALUE 'N'.
           88 WS-AM-TABLE-FULL   VALUE 'Y'.
       01 WS-BV-STATUS           PIC X(2).
       01 WS-ADJ-STATUS          PIC X(2).
       01 WS-RPT-STATUS          PIC X(2).
       01 WS-BV-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-BV-EOF          VALUE 'Y'.
       01 WS-ADJ-TXN-CODE        PIC X(2) VALUE 'IA'.
       01 WS-BV-ACCT-IDX         PIC 9(4).
       01 WS-BV-END-DATE         PIC 9(8).
       01 WS-MONTH-START         PIC 9(8).
       01 WS-EFF-INT             PIC S9(9) COMP-3.
       01 WS-END-INT             PIC S9(9) COMP-3.
       01 WS-MONTH-START-INT     PIC S9(9) COMP-3.
       01 WS-DAY-INT             PIC S9(9) COMP-3.
       01 WS-OLD-BALANCE         PIC S9(11)V99 COMP-3.
       01 WS-BV-SIGNED-AMT       PIC S9(9)V99 COMP-3.
       01 WS-OLD-DAILY           PIC S9(7)V99 COMP-3.
       01 WS-NEW-DAILY           PIC S9(7)V99 COMP-3.
       01 WS-OLD-ACCRUAL         PIC S9(7)V99 COMP-3.
       01 WS-NEW-ACCRUAL         PIC S9(7)V99 COMP-3.
       01 WS-PRIOR-ADJ           PIC S9(7)V99 COMP-3.
       01 WS-CURR-ADJ            PIC S9(7)V99 COMP-3.
       01 WS-NET-ADJ             PIC S9(7)V99 COMP-3.
       01 WS-TOTAL-ADJUST        PIC S9(9)V99 COMP-3.
       01 WS-ADJ-COUNT           PIC 9(5) VALUE 0.
       01 WS-BV-REJECT           PIC 9(5) VALUE 0.
       01 WS-RPT-LINE            PIC X(100).
       01 WS-DISP-OLD            PIC -$$$,$$$,$$9.99.
       01 WS-DISP-NEW            PIC -$$$,$$$,$$9.99.
       01 WS-DISP-NET            PIC -$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-ACCOUNTS
           IF WS-AM-STATUS NOT = '00' AND NOT = '10'
               DISPLAY 'INTACCT.DAT NOT AVAILABLE ' WS-AM-STATUS
               DISPLAY 'INTEREST RUN ABANDONED - NOTHING ACCRUED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AM-TABLE-FULL
               DISPLAY 'ACCOUNT TABLE FULL AT ' WS-ACCT-MAX
               DISPLAY 'INTEREST RUN ABANDONED - NOTHING ACCRUED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ACCRUE-ALL
           PERFORM 2500-BACK-VALUE-ADJUST
           IF IS-MONTH-END
               PERFORM 3000-POST-ALL
           END-IF
           MOVE WS-CURRENT-DATE(7:2) TO WS-CURRENT-DAY
           MOVE 0 TO WS-TOTAL-ACCRUED
           MOVE 0 TO WS-TOTAL-POSTED
           MOVE 0 TO WS-TOTAL-ADJUST
           MOVE WS-CURRENT-DATE TO WS-MONTH-START
           MOVE '01' TO WS-MONTH-START(7:2)
           IF WS-CURRENT-DAY = 28
               OR WS-CURRENT-DAY = 30
               OR WS-CURRENT-DAY = 31
               MOVE 'Y' TO WS-POST-FLAG
           END-IF.
       1100-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-AM-STATUS = '00'
               PERFORM 1110-READ-ACCOUNT
                   UNTIL WS-AM-EOF OR WS-AM-TABLE-FULL
               CLOSE ACCOUNT-FILE
               MOVE '00' TO WS-AM-STATUS
           END-IF.
       1110-READ-ACCOUNT.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-AM-EOF-FLAG
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AM-ACCT-NUM TO WS-AC-NUM(WS-ACCT-COUNT)
                       MOVE AM-ACCT-TYPE TO WS-AC-TYPE(WS-ACCT-COUNT)
                       MOVE AM-BALANCE
                           TO WS-AC-BALANCE(WS-ACCT-COUNT)
                       MOVE AM-RATE TO WS-AC-RATE(WS-ACCT-COUNT)
                       MOVE AM-DAY-COUNT
                           TO WS-AC-DAY-COUNT(WS-ACCT-COUNT)
                       MOVE 0 TO WS-AC-ACCRUED(WS-ACCT-COUNT)
                       MOVE 0 TO WS-AC-POSTED(WS-ACCT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-AM-FULL-FLAG
                   END-IF
           END-READ.
       2000-ACCRUE-ALL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCT-COUNT
               ADD WS-DAILY-INT TO WS-AC-ACCRUED(WS-IDX)
               ADD WS-DAILY-INT TO WS-TOTAL-ACCRUED
           END-PERFORM.
       2500-BACK-VALUE-ADJUST.
           OPEN INPUT BACKVAL-FILE
           IF WS-BV-STATUS NOT = '00'
               MOVE 'Y' TO WS-BV-EOF-FLAG
           END-IF
           OPEN OUTPUT ADJUST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE 'BACK-VALUE INTEREST ADJUSTMENTS' TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'ACCOUNT      EFFECTIVE    OLD ACCRUAL    NEW ACCRUAL'
               TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM 2510-READ-BACK-VALUE
               UNTIL WS-BV-EOF
           CLOSE BACKVAL-FILE
           CLOSE ADJUST-FILE
           CLOSE REPORT-FILE.
       2510-READ-BACK-VALUE.
           READ BACKVAL-FILE
               AT END MOVE 'Y' TO WS-BV-EOF-FLAG
               NOT AT END
                   PERFORM 2600-ADJUST-ONE-ITEM
           END-READ.
       2600-ADJUST-ONE-ITEM.
           MOVE 0 TO WS-BV-ACCT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCT-COUNT
               OR WS-BV-ACCT-IDX > 0
               IF WS-AC-NUM(WS-IDX) = BV-ACCT-NUM
                   MOVE WS-IDX TO WS-BV-ACCT-IDX
               END-IF
           END-PERFORM
           IF BV-POST-DATE > 0
               MOVE BV-POST-DATE TO WS-BV-END-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-BV-END-DATE
           END-IF
      *    Deposits and reversed debits raised the balance; a late
      *    debit lowered it.  The amount is carried unsigned.
           MOVE BV-AMOUNT TO WS-BV-SIGNED-AMT
           IF WS-BV-SIGNED-AMT < 0
               COMPUTE WS-BV-SIGNED-AMT = 0 - WS-BV-SIGNED-AMT
           END-IF
           IF BV-LATE-DEBIT
               COMPUTE WS-BV-SIGNED-AMT = 0 - WS-BV-SIGNED-AMT
           END-IF
           IF WS-BV-ACCT-IDX = 0
               OR BV-EFF-DATE >= WS-BV-END-DATE
               OR NOT (BV-LATE-DEPOSIT OR BV-DEBIT-REV
                       OR BV-LATE-DEBIT)
               ADD 1 TO WS-BV-REJECT
               DISPLAY 'BACK-VALUE ITEM REJECTED: ' BV-ACCT-NUM
                   ' ' BV-EFF-DATE
           ELSE
               MOVE WS-BV-ACCT-IDX TO WS-IDX
               IF DC-360(WS-IDX)
                   MOVE 360 TO WS-DIVISOR
               ELSE
                   MOVE 365 TO WS-DIVISOR
               END-IF
               COMPUTE WS-DAILY-RATE =
                   WS-AC-RATE(WS-IDX) / WS-DIVISOR
      *        Accrual ran on the balance without this item from its
      *        effective date until the day it actually posted.
               COMPUTE WS-OLD-BALANCE =
                   WS-AC-BALANCE(WS-IDX) - WS-BV-SIGNED-AMT
               COMPUTE WS-EFF-INT =
                   FUNCTION INTEGER-OF-DATE(BV-EFF-DATE)
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BV-END-DATE)
               COMPUTE WS-MONTH-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
               MOVE 0 TO WS-OLD-ACCRUAL
               MOVE 0 TO WS-NEW-ACCRUAL
               MOVE 0 TO WS-PRIOR-ADJ
               MOVE 0 TO WS-CURR-ADJ
               PERFORM 2610-ACCRUE-ONE-DAY
                   VARYING WS-DAY-INT FROM WS-EFF-INT BY 1
                   UNTIL WS-DAY-INT >= WS-END-INT
               COMPUTE WS-NET-ADJ = WS-NEW-ACCRUAL - WS-OLD-ACCRUAL
      *        Interest for months already posted is capitalized now;
      *        the current month corrects the open accrual.
               ADD WS-PRIOR-ADJ TO WS-AC-BALANCE(WS-IDX)
               ADD WS-PRIOR-ADJ TO WS-AC-POSTED(WS-IDX)
               ADD WS-PRIOR-ADJ TO WS-TOTAL-POSTED
               ADD WS-CURR-ADJ TO WS-AC-ACCRUED(WS-IDX)
               ADD WS-CURR-ADJ TO WS-TOTAL-ACCRUED
               ADD WS-NET-ADJ TO WS-TOTAL-ADJUST
               ADD 1 TO WS-ADJ-COUNT
               PERFORM 2700-WRITE-ADJUSTMENT
           END-IF.
       2610-ACCRUE-ONE-DAY.
           COMPUTE WS-OLD-DAILY = WS-OLD-BALANCE * WS-DAILY-RATE
           COMPUTE WS-NEW-DAILY = WS-AC-BALANCE(WS-IDX) * WS-DAILY-RATE
           ADD WS-OLD-DAILY TO WS-OLD-ACCRUAL
           ADD WS-NEW-DAILY TO WS-NEW-ACCRUAL
           IF WS-DAY-INT < WS-MONTH-START-INT
               COMPUTE WS-PRIOR-ADJ =
                   WS-PRIOR-ADJ + WS-NEW-DAILY - WS-OLD-DAILY
           ELSE
               COMPUTE WS-CURR-ADJ =
                   WS-CURR-ADJ + WS-NEW-DAILY - WS-OLD-DAILY
           END-IF.
       2700-WRITE-ADJUSTMENT.
           MOVE BV-ACCT-NUM TO AJ-ACCT-NUM
           MOVE WS-ADJ-TXN-CODE TO AJ-TXN-CODE
           MOVE BV-EFF-DATE TO AJ-EFF-DATE
           MOVE WS-CURRENT-DATE TO AJ-POST-DATE
           MOVE WS-PRIOR-ADJ TO AJ-PRIOR-PERIOD
           MOVE WS-CURR-ADJ TO AJ-CURR-PERIOD
           MOVE WS-NET-ADJ TO AJ-NET-ADJUST
           WRITE ADJUST-RECORD
           MOVE WS-OLD-ACCRUAL TO WS-DISP-OLD
           MOVE WS-NEW-ACCRUAL TO WS-DISP-NEW
           MOVE WS-NET-ADJ TO WS-DISP-NET
           MOVE SPACES TO WS-RPT-LINE
           STRING BV-ACCT-NUM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BV-EFF-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DISP-OLD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DISP-NEW DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DISP-NET DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-PRIOR-ADJ NOT = 0
               MOVE WS-PRIOR-ADJ TO WS-DISP-NET
               MOVE SPACES TO WS-RPT-LINE
               STRING '    PRIOR MONTH(S) CAPITALIZED NOW '
                   DELIMITED BY SIZE
                   WS-DISP-NET DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.
       3000-POST-ALL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ACCT-COUNT
               IF WS-AC-ACCRUED(WS-IDX) > 0
                   ADD WS-AC-ACCRUED(WS-IDX) TO
                       WS-AC-BALANCE(WS-IDX)
      *            Prior-month back-value interest capitalized
      *            this run is already in the posted amount.
                   ADD WS-AC-ACCRUED(WS-IDX) TO
                       WS-AC-POSTED(WS-IDX)
                   ADD WS-AC-ACCRUED(WS-IDX) TO
                       WS-TOTAL-POSTED
               DISPLAY 'STATUS: MONTH-END POST'
           ELSE
               DISPLAY 'STATUS: DAILY ACCRUAL ONLY'
           END-IF
           DISPLAY 'BACK-VALUE ADJUSTMENTS: ' WS-ADJ-COUNT
           DISPLAY 'BACK-VALUE REJECTED:    ' WS-BV-REJECT
           DISPLAY 'NET ADJUSTMENT: $' WS-TOTAL-ADJUST.
