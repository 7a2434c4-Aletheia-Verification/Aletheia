      * Applies blended tiered rates across balance bands,              *
      * calculates daily accrual using actual/365 day count,            *
      * and generates month-end interest posting records.               *
      * Each account's accrued interest to date is written to           *
      * MMKTACCR.DAT for the subledger-to-GL reconciliation.            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MMKT-FILE ASSIGN TO 'MMKTACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MMK-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'MMKTACCR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MMKT-FILE.
           05  MR-ACCT-OPEN-DATE   PIC 9(08).
           05  MR-PROMO-RATE-FLAG  PIC X(01).
           05  MR-PROMO-EXPIRE     PIC 9(08).
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  XA-ACCT-NUM         PIC X(12).
           05  XA-ACCT-TYPE        PIC X(02).
           05  XA-ACCRUED          PIC S9(09)V99 COMP-3.
           05  XA-ACCRUAL-DATE     PIC 9(08).
       WORKING-STORAGE SECTION.
       01  WS-MMK-STATUS          PIC XX VALUE SPACES.
       01  WS-ACR-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF                 PIC X VALUE 'N'.
           88  END-OF-FILE        VALUE 'Y'.
       01  WS-TIER-TABLE.
               DISPLAY 'MMKT FILE ERROR: ' WS-MMK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM 1100-READ-MMKT.
       1100-READ-MMKT.
           READ MMKT-FILE
           ELSE
               MOVE ZERO TO WS-TOTAL-DAILY-INT
           END-IF
           PERFORM 6000-WRITE-ACCRUAL
           PERFORM 1100-READ-MMKT.
       3000-CALC-TIERED-INT.
           MOVE ZERO TO WS-TOTAL-DAILY-INT
               MR-BALANCE ' INT='
               WS-MTD-INTEREST ' RATE='
               WS-BLENDED-RATE.
       6000-WRITE-ACCRUAL.
           MOVE MR-ACCT-NUM TO XA-ACCT-NUM
           MOVE 'MM' TO XA-ACCT-TYPE
           COMPUTE XA-ACCRUED ROUNDED =
               MR-PRIOR-ACCRUED + WS-TOTAL-DAILY-INT
           MOVE WS-TODAY-NUM TO XA-ACCRUAL-DATE
           WRITE ACCRUAL-RECORD.
       9000-FINALIZE.
           CLOSE MMKT-FILE
           CLOSE ACCRUAL-FILE
           IF WS-TOTAL-BAL > ZERO
               COMPUTE WS-AVG-RATE ROUNDED =
                   (WS-TOTAL-INTEREST * 12) /
