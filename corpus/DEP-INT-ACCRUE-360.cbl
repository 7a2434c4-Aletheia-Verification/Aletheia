       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-INT-ACCRUE-360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'D360ACCR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 XA-ACCT-NUM            PIC X(12).
           05 XA-ACCT-TYPE           PIC X(2).
           05 XA-ACCRUED             PIC S9(9)V99 COMP-3.
           05 XA-ACCRUAL-DATE        PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-NUM                PIC X(12).
       01 WS-ACCT-TYPE               PIC X(2).
       01 WS-ACR-STATUS              PIC X(2).
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-BALANCE                 PIC S9(9)V99 COMP-3.
       01 WS-ANNUAL-RATE             PIC S9(1)V9(6) COMP-3.
       01 WS-DAILY-RATE              PIC S9(1)V9(10) COMP-3.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-INTEREST
           PERFORM 3000-DISPLAY-RESULTS
           PERFORM 4000-WRITE-ACCRUAL
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-TOTAL-ACCRUED
           DISPLAY 'RATE:         ' WS-ANNUAL-RATE
           DISPLAY 'DAYS:         ' WS-ACCRUAL-DAYS
           DISPLAY 'TOTAL ACCRUED:' WS-TOTAL-ACCRUED.
       4000-WRITE-ACCRUAL.
      *    Each run appends the account's accrual for the
      *    subledger-to-GL reconciliation.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ACCRUAL-FILE
           IF WS-ACR-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
           END-IF
           MOVE WS-ACCT-NUM TO XA-ACCT-NUM
           MOVE WS-ACCT-TYPE TO XA-ACCT-TYPE
           MOVE WS-TOTAL-ACCRUED TO XA-ACCRUED
           MOVE WS-RUN-DATE TO XA-ACCRUAL-DATE
           WRITE ACCRUAL-RECORD
           CLOSE ACCRUAL-FILE.
