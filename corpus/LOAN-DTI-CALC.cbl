       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DTI-CALC.
      *================================================================*
      * Debt-to-Income Calculation                                     *
      * Front and back DTI from monthly income and debt obligations.   *
      * Each result is appended to DTIRSLT.DAT under the application   *
      * ID for the ability-to-repay determination (LOAN-ATR-QM).       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTI-RESULT-FILE ASSIGN TO 'DTIRSLT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD DTI-RESULT-FILE.
       01 DTI-RESULT-RECORD.
           05 DR-APP-ID           PIC X(10).
           05 DR-CALC-DATE        PIC 9(8).
           05 DR-TOTAL-INCOME     PIC S9(9)V99.
           05 DR-VERIFIED-INCOME  PIC S9(9)V99.
           05 DR-TOTAL-DEBT       PIC S9(9)V99.
           05 DR-PROPOSED-PMT     PIC S9(7)V99.
           05 DR-FRONT-DTI        PIC S9(3)V99.
           05 DR-BACK-DTI         PIC S9(3)V99.
           05 DR-DTI-STATUS       PIC X(15).
       WORKING-STORAGE SECTION.
       01 WS-BORROWER.
           05 WS-BOR-NAME         PIC X(30).
           05 WS-BOR-SSN          PIC X(9).
           05 WS-BOR-APP-ID       PIC X(10).
       01 WS-INCOME-SOURCES.
           05 WS-INC OCCURS 5 TIMES.
               10 WS-INC-TYPE     PIC X(2).
       01 WS-BACK-MAX             PIC S9(3)V99 COMP-3
           VALUE 43.00.
       01 WS-DTI-STATUS           PIC X(15).
       01 WS-DRS-FS               PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-CALC-INCOME
           PERFORM 3000-CALC-DTI
           PERFORM 4000-EVALUATE-DTI
           PERFORM 5000-OUTPUT
           PERFORM 6000-WRITE-RESULT
           STOP RUN.
       1000-CALC-INCOME.
           MOVE 0 TO WS-TOTAL-INCOME
           DISPLAY 'FRONT DTI:      ' WS-FRONT-DTI '%'
           DISPLAY 'BACK DTI:       ' WS-BACK-DTI '%'
           DISPLAY 'STATUS:         ' WS-DTI-STATUS.
       6000-WRITE-RESULT.
           OPEN EXTEND DTI-RESULT-FILE
           IF WS-DRS-FS = '35'
               OPEN OUTPUT DTI-RESULT-FILE
           END-IF
           MOVE WS-BOR-APP-ID TO DR-APP-ID
           ACCEPT DR-CALC-DATE FROM DATE YYYYMMDD
           MOVE WS-TOTAL-INCOME TO DR-TOTAL-INCOME
           MOVE WS-VERIFIED-INCOME TO DR-VERIFIED-INCOME
           MOVE WS-TOTAL-DEBT TO DR-TOTAL-DEBT
           MOVE WS-PROPOSED-PMT TO DR-PROPOSED-PMT
           MOVE WS-FRONT-DTI TO DR-FRONT-DTI
           MOVE WS-BACK-DTI TO DR-BACK-DTI
           MOVE WS-DTI-STATUS TO DR-DTI-STATUS
           WRITE DTI-RESULT-RECORD
           CLOSE DTI-RESULT-FILE.
