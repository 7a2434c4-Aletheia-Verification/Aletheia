       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INCOME-VERIFY.
      *================================================================*
      * Income Verification                                            *
      * Stated income is compared to income from valid documents.      *
      * Each result is appended to INCVRSLT.DAT under the applicant    *
      * ID for the ability-to-repay determination (LOAN-ATR-QM).       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-RESULT-FILE ASSIGN TO 'INCVRSLT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IVR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD VERIFY-RESULT-FILE.
       01 VERIFY-RESULT-RECORD.
           05 IV-APP-ID          PIC X(10).
           05 IV-VERIFY-DATE     PIC 9(8).
           05 IV-EMPLOYMENT-TYPE PIC X(1).
           05 IV-STATED-INCOME   PIC S9(9)V99.
           05 IV-VERIFIED-INCOME PIC S9(9)V99.
           05 IV-VARIANCE        PIC S9(3)V99.
           05 IV-VALID-DOCS      PIC 9.
           05 IV-DOCS-REQUIRED   PIC 9.
           05 IV-VERIFY-STATUS   PIC X(15).
       WORKING-STORAGE SECTION.
       01 WS-APPLICANT.
           05 WS-APP-ID          PIC X(10).
           VALUE 10.00.
       01 WS-VERIFY-STATUS       PIC X(15).
       01 WS-DOCS-REQUIRED       PIC 9.
       01 WS-IVR-FS              PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-DETERMINE-REQS
           PERFORM 3000-CALC-VERIFIED
           PERFORM 4000-COMPARE
           PERFORM 5000-OUTPUT
           PERFORM 6000-WRITE-RESULT
           STOP RUN.
       1000-DETERMINE-REQS.
           EVALUATE TRUE
               '/' WS-DOCS-REQUIRED
           DISPLAY 'VARIANCE:   ' WS-VARIANCE '%'
           DISPLAY 'STATUS:     ' WS-VERIFY-STATUS.
       6000-WRITE-RESULT.
           OPEN EXTEND VERIFY-RESULT-FILE
           IF WS-IVR-FS = '35'
               OPEN OUTPUT VERIFY-RESULT-FILE
           END-IF
           MOVE WS-APP-ID TO IV-APP-ID
           ACCEPT IV-VERIFY-DATE FROM DATE YYYYMMDD
           MOVE WS-EMPLOYMENT-TYPE TO IV-EMPLOYMENT-TYPE
           MOVE WS-STATED-INCOME TO IV-STATED-INCOME
           MOVE WS-VERIFIED-INCOME TO IV-VERIFIED-INCOME
           MOVE WS-VARIANCE TO IV-VARIANCE
           MOVE WS-VALID-DOC-COUNT TO IV-VALID-DOCS
           MOVE WS-DOCS-REQUIRED TO IV-DOCS-REQUIRED
           MOVE WS-VERIFY-STATUS TO IV-VERIFY-STATUS
           WRITE VERIFY-RESULT-RECORD
           CLOSE VERIFY-RESULT-FILE.
