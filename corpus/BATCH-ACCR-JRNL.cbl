       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ACCR-JRNL.
      *================================================================*
      * Interest Accrual GL Journal                                    *
      * Totals accrued interest payable by product and account type    *
      * from the accrual programs' outputs - ACCT-OUT.DAT (INTEREST-   *
      * ACCRUAL-BATCH), D360ACCR.DAT (DEP-INT-ACCRUE-360, latest       *
      * record per account) and MMKTACCR.DAT (MMKT-TIER-ACCRUE) - on   *
      * the same product map as BATCH-ACCR-RECON, and books the change *
      * against the prior GL closing balance on GLBAL.DAT:             *
      *   increase - DR 410100 INT-EXPENSE-DEPOSITS, CR payable        *
      *   decrease - DR payable, CR 200100 DEMAND-DEPOSITS (interest   *
      *              capitalized or paid to the depositor)             *
      * Entries go to ACRJRNL.DAT (journal batch MMDD56) for           *
      * BATCH-GL-POSTING, ahead of the posting run.                    *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IAB-FILE ASSIGN TO 'ACCT-OUT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IAB-STATUS.
           SELECT D360-FILE ASSIGN TO 'D360ACCR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-D36-STATUS.
           SELECT MMKT-FILE ASSIGN TO 'MMKTACCR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MMK-STATUS.
           SELECT GLBAL-FILE ASSIGN TO 'GLBAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACRJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IAB-FILE.
       01 IAB-RECORD.
           05 AO-ACCOUNT-NUM          PIC 9(10).
           05 AO-ACCOUNT-TYPE         PIC X(2).
           05 AO-BALANCE              PIC 9(11)V99.
           05 AO-RATE-CODE            PIC 9(2).
           05 AO-LAST-ACCRUAL-DATE    PIC 9(8).
           05 AO-ACCRUED-INT          PIC 9(9)V99.
           05 AO-MIN-BALANCE          PIC 9(11)V99.
           05 AO-FILLER               PIC X(23).

       FD D360-FILE.
       01 D360-RECORD.
           05 XD-ACCT-NUM             PIC X(12).
           05 XD-ACCT-TYPE            PIC X(2).
           05 XD-ACCRUED              PIC S9(9)V99 COMP-3.
           05 XD-ACCRUAL-DATE         PIC 9(8).

       FD MMKT-FILE.
       01 MMKT-RECORD.
           05 XM-ACCT-NUM             PIC X(12).
           05 XM-ACCT-TYPE            PIC X(2).
           05 XM-ACCRUED              PIC S9(9)V99 COMP-3.
           05 XM-ACCRUAL-DATE         PIC 9(8).

       FD GLBAL-FILE.
       01 GLBAL-RECORD.
           05 GB-ACCOUNT-NUM          PIC 9(6).
           05 GB-ACCOUNT-NAME         PIC X(20).
           05 GB-ACCOUNT-TYPE         PIC X(1).
           05 GB-BALANCE              PIC S9(13)V99 COMP-3.
           05 GB-AS-OF-DATE           PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JR-BATCH-NUM            PIC 9(6).
           05 JR-SEQUENCE             PIC 9(4).
           05 JR-ACCOUNT-NUM          PIC 9(6).
           05 JR-ENTRY-TYPE           PIC X(1).
           05 JR-AMOUNT               PIC 9(11)V99.
           05 JR-DESCRIPTION          PIC X(30).
           05 JR-POST-DATE            PIC 9(8).
           05 JR-FILLER               PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-IAB-STATUS               PIC X(2).
       01 WS-D36-STATUS               PIC X(2).
       01 WS-MMK-STATUS               PIC X(2).
       01 WS-GLB-STATUS               PIC X(2).
       01 WS-JRN-STATUS               PIC X(2).
       01 WS-IAB-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-IAB-EOF              VALUE 'Y'.
       01 WS-D36-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-D36-EOF              VALUE 'Y'.
       01 WS-MMK-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-MMK-EOF              VALUE 'Y'.
       01 WS-GLB-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-GLB-EOF              VALUE 'Y'.
      *--- Product / account type to GL payable account ---
      *    Must match the map in BATCH-ACCR-RECON.  Account type '**'
      *    catches every type of the product not mapped on its own
      *    line.
       01 WS-MAP-TABLE.
           05 WS-MP-ENTRY OCCURS 20 TIMES.
               10 WS-MP-PRODUCT       PIC X(2).
               10 WS-MP-ACCT-TYPE     PIC X(2).
               10 WS-MP-GL-ACCT       PIC 9(6).
               10 WS-MP-SUBLEDGER     PIC S9(11)V99 COMP-3.
               10 WS-MP-GL-BAL        PIC S9(13)V99 COMP-3.
       01 WS-MP-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01 WS-MP-IDX                   PIC S9(3) COMP-3.
       01 WS-MP-FOUND                 PIC S9(3) COMP-3.
       01 WS-GL-EXPENSE-ACCT          PIC 9(6) VALUE 410100.
       01 WS-GL-DEPOSIT-ACCT          PIC 9(6) VALUE 200100.
      *--- Latest 30/360 accrual per account ---
       01 WS-D360-TABLE.
           05 WS-D3-ENTRY OCCURS 2000 TIMES.
               10 WS-D3-ACCT          PIC X(12).
               10 WS-D3-TYPE          PIC X(2).
               10 WS-D3-ACCRUED       PIC S9(9)V99 COMP-3.
               10 WS-D3-DATE          PIC 9(8).
       01 WS-D3-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-D3-IDX                   PIC S9(5) COMP-3.
       01 WS-D3-FOUND                 PIC S9(5) COMP-3.
      *--- Journal entry being built ---
       01 WS-JE-DR-ACCT               PIC 9(6).
       01 WS-JE-CR-ACCT               PIC 9(6).
       01 WS-JE-SWAP-ACCT             PIC 9(6).
       01 WS-JE-AMOUNT                PIC S9(13)V99 COMP-3.
       01 WS-JE-DESC                  PIC X(30).
       01 WS-JRN-SEQ                  PIC S9(5) COMP-3 VALUE 0.
       01 WS-BATCH-NUM                PIC 9(6).
      *--- Work fields ---
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 FILLER                  PIC 9(4).
           05 WS-RUN-MMDD             PIC 9(4).
       01 WS-PRODUCT                  PIC X(2).
       01 WS-ACCT-TYPE                PIC X(2).
       01 WS-AMOUNT                   PIC S9(11)V99 COMP-3.
       01 WS-UNMAPPED-CT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-TOTAL-EXPENSE            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-CREDITED           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-DISP-AMT                 PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-CT                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-IAB
               UNTIL WS-IAB-EOF
           PERFORM 2100-LOAD-D360
               UNTIL WS-D36-EOF
           PERFORM 2200-SUM-D360
           PERFORM 2300-LOAD-MMKT
               UNTIL WS-MMK-EOF
           PERFORM 3000-LOAD-GL-BALANCES
               UNTIL WS-GLB-EOF
           PERFORM 4000-BOOK-ACCRUALS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BATCH-NUM = WS-RUN-MMDD * 100 + 56
           PERFORM 1100-LOAD-ACCRUAL-MAP
           OPEN INPUT IAB-FILE
           IF WS-IAB-STATUS NOT = '00'
               DISPLAY 'ACCT-OUT.DAT NOT AVAILABLE ' WS-IAB-STATUS
               MOVE 'Y' TO WS-IAB-EOF-FLAG
           END-IF
           OPEN INPUT D360-FILE
           IF WS-D36-STATUS NOT = '00'
               DISPLAY 'D360ACCR.DAT NOT AVAILABLE ' WS-D36-STATUS
               MOVE 'Y' TO WS-D36-EOF-FLAG
           END-IF
           OPEN INPUT MMKT-FILE
           IF WS-MMK-STATUS NOT = '00'
               DISPLAY 'MMKTACCR.DAT NOT AVAILABLE ' WS-MMK-STATUS
               MOVE 'Y' TO WS-MMK-EOF-FLAG
           END-IF
      *    No GLBAL.DAT yet means the payables open at zero.
           OPEN INPUT GLBAL-FILE
           IF WS-GLB-STATUS NOT = '00'
               DISPLAY 'GLBAL.DAT NOT AVAILABLE - PAYABLES FROM ZERO'
               MOVE 'Y' TO WS-GLB-EOF-FLAG
           END-IF
           OPEN OUTPUT JOURNAL-FILE.

       1100-LOAD-ACCRUAL-MAP.
      *    IA = INTEREST-ACCRUAL-BATCH, D3 = DEP-INT-ACCRUE-360,
      *    MM = MMKT-TIER-ACCRUE.
           MOVE 1 TO WS-MP-COUNT
           MOVE 'IA' TO WS-MP-PRODUCT(1)
           MOVE 'CK' TO WS-MP-ACCT-TYPE(1)
           MOVE 210110 TO WS-MP-GL-ACCT(1)
           ADD 1 TO WS-MP-COUNT
           MOVE 'IA' TO WS-MP-PRODUCT(2)
           MOVE '**' TO WS-MP-ACCT-TYPE(2)
           MOVE 210100 TO WS-MP-GL-ACCT(2)
           ADD 1 TO WS-MP-COUNT
           MOVE 'D3' TO WS-MP-PRODUCT(3)
           MOVE '**' TO WS-MP-ACCT-TYPE(3)
           MOVE 210200 TO WS-MP-GL-ACCT(3)
           ADD 1 TO WS-MP-COUNT
           MOVE 'MM' TO WS-MP-PRODUCT(4)
           MOVE '**' TO WS-MP-ACCT-TYPE(4)
           MOVE 210300 TO WS-MP-GL-ACCT(4)
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               MOVE 0 TO WS-MP-SUBLEDGER(WS-MP-IDX)
               MOVE 0 TO WS-MP-GL-BAL(WS-MP-IDX)
           END-PERFORM.

       2000-LOAD-IAB.
           READ IAB-FILE
               AT END MOVE 'Y' TO WS-IAB-EOF-FLAG
               NOT AT END
                   MOVE 'IA' TO WS-PRODUCT
                   MOVE AO-ACCOUNT-TYPE TO WS-ACCT-TYPE
                   MOVE AO-ACCRUED-INT TO WS-AMOUNT
                   PERFORM 2900-ADD-TO-SUBLEDGER
           END-READ.

       2100-LOAD-D360.
      *    The 30/360 program appends one record per run, so only the
      *    latest record for each account counts.
           READ D360-FILE
               AT END MOVE 'Y' TO WS-D36-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-D3-FOUND
                   PERFORM VARYING WS-D3-IDX FROM 1 BY 1
                       UNTIL WS-D3-IDX > WS-D3-COUNT
                       OR WS-D3-FOUND > 0
                       IF WS-D3-ACCT(WS-D3-IDX) = XD-ACCT-NUM
                           MOVE WS-D3-IDX TO WS-D3-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-D3-FOUND = 0
                       IF WS-D3-COUNT < 2000
                           ADD 1 TO WS-D3-COUNT
                           MOVE WS-D3-COUNT TO WS-D3-FOUND
                           MOVE 0 TO WS-D3-DATE(WS-D3-FOUND)
                       ELSE
                           DISPLAY 'D360 TABLE FULL - SKIPPED '
                               XD-ACCT-NUM
                       END-IF
                   END-IF
                   IF WS-D3-FOUND > 0
                       IF XD-ACCRUAL-DATE >= WS-D3-DATE(WS-D3-FOUND)
                           MOVE XD-ACCT-NUM
                               TO WS-D3-ACCT(WS-D3-FOUND)
                           MOVE XD-ACCT-TYPE
                               TO WS-D3-TYPE(WS-D3-FOUND)
                           MOVE XD-ACCRUED
                               TO WS-D3-ACCRUED(WS-D3-FOUND)
                           MOVE XD-ACCRUAL-DATE
                               TO WS-D3-DATE(WS-D3-FOUND)
                       END-IF
                   END-IF
           END-READ.

       2200-SUM-D360.
           PERFORM VARYING WS-D3-IDX FROM 1 BY 1
               UNTIL WS-D3-IDX > WS-D3-COUNT
               MOVE 'D3' TO WS-PRODUCT
               MOVE WS-D3-TYPE(WS-D3-IDX) TO WS-ACCT-TYPE
               MOVE WS-D3-ACCRUED(WS-D3-IDX) TO WS-AMOUNT
               PERFORM 2900-ADD-TO-SUBLEDGER
           END-PERFORM.

       2300-LOAD-MMKT.
           READ MMKT-FILE
               AT END MOVE 'Y' TO WS-MMK-EOF-FLAG
               NOT AT END
                   MOVE 'MM' TO WS-PRODUCT
                   MOVE XM-ACCT-TYPE TO WS-ACCT-TYPE
                   MOVE XM-ACCRUED TO WS-AMOUNT
                   PERFORM 2900-ADD-TO-SUBLEDGER
           END-READ.

       2900-ADD-TO-SUBLEDGER.
      *    Exact product/type line first, then the product's '**'.
           MOVE 0 TO WS-MP-FOUND
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               OR WS-MP-FOUND > 0
               IF WS-MP-PRODUCT(WS-MP-IDX) = WS-PRODUCT
                   AND WS-MP-ACCT-TYPE(WS-MP-IDX) = WS-ACCT-TYPE
                   MOVE WS-MP-IDX TO WS-MP-FOUND
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               OR WS-MP-FOUND > 0
               IF WS-MP-PRODUCT(WS-MP-IDX) = WS-PRODUCT
                   AND WS-MP-ACCT-TYPE(WS-MP-IDX) = '**'
                   MOVE WS-MP-IDX TO WS-MP-FOUND
               END-IF
           END-PERFORM
           IF WS-MP-FOUND > 0
               ADD WS-AMOUNT TO WS-MP-SUBLEDGER(WS-MP-FOUND)
           ELSE
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'NO GL MAPPING FOR ' WS-PRODUCT ' '
                   WS-ACCT-TYPE
           END-IF.

       3000-LOAD-GL-BALANCES.
           READ GLBAL-FILE
               AT END MOVE 'Y' TO WS-GLB-EOF-FLAG
               NOT AT END
                   PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MP-COUNT
                       IF WS-MP-GL-ACCT(WS-MP-IDX) = GB-ACCOUNT-NUM
                           MOVE GB-BALANCE TO WS-MP-GL-BAL(WS-MP-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

       4000-BOOK-ACCRUALS.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               PERFORM 4100-BOOK-ONE-LINE
           END-PERFORM.

       4100-BOOK-ONE-LINE.
      *    Payable up: expense the accrual.  Payable down: the
      *    interest left the payable for the depositor's account.
           COMPUTE WS-JE-AMOUNT =
               WS-MP-SUBLEDGER(WS-MP-IDX) - WS-MP-GL-BAL(WS-MP-IDX)
           IF WS-JE-AMOUNT > 0
               MOVE WS-GL-EXPENSE-ACCT TO WS-JE-DR-ACCT
               MOVE WS-MP-GL-ACCT(WS-MP-IDX) TO WS-JE-CR-ACCT
               MOVE SPACES TO WS-JE-DESC
               STRING 'INTEREST ACCRUED ' DELIMITED BY SIZE
                   WS-MP-PRODUCT(WS-MP-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MP-ACCT-TYPE(WS-MP-IDX) DELIMITED BY SIZE
                   INTO WS-JE-DESC
               END-STRING
               ADD WS-JE-AMOUNT TO WS-TOTAL-EXPENSE
               PERFORM 8000-POST-ENTRY
           ELSE
               IF WS-JE-AMOUNT < 0
                   MOVE WS-MP-GL-ACCT(WS-MP-IDX) TO WS-JE-DR-ACCT
                   MOVE WS-GL-DEPOSIT-ACCT TO WS-JE-CR-ACCT
                   COMPUTE WS-JE-AMOUNT = 0 - WS-JE-AMOUNT
                   MOVE SPACES TO WS-JE-DESC
                   STRING 'ACCRUED INT CREDITED ' DELIMITED BY SIZE
                       WS-MP-PRODUCT(WS-MP-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MP-ACCT-TYPE(WS-MP-IDX) DELIMITED BY SIZE
                       INTO WS-JE-DESC
                   END-STRING
                   ADD WS-JE-AMOUNT TO WS-TOTAL-CREDITED
                   PERFORM 8000-POST-ENTRY
               END-IF
           END-IF.

      *--- Balanced journal pair; a negative amount reverses sides ---
       8000-POST-ENTRY.
           IF WS-JE-AMOUNT NOT = 0
               IF WS-JE-AMOUNT < 0
                   MOVE WS-JE-DR-ACCT TO WS-JE-SWAP-ACCT
                   MOVE WS-JE-CR-ACCT TO WS-JE-DR-ACCT
                   MOVE WS-JE-SWAP-ACCT TO WS-JE-CR-ACCT
                   COMPUTE WS-JE-AMOUNT = 0 - WS-JE-AMOUNT
               END-IF
               MOVE WS-JE-DR-ACCT TO JR-ACCOUNT-NUM
               MOVE 'D' TO JR-ENTRY-TYPE
               PERFORM 8100-WRITE-JOURNAL
               MOVE WS-JE-CR-ACCT TO JR-ACCOUNT-NUM
               MOVE 'C' TO JR-ENTRY-TYPE
               PERFORM 8100-WRITE-JOURNAL
           END-IF.

       8100-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-BATCH-NUM TO JR-BATCH-NUM
           MOVE WS-JRN-SEQ TO JR-SEQUENCE
           MOVE WS-JE-AMOUNT TO JR-AMOUNT
           MOVE WS-JE-DESC TO JR-DESCRIPTION
           MOVE WS-RUN-DATE TO JR-POST-DATE
           MOVE SPACES TO JR-FILLER
           WRITE JOURNAL-RECORD.

       9000-CLOSE-FILES.
           CLOSE IAB-FILE
           CLOSE D360-FILE
           CLOSE MMKT-FILE
           CLOSE GLBAL-FILE
           CLOSE JOURNAL-FILE
           DISPLAY 'ACCRUAL JOURNAL COMPLETE  BATCH ' WS-BATCH-NUM
           MOVE WS-TOTAL-EXPENSE TO WS-DISP-AMT
           DISPLAY 'ACCRUED TO EXPENSE:  ' WS-DISP-AMT
           MOVE WS-TOTAL-CREDITED TO WS-DISP-AMT
           DISPLAY 'CREDITED TO DEPOSIT: ' WS-DISP-AMT
           MOVE WS-JRN-SEQ TO WS-DISP-CT
           DISPLAY 'JOURNAL LINES:       ' WS-DISP-CT
           MOVE WS-UNMAPPED-CT TO WS-DISP-CT
           DISPLAY 'UNMAPPED ACCTS:      ' WS-DISP-CT.
