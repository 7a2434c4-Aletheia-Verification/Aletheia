       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ACCR-RECON.
      *================================================================*
      * Interest Accrual Subledger to GL Reconciliation                *
      * Totals accrued interest by product and account type from the   *
      * accrual programs' outputs - ACCT-OUT.DAT (INTEREST-ACCRUAL-    *
      * BATCH), D360ACCR.DAT (DEP-INT-ACCRUE-360, latest record per    *
      * account) and MMKTACCR.DAT (MMKT-TIER-ACCRUE) - and proves each *
      * total against its interest payable account on GLBAL.DAT, the   *
      * closing balances from BATCH-GL-POSTING.  Differences are       *
      * broken out by product and account type.  Unresolved breaks     *
      * carry forward from ACRBRK.DAT to ACRBRKN.DAT with the date     *
      * first seen, so the report shows each break's age; breaks that  *
      * clear are reported once as resolved.  Report: ACRRECON.DAT.    *
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
           SELECT BREAK-FILE ASSIGN TO 'ACRBRK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.
           SELECT NEWBRK-FILE ASSIGN TO 'ACRBRKN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NBK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ACRRECON.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD BREAK-FILE.
       01 BREAK-RECORD.
           05 BK-PRODUCT              PIC X(2).
           05 BK-ACCT-TYPE            PIC X(2).
           05 BK-GL-ACCT              PIC 9(6).
           05 BK-FIRST-DATE           PIC 9(8).
           05 BK-LAST-DATE            PIC 9(8).
           05 BK-AMOUNT               PIC S9(11)V99 COMP-3.

       FD NEWBRK-FILE.
       01 NEWBRK-RECORD               PIC X(33).

       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-IAB-STATUS               PIC X(2).
       01 WS-D36-STATUS               PIC X(2).
       01 WS-MMK-STATUS               PIC X(2).
       01 WS-GLB-STATUS               PIC X(2).
       01 WS-BRK-STATUS               PIC X(2).
       01 WS-NBK-STATUS               PIC X(2).
       01 WS-RPT-STATUS               PIC X(2).
       01 WS-IAB-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-IAB-EOF              VALUE 'Y'.
       01 WS-D36-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-D36-EOF              VALUE 'Y'.
       01 WS-MMK-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-MMK-EOF              VALUE 'Y'.
       01 WS-GLB-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-GLB-EOF              VALUE 'Y'.
       01 WS-BRK-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-BRK-EOF              VALUE 'Y'.
      *--- Product / account type to GL payable account ---
      *    Account type '**' catches every type of the product not
      *    mapped on its own line.
       01 WS-MAP-TABLE.
           05 WS-MP-ENTRY OCCURS 20 TIMES.
               10 WS-MP-PRODUCT       PIC X(2).
               10 WS-MP-ACCT-TYPE     PIC X(2).
               10 WS-MP-GL-ACCT       PIC 9(6).
               10 WS-MP-SUBLEDGER     PIC S9(11)V99 COMP-3.
               10 WS-MP-ACCT-CT       PIC S9(7) COMP-3.
               10 WS-MP-GL-BAL        PIC S9(13)V99 COMP-3.
               10 WS-MP-GL-FOUND      PIC X.
               10 WS-MP-DIFF          PIC S9(13)V99 COMP-3.
       01 WS-MP-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01 WS-MP-IDX                   PIC S9(3) COMP-3.
       01 WS-MP-FOUND                 PIC S9(3) COMP-3.
       01 WS-GL-EXPENSE-ACCT          PIC 9(6) VALUE 410100.
       01 WS-GL-EXPENSE-BAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-GL-AS-OF                 PIC 9(8) VALUE 0.
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
      *--- Breaks carried from prior runs ---
       01 WS-BREAK-TABLE.
           05 WS-BK-ENTRY OCCURS 100 TIMES.
               10 WS-BK-PRODUCT       PIC X(2).
               10 WS-BK-ACCT-TYPE     PIC X(2).
               10 WS-BK-GL-ACCT       PIC 9(6).
               10 WS-BK-FIRST-DATE    PIC 9(8).
               10 WS-BK-AMOUNT        PIC S9(11)V99 COMP-3.
               10 WS-BK-MATCHED       PIC X.
       01 WS-BK-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01 WS-BK-IDX                   PIC S9(3) COMP-3.
       01 WS-BK-FOUND                 PIC S9(3) COMP-3.
       01 WS-NEW-BREAK.
           05 WS-NB-PRODUCT           PIC X(2).
           05 WS-NB-ACCT-TYPE         PIC X(2).
           05 WS-NB-GL-ACCT           PIC 9(6).
           05 WS-NB-FIRST-DATE        PIC 9(8).
           05 WS-NB-LAST-DATE         PIC 9(8).
           05 WS-NB-AMOUNT            PIC S9(11)V99 COMP-3.
      *--- Work fields ---
       01 WS-TODAY                    PIC 9(8).
       01 WS-PRODUCT                  PIC X(2).
       01 WS-ACCT-TYPE                PIC X(2).
       01 WS-AMOUNT                   PIC S9(11)V99 COMP-3.
       01 WS-TOLERANCE                PIC S9(3)V99 COMP-3 VALUE 0.00.
       01 WS-ABS-DIFF                 PIC S9(13)V99 COMP-3.
       01 WS-AGE-DAYS                 PIC S9(5) COMP-3.
       01 WS-BREAK-STATUS             PIC X(8).
       01 WS-UNMAPPED-CT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-BREAK-CT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-RESOLVED-CT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-TOTAL-SUBLEDGER          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-GL                 PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-DIFF               PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-RPT-LINE                 PIC X(100).
       01 WS-DISP-SUB                 PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-GL                  PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-DIFF                PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-AGE                 PIC ZZZZ9.
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
           PERFORM 3500-LOAD-BREAKS
               UNTIL WS-BRK-EOF
           PERFORM 4000-RECONCILE
           PERFORM 5000-RESOLVED-BREAKS
           PERFORM 6000-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RECON-MAP
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
           OPEN INPUT GLBAL-FILE
           IF WS-GLB-STATUS NOT = '00'
               DISPLAY 'GLBAL.DAT NOT AVAILABLE ' WS-GLB-STATUS
               MOVE 'Y' TO WS-GLB-EOF-FLAG
           END-IF
           OPEN INPUT BREAK-FILE
           IF WS-BRK-STATUS NOT = '00'
               MOVE 'Y' TO WS-BRK-EOF-FLAG
           END-IF
           OPEN OUTPUT NEWBRK-FILE
           OPEN OUTPUT REPORT-FILE.

       1100-LOAD-RECON-MAP.
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
               MOVE 0 TO WS-MP-ACCT-CT(WS-MP-IDX)
               MOVE 0 TO WS-MP-GL-BAL(WS-MP-IDX)
               MOVE 'N' TO WS-MP-GL-FOUND(WS-MP-IDX)
               MOVE 0 TO WS-MP-DIFF(WS-MP-IDX)
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
               ADD 1 TO WS-MP-ACCT-CT(WS-MP-FOUND)
           ELSE
               ADD 1 TO WS-UNMAPPED-CT
               DISPLAY 'NO GL MAPPING FOR ' WS-PRODUCT ' '
                   WS-ACCT-TYPE
           END-IF.

       3000-LOAD-GL-BALANCES.
           READ GLBAL-FILE
               AT END MOVE 'Y' TO WS-GLB-EOF-FLAG
               NOT AT END
                   MOVE GB-AS-OF-DATE TO WS-GL-AS-OF
                   IF GB-ACCOUNT-NUM = WS-GL-EXPENSE-ACCT
                       MOVE GB-BALANCE TO WS-GL-EXPENSE-BAL
                   END-IF
                   PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MP-COUNT
                       IF WS-MP-GL-ACCT(WS-MP-IDX) = GB-ACCOUNT-NUM
                           MOVE GB-BALANCE TO WS-MP-GL-BAL(WS-MP-IDX)
                           MOVE 'Y' TO WS-MP-GL-FOUND(WS-MP-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

       3500-LOAD-BREAKS.
           READ BREAK-FILE
               AT END MOVE 'Y' TO WS-BRK-EOF-FLAG
               NOT AT END
                   IF WS-BK-COUNT < 100
                       ADD 1 TO WS-BK-COUNT
                       MOVE BK-PRODUCT TO WS-BK-PRODUCT(WS-BK-COUNT)
                       MOVE BK-ACCT-TYPE
                           TO WS-BK-ACCT-TYPE(WS-BK-COUNT)
                       MOVE BK-GL-ACCT TO WS-BK-GL-ACCT(WS-BK-COUNT)
                       MOVE BK-FIRST-DATE
                           TO WS-BK-FIRST-DATE(WS-BK-COUNT)
                       MOVE BK-AMOUNT TO WS-BK-AMOUNT(WS-BK-COUNT)
                       MOVE 'N' TO WS-BK-MATCHED(WS-BK-COUNT)
                   ELSE
                       DISPLAY 'BREAK TABLE FULL - SKIPPED '
                           BK-PRODUCT ' ' BK-GL-ACCT
                   END-IF
           END-READ.

       4000-RECONCILE.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCRUED INTEREST SUBLEDGER TO GL RECONCILIATION '
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               '  GL AS OF ' DELIMITED BY SIZE
               WS-GL-AS-OF DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PR TY GL-ACCT       SUBLEDGER              GL'
               DELIMITED BY SIZE
               '         DIFFERENCE   AGE STATUS' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
               UNTIL WS-MP-IDX > WS-MP-COUNT
               PERFORM 4100-RECONCILE-LINE
           END-PERFORM.

       4100-RECONCILE-LINE.
           COMPUTE WS-MP-DIFF(WS-MP-IDX) =
               WS-MP-SUBLEDGER(WS-MP-IDX) - WS-MP-GL-BAL(WS-MP-IDX)
           ADD WS-MP-SUBLEDGER(WS-MP-IDX) TO WS-TOTAL-SUBLEDGER
           ADD WS-MP-GL-BAL(WS-MP-IDX) TO WS-TOTAL-GL
           ADD WS-MP-DIFF(WS-MP-IDX) TO WS-TOTAL-DIFF
           MOVE WS-MP-DIFF(WS-MP-IDX) TO WS-ABS-DIFF
           IF WS-ABS-DIFF < 0
               MULTIPLY -1 BY WS-ABS-DIFF
           END-IF
           MOVE 0 TO WS-BK-FOUND
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               OR WS-BK-FOUND > 0
               IF WS-BK-PRODUCT(WS-BK-IDX) = WS-MP-PRODUCT(WS-MP-IDX)
                   AND WS-BK-ACCT-TYPE(WS-BK-IDX) =
                       WS-MP-ACCT-TYPE(WS-MP-IDX)
                   AND WS-BK-GL-ACCT(WS-BK-IDX) =
                       WS-MP-GL-ACCT(WS-MP-IDX)
                   MOVE WS-BK-IDX TO WS-BK-FOUND
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AGE-DAYS
           IF WS-ABS-DIFF > WS-TOLERANCE
               ADD 1 TO WS-BREAK-CT
               MOVE WS-MP-PRODUCT(WS-MP-IDX) TO WS-NB-PRODUCT
               MOVE WS-MP-ACCT-TYPE(WS-MP-IDX) TO WS-NB-ACCT-TYPE
               MOVE WS-MP-GL-ACCT(WS-MP-IDX) TO WS-NB-GL-ACCT
               MOVE WS-TODAY TO WS-NB-LAST-DATE
               MOVE WS-MP-DIFF(WS-MP-IDX) TO WS-NB-AMOUNT
               IF WS-BK-FOUND > 0
                   MOVE 'Y' TO WS-BK-MATCHED(WS-BK-FOUND)
                   MOVE WS-BK-FIRST-DATE(WS-BK-FOUND)
                       TO WS-NB-FIRST-DATE
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(WS-NB-FIRST-DATE)
                   MOVE 'CARRIED ' TO WS-BREAK-STATUS
               ELSE
                   MOVE WS-TODAY TO WS-NB-FIRST-DATE
                   MOVE 'NEW     ' TO WS-BREAK-STATUS
               END-IF
               WRITE NEWBRK-RECORD FROM WS-NEW-BREAK
           ELSE
               MOVE 'IN BAL  ' TO WS-BREAK-STATUS
           END-IF
           IF WS-MP-GL-FOUND(WS-MP-IDX) = 'N'
               MOVE 'NO GL   ' TO WS-BREAK-STATUS
           END-IF
           MOVE WS-MP-SUBLEDGER(WS-MP-IDX) TO WS-DISP-SUB
           MOVE WS-MP-GL-BAL(WS-MP-IDX) TO WS-DISP-GL
           MOVE WS-MP-DIFF(WS-MP-IDX) TO WS-DISP-DIFF
           MOVE WS-AGE-DAYS TO WS-DISP-AGE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MP-PRODUCT(WS-MP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MP-ACCT-TYPE(WS-MP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MP-GL-ACCT(WS-MP-IDX) DELIMITED BY SIZE
               WS-DISP-SUB DELIMITED BY SIZE
               WS-DISP-GL DELIMITED BY SIZE
               WS-DISP-DIFF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DISP-AGE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BREAK-STATUS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       5000-RESOLVED-BREAKS.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED(WS-BK-IDX) = 'N'
                   ADD 1 TO WS-RESOLVED-CT
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-BK-FIRST-DATE(WS-BK-IDX))
                   MOVE WS-AGE-DAYS TO WS-DISP-AGE
                   MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-DISP-DIFF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'RESOLVED ' DELIMITED BY SIZE
                       WS-BK-PRODUCT(WS-BK-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BK-ACCT-TYPE(WS-BK-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BK-GL-ACCT(WS-BK-IDX) DELIMITED BY SIZE
                       ' LAST BREAK ' DELIMITED BY SIZE
                       WS-DISP-DIFF DELIMITED BY SIZE
                       ' OPEN DAYS ' DELIMITED BY SIZE
                       WS-DISP-AGE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       6000-REPORT-TOTALS.
           MOVE WS-TOTAL-SUBLEDGER TO WS-DISP-SUB
           MOVE WS-TOTAL-GL TO WS-DISP-GL
           MOVE WS-TOTAL-DIFF TO WS-DISP-DIFF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL PAYABLE' DELIMITED BY SIZE
               WS-DISP-SUB DELIMITED BY SIZE
               WS-DISP-GL DELIMITED BY SIZE
               WS-DISP-DIFF DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
      *    Expense is shown against the subledger for review only;
      *    payouts and capitalization keep it from tying exactly.
           MOVE WS-GL-EXPENSE-BAL TO WS-DISP-GL
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEREST EXPENSE GL ' DELIMITED BY SIZE
               WS-GL-EXPENSE-ACCT DELIMITED BY SIZE
               ' BALANCE ' DELIMITED BY SIZE
               WS-DISP-GL DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-BREAK-CT TO WS-DISP-CT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN BREAKS:    ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-RESOLVED-CT TO WS-DISP-CT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RESOLVED:       ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-UNMAPPED-CT TO WS-DISP-CT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNMAPPED ACCTS: ' DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE IAB-FILE
           CLOSE D360-FILE
           CLOSE MMKT-FILE
           CLOSE GLBAL-FILE
           CLOSE BREAK-FILE
           CLOSE NEWBRK-FILE
           CLOSE REPORT-FILE
           DISPLAY 'ACCRUAL RECONCILIATION COMPLETE'
           MOVE WS-BREAK-CT TO WS-DISP-CT
           DISPLAY 'OPEN BREAKS: ' WS-DISP-CT
           MOVE WS-TOTAL-DIFF TO WS-DISP-DIFF
           DISPLAY 'NET DIFF:    ' WS-DISP-DIFF.
