      *            WS-REVERSAL-DAY-LIMIT is auto-reversed back to the   *
      *            chart of accounts (or written off if the target     *
      *            account still cannot be resolved).                  *
      * 2026-10-15 Chart of accounts now carries 200200                *
      *            SWEEP-INVESTMENTS and 400200 SWEEP-INTEREST-EXP     *
      *            for the overnight sweep entries from                *
      *            ACCT-INTEREST-SWEEP.                                *
      * 2026-10-15 Interest payable accounts by product                *
      *            (210100-210300) and 410100 INT-EXPENSE-DEPOSITS     *
      *            added; closing balances for every active account    *
      *            are written to GLBAL.DAT for the accrual            *
      *            reconciliation.                                     *
      * 2026-10-15 Chart of accounts now carries 510100                *
      *            COUNTERFEIT-LOSS for counterfeit currency           *
      *            charge-offs from VAULT-CF-REFERRAL.                 *
      * 2026-10-15 Chart of accounts now carries 150100                *
      *            DUE-FROM-BRANCHES, 250100 DUE-TO-BRANCHES and       *
      *            190100 IB-CLEARING-SUSP for the month-end           *
      *            inter-branch clearing entries from                  *
      *            BRANCH-IB-RECON.                                    *
      * 2026-10-15 Chart of accounts now carries the investment        *
      *            securities accounts 120100-120900, 300300           *
      *            INVEST-INT-INCOME, 310100/310200 realized and       *
      *            trading gains and 330100 AOCI-AFS-UNREALIZED for    *
      *            the BOND-SEC-SUBLEDGER month-end entries.           *
      * 2026-10-15 Prior closing balances on GLBAL.DAT are loaded as   *
      *            the opening balances before posting, so every       *
      *            account carries forward from run to run; the       *
      *            chart's starting balances apply only on the first   *
      *            run.  Interest payable (210100-210300) is fed by    *
      *            the BATCH-ACCR-JRNL entries in ACRJRNL.DAT.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GLBAL-FILE ASSIGN TO "GLBAL.DAT"
               FILE STATUS IS WS-GLBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  JR-POST-DATE          PIC 9(8).
           05  JR-FILLER             PIC X(12).

       FD  GLBAL-FILE.
       01  GLBAL-RECORD.
           05  GB-ACCOUNT-NUM        PIC 9(6).
           05  GB-ACCOUNT-NAME       PIC X(20).
           05  GB-ACCOUNT-TYPE       PIC X(1).
           05  GB-BALANCE            PIC S9(13)V99 COMP-3.
           05  GB-AS-OF-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.

      *--- File Control ---*
       01  WS-FILE-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC 9 VALUE 0.
       01  WS-GLBAL-STATUS           PIC XX.
       01  WS-GLBAL-EOF              PIC 9 VALUE 0.
       01  WS-OPENING-COUNT          PIC S9(5) COMP-3 VALUE 0.

      *--- Chart of Accounts Table ---*
       01  WS-COA-TABLE.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CHART-OF-ACCOUNTS
           PERFORM 2500-LOAD-OPENING-BALANCES
           PERFORM 3000-PROCESS-JOURNAL
           PERFORM 4000-FINALIZE-BATCH
           PERFORM 6000-AGE-SUSPENSE-ITEMS
           PERFORM 5000-GENERATE-REPORT
           PERFORM 7000-WRITE-GL-BALANCES
           STOP RUN.

       1000-INITIALIZE.
           MOVE 0 TO WC-DEBIT-TOTAL(6)
           MOVE 0 TO WC-CREDIT-TOTAL(6)
           MOVE 0 TO WC-POST-COUNT(6)
           MOVE 1 TO WC-ACTIVE(6)

           ADD 1 TO WS-COA-COUNT
           MOVE 200200 TO WC-ACCOUNT-NUM(7)
           MOVE "SWEEP-INVESTMENTS" TO WC-ACCOUNT-NAME(7)
           MOVE "L" TO WC-ACCOUNT-TYPE(7)
           MOVE 0 TO WC-BALANCE(7)
           MOVE 0 TO WC-DEBIT-TOTAL(7)
           MOVE 0 TO WC-CREDIT-TOTAL(7)
           MOVE 0 TO WC-POST-COUNT(7)
           MOVE 1 TO WC-ACTIVE(7)

           ADD 1 TO WS-COA-COUNT
           MOVE 400200 TO WC-ACCOUNT-NUM(8)
           MOVE "SWEEP-INTEREST-EXP" TO WC-ACCOUNT-NAME(8)
           MOVE "E" TO WC-ACCOUNT-TYPE(8)
           MOVE 0 TO WC-BALANCE(8)
           MOVE 0 TO WC-DEBIT-TOTAL(8)
           MOVE 0 TO WC-CREDIT-TOTAL(8)
           MOVE 0 TO WC-POST-COUNT(8)
           MOVE 1 TO WC-ACTIVE(8)

           ADD 1 TO WS-COA-COUNT
           MOVE 210100 TO WC-ACCOUNT-NUM(9)
           MOVE "INT-PAYABLE-SAVINGS" TO WC-ACCOUNT-NAME(9)
           MOVE "L" TO WC-ACCOUNT-TYPE(9)
           MOVE 0 TO WC-BALANCE(9)
           MOVE 0 TO WC-DEBIT-TOTAL(9)
           MOVE 0 TO WC-CREDIT-TOTAL(9)
           MOVE 0 TO WC-POST-COUNT(9)
           MOVE 1 TO WC-ACTIVE(9)

           ADD 1 TO WS-COA-COUNT
           MOVE 210110 TO WC-ACCOUNT-NUM(10)
           MOVE "INT-PAYABLE-CHECKING" TO WC-ACCOUNT-NAME(10)
           MOVE "L" TO WC-ACCOUNT-TYPE(10)
           MOVE 0 TO WC-BALANCE(10)
           MOVE 0 TO WC-DEBIT-TOTAL(10)
           MOVE 0 TO WC-CREDIT-TOTAL(10)
           MOVE 0 TO WC-POST-COUNT(10)
           MOVE 1 TO WC-ACTIVE(10)

           ADD 1 TO WS-COA-COUNT
           MOVE 210200 TO WC-ACCOUNT-NUM(11)
           MOVE "INT-PAYABLE-DEP-360" TO WC-ACCOUNT-NAME(11)
           MOVE "L" TO WC-ACCOUNT-TYPE(11)
           MOVE 0 TO WC-BALANCE(11)
           MOVE 0 TO WC-DEBIT-TOTAL(11)
           MOVE 0 TO WC-CREDIT-TOTAL(11)
           MOVE 0 TO WC-POST-COUNT(11)
           MOVE 1 TO WC-ACTIVE(11)

           ADD 1 TO WS-COA-COUNT
           MOVE 210300 TO WC-ACCOUNT-NUM(12)
           MOVE "INT-PAYABLE-MMKT" TO WC-ACCOUNT-NAME(12)
           MOVE "L" TO WC-ACCOUNT-TYPE(12)
           MOVE 0 TO WC-BALANCE(12)
           MOVE 0 TO WC-DEBIT-TOTAL(12)
           MOVE 0 TO WC-CREDIT-TOTAL(12)
           MOVE 0 TO WC-POST-COUNT(12)
           MOVE 1 TO WC-ACTIVE(12)

           ADD 1 TO WS-COA-COUNT
           MOVE 410100 TO WC-ACCOUNT-NUM(13)
           MOVE "INT-EXPENSE-DEPOSITS" TO WC-ACCOUNT-NAME(13)
           MOVE "E" TO WC-ACCOUNT-TYPE(13)
           MOVE 0 TO WC-BALANCE(13)
           MOVE 0 TO WC-DEBIT-TOTAL(13)
           MOVE 0 TO WC-CREDIT-TOTAL(13)
           MOVE 0 TO WC-POST-COUNT(13)
           MOVE 1 TO WC-ACTIVE(13)

           ADD 1 TO WS-COA-COUNT
           MOVE 510100 TO WC-ACCOUNT-NUM(14)
           MOVE "COUNTERFEIT-LOSS" TO WC-ACCOUNT-NAME(14)
           MOVE "E" TO WC-ACCOUNT-TYPE(14)
           MOVE 0 TO WC-BALANCE(14)
           MOVE 0 TO WC-DEBIT-TOTAL(14)
           MOVE 0 TO WC-CREDIT-TOTAL(14)
           MOVE 0 TO WC-POST-COUNT(14)
           MOVE 1 TO WC-ACTIVE(14)

           ADD 1 TO WS-COA-COUNT
           MOVE 150100 TO WC-ACCOUNT-NUM(15)
           MOVE "DUE-FROM-BRANCHES" TO WC-ACCOUNT-NAME(15)
           MOVE "A" TO WC-ACCOUNT-TYPE(15)
           MOVE 0 TO WC-BALANCE(15)
           MOVE 0 TO WC-DEBIT-TOTAL(15)
           MOVE 0 TO WC-CREDIT-TOTAL(15)
           MOVE 0 TO WC-POST-COUNT(15)
           MOVE 1 TO WC-ACTIVE(15)

           ADD 1 TO WS-COA-COUNT
           MOVE 250100 TO WC-ACCOUNT-NUM(16)
           MOVE "DUE-TO-BRANCHES" TO WC-ACCOUNT-NAME(16)
           MOVE "L" TO WC-ACCOUNT-TYPE(16)
           MOVE 0 TO WC-BALANCE(16)
           MOVE 0 TO WC-DEBIT-TOTAL(16)
           MOVE 0 TO WC-CREDIT-TOTAL(16)
           MOVE 0 TO WC-POST-COUNT(16)
           MOVE 1 TO WC-ACTIVE(16)

           ADD 1 TO WS-COA-COUNT
           MOVE 190100 TO WC-ACCOUNT-NUM(17)
           MOVE "IB-CLEARING-SUSP" TO WC-ACCOUNT-NAME(17)
           MOVE "A" TO WC-ACCOUNT-TYPE(17)
           MOVE 0 TO WC-BALANCE(17)
           MOVE 0 TO WC-DEBIT-TOTAL(17)
           MOVE 0 TO WC-CREDIT-TOTAL(17)
           MOVE 0 TO WC-POST-COUNT(17)
           MOVE 1 TO WC-ACTIVE(17)

           ADD 1 TO WS-COA-COUNT
           MOVE 120100 TO WC-ACCOUNT-NUM(18)
           MOVE "INVEST-SEC-AFS" TO WC-ACCOUNT-NAME(18)
           MOVE "A" TO WC-ACCOUNT-TYPE(18)
           MOVE 0 TO WC-BALANCE(18)
           MOVE 0 TO WC-DEBIT-TOTAL(18)
           MOVE 0 TO WC-CREDIT-TOTAL(18)
           MOVE 0 TO WC-POST-COUNT(18)
           MOVE 1 TO WC-ACTIVE(18)
           ADD 1 TO WS-COA-COUNT
           MOVE 120200 TO WC-ACCOUNT-NUM(19)
           MOVE "INVEST-SEC-HTM" TO WC-ACCOUNT-NAME(19)
           MOVE "A" TO WC-ACCOUNT-TYPE(19)
           MOVE 0 TO WC-BALANCE(19)
           MOVE 0 TO WC-DEBIT-TOTAL(19)
           MOVE 0 TO WC-CREDIT-TOTAL(19)
           MOVE 0 TO WC-POST-COUNT(19)
           MOVE 1 TO WC-ACTIVE(19)
           ADD 1 TO WS-COA-COUNT
           MOVE 120300 TO WC-ACCOUNT-NUM(20)
           MOVE "TRADING-SECURITIES" TO WC-ACCOUNT-NAME(20)
           MOVE "A" TO WC-ACCOUNT-TYPE(20)
           MOVE 0 TO WC-BALANCE(20)
           MOVE 0 TO WC-DEBIT-TOTAL(20)
           MOVE 0 TO WC-CREDIT-TOTAL(20)
           MOVE 0 TO WC-POST-COUNT(20)
           MOVE 1 TO WC-ACTIVE(20)
           ADD 1 TO WS-COA-COUNT
           MOVE 120900 TO WC-ACCOUNT-NUM(21)
           MOVE "AFS-VALUATION-ADJ" TO WC-ACCOUNT-NAME(21)
           MOVE "A" TO WC-ACCOUNT-TYPE(21)
           MOVE 0 TO WC-BALANCE(21)
           MOVE 0 TO WC-DEBIT-TOTAL(21)
           MOVE 0 TO WC-CREDIT-TOTAL(21)
           MOVE 0 TO WC-POST-COUNT(21)
           MOVE 1 TO WC-ACTIVE(21)
           ADD 1 TO WS-COA-COUNT
           MOVE 300300 TO WC-ACCOUNT-NUM(22)
           MOVE "INVEST-INT-INCOME" TO WC-ACCOUNT-NAME(22)
           MOVE "R" TO WC-ACCOUNT-TYPE(22)
           MOVE 0 TO WC-BALANCE(22)
           MOVE 0 TO WC-DEBIT-TOTAL(22)
           MOVE 0 TO WC-CREDIT-TOTAL(22)
           MOVE 0 TO WC-POST-COUNT(22)
           MOVE 1 TO WC-ACTIVE(22)
           ADD 1 TO WS-COA-COUNT
           MOVE 310100 TO WC-ACCOUNT-NUM(23)
           MOVE "REALIZED-SEC-GAINS" TO WC-ACCOUNT-NAME(23)
           MOVE "R" TO WC-ACCOUNT-TYPE(23)
           MOVE 0 TO WC-BALANCE(23)
           MOVE 0 TO WC-DEBIT-TOTAL(23)
           MOVE 0 TO WC-CREDIT-TOTAL(23)
           MOVE 0 TO WC-POST-COUNT(23)
           MOVE 1 TO WC-ACTIVE(23)
           ADD 1 TO WS-COA-COUNT
           MOVE 310200 TO WC-ACCOUNT-NUM(24)
           MOVE "TRADING-GAINS" TO WC-ACCOUNT-NAME(24)
           MOVE "R" TO WC-ACCOUNT-TYPE(24)
           MOVE 0 TO WC-BALANCE(24)
           MOVE 0 TO WC-DEBIT-TOTAL(24)
           MOVE 0 TO WC-CREDIT-TOTAL(24)
           MOVE 0 TO WC-POST-COUNT(24)
           MOVE 1 TO WC-ACTIVE(24)
           ADD 1 TO WS-COA-COUNT
           MOVE 330100 TO WC-ACCOUNT-NUM(25)
           MOVE "AOCI-AFS-UNREALIZED" TO WC-ACCOUNT-NAME(25)
           MOVE "L" TO WC-ACCOUNT-TYPE(25)
           MOVE 0 TO WC-BALANCE(25)
           MOVE 0 TO WC-DEBIT-TOTAL(25)
           MOVE 0 TO WC-CREDIT-TOTAL(25)
           MOVE 0 TO WC-POST-COUNT(25)
           MOVE 1 TO WC-ACTIVE(25).

       2500-LOAD-OPENING-BALANCES.
      *    Last run's closing balances open this run.  An account on
      *    GLBAL.DAT that is no longer in the chart is reported and
      *    left out.
           OPEN INPUT GLBAL-FILE
           IF WS-GLBAL-STATUS NOT = "00"
               DISPLAY "NO GLBAL.DAT - OPENING FROM CHART BALANCES"
           ELSE
               MOVE 0 TO WS-GLBAL-EOF
               PERFORM 2510-READ-GLBAL
               PERFORM UNTIL WS-GLBAL-EOF = 1
                   PERFORM 2520-APPLY-OPENING
                   PERFORM 2510-READ-GLBAL
               END-PERFORM
               CLOSE GLBAL-FILE
               MOVE WS-OPENING-COUNT TO WS-DISP-COUNT
               DISPLAY "OPENING BALANCES LOADED: " WS-DISP-COUNT
           END-IF.

       2510-READ-GLBAL.
           READ GLBAL-FILE
               AT END
                   MOVE 1 TO WS-GLBAL-EOF
           END-READ.

       2520-APPLY-OPENING.
           MOVE 0 TO WS-FOUND-INDEX
           PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-SEARCH-INDEX > WS-COA-COUNT
               IF WC-ACCOUNT-NUM(WS-SEARCH-INDEX) =
                   GB-ACCOUNT-NUM
                   MOVE WS-SEARCH-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND-INDEX > 0
               MOVE GB-BALANCE TO WC-BALANCE(WS-FOUND-INDEX)
               ADD 1 TO WS-OPENING-COUNT
           ELSE
               MOVE GB-ACCOUNT-NUM TO WS-DISP-ACCT
               DISPLAY "GLBAL ACCOUNT NOT IN CHART: " WS-DISP-ACCT
           END-IF.

       3000-PROCESS-JOURNAL.
           OPEN INPUT JOURNAL-FILE
                   DISPLAY "  POSTINGS: " WS-DISP-COUNT
               END-IF
           END-PERFORM.

       7000-WRITE-GL-BALANCES.
      *    Closing balances for the subledger reconciliations.
           OPEN OUTPUT GLBAL-FILE
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
               UNTIL WS-REPORT-IDX > WS-COA-COUNT
               IF WC-ACTIVE(WS-REPORT-IDX) = 1
                   MOVE WC-ACCOUNT-NUM(WS-REPORT-IDX)
                       TO GB-ACCOUNT-NUM
                   MOVE WC-ACCOUNT-NAME(WS-REPORT-IDX)
                       TO GB-ACCOUNT-NAME
                   MOVE WC-ACCOUNT-TYPE(WS-REPORT-IDX)
                       TO GB-ACCOUNT-TYPE
                   MOVE WC-BALANCE(WS-REPORT-IDX) TO GB-BALANCE
                   MOVE WS-CURRENT-DATE TO GB-AS-OF-DATE
                   WRITE GLBAL-RECORD
               END-IF
           END-PERFORM
           CLOSE GLBAL-FILE.
