      * Branch General Ledger Posting Engine                           *
      * Posts debits and credits to GL accounts, maintains trial       *
      * balance, detects out-of-balance conditions per cost center.    *
      * Entries taken for another branch carry the contra cost center  *
      * and an inter-branch reference; each is written to IBTXN.DAT    *
      * for the daily due-to/due-from reconciliation BRANCH-IB-RECON.  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IB-ITEM-FILE ASSIGN TO "IBTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IB-ITEM-FILE.
       01  IB-ITEM-RECORD.
           05  IX-REF                PIC X(12).
           05  IX-BRANCH             PIC X(4).
           05  IX-CONTRA             PIC X(4).
           05  IX-SIDE               PIC X(1).
           05  IX-AMOUNT             PIC 9(11)V99.
           05  IX-POST-DATE          PIC 9(8).
           05  IX-SOURCE             PIC X(8).
       WORKING-STORAGE SECTION.
      *--- GL Entry Table ---
       01  WS-GL-TABLE.
               10  WS-GL-TYPE        PIC X(1).
               10  WS-GL-AMOUNT      PIC S9(11)V99 COMP-3.
               10  WS-GL-DESC        PIC X(30).
               10  WS-GL-IB-CONTRA   PIC X(4).
               10  WS-GL-IB-REF      PIC X(12).
       01  WS-GL-IDX                 PIC 9(3).
       01  WS-GL-COUNT               PIC 9(3).
      *--- Accumulators ---
       01  WS-TOLERANCE              PIC S9(3)V99 COMP-3.
       01  WS-ERROR-FLAG             PIC 9.
       01  WS-ERROR-COUNT            PIC 9(3).
      *--- Inter-Branch Items ---
       01  WS-IB-STATUS              PIC XX.
       01  WS-IB-COUNT               PIC 9(3).
      *--- Date/Time ---
       01  WS-POST-DATE              PIC 9(8).
       01  WS-POST-TIME              PIC 9(6).
           PERFORM 4000-CHECK-BALANCE
           PERFORM 5000-SUMMARIZE-COST-CTRS
           PERFORM 6000-DISPLAY-RESULTS
           CLOSE IB-ITEM-FILE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 0 TO WS-ERROR-COUNT
           MOVE 0.01 TO WS-TOLERANCE
           MOVE 0 TO WS-CC-COUNT
           MOVE 0 TO WS-IB-COUNT
           OPEN EXTEND IB-ITEM-FILE
           IF WS-IB-STATUS = "35"
               OPEN OUTPUT IB-ITEM-FILE
           END-IF
           STRING "BATCH" WS-POST-DATE
               DELIMITED BY SIZE
               INTO WS-BATCH-ID
           INITIALIZE WS-CC-TABLE.

       2000-LOAD-ENTRIES.
           INITIALIZE WS-GL-TABLE
           MOVE 10 TO WS-GL-COUNT
           MOVE 10010001 TO WS-GL-ACCT-NUM(1)
           MOVE "OPSA" TO WS-GL-COST-CTR(1)
           MOVE "D" TO WS-GL-TYPE(1)
           MOVE "C" TO WS-GL-TYPE(8)
           MOVE 8500.00 TO WS-GL-AMOUNT(8)
           MOVE "CHECKING DEBIT"
               TO WS-GL-DESC(8)
      *--- Deposit taken at OPSA for a LNDA customer: each side ---
      *--- names the other cost center under one reference ---
           MOVE 10010001 TO WS-GL-ACCT-NUM(9)
           MOVE "OPSA" TO WS-GL-COST-CTR(9)
           MOVE "D" TO WS-GL-TYPE(9)
           MOVE 5000.00 TO WS-GL-AMOUNT(9)
           MOVE "CASH RECEIVED FOR LNDA"
               TO WS-GL-DESC(9)
           MOVE "LNDA" TO WS-GL-IB-CONTRA(9)
           STRING "IB" WS-POST-DATE "01"
               DELIMITED BY SIZE
               INTO WS-GL-IB-REF(9)
           MOVE 20010001 TO WS-GL-ACCT-NUM(10)
           MOVE "LNDA" TO WS-GL-COST-CTR(10)
           MOVE "C" TO WS-GL-TYPE(10)
           MOVE 5000.00 TO WS-GL-AMOUNT(10)
           MOVE "DEPOSIT TAKEN AT OPSA"
               TO WS-GL-DESC(10)
           MOVE "OPSA" TO WS-GL-IB-CONTRA(10)
           MOVE WS-GL-IB-REF(9) TO WS-GL-IB-REF(10).

       3000-POST-ENTRIES.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                           TO WS-TOTAL-CREDITS
                   END-IF
                   PERFORM 3100-UPDATE-COST-CENTER
                   IF WS-GL-IB-CONTRA(WS-GL-IDX) NOT = SPACES
                       PERFORM 3200-WRITE-IB-ITEM
                   END-IF
               END-IF
           END-PERFORM.

                   TO WS-CC-CREDITS(WS-CC-IDX)
           END-IF.

      *--- A debit is owed to this branch (due-from), a credit is ---
      *--- owed by it (due-to) ---
       3200-WRITE-IB-ITEM.
           MOVE WS-GL-IB-REF(WS-GL-IDX) TO IX-REF
           MOVE WS-GL-COST-CTR(WS-GL-IDX) TO IX-BRANCH
           MOVE WS-GL-IB-CONTRA(WS-GL-IDX) TO IX-CONTRA
           IF WS-GL-TYPE(WS-GL-IDX) = "D"
               MOVE "F" TO IX-SIDE
           ELSE
               MOVE "T" TO IX-SIDE
           END-IF
           MOVE WS-GL-AMOUNT(WS-GL-IDX) TO IX-AMOUNT
           MOVE WS-POST-DATE TO IX-POST-DATE
           MOVE "BRACCTPS" TO IX-SOURCE
           WRITE IB-ITEM-RECORD
           ADD 1 TO WS-IB-COUNT.

       4000-CHECK-BALANCE.
           COMPUTE WS-NET-BALANCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           DISPLAY "ENTRIES POSTED:" WS-DISP-CT
           MOVE WS-ERROR-COUNT TO WS-DISP-CT
           DISPLAY "ERRORS:        " WS-DISP-CT
           MOVE WS-IB-COUNT TO WS-DISP-CT
           DISPLAY "INTER-BRANCH:  " WS-DISP-CT
           DISPLAY "========================================".
