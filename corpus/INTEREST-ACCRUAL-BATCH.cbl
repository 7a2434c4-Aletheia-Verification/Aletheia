       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 100.
               10  WA-ACCOUNT-NUM    PIC 9(10).
               10  WA-ACCOUNT-TYPE   PIC X(2).
               10  WA-BALANCE        PIC S9(13)V99 COMP-3.
               10  WA-ANNUAL-RATE    PIC S9(3)V9(6) COMP-3.
               10  WA-DAILY-RATE     PIC S9(1)V9(8) COMP-3.
       2200-STORE-ACCOUNT.
           MOVE AI-ACCOUNT-NUM TO
               WA-ACCOUNT-NUM(WS-ACCT-COUNT)
           MOVE AI-ACCOUNT-TYPE TO WA-ACCOUNT-TYPE(WS-ACCT-COUNT)
           MOVE AI-BALANCE TO WA-BALANCE(WS-ACCT-COUNT)
           MOVE AI-ACCRUED-INT TO WA-ACCRUED(WS-ACCT-COUNT)
           MOVE AI-MIN-BALANCE TO WA-MIN-BAL(WS-ACCT-COUNT)
       4100-FORMAT-OUTPUT.
           MOVE WA-ACCOUNT-NUM(WS-ACCT-INDEX)
               TO AO-ACCOUNT-NUM
           MOVE WA-ACCOUNT-TYPE(WS-ACCT-INDEX) TO AO-ACCOUNT-TYPE
           MOVE WA-BALANCE(WS-ACCT-INDEX) TO AO-BALANCE
           MOVE 1 TO AO-RATE-CODE
           MOVE WS-CURRENT-DATE TO AO-LAST-ACCRUAL-DATE
