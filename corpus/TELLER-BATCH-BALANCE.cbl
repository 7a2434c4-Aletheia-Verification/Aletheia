      * Counts denominations, sums cash, compares against expected     *
      * total from transaction log, flags over/short variances, and    *
      * requires supervisor approval above threshold.                   *
      * When the drawer event log DRWEVENT.DAT is present the day is   *
      * balanced by teller period instead.  Events, in time order:    *
      *   'O' open a drawer for a teller at the opening amount         *
      *   'T' teller transaction (DEP, WDR, CHK)                       *
      *   'X' cash bought/sold between drawers, with both teller IDs   *
      *   'H' mid-shift handoff: the drawer is counted by denomination,*
      *       the outgoing teller's period closes with its own        *
      *       variance, the incoming teller signs and the next period *
      *       opens from the counted amount                            *
      *   'C' end-of-day close and count                               *
      * The report then shows every period and each teller's own      *
      * variance.                                                      *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-EVENT-FILE ASSIGN TO 'DRWEVENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-EVENT-FILE.
       01  DRAWER-EVENT-RECORD.
           05  EV-BUS-DATE            PIC X(10).
           05  EV-DRAWER-ID           PIC X(4).
           05  EV-TIME                PIC 9(4).
           05  EV-TYPE                PIC X(1).
               88  EV-OPEN            VALUE 'O'.
               88  EV-TXN             VALUE 'T'.
               88  EV-TRANSFER        VALUE 'X'.
               88  EV-HANDOFF         VALUE 'H'.
               88  EV-CLOSE           VALUE 'C'.
           05  EV-TELLER-ID           PIC X(8).
           05  EV-OTHER-TELLER        PIC X(8).
           05  EV-OTHER-DRAWER        PIC X(4).
           05  EV-TXN-CODE            PIC X(3).
           05  EV-AMOUNT              PIC 9(9)V99.
           05  EV-SIGNED-BY           PIC X(8).
           05  EV-DENOM-COUNT         PIC 9(5) OCCURS 8 TIMES.
       WORKING-STORAGE SECTION.
      *--- Denomination Table (8 denominations) ---
       01  WS-DENOM-TABLE.
       01  WS-TXNS-PER-HOUR           PIC S9(5)V99 COMP-3.
       01  WS-AVG-DEPOSIT             PIC S9(9)V99 COMP-3.
       01  WS-AVG-WITHDRAWAL          PIC S9(9)V99 COMP-3.
      *--- Drawer Event Log ---
       01  WS-EVT-STATUS              PIC X(2).
       01  WS-EVT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-EVT-EOF             VALUE 'Y'.
       01  WS-EVENT-COUNT             PIC 9(5) VALUE 0.
      *--- Drawers: the period currently open on each ---
       01  WS-DRAWER-TABLE.
           05  WS-DRW-ENTRY OCCURS 20 TIMES.
               10  WS-DRW-ID          PIC X(4).
               10  WS-DRW-PERIOD      PIC 9(3).
       01  WS-DRW-COUNT               PIC 9(3) VALUE 0.
       01  WS-DRW-IDX                 PIC 9(3).
       01  WS-DRW-FOUND               PIC 9(3).
       01  WS-DRW-SEARCH-ID           PIC X(4).
      *--- Teller Periods ---
       01  WS-PERIOD-TABLE.
           05  WS-PRD-ENTRY OCCURS 100 TIMES.
               10  WS-PRD-DRAWER      PIC X(4).
               10  WS-PRD-TELLER      PIC X(8).
               10  WS-PRD-START       PIC 9(4).
               10  WS-PRD-END         PIC 9(4).
               10  WS-PRD-OPENING     PIC S9(9)V99 COMP-3.
               10  WS-PRD-DEPOSITS    PIC S9(9)V99 COMP-3.
               10  WS-PRD-WITHDRAWALS PIC S9(9)V99 COMP-3.
               10  WS-PRD-XFER-IN     PIC S9(9)V99 COMP-3.
               10  WS-PRD-XFER-OUT    PIC S9(9)V99 COMP-3.
               10  WS-PRD-TXN-COUNT   PIC 9(5).
               10  WS-PRD-EXPECTED    PIC S9(9)V99 COMP-3.
               10  WS-PRD-COUNTED     PIC S9(9)V99 COMP-3.
               10  WS-PRD-VARIANCE    PIC S9(9)V99 COMP-3.
               10  WS-PRD-CLOSED-BY   PIC X(1).
               10  WS-PRD-SIGNED-BY   PIC X(8).
               10  WS-PRD-STATUS      PIC X(10).
               10  WS-PRD-CATEGORY    PIC X(12).
               10  WS-PRD-SUPERVISOR  PIC X(1).
       01  WS-PRD-COUNT               PIC 9(3) VALUE 0.
       01  WS-PRD-IDX                 PIC 9(3).
       01  WS-PRD-NEW                 PIC 9(3).
      *--- Teller-to-teller cash transfers ---
       01  WS-XFER-TABLE.
           05  WS-XFR-ENTRY OCCURS 100 TIMES.
               10  WS-XFR-TIME        PIC 9(4).
               10  WS-XFR-FROM-DRAWER PIC X(4).
               10  WS-XFR-FROM-TELLER PIC X(8).
               10  WS-XFR-TO-DRAWER   PIC X(4).
               10  WS-XFR-TO-TELLER   PIC X(8).
               10  WS-XFR-AMOUNT      PIC S9(9)V99 COMP-3.
       01  WS-XFR-COUNT               PIC 9(3) VALUE 0.
       01  WS-XFR-IDX                 PIC 9(3).
      *--- Per-teller variance summary ---
       01  WS-TELLER-TABLE.
           05  WS-TLR-ENTRY OCCURS 50 TIMES.
               10  WS-TLR-ID          PIC X(8).
               10  WS-TLR-PERIODS     PIC 9(3).
               10  WS-TLR-VARIANCE    PIC S9(9)V99 COMP-3.
               10  WS-TLR-XFER-OUT    PIC S9(9)V99 COMP-3.
               10  WS-TLR-XFER-IN     PIC S9(9)V99 COMP-3.
       01  WS-TLR-COUNT               PIC 9(3) VALUE 0.
       01  WS-TLR-IDX                 PIC 9(3).
       01  WS-TLR-FOUND               PIC 9(3).
       01  WS-TLR-SEARCH-ID           PIC X(8).
       01  WS-DAY-VARIANCE            PIC S9(9)V99 COMP-3.
       01  WS-OPEN-PERIODS            PIC 9(3).
       01  WS-WORK-CLOSE-TYPE         PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM INITIALIZE-DRAWER
           PERFORM LOAD-DENOMINATIONS THRU
                   LOAD-DENOMINATIONS-EXIT
           OPEN INPUT DRAWER-EVENT-FILE
           IF WS-EVT-STATUS = '00'
               PERFORM PROCESS-DRAWER-EVENTS THRU
                       PROCESS-DRAWER-EVENTS-EXIT
               CLOSE DRAWER-EVENT-FILE
               PERFORM DISPLAY-PERIOD-REPORT THRU
                       DISPLAY-PERIOD-REPORT-EXIT
               STOP RUN
           END-IF
           PERFORM SUM-DENOMINATIONS
           PERFORM LOAD-TRANSACTION-LOG THRU
                   LOAD-TRANSACTION-LOG-EXIT
           DISPLAY 'TXNS PER HOUR:     ' WS-TXNS-PER-HOUR
           DISPLAY 'AVG DEPOSIT:       ' WS-AVG-DEPOSIT
           DISPLAY 'AVG WITHDRAWAL:    ' WS-AVG-WITHDRAWAL.

      *================================================================*
      * DRAWER EVENT LOG - BALANCE BY TELLER PERIOD                    *
      *================================================================*
       PROCESS-DRAWER-EVENTS.
           MOVE 'N' TO WS-EVT-EOF-FLAG
           PERFORM READ-DRAWER-EVENT
               UNTIL WS-EVT-EOF.

       PROCESS-DRAWER-EVENTS-EXIT.
           EXIT.

       READ-DRAWER-EVENT.
           READ DRAWER-EVENT-FILE
               AT END MOVE 'Y' TO WS-EVT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE EV-BUS-DATE TO WS-SHIFT-DATE
                   MOVE EV-DRAWER-ID TO WS-DRW-SEARCH-ID
                   PERFORM FIND-DRAWER
                   EVALUATE TRUE
                       WHEN EV-OPEN
                           PERFORM OPEN-DRAWER-EVENT
                       WHEN EV-TXN
                           PERFORM TELLER-TXN-EVENT
                       WHEN EV-TRANSFER
                           PERFORM CASH-TRANSFER-EVENT
                       WHEN EV-HANDOFF
                           PERFORM HANDOFF-EVENT
                       WHEN EV-CLOSE
                           PERFORM CLOSE-DRAWER-EVENT
                       WHEN OTHER
                           DISPLAY 'UNKNOWN DRAWER EVENT ' EV-TYPE
                               ' DRAWER ' EV-DRAWER-ID
                   END-EVALUATE
           END-READ.

       FIND-DRAWER.
           MOVE 0 TO WS-DRW-FOUND
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
               UNTIL WS-DRW-IDX > WS-DRW-COUNT
               OR WS-DRW-FOUND > 0
               IF WS-DRW-ID(WS-DRW-IDX) = WS-DRW-SEARCH-ID
                   MOVE WS-DRW-IDX TO WS-DRW-FOUND
               END-IF
           END-PERFORM.

       OPEN-DRAWER-EVENT.
           IF WS-DRW-FOUND = 0
               IF WS-DRW-COUNT < 20
                   ADD 1 TO WS-DRW-COUNT
                   MOVE WS-DRW-COUNT TO WS-DRW-FOUND
                   MOVE EV-DRAWER-ID TO WS-DRW-ID(WS-DRW-FOUND)
                   MOVE 0 TO WS-DRW-PERIOD(WS-DRW-FOUND)
               ELSE
                   DISPLAY 'DRAWER TABLE FULL - SKIPPED '
                       EV-DRAWER-ID
               END-IF
           END-IF
           IF WS-DRW-FOUND > 0
               IF WS-DRW-PERIOD(WS-DRW-FOUND) > 0
                   DISPLAY 'DRAWER ALREADY OPEN ' EV-DRAWER-ID
                       ' - OPEN IGNORED'
               ELSE
                   MOVE EV-TELLER-ID TO WS-TLR-SEARCH-ID
                   MOVE EV-AMOUNT TO WS-WORK-AMT
                   PERFORM START-PERIOD
               END-IF
           END-IF.

       START-PERIOD.
           IF WS-PRD-COUNT < 100
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-PRD-NEW
               MOVE EV-DRAWER-ID TO WS-PRD-DRAWER(WS-PRD-NEW)
               MOVE WS-TLR-SEARCH-ID TO WS-PRD-TELLER(WS-PRD-NEW)
               MOVE EV-TIME TO WS-PRD-START(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-END(WS-PRD-NEW)
               MOVE WS-WORK-AMT TO WS-PRD-OPENING(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-DEPOSITS(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-WITHDRAWALS(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-XFER-IN(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-XFER-OUT(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-TXN-COUNT(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-EXPECTED(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-COUNTED(WS-PRD-NEW)
               MOVE 0 TO WS-PRD-VARIANCE(WS-PRD-NEW)
               MOVE SPACE TO WS-PRD-CLOSED-BY(WS-PRD-NEW)
               MOVE SPACES TO WS-PRD-SIGNED-BY(WS-PRD-NEW)
               MOVE 'OPEN' TO WS-PRD-STATUS(WS-PRD-NEW)
               MOVE SPACES TO WS-PRD-CATEGORY(WS-PRD-NEW)
               MOVE 'N' TO WS-PRD-SUPERVISOR(WS-PRD-NEW)
               MOVE WS-PRD-NEW TO WS-DRW-PERIOD(WS-DRW-FOUND)
               PERFORM FIND-TELLER
           ELSE
               DISPLAY 'PERIOD TABLE FULL - DRAWER ' EV-DRAWER-ID
               MOVE 0 TO WS-DRW-PERIOD(WS-DRW-FOUND)
           END-IF.

       TELLER-TXN-EVENT.
           IF WS-DRW-FOUND = 0
               OR WS-DRW-PERIOD(WS-DRW-FOUND) = 0
               DISPLAY 'TRANSACTION ON CLOSED DRAWER ' EV-DRAWER-ID
                   ' TELLER ' EV-TELLER-ID
           ELSE
               MOVE WS-DRW-PERIOD(WS-DRW-FOUND) TO WS-PRD-IDX
               IF EV-TELLER-ID NOT = WS-PRD-TELLER(WS-PRD-IDX)
                   DISPLAY 'TELLER ' EV-TELLER-ID
                       ' POSTED ON DRAWER ' EV-DRAWER-ID
                       ' HELD BY ' WS-PRD-TELLER(WS-PRD-IDX)
               END-IF
               ADD 1 TO WS-PRD-TXN-COUNT(WS-PRD-IDX)
               EVALUATE EV-TXN-CODE
                   WHEN 'DEP'
                       ADD EV-AMOUNT TO WS-PRD-DEPOSITS(WS-PRD-IDX)
                   WHEN 'WDR'
                       ADD EV-AMOUNT
                           TO WS-PRD-WITHDRAWALS(WS-PRD-IDX)
                   WHEN 'CHK'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'UNKNOWN TXN CODE ' EV-TXN-CODE
                           ' DRAWER ' EV-DRAWER-ID
               END-EVALUATE
           END-IF.

       CASH-TRANSFER-EVENT.
      *--- Cash leaves EV-DRAWER-ID (seller EV-TELLER-ID) and arrives
      *--- in EV-OTHER-DRAWER (buyer EV-OTHER-TELLER)
           IF WS-DRW-FOUND = 0
               OR WS-DRW-PERIOD(WS-DRW-FOUND) = 0
               DISPLAY 'TRANSFER FROM CLOSED DRAWER ' EV-DRAWER-ID
           ELSE
               MOVE WS-DRW-PERIOD(WS-DRW-FOUND) TO WS-PRD-IDX
               ADD EV-AMOUNT TO WS-PRD-XFER-OUT(WS-PRD-IDX)
               MOVE EV-TELLER-ID TO WS-TLR-SEARCH-ID
               PERFORM FIND-TELLER
               IF WS-TLR-FOUND > 0
                   ADD EV-AMOUNT TO WS-TLR-XFER-OUT(WS-TLR-FOUND)
               END-IF
           END-IF
           MOVE EV-OTHER-DRAWER TO WS-DRW-SEARCH-ID
           PERFORM FIND-DRAWER
           IF WS-DRW-FOUND = 0
               OR WS-DRW-PERIOD(WS-DRW-FOUND) = 0
               DISPLAY 'TRANSFER TO CLOSED DRAWER ' EV-OTHER-DRAWER
           ELSE
               MOVE WS-DRW-PERIOD(WS-DRW-FOUND) TO WS-PRD-IDX
               ADD EV-AMOUNT TO WS-PRD-XFER-IN(WS-PRD-IDX)
               MOVE EV-OTHER-TELLER TO WS-TLR-SEARCH-ID
               PERFORM FIND-TELLER
               IF WS-TLR-FOUND > 0
                   ADD EV-AMOUNT TO WS-TLR-XFER-IN(WS-TLR-FOUND)
               END-IF
           END-IF
           IF WS-XFR-COUNT < 100
               ADD 1 TO WS-XFR-COUNT
               MOVE EV-TIME TO WS-XFR-TIME(WS-XFR-COUNT)
               MOVE EV-DRAWER-ID TO WS-XFR-FROM-DRAWER(WS-XFR-COUNT)
               MOVE EV-TELLER-ID TO WS-XFR-FROM-TELLER(WS-XFR-COUNT)
               MOVE EV-OTHER-DRAWER TO WS-XFR-TO-DRAWER(WS-XFR-COUNT)
               MOVE EV-OTHER-TELLER TO WS-XFR-TO-TELLER(WS-XFR-COUNT)
               MOVE EV-AMOUNT TO WS-XFR-AMOUNT(WS-XFR-COUNT)
           ELSE
               DISPLAY 'TRANSFER TABLE FULL - NOT LISTED '
                   EV-DRAWER-ID ' ' EV-OTHER-DRAWER
           END-IF.

       HANDOFF-EVENT.
           IF WS-DRW-FOUND = 0
               OR WS-DRW-PERIOD(WS-DRW-FOUND) = 0
               DISPLAY 'HANDOFF ON CLOSED DRAWER ' EV-DRAWER-ID
           ELSE
               MOVE 'H' TO WS-WORK-CLOSE-TYPE
               PERFORM CLOSE-PERIOD
      *--- The incoming teller must sign for the counted drawer
               IF EV-SIGNED-BY = EV-OTHER-TELLER
                   AND EV-OTHER-TELLER NOT = SPACES
                   MOVE EV-SIGNED-BY TO WS-PRD-SIGNED-BY(WS-PRD-IDX)
               ELSE
                   MOVE 'UNSIGNED' TO WS-PRD-SIGNED-BY(WS-PRD-IDX)
                   MOVE 'Y' TO WS-PRD-SUPERVISOR(WS-PRD-IDX)
               END-IF
               MOVE EV-OTHER-TELLER TO WS-TLR-SEARCH-ID
               MOVE WS-CASH-TOTAL TO WS-WORK-AMT
               PERFORM START-PERIOD
           END-IF.

       CLOSE-DRAWER-EVENT.
           IF WS-DRW-FOUND = 0
               OR WS-DRW-PERIOD(WS-DRW-FOUND) = 0
               DISPLAY 'CLOSE ON CLOSED DRAWER ' EV-DRAWER-ID
           ELSE
               MOVE 'C' TO WS-WORK-CLOSE-TYPE
               PERFORM CLOSE-PERIOD
               MOVE 0 TO WS-DRW-PERIOD(WS-DRW-FOUND)
           END-IF.

       CLOSE-PERIOD.
           MOVE WS-DRW-PERIOD(WS-DRW-FOUND) TO WS-PRD-IDX
           IF EV-TELLER-ID NOT = WS-PRD-TELLER(WS-PRD-IDX)
               DISPLAY 'COUNT BY ' EV-TELLER-ID
                   ' FOR DRAWER ' EV-DRAWER-ID
                   ' HELD BY ' WS-PRD-TELLER(WS-PRD-IDX)
           END-IF
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > 8
               MOVE EV-DENOM-COUNT(WS-DENOM-IDX)
                   TO WS-DENOM-COUNT(WS-DENOM-IDX)
           END-PERFORM
           PERFORM SUM-DENOMINATIONS
           MOVE EV-TIME TO WS-PRD-END(WS-PRD-IDX)
           MOVE WS-WORK-CLOSE-TYPE TO WS-PRD-CLOSED-BY(WS-PRD-IDX)
           COMPUTE WS-PRD-EXPECTED(WS-PRD-IDX) =
               WS-PRD-OPENING(WS-PRD-IDX)
               + WS-PRD-DEPOSITS(WS-PRD-IDX)
               - WS-PRD-WITHDRAWALS(WS-PRD-IDX)
               + WS-PRD-XFER-IN(WS-PRD-IDX)
               - WS-PRD-XFER-OUT(WS-PRD-IDX)
           MOVE WS-CASH-TOTAL TO WS-PRD-COUNTED(WS-PRD-IDX)
           COMPUTE WS-PRD-VARIANCE(WS-PRD-IDX) =
               WS-PRD-COUNTED(WS-PRD-IDX) -
               WS-PRD-EXPECTED(WS-PRD-IDX)
           MOVE WS-PRD-VARIANCE(WS-PRD-IDX) TO WS-VARIANCE
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = WS-VARIANCE * -1
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF
           IF WS-VARIANCE > 0
               MOVE 'OVER' TO WS-PRD-STATUS(WS-PRD-IDX)
           ELSE
               IF WS-VARIANCE < 0
                   MOVE 'SHORT' TO WS-PRD-STATUS(WS-PRD-IDX)
               ELSE
                   MOVE 'BALANCED' TO WS-PRD-STATUS(WS-PRD-IDX)
               END-IF
           END-IF
           PERFORM CATEGORIZE-VARIANCE THRU
                   CATEGORIZE-VARIANCE-EXIT
           MOVE WS-VARIANCE-CATEGORY TO WS-PRD-CATEGORY(WS-PRD-IDX)
           IF WS-ABS-VARIANCE > WS-OVER-SHORT-THRESHOLD
               MOVE 'Y' TO WS-PRD-SUPERVISOR(WS-PRD-IDX)
           END-IF
           MOVE WS-PRD-TELLER(WS-PRD-IDX) TO WS-TLR-SEARCH-ID
           PERFORM FIND-TELLER
           IF WS-TLR-FOUND > 0
               ADD 1 TO WS-TLR-PERIODS(WS-TLR-FOUND)
               ADD WS-PRD-VARIANCE(WS-PRD-IDX)
                   TO WS-TLR-VARIANCE(WS-TLR-FOUND)
           END-IF.

       FIND-TELLER.
           MOVE 0 TO WS-TLR-FOUND
           PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
               UNTIL WS-TLR-IDX > WS-TLR-COUNT
               OR WS-TLR-FOUND > 0
               IF WS-TLR-ID(WS-TLR-IDX) = WS-TLR-SEARCH-ID
                   MOVE WS-TLR-IDX TO WS-TLR-FOUND
               END-IF
           END-PERFORM
           IF WS-TLR-FOUND = 0
               IF WS-TLR-COUNT < 50
                   ADD 1 TO WS-TLR-COUNT
                   MOVE WS-TLR-COUNT TO WS-TLR-FOUND
                   MOVE WS-TLR-SEARCH-ID TO WS-TLR-ID(WS-TLR-FOUND)
                   MOVE 0 TO WS-TLR-PERIODS(WS-TLR-FOUND)
                   MOVE 0 TO WS-TLR-VARIANCE(WS-TLR-FOUND)
                   MOVE 0 TO WS-TLR-XFER-OUT(WS-TLR-FOUND)
                   MOVE 0 TO WS-TLR-XFER-IN(WS-TLR-FOUND)
               ELSE
                   DISPLAY 'TELLER TABLE FULL - SKIPPED '
                       WS-TLR-SEARCH-ID
               END-IF
           END-IF.

      *================================================================*
      * END-OF-DAY REPORT BY TELLER PERIOD                             *
      *================================================================*
       DISPLAY-PERIOD-REPORT.
           MOVE 0 TO WS-DAY-VARIANCE
           MOVE 0 TO WS-OPEN-PERIODS
           DISPLAY 'TELLER DRAWER PERIOD BALANCE REPORT'
           DISPLAY '==================================='
           DISPLAY 'DATE:   ' WS-SHIFT-DATE
           DISPLAY 'EVENTS: ' WS-EVENT-COUNT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-PRD-COUNT
               DISPLAY ' '
               DISPLAY 'DRAWER ' WS-PRD-DRAWER(WS-PRD-IDX)
                   ' TELLER ' WS-PRD-TELLER(WS-PRD-IDX)
                   ' FROM ' WS-PRD-START(WS-PRD-IDX)
                   ' TO ' WS-PRD-END(WS-PRD-IDX)
               DISPLAY '  OPENING:       ' WS-PRD-OPENING(WS-PRD-IDX)
               DISPLAY '  DEPOSITS:      ' WS-PRD-DEPOSITS(WS-PRD-IDX)
               DISPLAY '  WITHDRAWALS:   '
                   WS-PRD-WITHDRAWALS(WS-PRD-IDX)
               DISPLAY '  TRANSFERS IN:  ' WS-PRD-XFER-IN(WS-PRD-IDX)
               DISPLAY '  TRANSFERS OUT: ' WS-PRD-XFER-OUT(WS-PRD-IDX)
               DISPLAY '  TRANSACTIONS:  '
                   WS-PRD-TXN-COUNT(WS-PRD-IDX)
               IF WS-PRD-CLOSED-BY(WS-PRD-IDX) = SPACE
                   DISPLAY '  STATUS:        NOT CLOSED - NO COUNT'
                   ADD 1 TO WS-OPEN-PERIODS
               ELSE
                   DISPLAY '  EXPECTED:      '
                       WS-PRD-EXPECTED(WS-PRD-IDX)
                   DISPLAY '  COUNTED:       '
                       WS-PRD-COUNTED(WS-PRD-IDX)
                   DISPLAY '  VARIANCE:      '
                       WS-PRD-VARIANCE(WS-PRD-IDX)
                       ' ' WS-PRD-STATUS(WS-PRD-IDX)
                       ' ' WS-PRD-CATEGORY(WS-PRD-IDX)
                   IF WS-PRD-CLOSED-BY(WS-PRD-IDX) = 'H'
                       DISPLAY '  HANDOFF SIGNED: '
                           WS-PRD-SIGNED-BY(WS-PRD-IDX)
                   ELSE
                       DISPLAY '  CLOSED AT END OF DAY'
                   END-IF
                   DISPLAY '  SUPERVISOR:    '
                       WS-PRD-SUPERVISOR(WS-PRD-IDX)
                   ADD WS-PRD-VARIANCE(WS-PRD-IDX) TO WS-DAY-VARIANCE
               END-IF
           END-PERFORM
           IF WS-XFR-COUNT > 0
               DISPLAY ' '
               DISPLAY 'TELLER-TO-TELLER CASH TRANSFERS:'
               PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-COUNT
                   DISPLAY '  ' WS-XFR-TIME(WS-XFR-IDX)
                       ' ' WS-XFR-FROM-TELLER(WS-XFR-IDX)
                       '/' WS-XFR-FROM-DRAWER(WS-XFR-IDX)
                       ' TO ' WS-XFR-TO-TELLER(WS-XFR-IDX)
                       '/' WS-XFR-TO-DRAWER(WS-XFR-IDX)
                       ' AMT ' WS-XFR-AMOUNT(WS-XFR-IDX)
               END-PERFORM
           END-IF
           DISPLAY ' '
           DISPLAY 'VARIANCE BY TELLER:'
           PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
               UNTIL WS-TLR-IDX > WS-TLR-COUNT
               DISPLAY '  ' WS-TLR-ID(WS-TLR-IDX)
                   ' PERIODS ' WS-TLR-PERIODS(WS-TLR-IDX)
                   ' VARIANCE ' WS-TLR-VARIANCE(WS-TLR-IDX)
                   ' XFER OUT ' WS-TLR-XFER-OUT(WS-TLR-IDX)
                   ' XFER IN ' WS-TLR-XFER-IN(WS-TLR-IDX)
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'DAY VARIANCE:  ' WS-DAY-VARIANCE
           DISPLAY 'OPEN PERIODS:  ' WS-OPEN-PERIODS.

       DISPLAY-PERIOD-REPORT-EXIT.
           EXIT.
