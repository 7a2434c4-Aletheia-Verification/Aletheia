       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOND-SEC-SUBLEDGER.
      *================================================================
      * INVESTMENT SECURITIES SUBLEDGER - MONTH-END
      * Carries each position in the investment portfolio with its
      * accounting classification (AFS, HTM or TRD trading), face,
      * amortized cost, fair value and unrealized gain or loss.
      * Monthly, from the position master SECPOS.DAT:
      *  - amortized cost is moved along the effective-yield tables
      *    written by BOND-AMORT-PREM (PREMSCHD.DAT) and
      *    BOND-ACCRETE-DISC (DISCSCHD.DAT), one sixth of the
      *    semiannual period per month; premium amortization and
      *    discount accretion post to investment interest income;
      *  - sales and purchases come from SECTRAN.DAT; a sale relieves
      *    amortized cost pro rata and books the realized gain or
      *    loss, recycling the AFS unrealized amount out of AOCI;
      *  - positions are marked to market from the pricing feed
      *    SECPRICE.DAT; AFS changes go to AOCI through the valuation
      *    allowance, trading changes go to earnings, HTM is shown
      *    at fair value for disclosure only;
      *  - matured positions are redeemed at par.
      * The updated master is written to SECPOSN.DAT and the GL
      * entries to SECJRNL.DAT (journal batch MMDD55) for
      * BATCH-GL-POSTING.  SECHOLD.DAT is the holdings report, with
      * a tie-out of subledger book value to the GL closing balances
      * in GLBAL.DAT rolled forward by this run's entries.
      * The month-end date may be passed on the command line
      * (YYYYMMDD); the current date is used otherwise.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPOS-FILE ASSIGN TO 'SECPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT NEWPOS-FILE ASSIGN TO 'SECPOSN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPS-STATUS.
           SELECT PREMSCHD-FILE ASSIGN TO 'PREMSCHD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSC-STATUS.
           SELECT DISCSCHD-FILE ASSIGN TO 'DISCSCHD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT PRICE-FILE ASSIGN TO 'SECPRICE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT TRAN-FILE ASSIGN TO 'SECTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT GLBAL-FILE ASSIGN TO 'GLBAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'SECJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SECHOLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SECPOS-FILE.
       01 SECPOS-RECORD.
           05 SP-CUSIP                PIC X(9).
           05 SP-CLASS                PIC X(3).
           05 SP-STATUS               PIC X(1).
           05 SP-ORIG-FACE            PIC S9(11)V99 COMP-3.
           05 SP-ORIG-COST            PIC S9(11)V99 COMP-3.
           05 SP-FACE-VALUE           PIC S9(11)V99 COMP-3.
           05 SP-COUPON-RATE          PIC S9(1)V9(6) COMP-3.
           05 SP-YTM                  PIC S9(1)V9(6) COMP-3.
           05 SP-PURCHASE-DATE        PIC 9(8).
           05 SP-MATURITY-DATE        PIC 9(8).
           05 SP-SEMI-PERIODS         PIC 9(3).
           05 SP-AMORT-COST           PIC S9(11)V99 COMP-3.
           05 SP-CUM-AMORT            PIC S9(11)V99 COMP-3.
           05 SP-UNREALIZED           PIC S9(11)V99 COMP-3.
           05 SP-MARKET-VALUE         PIC S9(11)V99 COMP-3.
           05 SP-PRICE                PIC 9(3)V9(6).
           05 SP-PRICE-DATE           PIC 9(8).
           05 SP-REALIZED-GL          PIC S9(11)V99 COMP-3.
           05 SP-LAST-POST-DATE       PIC 9(8).
           05 SP-FILLER               PIC X(10).
       FD NEWPOS-FILE.
       01 NEWPOS-RECORD.
           05 NP-CUSIP                PIC X(9).
           05 NP-CLASS                PIC X(3).
               88 NP-AFS              VALUE 'AFS'.
               88 NP-HTM              VALUE 'HTM'.
               88 NP-TRD              VALUE 'TRD'.
           05 NP-STATUS               PIC X(1).
               88 NP-ACTIVE           VALUE 'A'.
           05 NP-ORIG-FACE            PIC S9(11)V99 COMP-3.
           05 NP-ORIG-COST            PIC S9(11)V99 COMP-3.
           05 NP-FACE-VALUE           PIC S9(11)V99 COMP-3.
           05 NP-COUPON-RATE          PIC S9(1)V9(6) COMP-3.
           05 NP-YTM                  PIC S9(1)V9(6) COMP-3.
           05 NP-PURCHASE-DATE        PIC 9(8).
           05 NP-PURCHASE-DATE-R REDEFINES NP-PURCHASE-DATE.
               10 NP-PURCH-YYYY       PIC 9(4).
               10 NP-PURCH-MM         PIC 9(2).
               10 NP-PURCH-DD         PIC 9(2).
           05 NP-MATURITY-DATE        PIC 9(8).
           05 NP-SEMI-PERIODS         PIC 9(3).
           05 NP-AMORT-COST           PIC S9(11)V99 COMP-3.
           05 NP-CUM-AMORT            PIC S9(11)V99 COMP-3.
           05 NP-UNREALIZED           PIC S9(11)V99 COMP-3.
           05 NP-MARKET-VALUE         PIC S9(11)V99 COMP-3.
           05 NP-PRICE                PIC 9(3)V9(6).
           05 NP-PRICE-DATE           PIC 9(8).
           05 NP-REALIZED-GL          PIC S9(11)V99 COMP-3.
           05 NP-LAST-POST-DATE       PIC 9(8).
           05 NP-FILLER               PIC X(10).
       FD PREMSCHD-FILE.
       01 PREMSCHD-RECORD             PIC X(40).
       FD DISCSCHD-FILE.
       01 DISCSCHD-RECORD             PIC X(40).
       FD PRICE-FILE.
       01 PRICE-RECORD.
           05 PR-CUSIP                PIC X(9).
           05 PR-PRICE-DATE           PIC 9(8).
           05 PR-PRICE                PIC 9(3)V9(6).
       FD TRAN-FILE.
       01 TRAN-RECORD.
           05 ST-TRAN-TYPE            PIC X(1).
           05 ST-CUSIP                PIC X(9).
           05 ST-CLASS                PIC X(3).
           05 ST-TRADE-DATE           PIC 9(8).
           05 ST-FACE                 PIC 9(11)V99.
           05 ST-AMOUNT               PIC 9(11)V99.
           05 ST-COUPON-RATE          PIC 9V9(6).
           05 ST-YTM                  PIC 9V9(6).
           05 ST-MATURITY-DATE        PIC 9(8).
           05 ST-SEMI-PERIODS         PIC 9(3).
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
       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS               PIC XX.
       01 WS-NPS-STATUS               PIC XX.
       01 WS-PSC-STATUS               PIC XX.
       01 WS-DSC-STATUS               PIC XX.
       01 WS-PRC-STATUS               PIC XX.
       01 WS-TRN-STATUS               PIC XX.
       01 WS-GLB-STATUS               PIC XX.
       01 WS-JRN-STATUS               PIC XX.
       01 WS-RPT-STATUS               PIC XX.
       01 WS-POS-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-POS-EOF              VALUE 'Y'.
       01 WS-SCH-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-SCH-EOF              VALUE 'Y'.
       01 WS-PRC-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-PRC-EOF              VALUE 'Y'.
       01 WS-TRN-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-TRN-EOF              VALUE 'Y'.
       01 WS-GLB-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-GLB-EOF              VALUE 'Y'.
       01 WS-PARM-DATE                PIC X(8).
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY             PIC 9(4).
           05 WS-RUN-MM               PIC 9(2).
           05 WS-RUN-DD               PIC 9(2).
       01 WS-RUN-MMDD                 PIC 9(4).
       01 WS-BATCH-NUM                PIC 9(6).
       01 WS-JRN-SEQ                  PIC 9(4) VALUE 0.
      *--- GL accounts ---
       01 WS-GL-CASH                  PIC 9(6) VALUE 100100.
       01 WS-GL-AFS                   PIC 9(6) VALUE 120100.
       01 WS-GL-HTM                   PIC 9(6) VALUE 120200.
       01 WS-GL-TRD                   PIC 9(6) VALUE 120300.
       01 WS-GL-AFS-VAL               PIC 9(6) VALUE 120900.
       01 WS-GL-INV-INCOME            PIC 9(6) VALUE 300300.
       01 WS-GL-REALIZED              PIC 9(6) VALUE 310100.
       01 WS-GL-TRADING-PL            PIC 9(6) VALUE 310200.
       01 WS-GL-AOCI                  PIC 9(6) VALUE 330100.
       01 WS-GL-ASSET                 PIC 9(6).
      *--- Effective-yield schedules from the bond engines ---
       01 WS-SCHED-REC.
           05 WS-SS-CUSIP             PIC X(9).
           05 WS-SS-SCHED-TYPE        PIC X(1).
           05 WS-SS-PERIOD            PIC 9(3).
           05 WS-SS-BEG-BASIS         PIC S9(9)V99 COMP-3.
           05 WS-SS-COUPON            PIC S9(7)V99 COMP-3.
           05 WS-SS-YTM-INCOME        PIC S9(7)V99 COMP-3.
           05 WS-SS-AMORT-AMT         PIC S9(7)V99 COMP-3.
           05 WS-SS-END-BASIS         PIC S9(9)V99 COMP-3.
       01 WS-SCHED-TABLE.
           05 WS-SC-ENTRY OCCURS 6000 TIMES.
               10 WS-SC-CUSIP         PIC X(9).
               10 WS-SC-PERIOD        PIC 9(3).
               10 WS-SC-BEG-BASIS     PIC S9(9)V99 COMP-3.
               10 WS-SC-END-BASIS     PIC S9(9)V99 COMP-3.
       01 WS-SC-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-SC-IDX                   PIC S9(5) COMP-3.
       01 WS-SC-FOUND                 PIC S9(5) COMP-3.
       01 WS-SC-LAST                  PIC S9(5) COMP-3.
      *--- Pricing feed ---
       01 WS-PRICE-TABLE.
           05 WS-PX-ENTRY OCCURS 2000 TIMES.
               10 WS-PX-CUSIP         PIC X(9).
               10 WS-PX-DATE          PIC 9(8).
               10 WS-PX-PRICE         PIC 9(3)V9(6).
       01 WS-PX-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-PX-IDX                   PIC S9(5) COMP-3.
       01 WS-PX-FOUND                 PIC S9(5) COMP-3.
      *--- Purchases and sales ---
       01 WS-TRAN-TABLE.
           05 WS-TR-ENTRY OCCURS 1000 TIMES.
               10 WS-TR-DATA          PIC X(72).
               10 WS-TR-MATCHED       PIC X(1).
               10 WS-TR-APPLIED       PIC X(1).
       01 WS-TR-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-TR-IDX                   PIC S9(5) COMP-3.
       01 WS-TRAN.
           05 WS-ST-TRAN-TYPE         PIC X(1).
               88 WS-ST-PURCHASE      VALUE 'P'.
               88 WS-ST-SALE          VALUE 'S'.
           05 WS-ST-CUSIP             PIC X(9).
           05 WS-ST-CLASS             PIC X(3).
           05 WS-ST-TRADE-DATE        PIC 9(8).
           05 WS-ST-FACE              PIC 9(11)V99.
           05 WS-ST-AMOUNT            PIC 9(11)V99.
           05 WS-ST-COUPON-RATE       PIC 9V9(6).
           05 WS-ST-YTM               PIC 9V9(6).
           05 WS-ST-MATURITY-DATE     PIC 9(8).
           05 WS-ST-SEMI-PERIODS      PIC 9(3).
      *--- GL tie-out: opening GL + this run's entries = subledger ---
       01 WS-TIE-TABLE.
           05 WS-TI-ENTRY OCCURS 5 TIMES.
               10 WS-TI-ACCT          PIC 9(6).
               10 WS-TI-NAME          PIC X(20).
               10 WS-TI-TYPE          PIC X(1).
               10 WS-TI-GL-BAL        PIC S9(13)V99 COMP-3.
               10 WS-TI-ACTIVITY      PIC S9(13)V99 COMP-3.
               10 WS-TI-SUBLEDGER     PIC S9(13)V99 COMP-3.
       01 WS-TI-IDX                   PIC S9(3) COMP-3.
       01 WS-GL-AS-OF                 PIC 9(8) VALUE 0.
      *--- Classification totals: AFS, HTM, TRD, portfolio ---
       01 WS-CLASS-TABLE.
           05 WS-CT-ENTRY OCCURS 4 TIMES.
               10 WS-CT-CLASS         PIC X(3).
               10 WS-CT-COUNT         PIC S9(5) COMP-3.
               10 WS-CT-FACE          PIC S9(13)V99 COMP-3.
               10 WS-CT-AMORT-COST    PIC S9(13)V99 COMP-3.
               10 WS-CT-FAIR-VALUE    PIC S9(13)V99 COMP-3.
               10 WS-CT-UNREALIZED    PIC S9(13)V99 COMP-3.
               10 WS-CT-BOOK-VALUE    PIC S9(13)V99 COMP-3.
               10 WS-CT-MTD-AMORT     PIC S9(13)V99 COMP-3.
       01 WS-CT-IDX                   PIC S9(3) COMP-3.
      *--- Exceptions for the report ---
       01 WS-EXCP-TABLE.
           05 WS-EX-ENTRY OCCURS 200 TIMES.
               10 WS-EX-CUSIP         PIC X(9).
               10 WS-EX-TEXT          PIC X(50).
       01 WS-EX-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-EX-IDX                   PIC S9(5) COMP-3.
       01 WS-EXCP-CUSIP               PIC X(9).
       01 WS-EXCP-TEXT                PIC X(50).
      *--- Journal entry work area ---
       01 WS-JE-DR-ACCT               PIC 9(6).
       01 WS-JE-CR-ACCT               PIC 9(6).
       01 WS-JE-SWAP-ACCT             PIC 9(6).
       01 WS-JE-AMOUNT                PIC S9(11)V99 COMP-3.
       01 WS-JE-DESC                  PIC X(30).
      *--- Position work fields ---
       01 WS-HELD-FLAG                PIC X VALUE 'N'.
           88 WS-HELD                 VALUE 'Y'.
       01 WS-PRICED-FLAG              PIC X VALUE 'N'.
           88 WS-PRICED               VALUE 'Y'.
       01 WS-NEW-POS-FLAG             PIC X VALUE 'N'.
           88 WS-NEW-POSITION         VALUE 'Y'.
       01 WS-MONTHS                   PIC S9(5) COMP-3.
       01 WS-SCHED-PERIOD             PIC S9(5) COMP-3.
       01 WS-MONTH-IN-PERIOD          PIC S9(3) COMP-3.
       01 WS-SCHED-BASIS              PIC S9(11)V99 COMP-3.
       01 WS-TARGET-COST              PIC S9(11)V99 COMP-3.
       01 WS-MTD-AMORT                PIC S9(11)V99 COMP-3.
       01 WS-SOLD-FACE                PIC S9(11)V99 COMP-3.
       01 WS-COST-RELIEVED            PIC S9(11)V99 COMP-3.
       01 WS-UNREAL-RELIEVED          PIC S9(11)V99 COMP-3.
       01 WS-MV-RELIEVED              PIC S9(11)V99 COMP-3.
       01 WS-CARRY-RELIEVED           PIC S9(11)V99 COMP-3.
       01 WS-REALIZED                 PIC S9(11)V99 COMP-3.
       01 WS-NEW-UNREALIZED           PIC S9(11)V99 COMP-3.
       01 WS-UNREAL-CHANGE            PIC S9(11)V99 COMP-3.
       01 WS-BOOK-VALUE               PIC S9(11)V99 COMP-3.
       01 WS-RPT-FLAG                 PIC X(6).
      *--- Run totals ---
       01 WS-TOT-PREM-AMORT           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-DISC-ACCR            PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-REALIZED             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-AOCI-CHANGE          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-TRADING-PL           PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-TOT-REDEEMED             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-POS-IN-CT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-POS-OUT-CT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-SALE-CT                  PIC S9(5) COMP-3 VALUE 0.
       01 WS-PURCH-CT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-MATURED-CT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-BREAK-CT                 PIC S9(5) COMP-3 VALUE 0.
      *--- Report ---
       01 WS-RPT-LINE                 PIC X(132).
       01 WS-DISP-AMT                 PIC ---,---,---,--9.99.
       01 WS-DISP-MTD                 PIC ---,---,--9.99.
       01 WS-DISP-CT                  PIC ZZZZ9.
       01 WS-DIFF                     PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SCHEDULES
           PERFORM 1200-LOAD-PRICES
           PERFORM 1300-LOAD-TRANSACTIONS
           PERFORM 1400-LOAD-GL-BALANCES
           PERFORM 1500-OPEN-FILES
           PERFORM 2000-PROCESS-POSITION UNTIL WS-POS-EOF
           PERFORM 3500-NEW-PURCHASES
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
           PERFORM 3900-UNMATCHED-SALES
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
           PERFORM 6000-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-INITIALIZE.
           MOVE SPACES TO WS-PARM-DATE
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE
           IF WS-PARM-DATE IS NUMERIC AND WS-PARM-DATE > '00000000'
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-RUN-MMDD = WS-RUN-MM * 100 + WS-RUN-DD
           COMPUTE WS-BATCH-NUM = WS-RUN-MMDD * 100 + 55
           MOVE 'AFS' TO WS-CT-CLASS(1)
           MOVE 'HTM' TO WS-CT-CLASS(2)
           MOVE 'TRD' TO WS-CT-CLASS(3)
           MOVE 'ALL' TO WS-CT-CLASS(4)
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 4
               MOVE 0 TO WS-CT-COUNT(WS-CT-IDX)
               MOVE 0 TO WS-CT-FACE(WS-CT-IDX)
               MOVE 0 TO WS-CT-AMORT-COST(WS-CT-IDX)
               MOVE 0 TO WS-CT-FAIR-VALUE(WS-CT-IDX)
               MOVE 0 TO WS-CT-UNREALIZED(WS-CT-IDX)
               MOVE 0 TO WS-CT-BOOK-VALUE(WS-CT-IDX)
               MOVE 0 TO WS-CT-MTD-AMORT(WS-CT-IDX)
           END-PERFORM
           MOVE WS-GL-AFS TO WS-TI-ACCT(1)
           MOVE 'INVEST-SEC-AFS' TO WS-TI-NAME(1)
           MOVE 'A' TO WS-TI-TYPE(1)
           MOVE WS-GL-AFS-VAL TO WS-TI-ACCT(2)
           MOVE 'AFS-VALUATION-ADJ' TO WS-TI-NAME(2)
           MOVE 'A' TO WS-TI-TYPE(2)
           MOVE WS-GL-HTM TO WS-TI-ACCT(3)
           MOVE 'INVEST-SEC-HTM' TO WS-TI-NAME(3)
           MOVE 'A' TO WS-TI-TYPE(3)
           MOVE WS-GL-TRD TO WS-TI-ACCT(4)
           MOVE 'TRADING-SECURITIES' TO WS-TI-NAME(4)
           MOVE 'A' TO WS-TI-TYPE(4)
           MOVE WS-GL-AOCI TO WS-TI-ACCT(5)
           MOVE 'AOCI-AFS-UNREALIZED' TO WS-TI-NAME(5)
           MOVE 'L' TO WS-TI-TYPE(5)
           PERFORM VARYING WS-TI-IDX FROM 1 BY 1 UNTIL WS-TI-IDX > 5
               MOVE 0 TO WS-TI-GL-BAL(WS-TI-IDX)
               MOVE 0 TO WS-TI-ACTIVITY(WS-TI-IDX)
               MOVE 0 TO WS-TI-SUBLEDGER(WS-TI-IDX)
           END-PERFORM.
      *--- Effective-yield tables, premium then discount ---
       1100-LOAD-SCHEDULES.
           OPEN INPUT PREMSCHD-FILE
           IF WS-PSC-STATUS = '00'
               MOVE 'N' TO WS-SCH-EOF-FLAG
               PERFORM 1110-READ-PREMIUM UNTIL WS-SCH-EOF
               CLOSE PREMSCHD-FILE
           ELSE
               DISPLAY 'NO PREMIUM SCHEDULE FILE'
           END-IF
           OPEN INPUT DISCSCHD-FILE
           IF WS-DSC-STATUS = '00'
               MOVE 'N' TO WS-SCH-EOF-FLAG
               PERFORM 1120-READ-DISCOUNT UNTIL WS-SCH-EOF
               CLOSE DISCSCHD-FILE
           ELSE
               DISPLAY 'NO DISCOUNT SCHEDULE FILE'
           END-IF.
       1110-READ-PREMIUM.
           READ PREMSCHD-FILE INTO WS-SCHED-REC
               AT END MOVE 'Y' TO WS-SCH-EOF-FLAG
               NOT AT END PERFORM 1150-ADD-SCHEDULE
           END-READ.
       1120-READ-DISCOUNT.
           READ DISCSCHD-FILE INTO WS-SCHED-REC
               AT END MOVE 'Y' TO WS-SCH-EOF-FLAG
               NOT AT END PERFORM 1150-ADD-SCHEDULE
           END-READ.
       1150-ADD-SCHEDULE.
           IF WS-SC-COUNT < 6000
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SS-CUSIP TO WS-SC-CUSIP(WS-SC-COUNT)
               MOVE WS-SS-PERIOD TO WS-SC-PERIOD(WS-SC-COUNT)
               MOVE WS-SS-BEG-BASIS TO WS-SC-BEG-BASIS(WS-SC-COUNT)
               MOVE WS-SS-END-BASIS TO WS-SC-END-BASIS(WS-SC-COUNT)
           ELSE
               DISPLAY 'SCHEDULE TABLE FULL - SKIPPED ' WS-SS-CUSIP
           END-IF.
       1200-LOAD-PRICES.
           OPEN INPUT PRICE-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'NO PRICING FEED - PRIOR PRICES CARRIED'
               MOVE 'Y' TO WS-PRC-EOF-FLAG
           END-IF
           PERFORM 1210-READ-PRICE UNTIL WS-PRC-EOF
           IF WS-PRC-STATUS = '00' OR WS-PRC-STATUS = '10'
               CLOSE PRICE-FILE
           END-IF.
       1210-READ-PRICE.
           READ PRICE-FILE
               AT END MOVE 'Y' TO WS-PRC-EOF-FLAG
               NOT AT END
                   IF PR-PRICE-DATE NOT > WS-RUN-DATE
                       IF WS-PX-COUNT < 2000
                           ADD 1 TO WS-PX-COUNT
                           MOVE PR-CUSIP TO WS-PX-CUSIP(WS-PX-COUNT)
                           MOVE PR-PRICE-DATE
                               TO WS-PX-DATE(WS-PX-COUNT)
                           MOVE PR-PRICE TO WS-PX-PRICE(WS-PX-COUNT)
                       ELSE
                           DISPLAY 'PRICE TABLE FULL - SKIPPED '
                               PR-CUSIP
                       END-IF
                   END-IF
           END-READ.
       1300-LOAD-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'NO SECURITIES TRANSACTIONS THIS RUN'
               MOVE 'Y' TO WS-TRN-EOF-FLAG
           END-IF
           PERFORM 1310-READ-TRAN UNTIL WS-TRN-EOF
           IF WS-TRN-STATUS = '00' OR WS-TRN-STATUS = '10'
               CLOSE TRAN-FILE
           END-IF.
       1310-READ-TRAN.
           READ TRAN-FILE
               AT END MOVE 'Y' TO WS-TRN-EOF-FLAG
               NOT AT END
                   IF ST-TRADE-DATE NOT > WS-RUN-DATE
                       IF WS-TR-COUNT < 1000
                           ADD 1 TO WS-TR-COUNT
                           MOVE TRAN-RECORD TO WS-TR-DATA(WS-TR-COUNT)
                           MOVE 'N' TO WS-TR-MATCHED(WS-TR-COUNT)
                           MOVE 'N' TO WS-TR-APPLIED(WS-TR-COUNT)
                       ELSE
                           DISPLAY 'TRANSACTION TABLE FULL - SKIPPED '
                               ST-CUSIP
                       END-IF
                   END-IF
           END-READ.
       1400-LOAD-GL-BALANCES.
           OPEN INPUT GLBAL-FILE
           IF WS-GLB-STATUS NOT = '00'
               DISPLAY 'NO GL BALANCES - TIE-OUT FROM ZERO'
               MOVE 'Y' TO WS-GLB-EOF-FLAG
           END-IF
           PERFORM 1410-READ-GLBAL UNTIL WS-GLB-EOF
           IF WS-GLB-STATUS = '00' OR WS-GLB-STATUS = '10'
               CLOSE GLBAL-FILE
           END-IF.
       1410-READ-GLBAL.
           READ GLBAL-FILE
               AT END MOVE 'Y' TO WS-GLB-EOF-FLAG
               NOT AT END
                   MOVE GB-AS-OF-DATE TO WS-GL-AS-OF
                   PERFORM VARYING WS-TI-IDX FROM 1 BY 1
                       UNTIL WS-TI-IDX > 5
                       IF WS-TI-ACCT(WS-TI-IDX) = GB-ACCOUNT-NUM
                           MOVE GB-BALANCE TO WS-TI-GL-BAL(WS-TI-IDX)
                       END-IF
                   END-PERFORM
           END-READ.
       1500-OPEN-FILES.
           OPEN INPUT SECPOS-FILE
           IF WS-POS-STATUS NOT = '00'
               DISPLAY 'NO SECURITIES POSITION MASTER'
               MOVE 'Y' TO WS-POS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEWPOS-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INVESTMENT SECURITIES HOLDINGS  MONTH-END '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'CUSIP     CLS S' TO WS-RPT-LINE(1:15)
           MOVE '              FACE' TO WS-RPT-LINE(17:18)
           MOVE '    AMORTIZED COST' TO WS-RPT-LINE(36:18)
           MOVE '        FAIR VALUE' TO WS-RPT-LINE(55:18)
           MOVE '  UNREALIZED G/(L)' TO WS-RPT-LINE(74:18)
           MOVE '        BOOK VALUE' TO WS-RPT-LINE(93:18)
           MOVE ' MTD AMRT/ACCR' TO WS-RPT-LINE(112:14)
           MOVE 'FLAG' TO WS-RPT-LINE(127:4)
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
      *--- One position: amortize, sell, mark, mature ---
       2000-PROCESS-POSITION.
           READ SECPOS-FILE
               AT END MOVE 'Y' TO WS-POS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POS-IN-CT
                   MOVE SECPOS-RECORD TO NEWPOS-RECORD
                   IF NP-ACTIVE
                       PERFORM 2100-MATCH-TRANSACTIONS
                       PERFORM 2900-UPDATE-POSITION
                   END-IF
           END-READ.
       2100-MATCH-TRANSACTIONS.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               MOVE WS-TR-DATA(WS-TR-IDX) TO WS-TRAN
               IF WS-ST-CUSIP = NP-CUSIP
                   MOVE 'Y' TO WS-TR-MATCHED(WS-TR-IDX)
               END-IF
           END-PERFORM.
       2900-UPDATE-POSITION.
           MOVE SPACES TO WS-RPT-FLAG
           PERFORM 2950-SET-ASSET-ACCT
           PERFORM 3000-AMORTIZE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT
               MOVE WS-TR-DATA(WS-TR-IDX) TO WS-TRAN
               IF WS-ST-CUSIP = NP-CUSIP
                   AND WS-TR-APPLIED(WS-TR-IDX) = 'N'
                   PERFORM 3200-APPLY-TRANSACTION
               END-IF
           END-PERFORM
           IF NP-ACTIVE
               PERFORM 3400-MARK-TO-MARKET
               IF NP-MATURITY-DATE NOT > WS-RUN-DATE
                   PERFORM 3600-REDEEM-AT-MATURITY
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO NP-LAST-POST-DATE
           WRITE NEWPOS-RECORD
           ADD 1 TO WS-POS-OUT-CT
           PERFORM 5000-ACCUMULATE
           PERFORM 5500-DETAIL-LINE.
       2950-SET-ASSET-ACCT.
           EVALUATE TRUE
               WHEN NP-HTM
                   MOVE WS-GL-HTM TO WS-GL-ASSET
               WHEN NP-TRD
                   MOVE WS-GL-TRD TO WS-GL-ASSET
               WHEN OTHER
                   MOVE WS-GL-AFS TO WS-GL-ASSET
           END-EVALUATE.
      *    Amortized cost target for the month: the schedule basis
      *    for the semiannual period the month falls in, moved one
      *    sixth of the period per month, on the face still held.
      *    Posting the difference from the carried amortized cost
      *    catches up any month that was missed.
       3000-AMORTIZE.
           MOVE 0 TO WS-MTD-AMORT
           COMPUTE WS-MONTHS =
               (WS-RUN-YYYY * 12 + WS-RUN-MM)
               - (NP-PURCH-YYYY * 12 + NP-PURCH-MM)
           EVALUATE TRUE
               WHEN NP-MATURITY-DATE NOT > WS-RUN-DATE
                   MOVE NP-ORIG-FACE TO WS-SCHED-BASIS
               WHEN WS-MONTHS NOT > 0
                   MOVE NP-ORIG-COST TO WS-SCHED-BASIS
               WHEN NP-ORIG-COST = NP-ORIG-FACE
                   MOVE NP-ORIG-FACE TO WS-SCHED-BASIS
               WHEN OTHER
                   PERFORM 3050-FIND-SCHEDULE-BASIS
           END-EVALUATE
           IF NP-ORIG-FACE > 0
               COMPUTE WS-TARGET-COST ROUNDED =
                   WS-SCHED-BASIS * NP-FACE-VALUE / NP-ORIG-FACE
           ELSE
               MOVE NP-AMORT-COST TO WS-TARGET-COST
           END-IF
           COMPUTE WS-MTD-AMORT = WS-TARGET-COST - NP-AMORT-COST
           IF WS-MTD-AMORT NOT = 0
               MOVE WS-TARGET-COST TO NP-AMORT-COST
               ADD WS-MTD-AMORT TO NP-CUM-AMORT
               IF WS-MTD-AMORT < 0
                   SUBTRACT WS-MTD-AMORT FROM WS-TOT-PREM-AMORT
                   MOVE 'PREMIUM AMORTIZATION' TO WS-JE-DESC
               ELSE
                   ADD WS-MTD-AMORT TO WS-TOT-DISC-ACCR
                   MOVE 'DISCOUNT ACCRETION' TO WS-JE-DESC
               END-IF
               MOVE NP-CUSIP TO WS-JE-DESC(22:9)
               MOVE WS-GL-ASSET TO WS-JE-DR-ACCT
               MOVE WS-GL-INV-INCOME TO WS-JE-CR-ACCT
               MOVE WS-MTD-AMORT TO WS-JE-AMOUNT
               PERFORM 8000-POST-ENTRY
           END-IF.
       3050-FIND-SCHEDULE-BASIS.
           COMPUTE WS-SCHED-PERIOD = (WS-MONTHS - 1) / 6 + 1
           COMPUTE WS-MONTH-IN-PERIOD =
               WS-MONTHS - (WS-SCHED-PERIOD - 1) * 6
           MOVE 0 TO WS-SC-FOUND
           MOVE 0 TO WS-SC-LAST
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-CUSIP(WS-SC-IDX) = NP-CUSIP
                   IF WS-SC-PERIOD(WS-SC-IDX) = WS-SCHED-PERIOD
                       MOVE WS-SC-IDX TO WS-SC-FOUND
                   END-IF
                   IF WS-SC-PERIOD(WS-SC-IDX) < WS-SCHED-PERIOD
                       IF WS-SC-LAST = 0
                           MOVE WS-SC-IDX TO WS-SC-LAST
                       ELSE
                           IF WS-SC-PERIOD(WS-SC-IDX) >
                               WS-SC-PERIOD(WS-SC-LAST)
                               MOVE WS-SC-IDX TO WS-SC-LAST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SC-FOUND > 0
                   COMPUTE WS-SCHED-BASIS ROUNDED =
                       WS-SC-BEG-BASIS(WS-SC-FOUND)
                       + (WS-SC-END-BASIS(WS-SC-FOUND)
                       - WS-SC-BEG-BASIS(WS-SC-FOUND))
                       * WS-MONTH-IN-PERIOD / 6
               WHEN WS-SC-LAST > 0
                   MOVE WS-SC-END-BASIS(WS-SC-LAST) TO WS-SCHED-BASIS
               WHEN OTHER
                   IF NP-FACE-VALUE > 0
                       COMPUTE WS-SCHED-BASIS ROUNDED =
                           NP-AMORT-COST * NP-ORIG-FACE
                           / NP-FACE-VALUE
                   ELSE
                       MOVE NP-ORIG-COST TO WS-SCHED-BASIS
                   END-IF
                   MOVE 'NOSCHD' TO WS-RPT-FLAG
                   MOVE NP-CUSIP TO WS-EXCP-CUSIP
                   MOVE 'NO EFFECTIVE-YIELD SCHEDULE - COST HELD'
                       TO WS-EXCP-TEXT
                   PERFORM 8500-ADD-EXCEPTION
           END-EVALUATE.
      *--- Sales against a held position ---
       3200-APPLY-TRANSACTION.
           MOVE 'Y' TO WS-TR-APPLIED(WS-TR-IDX)
           EVALUATE TRUE
               WHEN WS-ST-TRADE-DATE NOT > NP-LAST-POST-DATE
                   CONTINUE
               WHEN WS-ST-PURCHASE
                   MOVE NP-CUSIP TO WS-EXCP-CUSIP
                   MOVE 'ADD-ON PURCHASE TO HELD CUSIP - NOT BOOKED'
                       TO WS-EXCP-TEXT
                   PERFORM 8500-ADD-EXCEPTION
               WHEN WS-ST-SALE AND NP-ACTIVE
                   PERFORM 3300-BOOK-SALE
               WHEN OTHER
                   MOVE NP-CUSIP TO WS-EXCP-CUSIP
                   MOVE 'TRANSACTION TYPE NOT RECOGNIZED'
                       TO WS-EXCP-TEXT
                   PERFORM 8500-ADD-EXCEPTION
           END-EVALUATE.
       3300-BOOK-SALE.
           ADD 1 TO WS-SALE-CT
           MOVE WS-ST-FACE TO WS-SOLD-FACE
           IF WS-SOLD-FACE > NP-FACE-VALUE
               MOVE NP-FACE-VALUE TO WS-SOLD-FACE
               MOVE NP-CUSIP TO WS-EXCP-CUSIP
               MOVE 'SALE EXCEEDS FACE HELD - LIMITED TO FACE'
                   TO WS-EXCP-TEXT
               PERFORM 8500-ADD-EXCEPTION
           END-IF
           IF WS-SOLD-FACE = NP-FACE-VALUE
               MOVE NP-AMORT-COST TO WS-COST-RELIEVED
               MOVE NP-UNREALIZED TO WS-UNREAL-RELIEVED
               MOVE NP-MARKET-VALUE TO WS-MV-RELIEVED
           ELSE
               COMPUTE WS-COST-RELIEVED ROUNDED =
                   NP-AMORT-COST * WS-SOLD-FACE / NP-FACE-VALUE
               COMPUTE WS-UNREAL-RELIEVED ROUNDED =
                   NP-UNREALIZED * WS-SOLD-FACE / NP-FACE-VALUE
               COMPUTE WS-MV-RELIEVED ROUNDED =
                   NP-MARKET-VALUE * WS-SOLD-FACE / NP-FACE-VALUE
           END-IF
           MOVE 'SALE PROCEEDS' TO WS-JE-DESC
           MOVE NP-CUSIP TO WS-JE-DESC(22:9)
           MOVE WS-GL-CASH TO WS-JE-DR-ACCT
           MOVE WS-GL-ASSET TO WS-JE-CR-ACCT
           MOVE WS-ST-AMOUNT TO WS-JE-AMOUNT
           PERFORM 8000-POST-ENTRY
      *    AFS: the unrealized amount on the lot sold comes back out
      *    of AOCI; trading: the carrying value includes the marks
           EVALUATE TRUE
               WHEN NP-AFS
                   MOVE 'AOCI RECYCLED ON SALE' TO WS-JE-DESC
                   MOVE NP-CUSIP TO WS-JE-DESC(22:9)
                   MOVE WS-GL-AOCI TO WS-JE-DR-ACCT
                   MOVE WS-GL-AFS-VAL TO WS-JE-CR-ACCT
                   MOVE WS-UNREAL-RELIEVED TO WS-JE-AMOUNT
                   PERFORM 8000-POST-ENTRY
                   SUBTRACT WS-UNREAL-RELIEVED FROM WS-TOT-AOCI-CHANGE
                   MOVE WS-COST-RELIEVED TO WS-CARRY-RELIEVED
               WHEN NP-TRD
                   COMPUTE WS-CARRY-RELIEVED =
                       WS-COST-RELIEVED + WS-UNREAL-RELIEVED
               WHEN OTHER
                   MOVE WS-COST-RELIEVED TO WS-CARRY-RELIEVED
                   MOVE 'HTMSLD' TO WS-RPT-FLAG
                   MOVE NP-CUSIP TO WS-EXCP-CUSIP
                   MOVE 'HTM SALE - PORTFOLIO TAINTING REVIEW REQUIRED'
                       TO WS-EXCP-TEXT
                   PERFORM 8500-ADD-EXCEPTION
           END-EVALUATE
           COMPUTE WS-REALIZED = WS-ST-AMOUNT - WS-CARRY-RELIEVED
           MOVE 'REALIZED GAIN/LOSS ON SALE' TO WS-JE-DESC
           MOVE WS-GL-ASSET TO WS-JE-DR-ACCT
           IF NP-TRD
               MOVE WS-GL-TRADING-PL TO WS-JE-CR-ACCT
               ADD WS-REALIZED TO WS-TOT-TRADING-PL
           ELSE
               MOVE WS-GL-REALIZED TO WS-JE-CR-ACCT
               ADD WS-REALIZED TO WS-TOT-REALIZED
           END-IF
           MOVE WS-REALIZED TO WS-JE-AMOUNT
           PERFORM 8000-POST-ENTRY
           SUBTRACT WS-SOLD-FACE FROM NP-FACE-VALUE
           SUBTRACT WS-COST-RELIEVED FROM NP-AMORT-COST
           SUBTRACT WS-UNREAL-RELIEVED FROM NP-UNREALIZED
           SUBTRACT WS-MV-RELIEVED FROM NP-MARKET-VALUE
           ADD WS-REALIZED TO NP-REALIZED-GL
           IF NP-FACE-VALUE = 0
               MOVE 'S' TO NP-STATUS
           END-IF.
      *--- Fair value from the pricing feed (latest price on or ---
      *--- before month-end); par at maturity ---
       3400-MARK-TO-MARKET.
           MOVE 'N' TO WS-PRICED-FLAG
           IF NP-MATURITY-DATE NOT > WS-RUN-DATE
               MOVE 100 TO NP-PRICE
               MOVE WS-RUN-DATE TO NP-PRICE-DATE
               MOVE 'Y' TO WS-PRICED-FLAG
           ELSE
               MOVE 0 TO WS-PX-FOUND
               PERFORM VARYING WS-PX-IDX FROM 1 BY 1
                   UNTIL WS-PX-IDX > WS-PX-COUNT
                   IF WS-PX-CUSIP(WS-PX-IDX) = NP-CUSIP
                       IF WS-PX-FOUND = 0
                           MOVE WS-PX-IDX TO WS-PX-FOUND
                       ELSE
                           IF WS-PX-DATE(WS-PX-IDX) NOT <
                               WS-PX-DATE(WS-PX-FOUND)
                               MOVE WS-PX-IDX TO WS-PX-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PX-FOUND > 0
                   MOVE WS-PX-PRICE(WS-PX-FOUND) TO NP-PRICE
                   MOVE WS-PX-DATE(WS-PX-FOUND) TO NP-PRICE-DATE
                   MOVE 'Y' TO WS-PRICED-FLAG
               END-IF
           END-IF
           IF WS-PRICED OR NP-PRICE > 0
               COMPUTE NP-MARKET-VALUE ROUNDED =
                   NP-FACE-VALUE * NP-PRICE / 100
           END-IF
           IF NOT WS-PRICED AND NOT WS-NEW-POSITION
               MOVE 'STALE ' TO WS-RPT-FLAG
               MOVE NP-CUSIP TO WS-EXCP-CUSIP
               MOVE 'NO CURRENT PRICE - PRIOR PRICE CARRIED'
                   TO WS-EXCP-TEXT
               PERFORM 8500-ADD-EXCEPTION
           END-IF
           IF NP-AFS OR NP-TRD
               COMPUTE WS-NEW-UNREALIZED =
                   NP-MARKET-VALUE - NP-AMORT-COST
               COMPUTE WS-UNREAL-CHANGE =
                   WS-NEW-UNREALIZED - NP-UNREALIZED
               MOVE WS-NEW-UNREALIZED TO NP-UNREALIZED
               MOVE WS-UNREAL-CHANGE TO WS-JE-AMOUNT
               IF NP-AFS
                   MOVE 'AFS MARK TO MARKET' TO WS-JE-DESC
                   MOVE NP-CUSIP TO WS-JE-DESC(22:9)
                   MOVE WS-GL-AFS-VAL TO WS-JE-DR-ACCT
                   MOVE WS-GL-AOCI TO WS-JE-CR-ACCT
                   ADD WS-UNREAL-CHANGE TO WS-TOT-AOCI-CHANGE
               ELSE
                   MOVE 'TRADING MARK TO MARKET' TO WS-JE-DESC
                   MOVE NP-CUSIP TO WS-JE-DESC(22:9)
                   MOVE WS-GL-TRD TO WS-JE-DR-ACCT
                   MOVE WS-GL-TRADING-PL TO WS-JE-CR-ACCT
                   ADD WS-UNREAL-CHANGE TO WS-TOT-TRADING-PL
               END-IF
               PERFORM 8000-POST-ENTRY
           END-IF.
      *    Amortized cost reached par in 3000 and the mark went to
      *    100 in 3400, so the redemption clears the position
       3600-REDEEM-AT-MATURITY.
           ADD 1 TO WS-MATURED-CT
           ADD NP-FACE-VALUE TO WS-TOT-REDEEMED
           MOVE 'REDEEMED AT MATURITY' TO WS-JE-DESC
           MOVE NP-CUSIP TO WS-JE-DESC(22:9)
           MOVE WS-GL-CASH TO WS-JE-DR-ACCT
           MOVE WS-GL-ASSET TO WS-JE-CR-ACCT
           MOVE NP-FACE-VALUE TO WS-JE-AMOUNT
           PERFORM 8000-POST-ENTRY
           MOVE 0 TO NP-FACE-VALUE
           MOVE 0 TO NP-AMORT-COST
           MOVE 0 TO NP-UNREALIZED
           MOVE 0 TO NP-MARKET-VALUE
           MOVE 'M' TO NP-STATUS.
      *--- Purchases of CUSIPs not already held open new positions ---
       3500-NEW-PURCHASES.
           MOVE WS-TR-DATA(WS-TR-IDX) TO WS-TRAN
           IF WS-ST-PURCHASE AND WS-TR-MATCHED(WS-TR-IDX) = 'N'
               AND WS-TR-APPLIED(WS-TR-IDX) = 'N'
               MOVE 'Y' TO WS-TR-APPLIED(WS-TR-IDX)
               PERFORM 3550-OPEN-POSITION
           END-IF.
       3550-OPEN-POSITION.
           ADD 1 TO WS-PURCH-CT
           MOVE SPACES TO NEWPOS-RECORD
           MOVE WS-ST-CUSIP TO NP-CUSIP
           MOVE WS-ST-CLASS TO NP-CLASS
           IF NOT NP-AFS AND NOT NP-HTM AND NOT NP-TRD
               MOVE NP-CUSIP TO WS-EXCP-CUSIP
               MOVE 'PURCHASE CLASS NOT AFS/HTM/TRD - BOOKED AS AFS'
                   TO WS-EXCP-TEXT
               PERFORM 8500-ADD-EXCEPTION
               MOVE 'AFS' TO NP-CLASS
           END-IF
           MOVE 'A' TO NP-STATUS
           MOVE WS-ST-FACE TO NP-ORIG-FACE
           MOVE WS-ST-AMOUNT TO NP-ORIG-COST
           MOVE WS-ST-FACE TO NP-FACE-VALUE
           MOVE WS-ST-COUPON-RATE TO NP-COUPON-RATE
           MOVE WS-ST-YTM TO NP-YTM
           MOVE WS-ST-TRADE-DATE TO NP-PURCHASE-DATE
           MOVE WS-ST-MATURITY-DATE TO NP-MATURITY-DATE
           MOVE WS-ST-SEMI-PERIODS TO NP-SEMI-PERIODS
           MOVE WS-ST-AMOUNT TO NP-AMORT-COST
           MOVE 0 TO NP-CUM-AMORT
           MOVE 0 TO NP-UNREALIZED
           MOVE WS-ST-AMOUNT TO NP-MARKET-VALUE
           MOVE 0 TO NP-PRICE
           IF WS-ST-FACE > 0
               COMPUTE NP-PRICE ROUNDED =
                   WS-ST-AMOUNT * 100 / WS-ST-FACE
           END-IF
           MOVE WS-ST-TRADE-DATE TO NP-PRICE-DATE
           MOVE 0 TO NP-REALIZED-GL
           MOVE SPACES TO WS-RPT-FLAG
           MOVE 0 TO WS-MTD-AMORT
           PERFORM 2950-SET-ASSET-ACCT
           MOVE 'PURCHASE' TO WS-JE-DESC
           MOVE NP-CUSIP TO WS-JE-DESC(22:9)
           MOVE WS-GL-ASSET TO WS-JE-DR-ACCT
           MOVE WS-GL-CASH TO WS-JE-CR-ACCT
           MOVE WS-ST-AMOUNT TO WS-JE-AMOUNT
           PERFORM 8000-POST-ENTRY
           MOVE 'NEW   ' TO WS-RPT-FLAG
           MOVE 'Y' TO WS-NEW-POS-FLAG
           PERFORM 3400-MARK-TO-MARKET
           MOVE 'N' TO WS-NEW-POS-FLAG
           MOVE WS-RUN-DATE TO NP-LAST-POST-DATE
           WRITE NEWPOS-RECORD
           ADD 1 TO WS-POS-OUT-CT
           PERFORM 5000-ACCUMULATE
           PERFORM 5500-DETAIL-LINE.
       3900-UNMATCHED-SALES.
           MOVE WS-TR-DATA(WS-TR-IDX) TO WS-TRAN
           IF WS-ST-SALE AND WS-TR-MATCHED(WS-TR-IDX) = 'N'
               MOVE WS-ST-CUSIP TO WS-EXCP-CUSIP
               MOVE 'SALE OF CUSIP NOT HELD - NOT BOOKED'
                   TO WS-EXCP-TEXT
               PERFORM 8500-ADD-EXCEPTION
           END-IF.
      *--- Totals by classification and subledger side of the tie ---
       5000-ACCUMULATE.
           EVALUATE TRUE
               WHEN NP-HTM
                   MOVE 2 TO WS-CT-IDX
                   MOVE NP-AMORT-COST TO WS-BOOK-VALUE
                   ADD NP-AMORT-COST TO WS-TI-SUBLEDGER(3)
               WHEN NP-TRD
                   MOVE 3 TO WS-CT-IDX
                   COMPUTE WS-BOOK-VALUE =
                       NP-AMORT-COST + NP-UNREALIZED
                   ADD WS-BOOK-VALUE TO WS-TI-SUBLEDGER(4)
               WHEN OTHER
                   MOVE 1 TO WS-CT-IDX
                   COMPUTE WS-BOOK-VALUE =
                       NP-AMORT-COST + NP-UNREALIZED
                   ADD NP-AMORT-COST TO WS-TI-SUBLEDGER(1)
                   ADD NP-UNREALIZED TO WS-TI-SUBLEDGER(2)
                   ADD NP-UNREALIZED TO WS-TI-SUBLEDGER(5)
           END-EVALUATE
           PERFORM 5100-ADD-TO-CLASS
           MOVE 4 TO WS-CT-IDX
           PERFORM 5100-ADD-TO-CLASS.
       5100-ADD-TO-CLASS.
           IF NP-ACTIVE
               ADD 1 TO WS-CT-COUNT(WS-CT-IDX)
           END-IF
           ADD NP-FACE-VALUE TO WS-CT-FACE(WS-CT-IDX)
           ADD NP-AMORT-COST TO WS-CT-AMORT-COST(WS-CT-IDX)
           ADD NP-MARKET-VALUE TO WS-CT-FAIR-VALUE(WS-CT-IDX)
           COMPUTE WS-CT-UNREALIZED(WS-CT-IDX) =
               WS-CT-UNREALIZED(WS-CT-IDX)
               + NP-MARKET-VALUE - NP-AMORT-COST
           ADD WS-BOOK-VALUE TO WS-CT-BOOK-VALUE(WS-CT-IDX)
           ADD WS-MTD-AMORT TO WS-CT-MTD-AMORT(WS-CT-IDX).
      *    HTM unrealized is shown for disclosure; it is not booked
       5500-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE NP-CUSIP TO WS-RPT-LINE(1:9)
           MOVE NP-CLASS TO WS-RPT-LINE(11:3)
           MOVE NP-STATUS TO WS-RPT-LINE(15:1)
           MOVE NP-FACE-VALUE TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(17:18)
           MOVE NP-AMORT-COST TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(36:18)
           MOVE NP-MARKET-VALUE TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(55:18)
           COMPUTE WS-DIFF = NP-MARKET-VALUE - NP-AMORT-COST
           MOVE WS-DIFF TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(74:18)
           MOVE WS-BOOK-VALUE TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(93:18)
           MOVE WS-MTD-AMORT TO WS-DISP-MTD
           MOVE WS-DISP-MTD TO WS-RPT-LINE(112:14)
           MOVE WS-RPT-FLAG TO WS-RPT-LINE(127:6)
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       6000-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 6100-CLASS-LINE
               VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 4
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'INCOME AND EQUITY EFFECTS THIS MONTH'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PREMIUM AMORTIZATION (INCOME REDUCED)' TO WS-RPT-LINE
           MOVE WS-TOT-PREM-AMORT TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE 'DISCOUNT ACCRETION (INCOME)' TO WS-RPT-LINE
           MOVE WS-TOT-DISC-ACCR TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE 'REALIZED GAIN/(LOSS) AFS AND HTM' TO WS-RPT-LINE
           MOVE WS-TOT-REALIZED TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE 'TRADING GAIN/(LOSS) TO EARNINGS' TO WS-RPT-LINE
           MOVE WS-TOT-TRADING-PL TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE 'AFS UNREALIZED CHANGE TO AOCI' TO WS-RPT-LINE
           MOVE WS-TOT-AOCI-CHANGE TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE 'REDEEMED AT MATURITY' TO WS-RPT-LINE
           MOVE WS-TOT-REDEEMED TO WS-DISP-AMT
           PERFORM 6900-AMOUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GL TIE-OUT  (GLBAL AS OF ' DELIMITED BY SIZE
               WS-GL-AS-OF DELIMITED BY SIZE
               ' PLUS JOURNAL BATCH ' DELIMITED BY SIZE
               WS-BATCH-NUM DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'ACCOUNT' TO WS-RPT-LINE(1:7)
           MOVE '        GL BALANCE' TO WS-RPT-LINE(30:18)
           MOVE '      THIS RUN' TO WS-RPT-LINE(49:14)
           MOVE '        GL CLOSING' TO WS-RPT-LINE(64:18)
           MOVE '         SUBLEDGER' TO WS-RPT-LINE(83:18)
           MOVE '    DIFFERENCE' TO WS-RPT-LINE(102:14)
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM 6200-TIE-LINE
               VARYING WS-TI-IDX FROM 1 BY 1 UNTIL WS-TI-IDX > 5
           IF WS-EX-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'EXCEPTIONS' TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-EX-CUSIP(WS-EX-IDX) TO WS-RPT-LINE(1:9)
                   MOVE WS-EX-TEXT(WS-EX-IDX) TO WS-RPT-LINE(11:50)
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-PERFORM
           END-IF
           DISPLAY 'SECURITIES SUBLEDGER ' WS-RUN-DATE
           MOVE WS-POS-IN-CT TO WS-DISP-CT
           DISPLAY 'POSITIONS IN:    ' WS-DISP-CT
           MOVE WS-POS-OUT-CT TO WS-DISP-CT
           DISPLAY 'POSITIONS OUT:   ' WS-DISP-CT
           MOVE WS-PURCH-CT TO WS-DISP-CT
           DISPLAY 'PURCHASES:       ' WS-DISP-CT
           MOVE WS-SALE-CT TO WS-DISP-CT
           DISPLAY 'SALES:           ' WS-DISP-CT
           MOVE WS-MATURED-CT TO WS-DISP-CT
           DISPLAY 'MATURED:         ' WS-DISP-CT
           MOVE WS-JRN-SEQ TO WS-DISP-CT
           DISPLAY 'JOURNAL LINES:   ' WS-DISP-CT
           MOVE WS-BREAK-CT TO WS-DISP-CT
           DISPLAY 'GL TIE BREAKS:   ' WS-DISP-CT
           MOVE WS-EX-COUNT TO WS-DISP-CT
           DISPLAY 'EXCEPTIONS:      ' WS-DISP-CT.
       6100-CLASS-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'TOTAL' TO WS-RPT-LINE(1:5)
           MOVE WS-CT-CLASS(WS-CT-IDX) TO WS-RPT-LINE(7:3)
           MOVE WS-CT-COUNT(WS-CT-IDX) TO WS-DISP-CT
           MOVE WS-DISP-CT TO WS-RPT-LINE(11:5)
           MOVE WS-CT-FACE(WS-CT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(17:18)
           MOVE WS-CT-AMORT-COST(WS-CT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(36:18)
           MOVE WS-CT-FAIR-VALUE(WS-CT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(55:18)
           MOVE WS-CT-UNREALIZED(WS-CT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(74:18)
           MOVE WS-CT-BOOK-VALUE(WS-CT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(93:18)
           MOVE WS-CT-MTD-AMORT(WS-CT-IDX) TO WS-DISP-MTD
           MOVE WS-DISP-MTD TO WS-RPT-LINE(112:14)
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       6200-TIE-LINE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TI-ACCT(WS-TI-IDX) TO WS-RPT-LINE(1:6)
           MOVE WS-TI-NAME(WS-TI-IDX) TO WS-RPT-LINE(8:20)
           MOVE WS-TI-GL-BAL(WS-TI-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(30:18)
           MOVE WS-TI-ACTIVITY(WS-TI-IDX) TO WS-DISP-MTD
           MOVE WS-DISP-MTD TO WS-RPT-LINE(49:14)
           COMPUTE WS-DIFF =
               WS-TI-GL-BAL(WS-TI-IDX) + WS-TI-ACTIVITY(WS-TI-IDX)
           MOVE WS-DIFF TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(64:18)
           MOVE WS-TI-SUBLEDGER(WS-TI-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(83:18)
           SUBTRACT WS-TI-SUBLEDGER(WS-TI-IDX) FROM WS-DIFF
           MOVE WS-DIFF TO WS-DISP-MTD
           MOVE WS-DISP-MTD TO WS-RPT-LINE(102:14)
           IF WS-DIFF = 0
               MOVE 'TIES' TO WS-RPT-LINE(117:5)
           ELSE
               MOVE 'BREAK' TO WS-RPT-LINE(117:5)
               ADD 1 TO WS-BREAK-CT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       6900-AMOUNT-LINE.
           MOVE WS-DISP-AMT TO WS-RPT-LINE(40:18)
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
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
           WRITE JOURNAL-RECORD
           PERFORM VARYING WS-TI-IDX FROM 1 BY 1 UNTIL WS-TI-IDX > 5
               IF WS-TI-ACCT(WS-TI-IDX) = JR-ACCOUNT-NUM
                   IF (WS-TI-TYPE(WS-TI-IDX) = 'A'
                       AND JR-ENTRY-TYPE = 'D')
                       OR (WS-TI-TYPE(WS-TI-IDX) = 'L'
                       AND JR-ENTRY-TYPE = 'C')
                       ADD JR-AMOUNT TO WS-TI-ACTIVITY(WS-TI-IDX)
                   ELSE
                       SUBTRACT JR-AMOUNT
                           FROM WS-TI-ACTIVITY(WS-TI-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       8500-ADD-EXCEPTION.
           IF WS-EX-COUNT < 200
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EXCP-CUSIP TO WS-EX-CUSIP(WS-EX-COUNT)
               MOVE WS-EXCP-TEXT TO WS-EX-TEXT(WS-EX-COUNT)
           END-IF
           DISPLAY 'EXCEPTION ' WS-EXCP-CUSIP ' ' WS-EXCP-TEXT.
       9000-CLOSE-FILES.
           IF WS-POS-STATUS = '00' OR WS-POS-STATUS = '10'
               CLOSE SECPOS-FILE
           END-IF
           CLOSE NEWPOS-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE.
