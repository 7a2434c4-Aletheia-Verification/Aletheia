       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-TIER-ASSIGN.
      *================================================================*
      * Relationship Tier Assignment - Monthly Batch                   *
      * Reads the customer master and rolls up average balance,        *
      * deposits, products held and direct deposit across every        *
      * account the customer owns (TIERACCT.DAT) to score the          *
      * relationship.  The tier master TIERMAST.DAT is rewritten to    *
      * TIERMSTN.DAT with the tier and benefits in force.  Upgrades    *
      * take effect at once; a downgrade is held for one review cycle  *
      * of grace before benefits are removed.  Every tier change is    *
      * logged to TIERHIST.DAT and every upgrade or downgrade is sent  *
      * to the customer through TIERNOTC.DAT.                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCT-FILE ASSIGN TO 'TIERACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TIER-FILE ASSIGN TO 'TIERMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TIER-STATUS.
           SELECT NEW-TIER-FILE ASSIGN TO 'TIERMSTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWT-STATUS.
           SELECT HIST-FILE ASSIGN TO 'TIERHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'TIERNOTC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-FILE.
       01 CUST-RECORD.
           05 CM-CUST-ID              PIC X(12).
           05 CM-SSN                  PIC 9(9).
           05 CM-LAST-NAME            PIC X(20).
           05 CM-FIRST-NAME           PIC X(15).
           05 CM-DATE-OF-BIRTH        PIC 9(8).
           05 CM-STATUS               PIC X(2).

       FD ACCT-FILE.
       01 ACCT-RECORD.
           05 TA-ACCT-NUM             PIC X(12).
           05 TA-CUST-ID              PIC X(12).
           05 TA-PRODUCT              PIC X(2).
           05 TA-AVG-BALANCE          PIC S9(9)V99 COMP-3.
           05 TA-TOTAL-DEPOSITS       PIC S9(11)V99 COMP-3.
           05 TA-DIRECT-DEPOSIT       PIC X.
           05 TA-OPEN-DATE            PIC 9(8).

       FD TIER-FILE.
       01 TIER-RECORD.
           05 TM-CUST-ID              PIC X(12).
           05 TM-TIER                 PIC X.
           05 TM-TIER-DATE            PIC 9(8).
           05 TM-PENDING-TIER         PIC X.
           05 TM-PENDING-DATE         PIC 9(8).
           05 TM-SCORE                PIC S9(5) COMP-3.
           05 TM-ATM-REBATE           PIC S9(3)V99 COMP-3.
           05 TM-RATE-BONUS           PIC S9(1)V9(4) COMP-3.
           05 TM-FEE-WAIVER           PIC X.
           05 TM-FREE-CHECKS          PIC X.

       FD NEW-TIER-FILE.
       01 NEW-TIER-RECORD             PIC X(41).

       FD HIST-FILE.
       01 HIST-RECORD.
           05 TH-CUST-ID              PIC X(12).
           05 TH-CHANGE-DATE          PIC 9(8).
           05 TH-OLD-TIER             PIC X.
           05 TH-NEW-TIER             PIC X.
           05 TH-CHANGE-TYPE          PIC X.
               88 TH-INITIAL          VALUE 'I'.
               88 TH-UPGRADE          VALUE 'U'.
               88 TH-DOWNGRADE        VALUE 'D'.
           05 TH-SCORE                PIC S9(5) COMP-3.

       FD NOTICE-FILE.
       01 NOTICE-RECORD.
           05 TN-CUST-ID              PIC X(12).
           05 TN-CUST-NAME            PIC X(30).
           05 TN-NOTICE-TYPE          PIC X.
               88 TN-UPGRADE          VALUE 'U'.
               88 TN-DOWNGRADE        VALUE 'D'.
           05 TN-OLD-TIER             PIC X.
           05 TN-NEW-TIER             PIC X.
           05 TN-NOTICE-DATE          PIC 9(8).
           05 TN-EFFECTIVE-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS              PIC X(2).
       01 WS-ACCT-STATUS              PIC X(2).
       01 WS-TIER-STATUS              PIC X(2).
       01 WS-NEWT-STATUS              PIC X(2).
       01 WS-HIST-STATUS              PIC X(2).
       01 WS-NOTC-STATUS              PIC X(2).
       01 WS-CUST-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-CUST-EOF             VALUE 'Y'.
       01 WS-ACCT-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-ACCT-EOF             VALUE 'Y'.
       01 WS-TIER-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-TIER-EOF             VALUE 'Y'.
      *--- Account table loaded for roll-up ---
       01 WS-ACCT-TABLE.
           05 WS-AX-ENTRY OCCURS 5000 TIMES.
               10 WS-AX-CUST-ID       PIC X(12).
               10 WS-AX-PRODUCT       PIC X(2).
               10 WS-AX-AVG-BALANCE   PIC S9(9)V99 COMP-3.
               10 WS-AX-DEPOSITS      PIC S9(11)V99 COMP-3.
               10 WS-AX-DD            PIC X.
               10 WS-AX-OPEN-DATE     PIC 9(8).
       01 WS-AX-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-AX-IDX                   PIC S9(5) COMP-3.
      *--- Tier master loaded by customer ---
       01 WS-TIER-TABLE.
           05 WS-TT-ENTRY OCCURS 5000 TIMES.
               10 WS-TT-CUST-ID       PIC X(12).
               10 WS-TT-TIER          PIC X.
               10 WS-TT-TIER-DATE     PIC 9(8).
               10 WS-TT-PENDING-TIER  PIC X.
               10 WS-TT-PENDING-DATE  PIC 9(8).
       01 WS-TT-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-TT-IDX                   PIC S9(5) COMP-3.
       01 WS-TT-FOUND                 PIC S9(5) COMP-3.
      *--- Distinct products held ---
       01 WS-PRODUCT-LIST.
           05 WS-PL-PRODUCT OCCURS 20 TIMES PIC X(2).
       01 WS-PL-IDX                   PIC S9(3) COMP-3.
       01 WS-PL-FOUND                 PIC X.

       01 WS-ACCT-DATA.
           05 WS-ACCT-NUM            PIC X(12).
           05 WS-AVG-BALANCE         PIC S9(9)V99 COMP-3.
               88 WS-FEES-WAIVED     VALUE 'Y'.
           05 WS-FREE-CHECKS         PIC X VALUE 'N'.
               88 WS-HAS-FREE-CHECKS VALUE 'Y'.
      *--- Tier state for the customer being reviewed ---
       01 WS-OLD-TIER                 PIC X.
       01 WS-PENDING-TIER             PIC X.
       01 WS-PENDING-DATE             PIC 9(8).
       01 WS-PENDING-DATE-R REDEFINES WS-PENDING-DATE.
           05 WS-PEND-YYYYMM          PIC 9(6).
           05 FILLER                  PIC 9(2).
       01 WS-TIER-DATE                PIC 9(8).
       01 WS-OLD-RANK                 PIC 9.
       01 WS-NEW-RANK                 PIC 9.
       01 WS-RANK-TIER                PIC X.
       01 WS-RANK                     PIC 9.
       01 WS-EARLIEST-OPEN            PIC 9(8).
       01 WS-EARLIEST-OPEN-R REDEFINES WS-EARLIEST-OPEN.
           05 WS-OPEN-YEAR            PIC 9(4).
           05 WS-OPEN-MMDD            PIC 9(4).
      *--- Run date and next review ---
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM           PIC 9(6).
           05 FILLER                  PIC 9(2).
       01 WS-RUN-DATE-R2 REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-RUN-MMDD             PIC 9(4).
       01 WS-NEXT-REVIEW              PIC 9(8).
       01 WS-NAME-BUILD               PIC X(30).
       01 WS-NEW-TIER-REC.
           05 WS-NT-CUST-ID           PIC X(12).
           05 WS-NT-TIER              PIC X.
           05 WS-NT-TIER-DATE         PIC 9(8).
           05 WS-NT-PENDING-TIER      PIC X.
           05 WS-NT-PENDING-DATE      PIC 9(8).
           05 WS-NT-SCORE             PIC S9(5) COMP-3.
           05 WS-NT-ATM-REBATE        PIC S9(3)V99 COMP-3.
           05 WS-NT-RATE-BONUS        PIC S9(1)V9(4) COMP-3.
           05 WS-NT-FEE-WAIVER        PIC X.
           05 WS-NT-FREE-CHECKS       PIC X.
      *--- Calendar service ---
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION         PIC X(4).
           05 WS-CAL-DATE-IN          PIC 9(8).
           05 WS-CAL-DATE-IN2         PIC 9(8).
           05 WS-CAL-DAYS             PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT         PIC 9(8).
           05 WS-CAL-DAYS-OUT         PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE         PIC X.
           05 WS-CAL-STATUS           PIC X(2).
      *--- Counters ---
       01 WS-CUST-CT                  PIC S9(7) COMP-3 VALUE 0.
       01 WS-UPGRADE-CT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-GRACE-CT                 PIC S9(5) COMP-3 VALUE 0.
       01 WS-DOWNGRADE-CT             PIC S9(5) COMP-3 VALUE 0.
       01 WS-NEW-CUST-CT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-DISP-CT                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ACCOUNTS
               UNTIL WS-ACCT-EOF
           PERFORM 1200-LOAD-TIERS
               UNTIL WS-TIER-EOF
           PERFORM 1300-REVIEW-CUSTOMER
               UNTIL WS-CUST-EOF
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Next month's review is when a downgrade noticed today
      *    actually removes benefits.
           MOVE 'ADDM' TO WS-CAL-FUNCTION
           MOVE WS-RUN-DATE TO WS-CAL-DATE-IN
           MOVE 1 TO WS-CAL-DAYS
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           MOVE WS-CAL-DATE-OUT TO WS-NEXT-REVIEW
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER FILE OPEN FAILED ' WS-CUST-STATUS
               MOVE 'Y' TO WS-CUST-EOF-FLAG
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ACCOUNT EXTRACT OPEN FAILED ' WS-ACCT-STATUS
               MOVE 'Y' TO WS-ACCT-EOF-FLAG
           END-IF
           OPEN INPUT TIER-FILE
           IF WS-TIER-STATUS NOT = '00'
               MOVE 'Y' TO WS-TIER-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-TIER-FILE
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HIST-FILE
           END-IF
           OPEN OUTPUT NOTICE-FILE.
       1100-LOAD-ACCOUNTS.
           READ ACCT-FILE
               AT END MOVE 'Y' TO WS-ACCT-EOF-FLAG
               NOT AT END
                   IF WS-AX-COUNT < 5000
                       ADD 1 TO WS-AX-COUNT
                       MOVE TA-CUST-ID TO WS-AX-CUST-ID(WS-AX-COUNT)
                       MOVE TA-PRODUCT TO WS-AX-PRODUCT(WS-AX-COUNT)
                       MOVE TA-AVG-BALANCE
                           TO WS-AX-AVG-BALANCE(WS-AX-COUNT)
                       MOVE TA-TOTAL-DEPOSITS
                           TO WS-AX-DEPOSITS(WS-AX-COUNT)
                       MOVE TA-DIRECT-DEPOSIT TO WS-AX-DD(WS-AX-COUNT)
                       MOVE TA-OPEN-DATE
                           TO WS-AX-OPEN-DATE(WS-AX-COUNT)
                   ELSE
                       DISPLAY 'ACCOUNT TABLE FULL - SKIPPED '
                           TA-ACCT-NUM
                   END-IF
           END-READ.
       1200-LOAD-TIERS.
           READ TIER-FILE
               AT END MOVE 'Y' TO WS-TIER-EOF-FLAG
               NOT AT END
                   IF WS-TT-COUNT < 5000
                       ADD 1 TO WS-TT-COUNT
                       MOVE TM-CUST-ID TO WS-TT-CUST-ID(WS-TT-COUNT)
                       MOVE TM-TIER TO WS-TT-TIER(WS-TT-COUNT)
                       MOVE TM-TIER-DATE
                           TO WS-TT-TIER-DATE(WS-TT-COUNT)
                       MOVE TM-PENDING-TIER
                           TO WS-TT-PENDING-TIER(WS-TT-COUNT)
                       MOVE TM-PENDING-DATE
                           TO WS-TT-PENDING-DATE(WS-TT-COUNT)
                   ELSE
                       DISPLAY 'TIER TABLE FULL - SKIPPED '
                           TM-CUST-ID
                   END-IF
           END-READ.
       1300-REVIEW-CUSTOMER.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF-FLAG
               NOT AT END
                   IF CM-STATUS NOT = 'CL'
                       ADD 1 TO WS-CUST-CT
                       PERFORM 1400-ROLL-UP-ACCOUNTS
                       IF WS-NUM-PRODUCTS > 0
                           PERFORM 1500-INIT-SCORE
                           PERFORM 2000-CALC-SCORE
                           PERFORM 3000-ASSIGN-TIER
                           PERFORM 3500-APPLY-TIER-CHANGE
                           PERFORM 4000-SET-BENEFITS
                           PERFORM 4500-WRITE-TIER-MASTER
                       END-IF
                   END-IF
           END-READ.
       1400-ROLL-UP-ACCOUNTS.
           MOVE CM-CUST-ID TO WS-ACCT-NUM
           MOVE 0 TO WS-AVG-BALANCE
           MOVE 0 TO WS-TOTAL-DEPOSITS
           MOVE 0 TO WS-NUM-PRODUCTS
           MOVE 'N' TO WS-DIRECT-DEPOSIT
           MOVE WS-RUN-DATE TO WS-EARLIEST-OPEN
           MOVE SPACES TO WS-PRODUCT-LIST
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
               UNTIL WS-AX-IDX > WS-AX-COUNT
               IF WS-AX-CUST-ID(WS-AX-IDX) = CM-CUST-ID
                   ADD WS-AX-AVG-BALANCE(WS-AX-IDX) TO WS-AVG-BALANCE
                   ADD WS-AX-DEPOSITS(WS-AX-IDX) TO WS-TOTAL-DEPOSITS
                   IF WS-AX-DD(WS-AX-IDX) = 'Y'
                       MOVE 'Y' TO WS-DIRECT-DEPOSIT
                   END-IF
                   IF WS-AX-OPEN-DATE(WS-AX-IDX) < WS-EARLIEST-OPEN
                       AND WS-AX-OPEN-DATE(WS-AX-IDX) > 0
                       MOVE WS-AX-OPEN-DATE(WS-AX-IDX)
                           TO WS-EARLIEST-OPEN
                   END-IF
                   PERFORM 1410-COUNT-PRODUCT
               END-IF
           END-PERFORM
           IF WS-OPEN-MMDD > WS-RUN-MMDD
               COMPUTE WS-YEARS-MEMBER =
                   WS-RUN-YEAR - WS-OPEN-YEAR - 1
           ELSE
               COMPUTE WS-YEARS-MEMBER = WS-RUN-YEAR - WS-OPEN-YEAR
           END-IF.
       1410-COUNT-PRODUCT.
           MOVE 'N' TO WS-PL-FOUND
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-NUM-PRODUCTS
               OR WS-PL-FOUND = 'Y'
               IF WS-PL-PRODUCT(WS-PL-IDX) = WS-AX-PRODUCT(WS-AX-IDX)
                   MOVE 'Y' TO WS-PL-FOUND
               END-IF
           END-PERFORM
           IF WS-PL-FOUND = 'N' AND WS-NUM-PRODUCTS < 20
               ADD 1 TO WS-NUM-PRODUCTS
               MOVE WS-AX-PRODUCT(WS-AX-IDX)
                   TO WS-PL-PRODUCT(WS-NUM-PRODUCTS)
           END-IF.
       1500-INIT-SCORE.
           MOVE 0 TO WS-RELATIONSHIP-SCORE
           MOVE 0 TO WS-ATM-REBATE
           MOVE 0 TO WS-RATE-BONUS.
       3000-ASSIGN-TIER.
           EVALUATE TRUE
               WHEN WS-RELATIONSHIP-SCORE >= 75
                   MOVE 'P' TO WS-NEW-TIER
               WHEN WS-RELATIONSHIP-SCORE >= 50
                   MOVE 'G' TO WS-NEW-TIER
               WHEN WS-RELATIONSHIP-SCORE >= 25
                   MOVE 'S' TO WS-NEW-TIER
               WHEN OTHER
                   MOVE 'B' TO WS-NEW-TIER
           END-EVALUATE.
       3500-APPLY-TIER-CHANGE.
      *    WS-CURRENT-TIER leaves here holding the tier whose
      *    benefits are in force for the coming cycle.
           MOVE 0 TO WS-TT-FOUND
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1
               UNTIL WS-TT-IDX > WS-TT-COUNT
               OR WS-TT-FOUND > 0
               IF WS-TT-CUST-ID(WS-TT-IDX) = CM-CUST-ID
                   MOVE WS-TT-IDX TO WS-TT-FOUND
               END-IF
           END-PERFORM
           IF WS-TT-FOUND = 0
               MOVE WS-NEW-TIER TO WS-CURRENT-TIER
               MOVE WS-RUN-DATE TO WS-TIER-DATE
               MOVE SPACE TO WS-PENDING-TIER
               MOVE 0 TO WS-PENDING-DATE
               MOVE SPACE TO WS-OLD-TIER
               MOVE 'I' TO TH-CHANGE-TYPE
               PERFORM 3600-WRITE-HISTORY
               ADD 1 TO WS-NEW-CUST-CT
           ELSE
               MOVE WS-TT-TIER(WS-TT-FOUND) TO WS-OLD-TIER
               MOVE WS-TT-TIER(WS-TT-FOUND) TO WS-CURRENT-TIER
               MOVE WS-TT-TIER-DATE(WS-TT-FOUND) TO WS-TIER-DATE
               MOVE WS-TT-PENDING-TIER(WS-TT-FOUND) TO WS-PENDING-TIER
               MOVE WS-TT-PENDING-DATE(WS-TT-FOUND) TO WS-PENDING-DATE
               MOVE WS-OLD-TIER TO WS-RANK-TIER
               PERFORM 3900-TIER-RANK
               MOVE WS-RANK TO WS-OLD-RANK
               MOVE WS-NEW-TIER TO WS-RANK-TIER
               PERFORM 3900-TIER-RANK
               MOVE WS-RANK TO WS-NEW-RANK
               EVALUATE TRUE
                   WHEN WS-NEW-RANK > WS-OLD-RANK
                       PERFORM 3700-UPGRADE
                   WHEN WS-NEW-RANK < WS-OLD-RANK
                       PERFORM 3800-DOWNGRADE
                   WHEN OTHER
      *                Back at the current tier during grace: the
      *                pending downgrade is dropped.
                       MOVE SPACE TO WS-PENDING-TIER
                       MOVE 0 TO WS-PENDING-DATE
               END-EVALUATE
           END-IF.
       3600-WRITE-HISTORY.
           MOVE CM-CUST-ID TO TH-CUST-ID
           MOVE WS-RUN-DATE TO TH-CHANGE-DATE
           MOVE WS-OLD-TIER TO TH-OLD-TIER
           MOVE WS-CURRENT-TIER TO TH-NEW-TIER
           MOVE WS-RELATIONSHIP-SCORE TO TH-SCORE
           WRITE HIST-RECORD.
       3650-WRITE-NOTICE.
           MOVE CM-CUST-ID TO TN-CUST-ID
           MOVE SPACES TO WS-NAME-BUILD
           STRING CM-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CM-LAST-NAME DELIMITED BY '  '
               INTO WS-NAME-BUILD
           END-STRING
           MOVE WS-NAME-BUILD TO TN-CUST-NAME
           MOVE WS-OLD-TIER TO TN-OLD-TIER
           MOVE WS-NEW-TIER TO TN-NEW-TIER
           MOVE WS-RUN-DATE TO TN-NOTICE-DATE
           WRITE NOTICE-RECORD.
       3700-UPGRADE.
           MOVE WS-NEW-TIER TO WS-CURRENT-TIER
           MOVE WS-RUN-DATE TO WS-TIER-DATE
           MOVE SPACE TO WS-PENDING-TIER
           MOVE 0 TO WS-PENDING-DATE
           MOVE 'U' TO TH-CHANGE-TYPE
           PERFORM 3600-WRITE-HISTORY
           MOVE 'U' TO TN-NOTICE-TYPE
           MOVE WS-RUN-DATE TO TN-EFFECTIVE-DATE
           PERFORM 3650-WRITE-NOTICE
           ADD 1 TO WS-UPGRADE-CT.
       3800-DOWNGRADE.
      *    First cycle below the current tier: tell the customer and
      *    keep benefits through grace.  Still below at a later
      *    review: the downgrade takes effect.
           IF WS-PENDING-TIER = SPACE
               OR WS-PEND-YYYYMM NOT < WS-RUN-YYYYMM
               IF WS-PENDING-TIER = SPACE
                   MOVE WS-NEW-TIER TO WS-PENDING-TIER
                   MOVE WS-RUN-DATE TO WS-PENDING-DATE
                   MOVE 'D' TO TN-NOTICE-TYPE
                   MOVE WS-NEXT-REVIEW TO TN-EFFECTIVE-DATE
                   PERFORM 3650-WRITE-NOTICE
                   ADD 1 TO WS-GRACE-CT
               END-IF
           ELSE
               MOVE WS-NEW-TIER TO WS-CURRENT-TIER
               MOVE WS-RUN-DATE TO WS-TIER-DATE
               MOVE SPACE TO WS-PENDING-TIER
               MOVE 0 TO WS-PENDING-DATE
               MOVE 'D' TO TH-CHANGE-TYPE
               PERFORM 3600-WRITE-HISTORY
               ADD 1 TO WS-DOWNGRADE-CT
           END-IF.
       3900-TIER-RANK.
           EVALUATE WS-RANK-TIER
               WHEN 'P'   MOVE 4 TO WS-RANK
               WHEN 'G'   MOVE 3 TO WS-RANK
               WHEN 'S'   MOVE 2 TO WS-RANK
               WHEN OTHER MOVE 1 TO WS-RANK
           END-EVALUATE.
       4000-SET-BENEFITS.
           EVALUATE TRUE
               WHEN WS-TIER-PLATINUM
                   MOVE 'N' TO WS-FEE-WAIVER
                   MOVE 'N' TO WS-FREE-CHECKS
           END-EVALUATE.
       4500-WRITE-TIER-MASTER.
           MOVE CM-CUST-ID TO WS-NT-CUST-ID
           MOVE WS-CURRENT-TIER TO WS-NT-TIER
           MOVE WS-TIER-DATE TO WS-NT-TIER-DATE
           MOVE WS-PENDING-TIER TO WS-NT-PENDING-TIER
           MOVE WS-PENDING-DATE TO WS-NT-PENDING-DATE
           MOVE WS-RELATIONSHIP-SCORE TO WS-NT-SCORE
           MOVE WS-ATM-REBATE TO WS-NT-ATM-REBATE
           MOVE WS-RATE-BONUS TO WS-NT-RATE-BONUS
           MOVE WS-FEE-WAIVER TO WS-NT-FEE-WAIVER
           MOVE WS-FREE-CHECKS TO WS-NT-FREE-CHECKS
           WRITE NEW-TIER-RECORD FROM WS-NEW-TIER-REC.
       5000-DISPLAY-RESULTS.
           DISPLAY 'ACCOUNT TIER ASSIGNMENT'
           DISPLAY '======================='
           MOVE WS-CUST-CT TO WS-DISP-CT
           DISPLAY 'CUSTOMERS REVIEWED: ' WS-DISP-CT
           MOVE WS-NEW-CUST-CT TO WS-DISP-CT
           DISPLAY 'NEWLY TIERED:       ' WS-DISP-CT
           MOVE WS-UPGRADE-CT TO WS-DISP-CT
           DISPLAY 'UPGRADED:           ' WS-DISP-CT
           MOVE WS-GRACE-CT TO WS-DISP-CT
           DISPLAY 'DOWNGRADE NOTICED:  ' WS-DISP-CT
           MOVE WS-DOWNGRADE-CT TO WS-DISP-CT
           DISPLAY 'DOWNGRADED:         ' WS-DISP-CT.
       9000-CLOSE-FILES.
           CLOSE CUST-FILE
           CLOSE ACCT-FILE
           CLOSE TIER-FILE
           CLOSE NEW-TIER-FILE
           CLOSE HIST-FILE
           CLOSE NOTICE-FILE.
