       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREAS-ACCT-ANALYSIS.
      *================================================================*
      * Commercial Account Analysis                                    *
      * Monthly analysis cycle for commercial clients.  Service        *
      * volumes are gathered from ANLVOL.DAT under standard service    *
      * codes - ACH origination (PAY-ORIGINATOR-FEE), wires            *
      * (TREAS-WIRE-FEE-CALC), lockbox (TREAS-LOCKBOX-PROC) and        *
      * positive pay (PAY-POSITIVE-PAY) - for activity dated in the    *
      * prior calendar month.  Each service is priced from the         *
      * client's price list on ANLPRICE.DAT, then the standard list    *
      * STND, then the fee the feeding program computed itself.        *
      * Related accounts on ANLACCT.DAT that name a lead account are   *
      * combined onto the lead's statement.  The earnings credit rate  *
      * is applied to the combined average collected balance less the *
      * reserve requirement, the credit offsets the service charges,  *
      * and only a positive net service charge is debited to the lead  *
      * account (ANLCHG.DAT).  Excess credit is not carried forward.   *
      * The client statement showing every service line is written to *
      * ANLSTMT.DAT.  A cycle with more account/service volumes than   *
      * the volume table holds is abandoned with return code 16        *
      * before any charge is written.                                  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-FILE ASSIGN TO 'ANLVOL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-FS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ANLACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-FS.
           SELECT PRICE-FILE ASSIGN TO 'ANLPRICE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-FS.
           SELECT STATEMENT-FILE ASSIGN TO 'ANLSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-FS.
           SELECT CHARGE-FILE ASSIGN TO 'ANLCHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FS.

       DATA DIVISION.
       FILE SECTION.

       FD VOLUME-FILE.
       01 VOLUME-RECORD.
           05 AV-ACCT-NUM            PIC X(12).
           05 AV-SERVICE-CODE        PIC X(6).
           05 AV-SOURCE              PIC X(4).
           05 AV-ACTIVITY-DATE       PIC 9(8).
           05 AV-VOLUME              PIC 9(9).
           05 AV-STD-FEE             PIC 9(7)V99.
           05 AV-WAIVED              PIC X.

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           05 AC-ACCT-NUM            PIC X(12).
           05 AC-LEAD-ACCT           PIC X(12).
           05 AC-CLIENT-NAME         PIC X(30).
           05 AC-PRICE-LIST          PIC X(4).
           05 AC-AVG-LEDGER          PIC S9(11)V99.
           05 AC-AVG-FLOAT           PIC S9(11)V99.
           05 AC-ECR-RATE            PIC 9V9(6).
           05 AC-RESERVE-PCT         PIC 9V9(4).

       FD PRICE-FILE.
       01 PRICE-RECORD.
           05 PL-PRICE-LIST          PIC X(4).
           05 PL-SERVICE-CODE        PIC X(6).
           05 PL-SERVICE-DESC        PIC X(30).
           05 PL-UNIT-PRICE          PIC 9(3)V9(4).

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD           PIC X(80).

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           05 CH-ACCT-NUM            PIC X(12).
           05 CH-CYCLE-END           PIC 9(8).
           05 CH-TOTAL-FEES          PIC 9(9)V99.
           05 CH-EARN-CREDIT         PIC 9(9)V99.
           05 CH-NET-CHARGE          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-VOL-FS                  PIC X(2).
       01 WS-ACT-FS                  PIC X(2).
       01 WS-PRC-FS                  PIC X(2).
       01 WS-STM-FS                  PIC X(2).
       01 WS-CHG-FS                  PIC X(2).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
      *--- Analysis cycle: the prior calendar month ---
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-CYCLE-START             PIC 9(8).
       01 WS-CYCLE-END               PIC 9(8).
       01 WS-CYCLE-END-R REDEFINES WS-CYCLE-END.
           05 WS-CE-YYYYMM           PIC 9(6).
           05 WS-CE-DD               PIC 9(2).
       01 WS-CYCLE-DAYS              PIC S9(3) COMP-3.
       01 WS-WORK-DATE               PIC 9(8).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WD-YYYYMM           PIC 9(6).
           05 WS-WD-DD               PIC 9(2).
       01 WS-WORK-INT                PIC S9(9) COMP.
      *--- Defaults when the account record leaves them zero ---
       01 WS-DFLT-ECR                PIC 9V9(6) VALUE 0.005000.
       01 WS-DFLT-RESERVE-PCT        PIC 9V9(4) VALUE 0.1000.
       01 WS-STD-LIST                PIC X(4) VALUE 'STND'.
      *--- Price lists ---
       01 WS-PRICE-TABLE.
           05 WS-PL-ENTRY OCCURS 500 TIMES.
               10 WS-PL-LIST         PIC X(4).
               10 WS-PL-CODE         PIC X(6).
               10 WS-PL-DESC         PIC X(30).
               10 WS-PL-PRICE        PIC 9(3)V9(4).
       01 WS-PL-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-PL-IDX                  PIC S9(5) COMP-3.
       01 WS-PL-HIT                  PIC S9(5) COMP-3.
      *--- Analysis accounts ---
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 300 TIMES.
               10 WS-AC-ACCT         PIC X(12).
               10 WS-AC-LEAD         PIC X(12).
               10 WS-AC-NAME         PIC X(30).
               10 WS-AC-LIST         PIC X(4).
               10 WS-AC-LEDGER       PIC S9(11)V99.
               10 WS-AC-FLOAT        PIC S9(11)V99.
               10 WS-AC-ECR          PIC 9V9(6).
               10 WS-AC-RESERVE      PIC 9V9(4).
       01 WS-AC-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-AC-IDX                  PIC S9(5) COMP-3.
       01 WS-AC-LDR                  PIC S9(5) COMP-3.
       01 WS-AC-HIT                  PIC S9(5) COMP-3.
      *--- Cycle volumes by account and service ---
       01 WS-VOLUME-TABLE.
           05 WS-VL-ENTRY OCCURS 2000 TIMES.
               10 WS-VL-ACCT         PIC X(12).
               10 WS-VL-CODE         PIC X(6).
               10 WS-VL-WAIVED       PIC X.
               10 WS-VL-VOLUME       PIC S9(9) COMP-3.
               10 WS-VL-STD-FEE      PIC S9(9)V99 COMP-3.
       01 WS-VL-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-VL-IDX                  PIC S9(5) COMP-3.
       01 WS-VL-HIT                  PIC S9(5) COMP-3.
       01 WS-VL-FULL-FLAG            PIC X VALUE 'N'.
           88 WS-VL-TABLE-FULL       VALUE 'Y'.
      *--- Service lines for the statement being built ---
       01 WS-LINE-TABLE.
           05 WS-SL-ENTRY OCCURS 60 TIMES.
               10 WS-SL-CODE         PIC X(6).
               10 WS-SL-WAIVED       PIC X.
               10 WS-SL-DESC         PIC X(30).
               10 WS-SL-VOLUME       PIC S9(9) COMP-3.
               10 WS-SL-STD-FEE      PIC S9(9)V99 COMP-3.
               10 WS-SL-PRICE        PIC S9(3)V9(4) COMP-3.
               10 WS-SL-CHARGE       PIC S9(9)V99 COMP-3.
       01 WS-SL-COUNT                PIC S9(3) COMP-3.
       01 WS-SL-IDX                  PIC S9(3) COMP-3.
       01 WS-SL-HIT                  PIC S9(3) COMP-3.
      *--- Statement totals ---
       01 WS-GRP-LEDGER              PIC S9(13)V99 COMP-3.
       01 WS-GRP-FLOAT               PIC S9(13)V99 COMP-3.
       01 WS-GRP-COLLECTED           PIC S9(13)V99 COMP-3.
       01 WS-GRP-RESERVE             PIC S9(13)V99 COMP-3.
       01 WS-GRP-INVESTABLE          PIC S9(13)V99 COMP-3.
       01 WS-GRP-ECR                 PIC 9V9(6).
       01 WS-GRP-RESERVE-PCT         PIC 9V9(4).
       01 WS-GRP-CREDIT              PIC S9(9)V99 COMP-3.
       01 WS-GRP-FEES                PIC S9(9)V99 COMP-3.
       01 WS-GRP-APPLIED             PIC S9(9)V99 COMP-3.
       01 WS-GRP-NET                 PIC S9(9)V99 COMP-3.
       01 WS-GRP-MEMBERS             PIC S9(3) COMP-3.
       01 WS-COLLECTED               PIC S9(13)V99 COMP-3.
      *--- Run counters ---
       01 WS-STATEMENTS              PIC 9(5) COMP VALUE 0.
       01 WS-CHARGES                 PIC 9(5) COMP VALUE 0.
       01 WS-VOL-READ                PIC 9(7) COMP VALUE 0.
       01 WS-VOL-OUT-CYCLE           PIC 9(7) COMP VALUE 0.
       01 WS-VOL-NO-ACCT             PIC 9(7) COMP VALUE 0.
       01 WS-TOTAL-FEES              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-CREDIT            PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-NET               PIC S9(11)V99 COMP-3 VALUE 0.
      *--- Statement print lines ---
       01 WS-REPORT-LINE             PIC X(80).
       01 WS-AMT-LINE.
           05 WS-AL-LABEL            PIC X(40).
           05 WS-AL-AMOUNT           PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(21) VALUE SPACES.
       01 WS-BAL-LINE.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-BL-ACCT             PIC X(12).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-BL-LEDGER           PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-BL-FLOAT            PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-BL-COLLECTED        PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                 PIC X(6) VALUE SPACES.
       01 WS-SVC-LINE.
           05 WS-SV-CODE             PIC X(6).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-SV-DESC             PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-SV-VOLUME           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-SV-PRICE            PIC ZZ9.9999.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-SV-CHARGE           PIC $$$,$$$,$$9.99.
           05 FILLER                 PIC X(4) VALUE SPACES.
       01 WS-DISP-RATE               PIC Z9.9999.
       01 WS-DISP-PCT                PIC Z9.99.
       01 WS-DISP-CT                 PIC ZZZZ9.
       01 WS-DISP-DAYS               PIC Z9.
       01 WS-DISP-AMT                PIC $$$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-PRICES
           PERFORM 0300-LOAD-ACCOUNTS
           PERFORM 0400-LOAD-VOLUMES
      *    Volume left out of the table would go unbilled
           IF WS-VL-TABLE-FULL
               DISPLAY 'ANALYSIS ABANDONED - NO CHARGES WRITTEN'
               CLOSE STATEMENT-FILE
               CLOSE CHARGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-AC-LDR FROM 1 BY 1
               UNTIL WS-AC-LDR > WS-AC-COUNT
               IF WS-AC-LEAD(WS-AC-LDR) = WS-AC-ACCT(WS-AC-LDR)
                   PERFORM 1000-ANALYZE-GROUP
               END-IF
           END-PERFORM
           PERFORM 9000-WRAP-UP
           STOP RUN.
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *    Cycle ends the day before the first of the run month
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WD-DD
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-CYCLE-END =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-CE-DD TO WS-CYCLE-DAYS
           MOVE WS-CYCLE-END TO WS-WORK-DATE
           MOVE 1 TO WS-WD-DD
           MOVE WS-WORK-DATE TO WS-CYCLE-START
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND CHARGE-FILE
           IF WS-CHG-FS = '35'
               OPEN OUTPUT CHARGE-FILE
           END-IF.
       0200-LOAD-PRICES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRC-FS NOT = '00'
               DISPLAY 'NO PRICE LISTS - PROGRAM FEES USED'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0210-READ-PRICE UNTIL WS-EOF
           IF WS-PRC-FS = '00' OR WS-PRC-FS = '10'
               CLOSE PRICE-FILE
           END-IF.
       0210-READ-PRICE.
           READ PRICE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PL-COUNT < 500
                       ADD 1 TO WS-PL-COUNT
                       MOVE PRICE-RECORD TO WS-PL-ENTRY(WS-PL-COUNT)
                   ELSE
                       DISPLAY 'PRICE TABLE FULL - SKIPPED '
                           PL-PRICE-LIST ' ' PL-SERVICE-CODE
                   END-IF
           END-READ.
       0300-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACT-FS NOT = '00'
               DISPLAY 'ANALYSIS ACCOUNT FILE OPEN FAILED ' WS-ACT-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0310-READ-ACCOUNT UNTIL WS-EOF
           IF WS-ACT-FS = '00' OR WS-ACT-FS = '10'
               CLOSE ACCOUNT-FILE
           END-IF
      *    A related account whose lead is not on file stands alone
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM 0320-CHECK-LEAD
           END-PERFORM.
       0310-READ-ACCOUNT.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-AC-COUNT < 300
                       ADD 1 TO WS-AC-COUNT
                       MOVE ACCOUNT-RECORD
                           TO WS-AC-ENTRY(WS-AC-COUNT)
                       IF WS-AC-LEAD(WS-AC-COUNT) = SPACES
                           MOVE AC-ACCT-NUM
                               TO WS-AC-LEAD(WS-AC-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'ACCOUNT TABLE FULL - SKIPPED '
                           AC-ACCT-NUM
                   END-IF
           END-READ.
       0320-CHECK-LEAD.
           MOVE 0 TO WS-AC-HIT
           PERFORM VARYING WS-AC-LDR FROM 1 BY 1
               UNTIL WS-AC-LDR > WS-AC-COUNT OR WS-AC-HIT > 0
               IF WS-AC-ACCT(WS-AC-LDR) = WS-AC-LEAD(WS-AC-IDX)
                   AND WS-AC-LEAD(WS-AC-LDR) = WS-AC-ACCT(WS-AC-LDR)
                   MOVE WS-AC-LDR TO WS-AC-HIT
               END-IF
           END-PERFORM
           IF WS-AC-HIT = 0
               DISPLAY 'LEAD ACCOUNT ' WS-AC-LEAD(WS-AC-IDX)
                   ' NOT ON FILE - ' WS-AC-ACCT(WS-AC-IDX)
                   ' ANALYZED ALONE'
               MOVE WS-AC-ACCT(WS-AC-IDX) TO WS-AC-LEAD(WS-AC-IDX)
           END-IF.
       0400-LOAD-VOLUMES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT VOLUME-FILE
           IF WS-VOL-FS NOT = '00'
               DISPLAY 'NO SERVICE VOLUMES FOR CYCLE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0410-READ-VOLUME UNTIL WS-EOF
           IF WS-VOL-FS = '00' OR WS-VOL-FS = '10'
               CLOSE VOLUME-FILE
           END-IF.
       0410-READ-VOLUME.
           READ VOLUME-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-VOL-READ
                   IF AV-ACTIVITY-DATE < WS-CYCLE-START
                       OR AV-ACTIVITY-DATE > WS-CYCLE-END
                       ADD 1 TO WS-VOL-OUT-CYCLE
                   ELSE
                       PERFORM 0420-ADD-VOLUME
                   END-IF
           END-READ.
       0420-ADD-VOLUME.
           MOVE 0 TO WS-AC-HIT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-AC-HIT > 0
               IF WS-AC-ACCT(WS-AC-IDX) = AV-ACCT-NUM
                   MOVE WS-AC-IDX TO WS-AC-HIT
               END-IF
           END-PERFORM
           IF WS-AC-HIT = 0
               ADD 1 TO WS-VOL-NO-ACCT
               DISPLAY 'NO ANALYSIS ACCOUNT ' AV-ACCT-NUM
                   ' SERVICE ' AV-SERVICE-CODE
           ELSE
               MOVE 0 TO WS-VL-HIT
               PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT OR WS-VL-HIT > 0
                   IF WS-VL-ACCT(WS-VL-IDX) = AV-ACCT-NUM
                       AND WS-VL-CODE(WS-VL-IDX) = AV-SERVICE-CODE
                       AND WS-VL-WAIVED(WS-VL-IDX) = AV-WAIVED
                       MOVE WS-VL-IDX TO WS-VL-HIT
                   END-IF
               END-PERFORM
               IF WS-VL-HIT = 0
                   IF WS-VL-COUNT < 2000
                       ADD 1 TO WS-VL-COUNT
                       MOVE WS-VL-COUNT TO WS-VL-HIT
                       MOVE AV-ACCT-NUM TO WS-VL-ACCT(WS-VL-HIT)
                       MOVE AV-SERVICE-CODE TO WS-VL-CODE(WS-VL-HIT)
                       MOVE AV-WAIVED TO WS-VL-WAIVED(WS-VL-HIT)
                       MOVE 0 TO WS-VL-VOLUME(WS-VL-HIT)
                       MOVE 0 TO WS-VL-STD-FEE(WS-VL-HIT)
                   ELSE
                       DISPLAY 'VOLUME TABLE FULL AT '
                           AV-ACCT-NUM ' ' AV-SERVICE-CODE
                       MOVE 'Y' TO WS-VL-FULL-FLAG
                   END-IF
               END-IF
               IF WS-VL-HIT > 0
                   ADD AV-VOLUME TO WS-VL-VOLUME(WS-VL-HIT)
                   ADD AV-STD-FEE TO WS-VL-STD-FEE(WS-VL-HIT)
               END-IF
           END-IF.
       1000-ANALYZE-GROUP.
      *    WS-AC-LDR is the lead account; its members are every
      *    account naming it as lead, the lead included.
           MOVE 0 TO WS-GRP-LEDGER
           MOVE 0 TO WS-GRP-FLOAT
           MOVE 0 TO WS-GRP-MEMBERS
           MOVE 0 TO WS-SL-COUNT
           MOVE 0 TO WS-GRP-FEES
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-LEAD(WS-AC-IDX) = WS-AC-ACCT(WS-AC-LDR)
                   ADD 1 TO WS-GRP-MEMBERS
                   ADD WS-AC-LEDGER(WS-AC-IDX) TO WS-GRP-LEDGER
                   ADD WS-AC-FLOAT(WS-AC-IDX) TO WS-GRP-FLOAT
                   PERFORM 1100-GATHER-SERVICES
               END-IF
           END-PERFORM
           PERFORM 1200-EARNINGS-CREDIT
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               PERFORM 1300-PRICE-LINE
               ADD WS-SL-CHARGE(WS-SL-IDX) TO WS-GRP-FEES
           END-PERFORM
      *    The credit offsets charges only; any excess lapses
           IF WS-GRP-CREDIT > WS-GRP-FEES
               MOVE WS-GRP-FEES TO WS-GRP-APPLIED
           ELSE
               MOVE WS-GRP-CREDIT TO WS-GRP-APPLIED
           END-IF
           COMPUTE WS-GRP-NET = WS-GRP-FEES - WS-GRP-APPLIED
           PERFORM 2000-WRITE-STATEMENT
           IF WS-GRP-NET > 0
               PERFORM 3000-WRITE-CHARGE
           END-IF
           ADD 1 TO WS-STATEMENTS
           ADD WS-GRP-FEES TO WS-TOTAL-FEES
           ADD WS-GRP-APPLIED TO WS-TOTAL-CREDIT
           ADD WS-GRP-NET TO WS-TOTAL-NET.
       1100-GATHER-SERVICES.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VL-COUNT
               IF WS-VL-ACCT(WS-VL-IDX) = WS-AC-ACCT(WS-AC-IDX)
                   PERFORM 1110-ADD-LINE
               END-IF
           END-PERFORM.
       1110-ADD-LINE.
           MOVE 0 TO WS-SL-HIT
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-SL-HIT > 0
               IF WS-SL-CODE(WS-SL-IDX) = WS-VL-CODE(WS-VL-IDX)
                   AND WS-SL-WAIVED(WS-SL-IDX) =
                       WS-VL-WAIVED(WS-VL-IDX)
                   MOVE WS-SL-IDX TO WS-SL-HIT
               END-IF
           END-PERFORM
           IF WS-SL-HIT = 0
               IF WS-SL-COUNT < 60
                   ADD 1 TO WS-SL-COUNT
                   MOVE WS-SL-COUNT TO WS-SL-HIT
                   MOVE WS-VL-CODE(WS-VL-IDX) TO WS-SL-CODE(WS-SL-HIT)
                   MOVE WS-VL-WAIVED(WS-VL-IDX)
                       TO WS-SL-WAIVED(WS-SL-HIT)
                   MOVE 0 TO WS-SL-VOLUME(WS-SL-HIT)
                   MOVE 0 TO WS-SL-STD-FEE(WS-SL-HIT)
               ELSE
                   DISPLAY 'SERVICE LINE TABLE FULL - SKIPPED '
                       WS-AC-ACCT(WS-AC-LDR) ' '
                       WS-VL-CODE(WS-VL-IDX)
               END-IF
           END-IF
           IF WS-SL-HIT > 0
               ADD WS-VL-VOLUME(WS-VL-IDX) TO WS-SL-VOLUME(WS-SL-HIT)
               ADD WS-VL-STD-FEE(WS-VL-IDX)
                   TO WS-SL-STD-FEE(WS-SL-HIT)
           END-IF.
       1200-EARNINGS-CREDIT.
      *    Credit = (collected - reserve) x ECR x days / 365, using
      *    the lead account's rate and reserve requirement.
           MOVE WS-AC-ECR(WS-AC-LDR) TO WS-GRP-ECR
           IF WS-GRP-ECR = 0
               MOVE WS-DFLT-ECR TO WS-GRP-ECR
           END-IF
           MOVE WS-AC-RESERVE(WS-AC-LDR) TO WS-GRP-RESERVE-PCT
           IF WS-GRP-RESERVE-PCT = 0
               MOVE WS-DFLT-RESERVE-PCT TO WS-GRP-RESERVE-PCT
           END-IF
           COMPUTE WS-GRP-COLLECTED = WS-GRP-LEDGER - WS-GRP-FLOAT
           IF WS-GRP-COLLECTED > 0
               COMPUTE WS-GRP-RESERVE ROUNDED =
                   WS-GRP-COLLECTED * WS-GRP-RESERVE-PCT
               COMPUTE WS-GRP-INVESTABLE =
                   WS-GRP-COLLECTED - WS-GRP-RESERVE
               COMPUTE WS-GRP-CREDIT ROUNDED =
                   WS-GRP-INVESTABLE * WS-GRP-ECR
                   * WS-CYCLE-DAYS / 365
           ELSE
               MOVE 0 TO WS-GRP-RESERVE
               MOVE 0 TO WS-GRP-INVESTABLE
               MOVE 0 TO WS-GRP-CREDIT
           END-IF.
       1300-PRICE-LINE.
      *    Client price list first, then the standard list, then
      *    the fee the feeding program charged on its own.
           MOVE 0 TO WS-PL-HIT
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-PL-HIT > 0
               IF WS-PL-LIST(WS-PL-IDX) = WS-AC-LIST(WS-AC-LDR)
                   AND WS-PL-CODE(WS-PL-IDX) = WS-SL-CODE(WS-SL-IDX)
                   MOVE WS-PL-IDX TO WS-PL-HIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-PL-HIT > 0
               IF WS-PL-LIST(WS-PL-IDX) = WS-STD-LIST
                   AND WS-PL-CODE(WS-PL-IDX) = WS-SL-CODE(WS-SL-IDX)
                   MOVE WS-PL-IDX TO WS-PL-HIT
               END-IF
           END-PERFORM
           IF WS-PL-HIT > 0
               MOVE WS-PL-DESC(WS-PL-HIT) TO WS-SL-DESC(WS-SL-IDX)
               MOVE WS-PL-PRICE(WS-PL-HIT) TO WS-SL-PRICE(WS-SL-IDX)
               COMPUTE WS-SL-CHARGE(WS-SL-IDX) ROUNDED =
                   WS-SL-VOLUME(WS-SL-IDX) * WS-SL-PRICE(WS-SL-IDX)
           ELSE
               MOVE SPACES TO WS-SL-DESC(WS-SL-IDX)
               STRING 'SERVICE ' DELIMITED BY SIZE
                   WS-SL-CODE(WS-SL-IDX) DELIMITED BY SIZE
                   INTO WS-SL-DESC(WS-SL-IDX)
               END-STRING
               MOVE WS-SL-STD-FEE(WS-SL-IDX)
                   TO WS-SL-CHARGE(WS-SL-IDX)
               IF WS-SL-VOLUME(WS-SL-IDX) > 0
                   COMPUTE WS-SL-PRICE(WS-SL-IDX) ROUNDED =
                       WS-SL-CHARGE(WS-SL-IDX)
                       / WS-SL-VOLUME(WS-SL-IDX)
               ELSE
                   MOVE 0 TO WS-SL-PRICE(WS-SL-IDX)
               END-IF
           END-IF
           IF WS-SL-WAIVED(WS-SL-IDX) = 'Y'
               MOVE 'WAIVED' TO WS-SL-DESC(WS-SL-IDX)(25:6)
               MOVE 0 TO WS-SL-PRICE(WS-SL-IDX)
               MOVE 0 TO WS-SL-CHARGE(WS-SL-IDX)
           END-IF.
       2000-WRITE-STATEMENT.
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACCOUNT ANALYSIS STATEMENT   PERIOD '
               DELIMITED BY SIZE
               WS-CYCLE-START DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-CYCLE-END DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENT: ' DELIMITED BY SIZE
               WS-AC-NAME(WS-AC-LDR) DELIMITED BY SIZE
               '  LEAD ACCOUNT: ' DELIMITED BY SIZE
               WS-AC-ACCT(WS-AC-LDR) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
      *    Balances, one line per account on the statement
           MOVE 'BALANCE SUMMARY   ACCOUNT       AVG LEDGER'
               TO WS-REPORT-LINE
           MOVE 'AVG FLOAT      AVG COLLECTED' TO
               WS-REPORT-LINE(51:28)
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-LEAD(WS-AC-IDX) = WS-AC-ACCT(WS-AC-LDR)
                   MOVE WS-AC-ACCT(WS-AC-IDX) TO WS-BL-ACCT
                   MOVE WS-AC-LEDGER(WS-AC-IDX) TO WS-BL-LEDGER
                   MOVE WS-AC-FLOAT(WS-AC-IDX) TO WS-BL-FLOAT
                   COMPUTE WS-COLLECTED = WS-AC-LEDGER(WS-AC-IDX)
                       - WS-AC-FLOAT(WS-AC-IDX)
                   MOVE WS-COLLECTED TO WS-BL-COLLECTED
                   WRITE STATEMENT-RECORD FROM WS-BAL-LINE
               END-IF
           END-PERFORM
           MOVE 'AVERAGE COLLECTED BALANCE' TO WS-AL-LABEL
           MOVE WS-GRP-COLLECTED TO WS-AL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           COMPUTE WS-DISP-PCT = WS-GRP-RESERVE-PCT * 100
           STRING 'LESS RESERVE REQUIREMENT ' DELIMITED BY SIZE
               WS-DISP-PCT DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-AL-LABEL
           END-STRING
           COMPUTE WS-AL-AMOUNT = 0 - WS-GRP-RESERVE
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE 'INVESTABLE BALANCE' TO WS-AL-LABEL
           MOVE WS-GRP-INVESTABLE TO WS-AL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           COMPUTE WS-DISP-RATE = WS-GRP-ECR * 100
           MOVE WS-CYCLE-DAYS TO WS-DISP-DAYS
           STRING 'EARNINGS CREDIT ' DELIMITED BY SIZE
               WS-DISP-RATE DELIMITED BY SIZE
               '% FOR ' DELIMITED BY SIZE
               WS-DISP-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO WS-AL-LABEL
           END-STRING
           MOVE WS-GRP-CREDIT TO WS-AL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
      *    Every service line, priced
           MOVE 'SERVICE DESCRIPTION' TO WS-REPORT-LINE
           MOVE 'VOLUME  UNIT PRICE         CHARGE' TO
               WS-REPORT-LINE(44:33)
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           IF WS-SL-COUNT = 0
               MOVE '  NO SERVICE ACTIVITY THIS CYCLE'
                   TO WS-REPORT-LINE
               WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-SL-COUNT
               MOVE WS-SL-CODE(WS-SL-IDX) TO WS-SV-CODE
               MOVE WS-SL-DESC(WS-SL-IDX) TO WS-SV-DESC
               MOVE WS-SL-VOLUME(WS-SL-IDX) TO WS-SV-VOLUME
               MOVE WS-SL-PRICE(WS-SL-IDX) TO WS-SV-PRICE
               MOVE WS-SL-CHARGE(WS-SL-IDX) TO WS-SV-CHARGE
               WRITE STATEMENT-RECORD FROM WS-SVC-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE STATEMENT-RECORD FROM WS-REPORT-LINE
           MOVE 'TOTAL SERVICE CHARGES' TO WS-AL-LABEL
           MOVE WS-GRP-FEES TO WS-AL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE 'EARNINGS CREDIT APPLIED' TO WS-AL-LABEL
           COMPUTE WS-AL-AMOUNT = 0 - WS-GRP-APPLIED
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           MOVE SPACES TO WS-AL-LABEL
           STRING 'NET SERVICE CHARGE - DEBIT ' DELIMITED BY SIZE
               WS-AC-ACCT(WS-AC-LDR) DELIMITED BY SIZE
               INTO WS-AL-LABEL
           END-STRING
           MOVE WS-GRP-NET TO WS-AL-AMOUNT
           WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           IF WS-GRP-CREDIT > WS-GRP-APPLIED
               MOVE 'EXCESS EARNINGS CREDIT (NOT CARRIED)'
                   TO WS-AL-LABEL
               COMPUTE WS-AL-AMOUNT =
                   WS-GRP-CREDIT - WS-GRP-APPLIED
               WRITE STATEMENT-RECORD FROM WS-AMT-LINE
           END-IF.
       3000-WRITE-CHARGE.
           MOVE WS-AC-ACCT(WS-AC-LDR) TO CH-ACCT-NUM
           MOVE WS-CYCLE-END TO CH-CYCLE-END
           MOVE WS-GRP-FEES TO CH-TOTAL-FEES
           MOVE WS-GRP-APPLIED TO CH-EARN-CREDIT
           MOVE WS-GRP-NET TO CH-NET-CHARGE
           WRITE CHARGE-RECORD
           ADD 1 TO WS-CHARGES.
       9000-WRAP-UP.
           CLOSE STATEMENT-FILE
           CLOSE CHARGE-FILE
           DISPLAY 'ACCOUNT ANALYSIS'
           DISPLAY '================'
           DISPLAY 'CYCLE:            ' WS-CYCLE-START
               ' TO ' WS-CYCLE-END
           MOVE WS-VOL-READ TO WS-DISP-CT
           DISPLAY 'VOLUME RECORDS:   ' WS-DISP-CT
           MOVE WS-VOL-OUT-CYCLE TO WS-DISP-CT
           DISPLAY 'OUTSIDE CYCLE:    ' WS-DISP-CT
           MOVE WS-VOL-NO-ACCT TO WS-DISP-CT
           DISPLAY 'NO ACCOUNT:       ' WS-DISP-CT
           MOVE WS-STATEMENTS TO WS-DISP-CT
           DISPLAY 'STATEMENTS:       ' WS-DISP-CT
           MOVE WS-CHARGES TO WS-DISP-CT
           DISPLAY 'CHARGES DEBITED:  ' WS-DISP-CT
           MOVE WS-TOTAL-FEES TO WS-DISP-AMT
           DISPLAY 'SERVICE CHARGES:  ' WS-DISP-AMT
           MOVE WS-TOTAL-CREDIT TO WS-DISP-AMT
           DISPLAY 'CREDIT APPLIED:   ' WS-DISP-AMT
           MOVE WS-TOTAL-NET TO WS-DISP-AMT
           DISPLAY 'NET CHARGED:      ' WS-DISP-AMT.
