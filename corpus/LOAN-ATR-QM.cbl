       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ATR-QM.
      *================================================================*
      * Ability-to-Repay / Qualified Mortgage Determination            *
      * Regulation Z requires a recorded ATR/QM decision for every     *
      * closed-end mortgage.  Each application on ATRAPP.DAT is        *
      * joined to its DTI result (DTIRSLT.DAT, from LOAN-DTI-CALC) and *
      * its income verification (INCVRSLT.DAT, LOAN-INCOME-VERIFY).    *
      * The eight ATR underwriting factors are checked first; a loan   *
      * missing any factor fails.  A loan meeting ATR is then tested   *
      * for QM: product features (negative amortization, interest      *
      * only, balloon, term over 30 years), the points-and-fees cap,   *
      * and the price-based limit on APR over APOR by lien position    *
      * and loan size.  A QM loan priced under the higher-priced       *
      * threshold is safe harbor, above it rebuttable presumption.     *
      *   SH = QM safe harbor          RP = QM rebuttable presumption  *
      *   NQ = non-QM (ATR met)        FL = ATR not met                *
      * The determination and its supporting figures are kept for the  *
      * life of the loan on ATRQM.DAT, rewritten each run to           *
      * ATRQMN.DAT.  A redetermination replaces the loan's record.     *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO 'ATRAPP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-FS.
           SELECT DTI-RESULT-FILE ASSIGN TO 'DTIRSLT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRS-FS.
           SELECT VERIFY-RESULT-FILE ASSIGN TO 'INCVRSLT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IVR-FS.
           SELECT ATRQM-FILE ASSIGN TO 'ATRQM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AQM-FS.
           SELECT NEW-ATRQM-FILE ASSIGN TO 'ATRQMN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAQ-FS.

       DATA DIVISION.
       FILE SECTION.

       FD APPLICATION-FILE.
       01 APPLICATION-RECORD.
           05 AP-APP-ID              PIC X(10).
           05 AP-LOAN-NUM            PIC X(12).
           05 AP-CLOSE-DATE          PIC 9(8).
           05 AP-LOAN-AMOUNT         PIC 9(9)V99.
           05 AP-LIEN-POSITION       PIC X.
               88 AP-FIRST-LIEN      VALUE '1'.
           05 AP-MANUF-HOUSING       PIC X.
           05 AP-APR                 PIC 9(2)V9(4).
           05 AP-APOR                PIC 9(2)V9(4).
           05 AP-TERM-MONTHS         PIC 9(3).
           05 AP-NEG-AM              PIC X.
           05 AP-INTEREST-ONLY       PIC X.
           05 AP-BALLOON             PIC X.
           05 AP-POINTS-FEES         PIC 9(7)V99.
           05 AP-EMPLOY-VERIFIED     PIC X.
           05 AP-SIMUL-LOAN          PIC X.
           05 AP-SIMUL-PMT           PIC 9(7)V99.
           05 AP-MTG-OBLIG-PMT       PIC 9(7)V99.
           05 AP-SUPPORT-PMT         PIC 9(7)V99.
           05 AP-CREDIT-PULLED       PIC X.
           05 AP-RESIDUAL-INCOME     PIC S9(7)V99.

       FD DTI-RESULT-FILE.
       01 DTI-RESULT-RECORD.
           05 DR-APP-ID              PIC X(10).
           05 DR-CALC-DATE           PIC 9(8).
           05 DR-TOTAL-INCOME        PIC S9(9)V99.
           05 DR-VERIFIED-INCOME     PIC S9(9)V99.
           05 DR-TOTAL-DEBT          PIC S9(9)V99.
           05 DR-PROPOSED-PMT        PIC S9(7)V99.
           05 DR-FRONT-DTI           PIC S9(3)V99.
           05 DR-BACK-DTI            PIC S9(3)V99.
           05 DR-DTI-STATUS          PIC X(15).

       FD VERIFY-RESULT-FILE.
       01 VERIFY-RESULT-RECORD.
           05 IV-APP-ID              PIC X(10).
           05 IV-VERIFY-DATE         PIC 9(8).
           05 IV-EMPLOYMENT-TYPE     PIC X(1).
           05 IV-STATED-INCOME       PIC S9(9)V99.
           05 IV-VERIFIED-INCOME     PIC S9(9)V99.
           05 IV-VARIANCE            PIC S9(3)V99.
           05 IV-VALID-DOCS          PIC 9.
           05 IV-DOCS-REQUIRED       PIC 9.
           05 IV-VERIFY-STATUS       PIC X(15).

       FD ATRQM-FILE.
       01 ATRQM-RECORD               PIC X(210).

       FD NEW-ATRQM-FILE.
       01 NEW-ATRQM-RECORD           PIC X(210).

       WORKING-STORAGE SECTION.
       01 WS-APP-FS                  PIC X(2).
       01 WS-DRS-FS                  PIC X(2).
       01 WS-IVR-FS                  PIC X(2).
       01 WS-AQM-FS                  PIC X(2).
       01 WS-NAQ-FS                  PIC X(2).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
      *--- Determination kept for the life of the loan ---
       01 WS-DETERMINATION.
           05 AQ-LOAN-NUM            PIC X(12).
           05 AQ-APP-ID              PIC X(10).
           05 AQ-DETERM-DATE         PIC 9(8).
           05 AQ-CLOSE-DATE          PIC 9(8).
           05 AQ-RESULT              PIC X(2).
               88 AQ-SAFE-HARBOR     VALUE 'SH'.
               88 AQ-REBUTTABLE      VALUE 'RP'.
               88 AQ-NON-QM          VALUE 'NQ'.
               88 AQ-ATR-FAIL        VALUE 'FL'.
           05 AQ-REASON              PIC X(30).
           05 AQ-LOAN-AMOUNT         PIC 9(9)V99.
           05 AQ-LIEN-POSITION       PIC X.
           05 AQ-APR                 PIC 9(2)V9(4).
           05 AQ-APOR                PIC 9(2)V9(4).
           05 AQ-RATE-SPREAD         PIC S9(2)V9(4).
           05 AQ-QM-SPREAD-LIMIT     PIC 9(2)V9(4).
           05 AQ-HPML-LIMIT          PIC 9(2)V9(4).
           05 AQ-POINTS-FEES         PIC 9(7)V99.
           05 AQ-PF-CAP              PIC 9(7)V99.
           05 AQ-TERM-MONTHS         PIC 9(3).
           05 AQ-NEG-AM              PIC X.
           05 AQ-INTEREST-ONLY       PIC X.
           05 AQ-BALLOON             PIC X.
           05 AQ-MONTHLY-INCOME      PIC S9(9)V99.
           05 AQ-PROPOSED-PMT        PIC S9(7)V99.
           05 AQ-TOTAL-DEBT          PIC S9(9)V99.
           05 AQ-FRONT-DTI           PIC S9(3)V99.
           05 AQ-BACK-DTI            PIC S9(3)V99.
           05 AQ-RESIDUAL-INCOME     PIC S9(7)V99.
           05 AQ-INCOME-STATUS       PIC X(15).
           05 AQ-FACTOR-FLAGS.
               10 AQ-FACTOR          PIC X OCCURS 8 TIMES.
           05 AQ-FACTORS-MET         PIC 9.
      *--- QM limits - adjusted annually for inflation ---
       01 WS-QM-LIMITS.
           05 WS-QM-TIER-1-AMT       PIC 9(7)V99 VALUE 130461.00.
           05 WS-QM-TIER-2-AMT       PIC 9(7)V99 VALUE 78277.00.
           05 WS-PF-TIER-3-AMT       PIC 9(7)V99 VALUE 26092.00.
           05 WS-PF-TIER-4-AMT       PIC 9(7)V99 VALUE 16308.00.
           05 WS-PF-TIER-2-CAP       PIC 9(7)V99 VALUE 3914.00.
           05 WS-PF-TIER-4-CAP       PIC 9(7)V99 VALUE 1305.00.
           05 WS-SPREAD-LARGE-FIRST  PIC 9(2)V9(4) VALUE 2.2500.
           05 WS-SPREAD-MID          PIC 9(2)V9(4) VALUE 3.5000.
           05 WS-SPREAD-SMALL        PIC 9(2)V9(4) VALUE 6.5000.
           05 WS-HPML-FIRST          PIC 9(2)V9(4) VALUE 1.5000.
           05 WS-HPML-SUBORD         PIC 9(2)V9(4) VALUE 3.5000.
           05 WS-MAX-TERM            PIC 9(3) VALUE 360.
      *--- DTI and income results by application ---
       01 WS-DTI-TABLE.
           05 WS-DT-ENTRY OCCURS 3000 TIMES.
               10 WS-DT-APP-ID       PIC X(10).
               10 WS-DT-INCOME       PIC S9(9)V99 COMP-3.
               10 WS-DT-DEBT         PIC S9(9)V99 COMP-3.
               10 WS-DT-PMT          PIC S9(7)V99 COMP-3.
               10 WS-DT-FRONT        PIC S9(3)V99 COMP-3.
               10 WS-DT-BACK         PIC S9(3)V99 COMP-3.
       01 WS-DT-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-DT-IDX                  PIC 9(4) COMP.
       01 WS-DT-FOUND                PIC 9(4) COMP.
       01 WS-INC-TABLE.
           05 WS-IV-ENTRY OCCURS 3000 TIMES.
               10 WS-IV-APP-ID       PIC X(10).
               10 WS-IV-EMP-TYPE     PIC X.
               10 WS-IV-STATUS       PIC X(15).
       01 WS-IV-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-IV-IDX                  PIC 9(4) COMP.
       01 WS-IV-FOUND                PIC 9(4) COMP.
      *--- Determinations on file ---
       01 WS-AQ-TABLE.
           05 WS-AQ-ENTRY            PIC X(210) OCCURS 5000 TIMES.
       01 WS-AQ-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-AQ-IDX                  PIC 9(4) COMP.
      *--- Work fields ---
       01 WS-FX                      PIC 9 COMP.
      *--- Counters / display ---
       01 WS-APPS-READ               PIC 9(5) COMP VALUE 0.
       01 WS-SAFE-HARBOR-CT          PIC 9(5) COMP VALUE 0.
       01 WS-REBUTTABLE-CT           PIC 9(5) COMP VALUE 0.
       01 WS-NON-QM-CT               PIC 9(5) COMP VALUE 0.
       01 WS-ATR-FAIL-CT             PIC 9(5) COMP VALUE 0.
       01 WS-REDETERMINED-CT         PIC 9(5) COMP VALUE 0.
       01 WS-DISP-CT                 PIC ZZZZ9.
       01 WS-DISP-SPREAD             PIC -9.9999.
       01 WS-DISP-DTI                PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-DTI-RESULTS
           PERFORM 0300-LOAD-INCOME-RESULTS
           PERFORM 0400-LOAD-DETERMINATIONS
           PERFORM 1000-PROCESS-APPLICATIONS
           PERFORM 8000-WRITE-DETERMINATIONS
           PERFORM 9000-WRAP-UP
           STOP RUN.
       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'ATR/QM DETERMINATION RUN ' WS-RUN-DATE
           DISPLAY '=================================='.
       0200-LOAD-DTI-RESULTS.
      *    Results are appended as calculated; the latest for an
      *    application replaces any earlier one.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DTI-RESULT-FILE
           IF WS-DRS-FS NOT = '00'
               DISPLAY 'NO DTI RESULTS ON FILE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0210-READ-DTI UNTIL WS-EOF
           IF WS-DRS-FS = '00' OR '10'
               CLOSE DTI-RESULT-FILE
           END-IF.
       0210-READ-DTI.
           READ DTI-RESULT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-DT-FOUND
                   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT
                       OR WS-DT-FOUND > 0
                       IF WS-DT-APP-ID(WS-DT-IDX) = DR-APP-ID
                           MOVE WS-DT-IDX TO WS-DT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DT-FOUND = 0
                       IF WS-DT-COUNT < 3000
                           ADD 1 TO WS-DT-COUNT
                           MOVE WS-DT-COUNT TO WS-DT-FOUND
                       ELSE
                           DISPLAY 'DTI TABLE FULL - SKIPPED '
                               DR-APP-ID
                       END-IF
                   END-IF
                   IF WS-DT-FOUND > 0
                       MOVE DR-APP-ID TO WS-DT-APP-ID(WS-DT-FOUND)
                       MOVE DR-VERIFIED-INCOME
                           TO WS-DT-INCOME(WS-DT-FOUND)
                       MOVE DR-TOTAL-DEBT TO WS-DT-DEBT(WS-DT-FOUND)
                       MOVE DR-PROPOSED-PMT TO WS-DT-PMT(WS-DT-FOUND)
                       MOVE DR-FRONT-DTI TO WS-DT-FRONT(WS-DT-FOUND)
                       MOVE DR-BACK-DTI TO WS-DT-BACK(WS-DT-FOUND)
                   END-IF
           END-READ.
       0300-LOAD-INCOME-RESULTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT VERIFY-RESULT-FILE
           IF WS-IVR-FS NOT = '00'
               DISPLAY 'NO INCOME VERIFICATIONS ON FILE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0310-READ-INCOME UNTIL WS-EOF
           IF WS-IVR-FS = '00' OR '10'
               CLOSE VERIFY-RESULT-FILE
           END-IF.
       0310-READ-INCOME.
           READ VERIFY-RESULT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-IV-FOUND
                   PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                       UNTIL WS-IV-IDX > WS-IV-COUNT
                       OR WS-IV-FOUND > 0
                       IF WS-IV-APP-ID(WS-IV-IDX) = IV-APP-ID
                           MOVE WS-IV-IDX TO WS-IV-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-IV-FOUND = 0
                       IF WS-IV-COUNT < 3000
                           ADD 1 TO WS-IV-COUNT
                           MOVE WS-IV-COUNT TO WS-IV-FOUND
                       ELSE
                           DISPLAY 'INCOME TABLE FULL - SKIPPED '
                               IV-APP-ID
                       END-IF
                   END-IF
                   IF WS-IV-FOUND > 0
                       MOVE IV-APP-ID TO WS-IV-APP-ID(WS-IV-FOUND)
                       MOVE IV-EMPLOYMENT-TYPE
                           TO WS-IV-EMP-TYPE(WS-IV-FOUND)
                       MOVE IV-VERIFY-STATUS
                           TO WS-IV-STATUS(WS-IV-FOUND)
                   END-IF
           END-READ.
       0400-LOAD-DETERMINATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ATRQM-FILE
           IF WS-AQM-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0410-READ-DETERMINATION UNTIL WS-EOF
           IF WS-AQM-FS = '00' OR '10'
               CLOSE ATRQM-FILE
           END-IF.
       0410-READ-DETERMINATION.
           READ ATRQM-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-AQ-COUNT < 5000
                       ADD 1 TO WS-AQ-COUNT
                       MOVE ATRQM-RECORD TO WS-AQ-ENTRY(WS-AQ-COUNT)
                   ELSE
                       DISPLAY 'DETERMINATION TABLE FULL - SKIPPED '
                           ATRQM-RECORD(1:12)
                   END-IF
           END-READ.
      *================================================================*
      * One determination per application                              *
      *================================================================*
       1000-PROCESS-APPLICATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-FS NOT = '00'
               DISPLAY 'NO APPLICATIONS FOR DETERMINATION'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-READ-APPLICATION UNTIL WS-EOF
           IF WS-APP-FS = '00' OR '10'
               CLOSE APPLICATION-FILE
           END-IF.
       1100-READ-APPLICATION.
           READ APPLICATION-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-APPS-READ
                   PERFORM 2000-BUILD-DETERMINATION
                   PERFORM 3000-ATR-FACTORS
                   IF AQ-FACTORS-MET < 8
                       MOVE 'FL' TO AQ-RESULT
                   ELSE
                       PERFORM 4000-QM-TESTS THRU 4000-EXIT
                   END-IF
                   PERFORM 5000-FILE-DETERMINATION
                   PERFORM 6000-DISPLAY-DETERMINATION
           END-READ.
       2000-BUILD-DETERMINATION.
           INITIALIZE WS-DETERMINATION
           MOVE AP-LOAN-NUM TO AQ-LOAN-NUM
           MOVE AP-APP-ID TO AQ-APP-ID
           MOVE WS-RUN-DATE TO AQ-DETERM-DATE
           MOVE AP-CLOSE-DATE TO AQ-CLOSE-DATE
           MOVE AP-LOAN-AMOUNT TO AQ-LOAN-AMOUNT
           MOVE AP-LIEN-POSITION TO AQ-LIEN-POSITION
           MOVE AP-APR TO AQ-APR
           MOVE AP-APOR TO AQ-APOR
           COMPUTE AQ-RATE-SPREAD = AP-APR - AP-APOR
           MOVE AP-POINTS-FEES TO AQ-POINTS-FEES
           MOVE AP-TERM-MONTHS TO AQ-TERM-MONTHS
           MOVE AP-NEG-AM TO AQ-NEG-AM
           MOVE AP-INTEREST-ONLY TO AQ-INTEREST-ONLY
           MOVE AP-BALLOON TO AQ-BALLOON
           MOVE AP-RESIDUAL-INCOME TO AQ-RESIDUAL-INCOME
           MOVE 'NNNNNNNN' TO AQ-FACTOR-FLAGS
           MOVE 0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               OR WS-DT-FOUND > 0
               IF WS-DT-APP-ID(WS-DT-IDX) = AP-APP-ID
                   MOVE WS-DT-IDX TO WS-DT-FOUND
               END-IF
           END-PERFORM
           IF WS-DT-FOUND > 0
               MOVE WS-DT-INCOME(WS-DT-FOUND) TO AQ-MONTHLY-INCOME
               MOVE WS-DT-PMT(WS-DT-FOUND) TO AQ-PROPOSED-PMT
               MOVE WS-DT-DEBT(WS-DT-FOUND) TO AQ-TOTAL-DEBT
               MOVE WS-DT-FRONT(WS-DT-FOUND) TO AQ-FRONT-DTI
               MOVE WS-DT-BACK(WS-DT-FOUND) TO AQ-BACK-DTI
      *        Alimony, child support and any simultaneous loan
      *        are part of the debt considered for ATR.
               IF AP-SUPPORT-PMT > 0 OR AP-SIMUL-PMT > 0
                   ADD AP-SUPPORT-PMT AP-SIMUL-PMT TO AQ-TOTAL-DEBT
                   IF AQ-MONTHLY-INCOME > 0
                       COMPUTE AQ-BACK-DTI ROUNDED =
                           ((AQ-TOTAL-DEBT + AQ-PROPOSED-PMT) /
                            AQ-MONTHLY-INCOME) * 100
                           ON SIZE ERROR MOVE 999.99 TO AQ-BACK-DTI
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-IV-FOUND
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               OR WS-IV-FOUND > 0
               IF WS-IV-APP-ID(WS-IV-IDX) = AP-APP-ID
                   MOVE WS-IV-IDX TO WS-IV-FOUND
               END-IF
           END-PERFORM
           IF WS-IV-FOUND > 0
               MOVE WS-IV-STATUS(WS-IV-FOUND) TO AQ-INCOME-STATUS
           ELSE
               MOVE 'NOT VERIFIED' TO AQ-INCOME-STATUS
           END-IF.
      *================================================================*
      * The eight ATR underwriting factors                             *
      *================================================================*
       3000-ATR-FACTORS.
      *    1 income or assets verified
           IF AQ-INCOME-STATUS = 'VERIFIED'
               MOVE 'Y' TO AQ-FACTOR(1)
           END-IF
      *    2 employment status (not applicable when retired)
           IF AP-EMPLOY-VERIFIED = 'Y'
               MOVE 'Y' TO AQ-FACTOR(2)
           END-IF
           IF WS-IV-FOUND > 0
               IF WS-IV-EMP-TYPE(WS-IV-FOUND) = 'R'
                   MOVE 'Y' TO AQ-FACTOR(2)
               END-IF
           END-IF
      *    3 monthly payment on this loan
           IF AQ-PROPOSED-PMT > 0
               MOVE 'Y' TO AQ-FACTOR(3)
           END-IF
      *    4 payment on any simultaneous loan
           IF AP-SIMUL-LOAN NOT = 'Y' OR AP-SIMUL-PMT > 0
               MOVE 'Y' TO AQ-FACTOR(4)
           END-IF
      *    5 mortgage-related obligations (tax, insurance, dues)
           IF AP-MTG-OBLIG-PMT > 0
               MOVE 'Y' TO AQ-FACTOR(5)
           END-IF
      *    6 current debt, alimony and child support
           IF WS-DT-FOUND > 0
               MOVE 'Y' TO AQ-FACTOR(6)
           END-IF
      *    7 DTI or residual income
           IF (WS-DT-FOUND > 0 AND AQ-BACK-DTI < 999.99)
               OR AP-RESIDUAL-INCOME > 0
               MOVE 'Y' TO AQ-FACTOR(7)
           END-IF
      *    8 credit history
           IF AP-CREDIT-PULLED = 'Y'
               MOVE 'Y' TO AQ-FACTOR(8)
           END-IF
           MOVE 0 TO AQ-FACTORS-MET
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 8
               IF AQ-FACTOR(WS-FX) = 'Y'
                   ADD 1 TO AQ-FACTORS-MET
               END-IF
           END-PERFORM
           IF AQ-FACTORS-MET < 8
               PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL AQ-FACTOR(WS-FX) = 'N'
                   CONTINUE
               END-PERFORM
               EVALUATE WS-FX
                   WHEN 1
                       MOVE 'ATR - INCOME NOT VERIFIED'
                           TO AQ-REASON
                   WHEN 2
                       MOVE 'ATR - EMPLOYMENT NOT VERIFIED'
                           TO AQ-REASON
                   WHEN 3
                       MOVE 'ATR - NO LOAN PAYMENT' TO AQ-REASON
                   WHEN 4
                       MOVE 'ATR - SIMULTANEOUS LOAN PMT'
                           TO AQ-REASON
                   WHEN 5
                       MOVE 'ATR - NO TAX/INS OBLIGATIONS'
                           TO AQ-REASON
                   WHEN 6
                       MOVE 'ATR - DEBTS NOT CONSIDERED'
                           TO AQ-REASON
                   WHEN 7
                       MOVE 'ATR - NO DTI OR RESIDUAL INC'
                           TO AQ-REASON
                   WHEN OTHER
                       MOVE 'ATR - NO CREDIT HISTORY' TO AQ-REASON
               END-EVALUATE
           END-IF.
      *================================================================*
      * Qualified mortgage tests                                       *
      *================================================================*
       4000-QM-TESTS.
      *    Points-and-fees cap by loan size
           EVALUATE TRUE
               WHEN AP-LOAN-AMOUNT >= WS-QM-TIER-1-AMT
                   COMPUTE AQ-PF-CAP ROUNDED = AP-LOAN-AMOUNT * 0.03
               WHEN AP-LOAN-AMOUNT >= WS-QM-TIER-2-AMT
                   MOVE WS-PF-TIER-2-CAP TO AQ-PF-CAP
               WHEN AP-LOAN-AMOUNT >= WS-PF-TIER-3-AMT
                   COMPUTE AQ-PF-CAP ROUNDED = AP-LOAN-AMOUNT * 0.05
               WHEN AP-LOAN-AMOUNT >= WS-PF-TIER-4-AMT
                   MOVE WS-PF-TIER-4-CAP TO AQ-PF-CAP
               WHEN OTHER
                   COMPUTE AQ-PF-CAP ROUNDED = AP-LOAN-AMOUNT * 0.08
           END-EVALUATE
      *    Price-based limit by lien position and loan size
           IF AP-FIRST-LIEN
               MOVE WS-HPML-FIRST TO AQ-HPML-LIMIT
               EVALUATE TRUE
                   WHEN AP-LOAN-AMOUNT < WS-QM-TIER-2-AMT
                       MOVE WS-SPREAD-SMALL TO AQ-QM-SPREAD-LIMIT
                   WHEN AP-LOAN-AMOUNT < WS-QM-TIER-1-AMT
                       AND AP-MANUF-HOUSING = 'Y'
                       MOVE WS-SPREAD-SMALL TO AQ-QM-SPREAD-LIMIT
                   WHEN AP-LOAN-AMOUNT < WS-QM-TIER-1-AMT
                       MOVE WS-SPREAD-MID TO AQ-QM-SPREAD-LIMIT
                   WHEN OTHER
                       MOVE WS-SPREAD-LARGE-FIRST
                           TO AQ-QM-SPREAD-LIMIT
               END-EVALUATE
           ELSE
               MOVE WS-HPML-SUBORD TO AQ-HPML-LIMIT
               IF AP-LOAN-AMOUNT < WS-QM-TIER-2-AMT
                   MOVE WS-SPREAD-SMALL TO AQ-QM-SPREAD-LIMIT
               ELSE
                   MOVE WS-SPREAD-MID TO AQ-QM-SPREAD-LIMIT
               END-IF
           END-IF
           MOVE 'NQ' TO AQ-RESULT
           IF AP-NEG-AM = 'Y'
               MOVE 'QM - NEGATIVE AMORTIZATION' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-INTEREST-ONLY = 'Y'
               MOVE 'QM - INTEREST ONLY' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-BALLOON = 'Y'
               MOVE 'QM - BALLOON PAYMENT' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-TERM-MONTHS > WS-MAX-TERM
               MOVE 'QM - TERM OVER 30 YEARS' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AP-POINTS-FEES > AQ-PF-CAP
               MOVE 'QM - POINTS AND FEES OVER CAP' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AQ-RATE-SPREAD >= AQ-QM-SPREAD-LIMIT
               MOVE 'QM - APR OVER APOR LIMIT' TO AQ-REASON
               GO TO 4000-EXIT
           END-IF
           IF AQ-RATE-SPREAD < AQ-HPML-LIMIT
               MOVE 'SH' TO AQ-RESULT
               MOVE 'QM - PRICED BELOW HPML' TO AQ-REASON
           ELSE
               MOVE 'RP' TO AQ-RESULT
               MOVE 'QM - HIGHER-PRICED' TO AQ-REASON
           END-IF.
       4000-EXIT.
           EXIT.
       5000-FILE-DETERMINATION.
           EVALUATE TRUE
               WHEN AQ-SAFE-HARBOR
                   ADD 1 TO WS-SAFE-HARBOR-CT
               WHEN AQ-REBUTTABLE
                   ADD 1 TO WS-REBUTTABLE-CT
               WHEN AQ-NON-QM
                   ADD 1 TO WS-NON-QM-CT
               WHEN OTHER
                   ADD 1 TO WS-ATR-FAIL-CT
           END-EVALUATE
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
               OR WS-AQ-ENTRY(WS-AQ-IDX)(1:12) = AQ-LOAN-NUM
               CONTINUE
           END-PERFORM
           IF WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-COUNT < 5000
                   ADD 1 TO WS-AQ-COUNT
                   MOVE WS-DETERMINATION TO WS-AQ-ENTRY(WS-AQ-COUNT)
               ELSE
                   DISPLAY 'DETERMINATION TABLE FULL - SKIPPED '
                       AQ-LOAN-NUM
               END-IF
           ELSE
               MOVE WS-DETERMINATION TO WS-AQ-ENTRY(WS-AQ-IDX)
               ADD 1 TO WS-REDETERMINED-CT
           END-IF.
       6000-DISPLAY-DETERMINATION.
           MOVE AQ-RATE-SPREAD TO WS-DISP-SPREAD
           MOVE AQ-BACK-DTI TO WS-DISP-DTI
           DISPLAY AQ-LOAN-NUM ' ' AQ-RESULT ' '
               AQ-FACTOR-FLAGS ' SPREAD ' WS-DISP-SPREAD
               ' DTI ' WS-DISP-DTI ' ' AQ-REASON.
       8000-WRITE-DETERMINATIONS.
           OPEN OUTPUT NEW-ATRQM-FILE
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
               WRITE NEW-ATRQM-RECORD FROM WS-AQ-ENTRY(WS-AQ-IDX)
           END-PERFORM
           CLOSE NEW-ATRQM-FILE.
       9000-WRAP-UP.
           DISPLAY '----------------------------------'
           MOVE WS-APPS-READ TO WS-DISP-CT
           DISPLAY 'LOANS DETERMINED:    ' WS-DISP-CT
           MOVE WS-SAFE-HARBOR-CT TO WS-DISP-CT
           DISPLAY 'QM SAFE HARBOR:      ' WS-DISP-CT
           MOVE WS-REBUTTABLE-CT TO WS-DISP-CT
           DISPLAY 'QM REBUTTABLE PRES:  ' WS-DISP-CT
           MOVE WS-NON-QM-CT TO WS-DISP-CT
           DISPLAY 'NON-QM:              ' WS-DISP-CT
           MOVE WS-ATR-FAIL-CT TO WS-DISP-CT
           DISPLAY 'ATR NOT MET:         ' WS-DISP-CT
           MOVE WS-REDETERMINED-CT TO WS-DISP-CT
           DISPLAY 'REDETERMINATIONS:    ' WS-DISP-CT
           MOVE WS-AQ-COUNT TO WS-DISP-CT
           DISPLAY 'DETERMINATIONS KEPT: ' WS-DISP-CT.
