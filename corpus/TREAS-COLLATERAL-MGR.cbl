       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREAS-COLLATERAL-MGR.
      *================================================================*
      * Public Funds Collateral Management                             *
      * Pledged securities (PLEDGE.DAT) are assigned by CUSIP either   *
      * to one public depositor or to a state pooled program.  Each    *
      * public depositor on PUBDEP.DAT (municipality, school district, *
      * state agency) is covered under its state's rule on COLLRULE.DAT*
      *   eligible security types  - other types pledged are excluded  *
      *   margin percentage        - required = base * margin / 100    *
      *   coverage basis           - uninsured balance (balance less   *
      *                              the FDIC-insured portion, capped  *
      *                              at the state's insured amount) or *
      *                              the total balance                 *
      * Depositors in a pooled state are covered by the pool at the    *
      * pool margin.  Collateral value is market value less haircut.   *
      * Every depositor or pool short of its requirement is written to *
      * COLLDEF.DAT for same-day pledging.  In month-end mode          *
      * (COLLCTL.DAT) the certification for each depositor and the     *
      * summary for each state treasurer are written to COLLCERT.DAT.  *
      * The bank-wide coverage check is made on the totals.            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'COLLCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RULE-FILE ASSIGN TO 'COLLRULE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO 'PUBDEP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT PLEDGE-FILE ASSIGN TO 'PLEDGE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.
           SELECT DEFICIENCY-FILE ASSIGN TO 'COLLDEF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT CERT-FILE ASSIGN TO 'COLLCERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-RUN-DATE        PIC 9(8).
           05 CT-MODE            PIC X(1).
       FD RULE-FILE.
       01 RULE-RECORD.
           05 SR-STATE           PIC X(2).
           05 SR-MARGIN-PCT      PIC 9(3)V99.
           05 SR-COVER-BASIS     PIC X(1).
           05 SR-INSURED-AMT     PIC 9(11)V99.
           05 SR-POOL-FLAG       PIC X(1).
           05 SR-POOL-MARGIN-PCT PIC 9(3)V99.
           05 SR-ELIGIBLE-TYPE OCCURS 8 TIMES PIC X(2).
           05 SR-TREASURER       PIC X(30).
       FD DEPOSIT-FILE.
       01 DEPOSIT-RECORD.
           05 PD-DEPOSITOR-ID    PIC X(10).
           05 PD-NAME            PIC X(30).
           05 PD-TYPE            PIC X(1).
           05 PD-STATE           PIC X(2).
           05 PD-BALANCE         PIC 9(11)V99.
           05 PD-INSURED         PIC 9(11)V99.
       FD PLEDGE-FILE.
       01 PLEDGE-RECORD.
           05 PL-CUSIP           PIC X(9).
           05 PL-DESC            PIC X(20).
           05 PL-SEC-TYPE        PIC X(2).
           05 PL-PAR             PIC 9(11)V99.
           05 PL-MKT             PIC 9(11)V99.
           05 PL-HAIRCUT         PIC 9V99.
           05 PL-ASSIGN-TYPE     PIC X(1).
           05 PL-ASSIGN-ID       PIC X(10).
           05 PL-PLEDGE-DATE     PIC 9(8).
       FD DEFICIENCY-FILE.
       01 DEFICIENCY-RECORD.
           05 DF-RUN-DATE        PIC 9(8).
           05 DF-TYPE            PIC X(1).
           05 DF-ID              PIC X(10).
           05 DF-STATE           PIC X(2).
           05 DF-REQUIRED        PIC 9(13)V99.
           05 DF-PLEDGED         PIC 9(13)V99.
           05 DF-SHORTFALL       PIC 9(13)V99.
       FD CERT-FILE.
       01 CERT-RECORD            PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PLEDGED-ASSETS.
           05 WS-PA OCCURS 5000 TIMES.
               10 WS-PA-CUSIP    PIC X(9).
               10 WS-PA-DESC     PIC X(20).
               10 WS-PA-PAR      PIC S9(11)V99 COMP-3.
               10 WS-PA-MKT      PIC S9(11)V99 COMP-3.
               10 WS-PA-HAIRCUT  PIC S9(1)V99 COMP-3.
               10 WS-PA-PLEDGED  PIC S9(11)V99 COMP-3.
               10 WS-PA-SEC-TYPE PIC X(2).
               10 WS-PA-ASSIGN-TYPE PIC X(1).
               10 WS-PA-ASSIGN-ID PIC X(10).
               10 WS-PA-ELIGIBLE PIC X(1).
       01 WS-PA-COUNT            PIC 9(4) VALUE 0.
       01 WS-IDX                 PIC 9(4).
       01 WS-TOTAL-PAR           PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-MKT           PIC S9(13)V99 COMP-3.
       01 WS-TOTAL-PLEDGED       PIC S9(13)V99 COMP-3.
           VALUE 102.00.
       01 WS-STATUS              PIC X(12).
       01 WS-ACTION              PIC X(25).
      *--- Files and run control ---
       01 WS-CTL-STATUS          PIC XX.
       01 WS-RULE-STATUS         PIC XX.
       01 WS-DEP-STATUS          PIC XX.
       01 WS-PLG-STATUS          PIC XX.
       01 WS-DEF-STATUS          PIC XX.
       01 WS-CERT-STATUS         PIC XX.
       01 WS-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-MODE                PIC X VALUE 'D'.
           88 WS-DAILY-MODE      VALUE 'D'.
           88 WS-MONTH-END-MODE  VALUE 'M'.
      *--- State collateral rules ---
       01 WS-RULE-TABLE.
           05 WS-SR OCCURS 60 TIMES.
               10 WS-SR-STATE    PIC X(2).
               10 WS-SR-MARGIN-PCT PIC 9(3)V99.
               10 WS-SR-COVER-BASIS PIC X(1).
               10 WS-SR-INSURED-AMT PIC 9(11)V99.
               10 WS-SR-POOL-FLAG PIC X(1).
               10 WS-SR-POOL-MARGIN-PCT PIC 9(3)V99.
               10 WS-SR-ELIGIBLE-TYPE OCCURS 8 TIMES PIC X(2).
               10 WS-SR-TREASURER PIC X(30).
               10 WS-SR-POOL-BASE PIC S9(13)V99 COMP-3.
               10 WS-SR-POOL-REQ PIC S9(13)V99 COMP-3.
               10 WS-SR-POOL-PLEDGED PIC S9(13)V99 COMP-3.
               10 WS-SR-DEP-REQ  PIC S9(13)V99 COMP-3.
               10 WS-SR-DEP-PLEDGED PIC S9(13)V99 COMP-3.
               10 WS-SR-DEP-COUNT PIC S9(5) COMP.
               10 WS-SR-DEF-COUNT PIC S9(5) COMP.
       01 WS-SR-COUNT            PIC S9(3) COMP VALUE 0.
       01 WS-SR-IDX              PIC S9(3) COMP.
       01 WS-SR-FOUND            PIC S9(3) COMP.
       01 WS-ET-IDX              PIC S9(3) COMP.
      *--- Public depositors ---
       01 WS-DEPOSITOR-TABLE.
           05 WS-DP OCCURS 3000 TIMES.
               10 WS-DP-ID       PIC X(10).
               10 WS-DP-NAME     PIC X(30).
               10 WS-DP-TYPE     PIC X(1).
               10 WS-DP-STATE    PIC X(2).
               10 WS-DP-RULE     PIC S9(3) COMP.
               10 WS-DP-BALANCE  PIC S9(11)V99 COMP-3.
               10 WS-DP-INSURED  PIC S9(11)V99 COMP-3.
               10 WS-DP-UNINSURED PIC S9(11)V99 COMP-3.
               10 WS-DP-BASE     PIC S9(11)V99 COMP-3.
               10 WS-DP-REQUIRED PIC S9(13)V99 COMP-3.
               10 WS-DP-PLEDGED  PIC S9(13)V99 COMP-3.
       01 WS-DP-COUNT            PIC S9(5) COMP VALUE 0.
       01 WS-DP-IDX              PIC S9(5) COMP.
       01 WS-DP-FOUND            PIC S9(5) COMP.
       01 WS-DEF-COUNT           PIC S9(5) COMP VALUE 0.
       01 WS-INELIG-COUNT        PIC S9(5) COMP VALUE 0.
       01 WS-UNASSIGNED-COUNT    PIC S9(5) COMP VALUE 0.
       01 WS-SHORTFALL           PIC S9(13)V99 COMP-3.
       01 WS-ITEM-REQUIRED       PIC S9(13)V99 COMP-3.
       01 WS-ITEM-PLEDGED        PIC S9(13)V99 COMP-3.
       01 WS-ITEM-COVERAGE       PIC S9(5)V99 COMP-3.
       01 WS-ITEM-STATUS         PIC X(10).
       01 WS-TREAS-LINE          PIC X(132).
      *--- Certification lines ---
       01 WS-CERT-HEAD.
           05 FILLER             PIC X(34)
               VALUE 'PUBLIC DEPOSIT COLLATERAL CERTIFIC'.
           05 FILLER             PIC X(16) VALUE 'ATION  AS OF '.
           05 WS-CH-DATE         PIC 9(8).
           05 FILLER             PIC X(74) VALUE SPACES.
       01 WS-CERT-DEPOSITOR.
           05 FILLER             PIC X(11) VALUE 'DEPOSITOR  '.
           05 WS-CD-ID           PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CD-NAME         PIC X(30).
           05 FILLER             PIC X(8) VALUE '  STATE '.
           05 WS-CD-STATE        PIC X(2).
           05 FILLER             PIC X(7) VALUE '  TYPE '.
           05 WS-CD-TYPE         PIC X(1).
           05 FILLER             PIC X(61) VALUE SPACES.
       01 WS-CERT-AMOUNTS.
           05 FILLER             PIC X(9) VALUE 'BALANCE '.
           05 WS-CA-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(10) VALUE '  INSURED '.
           05 WS-CA-INSURED      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(12) VALUE '  UNINSURED '.
           05 WS-CA-UNINSURED    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(11) VALUE '  REQUIRED '.
           05 WS-CA-REQUIRED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-CERT-PLEDGE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-CP-CUSIP        PIC X(9).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CP-DESC         PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CP-TYPE         PIC X(2).
           05 FILLER             PIC X(6) VALUE '  PAR '.
           05 WS-CP-PAR          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(6) VALUE '  MKT '.
           05 WS-CP-MKT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(8) VALUE '  VALUE '.
           05 WS-CP-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CP-NOTE         PIC X(10).
           05 FILLER             PIC X(13) VALUE SPACES.
       01 WS-CERT-TOTAL.
           05 FILLER             PIC X(18) VALUE 'COLLATERAL VALUE '.
           05 WS-CT-PLEDGED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(11) VALUE '  COVERAGE '.
           05 WS-CT-COVERAGE     PIC ZZZZ9.99.
           05 FILLER             PIC X(11) VALUE '%  STATUS  '.
           05 WS-CT-STATUS       PIC X(10).
           05 FILLER             PIC X(56) VALUE SPACES.
       01 WS-CERT-STATEMENT.
           05 FILLER             PIC X(44)
               VALUE 'WE CERTIFY THE SECURITIES ABOVE ARE HELD IN '.
           05 FILLER             PIC X(45)
               VALUE 'SAFEKEEPING AND PLEDGED SOLELY TO SECURE THE '.
           05 FILLER             PIC X(43)
               VALUE 'DEPOSITS OF THE DEPOSITOR NAMED ABOVE.'.
       01 WS-TREAS-HEAD.
           05 FILLER             PIC X(28)
               VALUE 'STATE TREASURER SUMMARY   '.
           05 WS-TH-STATE        PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-TH-TREASURER    PIC X(30).
           05 FILLER             PIC X(7) VALUE ' AS OF '.
           05 WS-TH-DATE         PIC 9(8).
           05 FILLER             PIC X(55) VALUE SPACES.
       01 WS-TREAS-DETAIL.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-TD-LABEL        PIC X(22).
           05 FILLER             PIC X(10) VALUE 'REQUIRED '.
           05 WS-TD-REQUIRED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(10) VALUE '  PLEDGED '.
           05 WS-TD-PLEDGED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-TD-STATUS       PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-TD-COUNT        PIC ZZZZ9.
           05 FILLER             PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-DEPOSITORS
           PERFORM 1300-LOAD-PLEDGES
           PERFORM 2000-CALC-PLEDGED
           PERFORM 2500-CALC-REQUIRED
           PERFORM 5000-CHECK-DEPOSITORS
           IF WS-MONTH-END-MODE
               PERFORM 6000-CERTIFICATIONS
               PERFORM 7000-TREASURER-REPORTS
           END-IF
           PERFORM 3000-CHECK-COVERAGE
           PERFORM 4000-OUTPUT
           STOP RUN.
       1000-INIT.
           MOVE 0 TO WS-TOTAL-PAR
           MOVE 0 TO WS-TOTAL-MKT
           MOVE 0 TO WS-TOTAL-PLEDGED
           MOVE 0 TO WS-REQUIRED-COLL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-RUN-DATE NUMERIC AND CT-RUN-DATE > 0
                           MOVE CT-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF CT-MODE NOT = SPACE
                           MOVE CT-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-DAILY-MODE AND NOT WS-MONTH-END-MODE
               DISPLAY 'INVALID COLLATERAL MODE ' WS-MODE
                   ' - DAILY ASSUMED'
               MOVE 'D' TO WS-MODE
           END-IF
           OPEN OUTPUT DEFICIENCY-FILE
           IF WS-MONTH-END-MODE
               OPEN OUTPUT CERT-FILE
           END-IF.
       1100-LOAD-RULES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'COLLATERAL RULE FILE NOT AVAILABLE: '
                   WS-RULE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-RULE UNTIL WS-EOF
           IF WS-RULE-STATUS = '00' OR '10'
               CLOSE RULE-FILE
           END-IF.
       1110-READ-RULE.
           READ RULE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SR-COUNT < 60
                       ADD 1 TO WS-SR-COUNT
                       INITIALIZE WS-SR(WS-SR-COUNT)
                       MOVE SR-STATE TO WS-SR-STATE(WS-SR-COUNT)
                       MOVE SR-MARGIN-PCT
                           TO WS-SR-MARGIN-PCT(WS-SR-COUNT)
                       MOVE SR-COVER-BASIS
                           TO WS-SR-COVER-BASIS(WS-SR-COUNT)
                       MOVE SR-INSURED-AMT
                           TO WS-SR-INSURED-AMT(WS-SR-COUNT)
                       MOVE SR-POOL-FLAG TO WS-SR-POOL-FLAG(WS-SR-COUNT)
                       MOVE SR-POOL-MARGIN-PCT
                           TO WS-SR-POOL-MARGIN-PCT(WS-SR-COUNT)
                       PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                           UNTIL WS-ET-IDX > 8
                           MOVE SR-ELIGIBLE-TYPE(WS-ET-IDX) TO
                               WS-SR-ELIGIBLE-TYPE(WS-SR-COUNT,
                               WS-ET-IDX)
                       END-PERFORM
                       MOVE SR-TREASURER TO WS-SR-TREASURER(WS-SR-COUNT)
                   ELSE
                       DISPLAY 'RULE TABLE FULL - SKIPPED ' SR-STATE
                   END-IF
           END-READ.
       1200-LOAD-DEPOSITORS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPOSIT-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'PUBLIC DEPOSIT FILE NOT AVAILABLE: '
                   WS-DEP-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1210-READ-DEPOSITOR UNTIL WS-EOF
           IF WS-DEP-STATUS = '00' OR '10'
               CLOSE DEPOSIT-FILE
           END-IF.
       1210-READ-DEPOSITOR.
           READ DEPOSIT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-DP-COUNT < 3000
                       ADD 1 TO WS-DP-COUNT
                       INITIALIZE WS-DP(WS-DP-COUNT)
                       MOVE PD-DEPOSITOR-ID TO WS-DP-ID(WS-DP-COUNT)
                       MOVE PD-NAME TO WS-DP-NAME(WS-DP-COUNT)
                       MOVE PD-TYPE TO WS-DP-TYPE(WS-DP-COUNT)
                       MOVE PD-STATE TO WS-DP-STATE(WS-DP-COUNT)
                       MOVE PD-BALANCE TO WS-DP-BALANCE(WS-DP-COUNT)
                       MOVE PD-INSURED TO WS-DP-INSURED(WS-DP-COUNT)
                   ELSE
                       DISPLAY 'DEPOSITOR TABLE FULL - SKIPPED '
                           PD-DEPOSITOR-ID
                   END-IF
           END-READ.
       1300-LOAD-PLEDGES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PLEDGE-FILE
           IF WS-PLG-STATUS NOT = '00'
               DISPLAY 'PLEDGE FILE NOT AVAILABLE: ' WS-PLG-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1310-READ-PLEDGE UNTIL WS-EOF
           IF WS-PLG-STATUS = '00' OR '10'
               CLOSE PLEDGE-FILE
           END-IF.
       1310-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PA-COUNT < 5000
                       ADD 1 TO WS-PA-COUNT
                       MOVE PL-CUSIP TO WS-PA-CUSIP(WS-PA-COUNT)
                       MOVE PL-DESC TO WS-PA-DESC(WS-PA-COUNT)
                       MOVE PL-PAR TO WS-PA-PAR(WS-PA-COUNT)
                       MOVE PL-MKT TO WS-PA-MKT(WS-PA-COUNT)
                       MOVE PL-HAIRCUT TO WS-PA-HAIRCUT(WS-PA-COUNT)
                       MOVE PL-SEC-TYPE TO WS-PA-SEC-TYPE(WS-PA-COUNT)
                       MOVE PL-ASSIGN-TYPE
                           TO WS-PA-ASSIGN-TYPE(WS-PA-COUNT)
                       MOVE PL-ASSIGN-ID TO WS-PA-ASSIGN-ID(WS-PA-COUNT)
                       MOVE 'N' TO WS-PA-ELIGIBLE(WS-PA-COUNT)
                   ELSE
                       DISPLAY 'PLEDGE TABLE FULL - SKIPPED ' PL-CUSIP
                   END-IF
           END-READ.
       2000-CALC-PLEDGED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PA-COUNT
               COMPUTE WS-PA-PLEDGED(WS-IDX) =
                   WS-PA-MKT(WS-IDX) *
                   (1 - WS-PA-HAIRCUT(WS-IDX))
               PERFORM 2100-ASSIGN-PLEDGE
               IF WS-PA-ELIGIBLE(WS-IDX) = 'Y'
                   ADD WS-PA-PLEDGED(WS-IDX) TO
                       WS-TOTAL-PLEDGED
               END-IF
           END-PERFORM.
      *--- Credit a pledge to its depositor or state pool when the ---
      *--- security type is eligible under that state's rule       ---
       2100-ASSIGN-PLEDGE.
           MOVE 0 TO WS-DP-FOUND
           MOVE 0 TO WS-SR-FOUND
           IF WS-PA-ASSIGN-TYPE(WS-IDX) = 'P'
               MOVE WS-PA-ASSIGN-ID(WS-IDX)(1:2) TO WS-CD-STATE
           ELSE
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND > 0
                   IF WS-DP-ID(WS-DP-IDX) = WS-PA-ASSIGN-ID(WS-IDX)
                       MOVE WS-DP-IDX TO WS-DP-FOUND
                   END-IF
               END-PERFORM
               IF WS-DP-FOUND > 0
                   MOVE WS-DP-STATE(WS-DP-FOUND) TO WS-CD-STATE
               ELSE
                   MOVE SPACES TO WS-CD-STATE
               END-IF
           END-IF
           PERFORM 2900-FIND-RULE
           IF WS-SR-FOUND = 0
               OR (WS-PA-ASSIGN-TYPE(WS-IDX) NOT = 'P'
                   AND WS-DP-FOUND = 0)
               ADD 1 TO WS-UNASSIGNED-COUNT
               DISPLAY 'PLEDGE NOT ASSIGNED TO A DEPOSITOR OR POOL: '
                   WS-PA-CUSIP(WS-IDX) ' ' WS-PA-ASSIGN-ID(WS-IDX)
           ELSE
               PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > 8
                   IF WS-SR-ELIGIBLE-TYPE(WS-SR-FOUND, WS-ET-IDX) =
                       WS-PA-SEC-TYPE(WS-IDX)
                       MOVE 'Y' TO WS-PA-ELIGIBLE(WS-IDX)
                   END-IF
               END-PERFORM
               IF WS-PA-ELIGIBLE(WS-IDX) NOT = 'Y'
                   ADD 1 TO WS-INELIG-COUNT
                   DISPLAY 'SECURITY TYPE NOT ELIGIBLE IN '
                       WS-SR-STATE(WS-SR-FOUND) ': '
                       WS-PA-CUSIP(WS-IDX) ' ' WS-PA-SEC-TYPE(WS-IDX)
               ELSE
                   IF WS-PA-ASSIGN-TYPE(WS-IDX) = 'P'
                       ADD WS-PA-PLEDGED(WS-IDX)
                           TO WS-SR-POOL-PLEDGED(WS-SR-FOUND)
                   ELSE
                       ADD WS-PA-PLEDGED(WS-IDX)
                           TO WS-DP-PLEDGED(WS-DP-FOUND)
                   END-IF
               END-IF
           END-IF.
      *--- Requirement per depositor under its state rule; pooled ---
      *--- states accumulate the pool requirement instead         ---
       2500-CALC-REQUIRED.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE WS-DP-STATE(WS-DP-IDX) TO WS-CD-STATE
               PERFORM 2900-FIND-RULE
               MOVE WS-SR-FOUND TO WS-DP-RULE(WS-DP-IDX)
               IF WS-SR-FOUND = 0
                   DISPLAY 'NO COLLATERAL RULE FOR STATE '
                       WS-DP-STATE(WS-DP-IDX) ' DEPOSITOR '
                       WS-DP-ID(WS-DP-IDX)
               ELSE
                   IF WS-DP-INSURED(WS-DP-IDX) >
                       WS-SR-INSURED-AMT(WS-SR-FOUND)
                       MOVE WS-SR-INSURED-AMT(WS-SR-FOUND)
                           TO WS-DP-INSURED(WS-DP-IDX)
                   END-IF
                   IF WS-DP-INSURED(WS-DP-IDX) >
                       WS-DP-BALANCE(WS-DP-IDX)
                       MOVE WS-DP-BALANCE(WS-DP-IDX)
                           TO WS-DP-INSURED(WS-DP-IDX)
                   END-IF
                   COMPUTE WS-DP-UNINSURED(WS-DP-IDX) =
                       WS-DP-BALANCE(WS-DP-IDX) -
                       WS-DP-INSURED(WS-DP-IDX)
                   IF WS-SR-COVER-BASIS(WS-SR-FOUND) = 'T'
                       MOVE WS-DP-BALANCE(WS-DP-IDX)
                           TO WS-DP-BASE(WS-DP-IDX)
                   ELSE
                       MOVE WS-DP-UNINSURED(WS-DP-IDX)
                           TO WS-DP-BASE(WS-DP-IDX)
                   END-IF
                   ADD 1 TO WS-SR-DEP-COUNT(WS-SR-FOUND)
                   IF WS-SR-POOL-FLAG(WS-SR-FOUND) = 'Y'
                       ADD WS-DP-BASE(WS-DP-IDX)
                           TO WS-SR-POOL-BASE(WS-SR-FOUND)
                   ELSE
                       COMPUTE WS-DP-REQUIRED(WS-DP-IDX) ROUNDED =
                           WS-DP-BASE(WS-DP-IDX) *
                           WS-SR-MARGIN-PCT(WS-SR-FOUND) / 100
                       ADD WS-DP-REQUIRED(WS-DP-IDX)
                           TO WS-SR-DEP-REQ(WS-SR-FOUND)
                       ADD WS-DP-PLEDGED(WS-DP-IDX)
                           TO WS-SR-DEP-PLEDGED(WS-SR-FOUND)
                       ADD WS-DP-REQUIRED(WS-DP-IDX)
                           TO WS-REQUIRED-COLL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-POOL-FLAG(WS-SR-IDX) = 'Y'
                   COMPUTE WS-SR-POOL-REQ(WS-SR-IDX) ROUNDED =
                       WS-SR-POOL-BASE(WS-SR-IDX) *
                       WS-SR-POOL-MARGIN-PCT(WS-SR-IDX) / 100
                   ADD WS-SR-POOL-REQ(WS-SR-IDX) TO WS-REQUIRED-COLL
               END-IF
           END-PERFORM.
       2900-FIND-RULE.
           MOVE 0 TO WS-SR-FOUND
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT OR WS-SR-FOUND > 0
               IF WS-SR-STATE(WS-SR-IDX) = WS-CD-STATE
                   MOVE WS-SR-IDX TO WS-SR-FOUND
               END-IF
           END-PERFORM.
       3000-CHECK-COVERAGE.
           IF WS-REQUIRED-COLL > 0
           ELSE
               MOVE 'DEFICIENT   ' TO WS-STATUS
               MOVE 'PLEDGE ADDITIONAL COLL' TO WS-ACTION
           END-IF
           IF WS-DEF-COUNT > 0
               MOVE 'PLEDGE SAME DAY - COLLDEF' TO WS-ACTION
           END-IF.
       4000-OUTPUT.
           CLOSE DEFICIENCY-FILE
           IF WS-MONTH-END-MODE
               CLOSE CERT-FILE
           END-IF
           DISPLAY 'COLLATERAL MANAGEMENT REPORT'
           DISPLAY '============================'
           DISPLAY 'RUN DATE:     ' WS-RUN-DATE ' MODE ' WS-MODE
           DISPLAY 'DEPOSITORS:   ' WS-DP-COUNT
           DISPLAY 'PLEDGES:      ' WS-PA-COUNT
           DISPLAY 'INELIGIBLE:   ' WS-INELIG-COUNT
           DISPLAY 'UNASSIGNED:   ' WS-UNASSIGNED-COUNT
           DISPLAY 'DEFICIENCIES: ' WS-DEF-COUNT
           DISPLAY 'TOTAL PAR:    $' WS-TOTAL-PAR
           DISPLAY 'TOTAL MKT:    $' WS-TOTAL-MKT
           DISPLAY 'PLEDGED VALUE:$' WS-TOTAL-PLEDGED
           IF WS-ACTION NOT = SPACES
               DISPLAY 'ACTION:       ' WS-ACTION
           END-IF.
      *--- Deficiencies for same-day pledging ---
       5000-CHECK-DEPOSITORS.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-RULE(WS-DP-IDX) > 0
                   MOVE WS-DP-RULE(WS-DP-IDX) TO WS-SR-IDX
                   IF WS-SR-POOL-FLAG(WS-SR-IDX) NOT = 'Y'
                       AND WS-DP-PLEDGED(WS-DP-IDX) <
                           WS-DP-REQUIRED(WS-DP-IDX)
                       MOVE 'D' TO DF-TYPE
                       MOVE WS-DP-ID(WS-DP-IDX) TO DF-ID
                       MOVE WS-DP-STATE(WS-DP-IDX) TO DF-STATE
                       MOVE WS-DP-REQUIRED(WS-DP-IDX) TO DF-REQUIRED
                       MOVE WS-DP-PLEDGED(WS-DP-IDX) TO DF-PLEDGED
                       ADD 1 TO WS-SR-DEF-COUNT(WS-SR-IDX)
                       PERFORM 5100-WRITE-DEFICIENCY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-POOL-FLAG(WS-SR-IDX) = 'Y'
                   AND WS-SR-POOL-PLEDGED(WS-SR-IDX) <
                       WS-SR-POOL-REQ(WS-SR-IDX)
                   MOVE 'P' TO DF-TYPE
                   MOVE SPACES TO DF-ID
                   MOVE WS-SR-STATE(WS-SR-IDX) TO DF-ID
                   MOVE WS-SR-STATE(WS-SR-IDX) TO DF-STATE
                   MOVE WS-SR-POOL-REQ(WS-SR-IDX) TO DF-REQUIRED
                   MOVE WS-SR-POOL-PLEDGED(WS-SR-IDX) TO DF-PLEDGED
                   ADD 1 TO WS-SR-DEF-COUNT(WS-SR-IDX)
                   PERFORM 5100-WRITE-DEFICIENCY
               END-IF
           END-PERFORM.
       5100-WRITE-DEFICIENCY.
           MOVE WS-RUN-DATE TO DF-RUN-DATE
           COMPUTE DF-SHORTFALL = DF-REQUIRED - DF-PLEDGED
           WRITE DEFICIENCY-RECORD
           ADD 1 TO WS-DEF-COUNT
           DISPLAY 'COLLATERAL DEFICIENT ' DF-TYPE ' ' DF-ID
               ' SHORT ' DF-SHORTFALL.
      *--- Monthly certification for each depositor ---
       6000-CERTIFICATIONS.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM 6100-CERTIFY-DEPOSITOR
           END-PERFORM.
       6100-CERTIFY-DEPOSITOR.
           MOVE WS-RUN-DATE TO WS-CH-DATE
           WRITE CERT-RECORD FROM WS-CERT-HEAD
           MOVE WS-DP-ID(WS-DP-IDX) TO WS-CD-ID
           MOVE WS-DP-NAME(WS-DP-IDX) TO WS-CD-NAME
           MOVE WS-DP-STATE(WS-DP-IDX) TO WS-CD-STATE
           MOVE WS-DP-TYPE(WS-DP-IDX) TO WS-CD-TYPE
           WRITE CERT-RECORD FROM WS-CERT-DEPOSITOR
           MOVE WS-DP-BALANCE(WS-DP-IDX) TO WS-CA-BALANCE
           MOVE WS-DP-INSURED(WS-DP-IDX) TO WS-CA-INSURED
           MOVE WS-DP-UNINSURED(WS-DP-IDX) TO WS-CA-UNINSURED
           MOVE WS-DP-RULE(WS-DP-IDX) TO WS-SR-IDX
           IF WS-SR-IDX = 0
               MOVE 0 TO WS-CA-REQUIRED
               MOVE 0 TO WS-CT-PLEDGED
               MOVE 0 TO WS-ITEM-COVERAGE
               MOVE 'NO RULE' TO WS-ITEM-STATUS
           ELSE
               IF WS-SR-POOL-FLAG(WS-SR-IDX) = 'Y'
                   MOVE WS-SR-POOL-REQ(WS-SR-IDX) TO WS-CA-REQUIRED
               ELSE
                   MOVE WS-DP-REQUIRED(WS-DP-IDX) TO WS-CA-REQUIRED
               END-IF
           END-IF
           WRITE CERT-RECORD FROM WS-CERT-AMOUNTS
           IF WS-SR-IDX > 0
               IF WS-SR-POOL-FLAG(WS-SR-IDX) = 'Y'
                   PERFORM 6200-CERTIFY-POOLED
               ELSE
                   PERFORM 6300-CERTIFY-DEDICATED
               END-IF
           END-IF
           MOVE WS-ITEM-COVERAGE TO WS-CT-COVERAGE
           MOVE WS-ITEM-STATUS TO WS-CT-STATUS
           WRITE CERT-RECORD FROM WS-CERT-TOTAL
           WRITE CERT-RECORD FROM WS-CERT-STATEMENT
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.
       6200-CERTIFY-POOLED.
           MOVE SPACES TO CERT-RECORD
           STRING '    COVERED BY THE ' WS-SR-STATE(WS-SR-IDX)
               ' POOLED COLLATERAL PROGRAM - POOL REQUIREMENT SHOWN'
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-SR-POOL-PLEDGED(WS-SR-IDX) TO WS-CT-PLEDGED
           MOVE WS-SR-POOL-REQ(WS-SR-IDX) TO WS-ITEM-REQUIRED
           MOVE WS-SR-POOL-PLEDGED(WS-SR-IDX) TO WS-ITEM-PLEDGED
           PERFORM 6900-ITEM-STATUS.
       6300-CERTIFY-DEDICATED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PA-COUNT
               IF WS-PA-ASSIGN-TYPE(WS-IDX) NOT = 'P'
                   AND WS-PA-ASSIGN-ID(WS-IDX) = WS-DP-ID(WS-DP-IDX)
                   MOVE WS-PA-CUSIP(WS-IDX) TO WS-CP-CUSIP
                   MOVE WS-PA-DESC(WS-IDX) TO WS-CP-DESC
                   MOVE WS-PA-SEC-TYPE(WS-IDX) TO WS-CP-TYPE
                   MOVE WS-PA-PAR(WS-IDX) TO WS-CP-PAR
                   MOVE WS-PA-MKT(WS-IDX) TO WS-CP-MKT
                   MOVE WS-PA-PLEDGED(WS-IDX) TO WS-CP-VALUE
                   IF WS-PA-ELIGIBLE(WS-IDX) = 'Y'
                       MOVE SPACES TO WS-CP-NOTE
                   ELSE
                       MOVE 'INELIGIBLE' TO WS-CP-NOTE
                   END-IF
                   WRITE CERT-RECORD FROM WS-CERT-PLEDGE
               END-IF
           END-PERFORM
           MOVE WS-DP-PLEDGED(WS-DP-IDX) TO WS-CT-PLEDGED
           MOVE WS-DP-REQUIRED(WS-DP-IDX) TO WS-ITEM-REQUIRED
           MOVE WS-DP-PLEDGED(WS-DP-IDX) TO WS-ITEM-PLEDGED
           PERFORM 6900-ITEM-STATUS.
       6900-ITEM-STATUS.
           IF WS-ITEM-REQUIRED > 0
               COMPUTE WS-ITEM-COVERAGE ROUNDED =
                   WS-ITEM-PLEDGED * 100 / WS-ITEM-REQUIRED
                   ON SIZE ERROR MOVE 99999.99 TO WS-ITEM-COVERAGE
               END-COMPUTE
           ELSE
               MOVE 999.99 TO WS-ITEM-COVERAGE
           END-IF
           IF WS-ITEM-PLEDGED < WS-ITEM-REQUIRED
               MOVE 'DEFICIENT' TO WS-ITEM-STATUS
           ELSE
               MOVE 'ADEQUATE' TO WS-ITEM-STATUS
           END-IF.
      *--- Monthly summary for each state treasurer ---
       7000-TREASURER-REPORTS.
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-DEP-COUNT(WS-SR-IDX) > 0
                   PERFORM 7100-TREASURER-SUMMARY
               END-IF
           END-PERFORM.
       7100-TREASURER-SUMMARY.
           MOVE WS-SR-STATE(WS-SR-IDX) TO WS-TH-STATE
           MOVE WS-SR-TREASURER(WS-SR-IDX) TO WS-TH-TREASURER
           MOVE WS-RUN-DATE TO WS-TH-DATE
           WRITE CERT-RECORD FROM WS-TREAS-HEAD
           IF WS-SR-POOL-FLAG(WS-SR-IDX) = 'Y'
               MOVE 'POOLED PROGRAM' TO WS-TD-LABEL
               MOVE WS-SR-POOL-REQ(WS-SR-IDX) TO WS-TD-REQUIRED
               MOVE WS-SR-POOL-PLEDGED(WS-SR-IDX) TO WS-TD-PLEDGED
               IF WS-SR-POOL-PLEDGED(WS-SR-IDX) <
                   WS-SR-POOL-REQ(WS-SR-IDX)
                   MOVE 'DEFICIENT' TO WS-TD-STATUS
               ELSE
                   MOVE 'ADEQUATE' TO WS-TD-STATUS
               END-IF
           ELSE
               MOVE 'DEDICATED DEPOSITORS' TO WS-TD-LABEL
               MOVE WS-SR-DEP-REQ(WS-SR-IDX) TO WS-TD-REQUIRED
               MOVE WS-SR-DEP-PLEDGED(WS-SR-IDX) TO WS-TD-PLEDGED
               IF WS-SR-DEF-COUNT(WS-SR-IDX) > 0
                   MOVE 'DEFICIENT' TO WS-TD-STATUS
               ELSE
                   MOVE 'ADEQUATE' TO WS-TD-STATUS
               END-IF
           END-IF
           MOVE WS-SR-DEP-COUNT(WS-SR-IDX) TO WS-TD-COUNT
           WRITE CERT-RECORD FROM WS-TREAS-DETAIL
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-RULE(WS-DP-IDX) = WS-SR-IDX
                   MOVE SPACES TO WS-TREAS-LINE
                   MOVE WS-DP-BASE(WS-DP-IDX) TO WS-CA-UNINSURED
                   STRING '      ' WS-DP-ID(WS-DP-IDX) '  '
                       WS-DP-NAME(WS-DP-IDX) '  COVERED BALANCE '
                       WS-CA-UNINSURED
                       DELIMITED BY SIZE INTO WS-TREAS-LINE
                   WRITE CERT-RECORD FROM WS-TREAS-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD.
