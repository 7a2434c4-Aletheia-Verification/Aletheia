       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-CORR-ANALYSIS.
      *================================================================*
      * Correspondent Account Analysis Statement Reconciliation        *
      * Loads each correspondent's monthly account analysis statement  *
      * (CORRSTMT.DAT: H header with balances and earnings credit, D   *
      * service lines with volume, unit price and charge) and rebuilds *
      * what we expected to be billed from our own clearing activity   *
      * (CORRACT.DAT) priced at the contracted schedule (CORRPRC.DAT). *
      * Service lines whose volume or unit price differ beyond the     *
      * tolerances on CORRCTL.DAT are flagged for dispute.  CORRVAR.DAT*
      * carries the per-correspondent variance report and a closing    *
      * cost comparison across correspondents for routing decisions.   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'CORRCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PRICE-FILE ASSIGN TO 'CORRPRC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO 'CORRACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'CORRSTMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CORRVAR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-STMT-MONTH           PIC 9(6).
           05 CT-DAYS-IN-MONTH        PIC 9(2).
           05 CT-VOLUME-TOL-PCT       PIC 9(2)V99.
           05 CT-PRICE-TOL            PIC 9V9(4).
           05 CT-ECA-TOL              PIC 9(5)V99.
       FD PRICE-FILE.
       01 PRICE-RECORD.
           05 PC-ABA                  PIC X(9).
           05 PC-SERVICE-CODE         PIC X(6).
           05 PC-UNIT-PRICE           PIC 9(3)V9(4).
           05 PC-DESC                 PIC X(25).
       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           05 AC-ABA                  PIC X(9).
           05 AC-ACTIVITY-DATE        PIC 9(8).
           05 AC-SERVICE-CODE         PIC X(6).
           05 AC-ITEM-COUNT           PIC 9(7).
           05 AC-AMOUNT               PIC S9(11)V99.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
           05 SM-REC-TYPE             PIC X(1).
               88 SM-HEADER           VALUE 'H'.
               88 SM-DETAIL           VALUE 'D'.
           05 SM-ABA                  PIC X(9).
           05 SM-DATA                 PIC X(72).
           05 SM-HEADER-DATA REDEFINES SM-DATA.
               10 SM-CORR-NAME        PIC X(25).
               10 SM-STMT-MONTH       PIC 9(6).
               10 SM-AVG-LEDGER-BAL   PIC S9(11)V99.
               10 SM-AVG-COLL-BAL     PIC S9(11)V99.
               10 SM-ECR-RATE         PIC 9V9(4).
               10 SM-EARNINGS-CREDIT  PIC 9(7)V99.
               10 FILLER              PIC X(1).
           05 SM-DETAIL-DATA REDEFINES SM-DATA.
               10 SM-SERVICE-CODE     PIC X(6).
               10 SM-SERVICE-DESC     PIC X(25).
               10 SM-VOLUME           PIC 9(9).
               10 SM-UNIT-PRICE       PIC 9(3)V9(4).
               10 SM-CHARGE           PIC 9(9)V99.
               10 FILLER              PIC X(14).
       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS               PIC X(2).
       01 WS-PRC-STATUS               PIC X(2).
       01 WS-ACT-STATUS               PIC X(2).
       01 WS-STM-STATUS               PIC X(2).
       01 WS-RPT-STATUS               PIC X(2).
       01 WS-EOF-FLAG                 PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-TODAY                    PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM         PIC 9(6).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY           PIC 9(4).
           05 WS-TODAY-MM             PIC 9(2).
           05 FILLER                  PIC 9(2).
       01 WS-ACT-DATE                 PIC 9(8).
       01 WS-ACT-DATE-R REDEFINES WS-ACT-DATE.
           05 WS-ACT-YYYYMM           PIC 9(6).
           05 WS-ACT-DD               PIC 9(2).
      *--- Run parameters ---
       01 WS-STMT-MONTH               PIC 9(6).
       01 WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
           05 WS-STMT-YYYY            PIC 9(4).
           05 WS-STMT-MM              PIC 9(2).
       01 WS-DAYS-IN-MONTH            PIC 9(2) VALUE 30.
       01 WS-VOLUME-TOL-PCT           PIC 9(2)V99 VALUE 2.00.
       01 WS-PRICE-TOL                PIC 9V9(4) VALUE 0.0010.
       01 WS-ECA-TOL                  PIC 9(5)V99 VALUE 5.00.
      *--- Contracted price schedule ---
       01 WS-PRICE-TABLE.
           05 WS-PC-ENTRY OCCURS 1000 TIMES.
               10 WS-PC-ABA           PIC X(9).
               10 WS-PC-SERVICE-CODE  PIC X(6).
               10 WS-PC-UNIT-PRICE    PIC S9(3)V9(4) COMP-3.
       01 WS-PC-COUNT                 PIC S9(4) COMP VALUE 0.
       01 WS-PC-IDX                   PIC S9(4) COMP.
       01 WS-PC-CUR                   PIC S9(4) COMP.
      *--- Expected volumes from our clearing activity ---
       01 WS-EXPECT-TABLE.
           05 WS-EX-ENTRY OCCURS 1000 TIMES.
               10 WS-EX-ABA           PIC X(9).
               10 WS-EX-SERVICE-CODE  PIC X(6).
               10 WS-EX-VOLUME        PIC S9(9) COMP-3.
               10 WS-EX-USED          PIC X(1).
       01 WS-EX-COUNT                 PIC S9(4) COMP VALUE 0.
       01 WS-EX-IDX                   PIC S9(4) COMP.
       01 WS-EX-CUR                   PIC S9(4) COMP.
      *--- Statements as billed ---
       01 WS-CORR-TABLE.
           05 WS-CO-ENTRY OCCURS 50 TIMES.
               10 WS-CO-ABA           PIC X(9).
               10 WS-CO-NAME          PIC X(25).
               10 WS-CO-AVG-COLL-BAL  PIC S9(11)V99 COMP-3.
               10 WS-CO-ECR-RATE      PIC S9V9(4) COMP-3.
               10 WS-CO-STMT-ECA      PIC S9(7)V99 COMP-3.
               10 WS-CO-STMT-CHARGES  PIC S9(9)V99 COMP-3.
               10 WS-CO-EXP-CHARGES   PIC S9(9)V99 COMP-3.
               10 WS-CO-EXP-ECA       PIC S9(7)V99 COMP-3.
               10 WS-CO-DISPUTE-AMT   PIC S9(9)V99 COMP-3.
               10 WS-CO-EXP-ITEMS     PIC S9(9) COMP-3.
               10 WS-CO-FLAG-COUNT    PIC S9(4) COMP.
       01 WS-CO-COUNT                 PIC S9(3) COMP VALUE 0.
       01 WS-CO-IDX                   PIC S9(3) COMP.
       01 WS-CO-CUR                   PIC S9(3) COMP.
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 2000 TIMES.
               10 WS-LN-CORR          PIC S9(3) COMP.
               10 WS-LN-SERVICE-CODE  PIC X(6).
               10 WS-LN-DESC          PIC X(25).
               10 WS-LN-VOLUME        PIC S9(9) COMP-3.
               10 WS-LN-UNIT-PRICE    PIC S9(3)V9(4) COMP-3.
               10 WS-LN-CHARGE        PIC S9(9)V99 COMP-3.
       01 WS-LN-COUNT                 PIC S9(4) COMP VALUE 0.
       01 WS-LN-IDX                   PIC S9(4) COMP.
      *--- Line reconciliation work fields ---
       01 WS-EXP-VOLUME               PIC S9(9) COMP-3.
       01 WS-EXP-PRICE                PIC S9(3)V9(4) COMP-3.
       01 WS-EXP-CHARGE               PIC S9(9)V99 COMP-3.
       01 WS-VOL-VARIANCE             PIC S9(9) COMP-3.
       01 WS-VOL-VAR-PCT              PIC S9(5)V99 COMP-3.
       01 WS-PRICE-VARIANCE           PIC S9(3)V9(4) COMP-3.
       01 WS-CHG-VARIANCE             PIC S9(9)V99 COMP-3.
       01 WS-LINE-FLAG                PIC X(4).
       01 WS-VOL-FLAG                 PIC X(1).
       01 WS-PRC-FLAG                 PIC X(1).
       01 WS-NET-STMT                 PIC S9(9)V99 COMP-3.
       01 WS-NET-EXPECT               PIC S9(9)V99 COMP-3.
       01 WS-ECA-VARIANCE             PIC S9(7)V99 COMP-3.
       01 WS-COST-PER-ITEM            PIC S9(3)V9(4) COMP-3.
       01 WS-LOW-COST                 PIC S9(3)V9(4) COMP-3.
       01 WS-LOW-IDX                  PIC S9(3) COMP.
      *--- Run totals ---
       01 WS-TOTAL-LINES              PIC 9(5) VALUE 0.
       01 WS-TOTAL-FLAGGED            PIC 9(5) VALUE 0.
       01 WS-TOTAL-DISPUTE            PIC S9(9)V99 COMP-3 VALUE 0.
      *--- Report lines ---
       01 WS-HEAD-LINE.
           05 FILLER                  PIC X(45)
               VALUE 'CORRESPONDENT ANALYSIS STATEMENT RECON MONTH '.
           05 WS-HL-MONTH             PIC 9(6).
           05 FILLER                  PIC X(81) VALUE SPACES.
       01 WS-CORR-LINE.
           05 FILLER                  PIC X(15) VALUE 'CORRESPONDENT '.
           05 WS-CL-ABA               PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-CL-NAME              PIC X(25).
           05 FILLER                  PIC X(81) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                  PIC X(32) VALUE
               'SVC    DESCRIPTION'.
           05 FILLER                  PIC X(30) VALUE
               '   STMT VOL    EXP VOL    VAR%'.
           05 FILLER                  PIC X(18) VALUE
               ' STMT PRC CONT PRC'.
           05 FILLER                  PIC X(45) VALUE
               '    STMT CHARGE     EXP CHARGE       VARIANCE'.
           05 FILLER                  PIC X(7) VALUE '  FLAG'.
       01 WS-DETAIL-LINE.
           05 WS-DL-SERVICE-CODE      PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-DESC              PIC X(25).
           05 WS-DL-STMT-VOL          PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-EXP-VOL           PIC ZZZ,ZZZ,ZZ9.
           05 WS-DL-VAR-PCT           PIC -ZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-STMT-PRICE        PIC ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-EXP-PRICE         PIC ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-STMT-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-EXP-CHARGE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-VARIANCE          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG              PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL             PIC X(32).
           05 WS-TL-STMT              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-EXPECT            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-TL-VARIANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(51) VALUE SPACES.
       01 WS-ROUTE-LINE.
           05 WS-RL-ABA               PIC X(9).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-NAME              PIC X(25).
           05 WS-RL-ITEMS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-NET-STMT          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-NET-EXPECT        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-PER-ITEM          PIC -ZZ9.9999.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-DISPUTE           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-NOTE              PIC X(11).
           05 FILLER                  PIC X(10) VALUE SPACES.
       01 WS-MSG-LINE                 PIC X(132).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PRICES
           PERFORM 1200-LOAD-ACTIVITY
           PERFORM 1300-LOAD-STATEMENTS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-STMT-MONTH TO WS-HL-MONTH
           WRITE REPORT-RECORD FROM WS-HEAD-LINE
           PERFORM VARYING WS-CO-CUR FROM 1 BY 1
               UNTIL WS-CO-CUR > WS-CO-COUNT
               PERFORM 2000-RECONCILE-CORRESPONDENT
           END-PERFORM
           PERFORM 3000-ROUTE-COMPARISON
           CLOSE REPORT-FILE
           PERFORM 4000-DISPLAY-TOTALS
           STOP RUN.
      *--- Statement month defaults to the month just ended ---
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY-MM = 1
               COMPUTE WS-STMT-YYYY = WS-TODAY-YYYY - 1
               MOVE 12 TO WS-STMT-MM
           ELSE
               MOVE WS-TODAY-YYYY TO WS-STMT-YYYY
               COMPUTE WS-STMT-MM = WS-TODAY-MM - 1
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-STMT-MONTH > 0
                           MOVE CT-STMT-MONTH TO WS-STMT-MONTH
                       END-IF
                       IF CT-DAYS-IN-MONTH > 0
                           MOVE CT-DAYS-IN-MONTH TO WS-DAYS-IN-MONTH
                       END-IF
                       IF CT-VOLUME-TOL-PCT > 0
                           MOVE CT-VOLUME-TOL-PCT TO WS-VOLUME-TOL-PCT
                       END-IF
                       IF CT-PRICE-TOL > 0
                           MOVE CT-PRICE-TOL TO WS-PRICE-TOL
                       END-IF
                       IF CT-ECA-TOL > 0
                           MOVE CT-ECA-TOL TO WS-ECA-TOL
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
       1100-LOAD-PRICES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRICE-FILE
           IF WS-PRC-STATUS NOT = '00'
               DISPLAY 'PRICE SCHEDULE NOT AVAILABLE: ' WS-PRC-STATUS
           ELSE
               PERFORM 1150-READ-PRICE UNTIL WS-EOF
               CLOSE PRICE-FILE
           END-IF.
       1150-READ-PRICE.
           READ PRICE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PC-COUNT < 1000
                       ADD 1 TO WS-PC-COUNT
                       MOVE PC-ABA TO WS-PC-ABA(WS-PC-COUNT)
                       MOVE PC-SERVICE-CODE
                           TO WS-PC-SERVICE-CODE(WS-PC-COUNT)
                       MOVE PC-UNIT-PRICE
                           TO WS-PC-UNIT-PRICE(WS-PC-COUNT)
                   ELSE
                       DISPLAY 'PRICE TABLE FULL - SKIPPED ' PC-ABA
                           ' ' PC-SERVICE-CODE
                   END-IF
           END-READ.
       1200-LOAD-ACTIVITY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           IF WS-ACT-STATUS NOT = '00'
               DISPLAY 'CLEARING ACTIVITY NOT AVAILABLE: '
                   WS-ACT-STATUS
           ELSE
               PERFORM 1250-READ-ACTIVITY UNTIL WS-EOF
               CLOSE ACTIVITY-FILE
           END-IF.
       1250-READ-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE AC-ACTIVITY-DATE TO WS-ACT-DATE
                   IF WS-ACT-YYYYMM = WS-STMT-MONTH
                       PERFORM 1260-ACCUMULATE-ACTIVITY
                   END-IF
           END-READ.
       1260-ACCUMULATE-ACTIVITY.
           MOVE 0 TO WS-EX-CUR
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT OR WS-EX-CUR > 0
               IF WS-EX-ABA(WS-EX-IDX) = AC-ABA
                   AND WS-EX-SERVICE-CODE(WS-EX-IDX) = AC-SERVICE-CODE
                   MOVE WS-EX-IDX TO WS-EX-CUR
               END-IF
           END-PERFORM
           IF WS-EX-CUR = 0
               IF WS-EX-COUNT < 1000
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-CUR
                   MOVE AC-ABA TO WS-EX-ABA(WS-EX-CUR)
                   MOVE AC-SERVICE-CODE TO WS-EX-SERVICE-CODE(WS-EX-CUR)
                   MOVE 0 TO WS-EX-VOLUME(WS-EX-CUR)
                   MOVE 'N' TO WS-EX-USED(WS-EX-CUR)
               ELSE
                   DISPLAY 'ACTIVITY TABLE FULL - SKIPPED ' AC-ABA
                       ' ' AC-SERVICE-CODE
               END-IF
           END-IF
           IF WS-EX-CUR > 0
               ADD AC-ITEM-COUNT TO WS-EX-VOLUME(WS-EX-CUR)
           END-IF.
      *--- Detail lines belong to the header that precedes them.
      *--- Statements for other months are ignored.
       1300-LOAD-STATEMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-CO-CUR
           OPEN INPUT STATEMENT-FILE
           IF WS-STM-STATUS NOT = '00'
               DISPLAY 'ANALYSIS STATEMENTS NOT AVAILABLE: '
                   WS-STM-STATUS
           ELSE
               PERFORM 1350-READ-STATEMENT UNTIL WS-EOF
               CLOSE STATEMENT-FILE
           END-IF.
       1350-READ-STATEMENT.
           READ STATEMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN SM-HEADER
                           PERFORM 1360-STORE-HEADER
                       WHEN SM-DETAIL
                           IF WS-CO-CUR > 0
                               PERFORM 1370-STORE-DETAIL
                           END-IF
                   END-EVALUATE
           END-READ.
       1360-STORE-HEADER.
           MOVE 0 TO WS-CO-CUR
           IF SM-STMT-MONTH = WS-STMT-MONTH
               IF WS-CO-COUNT < 50
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-CO-CUR
                   INITIALIZE WS-CO-ENTRY(WS-CO-CUR)
                   MOVE SM-ABA TO WS-CO-ABA(WS-CO-CUR)
                   MOVE SM-CORR-NAME TO WS-CO-NAME(WS-CO-CUR)
                   MOVE SM-AVG-COLL-BAL TO WS-CO-AVG-COLL-BAL(WS-CO-CUR)
                   MOVE SM-ECR-RATE TO WS-CO-ECR-RATE(WS-CO-CUR)
                   MOVE SM-EARNINGS-CREDIT
                       TO WS-CO-STMT-ECA(WS-CO-CUR)
               ELSE
                   DISPLAY 'CORRESPONDENT TABLE FULL - SKIPPED '
                       SM-ABA
               END-IF
           END-IF.
       1370-STORE-DETAIL.
           IF WS-LN-COUNT < 2000
               ADD 1 TO WS-LN-COUNT
               MOVE WS-CO-CUR TO WS-LN-CORR(WS-LN-COUNT)
               MOVE SM-SERVICE-CODE TO WS-LN-SERVICE-CODE(WS-LN-COUNT)
               MOVE SM-SERVICE-DESC TO WS-LN-DESC(WS-LN-COUNT)
               MOVE SM-VOLUME TO WS-LN-VOLUME(WS-LN-COUNT)
               MOVE SM-UNIT-PRICE TO WS-LN-UNIT-PRICE(WS-LN-COUNT)
               MOVE SM-CHARGE TO WS-LN-CHARGE(WS-LN-COUNT)
           ELSE
               DISPLAY 'STATEMENT LINE TABLE FULL - SKIPPED ' SM-ABA
                   ' ' SM-SERVICE-CODE
           END-IF.
       2000-RECONCILE-CORRESPONDENT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CO-ABA(WS-CO-CUR) TO WS-CL-ABA
           MOVE WS-CO-NAME(WS-CO-CUR) TO WS-CL-NAME
           WRITE REPORT-RECORD FROM WS-CORR-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-CORR(WS-LN-IDX) = WS-CO-CUR
                   PERFORM 2100-RECONCILE-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-ABA(WS-EX-IDX) = WS-CO-ABA(WS-CO-CUR)
                   AND WS-EX-USED(WS-EX-IDX) = 'N'
                   PERFORM 2200-UNBILLED-SERVICE
               END-IF
           END-PERFORM
           PERFORM 2300-CORRESPONDENT-TOTALS.
      *--- Flags: V volume outside tolerance, P unit price outside
      *--- tolerance, N billed service with no activity of ours.
      *--- A positive charge variance on a flagged line is disputed.
       2100-RECONCILE-LINE.
           ADD 1 TO WS-TOTAL-LINES
           MOVE 0 TO WS-EXP-VOLUME
           MOVE 0 TO WS-EX-CUR
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT OR WS-EX-CUR > 0
               IF WS-EX-ABA(WS-EX-IDX) = WS-CO-ABA(WS-CO-CUR)
                   AND WS-EX-SERVICE-CODE(WS-EX-IDX) =
                       WS-LN-SERVICE-CODE(WS-LN-IDX)
                   MOVE WS-EX-IDX TO WS-EX-CUR
               END-IF
           END-PERFORM
           IF WS-EX-CUR > 0
               MOVE WS-EX-VOLUME(WS-EX-CUR) TO WS-EXP-VOLUME
               MOVE 'Y' TO WS-EX-USED(WS-EX-CUR)
           END-IF
           PERFORM 2150-FIND-PRICE
           IF WS-PC-CUR > 0
               MOVE WS-PC-UNIT-PRICE(WS-PC-CUR) TO WS-EXP-PRICE
           ELSE
               MOVE WS-LN-UNIT-PRICE(WS-LN-IDX) TO WS-EXP-PRICE
           END-IF
           COMPUTE WS-EXP-CHARGE ROUNDED = WS-EXP-VOLUME * WS-EXP-PRICE
           COMPUTE WS-VOL-VARIANCE =
               WS-LN-VOLUME(WS-LN-IDX) - WS-EXP-VOLUME
           IF WS-EXP-VOLUME > 0
               COMPUTE WS-VOL-VAR-PCT ROUNDED =
                   WS-VOL-VARIANCE * 100 / WS-EXP-VOLUME
           ELSE
               MOVE 0 TO WS-VOL-VAR-PCT
           END-IF
           COMPUTE WS-PRICE-VARIANCE =
               WS-LN-UNIT-PRICE(WS-LN-IDX) - WS-EXP-PRICE
           COMPUTE WS-CHG-VARIANCE =
               WS-LN-CHARGE(WS-LN-IDX) - WS-EXP-CHARGE
           MOVE SPACES TO WS-LINE-FLAG
           MOVE SPACE TO WS-VOL-FLAG
           MOVE SPACE TO WS-PRC-FLAG
           IF WS-EX-CUR = 0
               IF WS-LN-VOLUME(WS-LN-IDX) > 0
                   MOVE 'N' TO WS-VOL-FLAG
               END-IF
           ELSE
               IF WS-VOL-VAR-PCT > WS-VOLUME-TOL-PCT
                   OR WS-VOL-VAR-PCT < 0 - WS-VOLUME-TOL-PCT
                   MOVE 'V' TO WS-VOL-FLAG
               END-IF
           END-IF
           IF WS-PC-CUR = 0
               MOVE '?' TO WS-PRC-FLAG
           ELSE
               IF WS-PRICE-VARIANCE > WS-PRICE-TOL
                   OR WS-PRICE-VARIANCE < 0 - WS-PRICE-TOL
                   MOVE 'P' TO WS-PRC-FLAG
               END-IF
           END-IF
           STRING WS-VOL-FLAG WS-PRC-FLAG DELIMITED BY SIZE
               INTO WS-LINE-FLAG
           IF WS-VOL-FLAG NOT = SPACE OR WS-PRC-FLAG = 'P'
               ADD 1 TO WS-CO-FLAG-COUNT(WS-CO-CUR)
               ADD 1 TO WS-TOTAL-FLAGGED
               IF WS-CHG-VARIANCE > 0
                   ADD WS-CHG-VARIANCE TO WS-CO-DISPUTE-AMT(WS-CO-CUR)
                   ADD WS-CHG-VARIANCE TO WS-TOTAL-DISPUTE
               END-IF
           END-IF
           ADD WS-LN-CHARGE(WS-LN-IDX) TO WS-CO-STMT-CHARGES(WS-CO-CUR)
           ADD WS-EXP-CHARGE TO WS-CO-EXP-CHARGES(WS-CO-CUR)
           ADD WS-EXP-VOLUME TO WS-CO-EXP-ITEMS(WS-CO-CUR)
           MOVE WS-LN-SERVICE-CODE(WS-LN-IDX) TO WS-DL-SERVICE-CODE
           MOVE WS-LN-DESC(WS-LN-IDX) TO WS-DL-DESC
           MOVE WS-LN-VOLUME(WS-LN-IDX) TO WS-DL-STMT-VOL
           MOVE WS-EXP-VOLUME TO WS-DL-EXP-VOL
           MOVE WS-VOL-VAR-PCT TO WS-DL-VAR-PCT
           MOVE WS-LN-UNIT-PRICE(WS-LN-IDX) TO WS-DL-STMT-PRICE
           MOVE WS-EXP-PRICE TO WS-DL-EXP-PRICE
           MOVE WS-LN-CHARGE(WS-LN-IDX) TO WS-DL-STMT-CHARGE
           MOVE WS-EXP-CHARGE TO WS-DL-EXP-CHARGE
           MOVE WS-CHG-VARIANCE TO WS-DL-VARIANCE
           MOVE WS-LINE-FLAG TO WS-DL-FLAG
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       2150-FIND-PRICE.
           MOVE 0 TO WS-PC-CUR
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT OR WS-PC-CUR > 0
               IF WS-PC-ABA(WS-PC-IDX) = WS-CO-ABA(WS-CO-CUR)
                   AND WS-PC-SERVICE-CODE(WS-PC-IDX) =
                       WS-LN-SERVICE-CODE(WS-LN-IDX)
                   MOVE WS-PC-IDX TO WS-PC-CUR
               END-IF
           END-PERFORM.
      *--- Activity we sent that the correspondent did not bill: shown
      *--- for information, flagged M, and costed into the expected
      *--- charges so the route comparison reflects the full cost.
       2200-UNBILLED-SERVICE.
           MOVE 0 TO WS-PC-CUR
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT OR WS-PC-CUR > 0
               IF WS-PC-ABA(WS-PC-IDX) = WS-CO-ABA(WS-CO-CUR)
                   AND WS-PC-SERVICE-CODE(WS-PC-IDX) =
                       WS-EX-SERVICE-CODE(WS-EX-IDX)
                   MOVE WS-PC-IDX TO WS-PC-CUR
               END-IF
           END-PERFORM
           IF WS-PC-CUR > 0
               MOVE WS-PC-UNIT-PRICE(WS-PC-CUR) TO WS-EXP-PRICE
           ELSE
               MOVE 0 TO WS-EXP-PRICE
           END-IF
           COMPUTE WS-EXP-CHARGE ROUNDED =
               WS-EX-VOLUME(WS-EX-IDX) * WS-EXP-PRICE
           ADD WS-EXP-CHARGE TO WS-CO-EXP-CHARGES(WS-CO-CUR)
           ADD WS-EX-VOLUME(WS-EX-IDX) TO WS-CO-EXP-ITEMS(WS-CO-CUR)
           MOVE WS-EX-SERVICE-CODE(WS-EX-IDX) TO WS-DL-SERVICE-CODE
           MOVE 'NOT ON STATEMENT' TO WS-DL-DESC
           MOVE 0 TO WS-DL-STMT-VOL
           MOVE WS-EX-VOLUME(WS-EX-IDX) TO WS-DL-EXP-VOL
           MOVE 0 TO WS-DL-VAR-PCT
           MOVE 0 TO WS-DL-STMT-PRICE
           MOVE WS-EXP-PRICE TO WS-DL-EXP-PRICE
           MOVE 0 TO WS-DL-STMT-CHARGE
           MOVE WS-EXP-CHARGE TO WS-DL-EXP-CHARGE
           COMPUTE WS-CHG-VARIANCE = 0 - WS-EXP-CHARGE
           MOVE WS-CHG-VARIANCE TO WS-DL-VARIANCE
           MOVE 'M' TO WS-DL-FLAG
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
      *--- Expected earnings credit is the average collected balance
      *--- at the statement ECR for the days in the month.
       2300-CORRESPONDENT-TOTALS.
           COMPUTE WS-CO-EXP-ECA(WS-CO-CUR) ROUNDED =
               WS-CO-AVG-COLL-BAL(WS-CO-CUR) *
               WS-CO-ECR-RATE(WS-CO-CUR) *
               WS-DAYS-IN-MONTH / 365
           MOVE 'SERVICE CHARGES' TO WS-TL-LABEL
           MOVE WS-CO-STMT-CHARGES(WS-CO-CUR) TO WS-TL-STMT
           MOVE WS-CO-EXP-CHARGES(WS-CO-CUR) TO WS-TL-EXPECT
           COMPUTE WS-TL-VARIANCE = WS-CO-STMT-CHARGES(WS-CO-CUR)
               - WS-CO-EXP-CHARGES(WS-CO-CUR)
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           COMPUTE WS-ECA-VARIANCE = WS-CO-STMT-ECA(WS-CO-CUR)
               - WS-CO-EXP-ECA(WS-CO-CUR)
           MOVE 'EARNINGS CREDIT' TO WS-TL-LABEL
           MOVE WS-CO-STMT-ECA(WS-CO-CUR) TO WS-TL-STMT
           MOVE WS-CO-EXP-ECA(WS-CO-CUR) TO WS-TL-EXPECT
           MOVE WS-ECA-VARIANCE TO WS-TL-VARIANCE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           IF WS-ECA-VARIANCE > WS-ECA-TOL
               OR WS-ECA-VARIANCE < 0 - WS-ECA-TOL
               MOVE '  ** EARNINGS CREDIT OUTSIDE TOLERANCE'
                   TO WS-MSG-LINE
               WRITE REPORT-RECORD FROM WS-MSG-LINE
               IF WS-ECA-VARIANCE < 0
                   SUBTRACT WS-ECA-VARIANCE
                       FROM WS-CO-DISPUTE-AMT(WS-CO-CUR)
                   SUBTRACT WS-ECA-VARIANCE FROM WS-TOTAL-DISPUTE
               END-IF
           END-IF
           COMPUTE WS-NET-STMT = WS-CO-STMT-CHARGES(WS-CO-CUR)
               - WS-CO-STMT-ECA(WS-CO-CUR)
           COMPUTE WS-NET-EXPECT = WS-CO-EXP-CHARGES(WS-CO-CUR)
               - WS-CO-EXP-ECA(WS-CO-CUR)
           MOVE 'NET AMOUNT DUE' TO WS-TL-LABEL
           MOVE WS-NET-STMT TO WS-TL-STMT
           MOVE WS-NET-EXPECT TO WS-TL-EXPECT
           COMPUTE WS-TL-VARIANCE = WS-NET-STMT - WS-NET-EXPECT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'AMOUNT TO DISPUTE' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-STMT
           MOVE 0 TO WS-TL-EXPECT
           MOVE WS-CO-DISPUTE-AMT(WS-CO-CUR) TO WS-TL-VARIANCE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
      *--- Cost per item uses the statement net cost, which is what
      *--- we actually pay; the lowest is marked for routing.
       3000-ROUTE-COMPARISON.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CORRESPONDENT COST COMPARISON' TO WS-MSG-LINE
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           MOVE 'ABA        CORRESPONDENT                    ITEMS'
               TO WS-MSG-LINE
           MOVE '    NET BILLED   NET EXPECTED  PER ITEM'
               TO WS-MSG-LINE(50:40)
           MOVE '        DISPUTE' TO WS-MSG-LINE(90:15)
           WRITE REPORT-RECORD FROM WS-MSG-LINE
           MOVE 0 TO WS-LOW-IDX
           MOVE 0 TO WS-LOW-COST
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-EXP-ITEMS(WS-CO-IDX) > 0
                   COMPUTE WS-COST-PER-ITEM ROUNDED =
                       (WS-CO-STMT-CHARGES(WS-CO-IDX)
                        - WS-CO-STMT-ECA(WS-CO-IDX))
                       / WS-CO-EXP-ITEMS(WS-CO-IDX)
                   IF WS-LOW-IDX = 0 OR WS-COST-PER-ITEM < WS-LOW-COST
                       MOVE WS-CO-IDX TO WS-LOW-IDX
                       MOVE WS-COST-PER-ITEM TO WS-LOW-COST
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 3100-ROUTE-LINE
           END-PERFORM.
       3100-ROUTE-LINE.
           MOVE WS-CO-ABA(WS-CO-IDX) TO WS-RL-ABA
           MOVE WS-CO-NAME(WS-CO-IDX) TO WS-RL-NAME
           MOVE WS-CO-EXP-ITEMS(WS-CO-IDX) TO WS-RL-ITEMS
           COMPUTE WS-NET-STMT = WS-CO-STMT-CHARGES(WS-CO-IDX)
               - WS-CO-STMT-ECA(WS-CO-IDX)
           COMPUTE WS-NET-EXPECT = WS-CO-EXP-CHARGES(WS-CO-IDX)
               - WS-CO-EXP-ECA(WS-CO-IDX)
           MOVE WS-NET-STMT TO WS-RL-NET-STMT
           MOVE WS-NET-EXPECT TO WS-RL-NET-EXPECT
           IF WS-CO-EXP-ITEMS(WS-CO-IDX) > 0
               COMPUTE WS-COST-PER-ITEM ROUNDED =
                   WS-NET-STMT / WS-CO-EXP-ITEMS(WS-CO-IDX)
           ELSE
               MOVE 0 TO WS-COST-PER-ITEM
           END-IF
           MOVE WS-COST-PER-ITEM TO WS-RL-PER-ITEM
           MOVE WS-CO-DISPUTE-AMT(WS-CO-IDX) TO WS-RL-DISPUTE
           IF WS-CO-IDX = WS-LOW-IDX
               MOVE 'LOWEST COST' TO WS-RL-NOTE
           ELSE
               MOVE SPACES TO WS-RL-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-ROUTE-LINE.
       4000-DISPLAY-TOTALS.
           DISPLAY 'CORRESPONDENT ANALYSIS RECONCILIATION'
           DISPLAY '====================================='
           DISPLAY 'STATEMENT MONTH:   ' WS-STMT-MONTH
           DISPLAY 'CORRESPONDENTS:    ' WS-CO-COUNT
           DISPLAY 'SERVICE LINES:     ' WS-TOTAL-LINES
           DISPLAY 'LINES FLAGGED:     ' WS-TOTAL-FLAGGED
           DISPLAY 'AMOUNT TO DISPUTE: ' WS-TOTAL-DISPUTE.
