      * Commercial Line of Credit Utilization Monitor                    *
      * Tracks revolving line usage, calculates commitment/usage fees,  *
      * monitors borrowing base compliance, and flags over-advances.    *
      * Eligible receivables and inventory are derived from the         *
      * borrowing-base certificates on BBCERT.DAT with the receivables  *
      * aging BBAGING.DAT and inventory listing BBINVEN.DAT.  Lines     *
      * with a late or missing certificate go to BBFREEZE.DAT so        *
      * advances can be frozen; deductions are shown on BBCALC.DAT.     *
      * Aging and inventory rows carry the certificate period end they  *
      * support; only rows for the latest certificate are used.         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LINE-FILE ASSIGN TO 'LOCUTIL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
           SELECT CERT-FILE ASSIGN TO 'BBCERT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT AGING-FILE ASSIGN TO 'BBAGING.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT INVEN-FILE ASSIGN TO 'BBINVEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT FREEZE-FILE ASSIGN TO 'BBFREEZE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT CALC-FILE ASSIGN TO 'BBCALC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINE-FILE.
           05  LN-AR-ADV-RATE      PIC 9(03).
           05  LN-INV-ADV-RATE     PIC 9(03).
           05  LN-MATURITY-DATE    PIC 9(08).
       FD  CERT-FILE.
       01  CERT-RECORD.
           05  BC-LOAN-NUM         PIC X(12).
           05  BC-PERIOD-END       PIC 9(08).
           05  BC-RECEIVED-DATE    PIC 9(08).
           05  BC-CONC-CAP-PCT     PIC 9(03).
           05  BC-CROSS-AGE-PCT    PIC 9(03).
       FD  AGING-FILE.
       01  AGING-RECORD.
           05  BA-LOAN-NUM         PIC X(12).
           05  BA-PERIOD-END       PIC 9(08).
           05  BA-DEBTOR-ID        PIC X(10).
           05  BA-CURRENT          PIC 9(11)V99.
           05  BA-31-60            PIC 9(11)V99.
           05  BA-61-90            PIC 9(11)V99.
           05  BA-OVER-90          PIC 9(11)V99.
           05  BA-CONTRA-AMT       PIC 9(11)V99.
       FD  INVEN-FILE.
       01  INVEN-RECORD.
           05  BI-LOAN-NUM         PIC X(12).
           05  BI-PERIOD-END       PIC 9(08).
           05  BI-ITEM-CLASS       PIC X(04).
           05  BI-VALUE            PIC 9(11)V99.
           05  BI-INELIGIBLE       PIC X(01).
               88  BI-IS-INELIGIBLE VALUE 'Y'.
       FD  FREEZE-FILE.
       01  FREEZE-RECORD.
           05  FZ-LOAN-NUM         PIC X(12).
           05  FZ-BORROWER         PIC X(25).
           05  FZ-REASON           PIC X(08).
           05  FZ-PERIOD-END       PIC 9(08).
           05  FZ-DUE-DATE         PIC 9(08).
           05  FZ-DAYS-PAST-DUE    PIC S9(05).
           05  FZ-RUN-DATE         PIC 9(08).
       FD  CALC-FILE.
       01  CALC-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-LIN-STATUS          PIC XX VALUE SPACES.
       01  WS-EOF                 PIC X VALUE 'N'.
           05  WS-CUR-MONTH       PIC 9(02).
           05  WS-CUR-DAY         PIC 9(02).
       01  WS-TODAY-NUM           PIC 9(08).
      *--- Borrowing-base certificate intake ---
       01  WS-CRT-STATUS          PIC XX VALUE SPACES.
       01  WS-AGE-STATUS          PIC XX VALUE SPACES.
       01  WS-INV-STATUS          PIC XX VALUE SPACES.
       01  WS-FRZ-STATUS          PIC XX VALUE SPACES.
       01  WS-CLC-STATUS          PIC XX VALUE SPACES.
       01  WS-CRT-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-CRT-EOF         VALUE 'Y'.
       01  WS-AGE-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-AGE-EOF         VALUE 'Y'.
       01  WS-INV-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-INV-EOF         VALUE 'Y'.
       01  WS-CERT-TABLE.
           05  WS-CT-ENTRY OCCURS 300 TIMES.
               10  WS-CT-LOAN-NUM     PIC X(12).
               10  WS-CT-PERIOD-END   PIC 9(08).
               10  WS-CT-RECEIVED     PIC 9(08).
               10  WS-CT-CONC-PCT     PIC 9(03).
               10  WS-CT-CROSS-PCT    PIC 9(03).
       01  WS-CT-COUNT            PIC S9(4) COMP-3 VALUE 0.
       01  WS-CT-IDX              PIC S9(4) COMP-3.
       01  WS-CT-FOUND            PIC S9(4) COMP-3.
       01  WS-AGING-TABLE.
           05  WS-AG-ENTRY OCCURS 3000 TIMES.
               10  WS-AG-LOAN-NUM     PIC X(12).
               10  WS-AG-PERIOD-END   PIC 9(08).
               10  WS-AG-DEBTOR-ID    PIC X(10).
               10  WS-AG-TOTAL        PIC S9(11)V99.
               10  WS-AG-OVER-90      PIC S9(11)V99.
               10  WS-AG-CONTRA       PIC S9(11)V99.
               10  WS-AG-ELIGIBLE     PIC S9(11)V99.
       01  WS-AG-COUNT            PIC S9(5) COMP-3 VALUE 0.
       01  WS-AG-IDX              PIC S9(5) COMP-3.
       01  WS-INVEN-TABLE.
           05  WS-IV-ENTRY OCCURS 2000 TIMES.
               10  WS-IV-LOAN-NUM     PIC X(12).
               10  WS-IV-PERIOD-END   PIC 9(08).
               10  WS-IV-VALUE        PIC S9(11)V99.
               10  WS-IV-INELIGIBLE   PIC X(01).
       01  WS-IV-COUNT            PIC S9(5) COMP-3 VALUE 0.
       01  WS-IV-IDX              PIC S9(5) COMP-3.
      *--- Eligibility derivation for the current line ---
       01  WS-CERT-GRACE-DAYS     PIC S9(03) VALUE 20.
       01  WS-DFLT-CONC-PCT       PIC 9(03) VALUE 25.
       01  WS-DFLT-CROSS-PCT      PIC 9(03) VALUE 50.
       01  WS-CONC-PCT            PIC 9(03).
       01  WS-CROSS-PCT           PIC 9(03).
       01  WS-GROSS-AR            PIC S9(13)V99.
       01  WS-INELIG-90           PIC S9(13)V99.
       01  WS-INELIG-CROSS        PIC S9(13)V99.
       01  WS-INELIG-CONTRA       PIC S9(13)V99.
       01  WS-INELIG-CONC         PIC S9(13)V99.
       01  WS-ELIG-AR             PIC S9(13)V99.
       01  WS-CONC-CAP            PIC S9(13)V99.
       01  WS-GROSS-INV           PIC S9(13)V99.
       01  WS-INELIG-INV          PIC S9(13)V99.
       01  WS-DEBTOR-REMAIN       PIC S9(11)V99.
       01  WS-CERT-DUE-DATE       PIC 9(08).
       01  WS-CERT-DUE-INT        PIC S9(09) COMP.
       01  WS-CERT-DAYS-LATE      PIC S9(05).
       01  WS-CERT-STATE          PIC X(08).
           88  WS-CERT-CURRENT    VALUE 'CURRENT '.
           88  WS-CERT-LATE       VALUE 'LATE    '.
           88  WS-CERT-STALE      VALUE 'STALE   '.
           88  WS-CERT-MISSING    VALUE 'MISSING '.
       01  WS-FREEZE-CNT          PIC 9(06) VALUE 0.
       01  WS-CERT-USED-CNT       PIC 9(06) VALUE 0.
       01  WS-CALC-LINE           PIC X(100).
       01  WS-DISP-AMT            PIC -$$$,$$$,$$$,$$9.99.
      *--- Business calendar service interface ---
       01  WS-CAL-PARMS.
           05  WS-CAL-FUNCTION    PIC X(4).
           05  WS-CAL-DATE-IN     PIC 9(8).
           05  WS-CAL-DATE-IN2    PIC 9(8).
           05  WS-CAL-DAYS        PIC S9(5) COMP-3.
           05  WS-CAL-DATE-OUT    PIC 9(8).
           05  WS-CAL-DAYS-OUT    PIC S9(5) COMP-3.
           05  WS-CAL-DAY-TYPE    PIC X.
           05  WS-CAL-STATUS      PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
               DISPLAY 'LINE FILE ERROR: ' WS-LIN-STATUS
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-CERTIFICATES
           OPEN OUTPUT FREEZE-FILE
           OPEN OUTPUT CALC-FILE
           PERFORM 1100-READ-LINE.
       1100-READ-LINE.
           READ LINE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
       1200-LOAD-CERTIFICATES.
           OPEN INPUT CERT-FILE
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'CERTIFICATE FILE NOT AVAILABLE: '
                   WS-CRT-STATUS
               MOVE 'Y' TO WS-CRT-EOF-FLAG
           END-IF
           PERFORM 1210-READ-CERT UNTIL WS-CRT-EOF
           CLOSE CERT-FILE
           OPEN INPUT AGING-FILE
           IF WS-AGE-STATUS NOT = '00'
               MOVE 'Y' TO WS-AGE-EOF-FLAG
           END-IF
           PERFORM 1220-READ-AGING UNTIL WS-AGE-EOF
           CLOSE AGING-FILE
           OPEN INPUT INVEN-FILE
           IF WS-INV-STATUS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF-FLAG
           END-IF
           PERFORM 1230-READ-INVEN UNTIL WS-INV-EOF
           CLOSE INVEN-FILE.
       1210-READ-CERT.
      *    Only the latest certificate per line is kept.
           READ CERT-FILE
               AT END SET WS-CRT-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-CT-FOUND
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                       IF WS-CT-LOAN-NUM(WS-CT-IDX) = BC-LOAN-NUM
                           MOVE WS-CT-IDX TO WS-CT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CT-FOUND = 0 AND WS-CT-COUNT < 300
                       ADD 1 TO WS-CT-COUNT
                       MOVE WS-CT-COUNT TO WS-CT-FOUND
                       MOVE 0 TO WS-CT-PERIOD-END(WS-CT-FOUND)
                   END-IF
                   IF WS-CT-FOUND > 0
                       IF BC-PERIOD-END >=
                           WS-CT-PERIOD-END(WS-CT-FOUND)
                           MOVE BC-LOAN-NUM
                               TO WS-CT-LOAN-NUM(WS-CT-FOUND)
                           MOVE BC-PERIOD-END
                               TO WS-CT-PERIOD-END(WS-CT-FOUND)
                           MOVE BC-RECEIVED-DATE
                               TO WS-CT-RECEIVED(WS-CT-FOUND)
                           MOVE BC-CONC-CAP-PCT
                               TO WS-CT-CONC-PCT(WS-CT-FOUND)
                           MOVE BC-CROSS-AGE-PCT
                               TO WS-CT-CROSS-PCT(WS-CT-FOUND)
                       END-IF
                   END-IF
           END-READ.
       1220-READ-AGING.
           READ AGING-FILE
               AT END SET WS-AGE-EOF TO TRUE
               NOT AT END
                   IF WS-AG-COUNT < 3000
                       ADD 1 TO WS-AG-COUNT
                       MOVE BA-LOAN-NUM
                           TO WS-AG-LOAN-NUM(WS-AG-COUNT)
                       MOVE BA-PERIOD-END
                           TO WS-AG-PERIOD-END(WS-AG-COUNT)
                       MOVE BA-DEBTOR-ID
                           TO WS-AG-DEBTOR-ID(WS-AG-COUNT)
                       COMPUTE WS-AG-TOTAL(WS-AG-COUNT) =
                           BA-CURRENT + BA-31-60 + BA-61-90
                           + BA-OVER-90
                       MOVE BA-OVER-90
                           TO WS-AG-OVER-90(WS-AG-COUNT)
                       MOVE BA-CONTRA-AMT
                           TO WS-AG-CONTRA(WS-AG-COUNT)
                       MOVE 0 TO WS-AG-ELIGIBLE(WS-AG-COUNT)
                   ELSE
                       DISPLAY 'AGING TABLE FULL - DEBTOR SKIPPED '
                           BA-LOAN-NUM ' ' BA-DEBTOR-ID
                   END-IF
           END-READ.
       1230-READ-INVEN.
           READ INVEN-FILE
               AT END SET WS-INV-EOF TO TRUE
               NOT AT END
                   IF WS-IV-COUNT < 2000
                       ADD 1 TO WS-IV-COUNT
                       MOVE BI-LOAN-NUM
                           TO WS-IV-LOAN-NUM(WS-IV-COUNT)
                       MOVE BI-PERIOD-END
                           TO WS-IV-PERIOD-END(WS-IV-COUNT)
                       MOVE BI-VALUE
                           TO WS-IV-VALUE(WS-IV-COUNT)
                       MOVE BI-INELIGIBLE
                           TO WS-IV-INELIGIBLE(WS-IV-COUNT)
                   END-IF
           END-READ.
       2000-PROCESS-LINES.
           ADD 1 TO WS-LINE-CNT
           ADD LN-COMMITMENT TO WS-TOTAL-COMMIT
           ADD LN-OUTSTANDING TO WS-TOTAL-OUTSTAND
           PERFORM 2500-APPLY-CERTIFICATE
           PERFORM 3000-CALC-BORROWING-BASE
           PERFORM 4000-CHECK-OVER-ADVANCE
           PERFORM 5000-CALC-UTILIZATION
           PERFORM 6000-CALC-CHARGES
           PERFORM 7000-CHECK-MATURITY
           PERFORM 1100-READ-LINE.
       2500-APPLY-CERTIFICATE.
      *    Locate the line's latest certificate and decide whether
      *    it is current.  A certificate is due WS-CERT-GRACE-DAYS
      *    after its period end.  With no certificate on file the
      *    LOCUTIL.DAT figures stand, but the line is frozen.
           MOVE 0 TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-LOAN-NUM(WS-CT-IDX) = LN-LOAN-NUM
                   MOVE WS-CT-IDX TO WS-CT-FOUND
               END-IF
           END-PERFORM
           IF WS-CT-FOUND = 0
               SET WS-CERT-MISSING TO TRUE
               MOVE 0 TO WS-CERT-DUE-DATE
               MOVE 0 TO WS-CERT-DAYS-LATE
               PERFORM 2900-WRITE-FREEZE
           ELSE
               PERFORM 2510-CHECK-CERT-TIMING
               PERFORM 2600-DERIVE-AR-ELIGIBLE
               PERFORM 2700-DERIVE-INV-ELIGIBLE
               ADD 1 TO WS-CERT-USED-CNT
               PERFORM 2800-WRITE-CALC
               IF NOT WS-CERT-CURRENT
                   PERFORM 2900-WRITE-FREEZE
               END-IF
           END-IF.
       2510-CHECK-CERT-TIMING.
           SET WS-CERT-CURRENT TO TRUE
           MOVE 0 TO WS-CERT-DAYS-LATE
           COMPUTE WS-CERT-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CT-PERIOD-END(WS-CT-FOUND))
               + WS-CERT-GRACE-DAYS
           COMPUTE WS-CERT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CERT-DUE-INT)
           IF WS-CT-RECEIVED(WS-CT-FOUND) > WS-CERT-DUE-DATE
               SET WS-CERT-LATE TO TRUE
               COMPUTE WS-CERT-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CT-RECEIVED(WS-CT-FOUND))
                   - WS-CERT-DUE-INT
           END-IF
      *    The next period's certificate falls due one month after
      *    this one; past that date the collateral is stale.
           MOVE 'ADDM' TO WS-CAL-FUNCTION
           MOVE WS-CERT-DUE-DATE TO WS-CAL-DATE-IN
           MOVE 1 TO WS-CAL-DAYS
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           IF WS-CAL-STATUS = '00'
               AND WS-TODAY-NUM > WS-CAL-DATE-OUT
               SET WS-CERT-STALE TO TRUE
               MOVE WS-CAL-DATE-OUT TO WS-CERT-DUE-DATE
               COMPUTE WS-CERT-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-OUT)
           END-IF.
       2600-DERIVE-AR-ELIGIBLE.
      *    Over-90 invoices come out first.  A debtor whose over-90
      *    share exceeds the cross-age percentage is ineligible in
      *    full.  Contra balances offset what remains, and any
      *    debtor above the concentration cap loses the excess.
           MOVE WS-CT-CONC-PCT(WS-CT-FOUND) TO WS-CONC-PCT
           IF WS-CONC-PCT = 0
               MOVE WS-DFLT-CONC-PCT TO WS-CONC-PCT
           END-IF
           MOVE WS-CT-CROSS-PCT(WS-CT-FOUND) TO WS-CROSS-PCT
           IF WS-CROSS-PCT = 0
               MOVE WS-DFLT-CROSS-PCT TO WS-CROSS-PCT
           END-IF
           MOVE 0 TO WS-GROSS-AR
           MOVE 0 TO WS-INELIG-90
           MOVE 0 TO WS-INELIG-CROSS
           MOVE 0 TO WS-INELIG-CONTRA
           MOVE 0 TO WS-INELIG-CONC
           MOVE 0 TO WS-ELIG-AR
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-LOAN-NUM(WS-AG-IDX) = LN-LOAN-NUM
                   AND WS-AG-PERIOD-END(WS-AG-IDX) =
                       WS-CT-PERIOD-END(WS-CT-FOUND)
                   PERFORM 2610-DEBTOR-ELIGIBLE
               END-IF
           END-PERFORM
           COMPUTE WS-CONC-CAP ROUNDED =
               WS-ELIG-AR * WS-CONC-PCT / 100
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-LOAN-NUM(WS-AG-IDX) = LN-LOAN-NUM
                   AND WS-AG-PERIOD-END(WS-AG-IDX) =
                       WS-CT-PERIOD-END(WS-CT-FOUND)
                   AND WS-AG-ELIGIBLE(WS-AG-IDX) > WS-CONC-CAP
                   COMPUTE WS-INELIG-CONC = WS-INELIG-CONC +
                       WS-AG-ELIGIBLE(WS-AG-IDX) - WS-CONC-CAP
                   MOVE WS-CONC-CAP TO WS-AG-ELIGIBLE(WS-AG-IDX)
               END-IF
           END-PERFORM
           SUBTRACT WS-INELIG-CONC FROM WS-ELIG-AR
           IF WS-ELIG-AR < 0
               MOVE 0 TO WS-ELIG-AR
           END-IF
           MOVE WS-ELIG-AR TO LN-AR-ELIGIBLE.
       2610-DEBTOR-ELIGIBLE.
           ADD WS-AG-TOTAL(WS-AG-IDX) TO WS-GROSS-AR
           ADD WS-AG-OVER-90(WS-AG-IDX) TO WS-INELIG-90
           COMPUTE WS-DEBTOR-REMAIN =
               WS-AG-TOTAL(WS-AG-IDX) - WS-AG-OVER-90(WS-AG-IDX)
           IF WS-AG-OVER-90(WS-AG-IDX) * 100 >
               WS-AG-TOTAL(WS-AG-IDX) * WS-CROSS-PCT
               ADD WS-DEBTOR-REMAIN TO WS-INELIG-CROSS
               MOVE 0 TO WS-DEBTOR-REMAIN
           END-IF
           IF WS-AG-CONTRA(WS-AG-IDX) > 0
               IF WS-AG-CONTRA(WS-AG-IDX) >= WS-DEBTOR-REMAIN
                   ADD WS-DEBTOR-REMAIN TO WS-INELIG-CONTRA
                   MOVE 0 TO WS-DEBTOR-REMAIN
               ELSE
                   ADD WS-AG-CONTRA(WS-AG-IDX) TO WS-INELIG-CONTRA
                   SUBTRACT WS-AG-CONTRA(WS-AG-IDX)
                       FROM WS-DEBTOR-REMAIN
               END-IF
           END-IF
           MOVE WS-DEBTOR-REMAIN TO WS-AG-ELIGIBLE(WS-AG-IDX)
           ADD WS-DEBTOR-REMAIN TO WS-ELIG-AR.
       2700-DERIVE-INV-ELIGIBLE.
           MOVE 0 TO WS-GROSS-INV
           MOVE 0 TO WS-INELIG-INV
           PERFORM VARYING WS-IV-IDX FROM 1 BY 1
               UNTIL WS-IV-IDX > WS-IV-COUNT
               IF WS-IV-LOAN-NUM(WS-IV-IDX) = LN-LOAN-NUM
                   AND WS-IV-PERIOD-END(WS-IV-IDX) =
                       WS-CT-PERIOD-END(WS-CT-FOUND)
                   ADD WS-IV-VALUE(WS-IV-IDX) TO WS-GROSS-INV
                   IF WS-IV-INELIGIBLE(WS-IV-IDX) = 'Y'
                       ADD WS-IV-VALUE(WS-IV-IDX) TO WS-INELIG-INV
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE LN-INV-ELIGIBLE = WS-GROSS-INV - WS-INELIG-INV.
       2800-WRITE-CALC.
           MOVE SPACES TO WS-CALC-LINE
           STRING 'LINE ' DELIMITED BY SIZE
               LN-LOAN-NUM DELIMITED BY SIZE
               ' CERT PERIOD ' DELIMITED BY SIZE
               WS-CT-PERIOD-END(WS-CT-FOUND) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CERT-STATE DELIMITED BY SIZE
               INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE WS-GROSS-AR TO WS-DISP-AMT
           STRING '  GROSS RECEIVABLES    ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE WS-INELIG-90 TO WS-DISP-AMT
           STRING '  LESS OVER 90 DAYS    ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE WS-INELIG-CROSS TO WS-DISP-AMT
           STRING '  LESS CROSS-AGED      ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE WS-INELIG-CONTRA TO WS-DISP-AMT
           STRING '  LESS CONTRA          ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE WS-INELIG-CONC TO WS-DISP-AMT
           STRING '  LESS CONCENTRATION   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE LN-AR-ELIGIBLE TO WS-DISP-AMT
           STRING '  ELIGIBLE RECEIVABLES ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE
           MOVE SPACES TO WS-CALC-LINE
           MOVE LN-INV-ELIGIBLE TO WS-DISP-AMT
           STRING '  ELIGIBLE INVENTORY   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE INTO WS-CALC-LINE
           END-STRING
           WRITE CALC-RECORD FROM WS-CALC-LINE.
       2900-WRITE-FREEZE.
           ADD 1 TO WS-FREEZE-CNT
           MOVE LN-LOAN-NUM TO FZ-LOAN-NUM
           MOVE LN-BORROWER TO FZ-BORROWER
           MOVE WS-CERT-STATE TO FZ-REASON
           IF WS-CT-FOUND > 0
               MOVE WS-CT-PERIOD-END(WS-CT-FOUND) TO FZ-PERIOD-END
           ELSE
               MOVE 0 TO FZ-PERIOD-END
           END-IF
           MOVE WS-CERT-DUE-DATE TO FZ-DUE-DATE
           MOVE WS-CERT-DAYS-LATE TO FZ-DAYS-PAST-DUE
           MOVE WS-TODAY-NUM TO FZ-RUN-DATE
           WRITE FREEZE-RECORD
           DISPLAY 'FREEZE ADVANCES: ' LN-LOAN-NUM ' CERT '
               WS-CERT-STATE.
       3000-CALC-BORROWING-BASE.
           COMPUTE WS-BB-AR-AMT ROUNDED =
               LN-AR-ELIGIBLE * LN-AR-ADV-RATE / 100
           END-IF.
       9000-FINALIZE.
           CLOSE LINE-FILE
           CLOSE FREEZE-FILE
           CLOSE CALC-FILE
           DISPLAY 'LINE UTILIZATION MONITOR COMPLETE'
           DISPLAY 'TOTAL LINES:   ' WS-LINE-CNT
           DISPLAY 'COMMITMENT:    ' WS-TOTAL-COMMIT
           DISPLAY 'HIGH UTIL:     ' WS-HIGH-UTIL-CNT
           DISPLAY 'MATURING:      ' WS-MATURING-CNT
           DISPLAY 'INTEREST:      ' WS-TOTAL-INT
           DISPLAY 'COMMIT FEES:   ' WS-TOTAL-FEES
           DISPLAY 'CERTS APPLIED: ' WS-CERT-USED-CNT
           DISPLAY 'LINES FROZEN:  ' WS-FREEZE-CNT.
