       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PMT-APPLY.
      *================================================================*
      * Loan Payment Application                                       *
      * Applies payments through the late fee, interest, escrow and    *
      * principal waterfall.  Every posted payment is appended to the  *
      * payment history PMTHIST.DAT with its allocation split and the  *
      * loan balances it was applied against.                          *
      * Control record in PMTCTL.DAT selects the mode:                 *
      *   'A' apply  - LOANPMTS.DAT against LOANBAL.DAT                *
      *                together with online payments queued by       *
      *                MR-CICS-LOAN-PAY on PENDPMT.DAT.  A payment    *
      *                matching another of the same loan, amount and *
      *                billing cycle from a different channel, in    *
      *                this run or on recent history, is not posted  *
      *                but written to PMTHOLD.DAT for review.        *
      *                A payment for a loan not on LOANBAL.DAT is    *
      *                held there too (reason NOLN).                 *
      *   'R' reverse - unwind the named payment (NSF check or ACH     *
      *                 return), then re-run the waterfall on every    *
      *                 later payment in date order.  Writes the       *
      *                 rebuilt history PMTHISTN.DAT and the before/   *
      *                 after report PMTREVRP.DAT for the borrower     *
      *                 file.                                          *
      * New loan balances are written to LOANBALN.DAT in both modes.   *
      * Servicemembers on SCRASTAT.DAT (see LOAN-SCRA-STATUS) have     *
      * interest capped at 6% over the protected period and no late    *
      * fee charged.  The first apply run after protection is          *
      * recorded forgives the excess interest back to the active duty  *
      * start date; the refund is kept on PMTHIST.DAT (source SC) so   *
      * a reversal replays it.  Each adjustment is logged to           *
      * SCRAADJ.DAT.                                                   *
      * An apply run whose payments do not all fit the payment table,  *
      * or that cannot open LOANBAL.DAT, ends with return code 16 and  *
      * leaves PENDPMT.DAT queued; a reversal whose loan history does  *
      * not fit the history table ends with return code 16 before any  *
      * output is written.                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'PMTCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LOAN-FILE ASSIGN TO 'LOANBAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LON-STATUS.
           SELECT NEWLOAN-FILE ASSIGN TO 'LOANBALN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NWL-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO 'LOANPMTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDPMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'PMTHOLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'PMTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT NEWHIST-FILE ASSIGN TO 'PMTHISTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NWH-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'PMTREVRP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SCRA-STATUS-FILE ASSIGN TO 'SCRASTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCS-STATUS.
           SELECT SCRA-ADJ-FILE ASSIGN TO 'SCRAADJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE             PIC X.
               88 CT-APPLY-MODE   VALUE 'A'.
               88 CT-REVERSE-MODE VALUE 'R'.
           05 CT-LOAN-NUM         PIC X(12).
           05 CT-PMT-ID           PIC X(20).
           05 CT-REV-REASON       PIC X(4).
               88 CT-REV-NSF      VALUE 'NSF '.
               88 CT-REV-ACH      VALUE 'ACHR'.
       FD LOAN-FILE.
       01 LOAN-RECORD             PIC X(57).
       FD NEWLOAN-FILE.
       01 NEWLOAN-RECORD          PIC X(57).
       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PY-LOAN-NUM         PIC X(12).
           05 PY-PMT-ID           PIC X(10).
           05 PY-AMOUNT           PIC S9(7)V99 COMP-3.
           05 PY-DATE             PIC 9(8).
           05 PY-SOURCE           PIC X(2).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PN-LOAN-NUM         PIC X(12).
           05 PN-PMT-ID           PIC X(20).
           05 PN-AMOUNT           PIC S9(7)V99 COMP-3.
           05 PN-DATE             PIC 9(8).
           05 PN-SOURCE           PIC X(2).
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-LOAN-NUM         PIC X(12).
           05 HD-PMT-ID           PIC X(20).
           05 HD-AMOUNT           PIC S9(7)V99 COMP-3.
           05 HD-PMT-DATE         PIC 9(8).
           05 HD-SOURCE           PIC X(2).
           05 HD-CYCLE-DUE        PIC 9(8).
           05 HD-REASON           PIC X(4).
           05 HD-MATCH-PMT-ID     PIC X(20).
           05 HD-MATCH-SOURCE     PIC X(2).
           05 HD-MATCH-DATE       PIC 9(8).
           05 HD-MATCH-POSTED     PIC X.
           05 HD-RUN-DATE         PIC 9(8).
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HS-LOAN-NUM         PIC X(12).
           05 HS-PMT-ID           PIC X(20).
           05 HS-PMT-DATE         PIC 9(8).
           05 HS-PMT-AMOUNT       PIC S9(7)V99 COMP-3.
           05 HS-PMT-SOURCE       PIC X(2).
           05 HS-STATUS           PIC X.
               88 HS-POSTED       VALUE 'P'.
               88 HS-REVERSED     VALUE 'R'.
           05 HS-REV-REASON       PIC X(4).
           05 HS-REV-DATE         PIC 9(8).
           05 HS-LATE-FLAG        PIC X.
           05 HS-ALLOC-LATE-FEE   PIC S9(5)V99 COMP-3.
           05 HS-ALLOC-INTEREST   PIC S9(7)V99 COMP-3.
           05 HS-ALLOC-ESCROW     PIC S9(7)V99 COMP-3.
           05 HS-ALLOC-PRINCIPAL  PIC S9(7)V99 COMP-3.
           05 HS-ALLOC-EXTRA      PIC S9(7)V99 COMP-3.
           05 HS-BEF-PRINCIPAL    PIC S9(9)V99 COMP-3.
           05 HS-BEF-INTEREST     PIC S9(7)V99 COMP-3.
           05 HS-BEF-ESCROW       PIC S9(7)V99 COMP-3.
           05 HS-BEF-LATE-FEE     PIC S9(5)V99 COMP-3.
           05 HS-BEF-DUE-DATE     PIC 9(8).
           05 HS-BEF-LAST-PMT     PIC 9(8).
       FD NEWHIST-FILE.
       01 NEWHIST-RECORD          PIC X(121).
       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).
       FD SCRA-STATUS-FILE.
       01 SCRA-STATUS-RECORD.
           05 SC-ACCT-NUM         PIC X(12).
           05 SC-TIN              PIC X(9).
           05 SC-NAME             PIC X(30).
           05 SC-PRODUCT          PIC X(1).
           05 SC-SOURCE           PIC X(1).
           05 SC-ORIG-DATE        PIC 9(8).
           05 SC-AD-START         PIC 9(8).
           05 SC-AD-END           PIC 9(8).
           05 SC-PROTECT-END      PIC 9(8).
           05 SC-ELIGIBLE         PIC X(1).
           05 SC-COURT-ORDER      PIC X(1).
           05 SC-VERIFIED         PIC 9(8).
           05 FILLER              PIC X(6).
       FD SCRA-ADJ-FILE.
       01 SCRA-ADJ-RECORD.
           05 SA-ACCT-NUM         PIC X(12).
           05 SA-ADJ-DATE         PIC 9(8).
           05 SA-RUN-DATE         PIC 9(8).
           05 SA-ADJ-TYPE         PIC X(2).
           05 SA-AMOUNT           PIC 9(9)V99.
           05 SA-ORIG-RATE        PIC 9(2)V9(4).
           05 SA-CAP-RATE         PIC 9(2)V9(4).
           05 SA-AD-START         PIC 9(8).
           05 SA-REF              PIC X(10).
           05 FILLER              PIC X(9).
       WORKING-STORAGE SECTION.
       01 WS-LOAN-ACCOUNT.
           05 WS-LOAN-NUM         PIC X(12).
               88 SRC-CHECK       VALUE 'CK'.
               88 SRC-ACH         VALUE 'AC'.
               88 SRC-WIRE        VALUE 'WR'.
               88 SRC-ONLINE      VALUE 'OL'.
               88 SRC-SCRA-REFUND VALUE 'SC'.
       01 WS-ALLOCATION.
           05 WS-ALLOC-LATE-FEE   PIC S9(5)V99 COMP-3.
           05 WS-ALLOC-INTEREST   PIC S9(7)V99 COMP-3.
           88 PMT-IS-LATE         VALUE 'Y'.
       01 WS-LATE-FEE             PIC S9(5)V99 COMP-3
           VALUE 35.00.
      *--- File status and control ---
       01 WS-CTL-STATUS           PIC X(2).
       01 WS-LON-STATUS           PIC X(2).
       01 WS-NWL-STATUS           PIC X(2).
       01 WS-PAY-STATUS           PIC X(2).
       01 WS-PND-STATUS           PIC X(2).
       01 WS-HLD-STATUS           PIC X(2).
       01 WS-HST-STATUS           PIC X(2).
       01 WS-NWH-STATUS           PIC X(2).
       01 WS-RPT-STATUS           PIC X(2).
       01 WS-SCS-STATUS           PIC X(2).
       01 WS-SCA-STATUS           PIC X(2).
       01 WS-LON-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-LON-EOF          VALUE 'Y'.
       01 WS-PAY-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-PAY-EOF          VALUE 'Y'.
       01 WS-PND-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-PND-EOF          VALUE 'Y'.
       01 WS-HST-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-HST-EOF          VALUE 'Y'.
       01 WS-SCR-EOF-FLAG         PIC X VALUE 'N'.
           88 WS-SCR-EOF          VALUE 'Y'.
       01 WS-PY-FULL-FLAG         PIC X VALUE 'N'.
           88 WS-PY-TABLE-FULL    VALUE 'Y'.
       01 WS-PND-LOADED-FLAG      PIC X VALUE 'N'.
           88 WS-PND-LOADED       VALUE 'Y'.
       01 WS-MODE                 PIC X.
       01 WS-RUN-DATE             PIC 9(8).
      *--- Business calendar service interface ---
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION     PIC X(4).
           05 WS-CAL-DATE-IN      PIC 9(8).
           05 WS-CAL-DATE-IN2     PIC 9(8).
           05 WS-CAL-DAYS         PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT     PIC 9(8).
           05 WS-CAL-DAYS-OUT     PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE     PIC X.
           05 WS-CAL-STATUS       PIC X(2).
      *--- Payments loaded for the apply run ---
       01 WS-PAY-TABLE.
           05 WS-PY-ENTRY OCCURS 500 TIMES.
               10 WS-PY-LOAN-NUM  PIC X(12).
               10 WS-PY-PMT-ID    PIC X(20).
               10 WS-PY-AMOUNT    PIC S9(7)V99 COMP-3.
               10 WS-PY-DATE      PIC 9(8).
               10 WS-PY-SOURCE    PIC X(2).
               10 WS-PY-STATUS    PIC X.
       01 WS-PY-COUNT             PIC S9(4) COMP-3 VALUE 0.
       01 WS-PY-IDX               PIC S9(4) COMP-3.
       01 WS-PY-CHK-IDX           PIC S9(4) COMP-3.
      *--- Posted payments from recent history, for duplicate check ---
       01 WS-RECENT-TABLE.
           05 WS-RH-ENTRY OCCURS 2000 TIMES.
               10 WS-RH-LOAN-NUM  PIC X(12).
               10 WS-RH-PMT-ID    PIC X(20).
               10 WS-RH-AMOUNT    PIC S9(7)V99 COMP-3.
               10 WS-RH-DATE      PIC 9(8).
               10 WS-RH-SOURCE    PIC X(2).
       01 WS-RH-COUNT             PIC S9(4) COMP-3 VALUE 0.
       01 WS-RH-IDX               PIC S9(4) COMP-3.
       01 WS-RH-DAYS              PIC S9(5) COMP-3.
       01 WS-RECENT-DAYS          PIC S9(5) COMP-3 VALUE 62.
      *--- Billing cycle of a payment: the first due date on or ---
      *--- after the payment date, stepped from the loan's due  ---
      *--- date as it stood when the run began                  ---
       01 WS-CYC-ANCHOR           PIC 9(8).
       01 WS-CYC-DATE             PIC 9(8).
       01 WS-CYC-DUE              PIC 9(8).
       01 WS-CYC-STEP-DATE        PIC 9(8).
       01 WS-CYC-MONTHS           PIC S9(4) COMP-3.
       01 WS-CYC-STEP             PIC S9(4) COMP-3.
       01 WS-CYC-YYYYMM           PIC 9(6).
       01 WS-PMT-CYCLE            PIC 9(8).
       01 WS-DUP-FLAG             PIC X VALUE 'N'.
           88 WS-DUP-FOUND        VALUE 'Y'.
       01 WS-DUP-PMT-ID           PIC X(20).
       01 WS-DUP-SOURCE           PIC X(2).
       01 WS-DUP-DATE             PIC 9(8).
       01 WS-DUP-POSTED           PIC X.
       01 WS-PMT-ID               PIC X(20).
      *--- Balances before each payment, kept on the history ---
       01 WS-BEFORE-PMT.
           05 WS-BEF-PRINCIPAL    PIC S9(9)V99 COMP-3.
           05 WS-BEF-INTEREST     PIC S9(7)V99 COMP-3.
           05 WS-BEF-ESCROW       PIC S9(7)V99 COMP-3.
           05 WS-BEF-LATE-FEE     PIC S9(5)V99 COMP-3.
           05 WS-BEF-DUE-DATE     PIC 9(8).
           05 WS-BEF-LAST-PMT     PIC 9(8).
      *--- Payment history for the loan being reversed, date order ---
       01 WS-HIST-TABLE.
           05 WS-HT-ENTRY OCCURS 1200 TIMES.
               10 WS-HT-PMT-ID    PIC X(20).
               10 WS-HT-PMT-DATE  PIC 9(8).
               10 WS-HT-AMOUNT    PIC S9(7)V99 COMP-3.
               10 WS-HT-SOURCE    PIC X(2).
               10 WS-HT-STATUS    PIC X.
               10 WS-HT-REV-REASON PIC X(4).
               10 WS-HT-REV-DATE  PIC 9(8).
               10 WS-HT-LATE-FLAG PIC X.
               10 WS-HT-ALLOC-LATE-FEE  PIC S9(5)V99 COMP-3.
               10 WS-HT-ALLOC-INTEREST  PIC S9(7)V99 COMP-3.
               10 WS-HT-ALLOC-ESCROW    PIC S9(7)V99 COMP-3.
               10 WS-HT-ALLOC-PRINCIPAL PIC S9(7)V99 COMP-3.
               10 WS-HT-ALLOC-EXTRA     PIC S9(7)V99 COMP-3.
               10 WS-HT-BEF-PRINCIPAL   PIC S9(9)V99 COMP-3.
               10 WS-HT-BEF-INTEREST    PIC S9(7)V99 COMP-3.
               10 WS-HT-BEF-ESCROW      PIC S9(7)V99 COMP-3.
               10 WS-HT-BEF-LATE-FEE    PIC S9(5)V99 COMP-3.
               10 WS-HT-BEF-DUE-DATE    PIC 9(8).
               10 WS-HT-BEF-LAST-PMT    PIC 9(8).
       01 WS-HT-COUNT             PIC S9(4) COMP-3 VALUE 0.
       01 WS-HT-IDX               PIC S9(4) COMP-3.
       01 WS-HT-MOVE-IDX          PIC S9(4) COMP-3.
       01 WS-HT-REV-IDX           PIC S9(4) COMP-3 VALUE 0.
       01 WS-HT-RETRO-IDX         PIC S9(4) COMP-3 VALUE 0.
       01 WS-HT-LOAN-ROWS         PIC S9(7) COMP-3 VALUE 0.
       01 WS-HT-SAVE.
           05 WS-HS-PMT-ID        PIC X(20).
           05 WS-HS-PMT-DATE      PIC 9(8).
           05 WS-HS-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-HS-SOURCE        PIC X(2).
           05 WS-HS-STATUS        PIC X.
           05 WS-HS-REV-REASON    PIC X(4).
           05 WS-HS-REV-DATE      PIC 9(8).
           05 WS-HS-LATE-FLAG     PIC X.
           05 WS-HS-ALLOC-LATE-FEE  PIC S9(5)V99 COMP-3.
           05 WS-HS-ALLOC-INTEREST  PIC S9(7)V99 COMP-3.
           05 WS-HS-ALLOC-ESCROW    PIC S9(7)V99 COMP-3.
           05 WS-HS-ALLOC-PRINCIPAL PIC S9(7)V99 COMP-3.
           05 WS-HS-ALLOC-EXTRA     PIC S9(7)V99 COMP-3.
           05 WS-HS-BEF-PRINCIPAL   PIC S9(9)V99 COMP-3.
           05 WS-HS-BEF-INTEREST    PIC S9(7)V99 COMP-3.
           05 WS-HS-BEF-ESCROW      PIC S9(7)V99 COMP-3.
           05 WS-HS-BEF-LATE-FEE    PIC S9(5)V99 COMP-3.
           05 WS-HS-BEF-DUE-DATE    PIC 9(8).
           05 WS-HS-BEF-LAST-PMT    PIC 9(8).
      *--- Reversal before/after figures ---
       01 WS-REV-FOUND            PIC X VALUE 'N'.
           88 WS-REV-PMT-FOUND    VALUE 'Y'.
       01 WS-ORIG-BALANCES.
           05 WS-ORIG-PRINCIPAL   PIC S9(9)V99 COMP-3.
           05 WS-ORIG-INTEREST    PIC S9(7)V99 COMP-3.
           05 WS-ORIG-ESCROW      PIC S9(7)V99 COMP-3.
           05 WS-ORIG-LATE-FEE    PIC S9(5)V99 COMP-3.
           05 WS-ORIG-DUE-DATE    PIC 9(8).
       01 WS-OLD-ALLOC-TOTAL      PIC S9(7)V99 COMP-3.
       01 WS-REPLAY-CNT           PIC S9(4) COMP-3 VALUE 0.
       01 WS-LOANS-READ           PIC S9(5) COMP-3 VALUE 0.
       01 WS-PMTS-APPLIED         PIC S9(5) COMP-3 VALUE 0.
       01 WS-PMTS-PENDING         PIC S9(5) COMP-3 VALUE 0.
       01 WS-PMTS-HELD            PIC S9(5) COMP-3 VALUE 0.
      *--- SCRA protected loans - debt incurred before service ---
       01 WS-SCRA-TABLE.
           05 WS-SC-ENTRY OCCURS 2000 TIMES.
               10 WS-SC-ACCT-NUM  PIC X(12).
               10 WS-SC-AD-START  PIC 9(8).
               10 WS-SC-PROTECT-END PIC 9(8).
               10 WS-SC-RETRO-DONE PIC X.
               10 WS-SC-PRIN-DAYS PIC S9(13)V99 COMP-3.
       01 WS-SC-COUNT             PIC S9(4) COMP-3 VALUE 0.
       01 WS-SC-IDX               PIC S9(4) COMP-3.
       01 WS-SCRA-IDX             PIC S9(4) COMP-3 VALUE 0.
       01 WS-SCRA-KEY             PIC X(12).
       01 WS-SCRA-CAP-RATE        PIC S9(2)V9(4) COMP-3
           VALUE 0.0600.
       01 WS-SCRA-FROM            PIC 9(8).
       01 WS-SCRA-TO              PIC 9(8).
       01 WS-SCRA-DAYS            PIC S9(5) COMP-3.
       01 WS-SCRA-FORGIVEN        PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-SCRA-EXCESS          PIC S9(9)V99 COMP-3.
       01 WS-SCRA-CAP-FLAG        PIC X VALUE 'N'.
           88 WS-SCRA-CAP-SKIPPED VALUE 'Y'.
       01 WS-SCRA-FEE-FLAG        PIC X VALUE 'N'.
           88 WS-LATE-FEE-SUPPRESSED VALUE 'Y'.
       01 WS-SCRA-ADJ-TYPE        PIC X(2).
       01 WS-SCRA-ADJ-AMT         PIC S9(9)V99 COMP-3.
       01 WS-SCRA-ADJ-DATE        PIC 9(8).
       01 WS-SCRA-ADJ-REF         PIC X(10).
       01 WS-SCRA-ADJ-CT          PIC S9(5) COMP-3 VALUE 0.
       01 WS-RPT-LINE             PIC X(100).
       01 WS-DISP-AMT             PIC -$$$,$$$,$$9.99.
       01 WS-DISP-AMT2            PIC -$$$,$$$,$$9.99.
       01 WS-DISP-CT              PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           EVALUATE WS-MODE
               WHEN 'A'
                   PERFORM 0200-APPLY-PAYMENTS
               WHEN 'R'
                   PERFORM 6000-REVERSE-PAYMENT
               WHEN OTHER
                   DISPLAY 'INVALID PAYMENT CONTROL MODE: ' WS-MODE
           END-EVALUATE
           STOP RUN.
       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'X' TO WS-MODE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-MODE TO WS-MODE
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'PAYMENT CONTROL OPEN FAILED ' WS-CTL-STATUS
           END-IF
           PERFORM 0150-LOAD-SCRA-STATUS.
       0150-LOAD-SCRA-STATUS.
      *    Only debt incurred before service is protected.  An
      *    interest refund already on the adjustment log is not
      *    made again.
           MOVE 'N' TO WS-SCR-EOF-FLAG
           OPEN INPUT SCRA-STATUS-FILE
           IF WS-SCS-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCR-EOF-FLAG
           END-IF
           PERFORM 0160-READ-SCRA-STATUS
               UNTIL WS-SCR-EOF
           IF WS-SCS-STATUS = '00' OR '10'
               CLOSE SCRA-STATUS-FILE
           END-IF
           MOVE 'N' TO WS-SCR-EOF-FLAG
           OPEN INPUT SCRA-ADJ-FILE
           IF WS-SCA-STATUS NOT = '00'
               MOVE 'Y' TO WS-SCR-EOF-FLAG
           END-IF
           PERFORM 0170-READ-SCRA-ADJ
               UNTIL WS-SCR-EOF
           IF WS-SCA-STATUS = '00' OR '10'
               CLOSE SCRA-ADJ-FILE
           END-IF.
       0160-READ-SCRA-STATUS.
           READ SCRA-STATUS-FILE
               AT END MOVE 'Y' TO WS-SCR-EOF-FLAG
               NOT AT END
                   IF SC-ELIGIBLE = 'Y'
                       IF WS-SC-COUNT < 2000
                           ADD 1 TO WS-SC-COUNT
                           MOVE SC-ACCT-NUM
                               TO WS-SC-ACCT-NUM(WS-SC-COUNT)
                           MOVE SC-AD-START
                               TO WS-SC-AD-START(WS-SC-COUNT)
                           MOVE SC-PROTECT-END
                               TO WS-SC-PROTECT-END(WS-SC-COUNT)
                           MOVE 'N' TO WS-SC-RETRO-DONE(WS-SC-COUNT)
                           MOVE 0 TO WS-SC-PRIN-DAYS(WS-SC-COUNT)
                       ELSE
                           DISPLAY 'SCRA TABLE FULL - SKIPPED '
                               SC-ACCT-NUM
                       END-IF
                   END-IF
           END-READ.
       0170-READ-SCRA-ADJ.
           READ SCRA-ADJ-FILE
               AT END MOVE 'Y' TO WS-SCR-EOF-FLAG
               NOT AT END
                   IF SA-ADJ-TYPE = 'RI'
                       MOVE SA-ACCT-NUM TO WS-SCRA-KEY
                       PERFORM 0260-FIND-SCRA
                       IF WS-SCRA-IDX > 0
                           IF SA-AD-START =
                               WS-SC-AD-START(WS-SCRA-IDX)
                               MOVE 'Y'
                                   TO WS-SC-RETRO-DONE(WS-SCRA-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0200-APPLY-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY 'PAYMENT FILE OPEN FAILED ' WS-PAY-STATUS
               MOVE 'Y' TO WS-PAY-EOF-FLAG
           END-IF
           PERFORM 0210-LOAD-PAYMENT
               UNTIL WS-PAY-EOF
           CLOSE PAYMENT-FILE
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS NOT = '00'
               DISPLAY 'NO ONLINE PAYMENTS PENDING'
               MOVE 'Y' TO WS-PND-EOF-FLAG
           END-IF
           PERFORM 0220-LOAD-PENDING
               UNTIL WS-PND-EOF
           IF WS-PND-STATUS = '00' OR '10'
               CLOSE PENDING-FILE
               MOVE 'Y' TO WS-PND-LOADED-FLAG
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HST-EOF-FLAG
           END-IF
           PERFORM 0230-LOAD-RECENT-HISTORY
               UNTIL WS-HST-EOF
           IF WS-HST-STATUS = '00' OR '10'
               CLOSE HISTORY-FILE
           END-IF
      *    Nothing is posted unless every payment is in the table and
      *    the loan file is there, so the online queue is left intact
      *    for the rerun.
           IF WS-PY-TABLE-FULL
               DISPLAY 'PAYMENT TABLE FULL - APPLY RUN ABANDONED'
               DISPLAY 'ONLINE PAYMENTS LEFT ON PENDPMT.DAT'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT LOAN-FILE
               IF WS-LON-STATUS = '00'
                   PERFORM 0250-POST-LOANS
               ELSE
                   DISPLAY 'LOAN FILE OPEN FAILED ' WS-LON-STATUS
                   DISPLAY 'ONLINE PAYMENTS LEFT ON PENDPMT.DAT'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       0250-POST-LOANS.
           OPEN OUTPUT NEWLOAN-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND HOLD-FILE
           IF WS-HLD-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
           END-IF
           OPEN EXTEND SCRA-ADJ-FILE
           IF WS-SCA-STATUS = '35'
               OPEN OUTPUT SCRA-ADJ-FILE
           END-IF
           PERFORM 0300-PROCESS-LOAN
               UNTIL WS-LON-EOF
      *    A payment for a loan not on the loan file is held rather
      *    than dropped with the queue.
           PERFORM VARYING WS-PY-IDX FROM 1 BY 1
               UNTIL WS-PY-IDX > WS-PY-COUNT
               IF WS-PY-STATUS(WS-PY-IDX) = SPACE
                   PERFORM 0460-HOLD-NO-LOAN
               END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE NEWLOAN-FILE
           CLOSE HISTORY-FILE
           CLOSE HOLD-FILE
           CLOSE SCRA-ADJ-FILE
      *    Queued payments are now posted or held - clear the queue
      *    so the next run does not post them again.
           IF WS-PND-LOADED
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
           END-IF
           MOVE WS-LOANS-READ TO WS-DISP-CT
           DISPLAY 'LOANS READ:       ' WS-DISP-CT
           MOVE WS-PMTS-PENDING TO WS-DISP-CT
           DISPLAY 'ONLINE PENDING:   ' WS-DISP-CT
           MOVE WS-PMTS-APPLIED TO WS-DISP-CT
           DISPLAY 'PAYMENTS APPLIED: ' WS-DISP-CT
           MOVE WS-PMTS-HELD TO WS-DISP-CT
           DISPLAY 'HELD FOR REVIEW:  ' WS-DISP-CT
           MOVE WS-SCRA-ADJ-CT TO WS-DISP-CT
           DISPLAY 'SCRA ADJUSTMENTS: ' WS-DISP-CT.
       0210-LOAD-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF-FLAG
               NOT AT END
                   IF WS-PY-COUNT < 500
                       ADD 1 TO WS-PY-COUNT
                       MOVE PY-LOAN-NUM
                           TO WS-PY-LOAN-NUM(WS-PY-COUNT)
                       MOVE PY-PMT-ID
                           TO WS-PY-PMT-ID(WS-PY-COUNT)
                       MOVE PY-AMOUNT
                           TO WS-PY-AMOUNT(WS-PY-COUNT)
                       MOVE PY-DATE
                           TO WS-PY-DATE(WS-PY-COUNT)
                       MOVE PY-SOURCE
                           TO WS-PY-SOURCE(WS-PY-COUNT)
                       MOVE SPACE TO WS-PY-STATUS(WS-PY-COUNT)
                   ELSE
                       DISPLAY 'PAYMENT TABLE FULL - SKIPPED '
                           PY-PMT-ID
                       MOVE 'Y' TO WS-PY-FULL-FLAG
                   END-IF
           END-READ.
       0220-LOAD-PENDING.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-PND-EOF-FLAG
               NOT AT END
                   IF WS-PY-COUNT < 500
                       ADD 1 TO WS-PY-COUNT
                       ADD 1 TO WS-PMTS-PENDING
                       MOVE PN-LOAN-NUM
                           TO WS-PY-LOAN-NUM(WS-PY-COUNT)
                       MOVE PN-PMT-ID
                           TO WS-PY-PMT-ID(WS-PY-COUNT)
                       MOVE PN-AMOUNT
                           TO WS-PY-AMOUNT(WS-PY-COUNT)
                       MOVE PN-DATE
                           TO WS-PY-DATE(WS-PY-COUNT)
                       MOVE PN-SOURCE
                           TO WS-PY-SOURCE(WS-PY-COUNT)
                       MOVE SPACE TO WS-PY-STATUS(WS-PY-COUNT)
                   ELSE
                       DISPLAY 'PAYMENT TABLE FULL - SKIPPED '
                           PN-PMT-ID
                       MOVE 'Y' TO WS-PY-FULL-FLAG
                   END-IF
           END-READ.
       0230-LOAD-RECENT-HISTORY.
      *    Posted payments inside the look-back window are kept so a
      *    payment arriving by another channel in the same cycle as
      *    one already posted can be caught.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HS-POSTED
                       AND HS-PMT-SOURCE NOT = 'SC'
                       AND HS-PMT-DATE > 0
                       AND HS-PMT-DATE <= WS-RUN-DATE
                       COMPUTE WS-RH-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                           FUNCTION INTEGER-OF-DATE(HS-PMT-DATE)
                       IF WS-RH-DAYS <= WS-RECENT-DAYS
                           IF WS-RH-COUNT < 2000
                               ADD 1 TO WS-RH-COUNT
                               MOVE HS-LOAN-NUM
                                   TO WS-RH-LOAN-NUM(WS-RH-COUNT)
                               MOVE HS-PMT-ID
                                   TO WS-RH-PMT-ID(WS-RH-COUNT)
                               MOVE HS-PMT-AMOUNT
                                   TO WS-RH-AMOUNT(WS-RH-COUNT)
                               MOVE HS-PMT-DATE
                                   TO WS-RH-DATE(WS-RH-COUNT)
                               MOVE HS-PMT-SOURCE
                                   TO WS-RH-SOURCE(WS-RH-COUNT)
                           ELSE
                               DISPLAY 'RECENT HISTORY TABLE FULL - '
                                   'SKIPPED ' HS-PMT-ID
                           END-IF
                       END-IF
                   END-IF
                   IF HS-POSTED AND WS-SC-COUNT > 0
                       PERFORM 0240-SCRA-HISTORY
                   END-IF
           END-READ.
       0240-SCRA-HISTORY.
      *    Principal-days at the contract rate inside the protected
      *    period, for the refund back to the active duty start.
           MOVE HS-LOAN-NUM TO WS-SCRA-KEY
           PERFORM 0260-FIND-SCRA
           IF WS-SCRA-IDX > 0
               AND WS-SC-RETRO-DONE(WS-SCRA-IDX) = 'N'
               AND HS-BEF-LAST-PMT > 0
               MOVE HS-BEF-LAST-PMT TO WS-SCRA-FROM
               IF WS-SC-AD-START(WS-SCRA-IDX) > WS-SCRA-FROM
                   MOVE WS-SC-AD-START(WS-SCRA-IDX) TO WS-SCRA-FROM
               END-IF
               MOVE HS-PMT-DATE TO WS-SCRA-TO
               IF WS-SC-PROTECT-END(WS-SCRA-IDX) < WS-SCRA-TO
                   MOVE WS-SC-PROTECT-END(WS-SCRA-IDX) TO WS-SCRA-TO
               END-IF
               IF WS-SCRA-TO > WS-SCRA-FROM
                   COMPUTE WS-SCRA-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-SCRA-TO) -
                       FUNCTION INTEGER-OF-DATE(WS-SCRA-FROM)
                   COMPUTE WS-SC-PRIN-DAYS(WS-SCRA-IDX) =
                       WS-SC-PRIN-DAYS(WS-SCRA-IDX) +
                       HS-BEF-PRINCIPAL * WS-SCRA-DAYS
               END-IF
           END-IF.
       0260-FIND-SCRA.
           MOVE 0 TO WS-SCRA-IDX
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SCRA-IDX > 0
               IF WS-SC-ACCT-NUM(WS-SC-IDX) = WS-SCRA-KEY
                   MOVE WS-SC-IDX TO WS-SCRA-IDX
               END-IF
           END-PERFORM.
       0300-PROCESS-LOAN.
           READ LOAN-FILE INTO WS-LOAN-ACCOUNT
               AT END MOVE 'Y' TO WS-LON-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   MOVE WS-DUE-DATE TO WS-CYC-ANCHOR
                   MOVE WS-LOAN-NUM TO WS-SCRA-KEY
                   PERFORM 0260-FIND-SCRA
                   IF WS-SCRA-IDX > 0
                       PERFORM 0310-SCRA-RETRO-REFUND
                   END-IF
                   PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                       UNTIL WS-PY-IDX > WS-PY-COUNT
                       IF WS-PY-LOAN-NUM(WS-PY-IDX) = WS-LOAN-NUM
                           PERFORM 0350-CHECK-DUPLICATE
                           IF WS-DUP-FOUND
                               PERFORM 0450-HOLD-PAYMENT
                           ELSE
                               PERFORM 0400-APPLY-ONE-PAYMENT
                           END-IF
                       END-IF
                   END-PERFORM
                   WRITE NEWLOAN-RECORD FROM WS-LOAN-ACCOUNT
           END-READ.
       0310-SCRA-RETRO-REFUND.
      *    Interest above 6% since active duty began is forgiven,
      *    not deferred: off the interest due first, then principal.
           IF WS-SC-RETRO-DONE(WS-SCRA-IDX) = 'N'
               AND WS-SC-AD-START(WS-SCRA-IDX) <= WS-RUN-DATE
               MOVE 0 TO WS-SCRA-EXCESS
               IF WS-ANNUAL-RATE > WS-SCRA-CAP-RATE
                   COMPUTE WS-SCRA-EXCESS ROUNDED =
                       WS-SC-PRIN-DAYS(WS-SCRA-IDX) *
                       (WS-ANNUAL-RATE - WS-SCRA-CAP-RATE) / 365
               END-IF
               PERFORM 0320-APPLY-SCRA-REFUND
               IF WS-SCRA-EXCESS > 0
                   PERFORM 0330-WRITE-REFUND-HISTORY
               END-IF
               MOVE 'Y' TO WS-SC-RETRO-DONE(WS-SCRA-IDX)
               MOVE 'RI' TO WS-SCRA-ADJ-TYPE
               MOVE WS-SCRA-EXCESS TO WS-SCRA-ADJ-AMT
               MOVE WS-SC-AD-START(WS-SCRA-IDX) TO WS-SCRA-ADJ-DATE
               MOVE 'RETRO' TO WS-SCRA-ADJ-REF
               PERFORM 5100-LOG-SCRA-ADJ
               MOVE WS-SCRA-EXCESS TO WS-DISP-AMT
               DISPLAY 'SCRA INTEREST REFUND ' WS-LOAN-NUM
                   ' SINCE ' WS-SC-AD-START(WS-SCRA-IDX)
                   ' ' WS-DISP-AMT
           END-IF.
       0320-APPLY-SCRA-REFUND.
      *    Also used to replay the refund after a reversal.
           MOVE WS-PRINCIPAL-BAL TO WS-BEF-PRINCIPAL
           MOVE WS-INTEREST-BAL TO WS-BEF-INTEREST
           MOVE WS-ESCROW-BAL TO WS-BEF-ESCROW
           MOVE WS-LATE-FEE-BAL TO WS-BEF-LATE-FEE
           MOVE WS-DUE-DATE TO WS-BEF-DUE-DATE
           MOVE WS-LAST-PMT-DATE TO WS-BEF-LAST-PMT
           MOVE 'N' TO WS-IS-LATE
           MOVE 0 TO WS-ALLOC-LATE-FEE
           MOVE 0 TO WS-ALLOC-INTEREST
           MOVE 0 TO WS-ALLOC-ESCROW
           MOVE 0 TO WS-ALLOC-PRINCIPAL
           MOVE 0 TO WS-ALLOC-EXTRA
           IF WS-SCRA-EXCESS > WS-INTEREST-BAL
               MOVE WS-INTEREST-BAL TO WS-ALLOC-INTEREST
               COMPUTE WS-ALLOC-PRINCIPAL =
                   WS-SCRA-EXCESS - WS-INTEREST-BAL
               IF WS-ALLOC-PRINCIPAL > WS-PRINCIPAL-BAL
                   MOVE WS-PRINCIPAL-BAL TO WS-ALLOC-PRINCIPAL
               END-IF
               SUBTRACT WS-ALLOC-PRINCIPAL FROM WS-PRINCIPAL-BAL
               MOVE 0 TO WS-INTEREST-BAL
           ELSE
               MOVE WS-SCRA-EXCESS TO WS-ALLOC-INTEREST
               SUBTRACT WS-SCRA-EXCESS FROM WS-INTEREST-BAL
           END-IF.
       0330-WRITE-REFUND-HISTORY.
      *    The refund goes on the history as of the last payment
      *    date so a reversal of an earlier payment replays it in
      *    order ahead of this run's payments.
           MOVE 'SCRARETRO' TO WS-PMT-ID
           MOVE WS-SCRA-EXCESS TO WS-PMT-AMOUNT
           MOVE 'SC' TO WS-PMT-SOURCE
           IF WS-LAST-PMT-DATE > 0
               MOVE WS-LAST-PMT-DATE TO WS-PMT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PMT-DATE
           END-IF
           PERFORM 5000-WRITE-HISTORY.
       0350-CHECK-DUPLICATE.
      *    Same loan, same amount, same billing cycle, different
      *    channel: either already posted on history or posted
      *    earlier in this run.
           MOVE 'N' TO WS-DUP-FLAG
           MOVE WS-PY-DATE(WS-PY-IDX) TO WS-CYC-DATE
           PERFORM 0360-CYCLE-OF-DATE
           MOVE WS-CYC-DUE TO WS-PMT-CYCLE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT OR WS-DUP-FOUND
               IF WS-RH-LOAN-NUM(WS-RH-IDX) = WS-LOAN-NUM
                   AND WS-RH-AMOUNT(WS-RH-IDX) =
                       WS-PY-AMOUNT(WS-PY-IDX)
                   AND WS-RH-SOURCE(WS-RH-IDX) NOT =
                       WS-PY-SOURCE(WS-PY-IDX)
                   MOVE WS-RH-DATE(WS-RH-IDX) TO WS-CYC-DATE
                   PERFORM 0360-CYCLE-OF-DATE
                   IF WS-CYC-DUE = WS-PMT-CYCLE
                       MOVE 'Y' TO WS-DUP-FLAG
                       MOVE WS-RH-PMT-ID(WS-RH-IDX) TO WS-DUP-PMT-ID
                       MOVE WS-RH-SOURCE(WS-RH-IDX) TO WS-DUP-SOURCE
                       MOVE WS-RH-DATE(WS-RH-IDX) TO WS-DUP-DATE
                       MOVE 'H' TO WS-DUP-POSTED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PY-CHK-IDX FROM 1 BY 1
               UNTIL WS-PY-CHK-IDX >= WS-PY-IDX OR WS-DUP-FOUND
               IF WS-PY-LOAN-NUM(WS-PY-CHK-IDX) = WS-LOAN-NUM
                   AND WS-PY-STATUS(WS-PY-CHK-IDX) = 'A'
                   AND WS-PY-AMOUNT(WS-PY-CHK-IDX) =
                       WS-PY-AMOUNT(WS-PY-IDX)
                   AND WS-PY-SOURCE(WS-PY-CHK-IDX) NOT =
                       WS-PY-SOURCE(WS-PY-IDX)
                   MOVE WS-PY-DATE(WS-PY-CHK-IDX) TO WS-CYC-DATE
                   PERFORM 0360-CYCLE-OF-DATE
                   IF WS-CYC-DUE = WS-PMT-CYCLE
                       MOVE 'Y' TO WS-DUP-FLAG
                       MOVE WS-PY-PMT-ID(WS-PY-CHK-IDX)
                           TO WS-DUP-PMT-ID
                       MOVE WS-PY-SOURCE(WS-PY-CHK-IDX)
                           TO WS-DUP-SOURCE
                       MOVE WS-PY-DATE(WS-PY-CHK-IDX) TO WS-DUP-DATE
                       MOVE 'R' TO WS-DUP-POSTED
                   END-IF
               END-IF
           END-PERFORM.
       0360-CYCLE-OF-DATE.
      *    Steps are always taken from the anchor so end-of-month
      *    clamping does not drift the due day.
           MOVE 0 TO WS-CYC-MONTHS
           IF WS-CYC-ANCHOR = 0 OR WS-CYC-DATE = 0
               DIVIDE WS-CYC-DATE BY 100 GIVING WS-CYC-YYYYMM
               COMPUTE WS-CYC-DUE = WS-CYC-YYYYMM * 100
           ELSE
               MOVE WS-CYC-ANCHOR TO WS-CYC-DUE
               PERFORM 0361-CYCLE-FORWARD
                   UNTIL WS-CYC-DUE >= WS-CYC-DATE
               COMPUTE WS-CYC-STEP = WS-CYC-MONTHS - 1
               PERFORM 0363-CYCLE-STEP-DATE
               PERFORM 0362-CYCLE-BACK
                   UNTIL WS-CYC-STEP-DATE < WS-CYC-DATE
           END-IF.
       0361-CYCLE-FORWARD.
           ADD 1 TO WS-CYC-MONTHS
           MOVE WS-CYC-MONTHS TO WS-CYC-STEP
           PERFORM 0363-CYCLE-STEP-DATE
           IF WS-CYC-STEP-DATE = 0
               MOVE 99999999 TO WS-CYC-DUE
           ELSE
               MOVE WS-CYC-STEP-DATE TO WS-CYC-DUE
           END-IF.
       0362-CYCLE-BACK.
           MOVE WS-CYC-STEP-DATE TO WS-CYC-DUE
           SUBTRACT 1 FROM WS-CYC-MONTHS
           COMPUTE WS-CYC-STEP = WS-CYC-MONTHS - 1
           PERFORM 0363-CYCLE-STEP-DATE.
       0363-CYCLE-STEP-DATE.
           MOVE 'ADDM' TO WS-CAL-FUNCTION
           MOVE WS-CYC-ANCHOR TO WS-CAL-DATE-IN
           MOVE WS-CYC-STEP TO WS-CAL-DAYS
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           IF WS-CAL-STATUS = '00'
               MOVE WS-CAL-DATE-OUT TO WS-CYC-STEP-DATE
           ELSE
               MOVE 0 TO WS-CYC-STEP-DATE
           END-IF.
       0400-APPLY-ONE-PAYMENT.
           MOVE WS-PY-PMT-ID(WS-PY-IDX) TO WS-PMT-ID
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-PMT-AMOUNT
           MOVE WS-PY-DATE(WS-PY-IDX) TO WS-PMT-DATE
           MOVE WS-PY-SOURCE(WS-PY-IDX) TO WS-PMT-SOURCE
           PERFORM 0500-POST-PAYMENT
           PERFORM 4000-OUTPUT
           PERFORM 5000-WRITE-HISTORY
           MOVE 'A' TO WS-PY-STATUS(WS-PY-IDX)
           ADD 1 TO WS-PMTS-APPLIED.
       0450-HOLD-PAYMENT.
           MOVE 'H' TO WS-PY-STATUS(WS-PY-IDX)
           MOVE WS-LOAN-NUM TO HD-LOAN-NUM
           MOVE WS-PY-PMT-ID(WS-PY-IDX) TO HD-PMT-ID
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO HD-AMOUNT
           MOVE WS-PY-DATE(WS-PY-IDX) TO HD-PMT-DATE
           MOVE WS-PY-SOURCE(WS-PY-IDX) TO HD-SOURCE
           MOVE WS-PMT-CYCLE TO HD-CYCLE-DUE
           MOVE 'DUPL' TO HD-REASON
           MOVE WS-DUP-PMT-ID TO HD-MATCH-PMT-ID
           MOVE WS-DUP-SOURCE TO HD-MATCH-SOURCE
           MOVE WS-DUP-DATE TO HD-MATCH-DATE
           MOVE WS-DUP-POSTED TO HD-MATCH-POSTED
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           WRITE HOLD-RECORD
           DISPLAY 'PAYMENT HELD - POSSIBLE DUPLICATE '
               WS-LOAN-NUM ' ' WS-PY-PMT-ID(WS-PY-IDX)
               ' MATCHES ' WS-DUP-PMT-ID
           ADD 1 TO WS-PMTS-HELD.
       0460-HOLD-NO-LOAN.
           MOVE 'H' TO WS-PY-STATUS(WS-PY-IDX)
           MOVE WS-PY-LOAN-NUM(WS-PY-IDX) TO HD-LOAN-NUM
           MOVE WS-PY-PMT-ID(WS-PY-IDX) TO HD-PMT-ID
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO HD-AMOUNT
           MOVE WS-PY-DATE(WS-PY-IDX) TO HD-PMT-DATE
           MOVE WS-PY-SOURCE(WS-PY-IDX) TO HD-SOURCE
           MOVE 0 TO HD-CYCLE-DUE
           MOVE 'NOLN' TO HD-REASON
           MOVE SPACES TO HD-MATCH-PMT-ID
           MOVE SPACES TO HD-MATCH-SOURCE
           MOVE 0 TO HD-MATCH-DATE
           MOVE SPACE TO HD-MATCH-POSTED
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           WRITE HOLD-RECORD
           DISPLAY 'PAYMENT HELD - LOAN NOT ON FILE '
               WS-PY-LOAN-NUM(WS-PY-IDX) ' '
               WS-PY-PMT-ID(WS-PY-IDX)
           ADD 1 TO WS-PMTS-HELD.
       0500-POST-PAYMENT.
      *    One pass of the waterfall.  Used for new payments and
      *    again for each payment replayed after a reversal.
           MOVE WS-PRINCIPAL-BAL TO WS-BEF-PRINCIPAL
           MOVE WS-INTEREST-BAL TO WS-BEF-INTEREST
           MOVE WS-ESCROW-BAL TO WS-BEF-ESCROW
           MOVE WS-LATE-FEE-BAL TO WS-BEF-LATE-FEE
           MOVE WS-DUE-DATE TO WS-BEF-DUE-DATE
           MOVE WS-LAST-PMT-DATE TO WS-BEF-LAST-PMT
           PERFORM 1000-ACCRUE-INTEREST
           PERFORM 2000-CHECK-LATE
           PERFORM 3000-APPLY-PAYMENT
           PERFORM 3500-ADVANCE-DUE-DATE.
       1000-ACCRUE-INTEREST.
           COMPUTE WS-DAILY-RATE =
               WS-ANNUAL-RATE / 365
           IF WS-LAST-PMT-DATE > 0
               AND WS-PMT-DATE > WS-LAST-PMT-DATE
               COMPUTE WS-DAYS-SINCE-PMT =
                   FUNCTION INTEGER-OF-DATE(WS-PMT-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PMT-DATE)
           ELSE
               MOVE 0 TO WS-DAYS-SINCE-PMT
           END-IF
           COMPUTE WS-ACCRUED-INT =
               WS-PRINCIPAL-BAL * WS-DAILY-RATE *
               WS-DAYS-SINCE-PMT
           MOVE 0 TO WS-SCRA-FORGIVEN
           IF WS-SCRA-IDX > 0
               AND WS-ANNUAL-RATE > WS-SCRA-CAP-RATE
               AND WS-DAYS-SINCE-PMT > 0
               AND NOT WS-SCRA-CAP-SKIPPED
               PERFORM 1100-SCRA-CAP-INTEREST
           END-IF
           ADD WS-ACCRUED-INT TO WS-INTEREST-BAL.
       1100-SCRA-CAP-INTEREST.
      *    Days of this accrual inside the protected period are
      *    charged at 6%; the rest of the interest is forgiven.
           MOVE WS-LAST-PMT-DATE TO WS-SCRA-FROM
           IF WS-SC-AD-START(WS-SCRA-IDX) > WS-SCRA-FROM
               MOVE WS-SC-AD-START(WS-SCRA-IDX) TO WS-SCRA-FROM
           END-IF
           MOVE WS-PMT-DATE TO WS-SCRA-TO
           IF WS-SC-PROTECT-END(WS-SCRA-IDX) < WS-SCRA-TO
               MOVE WS-SC-PROTECT-END(WS-SCRA-IDX) TO WS-SCRA-TO
           END-IF
           IF WS-SCRA-TO > WS-SCRA-FROM
               COMPUTE WS-SCRA-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-SCRA-TO) -
                   FUNCTION INTEGER-OF-DATE(WS-SCRA-FROM)
               COMPUTE WS-SCRA-FORGIVEN ROUNDED =
                   WS-PRINCIPAL-BAL *
                   (WS-ANNUAL-RATE - WS-SCRA-CAP-RATE) / 365 *
                   WS-SCRA-DAYS
               IF WS-SCRA-FORGIVEN > WS-ACCRUED-INT
                   MOVE WS-ACCRUED-INT TO WS-SCRA-FORGIVEN
               END-IF
               SUBTRACT WS-SCRA-FORGIVEN FROM WS-ACCRUED-INT
               MOVE 'IC' TO WS-SCRA-ADJ-TYPE
               MOVE WS-SCRA-FORGIVEN TO WS-SCRA-ADJ-AMT
               MOVE WS-PMT-DATE TO WS-SCRA-ADJ-DATE
               MOVE WS-PMT-ID TO WS-SCRA-ADJ-REF
               PERFORM 5100-LOG-SCRA-ADJ
           END-IF.
       2000-CHECK-LATE.
           MOVE 'N' TO WS-IS-LATE
           MOVE 'N' TO WS-SCRA-FEE-FLAG
           IF WS-PMT-DATE > WS-DUE-DATE
               MOVE 'Y' TO WS-IS-LATE
               IF WS-SCRA-IDX > 0
                   AND WS-PMT-DATE >= WS-SC-AD-START(WS-SCRA-IDX)
                   AND WS-PMT-DATE <= WS-SC-PROTECT-END(WS-SCRA-IDX)
                   MOVE 'Y' TO WS-SCRA-FEE-FLAG
                   MOVE 'LF' TO WS-SCRA-ADJ-TYPE
                   MOVE WS-LATE-FEE TO WS-SCRA-ADJ-AMT
                   MOVE WS-PMT-DATE TO WS-SCRA-ADJ-DATE
                   MOVE WS-PMT-ID TO WS-SCRA-ADJ-REF
                   PERFORM 5100-LOG-SCRA-ADJ
               ELSE
                   ADD WS-LATE-FEE TO WS-LATE-FEE-BAL
               END-IF
           END-IF.
       3000-APPLY-PAYMENT.
           MOVE WS-PMT-AMOUNT TO WS-REMAINING
               END-IF
           END-IF
           MOVE WS-PMT-DATE TO WS-LAST-PMT-DATE.
       3500-ADVANCE-DUE-DATE.
      *    A payment covering the scheduled installment satisfies
      *    the current due date; the next one falls a month later.
           IF WS-SCHEDULED-PMT > 0
               AND WS-PMT-AMOUNT >= WS-SCHEDULED-PMT
               MOVE 'ADDM' TO WS-CAL-FUNCTION
               MOVE WS-DUE-DATE TO WS-CAL-DATE-IN
               MOVE 1 TO WS-CAL-DAYS
               CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
               IF WS-CAL-STATUS = '00'
                   MOVE WS-CAL-DATE-OUT TO WS-DUE-DATE
               END-IF
           END-IF.
       4000-OUTPUT.
           DISPLAY 'LOAN PAYMENT APPLICATION'
           DISPLAY '========================'
           DISPLAY 'PMT DATE:   ' WS-PMT-DATE
           IF PMT-IS-LATE
               DISPLAY 'STATUS:     LATE'
               IF WS-LATE-FEE-SUPPRESSED
                   DISPLAY 'LATE FEE:   SUPPRESSED - SCRA'
               ELSE
                   DISPLAY 'LATE FEE:   $' WS-LATE-FEE
               END-IF
           END-IF
           IF WS-SCRA-FORGIVEN > 0
               DISPLAY 'SCRA CAP:   $' WS-SCRA-FORGIVEN
                   ' INTEREST FORGIVEN'
           END-IF
           DISPLAY 'ALLOCATION:'
           DISPLAY '  LATE FEES: $' WS-ALLOC-LATE-FEE
           DISPLAY '  PRINCIPAL: $' WS-PRINCIPAL-BAL
           DISPLAY '  INTEREST:  $' WS-INTEREST-BAL
           DISPLAY '  LATE FEES: $' WS-LATE-FEE-BAL.
       5000-WRITE-HISTORY.
           MOVE WS-LOAN-NUM TO HS-LOAN-NUM
           MOVE WS-PMT-ID TO HS-PMT-ID
           MOVE WS-PMT-DATE TO HS-PMT-DATE
           MOVE WS-PMT-AMOUNT TO HS-PMT-AMOUNT
           MOVE WS-PMT-SOURCE TO HS-PMT-SOURCE
           MOVE 'P' TO HS-STATUS
           MOVE SPACES TO HS-REV-REASON
           MOVE 0 TO HS-REV-DATE
           MOVE WS-IS-LATE TO HS-LATE-FLAG
           MOVE WS-ALLOC-LATE-FEE TO HS-ALLOC-LATE-FEE
           MOVE WS-ALLOC-INTEREST TO HS-ALLOC-INTEREST
           MOVE WS-ALLOC-ESCROW TO HS-ALLOC-ESCROW
           MOVE WS-ALLOC-PRINCIPAL TO HS-ALLOC-PRINCIPAL
           MOVE WS-ALLOC-EXTRA TO HS-ALLOC-EXTRA
           MOVE WS-BEF-PRINCIPAL TO HS-BEF-PRINCIPAL
           MOVE WS-BEF-INTEREST TO HS-BEF-INTEREST
           MOVE WS-BEF-ESCROW TO HS-BEF-ESCROW
           MOVE WS-BEF-LATE-FEE TO HS-BEF-LATE-FEE
           MOVE WS-BEF-DUE-DATE TO HS-BEF-DUE-DATE
           MOVE WS-BEF-LAST-PMT TO HS-BEF-LAST-PMT
           WRITE HISTORY-RECORD.
       5100-LOG-SCRA-ADJ.
      *    Replayed payments after a reversal were logged when
      *    first posted.
           IF WS-MODE = 'A'
               MOVE SPACES TO SCRA-ADJ-RECORD
               MOVE WS-LOAN-NUM TO SA-ACCT-NUM
               MOVE WS-SCRA-ADJ-DATE TO SA-ADJ-DATE
               MOVE WS-RUN-DATE TO SA-RUN-DATE
               MOVE WS-SCRA-ADJ-TYPE TO SA-ADJ-TYPE
               MOVE WS-SCRA-ADJ-AMT TO SA-AMOUNT
               COMPUTE SA-ORIG-RATE = WS-ANNUAL-RATE * 100
               COMPUTE SA-CAP-RATE = WS-SCRA-CAP-RATE * 100
               MOVE WS-SC-AD-START(WS-SCRA-IDX) TO SA-AD-START
               MOVE WS-SCRA-ADJ-REF TO SA-REF
               WRITE SCRA-ADJ-RECORD
               ADD 1 TO WS-SCRA-ADJ-CT
           END-IF.
       6000-REVERSE-PAYMENT.
      *    Pull the loan's history into date order, put the loan
      *    back to where it stood before the returned payment, and
      *    run every later payment through the waterfall again.
      *    The loan's history must fit the table whole or the
      *    rebuilt history would lose payments.
           PERFORM 6050-COUNT-HISTORY
           IF WS-HT-LOAN-ROWS > 1200
               DISPLAY 'HISTORY TABLE FULL - LOAN ' CT-LOAN-NUM
               DISPLAY 'PAYMENT REVERSAL ABANDONED ' CT-PMT-ID
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6010-REBUILD-HISTORY
           END-IF.
       6010-REBUILD-HISTORY.
           MOVE 'N' TO WS-HST-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               DISPLAY 'HISTORY FILE OPEN FAILED ' WS-HST-STATUS
               MOVE 'Y' TO WS-HST-EOF-FLAG
           END-IF
           OPEN OUTPUT NEWHIST-FILE
           PERFORM 6100-LOAD-HISTORY
               UNTIL WS-HST-EOF
           CLOSE HISTORY-FILE
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-PMT-ID(WS-HT-IDX) = CT-PMT-ID
                   AND WS-HT-STATUS(WS-HT-IDX) = 'P'
                   MOVE WS-HT-IDX TO WS-HT-REV-IDX
                   MOVE 'Y' TO WS-REV-FOUND
               END-IF
               IF WS-HT-PMT-ID(WS-HT-IDX) = 'SCRARETRO'
                   AND WS-HT-STATUS(WS-HT-IDX) = 'P'
                   MOVE WS-HT-IDX TO WS-HT-RETRO-IDX
               END-IF
           END-PERFORM
           IF WS-REV-PMT-FOUND
               IF WS-HT-SOURCE(WS-HT-REV-IDX) = 'WR'
                   DISPLAY 'WIRE PAYMENTS ARE NOT REVERSIBLE '
                       CT-PMT-ID
                   MOVE 'N' TO WS-REV-FOUND
               END-IF
               IF WS-HT-SOURCE(WS-HT-REV-IDX) = 'SC'
                   DISPLAY 'SCRA INTEREST REFUND IS NOT REVERSIBLE '
                       CT-PMT-ID
                   MOVE 'N' TO WS-REV-FOUND
               END-IF
           ELSE
               DISPLAY 'PAYMENT NOT ON HISTORY ' CT-LOAN-NUM
                   ' ' CT-PMT-ID
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LON-STATUS NOT = '00'
               DISPLAY 'LOAN FILE OPEN FAILED ' WS-LON-STATUS
               MOVE 'Y' TO WS-LON-EOF-FLAG
           END-IF
           OPEN OUTPUT NEWLOAN-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 6200-PROCESS-LOAN
               UNTIL WS-LON-EOF
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               PERFORM 6800-WRITE-NEW-HISTORY
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE NEWLOAN-FILE
           CLOSE NEWHIST-FILE
           CLOSE REPORT-FILE
           DISPLAY 'PAYMENT REVERSAL ' CT-LOAN-NUM ' ' CT-PMT-ID
           MOVE WS-REPLAY-CNT TO WS-DISP-CT
           DISPLAY 'PAYMENTS REAPPLIED: ' WS-DISP-CT.
       6050-COUNT-HISTORY.
           MOVE 0 TO WS-HT-LOAN-ROWS
           MOVE 'N' TO WS-HST-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HST-EOF-FLAG
           END-IF
           PERFORM 6060-COUNT-ROW
               UNTIL WS-HST-EOF
           IF WS-HST-STATUS = '00' OR '10'
               CLOSE HISTORY-FILE
           END-IF.
       6060-COUNT-ROW.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HS-LOAN-NUM = CT-LOAN-NUM
                       ADD 1 TO WS-HT-LOAN-ROWS
                   END-IF
           END-READ.
       6100-LOAD-HISTORY.
      *    Other loans pass straight through; the loan being
      *    reversed is held in the table and written back after
      *    the replay.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HS-LOAN-NUM = CT-LOAN-NUM
                       IF WS-HT-COUNT < 1200
                           PERFORM 6150-INSERT-ENTRY
                       ELSE
                           DISPLAY 'HISTORY TABLE FULL - LOAN '
                               CT-LOAN-NUM
                       END-IF
                   ELSE
                       WRITE NEWHIST-RECORD FROM HISTORY-RECORD
                   END-IF
           END-READ.
       6150-INSERT-ENTRY.
           ADD 1 TO WS-HT-COUNT
           MOVE WS-HT-COUNT TO WS-HT-IDX
           PERFORM 6160-SHIFT-ENTRY
               UNTIL WS-HT-IDX = 1
               OR WS-HT-PMT-DATE(WS-HT-IDX - 1) <= HS-PMT-DATE
           MOVE HS-PMT-ID TO WS-HT-PMT-ID(WS-HT-IDX)
           MOVE HS-PMT-DATE TO WS-HT-PMT-DATE(WS-HT-IDX)
           MOVE HS-PMT-AMOUNT TO WS-HT-AMOUNT(WS-HT-IDX)
           MOVE HS-PMT-SOURCE TO WS-HT-SOURCE(WS-HT-IDX)
           MOVE HS-STATUS TO WS-HT-STATUS(WS-HT-IDX)
           MOVE HS-REV-REASON TO WS-HT-REV-REASON(WS-HT-IDX)
           MOVE HS-REV-DATE TO WS-HT-REV-DATE(WS-HT-IDX)
           MOVE HS-LATE-FLAG TO WS-HT-LATE-FLAG(WS-HT-IDX)
           MOVE HS-ALLOC-LATE-FEE
               TO WS-HT-ALLOC-LATE-FEE(WS-HT-IDX)
           MOVE HS-ALLOC-INTEREST
               TO WS-HT-ALLOC-INTEREST(WS-HT-IDX)
           MOVE HS-ALLOC-ESCROW TO WS-HT-ALLOC-ESCROW(WS-HT-IDX)
           MOVE HS-ALLOC-PRINCIPAL
               TO WS-HT-ALLOC-PRINCIPAL(WS-HT-IDX)
           MOVE HS-ALLOC-EXTRA TO WS-HT-ALLOC-EXTRA(WS-HT-IDX)
           MOVE HS-BEF-PRINCIPAL
               TO WS-HT-BEF-PRINCIPAL(WS-HT-IDX)
           MOVE HS-BEF-INTEREST TO WS-HT-BEF-INTEREST(WS-HT-IDX)
           MOVE HS-BEF-ESCROW TO WS-HT-BEF-ESCROW(WS-HT-IDX)
           MOVE HS-BEF-LATE-FEE TO WS-HT-BEF-LATE-FEE(WS-HT-IDX)
           MOVE HS-BEF-DUE-DATE TO WS-HT-BEF-DUE-DATE(WS-HT-IDX)
           MOVE HS-BEF-LAST-PMT TO WS-HT-BEF-LAST-PMT(WS-HT-IDX).
       6160-SHIFT-ENTRY.
           COMPUTE WS-HT-MOVE-IDX = WS-HT-IDX - 1
           MOVE WS-HT-ENTRY(WS-HT-MOVE-IDX) TO WS-HT-SAVE
           MOVE WS-HT-SAVE TO WS-HT-ENTRY(WS-HT-IDX)
           MOVE WS-HT-MOVE-IDX TO WS-HT-IDX.
       6200-PROCESS-LOAN.
           READ LOAN-FILE INTO WS-LOAN-ACCOUNT
               AT END MOVE 'Y' TO WS-LON-EOF-FLAG
               NOT AT END
                   IF WS-LOAN-NUM = CT-LOAN-NUM
                       AND WS-REV-PMT-FOUND
                       MOVE WS-LOAN-NUM TO WS-SCRA-KEY
                       PERFORM 0260-FIND-SCRA
                       PERFORM 6300-UNWIND-PAYMENT
                       PERFORM VARYING WS-HT-IDX
                           FROM WS-HT-REV-IDX BY 1
                           UNTIL WS-HT-IDX > WS-HT-COUNT
                           IF WS-HT-IDX > WS-HT-REV-IDX
                               AND WS-HT-STATUS(WS-HT-IDX) = 'P'
                               PERFORM 6400-REPLAY-PAYMENT
                           END-IF
                       END-PERFORM
                       PERFORM 6600-REPORT-AFTER
                   END-IF
                   WRITE NEWLOAN-RECORD FROM WS-LOAN-ACCOUNT
           END-READ.
       6300-UNWIND-PAYMENT.
           MOVE WS-PRINCIPAL-BAL TO WS-ORIG-PRINCIPAL
           MOVE WS-INTEREST-BAL TO WS-ORIG-INTEREST
           MOVE WS-ESCROW-BAL TO WS-ORIG-ESCROW
           MOVE WS-LATE-FEE-BAL TO WS-ORIG-LATE-FEE
           MOVE WS-DUE-DATE TO WS-ORIG-DUE-DATE
           MOVE WS-HT-REV-IDX TO WS-HT-IDX
           MOVE WS-HT-BEF-PRINCIPAL(WS-HT-IDX) TO WS-PRINCIPAL-BAL
           MOVE WS-HT-BEF-INTEREST(WS-HT-IDX) TO WS-INTEREST-BAL
           MOVE WS-HT-BEF-ESCROW(WS-HT-IDX) TO WS-ESCROW-BAL
           MOVE WS-HT-BEF-LATE-FEE(WS-HT-IDX) TO WS-LATE-FEE-BAL
           MOVE WS-HT-BEF-DUE-DATE(WS-HT-IDX) TO WS-DUE-DATE
           MOVE WS-HT-BEF-LAST-PMT(WS-HT-IDX) TO WS-LAST-PMT-DATE
           MOVE 'R' TO WS-HT-STATUS(WS-HT-IDX)
           MOVE CT-REV-REASON TO WS-HT-REV-REASON(WS-HT-IDX)
           MOVE WS-RUN-DATE TO WS-HT-REV-DATE(WS-HT-IDX)
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PAYMENT REVERSAL - LOAN ' DELIMITED BY SIZE
               WS-LOAN-NUM DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-HT-AMOUNT(WS-HT-IDX) TO WS-DISP-AMT
           STRING 'REVERSED ' DELIMITED BY SIZE
               WS-HT-PMT-ID(WS-HT-IDX) DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               WS-HT-PMT-DATE(WS-HT-IDX) DELIMITED BY SIZE
               ' SRC ' DELIMITED BY SIZE
               WS-HT-SOURCE(WS-HT-IDX) DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               CT-REV-REASON DELIMITED BY SIZE
               ' AMT ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'UNWOUND' TO WS-RPT-LINE
           PERFORM 6500-REPORT-ALLOCATION.
       6400-REPLAY-PAYMENT.
      *    Payments ahead of the retroactive SCRA refund were posted
      *    at the contract rate; the refund replayed after them gives
      *    back the excess, so they are not capped a second time.
           MOVE 'N' TO WS-SCRA-CAP-FLAG
           IF WS-HT-IDX < WS-HT-RETRO-IDX
               MOVE 'Y' TO WS-SCRA-CAP-FLAG
           END-IF
           MOVE WS-HT-PMT-ID(WS-HT-IDX) TO WS-PMT-ID
           MOVE WS-HT-AMOUNT(WS-HT-IDX) TO WS-PMT-AMOUNT
           MOVE WS-HT-PMT-DATE(WS-HT-IDX) TO WS-PMT-DATE
           MOVE WS-HT-SOURCE(WS-HT-IDX) TO WS-PMT-SOURCE
           MOVE 'WAS    ' TO WS-RPT-LINE
           PERFORM 6500-REPORT-ALLOCATION
           IF SRC-SCRA-REFUND
               MOVE WS-PMT-AMOUNT TO WS-SCRA-EXCESS
               PERFORM 0320-APPLY-SCRA-REFUND
           ELSE
               PERFORM 0500-POST-PAYMENT
           END-IF
           MOVE WS-IS-LATE TO WS-HT-LATE-FLAG(WS-HT-IDX)
           MOVE WS-ALLOC-LATE-FEE TO WS-HT-ALLOC-LATE-FEE(WS-HT-IDX)
           MOVE WS-ALLOC-INTEREST TO WS-HT-ALLOC-INTEREST(WS-HT-IDX)
           MOVE WS-ALLOC-ESCROW TO WS-HT-ALLOC-ESCROW(WS-HT-IDX)
           MOVE WS-ALLOC-PRINCIPAL
               TO WS-HT-ALLOC-PRINCIPAL(WS-HT-IDX)
           MOVE WS-ALLOC-EXTRA TO WS-HT-ALLOC-EXTRA(WS-HT-IDX)
           MOVE WS-BEF-PRINCIPAL TO WS-HT-BEF-PRINCIPAL(WS-HT-IDX)
           MOVE WS-BEF-INTEREST TO WS-HT-BEF-INTEREST(WS-HT-IDX)
           MOVE WS-BEF-ESCROW TO WS-HT-BEF-ESCROW(WS-HT-IDX)
           MOVE WS-BEF-LATE-FEE TO WS-HT-BEF-LATE-FEE(WS-HT-IDX)
           MOVE WS-BEF-DUE-DATE TO WS-HT-BEF-DUE-DATE(WS-HT-IDX)
           MOVE WS-BEF-LAST-PMT TO WS-HT-BEF-LAST-PMT(WS-HT-IDX)
           MOVE 'NOW    ' TO WS-RPT-LINE
           PERFORM 6500-REPORT-ALLOCATION
           ADD 1 TO WS-REPLAY-CNT.
       6500-REPORT-ALLOCATION.
      *    Caller leaves the line label in the first 7 bytes.
           MOVE WS-HT-PMT-ID(WS-HT-IDX) TO WS-RPT-LINE(9:20)
           MOVE WS-HT-PMT-DATE(WS-HT-IDX) TO WS-RPT-LINE(30:8)
           MOVE WS-HT-LATE-FLAG(WS-HT-IDX) TO WS-RPT-LINE(39:1)
           MOVE WS-HT-ALLOC-LATE-FEE(WS-HT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(41:15)
           MOVE WS-HT-ALLOC-INTEREST(WS-HT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(56:15)
           MOVE WS-HT-ALLOC-ESCROW(WS-HT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(71:15)
           MOVE WS-HT-ALLOC-PRINCIPAL(WS-HT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-RPT-LINE(86:15)
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       6600-REPORT-AFTER.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'BALANCE        BEFORE REVERSAL    AFTER REVERSAL'
               TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ORIG-LATE-FEE TO WS-DISP-AMT
           MOVE WS-LATE-FEE-BAL TO WS-DISP-AMT2
           STRING 'LATE FEES  ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ORIG-INTEREST TO WS-DISP-AMT
           MOVE WS-INTEREST-BAL TO WS-DISP-AMT2
           STRING 'INTEREST   ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ORIG-ESCROW TO WS-DISP-AMT
           MOVE WS-ESCROW-BAL TO WS-DISP-AMT2
           STRING 'ESCROW     ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-ORIG-PRINCIPAL TO WS-DISP-AMT
           MOVE WS-PRINCIPAL-BAL TO WS-DISP-AMT2
           STRING 'PRINCIPAL  ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-DISP-AMT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DUE DATE          ' DELIMITED BY SIZE
               WS-ORIG-DUE-DATE DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       6800-WRITE-NEW-HISTORY.
           MOVE CT-LOAN-NUM TO HS-LOAN-NUM
           MOVE WS-HT-PMT-ID(WS-HT-IDX) TO HS-PMT-ID
           MOVE WS-HT-PMT-DATE(WS-HT-IDX) TO HS-PMT-DATE
           MOVE WS-HT-AMOUNT(WS-HT-IDX) TO HS-PMT-AMOUNT
           MOVE WS-HT-SOURCE(WS-HT-IDX) TO HS-PMT-SOURCE
           MOVE WS-HT-STATUS(WS-HT-IDX) TO HS-STATUS
           MOVE WS-HT-REV-REASON(WS-HT-IDX) TO HS-REV-REASON
           MOVE WS-HT-REV-DATE(WS-HT-IDX) TO HS-REV-DATE
           MOVE WS-HT-LATE-FLAG(WS-HT-IDX) TO HS-LATE-FLAG
           MOVE WS-HT-ALLOC-LATE-FEE(WS-HT-IDX)
               TO HS-ALLOC-LATE-FEE
           MOVE WS-HT-ALLOC-INTEREST(WS-HT-IDX)
               TO HS-ALLOC-INTEREST
           MOVE WS-HT-ALLOC-ESCROW(WS-HT-IDX) TO HS-ALLOC-ESCROW
           MOVE WS-HT-ALLOC-PRINCIPAL(WS-HT-IDX)
               TO HS-ALLOC-PRINCIPAL
           MOVE WS-HT-ALLOC-EXTRA(WS-HT-IDX) TO HS-ALLOC-EXTRA
           MOVE WS-HT-BEF-PRINCIPAL(WS-HT-IDX) TO HS-BEF-PRINCIPAL
           MOVE WS-HT-BEF-INTEREST(WS-HT-IDX) TO HS-BEF-INTEREST
           MOVE WS-HT-BEF-ESCROW(WS-HT-IDX) TO HS-BEF-ESCROW
           MOVE WS-HT-BEF-LATE-FEE(WS-HT-IDX) TO HS-BEF-LATE-FEE
           MOVE WS-HT-BEF-DUE-DATE(WS-HT-IDX) TO HS-BEF-DUE-DATE
           MOVE WS-HT-BEF-LAST-PMT(WS-HT-IDX) TO HS-BEF-LAST-PMT
           WRITE NEWHIST-RECORD FROM HISTORY-RECORD.
