       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ESCROW-DISBUR.
      *================================================================*
      * Escrow Property Tax Disbursement                               *
      * Tax bills from the tax service (TAXBILL.DAT) are matched to    *
      * the escrowed parcel file ESCPARCL.DAT by parcel and taxing     *
      * authority and held on the parcel until paid.  For each loan    *
      * on LOANBAL.DAT the installment best for the borrower is        *
      * chosen: the full-year discount when it is still open and the   *
      * escrow balance covers it, otherwise each installment as it     *
      * comes due.  A tax payment is never held for an escrow          *
      * shortage - the escrow is advanced and the shortage reported.   *
      * Payments go to ESCDISB.DAT grouped by payee for check or ACH,  *
      * escrow debits are posted to the loan master (LOANBALE.DAT) and *
      * logged on ESCDEBIT.DAT, and the parcel file is rewritten to    *
      * ESCPARCN.DAT.  Parcels with no bill by their expected date,    *
      * unmatched bills, shortages and late payments are listed on     *
      * the exception report ESCEXCP.DAT.                              *
      * With no parcel file the keyed disbursement list is reported.   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCEL-FILE ASSIGN TO 'ESCPARCL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCL-FS.
           SELECT NEW-PARCEL-FILE ASSIGN TO 'ESCPARCN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPC-FS.
           SELECT BILL-FILE ASSIGN TO 'TAXBILL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIL-FS.
           SELECT LOAN-FILE ASSIGN TO 'LOANBAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LN-FS.
           SELECT NEW-LOAN-FILE ASSIGN TO 'LOANBALE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NLN-FS.
           SELECT DISB-FILE ASSIGN TO 'ESCDISB.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSB-FS.
           SELECT DEBIT-FILE ASSIGN TO 'ESCDEBIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBT-FS.
           SELECT EXCEPTION-FILE ASSIGN TO 'ESCEXCP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PARCEL-FILE.
       01 PARCEL-RECORD              PIC X(181).
       FD NEW-PARCEL-FILE.
       01 NEW-PARCEL-RECORD          PIC X(181).
       FD BILL-FILE.
       01 BILL-RECORD.
           05 TB-PARCEL-ID           PIC X(20).
           05 TB-AUTHORITY-ID        PIC X(8).
           05 TB-TAX-YEAR            PIC 9(4).
           05 TB-INST-COUNT          PIC 9.
           05 TB-INSTALLMENT OCCURS 2 TIMES.
               10 TB-INST-AMT        PIC 9(7)V99.
               10 TB-INST-DUE        PIC 9(8).
               10 TB-INST-PENALTY    PIC 9(8).
           05 TB-DISC-AMT            PIC 9(7)V99.
           05 TB-DISC-DATE           PIC 9(8).
       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LN-LOAN-NUM            PIC X(12).
           05 LN-PRINCIPAL-BAL       PIC S9(9)V99 COMP-3.
           05 LN-INTEREST-BAL        PIC S9(7)V99 COMP-3.
           05 LN-ESCROW-BAL          PIC S9(7)V99 COMP-3.
           05 LN-LATE-FEE-BAL        PIC S9(5)V99 COMP-3.
           05 LN-ANNUAL-RATE         PIC S9(2)V9(4) COMP-3.
           05 LN-SCHEDULED-PMT       PIC S9(7)V99 COMP-3.
           05 LN-DUE-DATE            PIC 9(8).
           05 LN-LAST-PMT-DATE       PIC 9(8).
       FD NEW-LOAN-FILE.
       01 NEW-LOAN-RECORD            PIC X(57).
       FD DISB-FILE.
       01 DISB-RECORD.
           05 DS-REC-TYPE            PIC X.
               88 DS-PAYEE-HEADER    VALUE 'H'.
               88 DS-PAYEE-DETAIL    VALUE 'D'.
           05 DS-AUTHORITY-ID        PIC X(8).
           05 DS-PAYEE-NAME          PIC X(25).
           05 DS-PAY-METHOD          PIC X.
           05 DS-ACH-ROUTING         PIC X(9).
           05 DS-ACH-ACCOUNT         PIC X(17).
           05 DS-LOAN-NUM            PIC X(12).
           05 DS-PARCEL-ID           PIC X(20).
           05 DS-INSTALLMENT         PIC 9.
           05 DS-AMOUNT              PIC 9(9)V99.
           05 DS-ITEM-COUNT          PIC 9(5).
           05 DS-PAY-DATE            PIC 9(8).
       FD DEBIT-FILE.
       01 DEBIT-RECORD.
           05 ED-LOAN-NUM            PIC X(12).
           05 ED-POST-DATE           PIC 9(8).
           05 ED-AMOUNT              PIC 9(7)V99.
           05 ED-PARCEL-ID           PIC X(20).
           05 ED-AUTHORITY-ID        PIC X(8).
           05 ED-TAX-YEAR            PIC 9(4).
           05 ED-INSTALLMENT         PIC 9.
           05 ED-ESCROW-AFTER        PIC S9(7)V99.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-ESCROW-ACCT.
           05 WS-LOAN-NUM        PIC X(12).
       01 WS-DAYS-UNTIL-DUE     PIC S9(5) COMP-3.
       01 WS-URGENT-COUNT       PIC 9.
       01 WS-PAID-COUNT         PIC 9.
      *--- Tax bill processing ---
       01 WS-PCL-FS             PIC X(2).
       01 WS-NPC-FS             PIC X(2).
       01 WS-BIL-FS             PIC X(2).
       01 WS-LN-FS              PIC X(2).
       01 WS-NLN-FS             PIC X(2).
       01 WS-DSB-FS             PIC X(2).
       01 WS-DBT-FS             PIC X(2).
       01 WS-EXC-FS             PIC X(2).
       01 WS-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-EOF            VALUE 'Y'.
       01 WS-LEAD-DAYS          PIC S9(3) COMP-3 VALUE 20.
       01 WS-TODAY-INT          PIC S9(9) COMP.
       01 WS-PARCEL-TABLE.
           05 WS-PT-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-LOAN-NUM     PIC X(12).
               10 WS-PT-PARCEL-ID    PIC X(20).
               10 WS-PT-AUTHORITY-ID PIC X(8).
               10 WS-PT-PAYEE-NAME   PIC X(25).
               10 WS-PT-PAY-METHOD   PIC X.
                   88 WS-PT-PAY-ACH  VALUE 'A'.
                   88 WS-PT-PAY-CHECK VALUE 'C'.
               10 WS-PT-ACH-ROUTING  PIC X(9).
               10 WS-PT-ACH-ACCOUNT  PIC X(17).
               10 WS-PT-EXPECTED-DATE PIC 9(8).
               10 WS-PT-BILL-YEAR    PIC 9(4).
               10 WS-PT-INST-COUNT   PIC 9.
               10 WS-PT-INSTALLMENT OCCURS 2 TIMES.
                   15 WS-PT-INST-AMT     PIC 9(7)V99.
                   15 WS-PT-INST-DUE     PIC 9(8).
                   15 WS-PT-INST-PENALTY PIC 9(8).
               10 WS-PT-DISC-AMT     PIC 9(7)V99.
               10 WS-PT-DISC-DATE    PIC 9(8).
               10 WS-PT-PAID-INSTALL PIC 9.
                   88 WS-PT-PAID-IN-FULL VALUE 9.
               10 WS-PT-LAST-PAID-DATE PIC 9(8).
       01 WS-PT-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-PT-IDX             PIC 9(4) COMP.
       01 WS-PT-LOAN-SEEN-TABLE.
           05 WS-PT-LOAN-SEEN   PIC X OCCURS 2000 TIMES.
       01 WS-INST-NUM           PIC 9.
       01 WS-PAY-AMOUNT         PIC S9(7)V99 COMP-3.
       01 WS-PAY-INSTALL        PIC 9.
       01 WS-PAY-PENALTY-DATE   PIC 9(8).
       01 WS-WINDOW-DATE        PIC 9(8).
       01 WS-DETAIL-TABLE.
           05 WS-DT-ENTRY OCCURS 3000 TIMES.
               10 WS-DT-PT-IDX       PIC 9(4) COMP.
               10 WS-DT-INSTALL      PIC 9.
               10 WS-DT-AMOUNT       PIC S9(7)V99 COMP-3.
               10 WS-DT-WRITTEN      PIC X.
       01 WS-DT-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-DT-IDX             PIC 9(4) COMP.
       01 WS-DT-SCAN            PIC 9(4) COMP.
       01 WS-PAYEE-TOTAL        PIC S9(9)V99 COMP-3.
       01 WS-PAYEE-ITEMS        PIC 9(5) COMP.
       01 WS-PAYEE-AUTH         PIC X(8).
       01 WS-EXC-LINE.
           05 WS-EXC-REASON     PIC X(28).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-EXC-LOAN       PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-EXC-PARCEL     PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-EXC-AUTH       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-EXC-DATE       PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-EXC-AMOUNT     PIC -$$,$$$,$$9.99.
           05 FILLER            PIC X(5) VALUE SPACES.
       01 WS-BILLS-READ         PIC 9(5) COMP VALUE 0.
       01 WS-BILLS-MATCHED      PIC 9(5) COMP VALUE 0.
       01 WS-PAYMENTS-MADE      PIC 9(5) COMP VALUE 0.
       01 WS-DISCOUNTS-TAKEN    PIC 9(5) COMP VALUE 0.
       01 WS-ADVANCES-MADE      PIC 9(5) COMP VALUE 0.
       01 WS-EXCEPTIONS         PIC 9(5) COMP VALUE 0.
       01 WS-PAYEE-COUNT        PIC 9(5) COMP VALUE 0.
       01 WS-TAX-PAID-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DISP-CT            PIC ZZZZ9.
       01 WS-DISP-AMT           PIC -$$$,$$$,$$9.99.
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION    PIC X(4).
           05 WS-CAL-DATE-IN     PIC 9(8).
           05 WS-CAL-DATE-IN2    PIC 9(8).
           05 WS-CAL-DAYS        PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT    PIC 9(8).
           05 WS-CAL-DAYS-OUT    PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE    PIC X.
           05 WS-CAL-STATUS      PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           OPEN INPUT PARCEL-FILE
           IF WS-PCL-FS = '00'
               PERFORM 5000-TAX-BILL-RUN
           ELSE
               PERFORM 2000-PROCESS-DISBURSEMENTS
               PERFORM 3000-ASSESS-SHORTFALL
               PERFORM 4000-OUTPUT
           END-IF
           STOP RUN.
       1000-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           MOVE 0 TO WS-TOTAL-DUE
           MOVE 0 TO WS-TOTAL-PAID
           MOVE 0 TO WS-URGENT-COUNT
                       ' ' WS-DB-DUE-DATE(WS-IDX)
               END-IF
           END-PERFORM.
      *================================================================*
      * Property tax bill run                                          *
      *================================================================*
       5000-TAX-BILL-RUN.
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 5100-LOAD-PARCELS
           PERFORM 5200-MATCH-BILLS
           OPEN INPUT LOAN-FILE
           IF WS-LN-FS NOT = '00'
               DISPLAY 'LOAN MASTER OPEN FAILED ' WS-LN-FS
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-LOAN-FILE
           OPEN OUTPUT DEBIT-FILE
           PERFORM 6000-PROCESS-LOAN UNTIL WS-EOF
           IF WS-LN-FS = '00' OR '10'
               CLOSE LOAN-FILE
           END-IF
           CLOSE NEW-LOAN-FILE
           CLOSE DEBIT-FILE
           PERFORM 7000-MISSING-BILLS
           PERFORM 8000-WRITE-DISBURSEMENTS
           OPEN OUTPUT NEW-PARCEL-FILE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               WRITE NEW-PARCEL-RECORD FROM WS-PT-ENTRY(WS-PT-IDX)
           END-PERFORM
           CLOSE NEW-PARCEL-FILE
           CLOSE EXCEPTION-FILE
           PERFORM 9000-TAX-RUN-TOTALS.
       5100-LOAD-PARCELS.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM 5110-READ-PARCEL UNTIL WS-EOF
           CLOSE PARCEL-FILE.
       5110-READ-PARCEL.
           READ PARCEL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PT-COUNT < 2000
                       ADD 1 TO WS-PT-COUNT
                       MOVE PARCEL-RECORD TO WS-PT-ENTRY(WS-PT-COUNT)
                       MOVE 'N' TO WS-PT-LOAN-SEEN(WS-PT-COUNT)
                   ELSE
                       DISPLAY 'PARCEL TABLE FULL - SKIPPED '
                           PARCEL-RECORD(1:32)
                   END-IF
           END-READ.
       5200-MATCH-BILLS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BILL-FILE
           IF WS-BIL-FS NOT = '00'
               DISPLAY 'NO TAX BILLS RECEIVED'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 5210-READ-BILL UNTIL WS-EOF
           IF WS-BIL-FS = '00' OR '10'
               CLOSE BILL-FILE
           END-IF.
       5210-READ-BILL.
           READ BILL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BILLS-READ
                   PERFORM 5220-APPLY-BILL
           END-READ.
       5220-APPLY-BILL.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               OR (WS-PT-PARCEL-ID(WS-PT-IDX) = TB-PARCEL-ID
               AND WS-PT-AUTHORITY-ID(WS-PT-IDX) = TB-AUTHORITY-ID)
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-EXC-LOAN
           MOVE TB-PARCEL-ID TO WS-EXC-PARCEL
           MOVE TB-AUTHORITY-ID TO WS-EXC-AUTH
           MOVE TB-INST-DUE(1) TO WS-EXC-DATE
           MOVE TB-INST-AMT(1) TO WS-EXC-AMOUNT
           EVALUATE TRUE
               WHEN WS-PT-IDX > WS-PT-COUNT
                   MOVE 'BILL FOR UNKNOWN PARCEL' TO WS-EXC-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN WS-PT-BILL-YEAR(WS-PT-IDX) >= TB-TAX-YEAR
                   MOVE WS-PT-LOAN-NUM(WS-PT-IDX) TO WS-EXC-LOAN
                   MOVE 'DUPLICATE OR PRIOR-YEAR BILL' TO WS-EXC-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN WS-PT-BILL-YEAR(WS-PT-IDX) > 0
                   AND NOT WS-PT-PAID-IN-FULL(WS-PT-IDX)
                   AND WS-PT-PAID-INSTALL(WS-PT-IDX)
                       < WS-PT-INST-COUNT(WS-PT-IDX)
                   MOVE WS-PT-LOAN-NUM(WS-PT-IDX) TO WS-EXC-LOAN
                   MOVE 'PRIOR BILL STILL UNPAID' TO WS-EXC-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE TB-TAX-YEAR TO WS-PT-BILL-YEAR(WS-PT-IDX)
                   MOVE TB-INST-COUNT TO WS-PT-INST-COUNT(WS-PT-IDX)
                   IF WS-PT-INST-COUNT(WS-PT-IDX) < 1
                       OR WS-PT-INST-COUNT(WS-PT-IDX) > 2
                       MOVE 1 TO WS-PT-INST-COUNT(WS-PT-IDX)
                   END-IF
                   PERFORM VARYING WS-INST-NUM FROM 1 BY 1
                       UNTIL WS-INST-NUM > 2
                       MOVE TB-INST-AMT(WS-INST-NUM)
                           TO WS-PT-INST-AMT(WS-PT-IDX, WS-INST-NUM)
                       MOVE TB-INST-DUE(WS-INST-NUM)
                           TO WS-PT-INST-DUE(WS-PT-IDX, WS-INST-NUM)
                       MOVE TB-INST-PENALTY(WS-INST-NUM)
                           TO WS-PT-INST-PENALTY(WS-PT-IDX,
                                                 WS-INST-NUM)
                   END-PERFORM
                   MOVE TB-DISC-AMT TO WS-PT-DISC-AMT(WS-PT-IDX)
                   MOVE TB-DISC-DATE TO WS-PT-DISC-DATE(WS-PT-IDX)
                   MOVE 0 TO WS-PT-PAID-INSTALL(WS-PT-IDX)
                   ADD 1 TO WS-BILLS-MATCHED
           END-EVALUATE.
      *================================================================*
      * One loan: pay what is due on each of its parcels               *
      *================================================================*
       6000-PROCESS-LOAN.
           READ LOAN-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                       IF WS-PT-LOAN-NUM(WS-PT-IDX) = LN-LOAN-NUM
                           MOVE 'Y' TO WS-PT-LOAN-SEEN(WS-PT-IDX)
                           PERFORM 6100-CHOOSE-INSTALLMENT
                               THRU 6100-EXIT
                           IF WS-PAY-INSTALL > 0
                               PERFORM 6200-PAY-TAX
                           END-IF
                       END-IF
                   END-PERFORM
                   WRITE NEW-LOAN-RECORD FROM LOAN-RECORD
           END-READ.
       6100-CHOOSE-INSTALLMENT.
      *    Take the full-year discount when it is open, inside the
      *    payment window and covered by escrow; otherwise pay the
      *    next installment once it is inside the payment window,
      *    leaving the borrower's money in escrow as long as it can.
           MOVE 0 TO WS-PAY-INSTALL
           MOVE 0 TO WS-PAY-AMOUNT
           IF WS-PT-BILL-YEAR(WS-PT-IDX) = 0
               OR WS-PT-PAID-IN-FULL(WS-PT-IDX)
               OR WS-PT-PAID-INSTALL(WS-PT-IDX)
                   >= WS-PT-INST-COUNT(WS-PT-IDX)
               GO TO 6100-EXIT
           END-IF
           IF WS-PT-PAID-INSTALL(WS-PT-IDX) = 0
               AND WS-PT-DISC-AMT(WS-PT-IDX) > 0
               AND WS-PT-DISC-DATE(WS-PT-IDX) >= WS-CURRENT-DATE
               AND LN-ESCROW-BAL >= WS-PT-DISC-AMT(WS-PT-IDX)
               MOVE WS-PT-DISC-DATE(WS-PT-IDX) TO WS-WINDOW-DATE
               PERFORM 6150-SET-WINDOW
               IF WS-CURRENT-DATE >= WS-WINDOW-DATE
                   MOVE 9 TO WS-PAY-INSTALL
                   MOVE WS-PT-DISC-AMT(WS-PT-IDX) TO WS-PAY-AMOUNT
                   MOVE WS-PT-DISC-DATE(WS-PT-IDX)
                       TO WS-PAY-PENALTY-DATE
                   GO TO 6100-EXIT
               END-IF
           END-IF
           COMPUTE WS-INST-NUM = WS-PT-PAID-INSTALL(WS-PT-IDX) + 1
           MOVE WS-PT-INST-DUE(WS-PT-IDX, WS-INST-NUM)
               TO WS-WINDOW-DATE
           PERFORM 6150-SET-WINDOW
           IF WS-CURRENT-DATE >= WS-WINDOW-DATE
               MOVE WS-INST-NUM TO WS-PAY-INSTALL
               MOVE WS-PT-INST-AMT(WS-PT-IDX, WS-INST-NUM)
                   TO WS-PAY-AMOUNT
               MOVE WS-PT-INST-PENALTY(WS-PT-IDX, WS-INST-NUM)
                   TO WS-PAY-PENALTY-DATE
           END-IF.
       6100-EXIT.
           EXIT.
       6150-SET-WINDOW.
           IF WS-WINDOW-DATE > 0
               COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-DATE)
                   - WS-LEAD-DAYS)
           END-IF.
       6200-PAY-TAX.
           MOVE LN-LOAN-NUM TO WS-EXC-LOAN
           MOVE WS-PT-PARCEL-ID(WS-PT-IDX) TO WS-EXC-PARCEL
           MOVE WS-PT-AUTHORITY-ID(WS-PT-IDX) TO WS-EXC-AUTH
           MOVE WS-PAY-PENALTY-DATE TO WS-EXC-DATE
           IF LN-ESCROW-BAL < WS-PAY-AMOUNT
               COMPUTE WS-EXC-AMOUNT = WS-PAY-AMOUNT - LN-ESCROW-BAL
               MOVE 'ESCROW SHORTAGE - ADVANCED' TO WS-EXC-REASON
               PERFORM 7900-WRITE-EXCEPTION
               ADD 1 TO WS-ADVANCES-MADE
           END-IF
           IF WS-PAY-PENALTY-DATE > 0
               AND WS-CURRENT-DATE > WS-PAY-PENALTY-DATE
               MOVE WS-PAY-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'PAID AFTER PENALTY DATE' TO WS-EXC-REASON
               PERFORM 7900-WRITE-EXCEPTION
           END-IF
           SUBTRACT WS-PAY-AMOUNT FROM LN-ESCROW-BAL
           IF WS-PAY-INSTALL = 9
               ADD 1 TO WS-DISCOUNTS-TAKEN
           END-IF
           MOVE WS-PAY-INSTALL TO WS-PT-PAID-INSTALL(WS-PT-IDX)
           MOVE WS-CURRENT-DATE TO WS-PT-LAST-PAID-DATE(WS-PT-IDX)
           MOVE LN-LOAN-NUM TO ED-LOAN-NUM
           MOVE WS-CURRENT-DATE TO ED-POST-DATE
           MOVE WS-PAY-AMOUNT TO ED-AMOUNT
           MOVE WS-PT-PARCEL-ID(WS-PT-IDX) TO ED-PARCEL-ID
           MOVE WS-PT-AUTHORITY-ID(WS-PT-IDX) TO ED-AUTHORITY-ID
           MOVE WS-PT-BILL-YEAR(WS-PT-IDX) TO ED-TAX-YEAR
           MOVE WS-PAY-INSTALL TO ED-INSTALLMENT
           MOVE LN-ESCROW-BAL TO ED-ESCROW-AFTER
           WRITE DEBIT-RECORD
           IF WS-DT-COUNT < 3000
               ADD 1 TO WS-DT-COUNT
               MOVE WS-PT-IDX TO WS-DT-PT-IDX(WS-DT-COUNT)
               MOVE WS-PAY-INSTALL TO WS-DT-INSTALL(WS-DT-COUNT)
               MOVE WS-PAY-AMOUNT TO WS-DT-AMOUNT(WS-DT-COUNT)
               MOVE 'N' TO WS-DT-WRITTEN(WS-DT-COUNT)
           ELSE
               DISPLAY 'DISBURSEMENT TABLE FULL - SKIPPED '
                   LN-LOAN-NUM
               MOVE WS-PAY-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'DISBURSEMENT NOT WRITTEN' TO WS-EXC-REASON
               PERFORM 7900-WRITE-EXCEPTION
           END-IF
           ADD 1 TO WS-PAYMENTS-MADE
           ADD WS-PAY-AMOUNT TO WS-TAX-PAID-TOTAL
      *    Year paid off: the next bill is due a year after this one
           IF WS-PAY-INSTALL = 9
               OR WS-PAY-INSTALL = WS-PT-INST-COUNT(WS-PT-IDX)
               IF WS-PT-EXPECTED-DATE(WS-PT-IDX) > 0
                   MOVE 'ADDM' TO WS-CAL-FUNCTION
                   MOVE WS-PT-EXPECTED-DATE(WS-PT-IDX)
                       TO WS-CAL-DATE-IN
                   MOVE 12 TO WS-CAL-DAYS
                   CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
                   IF WS-CAL-STATUS = '00'
                       MOVE WS-CAL-DATE-OUT
                           TO WS-PT-EXPECTED-DATE(WS-PT-IDX)
                   ELSE
                       ADD 10000 TO WS-PT-EXPECTED-DATE(WS-PT-IDX)
                   END-IF
               END-IF
           END-IF.
      *================================================================*
      * Exceptions: bills not received, parcels with no loan           *
      *================================================================*
       7000-MISSING-BILLS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-LOAN-NUM(WS-PT-IDX) TO WS-EXC-LOAN
               MOVE WS-PT-PARCEL-ID(WS-PT-IDX) TO WS-EXC-PARCEL
               MOVE WS-PT-AUTHORITY-ID(WS-PT-IDX) TO WS-EXC-AUTH
               MOVE 0 TO WS-EXC-AMOUNT
               IF WS-PT-EXPECTED-DATE(WS-PT-IDX) > 0
                   AND WS-PT-EXPECTED-DATE(WS-PT-IDX)
                       <= WS-CURRENT-DATE
                   AND (WS-PT-BILL-YEAR(WS-PT-IDX) = 0
                   OR WS-PT-PAID-IN-FULL(WS-PT-IDX)
                   OR WS-PT-PAID-INSTALL(WS-PT-IDX)
                       >= WS-PT-INST-COUNT(WS-PT-IDX))
                   MOVE WS-PT-EXPECTED-DATE(WS-PT-IDX)
                       TO WS-EXC-DATE
                   MOVE 'NO TAX BILL RECEIVED' TO WS-EXC-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               END-IF
               IF WS-PT-LOAN-SEEN(WS-PT-IDX) = 'N'
                   MOVE WS-CURRENT-DATE TO WS-EXC-DATE
                   MOVE 'PARCEL LOAN NOT ON MASTER' TO WS-EXC-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               END-IF
           END-PERFORM.
       7900-WRITE-EXCEPTION.
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           ADD 1 TO WS-EXCEPTIONS.
      *================================================================*
      * Disbursement file: one header per payee, then its items        *
      *================================================================*
       8000-WRITE-DISBURSEMENTS.
           OPEN OUTPUT DISB-FILE
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-WRITTEN(WS-DT-IDX) = 'N'
                   PERFORM 8100-WRITE-PAYEE
               END-IF
           END-PERFORM
           CLOSE DISB-FILE.
       8100-WRITE-PAYEE.
           MOVE WS-DT-PT-IDX(WS-DT-IDX) TO WS-PT-IDX
           MOVE WS-PT-AUTHORITY-ID(WS-PT-IDX) TO WS-PAYEE-AUTH
           MOVE 0 TO WS-PAYEE-TOTAL
           MOVE 0 TO WS-PAYEE-ITEMS
           PERFORM VARYING WS-DT-SCAN FROM WS-DT-IDX BY 1
               UNTIL WS-DT-SCAN > WS-DT-COUNT
               IF WS-PT-AUTHORITY-ID(WS-DT-PT-IDX(WS-DT-SCAN))
                   = WS-PAYEE-AUTH
                   ADD WS-DT-AMOUNT(WS-DT-SCAN) TO WS-PAYEE-TOTAL
                   ADD 1 TO WS-PAYEE-ITEMS
               END-IF
           END-PERFORM
           MOVE SPACES TO DISB-RECORD
           MOVE 'H' TO DS-REC-TYPE
           MOVE WS-PAYEE-AUTH TO DS-AUTHORITY-ID
           MOVE WS-PT-PAYEE-NAME(WS-PT-IDX) TO DS-PAYEE-NAME
           MOVE WS-PT-PAY-METHOD(WS-PT-IDX) TO DS-PAY-METHOD
           IF WS-PT-PAY-ACH(WS-PT-IDX)
               MOVE WS-PT-ACH-ROUTING(WS-PT-IDX) TO DS-ACH-ROUTING
               MOVE WS-PT-ACH-ACCOUNT(WS-PT-IDX) TO DS-ACH-ACCOUNT
           ELSE
               MOVE 'C' TO DS-PAY-METHOD
           END-IF
           MOVE 0 TO DS-INSTALLMENT
           MOVE WS-PAYEE-TOTAL TO DS-AMOUNT
           MOVE WS-PAYEE-ITEMS TO DS-ITEM-COUNT
           MOVE WS-CURRENT-DATE TO DS-PAY-DATE
           WRITE DISB-RECORD
           ADD 1 TO WS-PAYEE-COUNT
           PERFORM VARYING WS-DT-SCAN FROM WS-DT-IDX BY 1
               UNTIL WS-DT-SCAN > WS-DT-COUNT
               MOVE WS-DT-PT-IDX(WS-DT-SCAN) TO WS-PT-IDX
               IF WS-PT-AUTHORITY-ID(WS-PT-IDX) = WS-PAYEE-AUTH
                   MOVE 'D' TO DS-REC-TYPE
                   MOVE WS-PT-LOAN-NUM(WS-PT-IDX) TO DS-LOAN-NUM
                   MOVE WS-PT-PARCEL-ID(WS-PT-IDX) TO DS-PARCEL-ID
                   MOVE WS-DT-INSTALL(WS-DT-SCAN) TO DS-INSTALLMENT
                   MOVE WS-DT-AMOUNT(WS-DT-SCAN) TO DS-AMOUNT
                   MOVE 1 TO DS-ITEM-COUNT
                   WRITE DISB-RECORD
                   MOVE 'Y' TO WS-DT-WRITTEN(WS-DT-SCAN)
               END-IF
           END-PERFORM.
       9000-TAX-RUN-TOTALS.
           DISPLAY 'ESCROW TAX DISBURSEMENT RUN ' WS-CURRENT-DATE
           DISPLAY '========================='
           MOVE WS-BILLS-READ TO WS-DISP-CT
           DISPLAY 'BILLS RECEIVED:  ' WS-DISP-CT
           MOVE WS-BILLS-MATCHED TO WS-DISP-CT
           DISPLAY 'BILLS MATCHED:   ' WS-DISP-CT
           MOVE WS-PAYMENTS-MADE TO WS-DISP-CT
           DISPLAY 'TAX PAYMENTS:    ' WS-DISP-CT
           MOVE WS-DISCOUNTS-TAKEN TO WS-DISP-CT
           DISPLAY 'DISCOUNTS TAKEN: ' WS-DISP-CT
           MOVE WS-ADVANCES-MADE TO WS-DISP-CT
           DISPLAY 'ESCROW ADVANCES: ' WS-DISP-CT
           MOVE WS-PAYEE-COUNT TO WS-DISP-CT
           DISPLAY 'PAYEES:          ' WS-DISP-CT
           MOVE WS-EXCEPTIONS TO WS-DISP-CT
           DISPLAY 'EXCEPTIONS:      ' WS-DISP-CT
           MOVE WS-TAX-PAID-TOTAL TO WS-DISP-AMT
           DISPLAY 'TOTAL DISBURSED: ' WS-DISP-AMT.
