      * Loan Payoff Quote Processing                                   *
      * Every quote issued is registered in PAYQUOTE.DAT with its      *
      * good-thru date, per-diem, and itemized fees, and the formal    *
      * payoff letter is requested on LTRREQ.DAT (letter code PAYQ)    *
      * for MISC-LETTER-GEN to print and mail.  A quote that expires   *
      * unfunded is automatically reissued with the additional         *
      * per-diem.  Payoff funds arriving in PAYRECV.DAT reconcile      *
      * against the registered quote: funds after good-thru get the    *
      * extra per-diem days computed automatically, and small          *
      * overages become refunds instead of suspense items.             *
      * Quote requests arrive in PAYREQ.DAT; the updated registry      *
      * is written to PAYQUOTN.DAT.  Each loan paid in full is         *
      * appended to PAIDFULL.DAT for lien release tracking.            *
      * Servicemembers protected on SCRASTAT.DAT (see LOAN-SCRA-       *
      * STATUS) are quoted interest capped at 6% for the days that     *
      * fall inside the protected period.                              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECV-FILE ASSIGN TO 'PAYRECV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FS.
           SELECT LETTER-REQ-FILE ASSIGN TO 'LTRREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRQ-FS.
           SELECT PAIDFULL-FILE ASSIGN TO 'PAIDFULL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIF-FS.
           SELECT SCRA-STATUS-FILE ASSIGN TO 'SCRASTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCS-FS.

       DATA DIVISION.
       FILE SECTION.
           05 RC-RECV-DATE           PIC 9(8).
           05 RC-AMOUNT              PIC S9(9)V99 COMP-3.

       FD LETTER-REQ-FILE.
       01 LETTER-REQ-RECORD.
           05 LR-SOURCE              PIC X(4).
           05 LR-LETTER-CODE         PIC X(4).
           05 LR-ACCT-NUM            PIC X(12).
           05 LR-REQ-DATE            PIC 9(8).
           05 LR-FIELD-1             PIC X(20).
           05 LR-FIELD-2             PIC X(20).
           05 LR-FIELD-3             PIC X(20).
           05 LR-FIELD-4             PIC X(20).

       FD PAIDFULL-FILE.
       01 PAIDFULL-RECORD.
           05 PF-ACCT-NUM            PIC X(12).
           05 PF-PAID-DATE           PIC 9(8).
           05 PF-SOURCE              PIC X(4).

       FD SCRA-STATUS-FILE.
       01 SCRA-STATUS-RECORD.
           05 SC-ACCT-NUM            PIC X(12).
           05 SC-TIN                 PIC X(9).
           05 SC-NAME                PIC X(30).
           05 SC-PRODUCT             PIC X(1).
           05 SC-SOURCE              PIC X(1).
           05 SC-ORIG-DATE           PIC 9(8).
           05 SC-AD-START            PIC 9(8).
           05 SC-AD-END              PIC 9(8).
           05 SC-PROTECT-END         PIC 9(8).
           05 SC-ELIGIBLE            PIC X(1).
           05 SC-COURT-ORDER         PIC X(1).
           05 SC-VERIFIED            PIC 9(8).
           05 FILLER                 PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-REQ-FS                  PIC X(2).
       01 WS-QIN-FS                  PIC X(2).
       01 WS-QOU-FS                  PIC X(2).
       01 WS-RCV-FS                  PIC X(2).
       01 WS-LRQ-FS                  PIC X(2).
       01 WS-PIF-FS                  PIC X(2).
       01 WS-SCS-FS                  PIC X(2).
       01 WS-SCS-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-SCS-EOF             VALUE 'Y'.
       01 WS-REQ-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-REQ-EOF             VALUE 'Y'.
       01 WS-QIN-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-REFI-PAYOFF         VALUE 'F'.
           88 WS-SHORT-SALE          VALUE 'S'.
       01 WS-QUOTE-MSG               PIC X(100).
      *--- SCRA protected loans - debt incurred before service ---
       01 WS-SCRA-TABLE.
           05 WS-SC-ENTRY OCCURS 2000 TIMES.
               10 WS-SC-ACCT-NUM     PIC X(12).
               10 WS-SC-AD-START     PIC 9(8).
               10 WS-SC-PROTECT-END  PIC 9(8).
       01 WS-SC-COUNT                PIC S9(4) COMP-3 VALUE 0.
       01 WS-SC-IDX                  PIC S9(4) COMP-3.
       01 WS-SCRA-IDX                PIC S9(4) COMP-3 VALUE 0.
       01 WS-SCRA-CAP-RATE           PIC S9(3)V9(6) COMP-3
           VALUE 0.060000.
       01 WS-SCRA-DAILY-RATE         PIC S9(1)V9(10) COMP-3.
       01 WS-SCRA-PER-DIEM           PIC S9(5)V99 COMP-3.
       01 WS-SCRA-END-INT            PIC S9(9) COMP.
       01 WS-LAST-INT-DATE           PIC 9(8).
       01 WS-SCRA-DAYS               PIC S9(5) COMP-3.
       01 WS-SCRA-CAPPED             PIC S9(5) COMP-3 VALUE 0.
      *--- Quote registry held for the run ---
       01 WS-REG-TABLE.
           05 WS-RG-ENTRY OCCURS 200 TIMES.
       01 WS-AMT-DISPLAY             PIC -$$$,$$$,$$9.99.
       01 WS-PD-DISPLAY              PIC -$$,$$9.99.
       01 WS-DISP-CT                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE 'Y' TO WS-RCV-EOF-FLAG
           END-IF
           OPEN OUTPUT QUOTEOUT-FILE
           OPEN EXTEND LETTER-REQ-FILE
           IF WS-LRQ-FS = '35'
               OPEN OUTPUT LETTER-REQ-FILE
           END-IF
           OPEN EXTEND PAIDFULL-FILE
           IF WS-PIF-FS = '35'
               OPEN OUTPUT PAIDFULL-FILE
           END-IF
           PERFORM 0150-LOAD-SCRA-STATUS.
      *    Only debt incurred before service is protected.
       0150-LOAD-SCRA-STATUS.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT SCRA-STATUS-FILE
           IF WS-SCS-FS NOT = '00'
               MOVE 'Y' TO WS-SCS-EOF-FLAG
           END-IF
           PERFORM 0160-READ-SCRA-STATUS
               UNTIL WS-SCS-EOF
           IF WS-SCS-FS = '00' OR WS-SCS-FS = '10'
               CLOSE SCRA-STATUS-FILE
           END-IF.
       0160-READ-SCRA-STATUS.
           READ SCRA-STATUS-FILE
               AT END MOVE 'Y' TO WS-SCS-EOF-FLAG
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
                       ELSE
                           DISPLAY 'SCRA TABLE FULL - SKIPPED '
                               SC-ACCT-NUM
                       END-IF
                   END-IF
           END-READ.
       0200-LOAD-REGISTRY.
           READ QUOTEIN-FILE
               AT END MOVE 'Y' TO WS-QIN-EOF-FLAG
                   PERFORM 4000-CALC-FEES
                   PERFORM 5000-CALC-TOTAL-PAYOFF
                   PERFORM 5500-REGISTER-QUOTE
                   PERFORM 5700-REQUEST-LETTER
                   PERFORM 6000-BUILD-QUOTE-MSG
                   PERFORM 7000-DISPLAY-RESULTS
           END-READ.
               FUNCTION DATE-OF-INTEGER(WS-GT-INT).
       2000-CALC-PER-DIEM.
           COMPUTE WS-PER-DIEM =
               WS-CURRENT-BAL * WS-DAILY-RATE
           PERFORM 2100-FIND-SCRA.
      *    A protected loan accrues at no more than 6% while the
      *    protected period runs; the quoted per-diem is the capped
      *    one only when protection lasts past the good-thru date.
       2100-FIND-SCRA.
           MOVE 0 TO WS-SCRA-IDX
           MOVE 0 TO WS-SCRA-DAYS
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SCRA-IDX > 0
               IF WS-SC-ACCT-NUM(WS-SC-IDX) = WS-ACCT-NUM
                   AND WS-SC-AD-START(WS-SC-IDX) <= WS-RUN-DATE
                   AND WS-SC-PROTECT-END(WS-SC-IDX) >= WS-RUN-DATE
                   MOVE WS-SC-IDX TO WS-SCRA-IDX
               END-IF
           END-PERFORM
           IF WS-SCRA-IDX > 0
               AND WS-ANNUAL-RATE > WS-SCRA-CAP-RATE
               COMPUTE WS-SCRA-DAILY-RATE =
                   WS-SCRA-CAP-RATE / 360
               COMPUTE WS-SCRA-PER-DIEM =
                   WS-CURRENT-BAL * WS-SCRA-DAILY-RATE
      *        Protection still open (99999999 while on active
      *        duty) or running past the last day of interest caps
      *        every day; only a real end date is converted.
               COMPUTE WS-SCRA-END-INT =
                   WS-TODAY-INT + WS-DAYS-TO-PAYOFF - 1
               COMPUTE WS-LAST-INT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCRA-END-INT)
               IF WS-SC-PROTECT-END(WS-SCRA-IDX) >= WS-LAST-INT-DATE
                   MOVE 99999 TO WS-SCRA-DAYS
               ELSE
                   COMPUTE WS-SCRA-END-INT =
                       FUNCTION INTEGER-OF-DATE
                       (WS-SC-PROTECT-END(WS-SCRA-IDX))
                   COMPUTE WS-SCRA-DAYS =
                       WS-SCRA-END-INT - WS-TODAY-INT + 1
               END-IF
               ADD 1 TO WS-SCRA-CAPPED
               DISPLAY 'SCRA 6% CAP APPLIED ' WS-ACCT-NUM
                   ' THRU ' WS-SC-PROTECT-END(WS-SCRA-IDX)
           END-IF.
       3000-CALC-ACCRUED-INT.
           IF WS-SCRA-DAYS > 0
               IF WS-SCRA-DAYS >= WS-DAYS-TO-PAYOFF
                   COMPUTE WS-ACCRUED-INT =
                       WS-SCRA-PER-DIEM * WS-DAYS-TO-PAYOFF
               ELSE
                   COMPUTE WS-ACCRUED-INT =
                       WS-SCRA-PER-DIEM * WS-SCRA-DAYS +
                       WS-PER-DIEM *
                       (WS-DAYS-TO-PAYOFF - WS-SCRA-DAYS)
               END-IF
               IF WS-SC-PROTECT-END(WS-SCRA-IDX)
                   >= WS-GOOD-THRU-DATE
                   MOVE WS-SCRA-PER-DIEM TO WS-PER-DIEM
               END-IF
           ELSE
               COMPUTE WS-ACCRUED-INT =
                   WS-PER-DIEM * WS-DAYS-TO-PAYOFF
           END-IF
           IF WS-ACCRUED-INT < 0
               MOVE 0 TO WS-ACCRUED-INT
           END-IF.
               MOVE 'A' TO WS-RG-STATUS(WS-RG-COUNT)
               ADD 1 TO WS-QUOTES-ISSUED
           END-IF.
       5700-REQUEST-LETTER.
      *    The formal payoff letter is printed and mailed by
      *    MISC-LETTER-GEN from the PAYQ template.
           MOVE WS-TOTAL-PAYOFF TO WS-AMT-DISPLAY
           MOVE WS-PER-DIEM TO WS-PD-DISPLAY
           MOVE SPACES TO LETTER-REQ-RECORD
           MOVE 'PAY ' TO LR-SOURCE
           MOVE 'PAYQ' TO LR-LETTER-CODE
           MOVE WS-ACCT-NUM TO LR-ACCT-NUM
           MOVE WS-RUN-DATE TO LR-REQ-DATE
           MOVE WS-AMT-DISPLAY TO LR-FIELD-1
           MOVE WS-GOOD-THRU-DATE TO LR-FIELD-2
           MOVE WS-PD-DISPLAY TO LR-FIELD-3
           WRITE LETTER-REQ-RECORD.
       6000-BUILD-QUOTE-MSG.
           MOVE WS-TOTAL-PAYOFF TO WS-AMT-DISPLAY
           MOVE WS-PER-DIEM TO WS-PD-DISPLAY
               WHEN WS-FUNDS-DIFF >= 0
                   MOVE 'F' TO WS-RG-STATUS(WS-RG-IDX)
                   ADD 1 TO WS-PAYOFFS-MATCHED
                   MOVE RC-ACCT-NUM TO PF-ACCT-NUM
                   MOVE RC-RECV-DATE TO PF-PAID-DATE
                   MOVE 'PAYQ' TO PF-SOURCE
                   WRITE PAIDFULL-RECORD
                   IF WS-FUNDS-DIFF > 0
                       MOVE WS-FUNDS-DIFF TO WS-AMT-DISPLAY
                       DISPLAY 'PAID OFF ' RC-ACCT-NUM
           CLOSE QUOTEIN-FILE
           CLOSE QUOTEOUT-FILE
           CLOSE RECV-FILE
           CLOSE LETTER-REQ-FILE
           CLOSE PAIDFULL-FILE
           DISPLAY '--- PAYOFF QUOTE RUN ---'
           MOVE WS-QUOTES-ISSUED TO WS-DISP-CT
           DISPLAY 'QUOTES ISSUED:   ' WS-DISP-CT
           MOVE WS-SCRA-CAPPED TO WS-DISP-CT
           DISPLAY 'SCRA CAPPED:     ' WS-DISP-CT
           MOVE WS-QUOTES-REISSUED TO WS-DISP-CT
           DISPLAY 'QUOTES REISSUED: ' WS-DISP-CT
           MOVE WS-PAYOFFS-MATCHED TO WS-DISP-CT
