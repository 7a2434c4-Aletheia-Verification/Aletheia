       IDENTIFICATION DIVISION.
       PROGRAM-ID. MR-CICS-LOAN-PAY.
      *================================================================*
      * Online Loan Payment                                            *
      * Accepts a payment from the LPAYMAP screen, validates it       *
      * against the loan record and queues it on transient data queue *
      * LPND, which is extrapartition to PENDPMT.DAT.  Batch           *
      * LOAN-PMT-APPLY posts the queued payment through the loan       *
      * waterfall and holds cross-channel duplicates for review, so    *
      * the loan record is not updated here and the confirmation       *
      * carries a provisional status until the payment is posted.      *
      * The payment ID is 'OL', the business date, the millisecond of  *
      * the day and the low digits of the task number.                 *
      *================================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-LOAN-REC.
       01 WS-RESULT               PIC X(12).
       01 WS-INTEREST-DUE         PIC S9(7)V99 COMP-3.
       01 WS-PRINCIPAL-APPLIED    PIC S9(7)V99 COMP-3.
      *--- Pending payment handed to batch, LOAN-PMT-APPLY layout ---
       01 WS-PENDING-REC.
           05 WS-PN-LOAN-NUM      PIC X(12).
           05 WS-PN-PMT-ID.
               10 WS-PN-ID-PREFIX PIC X(2).
               10 WS-PN-ID-DATE   PIC 9(8).
               10 WS-PN-ID-MSEC   PIC 9(8).
               10 WS-PN-ID-TASK   PIC 9(2).
           05 WS-PN-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-PN-DATE          PIC 9(8).
           05 WS-PN-SOURCE        PIC X(2).
       01 WS-PENDING-LEN          PIC S9(4) COMP VALUE 47.
       01 WS-ABSTIME              PIC S9(15) COMP-3.
       01 WS-ABS-DAYS             PIC S9(15) COMP-3.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE
           PERFORM 2000-READ-LOAN
           IF WS-RESULT = 'FOUND       '
               PERFORM 3000-APPLY-PAYMENT
               PERFORM 4000-QUEUE-PAYMENT
           END-IF
           PERFORM 5000-SEND
           EXEC CICS
               INTO(WS-MAP-DATA)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-MD-ACCT TO WS-PI-ACCT
           MOVE WS-MD-PMT TO WS-PI-AMOUNT
           MOVE 'OL' TO WS-PI-SOURCE.
       2000-READ-LOAN.
           EXEC CICS
               READ DATASET('LOANFILE')
               INTO(WS-LOAN-REC)
               RIDFLD(WS-PI-ACCT)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = 0
               MOVE 'LOAN NOT FOUND' TO WS-MD-MSG
           END-IF.
       3000-APPLY-PAYMENT.
      *    The split is an estimate for the confirmation only; batch
      *    applies late fee, interest, escrow and principal in turn.
           IF WS-PI-AMOUNT < WS-LN-MIN-PMT
               MOVE 'BELOW MINIMUM PMT' TO WS-MD-MSG
               MOVE 'PMT TOO LOW ' TO WS-RESULT
               IF WS-PRINCIPAL-APPLIED > WS-LN-BALANCE
                   MOVE WS-LN-BALANCE TO WS-PRINCIPAL-APPLIED
               END-IF
               MOVE 'PMT PENDING ' TO WS-RESULT
           END-IF.
       4000-QUEUE-PAYMENT.
           IF WS-RESULT = 'PMT PENDING '
               EXEC CICS
                   ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS
                   FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-PN-DATE)
               END-EXEC
               MOVE WS-LN-ACCT TO WS-PN-LOAN-NUM
      *        Payment ID is the date and the millisecond of the
      *        day from ABSTIME, which do not repeat across region
      *        restarts; the low digits of the task number separate
      *        two payments taken in the same millisecond.
               MOVE 'OL' TO WS-PN-ID-PREFIX
               MOVE WS-PN-DATE TO WS-PN-ID-DATE
               DIVIDE WS-ABSTIME BY 86400000 GIVING WS-ABS-DAYS
                   REMAINDER WS-PN-ID-MSEC
               MOVE EIBTASKN TO WS-PN-ID-TASK
               MOVE WS-PI-AMOUNT TO WS-PN-AMOUNT
               MOVE 'OL' TO WS-PN-SOURCE
               EXEC CICS WRITEQ TD
                   QUEUE('LPND')
                   FROM(WS-PENDING-REC)
                   LENGTH(WS-PENDING-LEN)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = 0
                   MOVE 'PROVISIONAL - PENDING POSTING' TO WS-MD-MSG
               ELSE
                   MOVE 'PMT NOT QUEUED' TO WS-RESULT
                   MOVE 'PAYMENT NOT ACCEPTED - TRY LATER'
                       TO WS-MD-MSG
               END-IF
           END-IF.
       5000-SEND.
