       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-CHARGEBACK.
      *================================================================*
      * Chargeback Processing                                          *
      * Classifies the chargeback, applies network and processing      *
      * fees and the provisional credit.  The merchant's liability is  *
      * appended to CBACTV.DAT for settlement, where it is debited     *
      * from funding and counted in the monthly chargeback ratio.      *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB-ACTIVITY-FILE ASSIGN TO 'CBACTV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CB-ACTIVITY-FILE.
       01 CB-ACTIVITY-RECORD.
           05 CM-MERCH-ID            PIC X(10).
           05 CM-CB-DATE             PIC 9(8).
           05 CM-CASE-NUM            PIC X(12).
           05 CM-REASON              PIC X(2).
           05 CM-STAGE               PIC X(1).
           05 CM-CB-AMOUNT           PIC S9(9)V99.
           05 CM-FEE-AMOUNT          PIC S9(5)V99.
           05 CM-DEBIT-AMOUNT        PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       01 WS-CB-DATA.
           05 WS-CASE-NUM            PIC X(12).
           05 WS-ORIG-AMOUNT         PIC S9(9)V99 COMP-3.
           05 WS-CB-AMOUNT           PIC S9(9)V99 COMP-3.
           05 WS-MERCHANT-NAME       PIC X(25).
           05 WS-MERCHANT-ID         PIC X(10).
           05 WS-CB-DATE             PIC 9(8).
       01 WS-CB-REASON               PIC X(2).
           88 WS-FRAUD               VALUE '10'.
           88 WS-NOT-RECEIVED        VALUE '13'.
           05 WS-NET-CREDIT          PIC S9(9)V99 COMP-3.
       01 WS-PROVISIONAL-FLAG        PIC X VALUE 'N'.
           88 WS-PROVISIONAL         VALUE 'Y'.
       01 WS-CBA-FS                  PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CALC-FEES
           PERFORM 4000-CALC-CREDIT
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 6000-WRITE-ACTIVITY
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-CB-FEE
           IF WS-PROVISIONAL
               DISPLAY 'PROVISIONAL CREDIT: YES'
           END-IF.
       6000-WRITE-ACTIVITY.
      *    A first chargeback debits the merchant for the disputed
      *    amount and the fees; later stages debit only the fees.
           OPEN EXTEND CB-ACTIVITY-FILE
           IF WS-CBA-FS = '35'
               OPEN OUTPUT CB-ACTIVITY-FILE
           END-IF
           MOVE WS-MERCHANT-ID TO CM-MERCH-ID
           IF WS-CB-DATE = 0
               ACCEPT WS-CB-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-CB-DATE TO CM-CB-DATE
           MOVE WS-CASE-NUM TO CM-CASE-NUM
           MOVE WS-CB-REASON TO CM-REASON
           MOVE WS-CB-STAGE TO CM-STAGE
           MOVE WS-CB-AMOUNT TO CM-CB-AMOUNT
           MOVE WS-TOTAL-FEE TO CM-FEE-AMOUNT
           IF WS-FIRST-CB
               COMPUTE CM-DEBIT-AMOUNT = WS-CB-AMOUNT + WS-TOTAL-FEE
           ELSE
               MOVE WS-TOTAL-FEE TO CM-DEBIT-AMOUNT
           END-IF
           WRITE CB-ACTIVITY-RECORD
           CLOSE CB-ACTIVITY-FILE.
