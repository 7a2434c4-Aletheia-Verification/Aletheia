       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-ASSESSOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-STATUS-FILE ASSIGN TO "SCRASTAT.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SCS-STATUS.
           SELECT SCRA-ADJ-FILE ASSIGN TO "SCRAADJ.DAT"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SCA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCRA-STATUS-FILE.
       01 SCRA-STATUS-RECORD.
          05 SC-ACCT-NUM              PIC X(12).
          05 SC-TIN                   PIC X(9).
          05 SC-NAME                  PIC X(30).
          05 SC-PRODUCT               PIC X(1).
          05 SC-SOURCE                PIC X(1).
          05 SC-ORIG-DATE             PIC 9(8).
          05 SC-AD-START              PIC 9(8).
          05 SC-AD-END                PIC 9(8).
          05 SC-PROTECT-END           PIC 9(8).
          05 SC-ELIGIBLE              PIC X(1).
          05 SC-COURT-ORDER           PIC X(1).
          05 SC-VERIFIED              PIC 9(8).
          05 FILLER                   PIC X(6).

       FD SCRA-ADJ-FILE.
       01 SCRA-ADJ-RECORD.
          05 SA-ACCT-NUM              PIC X(12).
          05 SA-ADJ-DATE              PIC 9(8).
          05 SA-RUN-DATE              PIC 9(8).
          05 SA-ADJ-TYPE              PIC X(2).
          05 SA-AMOUNT                PIC 9(9)V99.
          05 SA-ORIG-RATE             PIC 9(2)V9(4).
          05 SA-CAP-RATE              PIC 9(2)V9(4).
          05 SA-AD-START              PIC 9(8).
          05 SA-REF                   PIC X(10).
          05 FILLER                   PIC X(9).

       WORKING-STORAGE SECTION.

       01 WS-ACCOUNT-INFO.
             88 IS-WAIVER-ELIGIBLE    VALUE 'Y'.
             88 NOT-WAIVER-ELIGIBLE   VALUE 'N'.

       01 WS-SCRA-FIELDS.
          05 WS-SCS-STATUS            PIC X(2).
          05 WS-SCA-STATUS            PIC X(2).
          05 WS-SCRA-EOF              PIC X(1).
             88 SCRA-EOF              VALUE 'Y'.
          05 WS-SCRA-PROTECTED        PIC X(1).
             88 SCRA-PROTECTED        VALUE 'Y'.
          05 WS-SCRA-AD-START         PIC 9(8).
          05 WS-SCRA-SUPPRESSED       PIC S9(7)V99 COMP-3.
          05 WS-RUN-DATE              PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 4000-CHECK-WAIVER-ELIGIBILITY
           PERFORM 5000-APPLY-WAIVER
           PERFORM 6000-ENFORCE-FEE-CAP
           PERFORM 6500-CHECK-SCRA-PROTECTION
           PERFORM 7000-CALC-FEE-INTEREST
           PERFORM 8000-FINALIZE-TOTALS
           STOP RUN.
           INITIALIZE WS-INTEREST-ON-FEES
           INITIALIZE WS-TOTALS
           INITIALIZE WS-WORK-FIELDS
           INITIALIZE WS-SCRA-FIELDS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0.18 TO WS-FEE-INT-RATE
           COMPUTE WS-SHORTFALL =
              WS-PAYMENT-DUE - WS-PAYMENT-RECEIVED
           END-IF
           MOVE WS-LATE-FEE-AMOUNT TO WS-FINAL-FEE.

      * SERVICEMEMBER ON ACTIVE DUTY OR IN THE PROTECTED PERIOD AFTER -
      * NO LATE FEE IS CHARGED AND THE SUPPRESSED FEE IS LOGGED
       6500-CHECK-SCRA-PROTECTION.
           MOVE "N" TO WS-SCRA-EOF
           OPEN INPUT SCRA-STATUS-FILE
           IF WS-SCS-STATUS NOT = "00"
              MOVE "Y" TO WS-SCRA-EOF
           END-IF
           PERFORM 6510-READ-SCRA-STATUS
              UNTIL SCRA-EOF OR SCRA-PROTECTED
           IF WS-SCS-STATUS = "00" OR WS-SCS-STATUS = "10"
              CLOSE SCRA-STATUS-FILE
           END-IF
           IF SCRA-PROTECTED AND WS-FINAL-FEE > 0
              MOVE WS-FINAL-FEE TO WS-SCRA-SUPPRESSED
              MOVE 0 TO WS-FINAL-FEE
              OPEN EXTEND SCRA-ADJ-FILE
              IF WS-SCA-STATUS = "35"
                 OPEN OUTPUT SCRA-ADJ-FILE
              END-IF
              MOVE SPACES TO SCRA-ADJ-RECORD
              MOVE WS-ACCOUNT-NUM TO SA-ACCT-NUM
              MOVE WS-RUN-DATE TO SA-ADJ-DATE
              MOVE WS-RUN-DATE TO SA-RUN-DATE
              MOVE "LF" TO SA-ADJ-TYPE
              MOVE WS-SCRA-SUPPRESSED TO SA-AMOUNT
              MOVE 0 TO SA-ORIG-RATE
              MOVE 0 TO SA-CAP-RATE
              MOVE WS-SCRA-AD-START TO SA-AD-START
              MOVE "DPD" TO SA-REF
              MOVE WS-DAYS-PAST-DUE TO SA-REF(5:4)
              WRITE SCRA-ADJ-RECORD
              CLOSE SCRA-ADJ-FILE
           END-IF.

       6510-READ-SCRA-STATUS.
           READ SCRA-STATUS-FILE
              AT END
                 MOVE "Y" TO WS-SCRA-EOF
              NOT AT END
                 IF SC-ACCT-NUM = WS-ACCOUNT-NUM
                    AND SC-ELIGIBLE = "Y"
                    AND SC-AD-START <= WS-RUN-DATE
                    AND SC-PROTECT-END >= WS-RUN-DATE
                    MOVE "Y" TO WS-SCRA-PROTECTED
                    MOVE SC-AD-START TO WS-SCRA-AD-START
                 END-IF
           END-READ.

       7000-CALC-FEE-INTEREST.
           IF WS-UNPAID-FEE-BAL > 0 AND NOT SCRA-PROTECTED
              COMPUTE WS-DAILY-FEE-RATE =
                 WS-FEE-INT-RATE / 365
              COMPUTE WS-FEE-INT-AMOUNT =
           DISPLAY "DPD BUCKET: " WS-DPD-BUCKET
           DISPLAY "BASE FEE: " WS-FEE-BEFORE-CAP
           DISPLAY "FINAL FEE: " WS-FINAL-FEE
           IF SCRA-PROTECTED
              DISPLAY "SCRA PROTECTED - FEE SUPPRESSED: "
                 WS-SCRA-SUPPRESSED
           END-IF
           DISPLAY "NET AMOUNT: " WS-NET-FEE-AMOUNT.
