               FILE STATUS IS WS-UNCOL-FS.
           SELECT INTAKE-FILE ASSIGN TO 'EXCPINTAKE.DAT'
               FILE STATUS IS WS-INT-FS.
           SELECT POSITION-LOG ASSIGN TO 'FEDPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECK-FILE.
           05 IN-EX-AMOUNT        PIC S9(9)V99.
           05 IN-EX-DATE          PIC 9(8).
           05 IN-EX-SEVERITY      PIC 9.
       FD POSITION-LOG.
       01 POSITION-RECORD.
           05 PL-POS-DATE         PIC 9(8).
           05 PL-POS-TIME         PIC 9(4).
           05 PL-SOURCE           PIC X(4).
           05 PL-REF              PIC X(16).
           05 PL-DR-CR            PIC X(1).
           05 PL-AMOUNT           PIC 9(11)V99.
           05 PL-STATUS           PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-CHK-FS              PIC XX.
       01 WS-HIST-FS             PIC XX.
       01 WS-UNCOL-FS            PIC XX.
       01 WS-INT-FS              PIC XX.
       01 WS-POS-FS              PIC XX.
      *    Fed check settlement time for items paid today
       01 WS-CHK-SETTLE-TIME     PIC 9(4) VALUE 1100.
       01 WS-EXCP-COUNT          PIC 9(5).
       01 WS-HIST-EOF-FLAG       PIC X VALUE 'N'.
           88 WS-HIST-EOF        VALUE 'Y'.
           PERFORM 3000-PROCESS-CHECKS UNTIL WS-EOF
           PERFORM 3500-KITING-SCREEN
           PERFORM 4000-CLOSE-FILE
           PERFORM 4100-POST-FED-SETTLEMENT
           PERFORM 5000-REPORT
           PERFORM 6000-KITING-REPORT
           STOP RUN.
           IF WS-HIST-FS = '00' OR WS-HIST-FS = '10'
               CLOSE HIST-FILE
           END-IF.
      *    The day's paid items settle against the Fed master account;
      *    the total goes to the intraday position log as a scheduled
      *    debit for the treasury daylight overdraft monitor
       4100-POST-FED-SETTLEMENT.
           IF WS-TOTAL-CLEARED > 0
               OPEN EXTEND POSITION-LOG
               IF WS-POS-FS = '35'
                   OPEN OUTPUT POSITION-LOG
               END-IF
               MOVE WS-CURRENT-DATE TO PL-POS-DATE
               MOVE WS-CHK-SETTLE-TIME TO PL-POS-TIME
               MOVE 'CHKS' TO PL-SOURCE
               MOVE SPACES TO PL-REF
               STRING 'CHKCLR' WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO PL-REF
               END-STRING
               MOVE 'D' TO PL-DR-CR
               MOVE WS-TOTAL-CLEARED TO PL-AMOUNT
               MOVE 'S' TO PL-STATUS
               WRITE POSITION-RECORD
               CLOSE POSITION-LOG
           END-IF.
       5000-REPORT.
           DISPLAY 'CHECK CLEARING BATCH REPORT'
           DISPLAY '==========================='
