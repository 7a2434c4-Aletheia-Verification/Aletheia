       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISC-BRANCH-GL-POST.
      *================================================================*
      * Branch GL Transaction Summary                                  *
      * Totals GL transactions by branch to GL-POST.DAT.  Transactions *
      * booked for another branch carry the contra branch and an       *
      * inter-branch reference and are also written to IBTXN.DAT for   *
      * the daily due-to/due-from reconciliation BRANCH-IB-RECON.      *
      * Control totals for GL-TXN.DAT as read and GL-POST.DAT as       *
      * written are appended to CTLTOT.DAT for job-stream balancing.   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-TXN-STATUS.
           SELECT GL-FILE ASSIGN TO 'GL-POST.DAT'
               FILE STATUS IS WS-GL-STATUS.
           SELECT IB-ITEM-FILE ASSIGN TO 'IBTXN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IB-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CTLTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TXN-FILE.
           05 TX-GL-ACCT             PIC X(6).
           05 TX-AMOUNT              PIC S9(9)V99.
           05 TX-DB-CR               PIC X(1).
           05 TX-IB-CONTRA           PIC X(4).
           05 TX-IB-REF              PIC X(12).
       FD GL-FILE.
       01 GL-RECORD.
           05 GL-BRANCH              PIC X(4).
           05 GL-TOTAL-CR            PIC 9(11)V99.
           05 GL-NET                 PIC S9(11)V99.
           05 GL-TXN-COUNT           PIC 9(5).
       FD IB-ITEM-FILE.
       01 IB-ITEM-RECORD.
           05 IX-REF                 PIC X(12).
           05 IX-BRANCH              PIC X(4).
           05 IX-CONTRA              PIC X(4).
           05 IX-SIDE                PIC X(1).
           05 IX-AMOUNT              PIC 9(11)V99.
           05 IX-POST-DATE           PIC 9(8).
           05 IX-SOURCE              PIC X(8).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-RUN-DATE            PIC 9(8).
           05 CT-RUN-TIME            PIC 9(8).
           05 CT-STEP                PIC X(8).
           05 CT-DATASET             PIC X(12).
           05 CT-SIDE                PIC X(1).
           05 CT-RECORDS             PIC 9(9).
           05 CT-DEBITS              PIC 9(13)V99.
           05 CT-CREDITS             PIC 9(13)V99.
           05 CT-HASH                PIC 9(15).
           05 CT-STEP-STATUS         PIC X(1).
           05 FILLER                 PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS              PIC XX.
       01 WS-GL-STATUS               PIC XX.
       01 WS-IB-STATUS               PIC XX.
       01 WS-IB-COUNT                PIC 9(5) VALUE 0.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-BRANCH-TABLE.
       01 WS-FOUND                   PIC 9(2).
       01 WS-GRAND-DB                PIC S9(13)V99 COMP-3.
       01 WS-GRAND-CR                PIC S9(13)V99 COMP-3.
      *--- Job-stream control totals ---
       01 WS-CTL-STATUS              PIC XX.
       01 WS-CTL-IN-COUNT            PIC 9(9) VALUE 0.
       01 WS-CTL-IN-HASH             PIC S9(15) COMP-3 VALUE 0.
       01 WS-CTL-OUT-COUNT           PIC 9(9) VALUE 0.
       01 WS-CTL-OUT-DB              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CTL-OUT-CR              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CTL-GL-NUM              PIC 9(6).
       01 WS-CTL-STEP-STATUS         PIC X VALUE 'G'.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-TXNS UNTIL WS-EOF
           PERFORM 3000-WRITE-GL
           PERFORM 4000-CLOSE-FILES
           PERFORM 4500-WRITE-CONTROL
           PERFORM 5000-DISPLAY-SUMMARY
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-BR-USED
           MOVE 0 TO WS-GRAND-DB
           MOVE 0 TO WS-GRAND-CR
           END-PERFORM.
       1100-OPEN-FILES.
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'F' TO WS-CTL-STEP-STATUS
           END-IF
           OPEN OUTPUT GL-FILE
           OPEN EXTEND IB-ITEM-FILE
           IF WS-IB-STATUS = '35'
               OPEN OUTPUT IB-ITEM-FILE
           END-IF.
       2000-READ-TXNS.
           READ TXN-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END PERFORM 2100-POST-TXN
           END-READ.
       2100-POST-TXN.
           ADD 1 TO WS-CTL-IN-COUNT
           IF TX-GL-ACCT IS NUMERIC
               MOVE TX-GL-ACCT TO WS-CTL-GL-NUM
               ADD WS-CTL-GL-NUM TO WS-CTL-IN-HASH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-USED
           ELSE
               ADD TX-AMOUNT TO WS-BR-CREDITS(WS-FOUND)
               ADD TX-AMOUNT TO WS-GRAND-CR
           END-IF
           IF TX-IB-CONTRA NOT = SPACES
               PERFORM 2200-WRITE-IB-ITEM
           END-IF.
      *--- A debit is owed to this branch (due-from), a credit is ---
      *--- owed by it (due-to) ---
       2200-WRITE-IB-ITEM.
           MOVE TX-IB-REF TO IX-REF
           MOVE TX-BRANCH TO IX-BRANCH
           MOVE TX-IB-CONTRA TO IX-CONTRA
           IF TX-DB-CR = 'D'
               MOVE 'F' TO IX-SIDE
           ELSE
               MOVE 'T' TO IX-SIDE
           END-IF
           MOVE TX-AMOUNT TO IX-AMOUNT
           MOVE WS-RUN-DATE TO IX-POST-DATE
           MOVE 'MBRGLPST' TO IX-SOURCE
           WRITE IB-ITEM-RECORD
           ADD 1 TO WS-IB-COUNT.
       3000-WRITE-GL.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-USED
                   WS-BR-CREDITS(WS-BR-IDX)
               MOVE WS-BR-COUNT(WS-BR-IDX) TO GL-TXN-COUNT
               WRITE GL-RECORD
               IF WS-GL-STATUS = '00'
                   ADD 1 TO WS-CTL-OUT-COUNT
                   ADD WS-BR-DEBITS(WS-BR-IDX) TO WS-CTL-OUT-DB
                   ADD WS-BR-CREDITS(WS-BR-IDX) TO WS-CTL-OUT-CR
               ELSE
                   MOVE 'F' TO WS-CTL-STEP-STATUS
               END-IF
           END-PERFORM.
       4000-CLOSE-FILES.
           CLOSE TXN-FILE
           CLOSE GL-FILE
           CLOSE IB-ITEM-FILE.
      *--- GL-TXN.DAT as read (balanced against the producer's ---
      *--- control record) and GL-POST.DAT as written ---
       4500-WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           ACCEPT CT-RUN-TIME FROM TIME
           MOVE 'MBRGLPST' TO CT-STEP
           MOVE 'GL-TXN.DAT' TO CT-DATASET
           MOVE 'I' TO CT-SIDE
           MOVE WS-CTL-IN-COUNT TO CT-RECORDS
           MOVE WS-GRAND-DB TO CT-DEBITS
           MOVE WS-GRAND-CR TO CT-CREDITS
           MOVE WS-CTL-IN-HASH TO CT-HASH
           MOVE WS-CTL-STEP-STATUS TO CT-STEP-STATUS
           WRITE CONTROL-RECORD
           MOVE 'GL-POST.DAT' TO CT-DATASET
           MOVE 'O' TO CT-SIDE
           MOVE WS-CTL-OUT-COUNT TO CT-RECORDS
           MOVE WS-CTL-OUT-DB TO CT-DEBITS
           MOVE WS-CTL-OUT-CR TO CT-CREDITS
           MOVE 0 TO CT-HASH
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
       5000-DISPLAY-SUMMARY.
           DISPLAY 'GL POSTING SUMMARY'
           DISPLAY '=================='
           DISPLAY 'BRANCHES: ' WS-BR-USED
           DISPLAY 'DEBITS:   ' WS-GRAND-DB
           DISPLAY 'CREDITS:  ' WS-GRAND-CR
           DISPLAY 'INTER-BR: ' WS-IB-COUNT.
