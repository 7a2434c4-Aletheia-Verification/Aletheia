      * ACH NACHA File Formatter                                        *
      * Builds NACHA-compliant ACH files with batch headers,            *
      * entry detail records, addenda, and control totals.              *
      * Entry counts, debit/credit totals and routing hash for          *
      * ACHTRANS.DAT as read and NACHA.OUT as written are appended to   *
      * CTLTOT.DAT for job-stream balancing.                            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NACHA-FILE ASSIGN TO 'NACHA.OUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCH-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CTLTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  TR-FOREIGN-CURRENCY  PIC X(03).
       FD  NACHA-FILE.
       01  NACHA-RECORD            PIC X(94).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CT-RUN-DATE          PIC 9(08).
           05  CT-RUN-TIME          PIC 9(08).
           05  CT-STEP              PIC X(08).
           05  CT-DATASET           PIC X(12).
           05  CT-SIDE              PIC X(01).
           05  CT-RECORDS           PIC 9(09).
           05  CT-DEBITS            PIC 9(13)V99.
           05  CT-CREDITS           PIC 9(13)V99.
           05  CT-HASH              PIC 9(15).
           05  CT-STEP-STATUS       PIC X(01).
           05  FILLER               PIC X(08).
       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS           PIC XX VALUE SPACES.
       01  WS-NCH-STATUS           PIC XX VALUE SPACES.
       01  WS-BATCH-COMPANY-ID     PIC X(10).
       01  WS-BATCH-CTL-MAC        PIC X(19) VALUE SPACES.
       01  WS-BATCH-CTL-RESERVED   PIC X(06) VALUE SPACES.
      *--- Job-stream control totals ---
       01  WS-CTL-STATUS           PIC XX VALUE SPACES.
       01  WS-CTL-IN-COUNT         PIC 9(09) VALUE 0.
       01  WS-CTL-IN-DEBIT         PIC 9(13)V99 VALUE 0.
       01  WS-CTL-IN-CREDIT        PIC 9(13)V99 VALUE 0.
       01  WS-CTL-IN-HASH          PIC 9(15) VALUE 0.
       01  WS-CTL-OUT-COUNT        PIC 9(09) VALUE 0.
       01  WS-CTL-OUT-DEBIT        PIC 9(13)V99 VALUE 0.
       01  WS-CTL-OUT-CREDIT       PIC 9(13)V99 VALUE 0.
       01  WS-CTL-OUT-HASH         PIC 9(15) VALUE 0.
       01  WS-CTL-ROUTING          PIC 9(09).
       01  WS-CTL-STEP-STATUS      PIC X VALUE 'G'.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 7000-WRITE-FILE-CONTROL
           PERFORM 9000-FINALIZE
           PERFORM 8000-WRITE-CONTROL
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           WRITE NACHA-RECORD FROM WS-NACHA-LINE
           ADD 1 TO WS-RECORD-TOTAL.
       2000-PROCESS-TRANS.
           PERFORM 2100-ADD-INPUT-CONTROL
           IF TR-BATCH-NUM NOT = WS-PREV-BATCH
               IF WS-BATCH-COUNT > 0
                   PERFORM 6000-WRITE-BATCH-CONTROL
               END-IF
           END-IF
           PERFORM 1100-READ-TRANS.
       2100-ADD-INPUT-CONTROL.
           ADD 1 TO WS-CTL-IN-COUNT
           IF TR-TRAN-CODE = '27' OR TR-TRAN-CODE = '37'
               ADD TR-AMOUNT TO WS-CTL-IN-DEBIT
           ELSE
               ADD TR-AMOUNT TO WS-CTL-IN-CREDIT
           END-IF
           IF TR-ROUTING IS NUMERIC
               MOVE TR-ROUTING TO WS-CTL-ROUTING
               ADD WS-CTL-ROUTING TO WS-CTL-IN-HASH
           END-IF.
       3000-WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-COUNT
           MOVE ZERO TO WS-ENTRY-HASH
               INTO WS-NACHA-LINE
           WRITE NACHA-RECORD FROM WS-NACHA-LINE
           ADD 1 TO WS-RECORD-TOTAL
           PERFORM 4100-ADD-OUTPUT-CONTROL
           MOVE TR-ROUTING(1:8) TO WS-ROUTING-HASH-WK
           ADD WS-ROUTING-HASH-WK TO WS-ENTRY-HASH
           EVALUATE TR-TRAN-CODE
                   ADD TR-AMOUNT TO WS-BATCH-CREDIT
                   ADD TR-AMOUNT TO WS-TOTAL-CREDIT
           END-EVALUATE.
       4100-ADD-OUTPUT-CONTROL.
           IF WS-NCH-STATUS = '00'
               ADD 1 TO WS-CTL-OUT-COUNT
               IF TR-TRAN-CODE = '27' OR TR-TRAN-CODE = '37'
                   ADD TR-AMOUNT TO WS-CTL-OUT-DEBIT
               ELSE
                   ADD TR-AMOUNT TO WS-CTL-OUT-CREDIT
               END-IF
               IF TR-ROUTING IS NUMERIC
                   MOVE TR-ROUTING TO WS-CTL-ROUTING
                   ADD WS-CTL-ROUTING TO WS-CTL-OUT-HASH
               END-IF
           ELSE
               MOVE 'F' TO WS-CTL-STEP-STATUS
           END-IF.
       5000-WRITE-ADDENDA.
           ADD 1 TO WS-ADDENDA-COUNT
           MOVE SPACES TO WS-NACHA-LINE
           DISPLAY 'IAT ADDENDA: ' WS-IAT-ADDENDA-CNT
           DISPLAY 'DEBIT:    ' WS-TOTAL-DEBIT
           DISPLAY 'CREDIT:   ' WS-TOTAL-CREDIT.
      *    ACHTRANS.DAT as read and NACHA.OUT as written
       8000-WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-CURRENT-DATE TO CT-RUN-DATE
           ACCEPT CT-RUN-TIME FROM TIME
           MOVE 'ACHNACHA' TO CT-STEP
           MOVE 'ACHTRANS.DAT' TO CT-DATASET
           MOVE 'I' TO CT-SIDE
           MOVE WS-CTL-IN-COUNT TO CT-RECORDS
           MOVE WS-CTL-IN-DEBIT TO CT-DEBITS
           MOVE WS-CTL-IN-CREDIT TO CT-CREDITS
           MOVE WS-CTL-IN-HASH TO CT-HASH
           MOVE 'G' TO CT-STEP-STATUS
           WRITE CONTROL-RECORD
           MOVE 'NACHA.OUT' TO CT-DATASET
           MOVE 'O' TO CT-SIDE
           MOVE WS-CTL-OUT-COUNT TO CT-RECORDS
           MOVE WS-CTL-OUT-DEBIT TO CT-DEBITS
           MOVE WS-CTL-OUT-CREDIT TO CT-CREDITS
           MOVE WS-CTL-OUT-HASH TO CT-HASH
           MOVE WS-CTL-STEP-STATUS TO CT-STEP-STATUS
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
