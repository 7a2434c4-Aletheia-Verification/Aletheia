           SELECT NOTICE-FILE ASSIGN TO 'NSFNOTIC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTF-STATUS.
           SELECT LETTER-REQ-FILE ASSIGN TO 'LTRREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NT-FEE-CAP              PIC S9(7)V99 COMP-3.
           05 NT-FINAL-FLAG           PIC X.

       FD LETTER-REQ-FILE.
       01 LETTER-REQ-RECORD.
           05 LR-SOURCE               PIC X(4).
           05 LR-LETTER-CODE          PIC X(4).
           05 LR-ACCT-NUM             PIC X(12).
           05 LR-REQ-DATE             PIC 9(8).
           05 LR-FIELD-1              PIC X(20).
           05 LR-FIELD-2              PIC X(20).
           05 LR-FIELD-3              PIC X(20).
           05 LR-FIELD-4              PIC X(20).

       WORKING-STORAGE SECTION.
      *--- File Status ---
       01  WS-CHKF-STATUS             PIC X(2).
       01  WS-QUEF-STATUS             PIC X(2).
       01  WS-NWQF-STATUS             PIC X(2).
       01  WS-NOTF-STATUS             PIC X(2).
       01  WS-LTRQ-STATUS             PIC X(2).
       01  WS-CHK-EOF-FLAG            PIC X VALUE 'N'.
           88  WS-CHK-EOF             VALUE 'Y'.
       01  WS-BAL-EOF-FLAG            PIC X VALUE 'N'.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTF-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           OPEN EXTEND LETTER-REQ-FILE
           IF WS-LTRQ-STATUS = '35'
               OPEN OUTPUT LETTER-REQ-FILE
           END-IF.

       1500-LOAD-BALANCES.
           ELSE
               MOVE 'N' TO NT-FINAL-FLAG
           END-IF
           WRITE NOTICE-RECORD
      *    Customer letter goes through the correspondence engine.
           MOVE SPACES TO LETTER-REQ-RECORD
           MOVE 'NSF ' TO LR-SOURCE
           IF NT-FINAL-FLAG = 'Y'
               MOVE 'NSFF' TO LR-LETTER-CODE
           ELSE
               MOVE 'NSFR' TO LR-LETTER-CODE
           END-IF
           MOVE NT-ACCOUNT-NUM TO LR-ACCT-NUM
           MOVE WS-RUN-DATE TO LR-REQ-DATE
           MOVE NT-CHK-NUM TO LR-FIELD-1
           MOVE NT-PAYEE TO LR-FIELD-2
           MOVE WS-CHK-AMOUNT(WS-CHK-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO LR-FIELD-3
           MOVE WS-CHK-FEE(WS-CHK-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO LR-FIELD-4
           WRITE LETTER-REQ-RECORD.

       5000-DISPLAY-RESULTS.
           DISPLAY "========================================"
           CLOSE BAL-FILE
           CLOSE QUEUE-FILE
           CLOSE NEWQUEUE-FILE
           CLOSE NOTICE-FILE
           CLOSE LETTER-REQ-FILE.
