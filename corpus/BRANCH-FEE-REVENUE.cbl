      * fee-waiver programs arrive in FEEWAIVR.DAT and net against    *
      * their originating category, so the gross/waived/net view is   *
      * what incentive comp is actually paid on.                      *
      * The GL feed's record count, credit total and GL account hash  *
      * are appended to CTLTOT.DAT for the job-stream balancing step. *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GLTXN-FILE ASSIGN TO 'GL-TXN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLT-FS.
           SELECT CONTROL-FILE ASSIGN TO 'CTLTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.

       DATA DIVISION.
       FILE SECTION.
           05 GT-GL-ACCT             PIC X(6).
           05 GT-AMOUNT              PIC S9(9)V99.
           05 GT-DB-CR               PIC X(1).
           05 GT-IB-CONTRA           PIC X(4).
           05 GT-IB-REF              PIC X(12).

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
      *--- Fee Category Table ---
       01  WS-FEE-CAT-TABLE.
       01  WS-TOTAL-WAIVED           PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-NET              PIC S9(11)V99 COMP-3.
       01  WS-GL-POSTED-CT           PIC S9(3) COMP-3.
      *--- Job-stream control totals ---
       01  WS-CTL-FS                 PIC X(2).
       01  WS-CTL-DEBITS             PIC S9(13)V99 COMP-3.
       01  WS-CTL-CREDITS            PIC S9(13)V99 COMP-3.
       01  WS-CTL-HASH               PIC S9(15) COMP-3.
       01  WS-CTL-GL-NUM             PIC 9(6).
       01  WS-CTL-STATUS             PIC X VALUE 'G'.

       PROCEDURE DIVISION.

           PERFORM 4000-FIND-TOP-PERFORMER
           PERFORM 5000-CHECK-TARGET
           PERFORM 5500-WRITE-GL-FEED
           PERFORM 5600-WRITE-CONTROL
           PERFORM 6000-DISPLAY-REPORT
           STOP RUN.

       5500-WRITE-GL-FEED.
      *    One credit per category at net, in the record format
      *    MISC-BRANCH-GL-POST consumes - no more keyed entries.
           MOVE 0 TO WS-CTL-DEBITS
           MOVE 0 TO WS-CTL-CREDITS
           MOVE 0 TO WS-CTL-HASH
           OPEN OUTPUT GLTXN-FILE
           IF WS-GLT-FS NOT = '00'
               MOVE 'F' TO WS-CTL-STATUS
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-NET(WS-CAT-IDX) NOT = 0
                       TO GT-GL-ACCT
                   MOVE WS-CAT-NET(WS-CAT-IDX) TO GT-AMOUNT
                   MOVE 'C' TO GT-DB-CR
                   MOVE SPACES TO GT-IB-CONTRA
                   MOVE SPACES TO GT-IB-REF
                   WRITE GLTXN-RECORD
                   IF WS-GLT-FS = '00'
                       ADD 1 TO WS-GL-POSTED-CT
                       PERFORM 5550-ADD-CONTROL
                   ELSE
                       MOVE 'F' TO WS-CTL-STATUS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GLTXN-FILE.

       5550-ADD-CONTROL.
           IF GT-DB-CR = 'D'
               ADD GT-AMOUNT TO WS-CTL-DEBITS
           ELSE
               ADD GT-AMOUNT TO WS-CTL-CREDITS
           END-IF
           IF GT-GL-ACCT IS NUMERIC
               MOVE GT-GL-ACCT TO WS-CTL-GL-NUM
               ADD WS-CTL-GL-NUM TO WS-CTL-HASH
           END-IF.

      *    Control record for the GL-TXN.DAT handoff to
      *    MISC-BRANCH-GL-POST
       5600-WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CT-RUN-TIME FROM TIME
           MOVE 'BRFEEREV' TO CT-STEP
           MOVE 'GL-TXN.DAT' TO CT-DATASET
           MOVE 'O' TO CT-SIDE
           MOVE WS-GL-POSTED-CT TO CT-RECORDS
           MOVE WS-CTL-DEBITS TO CT-DEBITS
           MOVE WS-CTL-CREDITS TO CT-CREDITS
           MOVE WS-CTL-HASH TO CT-HASH
           MOVE WS-CTL-STATUS TO CT-STEP-STATUS
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       3000-COMPUTE-CHANGES.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
