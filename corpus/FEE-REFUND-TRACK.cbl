       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-REFUND-TRACK.
      *================================================================*
      * Fee Refund Tracking                                            *
      * Posts branch fee refunds against the original assessment that  *
      * FEE-ASSESS-ENGINE wrote to FEEASMT.DAT.  Each request on       *
      * FEERFREQ.DAT carries a reason code and the employee granting   *
      * it.  Courtesy refunds are held to a rolling 12-month count and *
      * dollar limit per customer taken from FEERFHST.DAT; a request   *
      * over the limit is queued to FEERFAPV.DAT for officer approval  *
      * unless it already carries the approving officer.  Posted       *
      * refunds go to FEERFPST.DAT and are added to the history.  The  *
      * month-to-date report FEERFRPT.DAT shows refunds by branch, by  *
      * employee and by reason.                                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE ASSIGN TO 'FEEASMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASMT-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'FEERFREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'FEERFHST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT POSTING-FILE ASSIGN TO 'FEERFPST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO 'FEERFAPV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APV-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FEERFRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-FILE.
       01  ASSESS-RECORD.
           05  FA-ACCOUNT-NUM         PIC 9(10).
           05  FA-FEE-CODE            PIC X(4).
           05  FA-FEE-DESC            PIC X(25).
           05  FA-ASSESS-DATE         PIC 9(8).
           05  FA-AMOUNT              PIC S9(5)V99 COMP-3.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  RQ-ACCOUNT-NUM         PIC 9(10).
           05  RQ-CUSTOMER-ID         PIC X(10).
           05  RQ-FEE-CODE            PIC X(4).
           05  RQ-ASSESS-DATE         PIC 9(8).
           05  RQ-AMOUNT              PIC S9(5)V99 COMP-3.
           05  RQ-REASON              PIC X(2).
               88  RQ-COURTESY        VALUE 'CT'.
               88  RQ-BANK-ERROR      VALUE 'BE'.
               88  RQ-RETENTION       VALUE 'RT'.
               88  RQ-HARDSHIP        VALUE 'HS'.
           05  RQ-EMPLOYEE-ID         PIC X(8).
           05  RQ-BRANCH              PIC X(4).
           05  RQ-OFFICER-ID          PIC X(8).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  RH-CUSTOMER-ID         PIC X(10).
           05  RH-ACCOUNT-NUM         PIC 9(10).
           05  RH-FEE-CODE            PIC X(4).
           05  RH-ASSESS-DATE         PIC 9(8).
           05  RH-AMOUNT              PIC S9(5)V99 COMP-3.
           05  RH-REASON              PIC X(2).
           05  RH-EMPLOYEE-ID         PIC X(8).
           05  RH-BRANCH              PIC X(4).
           05  RH-OFFICER-ID          PIC X(8).
           05  RH-POST-DATE           PIC 9(8).
       FD  POSTING-FILE.
       01  POSTING-RECORD.
           05  FP-ACCOUNT-NUM         PIC 9(10).
           05  FP-TXN-CODE            PIC X(2).
           05  FP-FEE-CODE            PIC X(4).
           05  FP-ASSESS-DATE         PIC 9(8).
           05  FP-AMOUNT              PIC S9(5)V99 COMP-3.
           05  FP-REASON              PIC X(2).
           05  FP-EMPLOYEE-ID         PIC X(8).
           05  FP-OFFICER-ID          PIC X(8).
           05  FP-POST-DATE           PIC 9(8).
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  AP-ACCOUNT-NUM         PIC 9(10).
           05  AP-CUSTOMER-ID         PIC X(10).
           05  AP-FEE-CODE            PIC X(4).
           05  AP-ASSESS-DATE         PIC 9(8).
           05  AP-AMOUNT              PIC S9(5)V99 COMP-3.
           05  AP-REASON              PIC X(2).
           05  AP-EMPLOYEE-ID         PIC X(8).
           05  AP-BRANCH              PIC X(4).
           05  AP-12M-COUNT           PIC 9(3).
           05  AP-12M-AMOUNT          PIC S9(7)V99 COMP-3.
           05  AP-QUEUE-DATE          PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
      *--- File Control ---
       01  WS-ASMT-STATUS             PIC XX.
       01  WS-REQ-STATUS              PIC XX.
       01  WS-HST-STATUS              PIC XX.
       01  WS-PST-STATUS              PIC XX.
       01  WS-APV-STATUS              PIC XX.
       01  WS-RPT-STATUS              PIC XX.
       01  WS-ASMT-EOF-FLAG           PIC X VALUE 'N'.
           88  WS-ASMT-EOF            VALUE 'Y'.
       01  WS-REQ-EOF-FLAG            PIC X VALUE 'N'.
           88  WS-REQ-EOF             VALUE 'Y'.
       01  WS-HST-EOF-FLAG            PIC X VALUE 'N'.
           88  WS-HST-EOF             VALUE 'Y'.
      *--- Refund Limits (rolling 12 months, per customer) ---
       01  WS-LIMIT-COUNT             PIC 9(3) VALUE 3.
       01  WS-LIMIT-AMOUNT            PIC S9(7)V99 COMP-3
           VALUE 100.00.
      *--- Assessments ---
       01  WS-ASSESS-TABLE.
           05  WS-FA-ENTRY OCCURS 5000 TIMES.
               10  WS-FA-ACCOUNT-NUM  PIC 9(10).
               10  WS-FA-FEE-CODE     PIC X(4).
               10  WS-FA-ASSESS-DATE  PIC 9(8).
               10  WS-FA-AMOUNT       PIC S9(5)V99 COMP-3.
               10  WS-FA-REFUNDED     PIC S9(5)V99 COMP-3.
       01  WS-FA-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01  WS-FA-IDX                  PIC S9(5) COMP-3.
       01  WS-FA-FOUND                PIC S9(5) COMP-3.
      *--- Refund History ---
       01  WS-HISTORY-TABLE.
           05  WS-RH-ENTRY OCCURS 5000 TIMES.
               10  WS-RH-CUSTOMER-ID  PIC X(10).
               10  WS-RH-ACCOUNT-NUM  PIC 9(10).
               10  WS-RH-FEE-CODE     PIC X(4).
               10  WS-RH-ASSESS-DATE  PIC 9(8).
               10  WS-RH-AMOUNT       PIC S9(5)V99 COMP-3.
               10  WS-RH-REASON       PIC X(2).
               10  WS-RH-EMPLOYEE-ID  PIC X(8).
               10  WS-RH-BRANCH       PIC X(4).
               10  WS-RH-POST-DATE    PIC 9(8).
       01  WS-RH-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01  WS-RH-IDX                  PIC S9(5) COMP-3.
      *--- Report Accumulators ---
       01  WS-SUMMARY-TABLE.
           05  WS-SM-ENTRY OCCURS 300 TIMES.
               10  WS-SM-KIND         PIC X.
               10  WS-SM-KEY          PIC X(8).
               10  WS-SM-COUNT        PIC S9(5) COMP-3.
               10  WS-SM-AMOUNT       PIC S9(7)V99 COMP-3.
       01  WS-SM-COUNT-USED           PIC S9(3) COMP-3 VALUE 0.
       01  WS-SM-IDX                  PIC S9(3) COMP-3.
       01  WS-SM-FOUND                PIC S9(3) COMP-3.
       01  WS-SM-KIND-IN              PIC X.
       01  WS-SM-KEY-IN               PIC X(8).
      *--- Work Fields ---
       01  WS-TODAY                   PIC 9(8).
       01  WS-TODAY-INT               PIC S9(9) COMP-3.
       01  WS-WINDOW-START            PIC 9(8).
       01  WS-MONTH-START             PIC 9(8).
       01  WS-12M-COUNT               PIC 9(3).
       01  WS-12M-AMOUNT              PIC S9(7)V99 COMP-3.
       01  WS-AVAILABLE               PIC S9(5)V99 COMP-3.
       01  WS-DISPOSITION             PIC X(8).
       01  WS-POSTED-CT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-QUEUED-CT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-REJECT-CT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-POSTED-AMT              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-RPT-LINE                PIC X(100).
      *--- Display ---
       01  WS-DISP-AMT                PIC -$$$,$$9.99.
       01  WS-DISP-CT                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ASSESSMENTS
               UNTIL WS-ASMT-EOF
           PERFORM 2100-LOAD-HISTORY
               UNTIL WS-HST-EOF
           PERFORM 2200-APPLY-PRIOR-REFUNDS
           PERFORM 2300-OPEN-OUTPUTS
           PERFORM 3000-PROCESS-REQUEST
               UNTIL WS-REQ-EOF
           PERFORM 6000-MONTHLY-REPORT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 365)
           MOVE WS-TODAY TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           OPEN INPUT ASSESS-FILE
           IF WS-ASMT-STATUS NOT = "00"
               DISPLAY "FEEASMT.DAT NOT AVAILABLE " WS-ASMT-STATUS
               MOVE "Y" TO WS-ASMT-EOF-FLAG
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HST-STATUS NOT = "00"
               MOVE "Y" TO WS-HST-EOF-FLAG
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "NO REFUND REQUESTS " WS-REQ-STATUS
               MOVE "Y" TO WS-REQ-EOF-FLAG
           END-IF.

       2000-LOAD-ASSESSMENTS.
           READ ASSESS-FILE
               AT END MOVE "Y" TO WS-ASMT-EOF-FLAG
               NOT AT END
                   IF WS-FA-COUNT < 5000
                       ADD 1 TO WS-FA-COUNT
                       MOVE FA-ACCOUNT-NUM
                           TO WS-FA-ACCOUNT-NUM(WS-FA-COUNT)
                       MOVE FA-FEE-CODE TO WS-FA-FEE-CODE(WS-FA-COUNT)
                       MOVE FA-ASSESS-DATE
                           TO WS-FA-ASSESS-DATE(WS-FA-COUNT)
                       MOVE FA-AMOUNT TO WS-FA-AMOUNT(WS-FA-COUNT)
                       MOVE 0 TO WS-FA-REFUNDED(WS-FA-COUNT)
                   ELSE
                       DISPLAY "ASSESSMENT TABLE FULL - SKIPPED "
                           FA-ACCOUNT-NUM
                   END-IF
           END-READ.

       2100-LOAD-HISTORY.
           READ HISTORY-FILE
               AT END MOVE "Y" TO WS-HST-EOF-FLAG
               NOT AT END
                   IF WS-RH-COUNT < 5000
                       ADD 1 TO WS-RH-COUNT
                       MOVE RH-CUSTOMER-ID
                           TO WS-RH-CUSTOMER-ID(WS-RH-COUNT)
                       MOVE RH-ACCOUNT-NUM
                           TO WS-RH-ACCOUNT-NUM(WS-RH-COUNT)
                       MOVE RH-FEE-CODE TO WS-RH-FEE-CODE(WS-RH-COUNT)
                       MOVE RH-ASSESS-DATE
                           TO WS-RH-ASSESS-DATE(WS-RH-COUNT)
                       MOVE RH-AMOUNT TO WS-RH-AMOUNT(WS-RH-COUNT)
                       MOVE RH-REASON TO WS-RH-REASON(WS-RH-COUNT)
                       MOVE RH-EMPLOYEE-ID
                           TO WS-RH-EMPLOYEE-ID(WS-RH-COUNT)
                       MOVE RH-BRANCH TO WS-RH-BRANCH(WS-RH-COUNT)
                       MOVE RH-POST-DATE
                           TO WS-RH-POST-DATE(WS-RH-COUNT)
                   ELSE
                       DISPLAY "HISTORY TABLE FULL - SKIPPED "
                           RH-CUSTOMER-ID
                   END-IF
           END-READ.

       2200-APPLY-PRIOR-REFUNDS.
      *    What has already come back on each assessment limits what
      *    can still be refunded on it.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
               PERFORM VARYING WS-FA-IDX FROM 1 BY 1
                   UNTIL WS-FA-IDX > WS-FA-COUNT
                   IF WS-FA-ACCOUNT-NUM(WS-FA-IDX) =
                       WS-RH-ACCOUNT-NUM(WS-RH-IDX)
                       AND WS-FA-FEE-CODE(WS-FA-IDX) =
                           WS-RH-FEE-CODE(WS-RH-IDX)
                       AND WS-FA-ASSESS-DATE(WS-FA-IDX) =
                           WS-RH-ASSESS-DATE(WS-RH-IDX)
                       ADD WS-RH-AMOUNT(WS-RH-IDX)
                           TO WS-FA-REFUNDED(WS-FA-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2300-OPEN-OUTPUTS.
           CLOSE ASSESS-FILE
           CLOSE HISTORY-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT APPROVAL-FILE
           OPEN OUTPUT REPORT-FILE.

       3000-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END MOVE "Y" TO WS-REQ-EOF-FLAG
               NOT AT END
                   PERFORM 3100-EDIT-REQUEST
                   IF WS-DISPOSITION = SPACES
                       PERFORM 3200-CHECK-LIMITS
                   END-IF
                   EVALUATE WS-DISPOSITION
                       WHEN "POST    "
                           PERFORM 4000-POST-REFUND
                       WHEN "QUEUE   "
                           PERFORM 5000-QUEUE-FOR-OFFICER
                       WHEN OTHER
                           ADD 1 TO WS-REJECT-CT
                           DISPLAY "REFUND REJECTED " WS-DISPOSITION
                               " " RQ-ACCOUNT-NUM " " RQ-FEE-CODE
                   END-EVALUATE
           END-READ.

       3100-EDIT-REQUEST.
           MOVE SPACES TO WS-DISPOSITION
           MOVE 0 TO WS-FA-FOUND
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
               OR WS-FA-FOUND > 0
               IF WS-FA-ACCOUNT-NUM(WS-FA-IDX) = RQ-ACCOUNT-NUM
                   AND WS-FA-FEE-CODE(WS-FA-IDX) = RQ-FEE-CODE
                   AND WS-FA-ASSESS-DATE(WS-FA-IDX) = RQ-ASSESS-DATE
                   MOVE WS-FA-IDX TO WS-FA-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FA-FOUND = 0
                   MOVE "NOASSESS" TO WS-DISPOSITION
               WHEN RQ-EMPLOYEE-ID = SPACES
                   MOVE "NOEMPL  " TO WS-DISPOSITION
               WHEN NOT RQ-COURTESY AND NOT RQ-BANK-ERROR
                   AND NOT RQ-RETENTION AND NOT RQ-HARDSHIP
                   MOVE "BADRSN  " TO WS-DISPOSITION
               WHEN RQ-AMOUNT <= 0
                   MOVE "BADAMT  " TO WS-DISPOSITION
               WHEN OTHER
                   COMPUTE WS-AVAILABLE =
                       WS-FA-AMOUNT(WS-FA-FOUND) -
                       WS-FA-REFUNDED(WS-FA-FOUND)
                   IF RQ-AMOUNT > WS-AVAILABLE
                       MOVE "OVERFEE " TO WS-DISPOSITION
                   END-IF
           END-EVALUATE.

       3200-CHECK-LIMITS.
      *    Bank errors are corrections, not courtesy, and do not count
      *    toward or against the customer's limit.
           MOVE "POST    " TO WS-DISPOSITION
           IF NOT RQ-BANK-ERROR
               MOVE 0 TO WS-12M-COUNT
               MOVE 0 TO WS-12M-AMOUNT
               PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
                   IF WS-RH-CUSTOMER-ID(WS-RH-IDX) = RQ-CUSTOMER-ID
                       AND WS-RH-POST-DATE(WS-RH-IDX) > WS-WINDOW-START
                       AND WS-RH-REASON(WS-RH-IDX) NOT = "BE"
                       ADD 1 TO WS-12M-COUNT
                       ADD WS-RH-AMOUNT(WS-RH-IDX) TO WS-12M-AMOUNT
                   END-IF
               END-PERFORM
               IF WS-12M-COUNT + 1 > WS-LIMIT-COUNT
                   OR WS-12M-AMOUNT + RQ-AMOUNT > WS-LIMIT-AMOUNT
                   IF RQ-OFFICER-ID = SPACES
                       MOVE "QUEUE   " TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       4000-POST-REFUND.
           MOVE RQ-ACCOUNT-NUM TO FP-ACCOUNT-NUM
           MOVE "FR" TO FP-TXN-CODE
           MOVE RQ-FEE-CODE TO FP-FEE-CODE
           MOVE RQ-ASSESS-DATE TO FP-ASSESS-DATE
           MOVE RQ-AMOUNT TO FP-AMOUNT
           MOVE RQ-REASON TO FP-REASON
           MOVE RQ-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           MOVE RQ-OFFICER-ID TO FP-OFFICER-ID
           MOVE WS-TODAY TO FP-POST-DATE
           WRITE POSTING-RECORD
           MOVE RQ-CUSTOMER-ID TO RH-CUSTOMER-ID
           MOVE RQ-ACCOUNT-NUM TO RH-ACCOUNT-NUM
           MOVE RQ-FEE-CODE TO RH-FEE-CODE
           MOVE RQ-ASSESS-DATE TO RH-ASSESS-DATE
           MOVE RQ-AMOUNT TO RH-AMOUNT
           MOVE RQ-REASON TO RH-REASON
           MOVE RQ-EMPLOYEE-ID TO RH-EMPLOYEE-ID
           MOVE RQ-BRANCH TO RH-BRANCH
           MOVE RQ-OFFICER-ID TO RH-OFFICER-ID
           MOVE WS-TODAY TO RH-POST-DATE
           WRITE HISTORY-RECORD
           ADD RQ-AMOUNT TO WS-FA-REFUNDED(WS-FA-FOUND)
           ADD 1 TO WS-POSTED-CT
           ADD RQ-AMOUNT TO WS-POSTED-AMT
      *    Keep the in-memory history current so later requests in
      *    this run see this refund against the limit.
           IF WS-RH-COUNT < 5000
               ADD 1 TO WS-RH-COUNT
               MOVE RQ-CUSTOMER-ID TO WS-RH-CUSTOMER-ID(WS-RH-COUNT)
               MOVE RQ-ACCOUNT-NUM TO WS-RH-ACCOUNT-NUM(WS-RH-COUNT)
               MOVE RQ-FEE-CODE TO WS-RH-FEE-CODE(WS-RH-COUNT)
               MOVE RQ-ASSESS-DATE TO WS-RH-ASSESS-DATE(WS-RH-COUNT)
               MOVE RQ-AMOUNT TO WS-RH-AMOUNT(WS-RH-COUNT)
               MOVE RQ-REASON TO WS-RH-REASON(WS-RH-COUNT)
               MOVE RQ-EMPLOYEE-ID TO WS-RH-EMPLOYEE-ID(WS-RH-COUNT)
               MOVE RQ-BRANCH TO WS-RH-BRANCH(WS-RH-COUNT)
               MOVE WS-TODAY TO WS-RH-POST-DATE(WS-RH-COUNT)
           END-IF.

       5000-QUEUE-FOR-OFFICER.
           MOVE RQ-ACCOUNT-NUM TO AP-ACCOUNT-NUM
           MOVE RQ-CUSTOMER-ID TO AP-CUSTOMER-ID
           MOVE RQ-FEE-CODE TO AP-FEE-CODE
           MOVE RQ-ASSESS-DATE TO AP-ASSESS-DATE
           MOVE RQ-AMOUNT TO AP-AMOUNT
           MOVE RQ-REASON TO AP-REASON
           MOVE RQ-EMPLOYEE-ID TO AP-EMPLOYEE-ID
           MOVE RQ-BRANCH TO AP-BRANCH
           MOVE WS-12M-COUNT TO AP-12M-COUNT
           MOVE WS-12M-AMOUNT TO AP-12M-AMOUNT
           MOVE WS-TODAY TO AP-QUEUE-DATE
           WRITE APPROVAL-RECORD
           ADD 1 TO WS-QUEUED-CT.

       6000-MONTHLY-REPORT.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-POST-DATE(WS-RH-IDX) >= WS-MONTH-START
                   MOVE "B" TO WS-SM-KIND-IN
                   MOVE WS-RH-BRANCH(WS-RH-IDX) TO WS-SM-KEY-IN
                   PERFORM 6100-ACCUMULATE
                   MOVE "E" TO WS-SM-KIND-IN
                   MOVE WS-RH-EMPLOYEE-ID(WS-RH-IDX) TO WS-SM-KEY-IN
                   PERFORM 6100-ACCUMULATE
                   MOVE "R" TO WS-SM-KIND-IN
                   MOVE WS-RH-REASON(WS-RH-IDX) TO WS-SM-KEY-IN
                   PERFORM 6100-ACCUMULATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "FEE REFUNDS MONTH TO DATE " DELIMITED BY SIZE
               WS-MONTH-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "B" TO WS-SM-KIND-IN
           MOVE "BY BRANCH" TO WS-RPT-LINE
           PERFORM 6200-REPORT-SECTION
           MOVE "E" TO WS-SM-KIND-IN
           MOVE "BY EMPLOYEE" TO WS-RPT-LINE
           PERFORM 6200-REPORT-SECTION
           MOVE "R" TO WS-SM-KIND-IN
           MOVE "BY REASON" TO WS-RPT-LINE
           PERFORM 6200-REPORT-SECTION.

       6100-ACCUMULATE.
           MOVE 0 TO WS-SM-FOUND
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT-USED
               OR WS-SM-FOUND > 0
               IF WS-SM-KIND(WS-SM-IDX) = WS-SM-KIND-IN
                   AND WS-SM-KEY(WS-SM-IDX) = WS-SM-KEY-IN
                   MOVE WS-SM-IDX TO WS-SM-FOUND
               END-IF
           END-PERFORM
           IF WS-SM-FOUND = 0
               IF WS-SM-COUNT-USED < 300
                   ADD 1 TO WS-SM-COUNT-USED
                   MOVE WS-SM-COUNT-USED TO WS-SM-FOUND
                   MOVE WS-SM-KIND-IN TO WS-SM-KIND(WS-SM-FOUND)
                   MOVE WS-SM-KEY-IN TO WS-SM-KEY(WS-SM-FOUND)
                   MOVE 0 TO WS-SM-COUNT(WS-SM-FOUND)
                   MOVE 0 TO WS-SM-AMOUNT(WS-SM-FOUND)
               END-IF
           END-IF
           IF WS-SM-FOUND > 0
               ADD 1 TO WS-SM-COUNT(WS-SM-FOUND)
               ADD WS-RH-AMOUNT(WS-RH-IDX) TO WS-SM-AMOUNT(WS-SM-FOUND)
           END-IF.

       6200-REPORT-SECTION.
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT-USED
               IF WS-SM-KIND(WS-SM-IDX) = WS-SM-KIND-IN
                   MOVE WS-SM-COUNT(WS-SM-IDX) TO WS-DISP-CT
                   MOVE WS-SM-AMOUNT(WS-SM-IDX) TO WS-DISP-AMT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-SM-KEY(WS-SM-IDX) DELIMITED BY SIZE
                       "  COUNT " DELIMITED BY SIZE
                       WS-DISP-CT DELIMITED BY SIZE
                       "  AMOUNT " DELIMITED BY SIZE
                       WS-DISP-AMT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   WRITE REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       9000-CLOSE-FILES.
           CLOSE REQUEST-FILE
           CLOSE HISTORY-FILE
           CLOSE POSTING-FILE
           CLOSE APPROVAL-FILE
           CLOSE REPORT-FILE
           DISPLAY "========================================"
           DISPLAY "   FEE REFUND PROCESSING"
           DISPLAY "========================================"
           MOVE WS-POSTED-CT TO WS-DISP-CT
           DISPLAY "POSTED:      " WS-DISP-CT
           MOVE WS-POSTED-AMT TO WS-DISP-AMT
           DISPLAY "AMOUNT:      " WS-DISP-AMT
           MOVE WS-QUEUED-CT TO WS-DISP-CT
           DISPLAY "TO OFFICER:  " WS-DISP-CT
           MOVE WS-REJECT-CT TO WS-DISP-CT
           DISPLAY "REJECTED:    " WS-DISP-CT.
