       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SCRA-STATUS.
      *================================================================*
      * Servicemembers Civil Relief Act status and compliance report   *
      * Maintains the servicemember status file SCRASTAT.DAT, one      *
      * record per protected loan account, from:                       *
      *   SCRADMDC.DAT - periodic DMDC batch match of the loan         *
      *                  portfolio (active duty start and end dates)   *
      *   SCRAREQ.DAT  - customer requests: O military orders,         *
      *                  E end of service notice, C court order        *
      *                  authorising foreclosure or repossession       *
      * A debt is protected only when it was incurred before active    *
      * duty began.  Protection runs from the active duty start date   *
      * to the end of service, and for one year after for a mortgage.  *
      * A request with orders must be received within 180 days of the  *
      * end of service.                                                *
      * The lending programs read SCRASTAT.DAT to cap interest at 6%,  *
      * suppress late fees and block enforcement, and log every        *
      * adjustment to SCRAADJ.DAT.  This run then prints the           *
      * compliance report SCRARPT.DAT of the adjustments made on each  *
      * protected account.  If the status table cannot hold every      *
      * account on file plus the new ones, SCRASTAT.DAT is left as it  *
      * was and the run ends with return code 16.                      *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO 'SCRASTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STA-STATUS.
           SELECT DMDC-FILE ASSIGN TO 'SCRADMDC.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT REQUEST-FILE ASSIGN TO 'SCRAREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT ADJ-FILE ASSIGN TO 'SCRAADJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SCRARPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATUS-FILE.
       01 STATUS-RECORD.
           05 SC-ACCT-NUM             PIC X(12).
           05 SC-TIN                  PIC X(9).
           05 SC-NAME                 PIC X(30).
           05 SC-PRODUCT              PIC X(1).
               88 SC-MORTGAGE         VALUE 'M'.
           05 SC-SOURCE               PIC X(1).
               88 SC-FROM-DMDC        VALUE 'D'.
               88 SC-FROM-ORDERS      VALUE 'O'.
           05 SC-ORIG-DATE            PIC 9(8).
           05 SC-AD-START             PIC 9(8).
           05 SC-AD-END               PIC 9(8).
           05 SC-PROTECT-END          PIC 9(8).
           05 SC-ELIGIBLE             PIC X(1).
           05 SC-COURT-ORDER          PIC X(1).
           05 SC-VERIFIED             PIC 9(8).
           05 FILLER                  PIC X(6).
       FD DMDC-FILE.
       01 DMDC-RECORD.
           05 DM-ACCT-NUM             PIC X(12).
           05 DM-TIN                  PIC X(9).
           05 DM-NAME                 PIC X(30).
           05 DM-PRODUCT              PIC X(1).
           05 DM-ORIG-DATE            PIC 9(8).
           05 DM-MATCH-DATE           PIC 9(8).
           05 DM-ACTIVE               PIC X(1).
               88 DM-ON-ACTIVE-DUTY   VALUE 'Y'.
           05 DM-AD-START             PIC 9(8).
           05 DM-AD-END               PIC 9(8).
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 RQ-ACCT-NUM             PIC X(12).
           05 RQ-TIN                  PIC X(9).
           05 RQ-NAME                 PIC X(30).
           05 RQ-PRODUCT              PIC X(1).
           05 RQ-ORIG-DATE            PIC 9(8).
           05 RQ-TYPE                 PIC X(1).
               88 RQ-ORDERS           VALUE 'O'.
               88 RQ-END-OF-SERVICE   VALUE 'E'.
               88 RQ-COURT-ORDER      VALUE 'C'.
           05 RQ-RECV-DATE            PIC 9(8).
           05 RQ-AD-START             PIC 9(8).
           05 RQ-AD-END               PIC 9(8).
       FD ADJ-FILE.
       01 ADJ-RECORD.
           05 SA-ACCT-NUM             PIC X(12).
           05 SA-ADJ-DATE             PIC 9(8).
           05 SA-RUN-DATE             PIC 9(8).
           05 SA-ADJ-TYPE             PIC X(2).
           05 SA-AMOUNT               PIC 9(9)V99.
           05 SA-ORIG-RATE            PIC 9(2)V9(4).
           05 SA-CAP-RATE             PIC 9(2)V9(4).
           05 SA-AD-START             PIC 9(8).
           05 SA-REF                  PIC X(10).
           05 FILLER                  PIC X(9).
       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-STA-STATUS               PIC X(2).
       01 WS-DM-STATUS                PIC X(2).
       01 WS-RQ-STATUS                PIC X(2).
       01 WS-ADJ-STATUS               PIC X(2).
       01 WS-RPT-STATUS               PIC X(2).
       01 WS-EOF-FLAG                 PIC X(1) VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-SEARCH-ACCT              PIC X(12).
       01 WS-REQ-DAYS                 PIC S9(5) COMP-3.
       01 WS-REQ-WINDOW               PIC S9(5) COMP-3 VALUE 180.
      *    SERVICEMEMBER STATUS - ONE ROW PER PROTECTED ACCOUNT
       01 WS-STATUS-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-DATA.
                   15 WS-ST-ACCT-NUM  PIC X(12).
                   15 WS-ST-TIN       PIC X(9).
                   15 WS-ST-NAME      PIC X(30).
                   15 WS-ST-PRODUCT   PIC X(1).
                   15 WS-ST-SOURCE    PIC X(1).
                   15 WS-ST-ORIG-DATE PIC 9(8).
                   15 WS-ST-AD-START  PIC 9(8).
                   15 WS-ST-AD-END    PIC 9(8).
                   15 WS-ST-PROTECT-END PIC 9(8).
                   15 WS-ST-ELIGIBLE  PIC X(1).
                   15 WS-ST-COURT-ORDER PIC X(1).
                   15 WS-ST-VERIFIED  PIC 9(8).
                   15 FILLER          PIC X(6).
       01 WS-ST-COUNT                 PIC 9(4) COMP VALUE 0.
       01 WS-ST-IDX                   PIC 9(4) COMP VALUE 0.
       01 WS-ST-CUR                   PIC 9(4) COMP VALUE 0.
       01 WS-ST-FULL-FLAG             PIC X(1) VALUE 'N'.
           88 WS-ST-TABLE-FULL        VALUE 'Y'.
       01 WS-END-DATE                 PIC 9(8).
       01 WS-END-DATE-R REDEFINES WS-END-DATE.
           05 WS-END-YYYY             PIC 9(4).
           05 WS-END-MMDD             PIC 9(4).
      *    ADJUSTMENTS LOGGED BY THE LENDING PROGRAMS AND REPORTED
       01 WS-AJ-COUNT                 PIC 9(7) COMP VALUE 0.
       01 WS-COUNTERS.
           05 WS-DM-READ              PIC S9(7) COMP-3 VALUE 0.
           05 WS-DM-MATCHED           PIC S9(7) COMP-3 VALUE 0.
           05 WS-RQ-READ              PIC S9(7) COMP-3 VALUE 0.
           05 WS-RQ-REJECTED          PIC S9(7) COMP-3 VALUE 0.
           05 WS-NEW-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-ACTIVE-COUNT         PIC S9(7) COMP-3 VALUE 0.
           05 WS-INELIGIBLE-COUNT     PIC S9(7) COMP-3 VALUE 0.
       01 WS-ACCT-TOTALS.
           05 WS-AT-INT-FORGIVEN      PIC S9(9)V99 COMP-3.
           05 WS-AT-FEES-SUPPRESSED   PIC S9(9)V99 COMP-3.
           05 WS-AT-BLOCKED           PIC S9(5) COMP-3.
           05 WS-AT-LINES             PIC S9(5) COMP-3.
       01 WS-GRAND-TOTALS.
           05 WS-GT-INT-FORGIVEN      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-GT-FEES-SUPPRESSED   PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-GT-BLOCKED           PIC S9(7) COMP-3 VALUE 0.
       01 WS-ADJ-DESC                 PIC X(28).
       01 WS-RPT-LINE                 PIC X(100).
       01 WS-DISP-AMT                 PIC -$$$,$$$,$$9.99.
       01 WS-DISP-RATE                PIC Z9.9999.
       01 WS-DISP-RATE2               PIC Z9.9999.
       01 WS-DISP-CT                  PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-STATUS
           PERFORM 2000-APPLY-DMDC
           PERFORM 3000-APPLY-REQUESTS
      *    A row left out of the table would lose its protection
      *    when the status file is rewritten
           IF WS-ST-TABLE-FULL
               DISPLAY 'SCRA STATUS NOT UPDATED - TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-DERIVE-PROTECTION
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           PERFORM 5000-WRITE-STATUS
           PERFORM 6000-COMPLIANCE-REPORT
           PERFORM 9000-DISPLAY-SUMMARY
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-AJ-COUNT.
       1100-LOAD-STATUS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT STATUS-FILE
           IF WS-STA-STATUS NOT = '00'
               DISPLAY 'NO SERVICEMEMBER STATUS ON FILE - STARTING NEW'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-STATUS UNTIL WS-EOF
           IF WS-STA-STATUS = '00' OR WS-STA-STATUS = '10'
               CLOSE STATUS-FILE
           END-IF.
       1110-READ-STATUS.
           READ STATUS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-ST-COUNT < 2000
                       ADD 1 TO WS-ST-COUNT
                       MOVE STATUS-RECORD TO WS-ST-DATA(WS-ST-COUNT)
                   ELSE
                       DISPLAY 'STATUS TABLE FULL AT ' SC-ACCT-NUM
                       MOVE 'Y' TO WS-ST-FULL-FLAG
                   END-IF
           END-READ.
      *    THE DMDC MATCH RETURNS EVERY PORTFOLIO ACCOUNT THAT MATCHED -
      *    ON ACTIVE DUTY, OR OFF ACTIVE DUTY WITH THE DATE SERVICE
      *    ENDED
       2000-APPLY-DMDC.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DMDC-FILE
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'NO DMDC MATCH FILE THIS RUN'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2100-READ-DMDC UNTIL WS-EOF
           IF WS-DM-STATUS = '00' OR WS-DM-STATUS = '10'
               CLOSE DMDC-FILE
           END-IF.
       2100-READ-DMDC.
           READ DMDC-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DM-READ
                   PERFORM 2200-POST-DMDC
           END-READ.
       2200-POST-DMDC.
           MOVE DM-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM 7000-FIND-STATUS
           IF DM-ON-ACTIVE-DUTY
               IF WS-ST-CUR = 0
                   PERFORM 7100-ADD-STATUS
                   IF WS-ST-CUR > 0
                       MOVE 'D' TO WS-ST-SOURCE(WS-ST-CUR)
                   END-IF
               END-IF
               IF WS-ST-CUR > 0
                   ADD 1 TO WS-DM-MATCHED
                   MOVE DM-TIN TO WS-ST-TIN(WS-ST-CUR)
                   MOVE DM-NAME TO WS-ST-NAME(WS-ST-CUR)
                   MOVE DM-PRODUCT TO WS-ST-PRODUCT(WS-ST-CUR)
                   MOVE DM-ORIG-DATE TO WS-ST-ORIG-DATE(WS-ST-CUR)
                   IF WS-ST-AD-START(WS-ST-CUR) = 0
                      OR DM-AD-START < WS-ST-AD-START(WS-ST-CUR)
                      OR (WS-ST-AD-END(WS-ST-CUR) > 0
                      AND DM-AD-START > WS-ST-AD-END(WS-ST-CUR))
                       MOVE DM-AD-START TO WS-ST-AD-START(WS-ST-CUR)
                       MOVE 'N' TO WS-ST-COURT-ORDER(WS-ST-CUR)
                   END-IF
                   MOVE 0 TO WS-ST-AD-END(WS-ST-CUR)
                   MOVE DM-MATCH-DATE TO WS-ST-VERIFIED(WS-ST-CUR)
               END-IF
           ELSE
               IF WS-ST-CUR > 0 AND DM-AD-END > 0
                   ADD 1 TO WS-DM-MATCHED
                   MOVE DM-AD-END TO WS-ST-AD-END(WS-ST-CUR)
                   MOVE DM-MATCH-DATE TO WS-ST-VERIFIED(WS-ST-CUR)
               END-IF
           END-IF.
       3000-APPLY-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-RQ-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER SCRA REQUESTS THIS RUN'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 3100-READ-REQUEST UNTIL WS-EOF
           IF WS-RQ-STATUS = '00' OR WS-RQ-STATUS = '10'
               CLOSE REQUEST-FILE
           END-IF.
       3100-READ-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RQ-READ
                   PERFORM 3200-POST-REQUEST
           END-READ.
       3200-POST-REQUEST.
           MOVE RQ-ACCT-NUM TO WS-SEARCH-ACCT
           PERFORM 7000-FIND-STATUS
           EVALUATE TRUE
               WHEN RQ-ORDERS
                   PERFORM 3300-POST-ORDERS
               WHEN RQ-END-OF-SERVICE
                   IF WS-ST-CUR = 0
                       ADD 1 TO WS-RQ-REJECTED
                       DISPLAY 'END OF SERVICE FOR ACCOUNT NOT ON FILE '
                           RQ-ACCT-NUM
                   ELSE
                       MOVE RQ-AD-END TO WS-ST-AD-END(WS-ST-CUR)
                   END-IF
               WHEN RQ-COURT-ORDER
                   IF WS-ST-CUR = 0
                       ADD 1 TO WS-RQ-REJECTED
                       DISPLAY 'COURT ORDER FOR ACCOUNT NOT ON FILE '
                           RQ-ACCT-NUM
                   ELSE
                       MOVE 'Y' TO WS-ST-COURT-ORDER(WS-ST-CUR)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RQ-REJECTED
                   DISPLAY 'INVALID SCRA REQUEST TYPE ' RQ-TYPE
                       ' ACCOUNT ' RQ-ACCT-NUM
           END-EVALUATE.
       3300-POST-ORDERS.
           MOVE 0 TO WS-REQ-DAYS
           IF RQ-AD-END > 0 AND RQ-RECV-DATE > RQ-AD-END
               COMPUTE WS-REQ-DAYS =
                   FUNCTION INTEGER-OF-DATE(RQ-RECV-DATE) -
                   FUNCTION INTEGER-OF-DATE(RQ-AD-END)
           END-IF
           IF WS-REQ-DAYS > WS-REQ-WINDOW
               ADD 1 TO WS-RQ-REJECTED
               DISPLAY 'ORDERS RECEIVED MORE THAN 180 DAYS AFTER '
                   'SERVICE ENDED ' RQ-ACCT-NUM
           ELSE
               IF WS-ST-CUR = 0
                   PERFORM 7100-ADD-STATUS
                   IF WS-ST-CUR > 0
                       MOVE 'O' TO WS-ST-SOURCE(WS-ST-CUR)
                   END-IF
               END-IF
               IF WS-ST-CUR > 0
                   MOVE RQ-TIN TO WS-ST-TIN(WS-ST-CUR)
                   MOVE RQ-NAME TO WS-ST-NAME(WS-ST-CUR)
                   MOVE RQ-PRODUCT TO WS-ST-PRODUCT(WS-ST-CUR)
                   MOVE RQ-ORIG-DATE TO WS-ST-ORIG-DATE(WS-ST-CUR)
                   IF WS-ST-AD-START(WS-ST-CUR) = 0
                      OR RQ-AD-START < WS-ST-AD-START(WS-ST-CUR)
                       MOVE RQ-AD-START TO WS-ST-AD-START(WS-ST-CUR)
                   END-IF
                   MOVE RQ-AD-END TO WS-ST-AD-END(WS-ST-CUR)
                   MOVE RQ-RECV-DATE TO WS-ST-VERIFIED(WS-ST-CUR)
               END-IF
           END-IF.
      *    ONLY DEBT INCURRED BEFORE SERVICE IS PROTECTED.  THE
      *    PROTECTED PERIOD IS OPEN WHILE SERVICE CONTINUES.
       4000-DERIVE-PROTECTION.
           IF WS-ST-ORIG-DATE(WS-ST-IDX) = 0
              OR WS-ST-ORIG-DATE(WS-ST-IDX) < WS-ST-AD-START(WS-ST-IDX)
               MOVE 'Y' TO WS-ST-ELIGIBLE(WS-ST-IDX)
           ELSE
               MOVE 'N' TO WS-ST-ELIGIBLE(WS-ST-IDX)
               ADD 1 TO WS-INELIGIBLE-COUNT
           END-IF
           IF WS-ST-COURT-ORDER(WS-ST-IDX) NOT = 'Y'
               MOVE 'N' TO WS-ST-COURT-ORDER(WS-ST-IDX)
           END-IF
           IF WS-ST-AD-END(WS-ST-IDX) = 0
               MOVE 99999999 TO WS-ST-PROTECT-END(WS-ST-IDX)
           ELSE
               IF WS-ST-PRODUCT(WS-ST-IDX) = 'M'
      *            ONE YEAR ON FROM FEB 29 IS FEB 28
                   MOVE WS-ST-AD-END(WS-ST-IDX) TO WS-END-DATE
                   ADD 1 TO WS-END-YYYY
                   IF WS-END-MMDD = 0229
                       MOVE 0228 TO WS-END-MMDD
                   END-IF
                   MOVE WS-END-DATE TO WS-ST-PROTECT-END(WS-ST-IDX)
               ELSE
                   MOVE WS-ST-AD-END(WS-ST-IDX)
                       TO WS-ST-PROTECT-END(WS-ST-IDX)
               END-IF
           END-IF
           IF WS-ST-ELIGIBLE(WS-ST-IDX) = 'Y'
              AND WS-ST-AD-START(WS-ST-IDX) <= WS-RUN-DATE
              AND WS-ST-PROTECT-END(WS-ST-IDX) >= WS-RUN-DATE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
       5000-WRITE-STATUS.
           OPEN OUTPUT STATUS-FILE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
               WRITE STATUS-RECORD FROM WS-ST-DATA(WS-ST-IDX)
           END-PERFORM
           CLOSE STATUS-FILE.
      *    SCRAADJ.DAT IS READ THROUGH ONCE PER PROTECTED ACCOUNT AND
      *    EACH ADJUSTMENT IS TOTALLED AS IT IS READ
       6000-COMPLIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SCRA COMPLIANCE REPORT - ADJUSTMENTS BY ACCOUNT'
               '      RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           PERFORM 6200-REPORT-ACCOUNT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GT-INT-FORGIVEN TO WS-DISP-AMT
           STRING 'ALL ACCOUNTS  INTEREST FORGIVEN ' WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GT-FEES-SUPPRESSED TO WS-DISP-AMT
           MOVE WS-GT-BLOCKED TO WS-DISP-CT
           STRING '              LATE FEES SUPPRESSED ' WS-DISP-AMT
               '  ENFORCEMENT BLOCKED ' WS-DISP-CT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           CLOSE REPORT-FILE.
       6100-READ-ADJUSTMENT.
           READ ADJ-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF SA-ACCT-NUM = WS-ST-ACCT-NUM(WS-ST-IDX)
                       PERFORM 6300-REPORT-ADJUSTMENT
                   END-IF
           END-READ.
       6200-REPORT-ACCOUNT.
           MOVE 0 TO WS-AT-INT-FORGIVEN
           MOVE 0 TO WS-AT-FEES-SUPPRESSED
           MOVE 0 TO WS-AT-BLOCKED
           MOVE 0 TO WS-AT-LINES
           MOVE SPACES TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCOUNT ' WS-ST-ACCT-NUM(WS-ST-IDX)
               '  ' WS-ST-NAME(WS-ST-IDX)
               '  PRODUCT ' WS-ST-PRODUCT(WS-ST-IDX)
               '  SOURCE ' WS-ST-SOURCE(WS-ST-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ACTIVE DUTY ' WS-ST-AD-START(WS-ST-IDX)
               ' TO ' WS-ST-AD-END(WS-ST-IDX)
               '  PROTECTED THROUGH ' WS-ST-PROTECT-END(WS-ST-IDX)
               '  COURT ORDER ' WS-ST-COURT-ORDER(WS-ST-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-ST-ELIGIBLE(WS-ST-IDX) NOT = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING '  NOT PROTECTED - OBLIGATION OPENED '
                   WS-ST-ORIG-DATE(WS-ST-IDX)
                   ' DURING SERVICE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 6100-READ-ADJUSTMENT UNTIL WS-EOF
           IF WS-ADJ-STATUS = '00' OR WS-ADJ-STATUS = '10'
               CLOSE ADJ-FILE
           END-IF
           IF WS-AT-LINES = 0
               MOVE '  NO ADJUSTMENTS MADE' TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-AT-INT-FORGIVEN TO WS-DISP-AMT
               STRING '  TOTAL INTEREST FORGIVEN ' WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-AT-FEES-SUPPRESSED TO WS-DISP-AMT
               MOVE WS-AT-BLOCKED TO WS-DISP-CT
               STRING '  TOTAL FEES SUPPRESSED   ' WS-DISP-AMT
                   '  ENFORCEMENT BLOCKED ' WS-DISP-CT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           ADD WS-AT-INT-FORGIVEN TO WS-GT-INT-FORGIVEN
           ADD WS-AT-FEES-SUPPRESSED TO WS-GT-FEES-SUPPRESSED
           ADD WS-AT-BLOCKED TO WS-GT-BLOCKED.
       6300-REPORT-ADJUSTMENT.
           ADD 1 TO WS-AT-LINES
           ADD 1 TO WS-AJ-COUNT
           EVALUATE SA-ADJ-TYPE
               WHEN 'RI'
                   MOVE 'INTEREST REFUND TO AD START'
                       TO WS-ADJ-DESC
                   ADD SA-AMOUNT TO WS-AT-INT-FORGIVEN
               WHEN 'IC'
                   MOVE 'INTEREST CAPPED AT 6%' TO WS-ADJ-DESC
                   ADD SA-AMOUNT TO WS-AT-INT-FORGIVEN
               WHEN 'LF'
                   MOVE 'LATE FEE SUPPRESSED' TO WS-ADJ-DESC
                   ADD SA-AMOUNT TO WS-AT-FEES-SUPPRESSED
               WHEN 'FB'
                   MOVE 'FORECLOSURE/REPO BLOCKED' TO WS-ADJ-DESC
                   ADD 1 TO WS-AT-BLOCKED
               WHEN OTHER
                   MOVE 'OTHER ADJUSTMENT' TO WS-ADJ-DESC
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           MOVE SA-AMOUNT TO WS-DISP-AMT
           MOVE SA-ORIG-RATE TO WS-DISP-RATE
           MOVE SA-CAP-RATE TO WS-DISP-RATE2
           STRING '    ' SA-ADJ-DATE
               ' ' WS-ADJ-DESC
               ' ' SA-REF
               ' ' WS-DISP-RATE ' ' WS-DISP-RATE2
               ' ' WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       7000-FIND-STATUS.
           MOVE 0 TO WS-ST-CUR
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-CUR > 0
               IF WS-ST-ACCT-NUM(WS-ST-IDX) = WS-SEARCH-ACCT
                   MOVE WS-ST-IDX TO WS-ST-CUR
               END-IF
           END-PERFORM.
       7100-ADD-STATUS.
           IF WS-ST-COUNT < 2000
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-CUR
               MOVE SPACES TO WS-ST-DATA(WS-ST-CUR)
               MOVE WS-SEARCH-ACCT TO WS-ST-ACCT-NUM(WS-ST-CUR)
               MOVE 0 TO WS-ST-ORIG-DATE(WS-ST-CUR)
               MOVE 0 TO WS-ST-AD-START(WS-ST-CUR)
               MOVE 0 TO WS-ST-AD-END(WS-ST-CUR)
               MOVE 0 TO WS-ST-PROTECT-END(WS-ST-CUR)
               MOVE 0 TO WS-ST-VERIFIED(WS-ST-CUR)
               MOVE 'N' TO WS-ST-COURT-ORDER(WS-ST-CUR)
               ADD 1 TO WS-NEW-COUNT
           ELSE
               DISPLAY 'STATUS TABLE FULL - NOT ADDED ' WS-SEARCH-ACCT
               MOVE 'Y' TO WS-ST-FULL-FLAG
           END-IF.
       9000-DISPLAY-SUMMARY.
           DISPLAY 'SCRA SERVICEMEMBER STATUS'
           DISPLAY '========================='
           DISPLAY 'DMDC RECORDS READ:    ' WS-DM-READ
           DISPLAY 'DMDC MATCHES APPLIED: ' WS-DM-MATCHED
           DISPLAY 'REQUESTS READ:        ' WS-RQ-READ
           DISPLAY 'REQUESTS REJECTED:    ' WS-RQ-REJECTED
           DISPLAY 'NEW ACCOUNTS FLAGGED: ' WS-NEW-COUNT
           DISPLAY 'ACCOUNTS ON FILE:     ' WS-ST-COUNT
           DISPLAY 'PROTECTED TODAY:      ' WS-ACTIVE-COUNT
           DISPLAY 'NOT ELIGIBLE:         ' WS-INELIGIBLE-COUNT
           DISPLAY 'ADJUSTMENTS REPORTED: ' WS-AJ-COUNT.
