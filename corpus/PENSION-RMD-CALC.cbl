           SELECT SCHED-FILE ASSIGN TO 'RMDSCHED.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT DIST-HIST-FILE ASSIGN TO 'DISTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AR-DIST-FREQ            PIC X(1).
           05 AR-FED-WH-PCT           PIC 9(2)V99.
           05 AR-ST-WH-PCT            PIC 9(2)V99.
           05 AR-TAX-ID               PIC X(9).
           05 AR-STATE-CODE           PIC X(2).

       FD RMD-FILE.
       01 RMD-RECORD.
           05 SC-STATE-WH             PIC S9(9)V99.
           05 SC-NET-AMT              PIC S9(11)V99.

       FD DIST-HIST-FILE.
       01 DIST-HIST-RECORD.
           05 DH-RCP-ID               PIC X(10).
           05 DH-RCP-TIN              PIC X(9).
           05 DH-RCP-NAME             PIC X(30).
           05 DH-ACCT-ID              PIC X(12).
           05 DH-DIST-DATE            PIC 9(8).
           05 DH-SOURCE               PIC X(4).
           05 DH-ENTRY-TYPE           PIC X(1).
           05 DH-GROSS                PIC 9(11)V99.
           05 DH-TAXABLE              PIC 9(11)V99.
           05 DH-TAX-NOT-DET          PIC X(1).
           05 DH-EMP-CONTRIB          PIC 9(11)V99.
           05 DH-FED-WH               PIC 9(9)V99.
           05 DH-STATE-WH             PIC 9(9)V99.
           05 DH-STATE-CODE           PIC X(2).
           05 DH-DIST-CODE            PIC X(2).
           05 DH-IRA-FLAG             PIC X(1).
           05 FILLER                  PIC X(9).

       WORKING-STORAGE SECTION.

       01 WS-ACCT-STATUS              PIC X(2).
       01 WS-RMD-STATUS               PIC X(2).
       01 WS-OWN-STATUS               PIC X(2).
       01 WS-SCH-STATUS               PIC X(2).
       01 WS-DH-STATUS                PIC X(2).
       01 WS-DH-LOGGED-CT             PIC 9(5) VALUE 0.
       01 WS-DH-SKIP-CT               PIC 9(5) VALUE 0.
       01 WS-DH-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-DH-EOF               VALUE 'Y'.
       01 WS-PAID-TABLE.
           05 WS-PD-ACCT-ID OCCURS 500 PIC X(12).
       01 WS-PD-COUNT                 PIC 9(3) VALUE 0.
       01 WS-PD-IDX                   PIC 9(3).
       01 WS-PD-FOUND                 PIC X.
       01 WS-OWN-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-OWN-EOF              VALUE 'Y'.
       01 WS-OWNER-TABLE.
       01 WS-SCHED-WORK.
           05 WS-RUN-DATE             PIC 9(8).
           05 WS-RUN-MONTH            PIC 9(2).
           05 WS-RUN-YEAR             PIC 9(4).
           05 WS-DUE-MONTH            PIC 9(2).
           05 WS-QTR-NUM              PIC 9(2).
           05 WS-PER-DIST             PIC S9(11)V99 COMP-3.
           05 WS-DIST-COUNT           PIC 9(2).
           05 WS-DIST-IDX             PIC 9(2).
       1100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           OPEN INPUT ACCT-FILE
           OPEN OUTPUT RMD-FILE
           OPEN OUTPUT SCHED-FILE
           PERFORM 1150-LOAD-PAID-TODAY
           OPEN EXTEND DIST-HIST-FILE
           IF WS-DH-STATUS = '35'
               OPEN OUTPUT DIST-HIST-FILE
           END-IF.

      *    ACCOUNTS ALREADY IN THE DISTRIBUTION HISTORY FOR THE RUN
      *    DATE WERE PAID BY AN EARLIER RUN TODAY AND ARE NOT LOGGED
      *    A SECOND TIME.
       1150-LOAD-PAID-TODAY.
           MOVE 'N' TO WS-DH-EOF-FLAG
           OPEN INPUT DIST-HIST-FILE
           IF WS-DH-STATUS NOT = '00'
               MOVE 'Y' TO WS-DH-EOF-FLAG
           END-IF
           PERFORM 1160-READ-PAID UNTIL WS-DH-EOF
           IF WS-DH-STATUS = '00' OR WS-DH-STATUS = '10'
               CLOSE DIST-HIST-FILE
           END-IF.

       1160-READ-PAID.
           READ DIST-HIST-FILE
               AT END SET WS-DH-EOF TO TRUE
               NOT AT END
                   IF DH-DIST-DATE = WS-RUN-DATE
                       AND DH-SOURCE = 'RMD '
                       AND WS-PD-COUNT < 500
                       ADD 1 TO WS-PD-COUNT
                       MOVE DH-ACCT-ID TO WS-PD-ACCT-ID(WS-PD-COUNT)
                   END-IF
           END-READ.

       1200-READ-FIRST.
           READ ACCT-FILE
           IF WS-REMAINING <= 0
               GO TO 2600-EXIT
           END-IF
      *    DISTRIBUTIONS FALL DUE ON THE 1ST OF THE MONTH (MONTHLY),
      *    OF JAN/APR/JUL/OCT (QUARTERLY) OR OF DECEMBER (ANNUAL).
      *    THE SCHEDULE STARTS AT THE NEXT DUE DATE ON OR AFTER THE
      *    RUN DATE; WITH NONE LEFT IN THE YEAR THE REMAINDER FALLS
      *    DUE ON 12/31, THE RMD DEADLINE.
           MOVE WS-RUN-MONTH TO WS-DUE-MONTH
           IF WS-RUN-DATE(7:2) NOT = '01'
               ADD 1 TO WS-DUE-MONTH
           END-IF
           EVALUATE AR-DIST-FREQ
               WHEN 'M'
                   COMPUTE WS-DIST-COUNT =
                       13 - WS-DUE-MONTH
               WHEN 'Q'
                   ADD 1 TO WS-DUE-MONTH
                   DIVIDE WS-DUE-MONTH BY 3 GIVING WS-QTR-NUM
                   COMPUTE WS-DUE-MONTH = WS-QTR-NUM * 3 + 1
                   COMPUTE WS-DIST-COUNT =
                       (15 - WS-DUE-MONTH) / 3
               WHEN OTHER
                   IF WS-DUE-MONTH > 12
                       MOVE 0 TO WS-DIST-COUNT
                   ELSE
                       MOVE 12 TO WS-DUE-MONTH
                       MOVE 1 TO WS-DIST-COUNT
                   END-IF
           END-EVALUATE
           IF WS-DIST-COUNT < 1
               MOVE 1 TO WS-DIST-COUNT
               COMPUTE WS-DIST-DATE = WS-RUN-YEAR * 10000 + 1231
           ELSE
               COMPUTE WS-DIST-DATE =
                   WS-RUN-YEAR * 10000 + WS-DUE-MONTH * 100 + 1
           END-IF
           COMPUTE WS-PER-DIST ROUNDED =
               WS-REMAINING / WS-DIST-COUNT
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
               UNTIL WS-DIST-IDX > WS-DIST-COUNT
               COMPUTE WS-FED-WH ROUNDED =
                   WS-PER-DIST - WS-FED-WH - WS-ST-WH
               WRITE SCHED-RECORD
               ADD 1 TO WS-SCHED-CT
               IF WS-DIST-DATE = WS-RUN-DATE
                   PERFORM 2700-LOG-DISTRIBUTION THRU 2700-EXIT
               END-IF
               EVALUATE AR-DIST-FREQ
                   WHEN 'M'
                       ADD 100 TO WS-DIST-DATE
       2600-EXIT.
           EXIT.

      *    THE DISTRIBUTION FALLING DUE ON THE RUN DATE IS PAID THIS
      *    CYCLE AND GOES TO THE 1099-R DISTRIBUTION HISTORY.  IRA
      *    DISTRIBUTIONS ARE REPORTED FULLY TAXABLE WITH THE TAXABLE
      *    AMOUNT NOT DETERMINED BOX CHECKED.
       2700-LOG-DISTRIBUTION.
           MOVE 'N' TO WS-PD-FOUND
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               OR WS-PD-FOUND = 'Y'
               IF WS-PD-ACCT-ID(WS-PD-IDX) = AR-ACCT-ID
                   MOVE 'Y' TO WS-PD-FOUND
               END-IF
           END-PERFORM
           IF WS-PD-FOUND = 'Y'
               ADD 1 TO WS-DH-SKIP-CT
               GO TO 2700-EXIT
           END-IF
           MOVE SPACES TO DIST-HIST-RECORD
           MOVE AR-OWNER-ID TO DH-RCP-ID
           MOVE AR-TAX-ID TO DH-RCP-TIN
           MOVE AR-PARTICIPANT-NAME TO DH-RCP-NAME
           MOVE AR-ACCT-ID TO DH-ACCT-ID
           MOVE WS-DIST-DATE TO DH-DIST-DATE
           MOVE 'RMD ' TO DH-SOURCE
           MOVE 'D' TO DH-ENTRY-TYPE
           MOVE WS-PER-DIST TO DH-GROSS
           MOVE WS-PER-DIST TO DH-TAXABLE
           MOVE 0 TO DH-EMP-CONTRIB
           MOVE WS-FED-WH TO DH-FED-WH
           MOVE WS-ST-WH TO DH-STATE-WH
           MOVE AR-STATE-CODE TO DH-STATE-CODE
           MOVE '7 ' TO DH-DIST-CODE
           IF AR-TRAD-IRA OR AR-SEP-IRA OR AR-SIMPLE-IRA
               MOVE 'Y' TO DH-TAX-NOT-DET
               MOVE 'Y' TO DH-IRA-FLAG
           ELSE
               MOVE 'N' TO DH-TAX-NOT-DET
               MOVE 'N' TO DH-IRA-FLAG
           END-IF
           WRITE DIST-HIST-RECORD
           ADD 1 TO WS-DH-LOGGED-CT.
       2700-EXIT.
           EXIT.

       3000-CLOSE-FILES.
           CLOSE ACCT-FILE
           CLOSE RMD-FILE
           CLOSE SCHED-FILE
           CLOSE DIST-HIST-FILE.

       3500-Q4-SHORTFALL-REPORT.
           IF WS-RUN-MONTH < 10
           DISPLAY 'SHORTFALL:         ' WS-SHORTFALL-COUNT
           DISPLAY 'TOTAL RMD AMOUNT:  ' WS-TOTAL-RMD
           DISPLAY 'OWNERS AGGREGATED: ' WS-OW-COUNT
           DISPLAY 'DISTS SCHEDULED:   ' WS-SCHED-CT
           DISPLAY 'DISTS PAID/LOGGED: ' WS-DH-LOGGED-CT
           DISPLAY 'ALREADY LOGGED:    ' WS-DH-SKIP-CT.
