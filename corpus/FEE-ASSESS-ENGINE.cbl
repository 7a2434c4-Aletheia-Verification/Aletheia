      * Retail Fee Assessment Engine                                   *
      * Calculates maintenance, ATM, wire, and service fees based      *
      * on account tier, applies waivers and relationship discounts.   *
      * Every fee assessed is written to FEEASMT.DAT so a later refund *
      * can be tied back to the original assessment.                   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-FILE ASSIGN TO 'FEEASMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASMT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-FILE.
       01  ASSESS-RECORD.
           05  FA-ACCOUNT-NUM         PIC 9(10).
           05  FA-FEE-CODE            PIC X(4).
           05  FA-FEE-DESC            PIC X(25).
           05  FA-ASSESS-DATE         PIC 9(8).
           05  FA-AMOUNT              PIC S9(5)V99 COMP-3.
       WORKING-STORAGE SECTION.
      *--- Account Info ---
       01  WS-ACCOUNT-NUM             PIC 9(10).
       01  WS-DISP-TOTAL              PIC -$$$,$$9.99.
       01  WS-DISP-BAL                PIC -$$$,$$$,$$$,$$9.99.
       01  WS-DISP-CT                 PIC ZZ9.
      *--- Assessment History ---
       01  WS-ASMT-STATUS             PIC XX.
       01  WS-ASSESS-DATE             PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM 4000-CHECK-WAIVERS
           PERFORM 5000-CALCULATE-NET
           PERFORM 6000-DISPLAY-ASSESSMENT
           PERFORM 7000-RECORD-ASSESSMENTS
           STOP RUN.

       1000-INITIALIZE.
           MOVE WS-NET-FEES TO WS-DISP-TOTAL
           DISPLAY "NET FEES:    " WS-DISP-TOTAL
           DISPLAY "========================================".

       7000-RECORD-ASSESSMENTS.
      *    The discount is taken on the total, so each fee is
      *    recorded at its discounted share.
           ACCEPT WS-ASSESS-DATE FROM DATE YYYYMMDD
           OPEN EXTEND ASSESS-FILE
           IF WS-ASMT-STATUS = "35"
               OPEN OUTPUT ASSESS-FILE
           END-IF
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT-LOADED
               IF WS-FEE-WAIVED(WS-FEE-IDX) = 0
                   AND WS-FEE-ASSESSED(WS-FEE-IDX) > 0
                   MOVE WS-ACCOUNT-NUM TO FA-ACCOUNT-NUM
                   MOVE WS-FEE-CODE(WS-FEE-IDX) TO FA-FEE-CODE
                   MOVE WS-FEE-DESC(WS-FEE-IDX) TO FA-FEE-DESC
                   MOVE WS-ASSESS-DATE TO FA-ASSESS-DATE
                   COMPUTE FA-AMOUNT ROUNDED =
                       WS-FEE-ASSESSED(WS-FEE-IDX)
                       * (100 - WS-DISCOUNT-PCT) / 100
                   WRITE ASSESS-RECORD
               END-IF
           END-PERFORM
           CLOSE ASSESS-FILE.
