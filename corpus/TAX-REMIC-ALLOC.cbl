       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-REMIC-ALLOC.
      *================================================================*
      * REMIC Income Allocation - Quarterly Investor Reporting         *
      * Splits each pool's quarterly income and OID across its         *
      * tranches (REMICPL.DAT / REMICTR.DAT) and allocates every       *
      * tranche to its holders (REMICHLD.DAT).  Regular-interest       *
      * holders get an information statement on REMICREG.DAT with      *
      * interest, OID and the market discount fraction.  Residual      *
      * holders get their Schedule Q taxable income and excess         *
      * inclusion on REMICSCQ.DAT.  Each holder's quarters are kept    *
      * on REMICYTD.DAT, rewritten to REMICYTN.DAT; the fourth         *
      * quarter run writes the annual 1099 and 1066 figures, built     *
      * from the four quarters, to REMICANN.DAT.                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'REMICCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT POOL-FILE ASSIGN TO 'REMICPL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT TRANCHE-FILE ASSIGN TO 'REMICTR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HOLDER-FILE ASSIGN TO 'REMICHLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT YTD-FILE ASSIGN TO 'REMICYTD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT NEW-YTD-FILE ASSIGN TO 'REMICYTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NYTD-STATUS.
           SELECT REGULAR-FILE ASSIGN TO 'REMICREG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT SCHED-Q-FILE ASSIGN TO 'REMICSCQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCQ-STATUS.
           SELECT ANNUAL-FILE ASSIGN TO 'REMICANN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CTL-FILE.
       01 CTL-RECORD.
           05 RC-TAX-YEAR            PIC 9(4).
           05 RC-QUARTER             PIC 9(1).
       FD POOL-FILE.
       01 POOL-RECORD.
           05 RP-POOL-ID             PIC X(10).
           05 RP-TAX-YEAR            PIC 9(4).
           05 RP-QUARTER             PIC 9(1).
           05 RP-TOTAL-INCOME        PIC S9(11)V99 COMP-3.
           05 RP-LT-AFR              PIC S9(2)V9(4) COMP-3.
           05 RP-ACCRUAL-DAYS        PIC 9(3).
       FD TRANCHE-FILE.
       01 TRANCHE-RECORD.
           05 RT-POOL-ID             PIC X(10).
           05 RT-TRANCHE-ID          PIC X(4).
           05 RT-CLASS               PIC X(1).
               88 RT-REGULAR         VALUE 'G'.
               88 RT-RESIDUAL        VALUE 'R'.
           05 RT-PCT                 PIC S9(3)V99 COMP-3.
           05 RT-REMAIN-OID          PIC S9(9)V99 COMP-3.
           05 RT-ADJ-ISSUE-PRICE     PIC S9(11)V99 COMP-3.
       FD HOLDER-FILE.
       01 HOLDER-RECORD.
           05 RH-POOL-ID             PIC X(10).
           05 RH-TRANCHE-ID          PIC X(4).
           05 RH-HOLDER-ID           PIC X(10).
           05 RH-HOLDER-NAME         PIC X(30).
           05 RH-HOLDER-TIN          PIC X(9).
           05 RH-OWN-PCT             PIC S9(3)V9(4) COMP-3.
       FD YTD-FILE.
       01 YTD-RECORD.
           05 RY-POOL-ID             PIC X(10).
           05 RY-TRANCHE-ID          PIC X(4).
           05 RY-HOLDER-ID           PIC X(10).
           05 RY-TAX-YEAR            PIC 9(4).
           05 RY-CLASS               PIC X(1).
           05 RY-HOLDER-NAME         PIC X(30).
           05 RY-HOLDER-TIN          PIC X(9).
           05 RY-QTR OCCURS 4.
               10 RY-QTR-AMT-1       PIC S9(9)V99 COMP-3.
               10 RY-QTR-AMT-2       PIC S9(9)V99 COMP-3.
               10 RY-QTR-PRESENT     PIC X(1).
           05 RY-YTD-AMT-1           PIC S9(11)V99 COMP-3.
           05 RY-YTD-AMT-2           PIC S9(11)V99 COMP-3.
       FD NEW-YTD-FILE.
       01 NEW-YTD-RECORD             PIC X(134).
       FD REGULAR-FILE.
       01 REGULAR-RECORD.
           05 RS-POOL-ID             PIC X(10).
           05 RS-TRANCHE-ID          PIC X(4).
           05 RS-HOLDER-ID           PIC X(10).
           05 RS-HOLDER-NAME         PIC X(30).
           05 RS-HOLDER-TIN          PIC X(9).
           05 RS-TAX-YEAR            PIC 9(4).
           05 RS-QUARTER             PIC 9(1).
           05 RS-QTR-INTEREST        PIC S9(9)V99.
           05 RS-QTR-OID             PIC S9(9)V99.
           05 RS-MKT-DISC-FRACTION   PIC 9V9(6).
           05 RS-YTD-INTEREST        PIC S9(11)V99.
           05 RS-YTD-OID             PIC S9(11)V99.
       FD SCHED-Q-FILE.
       01 SCHED-Q-RECORD.
           05 SQ-POOL-ID             PIC X(10).
           05 SQ-TRANCHE-ID          PIC X(4).
           05 SQ-HOLDER-ID           PIC X(10).
           05 SQ-HOLDER-NAME         PIC X(30).
           05 SQ-HOLDER-TIN          PIC X(9).
           05 SQ-TAX-YEAR            PIC 9(4).
           05 SQ-QUARTER             PIC 9(1).
           05 SQ-OWN-PCT             PIC 9(3)V9(4).
           05 SQ-QTR-TAXABLE         PIC S9(9)V99.
           05 SQ-QTR-DAILY-ACCRUAL   PIC S9(9)V99.
           05 SQ-QTR-EXCESS-INCL     PIC S9(9)V99.
           05 SQ-YTD-TAXABLE         PIC S9(11)V99.
           05 SQ-YTD-EXCESS-INCL     PIC S9(11)V99.
       FD ANNUAL-FILE.
       01 ANNUAL-RECORD.
           05 RA-POOL-ID             PIC X(10).
           05 RA-TRANCHE-ID          PIC X(4).
           05 RA-HOLDER-ID           PIC X(10).
           05 RA-HOLDER-NAME         PIC X(30).
           05 RA-HOLDER-TIN          PIC X(9).
           05 RA-TAX-YEAR            PIC 9(4).
           05 RA-FORM                PIC X(4).
               88 RA-FORM-1099       VALUE '1099'.
               88 RA-FORM-1066       VALUE '1066'.
           05 RA-ANNUAL-AMT-1        PIC S9(11)V99.
           05 RA-ANNUAL-AMT-2        PIC S9(11)V99.
           05 RA-QTRS-REPORTED       PIC 9(1).
           05 RA-TIE-FLAG            PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 WS-CTL-STATUS          PIC XX.
           05 WS-POOL-STATUS         PIC XX.
           05 WS-TRAN-STATUS         PIC XX.
           05 WS-HOLD-STATUS         PIC XX.
           05 WS-YTD-STATUS          PIC XX.
           05 WS-NYTD-STATUS         PIC XX.
           05 WS-REG-STATUS          PIC XX.
           05 WS-SCQ-STATUS          PIC XX.
           05 WS-ANN-STATUS          PIC XX.
       01 WS-EOF-FLAGS.
           05 WS-POOL-EOF-FLAG       PIC X VALUE 'N'.
               88 WS-POOL-EOF        VALUE 'Y'.
           05 WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 WS-TRAN-EOF        VALUE 'Y'.
           05 WS-HOLD-EOF-FLAG       PIC X VALUE 'N'.
               88 WS-HOLD-EOF        VALUE 'Y'.
           05 WS-YTD-EOF-FLAG        PIC X VALUE 'N'.
               88 WS-YTD-EOF         VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(4).
           05 WS-RUN-MONTH           PIC 9(2).
           05 WS-RUN-DAY             PIC 9(2).
       01 WS-REPORT-PERIOD.
           05 WS-TAX-YEAR            PIC 9(4).
           05 WS-QUARTER             PIC 9(1).
               88 WS-FOURTH-QUARTER  VALUE 4.
       01 WS-REMIC-DATA.
           05 WS-POOL-ID             PIC X(10).
           05 WS-TOTAL-INCOME        PIC S9(11)V99 COMP-3.
           05 WS-LT-AFR              PIC S9(2)V9(4) COMP-3.
           05 WS-ACCRUAL-DAYS        PIC 9(3).
       01 WS-TRANCHE-TABLE.
           05 WS-TRANCHE OCCURS 20.
               10 WS-TR-ID           PIC X(4).
               10 WS-TR-PCT          PIC S9(3)V99 COMP-3.
               10 WS-TR-INCOME       PIC S9(9)V99 COMP-3.
               10 WS-TR-OID          PIC S9(7)V99 COMP-3.
               10 WS-TR-NET          PIC S9(9)V99 COMP-3.
               10 WS-TR-CLASS        PIC X(1).
               10 WS-TR-REMAIN-OID   PIC S9(9)V99 COMP-3.
               10 WS-TR-ADJ-PRICE    PIC S9(11)V99 COMP-3.
               10 WS-TR-MD-FRACTION  PIC 9V9(6) COMP-3.
               10 WS-TR-ACCRUAL      PIC S9(9)V99 COMP-3.
               10 WS-TR-EXCESS       PIC S9(9)V99 COMP-3.
       01 WS-TR-IDX                  PIC 9(2).
       01 WS-TRANCHE-COUNT           PIC 9(2).
       01 WS-TOTAL-ALLOC             PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-OID               PIC S9(9)V99 COMP-3.
       01 WS-TOTAL-PCT               PIC S9(3)V99 COMP-3.
       01 WS-BALANCED-FLAG           PIC X VALUE 'N'.
           88 WS-IS-BALANCED         VALUE 'Y'.
      *    ALL TRANCHES FOR ALL POOLS, LOADED FROM REMICTR.DAT
       01 WS-ALL-TRANCHE-TABLE.
           05 WS-AT-ENTRY OCCURS 2000.
               10 WS-AT-POOL-ID      PIC X(10).
               10 WS-AT-TRANCHE-ID   PIC X(4).
               10 WS-AT-CLASS        PIC X(1).
               10 WS-AT-PCT          PIC S9(3)V99 COMP-3.
               10 WS-AT-REMAIN-OID   PIC S9(9)V99 COMP-3.
               10 WS-AT-ADJ-PRICE    PIC S9(11)V99 COMP-3.
       01 WS-AT-COUNT                PIC 9(5) COMP VALUE 0.
       01 WS-AT-IDX                  PIC 9(5) COMP VALUE 0.
      *    ALL HOLDERS FOR ALL POOLS, LOADED FROM REMICHLD.DAT
       01 WS-HOLDER-TABLE.
           05 WS-HL-ENTRY OCCURS 5000.
               10 WS-HL-POOL-ID      PIC X(10).
               10 WS-HL-TRANCHE-ID   PIC X(4).
               10 WS-HL-HOLDER-ID    PIC X(10).
               10 WS-HL-NAME         PIC X(30).
               10 WS-HL-TIN          PIC X(9).
               10 WS-HL-OWN-PCT      PIC S9(3)V9(4) COMP-3.
       01 WS-HL-COUNT                PIC 9(5) COMP VALUE 0.
       01 WS-HL-IDX                  PIC 9(5) COMP VALUE 0.
      *    HOLDER QUARTERS FOR THE TAX YEAR - REMICYTD.DAT
       01 WS-YTD-TABLE.
           05 WS-YT-ENTRY OCCURS 5000.
               10 WS-YT-POOL-ID      PIC X(10).
               10 WS-YT-TRANCHE-ID   PIC X(4).
               10 WS-YT-HOLDER-ID    PIC X(10).
               10 WS-YT-TAX-YEAR     PIC 9(4).
               10 WS-YT-CLASS        PIC X(1).
               10 WS-YT-NAME         PIC X(30).
               10 WS-YT-TIN          PIC X(9).
               10 WS-YT-QTR OCCURS 4.
                   15 WS-YT-QTR-AMT-1 PIC S9(9)V99 COMP-3.
                   15 WS-YT-QTR-AMT-2 PIC S9(9)V99 COMP-3.
                   15 WS-YT-QTR-PRESENT PIC X(1).
               10 WS-YT-YTD-AMT-1    PIC S9(11)V99 COMP-3.
               10 WS-YT-YTD-AMT-2    PIC S9(11)V99 COMP-3.
       01 WS-YT-COUNT                PIC 9(5) COMP VALUE 0.
       01 WS-YT-IDX                  PIC 9(5) COMP VALUE 0.
       01 WS-YT-CUR                  PIC 9(5) COMP VALUE 0.
       01 WS-Q-IDX                   PIC 9(1) VALUE 0.
       01 WS-QTRS-PRESENT            PIC 9(1) VALUE 0.
       01 WS-TIE-AMT-1               PIC S9(11)V99 COMP-3.
       01 WS-TIE-AMT-2               PIC S9(11)V99 COMP-3.
       01 WS-NEW-YTD-RECORD.
           05 WS-NY-POOL-ID          PIC X(10).
           05 WS-NY-TRANCHE-ID       PIC X(4).
           05 WS-NY-HOLDER-ID        PIC X(10).
           05 WS-NY-TAX-YEAR         PIC 9(4).
           05 WS-NY-CLASS            PIC X(1).
           05 WS-NY-NAME             PIC X(30).
           05 WS-NY-TIN              PIC X(9).
           05 WS-NY-QTR OCCURS 4.
               10 WS-NY-QTR-AMT-1    PIC S9(9)V99 COMP-3.
               10 WS-NY-QTR-AMT-2    PIC S9(9)V99 COMP-3.
               10 WS-NY-QTR-PRESENT  PIC X(1).
           05 WS-NY-YTD-AMT-1        PIC S9(11)V99 COMP-3.
           05 WS-NY-YTD-AMT-2        PIC S9(11)V99 COMP-3.
       01 WS-HOLDER-SHARE.
           05 WS-HS-AMT-1            PIC S9(9)V99 COMP-3.
           05 WS-HS-AMT-2            PIC S9(9)V99 COMP-3.
           05 WS-HS-ACCRUAL          PIC S9(9)V99 COMP-3.
       01 WS-COUNTERS.
           05 WS-POOL-COUNT          PIC S9(7) COMP-3 VALUE 0.
           05 WS-POOL-SKIP-COUNT     PIC S9(7) COMP-3 VALUE 0.
           05 WS-REG-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-SCQ-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-ANN-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-UNTIED-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-HOLDER-ERR-COUNT    PIC S9(7) COMP-3 VALUE 0.
           05 WS-DROPPED-YTD-COUNT   PIC S9(7) COMP-3 VALUE 0.
       01 WS-POOL-1066-TOTALS.
           05 WS-1066-TAXABLE        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-1066-EXCESS         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-1099-INTEREST       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-1099-OID            PIC S9(13)V99 COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-START-RUN
           PERFORM 0500-PROCESS-POOL UNTIL WS-POOL-EOF
           PERFORM 6000-WRITE-YTD
               VARYING WS-YT-IDX FROM 1 BY 1
               UNTIL WS-YT-IDX > WS-YT-COUNT
           IF WS-FOURTH-QUARTER
               PERFORM 7000-WRITE-ANNUAL
                   VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > WS-YT-COUNT
           END-IF
           PERFORM 8000-CLOSE-FILES
           PERFORM 9000-RUN-TOTALS
           STOP RUN.
      *    THE REPORTING QUARTER COMES FROM REMICCTL.DAT, OR DEFAULTS
      *    TO THE LAST COMPLETED CALENDAR QUARTER
       0100-START-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-QUARTER = (WS-RUN-MONTH - 1) / 3
           MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           IF WS-QUARTER = 0
               MOVE 4 TO WS-QUARTER
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-QUARTER >= 1 AND RC-QUARTER <= 4
                           MOVE RC-TAX-YEAR TO WS-TAX-YEAR
                           MOVE RC-QUARTER TO WS-QUARTER
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF
           OPEN INPUT TRANCHE-FILE
           IF WS-TRAN-STATUS = '00'
               PERFORM 0200-LOAD-TRANCHES UNTIL WS-TRAN-EOF
               CLOSE TRANCHE-FILE
           ELSE
               DISPLAY 'OPEN TRANCHE FILE FAILED: ' WS-TRAN-STATUS
           END-IF
           OPEN INPUT HOLDER-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM 0300-LOAD-HOLDERS UNTIL WS-HOLD-EOF
               CLOSE HOLDER-FILE
           ELSE
               DISPLAY 'OPEN HOLDER FILE FAILED: ' WS-HOLD-STATUS
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = '00'
               PERFORM 0400-LOAD-YTD UNTIL WS-YTD-EOF
               CLOSE YTD-FILE
           END-IF
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS NOT = '00'
               DISPLAY 'OPEN POOL FILE FAILED: ' WS-POOL-STATUS
               MOVE 'Y' TO WS-POOL-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-YTD-FILE
           OPEN OUTPUT REGULAR-FILE
           OPEN OUTPUT SCHED-Q-FILE
           IF WS-FOURTH-QUARTER
               OPEN OUTPUT ANNUAL-FILE
           END-IF.
       0200-LOAD-TRANCHES.
           READ TRANCHE-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
               NOT AT END
                   IF WS-AT-COUNT < 2000
                       ADD 1 TO WS-AT-COUNT
                       MOVE RT-POOL-ID TO WS-AT-POOL-ID(WS-AT-COUNT)
                       MOVE RT-TRANCHE-ID
                           TO WS-AT-TRANCHE-ID(WS-AT-COUNT)
                       MOVE RT-CLASS TO WS-AT-CLASS(WS-AT-COUNT)
                       MOVE RT-PCT TO WS-AT-PCT(WS-AT-COUNT)
                       MOVE RT-REMAIN-OID
                           TO WS-AT-REMAIN-OID(WS-AT-COUNT)
                       MOVE RT-ADJ-ISSUE-PRICE
                           TO WS-AT-ADJ-PRICE(WS-AT-COUNT)
                   ELSE
                       DISPLAY 'TRANCHE TABLE FULL - SKIPPED '
                           RT-POOL-ID ' ' RT-TRANCHE-ID
                   END-IF
           END-READ.
       0300-LOAD-HOLDERS.
           READ HOLDER-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF WS-HL-COUNT < 5000
                       ADD 1 TO WS-HL-COUNT
                       MOVE RH-POOL-ID TO WS-HL-POOL-ID(WS-HL-COUNT)
                       MOVE RH-TRANCHE-ID
                           TO WS-HL-TRANCHE-ID(WS-HL-COUNT)
                       MOVE RH-HOLDER-ID
                           TO WS-HL-HOLDER-ID(WS-HL-COUNT)
                       MOVE RH-HOLDER-NAME TO WS-HL-NAME(WS-HL-COUNT)
                       MOVE RH-HOLDER-TIN TO WS-HL-TIN(WS-HL-COUNT)
                       MOVE RH-OWN-PCT TO WS-HL-OWN-PCT(WS-HL-COUNT)
                   ELSE
                       DISPLAY 'HOLDER TABLE FULL - SKIPPED '
                           RH-HOLDER-ID
                   END-IF
           END-READ.
      *    ONLY THE CURRENT TAX YEAR IS CARRIED FORWARD - THE PRIOR
      *    YEAR WAS CLOSED OUT BY ITS FOURTH QUARTER RUN
       0400-LOAD-YTD.
           READ YTD-FILE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
               NOT AT END
                   IF RY-TAX-YEAR NOT = WS-TAX-YEAR
                       ADD 1 TO WS-DROPPED-YTD-COUNT
                   ELSE
                       IF WS-YT-COUNT < 5000
                           ADD 1 TO WS-YT-COUNT
                           MOVE YTD-RECORD
                               TO WS-YT-ENTRY(WS-YT-COUNT)
                       ELSE
                           DISPLAY 'YTD TABLE FULL - SKIPPED '
                               RY-HOLDER-ID
                       END-IF
                   END-IF
           END-READ.
       0500-PROCESS-POOL.
           READ POOL-FILE
               AT END MOVE 'Y' TO WS-POOL-EOF-FLAG
               NOT AT END
                   IF RP-TAX-YEAR = WS-TAX-YEAR
                      AND RP-QUARTER = WS-QUARTER
                       ADD 1 TO WS-POOL-COUNT
                       MOVE RP-POOL-ID TO WS-POOL-ID
                       MOVE RP-TOTAL-INCOME TO WS-TOTAL-INCOME
                       MOVE RP-LT-AFR TO WS-LT-AFR
                       MOVE RP-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS
                       PERFORM 0600-BUILD-TRANCHES
                       PERFORM 1000-INITIALIZE
                       PERFORM 2000-VALIDATE-PCTS
                       IF WS-IS-BALANCED
                           PERFORM 3000-ALLOCATE-INCOME
                           PERFORM 4000-CALC-OID
                           PERFORM 4500-CALC-EXCESS-INCL
                           PERFORM 5500-ALLOCATE-HOLDERS
                               VARYING WS-HL-IDX FROM 1 BY 1
                               UNTIL WS-HL-IDX > WS-HL-COUNT
                       END-IF
                       PERFORM 5000-DISPLAY-RESULTS
                   ELSE
                       ADD 1 TO WS-POOL-SKIP-COUNT
                   END-IF
           END-READ.
       0600-BUILD-TRANCHES.
           MOVE 0 TO WS-TRANCHE-COUNT
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-POOL-ID(WS-AT-IDX) = WS-POOL-ID
                   IF WS-TRANCHE-COUNT < 20
                       ADD 1 TO WS-TRANCHE-COUNT
                       MOVE WS-TRANCHE-COUNT TO WS-TR-IDX
                       MOVE WS-AT-TRANCHE-ID(WS-AT-IDX)
                           TO WS-TR-ID(WS-TR-IDX)
                       MOVE WS-AT-CLASS(WS-AT-IDX)
                           TO WS-TR-CLASS(WS-TR-IDX)
                       MOVE WS-AT-PCT(WS-AT-IDX)
                           TO WS-TR-PCT(WS-TR-IDX)
                       MOVE WS-AT-REMAIN-OID(WS-AT-IDX)
                           TO WS-TR-REMAIN-OID(WS-TR-IDX)
                       MOVE WS-AT-ADJ-PRICE(WS-AT-IDX)
                           TO WS-TR-ADJ-PRICE(WS-TR-IDX)
                   ELSE
                       DISPLAY 'TOO MANY TRANCHES - SKIPPED '
                           WS-POOL-ID ' ' WS-AT-TRANCHE-ID(WS-AT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       1000-INITIALIZE.
           MOVE 0 TO WS-TOTAL-ALLOC
           MOVE 0 TO WS-TOTAL-OID
               ADD WS-TR-INCOME(WS-TR-IDX) TO
                   WS-TOTAL-ALLOC
           END-PERFORM.
      *    THE RESIDUAL INTEREST CARRIES NO OID - ITS WHOLE SHARE IS
      *    TAXABLE INCOME TO THE RESIDUAL HOLDERS
       4000-CALC-OID.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRANCHE-COUNT
               EVALUATE TRUE
                   WHEN WS-TR-CLASS(WS-TR-IDX) = 'R'
                       MOVE 0 TO WS-TR-OID(WS-TR-IDX)
                   WHEN WS-TR-PCT(WS-TR-IDX) < 20
                       COMPUTE WS-TR-OID(WS-TR-IDX) =
                           WS-TR-INCOME(WS-TR-IDX) * 0.15
                   WS-TR-OID(WS-TR-IDX)
               ADD WS-TR-OID(WS-TR-IDX) TO WS-TOTAL-OID
           END-PERFORM.
      *    REGULAR INTERESTS - MARKET DISCOUNT FRACTION IS THE QUARTER'S
      *    OID OVER THE OID REMAINING AT THE START OF THE QUARTER.
      *    RESIDUAL INTEREST - DAILY ACCRUALS ARE 120 PERCENT OF THE
      *    LONG-TERM AFR ON THE ADJUSTED ISSUE PRICE; TAXABLE INCOME
      *    ABOVE THE DAILY ACCRUALS IS EXCESS INCLUSION.
       4500-CALC-EXCESS-INCL.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TRANCHE-COUNT
               MOVE 0 TO WS-TR-MD-FRACTION(WS-TR-IDX)
               MOVE 0 TO WS-TR-ACCRUAL(WS-TR-IDX)
               MOVE 0 TO WS-TR-EXCESS(WS-TR-IDX)
               IF WS-TR-CLASS(WS-TR-IDX) = 'R'
                   COMPUTE WS-TR-ACCRUAL(WS-TR-IDX) ROUNDED =
                       WS-TR-ADJ-PRICE(WS-TR-IDX)
                       * WS-LT-AFR / 100 * 1.20
                       * WS-ACCRUAL-DAYS / 365
                   IF WS-TR-INCOME(WS-TR-IDX) >
                       WS-TR-ACCRUAL(WS-TR-IDX)
                       COMPUTE WS-TR-EXCESS(WS-TR-IDX) =
                           WS-TR-INCOME(WS-TR-IDX)
                           - WS-TR-ACCRUAL(WS-TR-IDX)
                   END-IF
               ELSE
                   IF WS-TR-REMAIN-OID(WS-TR-IDX) > 0
                      AND WS-TR-OID(WS-TR-IDX) <
                          WS-TR-REMAIN-OID(WS-TR-IDX)
                       COMPUTE WS-TR-MD-FRACTION(WS-TR-IDX) ROUNDED =
                           WS-TR-OID(WS-TR-IDX)
                           / WS-TR-REMAIN-OID(WS-TR-IDX)
                   ELSE
                       IF WS-TR-REMAIN-OID(WS-TR-IDX) > 0
                           MOVE 1 TO WS-TR-MD-FRACTION(WS-TR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       5000-DISPLAY-RESULTS.
           DISPLAY 'REMIC INCOME ALLOCATION'
           DISPLAY '======================='
           DISPLAY 'POOL:         ' WS-POOL-ID
           DISPLAY 'PERIOD:       ' WS-TAX-YEAR ' Q' WS-QUARTER
           DISPLAY 'TOTAL INCOME: ' WS-TOTAL-INCOME
           DISPLAY 'TOTAL ALLOC:  ' WS-TOTAL-ALLOC
           DISPLAY 'TOTAL OID:    ' WS-TOTAL-OID
                   ' INC=' WS-TR-INCOME(WS-TR-IDX)
                   ' OID=' WS-TR-OID(WS-TR-IDX)
                   ' NET=' WS-TR-NET(WS-TR-IDX)
               IF WS-TR-CLASS(WS-TR-IDX) = 'R'
                   DISPLAY '    RESIDUAL ACCRUAL='
                       WS-TR-ACCRUAL(WS-TR-IDX)
                       ' EXCESS INCL=' WS-TR-EXCESS(WS-TR-IDX)
               END-IF
           END-PERFORM.
       5500-ALLOCATE-HOLDERS.
           IF WS-HL-POOL-ID(WS-HL-IDX) = WS-POOL-ID
               PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRANCHE-COUNT
                      OR WS-TR-ID(WS-TR-IDX) =
                         WS-HL-TRANCHE-ID(WS-HL-IDX)
                   CONTINUE
               END-PERFORM
               IF WS-TR-IDX > WS-TRANCHE-COUNT
                   ADD 1 TO WS-HOLDER-ERR-COUNT
                   DISPLAY 'HOLDER TRANCHE NOT ON POOL - '
                       WS-HL-HOLDER-ID(WS-HL-IDX) ' '
                       WS-HL-TRANCHE-ID(WS-HL-IDX)
               ELSE
                   PERFORM 5600-FIND-YTD
                   IF WS-TR-CLASS(WS-TR-IDX) = 'R'
                       COMPUTE WS-HS-AMT-1 ROUNDED =
                           WS-TR-INCOME(WS-TR-IDX)
                           * WS-HL-OWN-PCT(WS-HL-IDX) / 100
                       COMPUTE WS-HS-AMT-2 ROUNDED =
                           WS-TR-EXCESS(WS-TR-IDX)
                           * WS-HL-OWN-PCT(WS-HL-IDX) / 100
                       COMPUTE WS-HS-ACCRUAL ROUNDED =
                           WS-TR-ACCRUAL(WS-TR-IDX)
                           * WS-HL-OWN-PCT(WS-HL-IDX) / 100
                   ELSE
                       COMPUTE WS-HS-AMT-1 ROUNDED =
                           WS-TR-NET(WS-TR-IDX)
                           * WS-HL-OWN-PCT(WS-HL-IDX) / 100
                       COMPUTE WS-HS-AMT-2 ROUNDED =
                           WS-TR-OID(WS-TR-IDX)
                           * WS-HL-OWN-PCT(WS-HL-IDX) / 100
                   END-IF
                   PERFORM 5700-POST-QUARTER
                   IF WS-TR-CLASS(WS-TR-IDX) = 'R'
                       PERFORM 5800-WRITE-SCHEDULE-Q
                   ELSE
                       PERFORM 5900-WRITE-REGULAR
                   END-IF
               END-IF
           END-IF.
       5600-FIND-YTD.
           MOVE 0 TO WS-YT-CUR
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
               UNTIL WS-YT-IDX > WS-YT-COUNT OR WS-YT-CUR > 0
               IF WS-YT-POOL-ID(WS-YT-IDX) = WS-POOL-ID
                  AND WS-YT-TRANCHE-ID(WS-YT-IDX) =
                      WS-HL-TRANCHE-ID(WS-HL-IDX)
                  AND WS-YT-HOLDER-ID(WS-YT-IDX) =
                      WS-HL-HOLDER-ID(WS-HL-IDX)
                   MOVE WS-YT-IDX TO WS-YT-CUR
               END-IF
           END-PERFORM
           IF WS-YT-CUR = 0
               IF WS-YT-COUNT < 5000
                   ADD 1 TO WS-YT-COUNT
                   MOVE WS-YT-COUNT TO WS-YT-CUR
                   INITIALIZE WS-YT-ENTRY(WS-YT-CUR)
                   MOVE WS-POOL-ID TO WS-YT-POOL-ID(WS-YT-CUR)
                   MOVE WS-HL-TRANCHE-ID(WS-HL-IDX)
                       TO WS-YT-TRANCHE-ID(WS-YT-CUR)
                   MOVE WS-HL-HOLDER-ID(WS-HL-IDX)
                       TO WS-YT-HOLDER-ID(WS-YT-CUR)
                   MOVE WS-TAX-YEAR TO WS-YT-TAX-YEAR(WS-YT-CUR)
                   PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                       UNTIL WS-Q-IDX > 4
                       MOVE 'N' TO WS-YT-QTR-PRESENT(WS-YT-CUR WS-Q-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY 'YTD TABLE FULL - NOT CARRIED '
                       WS-HL-HOLDER-ID(WS-HL-IDX)
               END-IF
           END-IF
           IF WS-YT-CUR > 0
               MOVE WS-TR-CLASS(WS-TR-IDX) TO WS-YT-CLASS(WS-YT-CUR)
               MOVE WS-HL-NAME(WS-HL-IDX) TO WS-YT-NAME(WS-YT-CUR)
               MOVE WS-HL-TIN(WS-HL-IDX) TO WS-YT-TIN(WS-YT-CUR)
           END-IF.
      *    THE QUARTER'S SLOT IS REPLACED, NOT ADDED TO, SO A RERUN OF
      *    THE SAME QUARTER DOES NOT DOUBLE THE YEAR-TO-DATE FIGURES
       5700-POST-QUARTER.
           IF WS-YT-CUR > 0
               MOVE WS-HS-AMT-1
                   TO WS-YT-QTR-AMT-1(WS-YT-CUR WS-QUARTER)
               MOVE WS-HS-AMT-2
                   TO WS-YT-QTR-AMT-2(WS-YT-CUR WS-QUARTER)
               MOVE 'Y' TO WS-YT-QTR-PRESENT(WS-YT-CUR WS-QUARTER)
               MOVE 0 TO WS-YT-YTD-AMT-1(WS-YT-CUR)
               MOVE 0 TO WS-YT-YTD-AMT-2(WS-YT-CUR)
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-QUARTER
                   ADD WS-YT-QTR-AMT-1(WS-YT-CUR WS-Q-IDX)
                       TO WS-YT-YTD-AMT-1(WS-YT-CUR)
                   ADD WS-YT-QTR-AMT-2(WS-YT-CUR WS-Q-IDX)
                       TO WS-YT-YTD-AMT-2(WS-YT-CUR)
               END-PERFORM
           END-IF.
       5800-WRITE-SCHEDULE-Q.
           MOVE WS-POOL-ID TO SQ-POOL-ID
           MOVE WS-HL-TRANCHE-ID(WS-HL-IDX) TO SQ-TRANCHE-ID
           MOVE WS-HL-HOLDER-ID(WS-HL-IDX) TO SQ-HOLDER-ID
           MOVE WS-HL-NAME(WS-HL-IDX) TO SQ-HOLDER-NAME
           MOVE WS-HL-TIN(WS-HL-IDX) TO SQ-HOLDER-TIN
           MOVE WS-TAX-YEAR TO SQ-TAX-YEAR
           MOVE WS-QUARTER TO SQ-QUARTER
           MOVE WS-HL-OWN-PCT(WS-HL-IDX) TO SQ-OWN-PCT
           MOVE WS-HS-AMT-1 TO SQ-QTR-TAXABLE
           MOVE WS-HS-ACCRUAL TO SQ-QTR-DAILY-ACCRUAL
           MOVE WS-HS-AMT-2 TO SQ-QTR-EXCESS-INCL
           IF WS-YT-CUR > 0
               MOVE WS-YT-YTD-AMT-1(WS-YT-CUR) TO SQ-YTD-TAXABLE
               MOVE WS-YT-YTD-AMT-2(WS-YT-CUR) TO SQ-YTD-EXCESS-INCL
           ELSE
               MOVE WS-HS-AMT-1 TO SQ-YTD-TAXABLE
               MOVE WS-HS-AMT-2 TO SQ-YTD-EXCESS-INCL
           END-IF
           WRITE SCHED-Q-RECORD
           ADD 1 TO WS-SCQ-COUNT.
       5900-WRITE-REGULAR.
           MOVE WS-POOL-ID TO RS-POOL-ID
           MOVE WS-HL-TRANCHE-ID(WS-HL-IDX) TO RS-TRANCHE-ID
           MOVE WS-HL-HOLDER-ID(WS-HL-IDX) TO RS-HOLDER-ID
           MOVE WS-HL-NAME(WS-HL-IDX) TO RS-HOLDER-NAME
           MOVE WS-HL-TIN(WS-HL-IDX) TO RS-HOLDER-TIN
           MOVE WS-TAX-YEAR TO RS-TAX-YEAR
           MOVE WS-QUARTER TO RS-QUARTER
           MOVE WS-HS-AMT-1 TO RS-QTR-INTEREST
           MOVE WS-HS-AMT-2 TO RS-QTR-OID
           MOVE WS-TR-MD-FRACTION(WS-TR-IDX) TO RS-MKT-DISC-FRACTION
           IF WS-YT-CUR > 0
               MOVE WS-YT-YTD-AMT-1(WS-YT-CUR) TO RS-YTD-INTEREST
               MOVE WS-YT-YTD-AMT-2(WS-YT-CUR) TO RS-YTD-OID
           ELSE
               MOVE WS-HS-AMT-1 TO RS-YTD-INTEREST
               MOVE WS-HS-AMT-2 TO RS-YTD-OID
           END-IF
           WRITE REGULAR-RECORD
           ADD 1 TO WS-REG-COUNT.
       6000-WRITE-YTD.
           MOVE WS-YT-ENTRY(WS-YT-IDX) TO WS-NEW-YTD-RECORD
           WRITE NEW-YTD-RECORD FROM WS-NEW-YTD-RECORD.
      *    ANNUAL FIGURES ARE REBUILT FROM THE FOUR QUARTER SLOTS AND
      *    CHECKED AGAINST THE CARRIED YEAR-TO-DATE TOTALS
       7000-WRITE-ANNUAL.
           MOVE 0 TO WS-QTRS-PRESENT
           MOVE 0 TO WS-TIE-AMT-1
           MOVE 0 TO WS-TIE-AMT-2
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 4
               IF WS-YT-QTR-PRESENT(WS-YT-IDX WS-Q-IDX) = 'Y'
                   ADD 1 TO WS-QTRS-PRESENT
               END-IF
               ADD WS-YT-QTR-AMT-1(WS-YT-IDX WS-Q-IDX) TO WS-TIE-AMT-1
               ADD WS-YT-QTR-AMT-2(WS-YT-IDX WS-Q-IDX) TO WS-TIE-AMT-2
           END-PERFORM
           MOVE WS-YT-POOL-ID(WS-YT-IDX) TO RA-POOL-ID
           MOVE WS-YT-TRANCHE-ID(WS-YT-IDX) TO RA-TRANCHE-ID
           MOVE WS-YT-HOLDER-ID(WS-YT-IDX) TO RA-HOLDER-ID
           MOVE WS-YT-NAME(WS-YT-IDX) TO RA-HOLDER-NAME
           MOVE WS-YT-TIN(WS-YT-IDX) TO RA-HOLDER-TIN
           MOVE WS-YT-TAX-YEAR(WS-YT-IDX) TO RA-TAX-YEAR
           IF WS-YT-CLASS(WS-YT-IDX) = 'R'
               MOVE '1066' TO RA-FORM
               ADD WS-TIE-AMT-1 TO WS-1066-TAXABLE
               ADD WS-TIE-AMT-2 TO WS-1066-EXCESS
           ELSE
               MOVE '1099' TO RA-FORM
               ADD WS-TIE-AMT-1 TO WS-1099-INTEREST
               ADD WS-TIE-AMT-2 TO WS-1099-OID
           END-IF
           MOVE WS-TIE-AMT-1 TO RA-ANNUAL-AMT-1
           MOVE WS-TIE-AMT-2 TO RA-ANNUAL-AMT-2
           MOVE WS-QTRS-PRESENT TO RA-QTRS-REPORTED
           IF WS-TIE-AMT-1 = WS-YT-YTD-AMT-1(WS-YT-IDX)
              AND WS-TIE-AMT-2 = WS-YT-YTD-AMT-2(WS-YT-IDX)
               MOVE 'Y' TO RA-TIE-FLAG
           ELSE
               MOVE 'N' TO RA-TIE-FLAG
               ADD 1 TO WS-UNTIED-COUNT
               DISPLAY 'ANNUAL DOES NOT TIE TO QUARTERS - '
                   RA-POOL-ID ' ' RA-HOLDER-ID
           END-IF
           WRITE ANNUAL-RECORD
           ADD 1 TO WS-ANN-COUNT.
       8000-CLOSE-FILES.
           IF WS-POOL-STATUS = '00' OR WS-POOL-STATUS = '10'
               CLOSE POOL-FILE
           END-IF
           CLOSE NEW-YTD-FILE
           CLOSE REGULAR-FILE
           CLOSE SCHED-Q-FILE
           IF WS-FOURTH-QUARTER
               CLOSE ANNUAL-FILE
           END-IF.
       9000-RUN-TOTALS.
           DISPLAY 'REMIC QUARTERLY REPORTING COMPLETE'
           DISPLAY 'TAX YEAR/QUARTER:  ' WS-TAX-YEAR ' Q' WS-QUARTER
           DISPLAY 'POOLS PROCESSED:   ' WS-POOL-COUNT
           DISPLAY 'POOLS SKIPPED:     ' WS-POOL-SKIP-COUNT
           DISPLAY 'REGULAR STMTS:     ' WS-REG-COUNT
           DISPLAY 'SCHEDULE Q:        ' WS-SCQ-COUNT
           DISPLAY 'HOLDER ERRORS:     ' WS-HOLDER-ERR-COUNT
           DISPLAY 'PRIOR YEAR DROPPED:' WS-DROPPED-YTD-COUNT
           IF WS-FOURTH-QUARTER
               DISPLAY 'ANNUAL RECORDS:    ' WS-ANN-COUNT
               DISPLAY 'NOT TIED:          ' WS-UNTIED-COUNT
               DISPLAY '1066 TAXABLE INC:  ' WS-1066-TAXABLE
               DISPLAY '1066 EXCESS INCL:  ' WS-1066-EXCESS
               DISPLAY '1099 INTEREST:     ' WS-1099-INTEREST
               DISPLAY '1099 OID:          ' WS-1099-OID
           END-IF.
