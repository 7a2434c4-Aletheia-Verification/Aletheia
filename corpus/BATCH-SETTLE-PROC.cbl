      * Processes end-of-day card settlement batches. Groups by        *
      * merchant, nets debits/credits, applies interchange fees,       *
      * and generates funding instructions.                            *
      * Each merchant is funded net of its chargebacks (CBACTV.DAT,    *
      * from FRAUD-CHARGEBACK, emptied once loaded) and its reserve.   *
      * The risk profile on MERCHRSK.DAT sets the reserve type: R      *
      * rolling percentage held for N days, F fixed amount held        *
      * upfront, C percentage held up to a cap.  Rolling holds are     *
      * kept on RSVHOLD.DAT and released as they age.  A negative      *
      * merchant net is offset against the reserve.  The monthly       *
      * chargeback-to-sales count ratio moves merchants crossing the   *
      * network monitoring thresholds to a higher reserve tier.        *
      * Funding instructions go to MERCHFND.DAT; profiles and holds    *
      * are rewritten to MERCHRSN.DAT/RSVHOLDN.DAT.                    *
      * A run whose merchants or reserve holds will not fit the        *
      * working tables ends with return code 16 before any funding is  *
      * written; CBACTV.DAT is then kept for the rerun.                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-FILE ASSIGN TO 'MERCHRSK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSK-FS.
           SELECT NEW-RISK-FILE ASSIGN TO 'MERCHRSN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NRK-FS.
           SELECT HOLD-FILE ASSIGN TO 'RSVHOLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-FS.
           SELECT NEW-HOLD-FILE ASSIGN TO 'RSVHOLDN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NHL-FS.
           SELECT CB-ACTIVITY-FILE ASSIGN TO 'CBACTV.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBA-FS.
           SELECT FUNDING-FILE ASSIGN TO 'MERCHFND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RISK-FILE.
       01 RISK-RECORD               PIC X(136).
       FD NEW-RISK-FILE.
       01 NEW-RISK-RECORD           PIC X(136).
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 RH-MERCH-ID           PIC X(10).
           05 RH-HOLD-DATE          PIC 9(8).
           05 RH-RELEASE-DATE       PIC 9(8).
           05 RH-AMOUNT             PIC 9(9)V99.
       FD NEW-HOLD-FILE.
       01 NEW-HOLD-RECORD           PIC X(37).
       FD CB-ACTIVITY-FILE.
       01 CB-ACTIVITY-RECORD.
           05 CM-MERCH-ID           PIC X(10).
           05 CM-CB-DATE            PIC 9(8).
           05 CM-CASE-NUM           PIC X(12).
           05 CM-REASON             PIC X(2).
           05 CM-STAGE              PIC X(1).
               88 CM-FIRST-CB       VALUE '1'.
           05 CM-CB-AMOUNT          PIC S9(9)V99.
           05 CM-FEE-AMOUNT         PIC S9(5)V99.
           05 CM-DEBIT-AMOUNT       PIC S9(9)V99.
       FD FUNDING-FILE.
       01 FUNDING-RECORD.
           05 MF-MERCH-ID           PIC X(10).
           05 MF-BATCH-ID           PIC X(12).
           05 MF-SETTLE-DATE        PIC 9(8).
           05 MF-NET-SALES          PIC S9(11)V99.
           05 MF-IC-FEES            PIC S9(9)V99.
           05 MF-CHARGEBACKS        PIC S9(9)V99.
           05 MF-RESERVE-HELD       PIC S9(9)V99.
           05 MF-RESERVE-RELEASED   PIC S9(9)V99.
           05 MF-RESERVE-OFFSET     PIC S9(9)V99.
           05 MF-FUNDING-AMT        PIC S9(11)V99.
           05 MF-RESERVE-BAL        PIC S9(9)V99.
           05 MF-TIER               PIC 9.
           05 MF-STATUS             PIC X(10).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-HEADER.
           05 WS-BATCH-ID           PIC X(12).
           88 WS-BATCH-INVALID      VALUE 'N'.
       01 WS-HASH-TOTAL             PIC S9(13)V99 COMP-3.
       01 WS-RATE-USED              PIC S9(1)V9(4) COMP-3.
      *--- Merchant reserve processing ---
       01 WS-RSK-FS                 PIC X(2).
       01 WS-NRK-FS                 PIC X(2).
       01 WS-HLD-FS                 PIC X(2).
       01 WS-NHL-FS                 PIC X(2).
       01 WS-CBA-FS                 PIC X(2).
       01 WS-FND-FS                 PIC X(2).
       01 WS-EOF-FLAG               PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RISK-FLAG              PIC X VALUE 'N'.
           88 WS-RISK-LOADED        VALUE 'Y'.
       01 WS-CAP-FLAG               PIC X VALUE 'N'.
           88 WS-CAPACITY-EXCEEDED  VALUE 'Y'.
       01 WS-RISK-TABLE.
           05 WS-RK-ENTRY OCCURS 500 TIMES.
               10 WS-RK-MERCH-ID    PIC X(10).
               10 WS-RK-MERCH-NAME  PIC X(25).
               10 WS-RK-STATUS      PIC X.
                   88 WS-RK-TERMINATED VALUE 'T'.
               10 WS-RK-RESERVE-TYPE PIC X.
                   88 WS-RK-ROLLING VALUE 'R'.
                   88 WS-RK-FIXED   VALUE 'F'.
                   88 WS-RK-CAPPED  VALUE 'C'.
               10 WS-RK-RESERVE-PCT PIC 9V9(4).
               10 WS-RK-HOLD-DAYS   PIC 9(3).
               10 WS-RK-FIXED-AMT   PIC 9(9)V99.
               10 WS-RK-CAP-AMT     PIC 9(9)V99.
               10 WS-RK-RESERVE-BAL PIC S9(9)V99.
               10 WS-RK-TIER        PIC 9.
               10 WS-RK-RATIO-MONTH PIC 9(6).
               10 WS-RK-MTD-SALE-CNT PIC 9(7).
               10 WS-RK-MTD-SALE-AMT PIC 9(11)V99.
               10 WS-RK-MTD-CB-CNT  PIC 9(5).
               10 WS-RK-MTD-CB-AMT  PIC 9(9)V99.
               10 WS-RK-LAST-RATIO  PIC 9(3)V9(4).
               10 WS-RK-TIER-DATE   PIC 9(8).
       01 WS-RK-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-RK-IDX                 PIC S9(5) COMP-3.
       01 WS-HOLD-TABLE.
           05 WS-RH-ENTRY OCCURS 20000 TIMES.
               10 WS-RH-MERCH-ID    PIC X(10).
               10 WS-RH-HOLD-DATE   PIC 9(8).
               10 WS-RH-RELEASE-DATE PIC 9(8).
               10 WS-RH-AMOUNT      PIC 9(9)V99.
       01 WS-RH-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-RH-IDX                 PIC S9(5) COMP-3.
       01 WS-MERCH-TABLE.
           05 WS-MT-ENTRY OCCURS 1000 TIMES.
               10 WS-MT-MERCH-ID    PIC X(10).
               10 WS-MT-SALES       PIC S9(11)V99 COMP-3.
               10 WS-MT-SALE-CNT    PIC S9(5) COMP-3.
               10 WS-MT-RETURNS     PIC S9(11)V99 COMP-3.
               10 WS-MT-IC-FEES     PIC S9(9)V99 COMP-3.
               10 WS-MT-CB-AMT      PIC S9(9)V99 COMP-3.
               10 WS-MT-CB-CNT      PIC S9(5) COMP-3.
               10 WS-MT-NET         PIC S9(11)V99 COMP-3.
               10 WS-MT-HELD        PIC S9(9)V99 COMP-3.
               10 WS-MT-RELEASED    PIC S9(9)V99 COMP-3.
               10 WS-MT-OFFSET      PIC S9(9)V99 COMP-3.
               10 WS-MT-FUNDING     PIC S9(11)V99 COMP-3.
               10 WS-MT-RK-IDX      PIC S9(5) COMP-3.
       01 WS-MT-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-MT-IDX                 PIC S9(5) COMP-3.
       01 WS-FIND-MERCH             PIC X(10).
       01 WS-BATCH-MONTH            PIC 9(6).
       01 WS-BATCH-INT              PIC S9(9) COMP.
       01 WS-RESERVE-AMT            PIC S9(9)V99 COMP-3.
       01 WS-OFFSET-LEFT            PIC S9(9)V99 COMP-3.
       01 WS-NEW-TIER               PIC 9.
      *--- Network monitoring thresholds and tier reserves ---
       01 WS-TIER-LIMITS.
           05 WS-TIER-1-RATIO       PIC 9(3)V9(4) VALUE 0.6500.
           05 WS-TIER-1-COUNT       PIC 9(5) VALUE 75.
           05 WS-TIER-1-PCT         PIC 9V9(4) VALUE 0.0500.
           05 WS-TIER-1-DAYS        PIC 9(3) VALUE 90.
           05 WS-TIER-2-RATIO       PIC 9(3)V9(4) VALUE 0.9000.
           05 WS-TIER-2-COUNT       PIC 9(5) VALUE 100.
           05 WS-TIER-2-PCT         PIC 9V9(4) VALUE 0.1000.
           05 WS-TIER-2-DAYS        PIC 9(3) VALUE 180.
           05 WS-TIER-3-RATIO       PIC 9(3)V9(4) VALUE 1.8000.
           05 WS-TIER-3-COUNT       PIC 9(5) VALUE 1000.
           05 WS-TIER-3-PCT         PIC 9V9(4) VALUE 0.2500.
           05 WS-TIER-3-DAYS        PIC 9(3) VALUE 180.
       01 WS-RESERVE-TOTALS.
           05 WS-TOTAL-CHARGEBACKS  PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-HELD         PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-RELEASED     PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TOTAL-OFFSET       PIC S9(9)V99 COMP-3 VALUE 0.
           05 WS-TIER-CHANGES       PIC S9(5) COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BATCH
           PERFORM 1500-LOAD-RISK-FILES
           IF WS-CAPACITY-EXCEEDED
               DISPLAY 'SETTLEMENT ABANDONED - NO FUNDING WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-VALIDATE-BATCH
           IF WS-BATCH-VALID
               PERFORM 4000-PROCESS-ENTRIES
               PERFORM 5000-CALC-INTERCHANGE
               PERFORM 6000-NET-SETTLEMENT
               IF WS-RISK-LOADED AND NOT WS-CAPACITY-EXCEEDED
                   PERFORM 6100-MERCHANT-SETTLEMENT
               END-IF
               PERFORM 7000-SET-STATUS
           END-IF
           IF WS-CAPACITY-EXCEEDED
               DISPLAY 'SETTLEMENT ABANDONED - NO FUNDING WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RISK-LOADED
               PERFORM 7500-WRITE-RISK-FILES
           END-IF
           PERFORM 8000-DISPLAY-RESULTS
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-REVERSAL-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-HASH-TOTAL.
      *================================================================*
      * Merchant risk profiles, reserve holds, chargeback activity     *
      *================================================================*
       1500-LOAD-RISK-FILES.
           MOVE WS-BATCH-DATE(1:6) TO WS-BATCH-MONTH
           COMPUTE WS-BATCH-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
           OPEN INPUT RISK-FILE
           IF WS-RSK-FS NOT = '00'
               DISPLAY 'NO MERCHANT RISK PROFILES - NO RESERVE'
           ELSE
               MOVE 'Y' TO WS-RISK-FLAG
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 1510-READ-RISK UNTIL WS-EOF
               CLOSE RISK-FILE
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT HOLD-FILE
               IF WS-HLD-FS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               PERFORM 1520-READ-HOLD UNTIL WS-EOF
               IF WS-HLD-FS = '00' OR '10'
                   CLOSE HOLD-FILE
               END-IF
           END-IF.
       1510-READ-RISK.
           READ RISK-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RK-COUNT < 500
                       ADD 1 TO WS-RK-COUNT
                       MOVE RISK-RECORD TO WS-RK-ENTRY(WS-RK-COUNT)
                   ELSE
                       DISPLAY 'RISK TABLE FULL - SKIPPED '
                           RISK-RECORD(1:10)
                   END-IF
           END-READ.
       1520-READ-HOLD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-RH-COUNT < 20000
                       ADD 1 TO WS-RH-COUNT
                       MOVE HOLD-RECORD TO WS-RH-ENTRY(WS-RH-COUNT)
                   ELSE
                       DISPLAY 'HOLD TABLE FULL - ' RH-MERCH-ID
                       MOVE 'Y' TO WS-CAP-FLAG
                   END-IF
           END-READ.
       2000-LOAD-BATCH.
           MOVE 8 TO WS-TXN-COUNT
           MOVE 1 TO WS-TXN-SEQ(1)
               IF WS-REJECTED(WS-IDX)
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-TXN-MERCH-ID(WS-IDX) TO WS-FIND-MERCH
                   PERFORM 4100-FIND-MERCHANT
                   EVALUATE TRUE
                       WHEN WS-SALE(WS-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-MT-SALES(WS-MT-IDX)
                           ADD 1 TO WS-MT-SALE-CNT(WS-MT-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-GROSS-SALES
                           ADD 1 TO WS-SALE-COUNT
                       WHEN WS-RETURN(WS-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-MT-RETURNS(WS-MT-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-GROSS-RETURNS
                           ADD 1 TO WS-RETURN-COUNT
                       WHEN WS-REVERSAL(WS-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-MT-RETURNS(WS-MT-IDX)
                           ADD WS-TXN-AMOUNT(WS-IDX) TO
                               WS-GROSS-REVERSALS
                           ADD 1 TO WS-REVERSAL-COUNT
                   MOVE 'S' TO WS-TXN-STATUS(WS-IDX)
               END-IF
           END-PERFORM.
       4100-FIND-MERCHANT.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               OR WS-MT-MERCH-ID(WS-MT-IDX) = WS-FIND-MERCH
               CONTINUE
           END-PERFORM
           IF WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-COUNT < 1000
                   ADD 1 TO WS-MT-COUNT
                   MOVE WS-MT-COUNT TO WS-MT-IDX
                   INITIALIZE WS-MT-ENTRY(WS-MT-IDX)
                   MOVE WS-FIND-MERCH TO WS-MT-MERCH-ID(WS-MT-IDX)
                   PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                       UNTIL WS-RK-IDX > WS-RK-COUNT
                       OR WS-RK-MERCH-ID(WS-RK-IDX) = WS-FIND-MERCH
                       CONTINUE
                   END-PERFORM
                   IF WS-RK-IDX <= WS-RK-COUNT
                       MOVE WS-RK-IDX TO WS-MT-RK-IDX(WS-MT-IDX)
                   END-IF
               ELSE
      *            The run is abandoned; the last entry only takes
      *            the postings so the callers' subscripts stay valid.
                   DISPLAY 'MERCHANT TABLE FULL - ' WS-FIND-MERCH
                   MOVE 'Y' TO WS-CAP-FLAG
                   MOVE WS-MT-COUNT TO WS-MT-IDX
               END-IF
           END-IF.
       5000-CALC-INTERCHANGE.
           MOVE 0 TO WS-IC-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   COMPUTE WS-IC-AMOUNT ROUNDED =
                       WS-TXN-AMOUNT(WS-IDX) * WS-RATE-USED
                   ADD WS-IC-AMOUNT TO WS-IC-TOTAL
                   MOVE WS-TXN-MERCH-ID(WS-IDX) TO WS-FIND-MERCH
                   PERFORM 4100-FIND-MERCHANT
                   ADD WS-IC-AMOUNT TO WS-MT-IC-FEES(WS-MT-IDX)
               END-IF
           END-PERFORM
           MOVE WS-IC-TOTAL TO WS-TOTAL-IC-FEES.
               WS-GROSS-REVERSALS
           COMPUTE WS-FUNDING-AMT =
               WS-NET-AMOUNT - WS-TOTAL-IC-FEES.
      *================================================================*
      * Merchant funding net of chargebacks and reserve                *
      *================================================================*
       6100-MERCHANT-SETTLEMENT.
           PERFORM 6110-LOAD-CHARGEBACKS
      *    A merchant holding reserve is settled even on a day with
      *    no activity, so aged holds still release.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
               IF WS-RK-RESERVE-BAL(WS-RK-IDX) > 0
                   MOVE WS-RK-MERCH-ID(WS-RK-IDX) TO WS-FIND-MERCH
                   PERFORM 4100-FIND-MERCHANT
               END-IF
           END-PERFORM
      *    Each merchant adds at most one rolling hold a day.
           IF WS-RH-COUNT + WS-MT-COUNT > 20000
               DISPLAY 'HOLD TABLE FULL - NO ROOM FOR TODAY''S HOLDS'
               MOVE 'Y' TO WS-CAP-FLAG
           END-IF
           IF NOT WS-CAPACITY-EXCEEDED
               PERFORM 6150-FUND-MERCHANTS
           END-IF.
       6150-FUND-MERCHANTS.
           OPEN OUTPUT FUNDING-FILE
           MOVE 0 TO WS-FUNDING-AMT
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               COMPUTE WS-MT-NET(WS-MT-IDX) =
                   WS-MT-SALES(WS-MT-IDX) - WS-MT-RETURNS(WS-MT-IDX)
                   - WS-MT-IC-FEES(WS-MT-IDX)
               COMPUTE WS-MT-FUNDING(WS-MT-IDX) =
                   WS-MT-NET(WS-MT-IDX) - WS-MT-CB-AMT(WS-MT-IDX)
               MOVE WS-MT-RK-IDX(WS-MT-IDX) TO WS-RK-IDX
               IF WS-RK-IDX > 0
                   PERFORM 6200-MONTHLY-RATIO
                   PERFORM 6300-RELEASE-RESERVE
                   PERFORM 6400-HOLD-RESERVE
                   PERFORM 6500-OFFSET-RESERVE
               END-IF
               ADD WS-MT-FUNDING(WS-MT-IDX) TO WS-FUNDING-AMT
               PERFORM 6600-WRITE-FUNDING
           END-PERFORM
           CLOSE FUNDING-FILE
      *    Each chargeback is debited once; empty the file so
      *    FRAUD-CHARGEBACK appends to a fresh day.
           IF WS-CBA-FS = '00' OR '10'
               OPEN OUTPUT CB-ACTIVITY-FILE
               CLOSE CB-ACTIVITY-FILE
           END-IF.
       6110-LOAD-CHARGEBACKS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CB-ACTIVITY-FILE
           IF WS-CBA-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 6120-READ-CHARGEBACK UNTIL WS-EOF
           IF WS-CBA-FS = '00' OR '10'
               CLOSE CB-ACTIVITY-FILE
           END-IF.
       6120-READ-CHARGEBACK.
           READ CB-ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE CM-MERCH-ID TO WS-FIND-MERCH
                   PERFORM 4100-FIND-MERCHANT
                   ADD CM-DEBIT-AMOUNT TO WS-MT-CB-AMT(WS-MT-IDX)
                   ADD CM-DEBIT-AMOUNT TO WS-TOTAL-CHARGEBACKS
                   IF CM-FIRST-CB
                       ADD 1 TO WS-MT-CB-CNT(WS-MT-IDX)
                   END-IF
           END-READ.
       6200-MONTHLY-RATIO.
      *    At the first settlement of a new month the prior month's
      *    chargeback-to-sales count ratio is measured against the
      *    network monitoring thresholds.  Tiers only move up here;
      *    a merchant is stepped down by risk review.
           IF WS-RK-RATIO-MONTH(WS-RK-IDX) NOT = WS-BATCH-MONTH
               IF WS-RK-RATIO-MONTH(WS-RK-IDX) > 0
                   PERFORM 6210-EVALUATE-TIER
               END-IF
               MOVE WS-BATCH-MONTH TO WS-RK-RATIO-MONTH(WS-RK-IDX)
               MOVE 0 TO WS-RK-MTD-SALE-CNT(WS-RK-IDX)
               MOVE 0 TO WS-RK-MTD-SALE-AMT(WS-RK-IDX)
               MOVE 0 TO WS-RK-MTD-CB-CNT(WS-RK-IDX)
               MOVE 0 TO WS-RK-MTD-CB-AMT(WS-RK-IDX)
           END-IF
           ADD WS-MT-SALE-CNT(WS-MT-IDX)
               TO WS-RK-MTD-SALE-CNT(WS-RK-IDX)
           ADD WS-MT-SALES(WS-MT-IDX) TO WS-RK-MTD-SALE-AMT(WS-RK-IDX)
           ADD WS-MT-CB-CNT(WS-MT-IDX) TO WS-RK-MTD-CB-CNT(WS-RK-IDX)
           ADD WS-MT-CB-AMT(WS-MT-IDX) TO WS-RK-MTD-CB-AMT(WS-RK-IDX).
       6210-EVALUATE-TIER.
           IF WS-RK-MTD-SALE-CNT(WS-RK-IDX) > 0
               COMPUTE WS-RK-LAST-RATIO(WS-RK-IDX) ROUNDED =
                   WS-RK-MTD-CB-CNT(WS-RK-IDX) * 100
                   / WS-RK-MTD-SALE-CNT(WS-RK-IDX)
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-RK-LAST-RATIO(WS-RK-IDX)
               END-COMPUTE
           ELSE
               IF WS-RK-MTD-CB-CNT(WS-RK-IDX) > 0
                   MOVE 999.9999 TO WS-RK-LAST-RATIO(WS-RK-IDX)
               ELSE
                   MOVE 0 TO WS-RK-LAST-RATIO(WS-RK-IDX)
               END-IF
           END-IF
           MOVE 0 TO WS-NEW-TIER
           EVALUATE TRUE
               WHEN WS-RK-LAST-RATIO(WS-RK-IDX) >= WS-TIER-3-RATIO
                   AND WS-RK-MTD-CB-CNT(WS-RK-IDX) >= WS-TIER-3-COUNT
                   MOVE 3 TO WS-NEW-TIER
               WHEN WS-RK-LAST-RATIO(WS-RK-IDX) >= WS-TIER-2-RATIO
                   AND WS-RK-MTD-CB-CNT(WS-RK-IDX) >= WS-TIER-2-COUNT
                   MOVE 2 TO WS-NEW-TIER
               WHEN WS-RK-LAST-RATIO(WS-RK-IDX) >= WS-TIER-1-RATIO
                   AND WS-RK-MTD-CB-CNT(WS-RK-IDX) >= WS-TIER-1-COUNT
                   MOVE 1 TO WS-NEW-TIER
           END-EVALUATE
           IF WS-NEW-TIER > WS-RK-TIER(WS-RK-IDX)
               MOVE WS-NEW-TIER TO WS-RK-TIER(WS-RK-IDX)
               MOVE WS-BATCH-DATE TO WS-RK-TIER-DATE(WS-RK-IDX)
               ADD 1 TO WS-TIER-CHANGES
               MOVE 'R' TO WS-RK-RESERVE-TYPE(WS-RK-IDX)
               EVALUATE WS-NEW-TIER
                   WHEN 3
                       PERFORM 6220-TIER-3-RESERVE
                   WHEN 2
                       PERFORM 6230-TIER-2-RESERVE
                   WHEN OTHER
                       PERFORM 6240-TIER-1-RESERVE
               END-EVALUATE
               DISPLAY 'RESERVE TIER ' WS-NEW-TIER ' - '
                   WS-RK-MERCH-ID(WS-RK-IDX) ' CB RATIO '
                   WS-RK-LAST-RATIO(WS-RK-IDX)
           END-IF.
       6220-TIER-3-RESERVE.
           IF WS-RK-RESERVE-PCT(WS-RK-IDX) < WS-TIER-3-PCT
               MOVE WS-TIER-3-PCT TO WS-RK-RESERVE-PCT(WS-RK-IDX)
           END-IF
           IF WS-RK-HOLD-DAYS(WS-RK-IDX) < WS-TIER-3-DAYS
               MOVE WS-TIER-3-DAYS TO WS-RK-HOLD-DAYS(WS-RK-IDX)
           END-IF.
       6230-TIER-2-RESERVE.
           IF WS-RK-RESERVE-PCT(WS-RK-IDX) < WS-TIER-2-PCT
               MOVE WS-TIER-2-PCT TO WS-RK-RESERVE-PCT(WS-RK-IDX)
           END-IF
           IF WS-RK-HOLD-DAYS(WS-RK-IDX) < WS-TIER-2-DAYS
               MOVE WS-TIER-2-DAYS TO WS-RK-HOLD-DAYS(WS-RK-IDX)
           END-IF.
       6240-TIER-1-RESERVE.
           IF WS-RK-RESERVE-PCT(WS-RK-IDX) < WS-TIER-1-PCT
               MOVE WS-TIER-1-PCT TO WS-RK-RESERVE-PCT(WS-RK-IDX)
           END-IF
           IF WS-RK-HOLD-DAYS(WS-RK-IDX) < WS-TIER-1-DAYS
               MOVE WS-TIER-1-DAYS TO WS-RK-HOLD-DAYS(WS-RK-IDX)
           END-IF.
       6300-RELEASE-RESERVE.
      *    Rolling holds release on their release date.  Nothing is
      *    released to a merchant that has stopped trading.
           IF NOT WS-RK-TERMINATED(WS-RK-IDX)
               PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
                   IF WS-RH-MERCH-ID(WS-RH-IDX) =
                       WS-MT-MERCH-ID(WS-MT-IDX)
                       AND WS-RH-AMOUNT(WS-RH-IDX) > 0
                       AND WS-RH-RELEASE-DATE(WS-RH-IDX)
                           <= WS-BATCH-DATE
                       ADD WS-RH-AMOUNT(WS-RH-IDX)
                           TO WS-MT-RELEASED(WS-MT-IDX)
                       MOVE 0 TO WS-RH-AMOUNT(WS-RH-IDX)
                   END-IF
               END-PERFORM
               ADD WS-MT-RELEASED(WS-MT-IDX)
                   TO WS-MT-FUNDING(WS-MT-IDX)
               SUBTRACT WS-MT-RELEASED(WS-MT-IDX)
                   FROM WS-RK-RESERVE-BAL(WS-RK-IDX)
               ADD WS-MT-RELEASED(WS-MT-IDX) TO WS-TOTAL-RELEASED
           END-IF.
       6400-HOLD-RESERVE.
           MOVE 0 TO WS-RESERVE-AMT
           IF WS-MT-NET(WS-MT-IDX) > 0
               EVALUATE TRUE
                   WHEN WS-RK-ROLLING(WS-RK-IDX)
                       COMPUTE WS-RESERVE-AMT ROUNDED =
                           WS-MT-NET(WS-MT-IDX)
                           * WS-RK-RESERVE-PCT(WS-RK-IDX)
                   WHEN WS-RK-FIXED(WS-RK-IDX)
                       COMPUTE WS-RESERVE-AMT =
                           WS-RK-FIXED-AMT(WS-RK-IDX)
                           - WS-RK-RESERVE-BAL(WS-RK-IDX)
                   WHEN WS-RK-CAPPED(WS-RK-IDX)
                       COMPUTE WS-RESERVE-AMT ROUNDED =
                           WS-MT-NET(WS-MT-IDX)
                           * WS-RK-RESERVE-PCT(WS-RK-IDX)
                       IF WS-RESERVE-AMT >
                           WS-RK-CAP-AMT(WS-RK-IDX)
                           - WS-RK-RESERVE-BAL(WS-RK-IDX)
                           COMPUTE WS-RESERVE-AMT =
                               WS-RK-CAP-AMT(WS-RK-IDX)
                               - WS-RK-RESERVE-BAL(WS-RK-IDX)
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-RESERVE-AMT > WS-MT-NET(WS-MT-IDX)
               MOVE WS-MT-NET(WS-MT-IDX) TO WS-RESERVE-AMT
           END-IF
           IF WS-RESERVE-AMT > 0
               MOVE WS-RESERVE-AMT TO WS-MT-HELD(WS-MT-IDX)
               SUBTRACT WS-RESERVE-AMT FROM WS-MT-FUNDING(WS-MT-IDX)
               ADD WS-RESERVE-AMT TO WS-RK-RESERVE-BAL(WS-RK-IDX)
               ADD WS-RESERVE-AMT TO WS-TOTAL-HELD
               IF WS-RK-ROLLING(WS-RK-IDX)
                   IF WS-RH-COUNT < 20000
                       ADD 1 TO WS-RH-COUNT
                       MOVE WS-MT-MERCH-ID(WS-MT-IDX)
                           TO WS-RH-MERCH-ID(WS-RH-COUNT)
                       MOVE WS-BATCH-DATE
                           TO WS-RH-HOLD-DATE(WS-RH-COUNT)
                       COMPUTE WS-RH-RELEASE-DATE(WS-RH-COUNT) =
                           FUNCTION DATE-OF-INTEGER(WS-BATCH-INT
                           + WS-RK-HOLD-DAYS(WS-RK-IDX))
                       MOVE WS-RESERVE-AMT
                           TO WS-RH-AMOUNT(WS-RH-COUNT)
                   ELSE
                       DISPLAY 'HOLD TABLE FULL - NO RELEASE DATE '
                           WS-MT-MERCH-ID(WS-MT-IDX)
                   END-IF
               END-IF
           END-IF.
       6500-OFFSET-RESERVE.
      *    A negative net is covered from the reserve, using the
      *    oldest rolling holds first.
           IF WS-MT-FUNDING(WS-MT-IDX) < 0
               AND WS-RK-RESERVE-BAL(WS-RK-IDX) > 0
               COMPUTE WS-OFFSET-LEFT = 0 - WS-MT-FUNDING(WS-MT-IDX)
               IF WS-OFFSET-LEFT > WS-RK-RESERVE-BAL(WS-RK-IDX)
                   MOVE WS-RK-RESERVE-BAL(WS-RK-IDX) TO WS-OFFSET-LEFT
               END-IF
               MOVE WS-OFFSET-LEFT TO WS-MT-OFFSET(WS-MT-IDX)
               ADD WS-OFFSET-LEFT TO WS-MT-FUNDING(WS-MT-IDX)
               SUBTRACT WS-OFFSET-LEFT
                   FROM WS-RK-RESERVE-BAL(WS-RK-IDX)
               ADD WS-OFFSET-LEFT TO WS-TOTAL-OFFSET
               PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
                   OR WS-OFFSET-LEFT = 0
                   IF WS-RH-MERCH-ID(WS-RH-IDX) =
                       WS-MT-MERCH-ID(WS-MT-IDX)
                       IF WS-RH-AMOUNT(WS-RH-IDX) > WS-OFFSET-LEFT
                           SUBTRACT WS-OFFSET-LEFT
                               FROM WS-RH-AMOUNT(WS-RH-IDX)
                           MOVE 0 TO WS-OFFSET-LEFT
                       ELSE
                           SUBTRACT WS-RH-AMOUNT(WS-RH-IDX)
                               FROM WS-OFFSET-LEFT
                           MOVE 0 TO WS-RH-AMOUNT(WS-RH-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       6600-WRITE-FUNDING.
           MOVE WS-MT-MERCH-ID(WS-MT-IDX) TO MF-MERCH-ID
           MOVE WS-BATCH-ID TO MF-BATCH-ID
           MOVE WS-BATCH-DATE TO MF-SETTLE-DATE
           COMPUTE MF-NET-SALES =
               WS-MT-SALES(WS-MT-IDX) - WS-MT-RETURNS(WS-MT-IDX)
           MOVE WS-MT-IC-FEES(WS-MT-IDX) TO MF-IC-FEES
           MOVE WS-MT-CB-AMT(WS-MT-IDX) TO MF-CHARGEBACKS
           MOVE WS-MT-HELD(WS-MT-IDX) TO MF-RESERVE-HELD
           MOVE WS-MT-RELEASED(WS-MT-IDX) TO MF-RESERVE-RELEASED
           MOVE WS-MT-OFFSET(WS-MT-IDX) TO MF-RESERVE-OFFSET
           MOVE WS-MT-FUNDING(WS-MT-IDX) TO MF-FUNDING-AMT
           IF WS-RK-IDX > 0
               MOVE WS-RK-RESERVE-BAL(WS-RK-IDX) TO MF-RESERVE-BAL
               MOVE WS-RK-TIER(WS-RK-IDX) TO MF-TIER
           ELSE
               MOVE 0 TO MF-RESERVE-BAL
               MOVE 0 TO MF-TIER
           END-IF
           IF WS-MT-FUNDING(WS-MT-IDX) >= 0
               MOVE 'FUND' TO MF-STATUS
           ELSE
               MOVE 'DEBIT DUE' TO MF-STATUS
           END-IF
           WRITE FUNDING-RECORD.
       7000-SET-STATUS.
           IF WS-FUNDING-AMT >= 0
               MOVE 'APPROVED' TO WS-BATCH-STATUS
           ELSE
               MOVE 'DEBIT DUE' TO WS-BATCH-STATUS
           END-IF.
       7500-WRITE-RISK-FILES.
           OPEN OUTPUT NEW-RISK-FILE
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
               WRITE NEW-RISK-RECORD FROM WS-RK-ENTRY(WS-RK-IDX)
           END-PERFORM
           CLOSE NEW-RISK-FILE
           OPEN OUTPUT NEW-HOLD-FILE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-AMOUNT(WS-RH-IDX) > 0
                   WRITE NEW-HOLD-RECORD FROM WS-RH-ENTRY(WS-RH-IDX)
               END-IF
           END-PERFORM
           CLOSE NEW-HOLD-FILE.
       8000-DISPLAY-RESULTS.
           DISPLAY '========================================='
           DISPLAY 'BATCH SETTLEMENT REPORT'
               DISPLAY 'REJECTED:        ' WS-REJECT-COUNT
               DISPLAY 'NET AMOUNT:      ' WS-NET-AMOUNT
               DISPLAY 'IC FEES:         ' WS-TOTAL-IC-FEES
               IF WS-RISK-LOADED
                   DISPLAY 'CHARGEBACKS:     ' WS-TOTAL-CHARGEBACKS
                   DISPLAY 'RESERVE HELD:    ' WS-TOTAL-HELD
                   DISPLAY 'RESERVE RELEASED:' WS-TOTAL-RELEASED
                   DISPLAY 'RESERVE OFFSET:  ' WS-TOTAL-OFFSET
                   DISPLAY 'TIER CHANGES:    ' WS-TIER-CHANGES
               END-IF
               DISPLAY 'FUNDING AMOUNT:  ' WS-FUNDING-AMT
               DISPLAY 'STATUS:          ' WS-BATCH-STATUS
               DISPLAY 'HASH TOTAL:      ' WS-HASH-TOTAL
