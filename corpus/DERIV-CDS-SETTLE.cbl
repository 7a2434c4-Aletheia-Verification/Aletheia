      * Credit Default Swap Settlement Calculator                       *
      * Calculates CDS premium legs, default leg, accrued premium,     *
      * and physical/cash settlement amounts upon credit event.         *
      * Positions are read from CDSPOS.DAT when present.  Credit       *
      * events and auction results come from CDSEVENT.DAT, one record  *
      * per reference entity, seniority and maturity bucket; each      *
      * position takes the final price of the smallest bucket covering *
      * its maturity.  A triggered position stops accruing premium;    *
      * once the final price is published it cash settles at par less *
      * that price, net of premium accrued to the event date, and the *
      * amounts are netted into one instruction per counterparty and   *
      * settlement date on CDSSETL.DAT.  Updated positions CDSPOSN.DAT.*
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO 'CDSPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT NEW-POSITION-FILE ASSIGN TO 'CDSPOSN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPS-STATUS.
           SELECT EVENT-FILE ASSIGN TO 'CDSEVENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.
           SELECT INSTRUCTION-FILE ASSIGN TO 'CDSSETL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05  PS-TRADE-ID        PIC X(12).
           05  PS-COUNTERPARTY    PIC X(10).
           05  PS-REF-ENTITY      PIC X(20).
           05  PS-SENIORITY       PIC X(04).
           05  PS-MATURITY        PIC 9(08).
           05  PS-DIRECTION       PIC X(01).
           05  PS-NOTIONAL        PIC 9(13)V99.
           05  PS-SPREAD-BPS      PIC 9(05).
           05  PS-RECOVERY        PIC 9V99.
           05  PS-TENOR-YRS       PIC 9(02).
           05  PS-ACCRUAL-START   PIC 9(08).
           05  PS-STATUS          PIC X(01).
           05  PS-EVENT-DATE      PIC 9(08).
           05  PS-FINAL-PRICE     PIC 9(03)V9(04).
           05  PS-SETTLE-AMT      PIC S9(11)V99.
       FD  NEW-POSITION-FILE.
       01  NEW-POSITION-RECORD    PIC X(117).
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05  EV-REF-ENTITY      PIC X(20).
           05  EV-SENIORITY       PIC X(04).
           05  EV-BUCKET-MATURITY PIC 9(08).
           05  EV-EVENT-DATE      PIC 9(08).
           05  EV-AUCTION-DATE    PIC 9(08).
           05  EV-FINAL-PRICE     PIC 9(03)V9(04).
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD.
           05  SI-COUNTERPARTY    PIC X(10).
           05  SI-SETTLE-DATE     PIC 9(08).
           05  SI-DIRECTION       PIC X(04).
           05  SI-AMOUNT          PIC 9(13)V99.
           05  SI-TRADE-COUNT     PIC 9(05).
       WORKING-STORAGE SECTION.
       01  WS-CDS-PORTFOLIO.
           05  WS-CDS-ENTRY       OCCURS 500 TIMES.
               10  CD-TRADE-ID    PIC X(12).
               10  CD-COUNTERPARTY PIC X(10).
               10  CD-SENIORITY   PIC X(04).
               10  CD-MATURITY    PIC 9(08).
               10  CD-DIRECTION   PIC X(01).
               10  CD-ACCRUAL-START PIC 9(08).
               10  CD-STATUS      PIC X(01).
               10  CD-EVENT-DATE  PIC 9(08).
               10  CD-FINAL-PRICE PIC 9(03)V9(04).
               10  CD-ACCRUED     PIC S9(11)V99.
               10  CD-REF-ENTITY  PIC X(20).
               10  CD-NOTIONAL    PIC S9(13)V99.
               10  CD-SPREAD-BPS  PIC 9(05).
               10  CD-DEFAULT-PV  PIC S9(11)V99.
               10  CD-MTM         PIC S9(11)V99.
               10  CD-SETTLE-AMT  PIC S9(11)V99.
       01  WS-NUM-CDS             PIC 9(03) VALUE 5.
       01  WS-IDX                 PIC 9(03).
       01  WS-PERIOD-IDX          PIC 9(02).
       01  WS-NUM-PERIODS         PIC 9(03).
       01  WS-SPREAD-DECIMAL      PIC 9V9(06).
       01  WS-TOTAL-SETTLE        PIC S9(13)V99 VALUE 0.
       01  WS-ACCRUED-PREM        PIC S9(09)V99.
       01  WS-DAYS-ACCRUED        PIC 9(03) VALUE 45.
      *--- Credit event auction settlement ---
       01  WS-POS-STATUS          PIC X(02).
       01  WS-NPS-STATUS          PIC X(02).
       01  WS-EVT-STATUS          PIC X(02).
       01  WS-INS-STATUS          PIC X(02).
       01  WS-EOF-FLAG            PIC X(01) VALUE 'N'.
           88  WS-EOF             VALUE 'Y'.
       01  WS-POSITION-FLAG       PIC X(01) VALUE 'N'.
           88  WS-POSITIONS-LOADED VALUE 'Y'.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY        OCCURS 200 TIMES.
               10  WS-EV-ENTITY   PIC X(20).
               10  WS-EV-SENIORITY PIC X(04).
               10  WS-EV-BUCKET   PIC 9(08).
               10  WS-EV-EVENT-DATE PIC 9(08).
               10  WS-EV-AUCTION-DATE PIC 9(08).
               10  WS-EV-PRICE    PIC 9(03)V9(04).
       01  WS-EV-COUNT            PIC 9(03) VALUE 0.
       01  WS-EV-IDX              PIC 9(03).
       01  WS-EV-MATCH            PIC 9(03).
       01  WS-CPTY-TABLE.
           05  WS-CP-ENTRY        OCCURS 300 TIMES.
               10  WS-CP-COUNTERPARTY PIC X(10).
               10  WS-CP-SETTLE-DATE PIC 9(08).
               10  WS-CP-NET-AMT  PIC S9(13)V99.
               10  WS-CP-TRADES   PIC 9(05).
       01  WS-CP-COUNT            PIC 9(03) VALUE 0.
       01  WS-CP-IDX              PIC 9(03).
       01  WS-CP-FOUND            PIC 9(03).
       01  WS-SETTLE-DATE         PIC 9(08).
       01  WS-NET-SETTLE          PIC S9(11)V99.
       01  WS-EVENT-DAYS          PIC 9(05).
       01  WS-TRIGGERED-CNT       PIC 9(03) VALUE 0.
       01  WS-SETTLED-CNT         PIC 9(03) VALUE 0.
       01  WS-CAL-PARMS.
           05  WS-CAL-FUNCTION    PIC X(04).
           05  WS-CAL-DATE-IN     PIC 9(08).
           05  WS-CAL-DATE-IN2    PIC 9(08).
           05  WS-CAL-DAYS        PIC S9(5) COMP-3.
           05  WS-CAL-DATE-OUT    PIC 9(08).
           05  WS-CAL-DAYS-OUT    PIC S9(5) COMP-3.
           05  WS-CAL-DAY-TYPE    PIC X(01).
           05  WS-CAL-STATUS      PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1100-LOAD-POSITIONS
           IF NOT WS-POSITIONS-LOADED
               PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 1500-LOAD-EVENTS
           PERFORM 2000-VALUE-CDS-BOOK
           IF WS-POSITIONS-LOADED
               PERFORM 6000-WRITE-INSTRUCTIONS
               PERFORM 7000-WRITE-POSITIONS
           END-IF
           PERFORM 9000-REPORT
           STOP RUN.
       1000-INITIALIZE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE SPACES TO CD-TRADE-ID(WS-IDX)
               MOVE SPACES TO CD-COUNTERPARTY(WS-IDX)
               MOVE SPACES TO CD-SENIORITY(WS-IDX)
               MOVE 99999999 TO CD-MATURITY(WS-IDX)
               MOVE 'B' TO CD-DIRECTION(WS-IDX)
               MOVE 0 TO CD-ACCRUAL-START(WS-IDX)
               MOVE 'A' TO CD-STATUS(WS-IDX)
               MOVE 0 TO CD-EVENT-DATE(WS-IDX)
               MOVE 0 TO CD-FINAL-PRICE(WS-IDX)
           END-PERFORM
           MOVE 'ACME INDUSTRIES    ' TO CD-REF-ENTITY(1)
           MOVE 10000000.00 TO CD-NOTIONAL(1)
           MOVE 150 TO CD-SPREAD-BPS(1)
           MOVE 0.40 TO CD-RECOVERY(5)
           MOVE 7 TO CD-TENOR-YRS(5)
           MOVE 'N' TO CD-CREDIT-EVT(5).
      *================================================================*
      * Load the position book                                         *
      *================================================================*
       1100-LOAD-POSITIONS.
           MOVE 0 TO WS-NUM-CDS
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS = '00'
               MOVE 'Y' TO WS-POSITION-FLAG
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM 1110-READ-POSITION UNTIL WS-EOF
               CLOSE POSITION-FILE
           ELSE
               MOVE 5 TO WS-NUM-CDS
           END-IF.
       1110-READ-POSITION.
           READ POSITION-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-NUM-CDS < 500
                       ADD 1 TO WS-NUM-CDS
                       MOVE PS-TRADE-ID TO CD-TRADE-ID(WS-NUM-CDS)
                       MOVE PS-COUNTERPARTY
                           TO CD-COUNTERPARTY(WS-NUM-CDS)
                       MOVE PS-REF-ENTITY TO CD-REF-ENTITY(WS-NUM-CDS)
                       MOVE PS-SENIORITY TO CD-SENIORITY(WS-NUM-CDS)
                       MOVE PS-MATURITY TO CD-MATURITY(WS-NUM-CDS)
                       MOVE PS-DIRECTION TO CD-DIRECTION(WS-NUM-CDS)
                       MOVE PS-NOTIONAL TO CD-NOTIONAL(WS-NUM-CDS)
                       MOVE PS-SPREAD-BPS TO CD-SPREAD-BPS(WS-NUM-CDS)
                       MOVE PS-RECOVERY TO CD-RECOVERY(WS-NUM-CDS)
                       MOVE PS-TENOR-YRS TO CD-TENOR-YRS(WS-NUM-CDS)
                       MOVE PS-ACCRUAL-START
                           TO CD-ACCRUAL-START(WS-NUM-CDS)
                       MOVE PS-STATUS TO CD-STATUS(WS-NUM-CDS)
                       MOVE PS-EVENT-DATE TO CD-EVENT-DATE(WS-NUM-CDS)
                       MOVE PS-FINAL-PRICE
                           TO CD-FINAL-PRICE(WS-NUM-CDS)
                       MOVE PS-SETTLE-AMT TO CD-SETTLE-AMT(WS-NUM-CDS)
                       MOVE 'N' TO CD-CREDIT-EVT(WS-NUM-CDS)
                       MOVE 0 TO CD-MTM(WS-NUM-CDS)
                       MOVE 0 TO CD-ACCRUED(WS-NUM-CDS)
                   ELSE
                       DISPLAY 'POSITION TABLE FULL - SKIPPED '
                           PS-TRADE-ID
                   END-IF
           END-READ.
      *================================================================*
      * Load credit events and auction final prices                    *
      *================================================================*
       1500-LOAD-EVENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1510-READ-EVENT UNTIL WS-EOF
           IF WS-EVT-STATUS = '00' OR '10'
               CLOSE EVENT-FILE
           END-IF.
       1510-READ-EVENT.
           READ EVENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-EV-COUNT < 200
                       ADD 1 TO WS-EV-COUNT
                       MOVE EV-REF-ENTITY TO WS-EV-ENTITY(WS-EV-COUNT)
                       MOVE EV-SENIORITY
                           TO WS-EV-SENIORITY(WS-EV-COUNT)
                       MOVE EV-BUCKET-MATURITY
                           TO WS-EV-BUCKET(WS-EV-COUNT)
                       MOVE EV-EVENT-DATE
                           TO WS-EV-EVENT-DATE(WS-EV-COUNT)
                       MOVE EV-AUCTION-DATE
                           TO WS-EV-AUCTION-DATE(WS-EV-COUNT)
                       MOVE EV-FINAL-PRICE TO WS-EV-PRICE(WS-EV-COUNT)
                   ELSE
                       DISPLAY 'EVENT TABLE FULL - SKIPPED '
                           EV-REF-ENTITY
                   END-IF
           END-READ.
       2000-VALUE-CDS-BOOK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CDS
               ADD CD-NOTIONAL(WS-IDX) TO WS-TOTAL-NOTIONAL
               IF CD-STATUS(WS-IDX) NOT = 'S'
                   PERFORM 2100-MATCH-EVENT
               END-IF
               EVALUATE TRUE
                   WHEN CD-STATUS(WS-IDX) = 'S'
                       MOVE 0 TO CD-MTM(WS-IDX)
                   WHEN WS-EV-MATCH > 0
                       PERFORM 5000-AUCTION-SETTLEMENT
                   WHEN CD-STATUS(WS-IDX) = 'T'
                       MOVE 0 TO CD-MTM(WS-IDX)
                   WHEN CD-CREDIT-EVT(WS-IDX) = 'Y'
                       PERFORM 3000-CALC-SETTLEMENT
                       ADD 1 TO WS-EVENT-CNT
                   WHEN OTHER
                       PERFORM 4000-CALC-MTM
               END-EVALUATE
               ADD CD-MTM(WS-IDX) TO WS-TOTAL-MTM
           END-PERFORM.
      *--- Smallest maturity bucket for the entity and seniority ---
      *--- that covers the position's maturity                    ---
       2100-MATCH-EVENT.
           MOVE 0 TO WS-EV-MATCH
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-ENTITY(WS-EV-IDX) = CD-REF-ENTITY(WS-IDX)
                   AND (WS-EV-SENIORITY(WS-EV-IDX) = SPACES
                     OR WS-EV-SENIORITY(WS-EV-IDX) =
                        CD-SENIORITY(WS-IDX))
                   AND WS-EV-BUCKET(WS-EV-IDX) >= CD-MATURITY(WS-IDX)
                   IF WS-EV-MATCH = 0
                       MOVE WS-EV-IDX TO WS-EV-MATCH
                   ELSE
                       IF WS-EV-BUCKET(WS-EV-IDX) <
                           WS-EV-BUCKET(WS-EV-MATCH)
                           MOVE WS-EV-IDX TO WS-EV-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3000-CALC-SETTLEMENT.
           COMPUTE WS-LGD = 1 - CD-RECOVERY(WS-IDX)
           COMPUTE CD-SETTLE-AMT(WS-IDX) ROUNDED =
           COMPUTE CD-MTM(WS-IDX) =
               CD-DEFAULT-PV(WS-IDX) -
               CD-PREMIUM-PV(WS-IDX).
      *================================================================*
      * Auction settlement: protection pays par less the final price;  *
      * the buyer owes premium accrued through the event date.  The    *
      * trade stops accruing once triggered and settles when priced.   *
      *================================================================*
       5000-AUCTION-SETTLEMENT.
           IF CD-STATUS(WS-IDX) NOT = 'T'
               MOVE 'T' TO CD-STATUS(WS-IDX)
               MOVE WS-EV-EVENT-DATE(WS-EV-MATCH)
                   TO CD-EVENT-DATE(WS-IDX)
               ADD 1 TO WS-TRIGGERED-CNT
               ADD 1 TO WS-EVENT-CNT
           END-IF
           MOVE 0 TO CD-MTM(WS-IDX)
           IF WS-EV-PRICE(WS-EV-MATCH) = 0
               OR WS-EV-AUCTION-DATE(WS-EV-MATCH) = 0
               DISPLAY 'CREDIT EVENT - AWAITING AUCTION: '
                   CD-TRADE-ID(WS-IDX) ' ' CD-REF-ENTITY(WS-IDX)
           ELSE
               MOVE WS-EV-PRICE(WS-EV-MATCH) TO CD-FINAL-PRICE(WS-IDX)
               COMPUTE CD-SETTLE-AMT(WS-IDX) ROUNDED =
                   CD-NOTIONAL(WS-IDX) *
                   (100 - CD-FINAL-PRICE(WS-IDX)) / 100
               COMPUTE WS-SPREAD-DECIMAL =
                   CD-SPREAD-BPS(WS-IDX) / 10000
               MOVE 0 TO WS-EVENT-DAYS
               IF CD-ACCRUAL-START(WS-IDX) > 0
                   AND CD-ACCRUAL-START(WS-IDX) <=
                       CD-EVENT-DATE(WS-IDX)
                   COMPUTE WS-EVENT-DAYS =
                       FUNCTION INTEGER-OF-DATE(CD-EVENT-DATE(WS-IDX))
                       - FUNCTION INTEGER-OF-DATE
                         (CD-ACCRUAL-START(WS-IDX)) + 1
               END-IF
               COMPUTE CD-ACCRUED(WS-IDX) ROUNDED =
                   CD-NOTIONAL(WS-IDX) * WS-SPREAD-DECIMAL
                   * WS-EVENT-DAYS / 360
               COMPUTE WS-NET-SETTLE =
                   CD-SETTLE-AMT(WS-IDX) - CD-ACCRUED(WS-IDX)
               IF CD-DIRECTION(WS-IDX) = 'S'
                   COMPUTE WS-NET-SETTLE = 0 - WS-NET-SETTLE
               END-IF
               MOVE 'ADDB' TO WS-CAL-FUNCTION
               MOVE WS-EV-AUCTION-DATE(WS-EV-MATCH) TO WS-CAL-DATE-IN
               MOVE 5 TO WS-CAL-DAYS
               CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
               IF WS-CAL-STATUS = '00'
                   MOVE WS-CAL-DATE-OUT TO WS-SETTLE-DATE
               ELSE
                   MOVE WS-EV-AUCTION-DATE(WS-EV-MATCH)
                       TO WS-SETTLE-DATE
               END-IF
               MOVE 'S' TO CD-STATUS(WS-IDX)
               ADD 1 TO WS-SETTLED-CNT
               ADD CD-SETTLE-AMT(WS-IDX) TO WS-TOTAL-SETTLE
               PERFORM 5100-ADD-TO-COUNTERPARTY
               DISPLAY 'AUCTION SETTLE: ' CD-TRADE-ID(WS-IDX)
                   ' ' CD-REF-ENTITY(WS-IDX)
                   ' PRICE=' CD-FINAL-PRICE(WS-IDX)
                   ' SETTLE=' CD-SETTLE-AMT(WS-IDX)
                   ' ACCRUED=' CD-ACCRUED(WS-IDX)
           END-IF.
       5100-ADD-TO-COUNTERPARTY.
           MOVE 0 TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-CP-FOUND > 0
               IF WS-CP-COUNTERPARTY(WS-CP-IDX) =
                   CD-COUNTERPARTY(WS-IDX)
                   AND WS-CP-SETTLE-DATE(WS-CP-IDX) = WS-SETTLE-DATE
                   MOVE WS-CP-IDX TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 0
               IF WS-CP-COUNT < 300
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-CP-COUNT TO WS-CP-FOUND
                   MOVE CD-COUNTERPARTY(WS-IDX)
                       TO WS-CP-COUNTERPARTY(WS-CP-FOUND)
                   MOVE WS-SETTLE-DATE TO WS-CP-SETTLE-DATE(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-NET-AMT(WS-CP-FOUND)
                   MOVE 0 TO WS-CP-TRADES(WS-CP-FOUND)
               ELSE
                   DISPLAY 'COUNTERPARTY TABLE FULL - SKIPPED '
                       CD-COUNTERPARTY(WS-IDX)
               END-IF
           END-IF
           IF WS-CP-FOUND > 0
               ADD WS-NET-SETTLE TO WS-CP-NET-AMT(WS-CP-FOUND)
               ADD 1 TO WS-CP-TRADES(WS-CP-FOUND)
           END-IF.
      *================================================================*
      * One settlement instruction per counterparty and date           *
      *================================================================*
       6000-WRITE-INSTRUCTIONS.
           OPEN OUTPUT INSTRUCTION-FILE
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE WS-CP-COUNTERPARTY(WS-CP-IDX) TO SI-COUNTERPARTY
               MOVE WS-CP-SETTLE-DATE(WS-CP-IDX) TO SI-SETTLE-DATE
               IF WS-CP-NET-AMT(WS-CP-IDX) < 0
                   MOVE 'PAY ' TO SI-DIRECTION
               ELSE
                   MOVE 'RECV' TO SI-DIRECTION
               END-IF
               MOVE WS-CP-NET-AMT(WS-CP-IDX) TO SI-AMOUNT
               MOVE WS-CP-TRADES(WS-CP-IDX) TO SI-TRADE-COUNT
               WRITE INSTRUCTION-RECORD
           END-PERFORM
           CLOSE INSTRUCTION-FILE.
       7000-WRITE-POSITIONS.
           OPEN OUTPUT NEW-POSITION-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-CDS
               MOVE CD-TRADE-ID(WS-IDX) TO PS-TRADE-ID
               MOVE CD-COUNTERPARTY(WS-IDX) TO PS-COUNTERPARTY
               MOVE CD-REF-ENTITY(WS-IDX) TO PS-REF-ENTITY
               MOVE CD-SENIORITY(WS-IDX) TO PS-SENIORITY
               MOVE CD-MATURITY(WS-IDX) TO PS-MATURITY
               MOVE CD-DIRECTION(WS-IDX) TO PS-DIRECTION
               MOVE CD-NOTIONAL(WS-IDX) TO PS-NOTIONAL
               MOVE CD-SPREAD-BPS(WS-IDX) TO PS-SPREAD-BPS
               MOVE CD-RECOVERY(WS-IDX) TO PS-RECOVERY
               MOVE CD-TENOR-YRS(WS-IDX) TO PS-TENOR-YRS
               MOVE CD-ACCRUAL-START(WS-IDX) TO PS-ACCRUAL-START
               MOVE CD-STATUS(WS-IDX) TO PS-STATUS
               MOVE CD-EVENT-DATE(WS-IDX) TO PS-EVENT-DATE
               MOVE CD-FINAL-PRICE(WS-IDX) TO PS-FINAL-PRICE
               MOVE CD-SETTLE-AMT(WS-IDX) TO PS-SETTLE-AMT
               WRITE NEW-POSITION-RECORD FROM POSITION-RECORD
           END-PERFORM
           CLOSE NEW-POSITION-FILE.
       9000-REPORT.
           DISPLAY 'CDS BOOK VALUATION'
           PERFORM VARYING WS-IDX FROM 1 BY 1
           DISPLAY 'TOTAL NOTIONAL: ' WS-TOTAL-NOTIONAL
           DISPLAY 'TOTAL MTM:      ' WS-TOTAL-MTM
           DISPLAY 'CREDIT EVENTS:  ' WS-EVENT-CNT
           DISPLAY 'NEWLY TRIGGERED:' WS-TRIGGERED-CNT
           DISPLAY 'AUCTION SETTLED:' WS-SETTLED-CNT
           DISPLAY 'INSTRUCTIONS:   ' WS-CP-COUNT
           DISPLAY 'TOTAL SETTLED:  ' WS-TOTAL-SETTLE.
