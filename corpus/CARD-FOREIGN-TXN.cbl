       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-FOREIGN-TXN.
      *================================================================*
      * Foreign Card Transaction Processing                            *
      * The card's home country is the issuer country of its BIN      *
      * range on the shared BIN range master (UTIL-BIN-RANGE-SVC);     *
      * where the BIN is not on file the card is treated as US.        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               VALUE 0.03.
           05 WS-TRAVEL-NOTICE   PIC X VALUE 'N'.
               88 HAS-NOTICE    VALUE 'Y'.
       01 WS-BIN-PARMS.
           05 WS-BP-FUNCTION     PIC X(4).
           05 WS-BP-PAN          PIC X(19).
           05 WS-BP-MATCH-BIN    PIC X(8).
           05 WS-BP-PREFIX-LEN   PIC 9(2).
           05 WS-BP-ISSUER       PIC X(30).
           05 WS-BP-NETWORK      PIC X(4).
           05 WS-BP-PRODUCT-TYPE PIC X(3).
           05 WS-BP-COUNTRY-A2   PIC X(2).
           05 WS-BP-COUNTRY-A3   PIC X(3).
           05 WS-BP-FUNDING      PIC X(1).
           05 WS-BP-REGULATED    PIC X(1).
           05 WS-BP-STATUS       PIC X(2).
       01 WS-COUNTRY-TABLE.
           05 WS-BLOCKED OCCURS 5 TIMES.
               10 WS-BLK-CC     PIC X(2).
       01 WS-AUTH-RESULT        PIC X(12).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-ISSUER-COUNTRY
           PERFORM 1000-CHECK-FOREIGN
           IF IS-FOREIGN-TXN
               PERFORM 1500-LOOKUP-NOTICE
           END-IF
           PERFORM 6000-OUTPUT
           STOP RUN.
       0500-ISSUER-COUNTRY.
           MOVE 'LOOK' TO WS-BP-FUNCTION
           MOVE WS-PAN TO WS-BP-PAN
           CALL 'UTIL-BIN-RANGE-SVC' USING WS-BIN-PARMS
           IF WS-BP-STATUS = '00' AND WS-BP-COUNTRY-A2 NOT = SPACES
               MOVE WS-BP-COUNTRY-A2 TO WS-HOME-COUNTRY
           ELSE
               DISPLAY 'WARNING: BIN NOT ON RANGE MASTER - STATUS '
                   WS-BP-STATUS ' - HOME COUNTRY US ASSUMED'
           END-IF.
       1000-CHECK-FOREIGN.
           IF WS-MERCHANT-COUNTRY NOT = WS-HOME-COUNTRY
               MOVE 'Y' TO WS-IS-FOREIGN
           DISPLAY 'FOREIGN TRANSACTION PROCESSING'
           DISPLAY '=============================='
           DISPLAY 'PAN:       ' WS-PAN
           DISPLAY 'HOME:      ' WS-HOME-COUNTRY
           DISPLAY 'COUNTRY:   ' WS-MERCHANT-COUNTRY
           DISPLAY 'LOCAL AMT: ' WS-TXN-CCY ' '
               WS-TXN-AMT-LOCAL
