       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-BIN-LOOKUP.
      *================================================================*
      * Fraud BIN Lookup                                               *
      * Resolves the issuer, network, country and card type for the   *
      * fraud checks from the shared BIN range master through          *
      * UTIL-BIN-RANGE-SVC, so fraud sees the same issuer as card      *
      * validation and foreign transaction processing.                 *
      *================================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CARD-NUM                PIC X(16).
       01 WS-BIN                     PIC X(8).
       01 WS-BIN-PARMS.
           05 WS-BP-FUNCTION         PIC X(4).
           05 WS-BP-PAN              PIC X(19).
           05 WS-BP-MATCH-BIN        PIC X(8).
           05 WS-BP-PREFIX-LEN       PIC 9(2).
           05 WS-BP-ISSUER           PIC X(30).
           05 WS-BP-NETWORK          PIC X(4).
           05 WS-BP-PRODUCT-TYPE     PIC X(3).
           05 WS-BP-COUNTRY-A2       PIC X(2).
           05 WS-BP-COUNTRY-A3       PIC X(3).
           05 WS-BP-FUNDING          PIC X(1).
           05 WS-BP-REGULATED        PIC X(1).
           05 WS-BP-STATUS           PIC X(2).
       01 WS-FOUND-FLAG              PIC X VALUE 'N'.
           88 WS-BIN-FOUND           VALUE 'Y'.
       01 WS-CARD-TYPE               PIC X(1).
           88 WS-CREDIT              VALUE 'C'.
           88 WS-DEBIT               VALUE 'D'.
           88 WS-PREPAID             VALUE 'P'.
       01 WS-NETWORK                 PIC X(4).
       01 WS-ISSUER-NAME             PIC X(30).
       01 WS-REGULATED               PIC X(1).
           88 WS-REG-ISSUER          VALUE 'Y'.
       01 WS-ISSUER-COUNTRY          PIC X(3).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE WS-CARD-NUM(1:6) TO WS-BIN
           MOVE 'N' TO WS-FOUND-FLAG.
       2000-SEARCH-TABLE.
           MOVE 'LOOK' TO WS-BP-FUNCTION
           MOVE WS-CARD-NUM TO WS-BP-PAN
           CALL 'UTIL-BIN-RANGE-SVC' USING WS-BIN-PARMS
           IF WS-BP-STATUS = '00'
               MOVE 'Y' TO WS-FOUND-FLAG
               MOVE WS-BP-MATCH-BIN TO WS-BIN
               MOVE WS-BP-ISSUER TO WS-ISSUER-NAME
               MOVE WS-BP-NETWORK TO WS-NETWORK
               MOVE WS-BP-COUNTRY-A3 TO WS-ISSUER-COUNTRY
               MOVE WS-BP-FUNDING TO WS-CARD-TYPE
               MOVE WS-BP-REGULATED TO WS-REGULATED
           END-IF.
       3000-DISPLAY-RESULTS.
           DISPLAY 'BIN LOOKUP RESULT'
           DISPLAY '================='
               IF WS-PREPAID
                   DISPLAY 'TYPE: PREPAID'
               END-IF
               IF WS-REG-ISSUER
                   DISPLAY 'REGULATED ISSUER'
               END-IF
           ELSE
               DISPLAY 'STATUS: BIN NOT FOUND'
           END-IF.
