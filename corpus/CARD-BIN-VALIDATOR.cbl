       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-BIN-VALIDATOR.
      *================================================================*
      * Card BIN Validation                                            *
      * Identifies the issuing range of a card from the shared BIN     *
      * range master through UTIL-BIN-RANGE-SVC (6- and 8-digit BINs,  *
      * longest prefix wins) and checks the card number check digit.   *
      *================================================================*
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CARD-INPUT.
           05 WS-FULL-PAN        PIC X(16).
           05 WS-BIN             PIC X(8).
           05 WS-ACCT-DIGITS     PIC X(9).
           05 WS-CHECK-DIGIT     PIC X(1).
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
               88 BP-CREDIT      VALUE 'C'.
               88 BP-DEBIT       VALUE 'D'.
               88 BP-PREPAID     VALUE 'P'.
           05 WS-BP-REGULATED    PIC X(1).
               88 BP-REGULATED   VALUE 'Y'.
           05 WS-BP-STATUS       PIC X(2).
       01 WS-BIN-FOUND           PIC X VALUE 'N'.
           88 FOUND-BIN          VALUE 'Y'.
       01 WS-LUHN-VALID          PIC X VALUE 'N'.
           88 LUHN-OK            VALUE 'Y'.
       01 WS-LUHN-SUM            PIC 9(3).
           MOVE WS-FULL-PAN(16:1) TO WS-CHECK-DIGIT.
       2000-LOOKUP-BIN.
           MOVE 'N' TO WS-BIN-FOUND
           MOVE 'LOOK' TO WS-BP-FUNCTION
           MOVE WS-FULL-PAN TO WS-BP-PAN
           CALL 'UTIL-BIN-RANGE-SVC' USING WS-BIN-PARMS
           IF WS-BP-STATUS = '00'
               MOVE 'Y' TO WS-BIN-FOUND
               MOVE WS-BP-MATCH-BIN TO WS-BIN
               IF WS-BP-PREFIX-LEN = 8
                   MOVE SPACES TO WS-ACCT-DIGITS
                   MOVE WS-FULL-PAN(9:7) TO WS-ACCT-DIGITS
               END-IF
           END-IF.
       3000-LUHN-CHECK.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IDX FROM 1 BY 1
           DISPLAY 'BIN:    ' WS-BIN
           DISPLAY 'RESULT: ' WS-VALIDATION-RESULT
           IF FOUND-BIN
               DISPLAY 'ISSUER: ' WS-BP-ISSUER
               DISPLAY 'NETWORK:' WS-BP-NETWORK
               DISPLAY 'PRODUCT:' WS-BP-PRODUCT-TYPE
               DISPLAY 'COUNTRY:' WS-BP-COUNTRY-A2
               EVALUATE TRUE
                   WHEN BP-DEBIT
                       DISPLAY 'TYPE:   DEBIT'
                   WHEN BP-PREPAID
                       DISPLAY 'TYPE:   PREPAID'
                   WHEN OTHER
                       DISPLAY 'TYPE:   CREDIT'
               END-EVALUATE
               IF BP-REGULATED
                   DISPLAY 'REGULATED ISSUER'
               END-IF
           END-IF.
