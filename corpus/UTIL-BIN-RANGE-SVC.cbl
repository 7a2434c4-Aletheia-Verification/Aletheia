       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL-BIN-RANGE-SVC.
      *================================================================*
      * Card BIN Range Lookup Service                                  *
      * Single callable BIN table used by the card validation, fraud   *
      * and foreign transaction programs so every caller agrees on a   *
      * card's issuer, country and type.  Backed by the BIN range      *
      * master BINRANGE.DAT maintained weekly from the network range   *
      * files by CARD-BIN-RANGE-UPD, loaded on first call.  Ranges are *
      * held as 12-digit account range low/high values with the BIN    *
      * length (6 or 8) the network assigned; retired ranges are kept  *
      * on the master for history but never match.                     *
      *                                                                *
      * CALL 'UTIL-BIN-RANGE-SVC' USING BIN-PARMS                      *
      *   BIN-FUNCTION  'LOOK' find the range for BIN-PAN; where       *
      *                 ranges overlap the longest BIN wins, then the  *
      *                 narrowest range                                *
      *   BIN-STATUS    '00' found, '10' bad function, '20' no range,  *
      *                 '30' PAN not numeric                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-RANGE-FILE ASSIGN TO 'BINRANGE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BIN-RANGE-FILE.
       01 BIN-RANGE-RECORD.
           05 BR-RANGE-LOW            PIC 9(12).
           05 BR-RANGE-HIGH           PIC 9(12).
           05 BR-PREFIX-LEN           PIC 9(2).
           05 BR-ISSUER               PIC X(30).
           05 BR-NETWORK              PIC X(4).
           05 BR-PRODUCT-TYPE         PIC X(3).
           05 BR-COUNTRY-A2           PIC X(2).
           05 BR-COUNTRY-A3           PIC X(3).
           05 BR-FUNDING              PIC X(1).
           05 BR-REGULATED            PIC X(1).
           05 BR-STATUS               PIC X(1).
           05 BR-EFF-DATE             PIC 9(8).
           05 BR-RETIRE-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BIN-STATUS               PIC X(2).
       01 WS-EOF-FLAG                 PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-LOADED-FLAG              PIC X VALUE 'N'.
           88 WS-TABLE-LOADED         VALUE 'Y'.
       01 WS-RANGE-TABLE.
           05 WS-RG-ENTRY OCCURS 20000 TIMES.
               10 WS-RG-LOW           PIC 9(12).
               10 WS-RG-HIGH          PIC 9(12).
               10 WS-RG-PREFIX-LEN    PIC 9(2).
               10 WS-RG-ISSUER        PIC X(30).
               10 WS-RG-NETWORK       PIC X(4).
               10 WS-RG-PRODUCT-TYPE  PIC X(3).
               10 WS-RG-COUNTRY-A2    PIC X(2).
               10 WS-RG-COUNTRY-A3    PIC X(3).
               10 WS-RG-FUNDING       PIC X(1).
               10 WS-RG-REGULATED     PIC X(1).
       01 WS-RG-COUNT                 PIC S9(5) COMP VALUE 0.
       01 WS-RG-IDX                   PIC S9(5) COMP.
       01 WS-RG-BEST                  PIC S9(5) COMP.
       01 WS-PAN-KEY                  PIC 9(12).
       01 WS-BEST-WIDTH               PIC 9(12).
       01 WS-THIS-WIDTH               PIC 9(12).

       LINKAGE SECTION.
       01 BIN-PARMS.
           05 BIN-FUNCTION            PIC X(4).
           05 BIN-PAN                 PIC X(19).
           05 BIN-MATCH-BIN           PIC X(8).
           05 BIN-PREFIX-LEN          PIC 9(2).
           05 BIN-ISSUER              PIC X(30).
           05 BIN-NETWORK             PIC X(4).
           05 BIN-PRODUCT-TYPE        PIC X(3).
           05 BIN-COUNTRY-A2          PIC X(2).
           05 BIN-COUNTRY-A3          PIC X(3).
           05 BIN-FUNDING             PIC X(1).
           05 BIN-REGULATED           PIC X(1).
           05 BIN-STATUS              PIC X(2).

       PROCEDURE DIVISION USING BIN-PARMS.

       0000-MAIN-CONTROL.
           IF NOT WS-TABLE-LOADED
               PERFORM 1000-LOAD-RANGES
           END-IF
           MOVE '00' TO BIN-STATUS
           MOVE SPACES TO BIN-MATCH-BIN
           MOVE 0 TO BIN-PREFIX-LEN
           MOVE SPACES TO BIN-ISSUER
           MOVE SPACES TO BIN-NETWORK
           MOVE SPACES TO BIN-PRODUCT-TYPE
           MOVE SPACES TO BIN-COUNTRY-A2
           MOVE SPACES TO BIN-COUNTRY-A3
           MOVE SPACES TO BIN-FUNDING
           MOVE SPACES TO BIN-REGULATED
           EVALUATE BIN-FUNCTION
               WHEN 'LOOK'
                   PERFORM 2000-LOOKUP
               WHEN OTHER
                   MOVE '10' TO BIN-STATUS
           END-EVALUATE
           GOBACK.

       1000-LOAD-RANGES.
           MOVE 'Y' TO WS-LOADED-FLAG
           OPEN INPUT BIN-RANGE-FILE
           IF WS-BIN-STATUS NOT = '00'
               DISPLAY 'BIN RANGE FILE NOT AVAILABLE: ' WS-BIN-STATUS
           ELSE
               PERFORM 1100-READ-RANGE
                   UNTIL WS-EOF
               CLOSE BIN-RANGE-FILE
           END-IF.

       1100-READ-RANGE.
           READ BIN-RANGE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF BR-STATUS NOT = 'R'
                       IF WS-RG-COUNT < 20000
                           ADD 1 TO WS-RG-COUNT
                           MOVE BR-RANGE-LOW TO WS-RG-LOW(WS-RG-COUNT)
                           MOVE BR-RANGE-HIGH
                               TO WS-RG-HIGH(WS-RG-COUNT)
                           MOVE BR-PREFIX-LEN
                               TO WS-RG-PREFIX-LEN(WS-RG-COUNT)
                           MOVE BR-ISSUER TO WS-RG-ISSUER(WS-RG-COUNT)
                           MOVE BR-NETWORK
                               TO WS-RG-NETWORK(WS-RG-COUNT)
                           MOVE BR-PRODUCT-TYPE
                               TO WS-RG-PRODUCT-TYPE(WS-RG-COUNT)
                           MOVE BR-COUNTRY-A2
                               TO WS-RG-COUNTRY-A2(WS-RG-COUNT)
                           MOVE BR-COUNTRY-A3
                               TO WS-RG-COUNTRY-A3(WS-RG-COUNT)
                           MOVE BR-FUNDING
                               TO WS-RG-FUNDING(WS-RG-COUNT)
                           MOVE BR-REGULATED
                               TO WS-RG-REGULATED(WS-RG-COUNT)
                       ELSE
                           DISPLAY 'BIN RANGE TABLE FULL - SKIPPED '
                               BR-RANGE-LOW
                       END-IF
                   END-IF
           END-READ.

       2000-LOOKUP.
           IF BIN-PAN(1:12) NOT NUMERIC
               MOVE '30' TO BIN-STATUS
           ELSE
               MOVE BIN-PAN(1:12) TO WS-PAN-KEY
               MOVE 0 TO WS-RG-BEST
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
                   IF WS-PAN-KEY >= WS-RG-LOW(WS-RG-IDX)
                       AND WS-PAN-KEY <= WS-RG-HIGH(WS-RG-IDX)
                       PERFORM 2100-COMPARE-MATCH
                   END-IF
               END-PERFORM
               IF WS-RG-BEST = 0
                   MOVE '20' TO BIN-STATUS
               ELSE
                   PERFORM 2200-RETURN-MATCH
               END-IF
           END-IF.

       2100-COMPARE-MATCH.
           COMPUTE WS-THIS-WIDTH =
               WS-RG-HIGH(WS-RG-IDX) - WS-RG-LOW(WS-RG-IDX)
           EVALUATE TRUE
               WHEN WS-RG-BEST = 0
                   MOVE WS-RG-IDX TO WS-RG-BEST
                   MOVE WS-THIS-WIDTH TO WS-BEST-WIDTH
               WHEN WS-RG-PREFIX-LEN(WS-RG-IDX) >
                    WS-RG-PREFIX-LEN(WS-RG-BEST)
                   MOVE WS-RG-IDX TO WS-RG-BEST
                   MOVE WS-THIS-WIDTH TO WS-BEST-WIDTH
               WHEN WS-RG-PREFIX-LEN(WS-RG-IDX) =
                    WS-RG-PREFIX-LEN(WS-RG-BEST)
                    AND WS-THIS-WIDTH < WS-BEST-WIDTH
                   MOVE WS-RG-IDX TO WS-RG-BEST
                   MOVE WS-THIS-WIDTH TO WS-BEST-WIDTH
           END-EVALUATE.

       2200-RETURN-MATCH.
           MOVE WS-RG-PREFIX-LEN(WS-RG-BEST) TO BIN-PREFIX-LEN
           IF BIN-PREFIX-LEN = 8
               MOVE BIN-PAN(1:8) TO BIN-MATCH-BIN
           ELSE
               MOVE BIN-PAN(1:6) TO BIN-MATCH-BIN
           END-IF
           MOVE WS-RG-ISSUER(WS-RG-BEST) TO BIN-ISSUER
           MOVE WS-RG-NETWORK(WS-RG-BEST) TO BIN-NETWORK
           MOVE WS-RG-PRODUCT-TYPE(WS-RG-BEST) TO BIN-PRODUCT-TYPE
           MOVE WS-RG-COUNTRY-A2(WS-RG-BEST) TO BIN-COUNTRY-A2
           MOVE WS-RG-COUNTRY-A3(WS-RG-BEST) TO BIN-COUNTRY-A3
           MOVE WS-RG-FUNDING(WS-RG-BEST) TO BIN-FUNDING
           MOVE WS-RG-REGULATED(WS-RG-BEST) TO BIN-REGULATED.
