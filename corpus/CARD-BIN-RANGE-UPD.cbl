       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-BIN-RANGE-UPD.
      *================================================================*
      * Weekly BIN Range Master Update                                 *
      * Applies the card networks' published account range tables     *
      * (BINNET.DAT, all networks' files concatenated) to the BIN      *
      * range master BINRANGE.DAT read by UTIL-BIN-RANGE-SVC.  The     *
      * network file is sorted by range and matched against the        *
      * master, which is kept in the same order:                       *
      *   range only on the network file    - added                    *
      *   range on both, attributes differ  - changed                  *
      *   active range missing from network - retired (kept on the     *
      *                                       master, status R)        *
      * Ranges of a network that sent no file this week are carried    *
      * forward untouched rather than retired.  The new master is      *
      * written to BINRNGN.DAT and every added, changed, retired and   *
      * rejected range is listed on BINUPRPT.DAT.                      *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETWORK-FILE ASSIGN TO 'BINNET.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.
           SELECT SORTED-NET-FILE ASSIGN TO 'BINNETS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNET-STATUS.
           SELECT MASTER-FILE ASSIGN TO 'BINRANGE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO 'BINRNGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NMST-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BINUPRPT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK'.
       DATA DIVISION.
       FILE SECTION.
       FD NETWORK-FILE.
       01 NETWORK-RECORD              PIC X(70).
       FD SORTED-NET-FILE.
       01 SORTED-NET-RECORD.
           05 NT-RANGE-LOW            PIC 9(12).
           05 NT-RANGE-HIGH           PIC 9(12).
           05 NT-PREFIX-LEN           PIC 9(2).
           05 NT-ISSUER               PIC X(30).
           05 NT-NETWORK              PIC X(4).
           05 NT-PRODUCT-TYPE         PIC X(3).
           05 NT-COUNTRY-A2           PIC X(2).
           05 NT-COUNTRY-A3           PIC X(3).
           05 NT-FUNDING              PIC X(1).
           05 NT-REGULATED            PIC X(1).
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
           05 SW-RANGE-LOW            PIC 9(12).
           05 SW-RANGE-HIGH           PIC 9(12).
           05 SW-REST                 PIC X(46).
       FD MASTER-FILE.
       01 MASTER-RECORD.
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
       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD           PIC X(87).
       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-NET-STATUS               PIC X(2).
       01 WS-SNET-STATUS              PIC X(2).
       01 WS-MST-STATUS               PIC X(2).
       01 WS-NMST-STATUS              PIC X(2).
       01 WS-RPT-STATUS               PIC X(2).
       01 WS-NET-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-NET-EOF              VALUE 'Y'.
       01 WS-MST-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-MST-EOF              VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(8).
      *--- Match keys; high-values at end of file ---
       01 WS-NET-KEY.
           05 WS-NK-LOW               PIC 9(12).
           05 WS-NK-HIGH              PIC 9(12).
       01 WS-NET-KEY-X REDEFINES WS-NET-KEY PIC X(24).
       01 WS-MST-KEY.
           05 WS-MK-LOW               PIC 9(12).
           05 WS-MK-HIGH              PIC 9(12).
       01 WS-MST-KEY-X REDEFINES WS-MST-KEY PIC X(24).
       01 WS-PREV-NET-KEY             PIC X(24) VALUE LOW-VALUES.
      *--- Networks that sent a file this week ---
       01 WS-NETWORK-TABLE.
           05 WS-NW-ENTRY OCCURS 20 TIMES.
               10 WS-NW-CODE          PIC X(4).
       01 WS-NW-COUNT                 PIC S9(3) COMP VALUE 0.
       01 WS-NW-IDX                   PIC S9(3) COMP.
       01 WS-NW-FOUND-FLAG            PIC X VALUE 'N'.
           88 WS-NW-FOUND             VALUE 'Y'.
      *--- New master record built here ---
       01 WS-OUT-RECORD.
           05 WS-OR-RANGE-LOW         PIC 9(12).
           05 WS-OR-RANGE-HIGH        PIC 9(12).
           05 WS-OR-PREFIX-LEN        PIC 9(2).
           05 WS-OR-ISSUER            PIC X(30).
           05 WS-OR-NETWORK           PIC X(4).
           05 WS-OR-PRODUCT-TYPE      PIC X(3).
           05 WS-OR-COUNTRY-A2        PIC X(2).
           05 WS-OR-COUNTRY-A3        PIC X(3).
           05 WS-OR-FUNDING           PIC X(1).
           05 WS-OR-REGULATED         PIC X(1).
           05 WS-OR-STATUS            PIC X(1).
           05 WS-OR-EFF-DATE          PIC 9(8).
           05 WS-OR-RETIRE-DATE       PIC 9(8).
       01 WS-NET-VALID-FLAG           PIC X VALUE 'Y'.
           88 WS-NET-VALID            VALUE 'Y'.
       01 WS-REJECT-REASON            PIC X(20).
      *--- Counters ---
       01 WS-CNT-NETWORK              PIC 9(7) VALUE 0.
       01 WS-CNT-ADDED                PIC 9(7) VALUE 0.
       01 WS-CNT-CHANGED              PIC 9(7) VALUE 0.
       01 WS-CNT-RETIRED              PIC 9(7) VALUE 0.
       01 WS-CNT-REACTIVATED          PIC 9(7) VALUE 0.
       01 WS-CNT-UNCHANGED            PIC 9(7) VALUE 0.
       01 WS-CNT-NOT-RECEIVED         PIC 9(7) VALUE 0.
       01 WS-CNT-REJECTED             PIC 9(7) VALUE 0.
       01 WS-CNT-WRITTEN              PIC 9(7) VALUE 0.
      *--- Report lines ---
       01 WS-HEAD-LINE.
           05 FILLER                  PIC X(32)
               VALUE 'BIN RANGE MASTER UPDATE RUN '.
           05 WS-HL-RUN-DATE          PIC 9(8).
           05 FILLER                  PIC X(92) VALUE SPACES.
       01 WS-COL-LINE.
           05 FILLER                  PIC X(12) VALUE 'ACTION'.
           05 FILLER                  PIC X(26) VALUE
               'RANGE LOW    RANGE HIGH'.
           05 FILLER                  PIC X(9) VALUE 'BIN NETW'.
           05 FILLER                  PIC X(31) VALUE 'ISSUER'.
           05 FILLER                  PIC X(54) VALUE
               'PRD CC CTY F R  NOTE'.
       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION            PIC X(11).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-LOW               PIC 9(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-HIGH              PIC 9(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-PREFIX-LEN        PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-NETWORK           PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-ISSUER            PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-PRODUCT-TYPE      PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-COUNTRY-A2        PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-COUNTRY-A3        PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-FUNDING           PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DL-REGULATED         PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE              PIC X(20).
           05 FILLER                  PIC X(17) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL             PIC X(30).
           05 WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(93) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RANGE-LOW
                                SW-RANGE-HIGH
               USING NETWORK-FILE
               GIVING SORTED-NET-FILE
           PERFORM 1100-COLLECT-NETWORKS
           IF WS-CNT-NETWORK = 0
               DISPLAY 'NO NETWORK RANGES RECEIVED - MASTER NOT '
                   'UPDATED'
           ELSE
               PERFORM 2000-OPEN-FILES
               PERFORM 2100-READ-NETWORK
               PERFORM 2200-READ-MASTER
               PERFORM 3000-MATCH-RANGES
                   UNTIL WS-NET-EOF AND WS-MST-EOF
               PERFORM 4000-WRITE-TOTALS
               PERFORM 5000-CLOSE-FILES
           END-IF
           PERFORM 6000-DISPLAY-TOTALS
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *--- First pass over the sorted file: which networks reported ---
       1100-COLLECT-NETWORKS.
           OPEN INPUT SORTED-NET-FILE
           IF WS-SNET-STATUS = '00'
               PERFORM UNTIL WS-NET-EOF
                   READ SORTED-NET-FILE
                       AT END MOVE 'Y' TO WS-NET-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CNT-NETWORK
                           PERFORM 1150-NOTE-NETWORK
                   END-READ
               END-PERFORM
               CLOSE SORTED-NET-FILE
           END-IF
           MOVE 'N' TO WS-NET-EOF-FLAG.
       1150-NOTE-NETWORK.
           MOVE 'N' TO WS-NW-FOUND-FLAG
           PERFORM VARYING WS-NW-IDX FROM 1 BY 1
               UNTIL WS-NW-IDX > WS-NW-COUNT OR WS-NW-FOUND
               IF WS-NW-CODE(WS-NW-IDX) = NT-NETWORK
                   MOVE 'Y' TO WS-NW-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-NW-FOUND
               IF WS-NW-COUNT < 20
                   ADD 1 TO WS-NW-COUNT
                   MOVE NT-NETWORK TO WS-NW-CODE(WS-NW-COUNT)
               ELSE
                   DISPLAY 'NETWORK TABLE FULL - SKIPPED ' NT-NETWORK
               END-IF
           END-IF.
       2000-OPEN-FILES.
           OPEN INPUT SORTED-NET-FILE
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'NO EXISTING BIN MASTER - ALL RANGES ADDED'
               MOVE 'Y' TO WS-MST-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HL-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEAD-LINE
           WRITE REPORT-RECORD FROM WS-COL-LINE.
      *--- Network rows that fail validation, or repeat the previous
      *--- range, are reported and skipped.
       2100-READ-NETWORK.
           MOVE 'N' TO WS-NET-VALID-FLAG
           PERFORM UNTIL WS-NET-VALID OR WS-NET-EOF
               READ SORTED-NET-FILE
                   AT END
                       MOVE 'Y' TO WS-NET-EOF-FLAG
                       MOVE HIGH-VALUES TO WS-NET-KEY-X
                   NOT AT END
                       MOVE NT-RANGE-LOW TO WS-NK-LOW
                       MOVE NT-RANGE-HIGH TO WS-NK-HIGH
                       PERFORM 2150-VALIDATE-NETWORK
               END-READ
           END-PERFORM.
       2150-VALIDATE-NETWORK.
           MOVE 'Y' TO WS-NET-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NT-RANGE-LOW > NT-RANGE-HIGH
                   MOVE 'LOW ABOVE HIGH' TO WS-REJECT-REASON
               WHEN NT-PREFIX-LEN NOT = 6 AND NOT = 8
                   MOVE 'BIN LENGTH NOT 6/8' TO WS-REJECT-REASON
               WHEN NT-FUNDING NOT = 'C' AND NOT = 'D'
                                    AND NOT = 'P'
                   MOVE 'BAD FUNDING TYPE' TO WS-REJECT-REASON
               WHEN WS-NET-KEY-X = WS-PREV-NET-KEY
                   MOVE 'DUPLICATE RANGE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-NET-VALID-FLAG
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'REJECTED' TO WS-DL-ACTION
               PERFORM 3800-FORMAT-NETWORK
               MOVE WS-REJECT-REASON TO WS-DL-NOTE
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ELSE
               MOVE WS-NET-KEY-X TO WS-PREV-NET-KEY
           END-IF.
       2200-READ-MASTER.
           IF NOT WS-MST-EOF
               READ MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-MST-EOF-FLAG
                   NOT AT END
                       MOVE BR-RANGE-LOW TO WS-MK-LOW
                       MOVE BR-RANGE-HIGH TO WS-MK-HIGH
               END-READ
           END-IF
           IF WS-MST-EOF
               MOVE HIGH-VALUES TO WS-MST-KEY-X
           END-IF.
       3000-MATCH-RANGES.
           EVALUATE TRUE
               WHEN WS-NET-KEY-X < WS-MST-KEY-X
                   PERFORM 3100-ADD-RANGE
                   PERFORM 2100-READ-NETWORK
               WHEN WS-NET-KEY-X > WS-MST-KEY-X
                   PERFORM 3300-MASTER-ONLY
                   PERFORM 2200-READ-MASTER
               WHEN OTHER
                   PERFORM 3200-COMPARE-RANGE
                   PERFORM 2100-READ-NETWORK
                   PERFORM 2200-READ-MASTER
           END-EVALUATE.
       3100-ADD-RANGE.
           PERFORM 3700-BUILD-FROM-NETWORK
           ADD 1 TO WS-CNT-ADDED
           MOVE 'ADDED' TO WS-DL-ACTION
           PERFORM 3800-FORMAT-NETWORK
           MOVE SPACES TO WS-DL-NOTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 3900-WRITE-MASTER.
       3200-COMPARE-RANGE.
           EVALUATE TRUE
               WHEN BR-STATUS = 'R'
                   PERFORM 3700-BUILD-FROM-NETWORK
                   ADD 1 TO WS-CNT-REACTIVATED
                   MOVE 'REACTIVATED' TO WS-DL-ACTION
                   PERFORM 3800-FORMAT-NETWORK
                   MOVE 'RETIRED ' TO WS-DL-NOTE
                   MOVE BR-RETIRE-DATE TO WS-DL-NOTE(9:8)
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               WHEN NT-PREFIX-LEN NOT = BR-PREFIX-LEN
                   OR NT-ISSUER NOT = BR-ISSUER
                   OR NT-NETWORK NOT = BR-NETWORK
                   OR NT-PRODUCT-TYPE NOT = BR-PRODUCT-TYPE
                   OR NT-COUNTRY-A2 NOT = BR-COUNTRY-A2
                   OR NT-COUNTRY-A3 NOT = BR-COUNTRY-A3
                   OR NT-FUNDING NOT = BR-FUNDING
                   OR NT-REGULATED NOT = BR-REGULATED
                   PERFORM 3700-BUILD-FROM-NETWORK
                   ADD 1 TO WS-CNT-CHANGED
                   MOVE 'CHANGED' TO WS-DL-ACTION
                   PERFORM 3800-FORMAT-NETWORK
                   MOVE SPACES TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   MOVE '  WAS' TO WS-DL-ACTION
                   PERFORM 3850-FORMAT-MASTER
                   MOVE 'EFF ' TO WS-DL-NOTE
                   MOVE BR-EFF-DATE TO WS-DL-NOTE(5:8)
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               WHEN OTHER
                   MOVE MASTER-RECORD TO WS-OUT-RECORD
                   ADD 1 TO WS-CNT-UNCHANGED
           END-EVALUATE
           PERFORM 3900-WRITE-MASTER.
      *--- Active range the network no longer publishes is retired,
      *--- unless that network sent nothing this week.
       3300-MASTER-ONLY.
           MOVE MASTER-RECORD TO WS-OUT-RECORD
           IF BR-STATUS NOT = 'R'
               MOVE 'N' TO WS-NW-FOUND-FLAG
               PERFORM VARYING WS-NW-IDX FROM 1 BY 1
                   UNTIL WS-NW-IDX > WS-NW-COUNT OR WS-NW-FOUND
                   IF WS-NW-CODE(WS-NW-IDX) = BR-NETWORK
                       MOVE 'Y' TO WS-NW-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-NW-FOUND
                   MOVE 'R' TO WS-OR-STATUS
                   MOVE WS-RUN-DATE TO WS-OR-RETIRE-DATE
                   ADD 1 TO WS-CNT-RETIRED
                   MOVE 'RETIRED' TO WS-DL-ACTION
                   PERFORM 3850-FORMAT-MASTER
                   MOVE SPACES TO WS-DL-NOTE
                   WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ELSE
                   ADD 1 TO WS-CNT-NOT-RECEIVED
               END-IF
           END-IF
           PERFORM 3900-WRITE-MASTER.
       3700-BUILD-FROM-NETWORK.
           MOVE NT-RANGE-LOW TO WS-OR-RANGE-LOW
           MOVE NT-RANGE-HIGH TO WS-OR-RANGE-HIGH
           MOVE NT-PREFIX-LEN TO WS-OR-PREFIX-LEN
           MOVE NT-ISSUER TO WS-OR-ISSUER
           MOVE NT-NETWORK TO WS-OR-NETWORK
           MOVE NT-PRODUCT-TYPE TO WS-OR-PRODUCT-TYPE
           MOVE NT-COUNTRY-A2 TO WS-OR-COUNTRY-A2
           MOVE NT-COUNTRY-A3 TO WS-OR-COUNTRY-A3
           MOVE NT-FUNDING TO WS-OR-FUNDING
           MOVE NT-REGULATED TO WS-OR-REGULATED
           MOVE 'A' TO WS-OR-STATUS
           MOVE WS-RUN-DATE TO WS-OR-EFF-DATE
           MOVE 0 TO WS-OR-RETIRE-DATE.
       3800-FORMAT-NETWORK.
           MOVE NT-RANGE-LOW TO WS-DL-LOW
           MOVE NT-RANGE-HIGH TO WS-DL-HIGH
           MOVE NT-PREFIX-LEN TO WS-DL-PREFIX-LEN
           MOVE NT-NETWORK TO WS-DL-NETWORK
           MOVE NT-ISSUER TO WS-DL-ISSUER
           MOVE NT-PRODUCT-TYPE TO WS-DL-PRODUCT-TYPE
           MOVE NT-COUNTRY-A2 TO WS-DL-COUNTRY-A2
           MOVE NT-COUNTRY-A3 TO WS-DL-COUNTRY-A3
           MOVE NT-FUNDING TO WS-DL-FUNDING
           MOVE NT-REGULATED TO WS-DL-REGULATED.
       3850-FORMAT-MASTER.
           MOVE BR-RANGE-LOW TO WS-DL-LOW
           MOVE BR-RANGE-HIGH TO WS-DL-HIGH
           MOVE BR-PREFIX-LEN TO WS-DL-PREFIX-LEN
           MOVE BR-NETWORK TO WS-DL-NETWORK
           MOVE BR-ISSUER TO WS-DL-ISSUER
           MOVE BR-PRODUCT-TYPE TO WS-DL-PRODUCT-TYPE
           MOVE BR-COUNTRY-A2 TO WS-DL-COUNTRY-A2
           MOVE BR-COUNTRY-A3 TO WS-DL-COUNTRY-A3
           MOVE BR-FUNDING TO WS-DL-FUNDING
           MOVE BR-REGULATED TO WS-DL-REGULATED.
       3900-WRITE-MASTER.
           WRITE NEW-MASTER-RECORD FROM WS-OUT-RECORD
           ADD 1 TO WS-CNT-WRITTEN.
       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'NETWORK RANGES RECEIVED' TO WS-TL-LABEL
           MOVE WS-CNT-NETWORK TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RANGES ADDED' TO WS-TL-LABEL
           MOVE WS-CNT-ADDED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RANGES REACTIVATED' TO WS-TL-LABEL
           MOVE WS-CNT-REACTIVATED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RANGES CHANGED' TO WS-TL-LABEL
           MOVE WS-CNT-CHANGED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RANGES RETIRED' TO WS-TL-LABEL
           MOVE WS-CNT-RETIRED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RANGES UNCHANGED' TO WS-TL-LABEL
           MOVE WS-CNT-UNCHANGED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NETWORK NOT RECEIVED - KEPT' TO WS-TL-LABEL
           MOVE WS-CNT-NOT-RECEIVED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NETWORK RANGES REJECTED' TO WS-TL-LABEL
           MOVE WS-CNT-REJECTED TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'MASTER RECORDS WRITTEN' TO WS-TL-LABEL
           MOVE WS-CNT-WRITTEN TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
       5000-CLOSE-FILES.
           CLOSE SORTED-NET-FILE
           IF WS-MST-STATUS NOT = '35'
               CLOSE MASTER-FILE
           END-IF
           CLOSE NEW-MASTER-FILE
           CLOSE REPORT-FILE.
       6000-DISPLAY-TOTALS.
           DISPLAY 'BIN RANGE MASTER UPDATE'
           DISPLAY '======================='
           DISPLAY 'NETWORK RANGES:  ' WS-CNT-NETWORK
           DISPLAY 'ADDED:           ' WS-CNT-ADDED
           DISPLAY 'REACTIVATED:     ' WS-CNT-REACTIVATED
           DISPLAY 'CHANGED:         ' WS-CNT-CHANGED
           DISPLAY 'RETIRED:         ' WS-CNT-RETIRED
           DISPLAY 'UNCHANGED:       ' WS-CNT-UNCHANGED
           DISPLAY 'NOT RECEIVED:    ' WS-CNT-NOT-RECEIVED
           DISPLAY 'REJECTED:        ' WS-CNT-REJECTED
           DISPLAY 'MASTER WRITTEN:  ' WS-CNT-WRITTEN.
