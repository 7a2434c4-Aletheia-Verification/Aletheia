       IDENTIFICATION DIVISION.
       PROGRAM-ID. INS-MORT-USAGE-RPT.
      *================================================================*
      * Mortality Table Usage Report                                   *
      * Lists, for actuarial review, which mortality table and version *
      * priced each contract.  Reads the usage log MORTUSE.DAT written *
      * by UTIL-MORTALITY-SVC, sorts it by table, version, contract    *
      * and date, and prints one line per contract within each table   *
      * version with the first and last date the table was used, the  *
      * calling program and the number of calls.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE
              ASSIGN TO 'MORTUSE.DAT'
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-USAGE-STATUS.
           SELECT SORTED-FILE
              ASSIGN TO 'MORTSRT.DAT'
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SORTED-STATUS.
           SELECT REPORT-FILE
              ASSIGN TO 'MORTRPT.DAT'
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-WORK-FILE
              ASSIGN TO 'SORTWORK'.

       DATA DIVISION.
       FILE SECTION.

       FD USAGE-FILE.
       01 USAGE-RECORD                PIC X(77).

       FD SORTED-FILE.
       01 SORTED-RECORD.
          05 SR-LOG-DATE              PIC 9(8).
          05 SR-CALLER                PIC X(20).
          05 SR-CONTRACT-ID           PIC X(12).
          05 SR-PRODUCT               PIC X(4).
          05 SR-TABLE-ID              PIC X(8).
          05 SR-VERSION               PIC X(4).
          05 SR-FUNCTION              PIC X(4).
          05 SR-AGE                   PIC 9(3).
          05 SR-GENDER                PIC X(1).
          05 SR-SMOKER                PIC X(1).
          05 SR-QX                    PIC 9V9(6).
          05 SR-LIFE-EXPECT           PIC 9(3)V99.

       FD REPORT-FILE.
       01 REPORT-RECORD               PIC X(100).

       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
          05 SW-LOG-DATE              PIC 9(8).
          05 SW-CALLER                PIC X(20).
          05 SW-CONTRACT-ID           PIC X(12).
          05 SW-PRODUCT               PIC X(4).
          05 SW-TABLE-ID              PIC X(8).
          05 SW-VERSION               PIC X(4).
          05 SW-REST                  PIC X(21).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
          05 WS-USAGE-STATUS          PIC X(2).
          05 WS-SORTED-STATUS         PIC X(2).
          05 WS-REPORT-STATUS         PIC X(2).

       01 WS-CONTROL-FLAGS.
          05 WS-EOF-FLAG              PIC X(1).
             88 END-OF-FILE           VALUE 'Y'.
             88 NOT-END-OF-FILE       VALUE 'N'.
          05 WS-FIRST-FLAG            PIC X(1).
             88 FIRST-RECORD          VALUE 'Y'.

       01 WS-RUN-DATE                 PIC 9(8).

       01 WS-BREAK-FIELDS.
          05 WS-PREV-TABLE-ID         PIC X(8).
          05 WS-PREV-VERSION          PIC X(4).
          05 WS-PREV-CONTRACT         PIC X(12).
          05 WS-PREV-PRODUCT          PIC X(4).
          05 WS-PREV-CALLER           PIC X(20).
          05 WS-FIRST-USED            PIC 9(8).
          05 WS-LAST-USED             PIC 9(8).
          05 WS-CONTRACT-CALLS        PIC 9(6).

       01 WS-COUNTERS.
          05 WS-TABLE-CONTRACTS       PIC 9(6).
          05 WS-TABLE-CALLS           PIC 9(7).
          05 WS-TABLE-VERSIONS        PIC 9(4).
          05 WS-TOTAL-CONTRACTS       PIC 9(6).
          05 WS-TOTAL-CALLS           PIC 9(7).

       01 WS-HEAD-LINE-1.
          05 FILLER                   PIC X(30)
             VALUE 'MORTALITY TABLE USAGE REPORT'.
          05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
          05 WS-H1-RUN-DATE           PIC 9(8).
          05 FILLER                   PIC X(52) VALUE SPACES.

       01 WS-HEAD-LINE-2.
          05 FILLER                   PIC X(6) VALUE 'TABLE '.
          05 WS-H2-TABLE-ID           PIC X(8).
          05 FILLER                   PIC X(10) VALUE '  VERSION '.
          05 WS-H2-VERSION            PIC X(4).
          05 FILLER                   PIC X(72) VALUE SPACES.

       01 WS-HEAD-LINE-3.
          05 FILLER                   PIC X(16) VALUE '  CONTRACT'.
          05 FILLER                   PIC X(6) VALUE 'PROD'.
          05 FILLER                   PIC X(22) VALUE 'PROGRAM'.
          05 FILLER                   PIC X(10) VALUE 'FIRST USE'.
          05 FILLER                   PIC X(10) VALUE 'LAST USE'.
          05 FILLER                   PIC X(7) VALUE '  CALLS'.
          05 FILLER                   PIC X(29) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DL-CONTRACT           PIC X(12).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DL-PRODUCT            PIC X(4).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DL-CALLER             PIC X(20).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DL-FIRST-USED         PIC 9(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-DL-LAST-USED          PIC 9(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-DL-CALLS              PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL              PIC X(24).
          05 FILLER                   PIC X(11) VALUE 'CONTRACTS: '.
          05 WS-TL-CONTRACTS          PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(9) VALUE '  CALLS: '.
          05 WS-TL-CALLS              PIC Z,ZZZ,ZZ9.
          05 FILLER                   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SW-TABLE-ID
                               SW-VERSION
                               SW-CONTRACT-ID
                               SW-LOG-DATE
              USING USAGE-FILE
              GIVING SORTED-FILE
           PERFORM 2000-OPEN-FILES
           PERFORM 3000-PROCESS-RECORDS
              UNTIL END-OF-FILE
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-BREAK-FIELDS
           INITIALIZE WS-COUNTERS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'Y' TO WS-FIRST-FLAG
           SET NOT-END-OF-FILE TO TRUE.

       2000-OPEN-FILES.
           OPEN INPUT SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-1.

       3000-PROCESS-RECORDS.
           READ SORTED-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 PERFORM 3100-HANDLE-RECORD
           END-READ.

       3100-HANDLE-RECORD.
           IF FIRST-RECORD
              MOVE 'N' TO WS-FIRST-FLAG
              PERFORM 3300-START-TABLE
              PERFORM 3400-START-CONTRACT
           ELSE
              IF SR-TABLE-ID NOT = WS-PREV-TABLE-ID
                 OR SR-VERSION NOT = WS-PREV-VERSION
                 PERFORM 3500-END-CONTRACT
                 PERFORM 3600-END-TABLE
                 PERFORM 3300-START-TABLE
                 PERFORM 3400-START-CONTRACT
              ELSE
                 IF SR-CONTRACT-ID NOT = WS-PREV-CONTRACT
                    PERFORM 3500-END-CONTRACT
                    PERFORM 3400-START-CONTRACT
                 END-IF
              END-IF
           END-IF
           MOVE SR-LOG-DATE TO WS-LAST-USED
           MOVE SR-CALLER TO WS-PREV-CALLER
           MOVE SR-PRODUCT TO WS-PREV-PRODUCT
           ADD 1 TO WS-CONTRACT-CALLS.

       3300-START-TABLE.
           MOVE SR-TABLE-ID TO WS-PREV-TABLE-ID
           MOVE SR-VERSION TO WS-PREV-VERSION
           MOVE 0 TO WS-TABLE-CONTRACTS
           MOVE 0 TO WS-TABLE-CALLS
           ADD 1 TO WS-TABLE-VERSIONS
           MOVE SR-TABLE-ID TO WS-H2-TABLE-ID
           MOVE SR-VERSION TO WS-H2-VERSION
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-2
           WRITE REPORT-RECORD FROM WS-HEAD-LINE-3.

       3400-START-CONTRACT.
           MOVE SR-CONTRACT-ID TO WS-PREV-CONTRACT
           MOVE SR-LOG-DATE TO WS-FIRST-USED
           MOVE 0 TO WS-CONTRACT-CALLS.

       3500-END-CONTRACT.
           MOVE WS-PREV-CONTRACT TO WS-DL-CONTRACT
           MOVE WS-PREV-PRODUCT TO WS-DL-PRODUCT
           MOVE WS-PREV-CALLER TO WS-DL-CALLER
           MOVE WS-FIRST-USED TO WS-DL-FIRST-USED
           MOVE WS-LAST-USED TO WS-DL-LAST-USED
           MOVE WS-CONTRACT-CALLS TO WS-DL-CALLS
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-TABLE-CONTRACTS
           ADD WS-CONTRACT-CALLS TO WS-TABLE-CALLS.

       3600-END-TABLE.
           MOVE '  TABLE VERSION TOTAL' TO WS-TL-LABEL
           MOVE WS-TABLE-CONTRACTS TO WS-TL-CONTRACTS
           MOVE WS-TABLE-CALLS TO WS-TL-CALLS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           ADD WS-TABLE-CONTRACTS TO WS-TOTAL-CONTRACTS
           ADD WS-TABLE-CALLS TO WS-TOTAL-CALLS.

       4000-WRITE-SUMMARY.
           IF NOT FIRST-RECORD
              PERFORM 3500-END-CONTRACT
              PERFORM 3600-END-TABLE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ALL TABLE VERSIONS' TO WS-TL-LABEL
           MOVE WS-TOTAL-CONTRACTS TO WS-TL-CONTRACTS
           MOVE WS-TOTAL-CALLS TO WS-TL-CALLS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           DISPLAY "TABLE VERSIONS USED: " WS-TABLE-VERSIONS
           DISPLAY "CONTRACTS LISTED:    " WS-TOTAL-CONTRACTS
           DISPLAY "SERVICE CALLS:       " WS-TOTAL-CALLS.

       5000-CLOSE-FILES.
           CLOSE SORTED-FILE
           CLOSE REPORT-FILE.
