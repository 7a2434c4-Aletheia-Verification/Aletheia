      *            the payee is now fuzzy-compared character by        *
      *            character and flagged PAYE-DIF below the match      *
      *            threshold (catches altered-payee check fraud).      *
      * 2026-10-15 Presented and exception item counts are appended    *
      *            to ANLVOL.DAT (PPYITM, PPYEXC) under the client     *
      *            account for monthly account analysis.               *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-FILE ASSIGN TO 'ANLVOL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD VOLUME-FILE.
       01 VOLUME-RECORD.
           05 AV-ACCT-NUM            PIC X(12).
           05 AV-SERVICE-CODE        PIC X(6).
           05 AV-SOURCE              PIC X(4).
           05 AV-ACTIVITY-DATE       PIC 9(8).
           05 AV-VOLUME              PIC 9(9).
           05 AV-STD-FEE             PIC 9(7)V99.
           05 AV-WAIVED              PIC X.
       WORKING-STORAGE SECTION.
       01 WS-VOL-FS              PIC XX.
       01 WS-PP-ACCT             PIC X(12).
       01 WS-ISSUED-CHECKS.
           05 WS-ISSUED OCCURS 25 TIMES.
               10 WS-IS-SERIAL   PIC X(10).
           PERFORM 2000-MATCH-CHECKS
           PERFORM 3000-FLAG-EXCEPTIONS
           PERFORM 4000-REPORT
           PERFORM 5000-WRITE-VOLUME
           STOP RUN.
       1000-INIT.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE 0 TO WS-PAYEE-DIFF-COUNT
           MOVE 4 TO WS-ISS-COUNT
           MOVE 4 TO WS-PRS-COUNT
           MOVE '000458812207' TO WS-PP-ACCT
           MOVE '1001      ' TO WS-IS-SERIAL(1)
           MOVE 450.00 TO WS-IS-AMOUNT(1)
           MOVE 'ACME SUPPLY CO          ' TO WS-IS-PAYEE(1)
                       ' ' WS-PR-STATUS(WS-IDX)
               END-IF
           END-PERFORM.
       5000-WRITE-VOLUME.
           OPEN EXTEND VOLUME-FILE
           IF WS-VOL-FS = '35'
               OPEN OUTPUT VOLUME-FILE
           END-IF
           MOVE WS-PP-ACCT TO AV-ACCT-NUM
           MOVE 'PPAY' TO AV-SOURCE
           ACCEPT AV-ACTIVITY-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AV-STD-FEE
           MOVE 'N' TO AV-WAIVED
           MOVE 'PPYITM' TO AV-SERVICE-CODE
           MOVE WS-PRS-COUNT TO AV-VOLUME
           WRITE VOLUME-RECORD
           MOVE 'PPYEXC' TO AV-SERVICE-CODE
           MOVE WS-EXCEPTION-COUNT TO AV-VOLUME
           WRITE VOLUME-RECORD
           CLOSE VOLUME-FILE.
