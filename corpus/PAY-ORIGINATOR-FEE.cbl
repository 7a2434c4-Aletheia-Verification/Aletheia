       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ORIGINATOR-FEE.
      *================================================================*
      * ACH Originator Fee                                             *
      * Tiered per-item fee with volume discount and monthly minimum.  *
      * The month's item volume and the tier fee are appended to       *
      * ANLVOL.DAT (service ACHORG) for account analysis, under the    *
      * originator's settlement account.  An originator with no        *
      * settlement account is reported and ends with return code 4.    *
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
       01 WS-VOL-FS                  PIC XX.
       01 WS-ORIGINATOR-DATA.
           05 WS-ORIG-ID             PIC X(10).
           05 WS-ORIG-NAME           PIC X(30).
           05 WS-ORIG-SETTLE-ACCT    PIC X(12).
           05 WS-MONTHLY-VOLUME      PIC S9(9) COMP-3.
           05 WS-MONTHLY-AMOUNT      PIC S9(13)V99 COMP-3.
       01 WS-ORIG-TIER               PIC X(1).
           PERFORM 3000-DETERMINE-TIER
           PERFORM 4000-CALC-FEES
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 6000-WRITE-VOLUME
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-BASE-FEE
           DISPLAY 'DISCOUNT:        ' WS-VOLUME-DISCOUNT
           DISPLAY 'NET FEE:         ' WS-NET-FEE
           DISPLAY 'MINIMUM:         ' WS-MONTHLY-MIN.
       6000-WRITE-VOLUME.
      *    Analysis bills the deposit account the originator settles
      *    through; the originator ID is not an account.
           IF WS-ORIG-SETTLE-ACCT = SPACES
               DISPLAY 'NO SETTLEMENT ACCOUNT - VOLUME NOT SENT '
                   WS-ORIG-ID
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 6100-APPEND-VOLUME
           END-IF.
       6100-APPEND-VOLUME.
           OPEN EXTEND VOLUME-FILE
           IF WS-VOL-FS = '35'
               OPEN OUTPUT VOLUME-FILE
           END-IF
           MOVE WS-ORIG-SETTLE-ACCT TO AV-ACCT-NUM
           MOVE 'ACHORG' TO AV-SERVICE-CODE
           MOVE 'ACHO' TO AV-SOURCE
           ACCEPT AV-ACTIVITY-DATE FROM DATE YYYYMMDD
           MOVE WS-MONTHLY-VOLUME TO AV-VOLUME
           MOVE WS-NET-FEE TO AV-STD-FEE
           MOVE 'N' TO AV-WAIVED
           WRITE VOLUME-RECORD
           CLOSE VOLUME-FILE.
