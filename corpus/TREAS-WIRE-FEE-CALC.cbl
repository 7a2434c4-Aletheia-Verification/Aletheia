       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREAS-WIRE-FEE-CALC.
      *================================================================*
      * Wire Transfer Fee                                              *
      * Base fee by wire type and account tier plus surcharges, with   *
      * the treasury large-value waiver.  Each wire is appended to     *
      * ANLVOL.DAT under the sending account (WIREDO, WIREIN, WIREFD)  *
      * for account analysis.                                          *
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
       01 WS-WIRE-DATA.
           05 WS-WIRE-ID             PIC X(15).
           05 WS-WIRE-AMOUNT         PIC S9(11)V99 COMP-3.
           PERFORM 3000-APPLY-SURCHARGES
           PERFORM 4000-CHECK-WAIVER
           PERFORM 5000-DISPLAY-RESULTS
           PERFORM 6000-WRITE-VOLUME
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-BASE-FEE
           IF WS-FEE-WAIVED
               DISPLAY 'FEE WAIVED (TREASURY TIER)'
           END-IF.
       6000-WRITE-VOLUME.
           OPEN EXTEND VOLUME-FILE
           IF WS-VOL-FS = '35'
               OPEN OUTPUT VOLUME-FILE
           END-IF
           MOVE WS-SENDER-ACCT TO AV-ACCT-NUM
           EVALUATE TRUE
               WHEN WS-INTERNATIONAL
                   MOVE 'WIREIN' TO AV-SERVICE-CODE
               WHEN WS-FED-WIRE
                   MOVE 'WIREFD' TO AV-SERVICE-CODE
               WHEN OTHER
                   MOVE 'WIREDO' TO AV-SERVICE-CODE
           END-EVALUATE
           MOVE 'WIRE' TO AV-SOURCE
           ACCEPT AV-ACTIVITY-DATE FROM DATE YYYYMMDD
           MOVE 1 TO AV-VOLUME
           MOVE WS-TOTAL-FEE TO AV-STD-FEE
           MOVE WS-WAIVER-FLAG TO AV-WAIVED
           WRITE VOLUME-RECORD
           CLOSE VOLUME-FILE.
