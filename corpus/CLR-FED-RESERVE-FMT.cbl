       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-FED-RESERVE-FMT.
      *================================================================*
      * Fedwire Outbound Message Formatting                            *
      * Formats outbound funds transfers from FEDMSG.DAT into          *
      * FEDOUT.DAT.  Each message sent is also logged with its send    *
      * date and time to FEDSENT.DAT so CLR-FED-ACK-RECON can match    *
      * the Fed's IMAD/OMAD acknowledgments back to it.                *
      * Each release is also appended as a posted debit to the Fed     *
      * master account intraday position log FEDPOS.DAT for the        *
      * treasury daylight overdraft monitor.                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-MSG-STATUS.
           SELECT OUT-FILE ASSIGN TO 'FEDOUT.DAT'
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SENT-FILE ASSIGN TO 'FEDSENT.DAT'
               FILE STATUS IS WS-SENT-STATUS.
           SELECT POSITION-LOG ASSIGN TO 'FEDPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MSG-FILE.
       01 OUT-RECORD.
           05 OR-MSG-TYPE            PIC X(4).
           05 OR-FORMATTED-MSG       PIC X(76).
       FD SENT-FILE.
       01 SENT-RECORD.
           05 FS-REF-NUM             PIC X(16).
           05 FS-TXN-TYPE            PIC X(4).
           05 FS-AMOUNT              PIC 9(11)V99.
           05 FS-SENDER-ABA          PIC X(9).
           05 FS-RECEIVER-ABA        PIC X(9).
           05 FS-SEND-DATE           PIC 9(8).
           05 FS-SEND-TIME           PIC 9(4).
       FD POSITION-LOG.
       01 POSITION-RECORD.
           05 PL-POS-DATE            PIC 9(8).
           05 PL-POS-TIME            PIC 9(4).
           05 PL-SOURCE              PIC X(4).
           05 PL-REF                 PIC X(16).
           05 PL-DR-CR               PIC X(1).
           05 PL-AMOUNT              PIC 9(11)V99.
           05 PL-STATUS              PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-MSG-STATUS              PIC XX.
       01 WS-OUT-STATUS              PIC XX.
       01 WS-SENT-STATUS             PIC XX.
       01 WS-POS-STATUS              PIC XX.
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-FORMATTED-LINE          PIC X(76).
       01 WS-TOTAL-MSGS              PIC S9(5) COMP-3.
       01 WS-TOTAL-AMOUNT            PIC S9(13)V99 COMP-3.
       01 WS-SEND-DATE               PIC 9(8).
       01 WS-NOW-TIME                PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM            PIC 9(4).
           05 FILLER                 PIC 9(4).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           STOP RUN.
       1000-INITIALIZE.
           MOVE 0 TO WS-TOTAL-MSGS
           MOVE 0 TO WS-TOTAL-AMOUNT
           ACCEPT WS-SEND-DATE FROM DATE YYYYMMDD.
       1100-OPEN-FILES.
           OPEN INPUT MSG-FILE
           OPEN OUTPUT OUT-FILE
           OPEN OUTPUT SENT-FILE
           OPEN EXTEND POSITION-LOG
           IF WS-POS-STATUS = '35'
               OPEN OUTPUT POSITION-LOG
           END-IF.
       2000-READ-MSGS.
           READ MSG-FILE
               AT END SET WS-EOF TO TRUE
           END-STRING
           MOVE MR-TXN-TYPE TO OR-MSG-TYPE
           MOVE WS-FORMATTED-LINE TO OR-FORMATTED-MSG
           WRITE OUT-RECORD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE MR-REF-NUM TO FS-REF-NUM
           MOVE MR-TXN-TYPE TO FS-TXN-TYPE
           MOVE MR-AMOUNT TO FS-AMOUNT
           MOVE MR-SENDER-ABA TO FS-SENDER-ABA
           MOVE MR-RECEIVER-ABA TO FS-RECEIVER-ABA
           MOVE WS-SEND-DATE TO FS-SEND-DATE
           MOVE WS-NOW-HHMM TO FS-SEND-TIME
           WRITE SENT-RECORD
           MOVE WS-SEND-DATE TO PL-POS-DATE
           MOVE WS-NOW-HHMM TO PL-POS-TIME
           MOVE 'WIRO' TO PL-SOURCE
           MOVE MR-REF-NUM TO PL-REF
           MOVE 'D' TO PL-DR-CR
           MOVE MR-AMOUNT TO PL-AMOUNT
           MOVE 'P' TO PL-STATUS
           WRITE POSITION-RECORD.
       3000-CLOSE-FILES.
           CLOSE MSG-FILE
           CLOSE OUT-FILE
           CLOSE SENT-FILE
           CLOSE POSITION-LOG.
       4000-DISPLAY-SUMMARY.
           DISPLAY 'FED RESERVE FORMATTING'
           DISPLAY '======================'
