       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLR-FED-ACK-RECON.
      *================================================================*
      * Fedwire Acknowledgment Reconciliation                          *
      * Matches the Fed's acknowledgments on FEDACK.DAT, carrying the  *
      * IMAD and OMAD, to the outbound messages logged on FEDSENT.DAT  *
      * by CLR-FED-RESERVE-FMT.  Rejections, amount mismatches,        *
      * duplicate or unmatched acknowledgments, and messages with no   *
      * acknowledgment inside the window on FEDCTL.DAT are written to  *
      * FEDEXCP.DAT.  Control mode I is the intraday check; mode E is  *
      * end of day, which also proves FEDOUT.DAT counts and dollars    *
      * against acknowledged counts and dollars on FEDRECON.DAT and    *
      * keeps each accepted IMAD/OMAD on FEDIMAD.DAT for inquiries.    *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'FEDCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SENT-FILE ASSIGN TO 'FEDSENT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT ACK-FILE ASSIGN TO 'FEDACK.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OUT-FILE ASSIGN TO 'FEDOUT.DAT'
               FILE STATUS IS WS-OUT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'FEDEXCP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT IMAD-FILE ASSIGN TO 'FEDIMAD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAD-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FEDRECON.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE                PIC X.
           05 CT-ACK-WINDOW          PIC 9(3).
       FD SENT-FILE.
       01 SENT-RECORD.
           05 FS-REF-NUM             PIC X(16).
           05 FS-TXN-TYPE            PIC X(4).
           05 FS-AMOUNT              PIC 9(11)V99.
           05 FS-SENDER-ABA          PIC X(9).
           05 FS-RECEIVER-ABA        PIC X(9).
           05 FS-SEND-DATE           PIC 9(8).
           05 FS-SEND-TIME           PIC 9(4).
       FD ACK-FILE.
       01 ACK-RECORD.
           05 AK-REF-NUM             PIC X(16).
           05 AK-ACK-STATUS          PIC X.
               88 AK-ACCEPTED        VALUE 'A'.
               88 AK-REJECTED        VALUE 'R'.
           05 AK-REJECT-CODE         PIC X(4).
           05 AK-AMOUNT              PIC 9(11)V99.
           05 AK-IMAD                PIC X(22).
           05 AK-OMAD                PIC X(34).
           05 AK-ACK-DATE            PIC 9(8).
           05 AK-ACK-TIME            PIC 9(4).
       FD OUT-FILE.
       01 OUT-RECORD.
           05 OR-MSG-TYPE            PIC X(4).
           05 OR-SENDER-ABA          PIC X(9).
           05 FILLER                 PIC X.
           05 OR-RECEIVER-ABA        PIC X(9).
           05 FILLER                 PIC X.
           05 OR-AMOUNT              PIC 9(11)V99.
           05 FILLER                 PIC X.
           05 OR-REF-NUM             PIC X(16).
           05 FILLER                 PIC X(26).
       FD EXCEPT-FILE.
       01 EXCEPT-RECORD.
           05 EX-REF-NUM             PIC X(16).
           05 EX-EXC-TYPE            PIC X(2).
               88 EX-NO-ACK          VALUE 'NA'.
               88 EX-REJECTED        VALUE 'RJ'.
               88 EX-AMOUNT-DIFF     VALUE 'AM'.
               88 EX-DUPLICATE       VALUE 'DU'.
               88 EX-UNMATCHED       VALUE 'UN'.
           05 EX-SENT-AMOUNT         PIC 9(11)V99.
           05 EX-ACK-AMOUNT          PIC 9(11)V99.
           05 EX-REJECT-CODE         PIC X(4).
           05 EX-IMAD                PIC X(22).
           05 EX-MINUTES             PIC 9(5).
           05 EX-DETECT-DATE         PIC 9(8).
           05 EX-DETECT-TIME         PIC 9(4).
       FD IMAD-FILE.
       01 IMAD-RECORD.
           05 IM-REF-NUM             PIC X(16).
           05 IM-TXN-TYPE            PIC X(4).
           05 IM-AMOUNT              PIC 9(11)V99.
           05 IM-SENDER-ABA          PIC X(9).
           05 IM-RECEIVER-ABA        PIC X(9).
           05 IM-IMAD                PIC X(22).
           05 IM-OMAD                PIC X(34).
           05 IM-SEND-DATE           PIC 9(8).
           05 IM-ACK-DATE            PIC 9(8).
           05 IM-ACK-TIME            PIC 9(4).
       FD REPORT-FILE.
       01 REPORT-RECORD              PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS              PIC XX.
       01 WS-SENT-STATUS             PIC XX.
       01 WS-ACK-STATUS              PIC XX.
       01 WS-OUT-STATUS              PIC XX.
       01 WS-EXC-STATUS              PIC XX.
       01 WS-IMAD-STATUS             PIC XX.
       01 WS-RPT-STATUS              PIC XX.
       01 WS-SENT-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-SENT-EOF            VALUE 'Y'.
       01 WS-ACK-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-ACK-EOF             VALUE 'Y'.
       01 WS-OUT-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-OUT-EOF             VALUE 'Y'.
       01 WS-MODE                    PIC X.
           88 WS-INTRADAY            VALUE 'I'.
           88 WS-END-OF-DAY          VALUE 'E'.
       01 WS-ACK-WINDOW              PIC 9(3).
      *--- Outbound messages with acknowledgment state ---
       01 WS-SENT-TABLE.
           05 WS-SM-ENTRY OCCURS 2000 TIMES.
               10 WS-SM-REF-NUM      PIC X(16).
               10 WS-SM-TXN-TYPE     PIC X(4).
               10 WS-SM-AMOUNT       PIC 9(11)V99.
               10 WS-SM-SENDER-ABA   PIC X(9).
               10 WS-SM-RECEIVER-ABA PIC X(9).
               10 WS-SM-SEND-DATE    PIC 9(8).
               10 WS-SM-SEND-TIME    PIC 9(4).
               10 WS-SM-ACK-STATE    PIC X.
                   88 WS-SM-UNACKED  VALUE ' '.
                   88 WS-SM-ACCEPTED VALUE 'A'.
                   88 WS-SM-REJECTED VALUE 'R'.
               10 WS-SM-ACK-AMOUNT   PIC 9(11)V99.
               10 WS-SM-IMAD         PIC X(22).
               10 WS-SM-OMAD         PIC X(34).
               10 WS-SM-ACK-DATE     PIC 9(8).
               10 WS-SM-ACK-TIME     PIC 9(4).
       01 WS-SM-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-SM-IDX                  PIC S9(5) COMP-3.
       01 WS-SM-FOUND                PIC S9(5) COMP-3.
      *--- Clock ---
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-NOW-TIME                PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH              PIC 9(2).
           05 WS-NOW-MM              PIC 9(2).
           05 FILLER                 PIC 9(4).
       01 WS-SEND-HHMM               PIC 9(4).
       01 WS-SEND-HHMM-R REDEFINES WS-SEND-HHMM.
           05 WS-SEND-HH             PIC 9(2).
           05 WS-SEND-MM             PIC 9(2).
       01 WS-ELAPSED-MIN             PIC S9(7) COMP-3.
      *--- Control totals ---
       01 WS-OUT-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-OUT-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-SENT-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ACC-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-ACC-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-REJ-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-REJ-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OPEN-COUNT              PIC S9(5) COMP-3 VALUE 0.
       01 WS-OPEN-AMOUNT             PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-DIFF-COUNT              PIC S9(5) COMP-3.
       01 WS-DIFF-AMOUNT             PIC S9(13)V99 COMP-3.
       01 WS-EXC-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-RPT-LINE                PIC X(100).
       01 WS-RPT-LABEL               PIC X(30).
       01 WS-RPT-COUNT               PIC S9(5) COMP-3.
       01 WS-RPT-AMOUNT              PIC S9(13)V99 COMP-3.
       01 WS-DISP-CT                 PIC ZZZZ9.
       01 WS-DISP-CT-SIGNED          PIC -ZZZZ9.
       01 WS-DISP-AMT                PIC -$$$,$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SENT
               UNTIL WS-SENT-EOF
           PERFORM 3000-MATCH-ACK
               UNTIL WS-ACK-EOF
           PERFORM 4000-CHECK-UNACKED
           IF WS-END-OF-DAY
               OPEN INPUT OUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                   DISPLAY 'FEDOUT.DAT OPEN FAILED ' WS-OUT-STATUS
                   MOVE 'Y' TO WS-OUT-EOF-FLAG
               END-IF
               PERFORM 5000-SUM-FEDOUT
                   UNTIL WS-OUT-EOF
               PERFORM 6000-EOD-RECONCILE
               PERFORM 7000-KEEP-IMAD
           END-IF
           PERFORM 8000-DISPLAY-SUMMARY
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE 'I' TO WS-MODE
           MOVE 30 TO WS-ACK-WINDOW
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-MODE TO WS-MODE
                       IF CT-ACK-WINDOW IS NUMERIC
                           AND CT-ACK-WINDOW > 0
                           MOVE CT-ACK-WINDOW TO WS-ACK-WINDOW
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-INTRADAY AND NOT WS-END-OF-DAY
               DISPLAY 'INVALID FED ACK CONTROL MODE: ' WS-MODE
                   ' - INTRADAY ASSUMED'
               MOVE 'I' TO WS-MODE
           END-IF
           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS NOT = '00'
               DISPLAY 'FEDSENT.DAT OPEN FAILED ' WS-SENT-STATUS
               MOVE 'Y' TO WS-SENT-EOF-FLAG
           END-IF
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'NO ACKNOWLEDGMENTS RECEIVED ' WS-ACK-STATUS
               MOVE 'Y' TO WS-ACK-EOF-FLAG
           END-IF
           OPEN OUTPUT EXCEPT-FILE.
       2000-LOAD-SENT.
           READ SENT-FILE
               AT END MOVE 'Y' TO WS-SENT-EOF-FLAG
               NOT AT END
                   IF WS-SM-COUNT < 2000
                       ADD 1 TO WS-SM-COUNT
                       MOVE FS-REF-NUM TO WS-SM-REF-NUM(WS-SM-COUNT)
                       MOVE FS-TXN-TYPE TO WS-SM-TXN-TYPE(WS-SM-COUNT)
                       MOVE FS-AMOUNT TO WS-SM-AMOUNT(WS-SM-COUNT)
                       MOVE FS-SENDER-ABA
                           TO WS-SM-SENDER-ABA(WS-SM-COUNT)
                       MOVE FS-RECEIVER-ABA
                           TO WS-SM-RECEIVER-ABA(WS-SM-COUNT)
                       MOVE FS-SEND-DATE
                           TO WS-SM-SEND-DATE(WS-SM-COUNT)
                       MOVE FS-SEND-TIME
                           TO WS-SM-SEND-TIME(WS-SM-COUNT)
                       MOVE SPACE TO WS-SM-ACK-STATE(WS-SM-COUNT)
                       MOVE 0 TO WS-SM-ACK-AMOUNT(WS-SM-COUNT)
                       MOVE SPACES TO WS-SM-IMAD(WS-SM-COUNT)
                       MOVE SPACES TO WS-SM-OMAD(WS-SM-COUNT)
                       MOVE 0 TO WS-SM-ACK-DATE(WS-SM-COUNT)
                       MOVE 0 TO WS-SM-ACK-TIME(WS-SM-COUNT)
                       ADD FS-AMOUNT TO WS-SENT-AMOUNT
                   ELSE
                       DISPLAY 'SENT TABLE FULL - SKIPPED '
                           FS-REF-NUM
                   END-IF
           END-READ.
       3000-MATCH-ACK.
           READ ACK-FILE
               AT END MOVE 'Y' TO WS-ACK-EOF-FLAG
               NOT AT END
                   PERFORM 3100-FIND-MESSAGE
                   EVALUATE TRUE
                       WHEN WS-SM-FOUND = 0
                           MOVE 'UN' TO EX-EXC-TYPE
                           MOVE 0 TO EX-SENT-AMOUNT
                           PERFORM 3900-ACK-EXCEPTION
                       WHEN NOT WS-SM-UNACKED(WS-SM-FOUND)
                           MOVE 'DU' TO EX-EXC-TYPE
                           MOVE WS-SM-AMOUNT(WS-SM-FOUND)
                               TO EX-SENT-AMOUNT
                           PERFORM 3900-ACK-EXCEPTION
                       WHEN OTHER
                           PERFORM 3200-RECORD-ACK
                   END-EVALUATE
           END-READ.
       3100-FIND-MESSAGE.
           MOVE 0 TO WS-SM-FOUND
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT
               OR WS-SM-FOUND > 0
               IF WS-SM-REF-NUM(WS-SM-IDX) = AK-REF-NUM
                   MOVE WS-SM-IDX TO WS-SM-FOUND
               END-IF
           END-PERFORM.
       3200-RECORD-ACK.
           MOVE AK-AMOUNT TO WS-SM-ACK-AMOUNT(WS-SM-FOUND)
           MOVE AK-IMAD TO WS-SM-IMAD(WS-SM-FOUND)
           MOVE AK-OMAD TO WS-SM-OMAD(WS-SM-FOUND)
           MOVE AK-ACK-DATE TO WS-SM-ACK-DATE(WS-SM-FOUND)
           MOVE AK-ACK-TIME TO WS-SM-ACK-TIME(WS-SM-FOUND)
           MOVE WS-SM-AMOUNT(WS-SM-FOUND) TO EX-SENT-AMOUNT
           IF AK-REJECTED
               MOVE 'R' TO WS-SM-ACK-STATE(WS-SM-FOUND)
               ADD 1 TO WS-REJ-COUNT
               ADD WS-SM-AMOUNT(WS-SM-FOUND) TO WS-REJ-AMOUNT
               MOVE 'RJ' TO EX-EXC-TYPE
               PERFORM 3900-ACK-EXCEPTION
           ELSE
               MOVE 'A' TO WS-SM-ACK-STATE(WS-SM-FOUND)
               ADD 1 TO WS-ACC-COUNT
               ADD AK-AMOUNT TO WS-ACC-AMOUNT
               IF AK-AMOUNT NOT = WS-SM-AMOUNT(WS-SM-FOUND)
                   MOVE 'AM' TO EX-EXC-TYPE
                   PERFORM 3900-ACK-EXCEPTION
               END-IF
           END-IF.
       3900-ACK-EXCEPTION.
           MOVE AK-REF-NUM TO EX-REF-NUM
           MOVE AK-AMOUNT TO EX-ACK-AMOUNT
           MOVE AK-REJECT-CODE TO EX-REJECT-CODE
           MOVE AK-IMAD TO EX-IMAD
           MOVE 0 TO EX-MINUTES
           PERFORM 3950-WRITE-EXCEPTION.
       3950-WRITE-EXCEPTION.
           MOVE WS-RUN-DATE TO EX-DETECT-DATE
           MOVE WS-NOW-TIME(1:4) TO EX-DETECT-TIME
           WRITE EXCEPT-RECORD
           ADD 1 TO WS-EXC-COUNT.
       4000-CHECK-UNACKED.
      *    Intraday, a message is only overdue once the window has
      *    run; at end of day anything still open is an exception.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-UNACKED(WS-SM-IDX)
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WS-SM-AMOUNT(WS-SM-IDX) TO WS-OPEN-AMOUNT
                   MOVE WS-SM-SEND-TIME(WS-SM-IDX) TO WS-SEND-HHMM
                   COMPUTE WS-ELAPSED-MIN =
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                        FUNCTION INTEGER-OF-DATE(
                            WS-SM-SEND-DATE(WS-SM-IDX))) * 1440
                       + (WS-NOW-HH * 60 + WS-NOW-MM)
                       - (WS-SEND-HH * 60 + WS-SEND-MM)
                   IF WS-ELAPSED-MIN > WS-ACK-WINDOW
                       OR WS-END-OF-DAY
                       MOVE WS-SM-REF-NUM(WS-SM-IDX) TO EX-REF-NUM
                       MOVE 'NA' TO EX-EXC-TYPE
                       MOVE WS-SM-AMOUNT(WS-SM-IDX) TO EX-SENT-AMOUNT
                       MOVE 0 TO EX-ACK-AMOUNT
                       MOVE SPACES TO EX-REJECT-CODE
                       MOVE SPACES TO EX-IMAD
                       IF WS-ELAPSED-MIN > 99999
                           MOVE 99999 TO EX-MINUTES
                       ELSE
                           MOVE WS-ELAPSED-MIN TO EX-MINUTES
                       END-IF
                       PERFORM 3950-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.
       5000-SUM-FEDOUT.
           READ OUT-FILE
               AT END MOVE 'Y' TO WS-OUT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OUT-COUNT
                   ADD OR-AMOUNT TO WS-OUT-AMOUNT
           END-READ.
       6000-EOD-RECONCILE.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FEDWIRE ACKNOWLEDGMENT RECONCILIATION '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE 'FEDOUT.DAT MESSAGES' TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT TO WS-RPT-COUNT
           MOVE WS-OUT-AMOUNT TO WS-RPT-AMOUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'SENT REGISTER' TO WS-RPT-LABEL
           MOVE WS-SM-COUNT TO WS-RPT-COUNT
           MOVE WS-SENT-AMOUNT TO WS-RPT-AMOUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'ACKNOWLEDGED - ACCEPTED' TO WS-RPT-LABEL
           MOVE WS-ACC-COUNT TO WS-RPT-COUNT
           MOVE WS-ACC-AMOUNT TO WS-RPT-AMOUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'ACKNOWLEDGED - REJECTED' TO WS-RPT-LABEL
           MOVE WS-REJ-COUNT TO WS-RPT-COUNT
           MOVE WS-REJ-AMOUNT TO WS-RPT-AMOUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE 'NOT ACKNOWLEDGED' TO WS-RPT-LABEL
           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT
           MOVE WS-OPEN-AMOUNT TO WS-RPT-AMOUNT
           PERFORM 6100-WRITE-TOTAL-LINE
           COMPUTE WS-DIFF-COUNT = WS-OUT-COUNT - WS-ACC-COUNT
           COMPUTE WS-DIFF-AMOUNT = WS-OUT-AMOUNT - WS-ACC-AMOUNT
           MOVE WS-DIFF-COUNT TO WS-DISP-CT-SIGNED
           MOVE WS-DIFF-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FEDOUT LESS ACCEPTED          '
                  DELIMITED BY SIZE
                  WS-DISP-CT-SIGNED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-AMT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
               MOVE 'STATUS: IN BALANCE' TO WS-RPT-LINE
           ELSE
               MOVE 'STATUS: OUT OF BALANCE - SEE FEDEXCP.DAT'
                   TO WS-RPT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           DISPLAY WS-RPT-LINE
           CLOSE REPORT-FILE.
       6100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-COUNT TO WS-DISP-CT
           MOVE WS-RPT-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-AMT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE.
       7000-KEEP-IMAD.
           OPEN EXTEND IMAD-FILE
           IF WS-IMAD-STATUS = '35'
               OPEN OUTPUT IMAD-FILE
           END-IF
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-ACCEPTED(WS-SM-IDX)
                   MOVE WS-SM-REF-NUM(WS-SM-IDX) TO IM-REF-NUM
                   MOVE WS-SM-TXN-TYPE(WS-SM-IDX) TO IM-TXN-TYPE
                   MOVE WS-SM-AMOUNT(WS-SM-IDX) TO IM-AMOUNT
                   MOVE WS-SM-SENDER-ABA(WS-SM-IDX) TO IM-SENDER-ABA
                   MOVE WS-SM-RECEIVER-ABA(WS-SM-IDX)
                       TO IM-RECEIVER-ABA
                   MOVE WS-SM-IMAD(WS-SM-IDX) TO IM-IMAD
                   MOVE WS-SM-OMAD(WS-SM-IDX) TO IM-OMAD
                   MOVE WS-SM-SEND-DATE(WS-SM-IDX) TO IM-SEND-DATE
                   MOVE WS-SM-ACK-DATE(WS-SM-IDX) TO IM-ACK-DATE
                   MOVE WS-SM-ACK-TIME(WS-SM-IDX) TO IM-ACK-TIME
                   WRITE IMAD-RECORD
               END-IF
           END-PERFORM
           CLOSE IMAD-FILE.
       8000-DISPLAY-SUMMARY.
           DISPLAY 'FEDWIRE ACKNOWLEDGMENT RECON'
           DISPLAY '============================'
           DISPLAY 'MODE:        ' WS-MODE
           MOVE WS-SM-COUNT TO WS-DISP-CT
           DISPLAY 'SENT:        ' WS-DISP-CT
           MOVE WS-ACC-COUNT TO WS-DISP-CT
           DISPLAY 'ACCEPTED:    ' WS-DISP-CT
           MOVE WS-REJ-COUNT TO WS-DISP-CT
           DISPLAY 'REJECTED:    ' WS-DISP-CT
           MOVE WS-OPEN-COUNT TO WS-DISP-CT
           DISPLAY 'UNACKED:     ' WS-DISP-CT
           MOVE WS-EXC-COUNT TO WS-DISP-CT
           DISPLAY 'EXCEPTIONS:  ' WS-DISP-CT.
       9000-CLOSE-FILES.
           CLOSE SENT-FILE
           CLOSE ACK-FILE
           CLOSE EXCEPT-FILE
           IF WS-END-OF-DAY
               CLOSE OUT-FILE
           END-IF.
