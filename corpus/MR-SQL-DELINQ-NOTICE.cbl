       IDENTIFICATION DIVISION.
       PROGRAM-ID. MR-SQL-DELINQ-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-STATUS-FILE ASSIGN TO 'SCRASTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCS-FS.
           SELECT SCRA-ADJ-FILE ASSIGN TO 'SCRAADJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SCRA-STATUS-FILE.
       01 SC-REC.
           05 SC-ACCT-NUM        PIC X(12).
           05 SC-TIN             PIC X(9).
           05 SC-NAME            PIC X(30).
           05 SC-PRODUCT         PIC X(1).
           05 SC-SOURCE          PIC X(1).
           05 SC-ORIG-DATE       PIC 9(8).
           05 SC-AD-START        PIC 9(8).
           05 SC-AD-END          PIC 9(8).
           05 SC-PROTECT-END     PIC 9(8).
           05 SC-ELIGIBLE        PIC X(1).
           05 SC-COURT-ORDER     PIC X(1).
           05 SC-VERIFIED        PIC 9(8).
           05 FILLER             PIC X(6).
       FD SCRA-ADJ-FILE.
       01 SA-REC.
           05 SA-ACCT-NUM        PIC X(12).
           05 SA-ADJ-DATE        PIC 9(8).
           05 SA-RUN-DATE        PIC 9(8).
           05 SA-ADJ-TYPE        PIC X(2).
           05 SA-AMOUNT          PIC 9(9)V99.
           05 SA-ORIG-RATE       PIC 9(2)V9(4).
           05 SA-CAP-RATE        PIC 9(2)V9(4).
           05 SA-AD-START        PIC 9(8).
           05 SA-REF             PIC X(10).
           05 FILLER             PIC X(9).
       WORKING-STORAGE SECTION.
       01 WS-SQLCODE             PIC S9(9) COMP-3.
       01 WS-DELINQ-REC.
       01 WS-TOTAL-AMT           PIC S9(11)V99 COMP-3.
       01 WS-LETTERS-GEN         PIC 9(5).
       01 WS-RUN-DATE            PIC 9(8).
      *--- Servicemember protection (SCRASTAT.DAT) ---
       01 WS-SCS-FS              PIC XX.
       01 WS-SCA-FS              PIC XX.
       01 WS-SCRA-FLAG           PIC X VALUE 'N'.
           88 WS-SCRA-PROTECTED  VALUE 'Y'.
       01 WS-SCRA-COURT-ORDER    PIC X VALUE 'N'.
           88 WS-SCRA-ORDER-ON-FILE VALUE 'Y'.
       01 WS-SCRA-AD-START       PIC 9(8) VALUE 0.
       01 WS-SCRA-CAP-RATE       PIC 9(2)V9(4) VALUE 6.0000.
       01 WS-SCRA-HOLD-FLAG      PIC X VALUE 'N'.
           88 WS-SCRA-HOLD-LOGGED VALUE 'Y'.
       01 WS-SCRA-HELD           PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           MOVE 0 TO WS-TOTAL-120
           MOVE 0 TO WS-TOTAL-AMT
           MOVE 0 TO WS-LETTERS-GEN
           MOVE 0 TO WS-SCRA-HELD
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       2000-OPEN-CURSOR.
           EXEC SQL
           END-IF.
       3100-CLASSIFY-AND-NOTIFY.
           ADD WS-DL-PAST-DUE-AMT TO WS-TOTAL-AMT
           EVALUATE TRUE
               WHEN WS-DL-DPD < 60
                   MOVE 'REMINDER  ' TO WS-NOTICE-TYPE
               WHEN OTHER
                   MOVE 'FORECLOSURE' TO WS-NOTICE-TYPE
                   ADD 1 TO WS-TOTAL-120
                   PERFORM 3200-CHECK-SCRA-STATUS
           END-EVALUATE
      *    No foreclosure step against a protected servicemember
      *    without a court order
           IF WS-DL-DPD NOT < 120
               AND WS-SCRA-PROTECTED
               AND NOT WS-SCRA-ORDER-ON-FILE
               MOVE 'SCRA HOLD ' TO WS-NOTICE-TYPE
               ADD 1 TO WS-SCRA-HELD
               PERFORM 3300-LOG-SCRA-HOLD
           ELSE
               ADD 1 TO WS-LETTERS-GEN
           END-IF
           DISPLAY WS-DL-LOAN ' ' WS-NOTICE-TYPE
               ' DPD=' WS-DL-DPD
               ' $' WS-DL-PAST-DUE-AMT.
       3200-CHECK-SCRA-STATUS.
           MOVE 'N' TO WS-SCRA-FLAG
           MOVE 'N' TO WS-SCRA-COURT-ORDER
           MOVE 0 TO WS-SCRA-AD-START
           OPEN INPUT SCRA-STATUS-FILE
           IF WS-SCS-FS = '00'
               PERFORM UNTIL WS-SCS-FS NOT = '00'
                   READ SCRA-STATUS-FILE
                       AT END MOVE '10' TO WS-SCS-FS
                       NOT AT END
                           IF SC-ACCT-NUM = WS-DL-LOAN
                               AND SC-ELIGIBLE = 'Y'
                               AND SC-AD-START <= WS-RUN-DATE
                               AND SC-PROTECT-END >= WS-RUN-DATE
                               SET WS-SCRA-PROTECTED TO TRUE
                               MOVE SC-COURT-ORDER
                                   TO WS-SCRA-COURT-ORDER
                               MOVE SC-AD-START TO WS-SCRA-AD-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRA-STATUS-FILE
           END-IF.
      *    The hold is logged when first placed; a notice already
      *    held for this active-duty start is not logged again
       3300-LOG-SCRA-HOLD.
           MOVE 'N' TO WS-SCRA-HOLD-FLAG
           OPEN INPUT SCRA-ADJ-FILE
           IF WS-SCA-FS = '00'
               PERFORM UNTIL WS-SCA-FS NOT = '00'
                   OR WS-SCRA-HOLD-LOGGED
                   READ SCRA-ADJ-FILE
                       AT END MOVE '10' TO WS-SCA-FS
                       NOT AT END
                           IF SA-ACCT-NUM = WS-DL-LOAN
                               AND SA-ADJ-TYPE = 'FB'
                               AND SA-AD-START = WS-SCRA-AD-START
                               SET WS-SCRA-HOLD-LOGGED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRA-ADJ-FILE
           END-IF
           IF NOT WS-SCRA-HOLD-LOGGED
               PERFORM 3310-WRITE-SCRA-HOLD
           END-IF.
       3310-WRITE-SCRA-HOLD.
           OPEN EXTEND SCRA-ADJ-FILE
           IF WS-SCA-FS = '35'
               OPEN OUTPUT SCRA-ADJ-FILE
           END-IF
           MOVE SPACES TO SA-REC
           MOVE WS-DL-LOAN TO SA-ACCT-NUM
           MOVE WS-RUN-DATE TO SA-ADJ-DATE
           MOVE WS-RUN-DATE TO SA-RUN-DATE
           MOVE 'FB' TO SA-ADJ-TYPE
           MOVE 0 TO SA-AMOUNT
           MOVE 0 TO SA-ORIG-RATE
           MOVE WS-SCRA-CAP-RATE TO SA-CAP-RATE
           MOVE WS-SCRA-AD-START TO SA-AD-START
           MOVE 'DPD' TO SA-REF
           MOVE WS-DL-DPD TO SA-REF(5:3)
           WRITE SA-REC
           CLOSE SCRA-ADJ-FILE.
       4000-CLOSE-CURSOR.
           EXEC SQL CLOSE DELINQ_CUR END-EXEC.
       5000-REPORT.
           DISPLAY '60-DAY:   ' WS-TOTAL-60
           DISPLAY '90-DAY:   ' WS-TOTAL-90
           DISPLAY '120+ DAY: ' WS-TOTAL-120
           DISPLAY 'SCRA HELD:' WS-SCRA-HELD
           DISPLAY 'LETTERS:  ' WS-LETTERS-GEN
           DISPLAY 'TOTAL DUE:$' WS-TOTAL-AMT.
