      *            balance, the corrective withdrawal amount is the    *
      *            excess plus that earnings, and a corrective         *
      *            withdrawal always sets the 1099-R tax-doc flag.     *
      * 2026-10-15 The corrective withdrawal is appended to the        *
      *            distribution history DISTHIST.DAT for the year-end  *
      *            1099-R - the earnings are the taxable amount and    *
      *            the code is 8 (J8 Roth / 18 traditional when the    *
      *            owner is under 59 1/2).                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-HIST-FILE ASSIGN TO 'DISTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DIST-HIST-FILE.
       01 DIST-HIST-RECORD.
           05 DH-RCP-ID               PIC X(10).
           05 DH-RCP-TIN              PIC X(9).
           05 DH-RCP-NAME             PIC X(30).
           05 DH-ACCT-ID              PIC X(12).
           05 DH-DIST-DATE            PIC 9(8).
           05 DH-SOURCE               PIC X(4).
           05 DH-ENTRY-TYPE           PIC X(1).
           05 DH-GROSS                PIC 9(11)V99.
           05 DH-TAXABLE              PIC 9(11)V99.
           05 DH-TAX-NOT-DET          PIC X(1).
           05 DH-EMP-CONTRIB          PIC 9(11)V99.
           05 DH-FED-WH               PIC 9(9)V99.
           05 DH-STATE-WH             PIC 9(9)V99.
           05 DH-STATE-CODE           PIC X(2).
           05 DH-DIST-CODE            PIC X(2).
           05 DH-IRA-FLAG             PIC X(1).
           05 FILLER                  PIC X(9).
       WORKING-STORAGE SECTION.
       01 WS-ACCT-NUM                PIC X(12).
       01 WS-AGE                     PIC 9(3).
       01 WS-CORRECTIVE-WD-AMT       PIC S9(7)V99 COMP-3.
       01 WS-TAX-DOC-FLAG            PIC X VALUE 'N'.
           88 WS-TAX-DOC-REQUIRED    VALUE 'Y'.
       01 WS-OWNER-ID                PIC X(10) VALUE SPACES.
       01 WS-OWNER-TIN               PIC X(9) VALUE SPACES.
       01 WS-OWNER-NAME              PIC X(30) VALUE SPACES.
       01 WS-STATE-CODE              PIC X(2) VALUE SPACES.
       01 WS-FED-WH-PCT              PIC 9(2)V99 VALUE 0.
       01 WS-WD-DATE                 PIC 9(8) VALUE 0.
       01 WS-WD-TAXABLE              PIC S9(7)V99 COMP-3.
       01 WS-WD-FED-WH               PIC S9(7)V99 COMP-3.
       01 WS-DH-STATUS               PIC XX.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CALC-ALLOWED
           IF WS-EXCESS-AMT > 0
               PERFORM 5000-CORRECT-EXCESS-CONTRIB
               PERFORM 5100-LOG-CORRECTIVE-WD
           END-IF
           PERFORM 4000-DISPLAY-RESULTS
           STOP RUN.
               MOVE 0 TO WS-CORRECTIVE-WD-AMT
           END-IF
           SET WS-TAX-DOC-REQUIRED TO TRUE.
       5100-LOG-CORRECTIVE-WD.
           IF WS-CORRECTIVE-WD-AMT = 0
               DISPLAY 'NO CORRECTIVE WITHDRAWAL - NOT LOGGED'
           ELSE
               IF WS-WD-DATE = 0
                   ACCEPT WS-WD-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE WS-NET-INCOME-ATTRIB TO WS-WD-TAXABLE
               IF WS-WD-TAXABLE < 0
                   MOVE 0 TO WS-WD-TAXABLE
               END-IF
               COMPUTE WS-WD-FED-WH ROUNDED =
                   WS-CORRECTIVE-WD-AMT * WS-FED-WH-PCT / 100
               OPEN EXTEND DIST-HIST-FILE
               IF WS-DH-STATUS = '35'
                   OPEN OUTPUT DIST-HIST-FILE
               END-IF
               MOVE SPACES TO DIST-HIST-RECORD
               MOVE WS-OWNER-ID TO DH-RCP-ID
               MOVE WS-OWNER-TIN TO DH-RCP-TIN
               MOVE WS-OWNER-NAME TO DH-RCP-NAME
               MOVE WS-ACCT-NUM TO DH-ACCT-ID
               MOVE WS-WD-DATE TO DH-DIST-DATE
               MOVE 'IRAX' TO DH-SOURCE
               MOVE 'D' TO DH-ENTRY-TYPE
               MOVE WS-CORRECTIVE-WD-AMT TO DH-GROSS
               MOVE WS-WD-TAXABLE TO DH-TAXABLE
               MOVE 'N' TO DH-TAX-NOT-DET
               MOVE 0 TO DH-EMP-CONTRIB
               MOVE WS-WD-FED-WH TO DH-FED-WH
               MOVE 0 TO DH-STATE-WH
               MOVE WS-STATE-CODE TO DH-STATE-CODE
               EVALUATE TRUE
                   WHEN WS-ROTH AND WS-AGE < 60
                       MOVE 'J8' TO DH-DIST-CODE
                   WHEN WS-AGE < 60
                       MOVE '18' TO DH-DIST-CODE
                   WHEN OTHER
                       MOVE '8 ' TO DH-DIST-CODE
               END-EVALUATE
               MOVE 'Y' TO DH-IRA-FLAG
               WRITE DIST-HIST-RECORD
               IF WS-DH-STATUS NOT = '00'
                   DISPLAY 'DISTRIBUTION HISTORY WRITE FAILED: '
                       WS-DH-STATUS
               END-IF
               CLOSE DIST-HIST-FILE
           END-IF.
       4000-DISPLAY-RESULTS.
           DISPLAY 'IRA CONTRIBUTION'
           DISPLAY '================'
