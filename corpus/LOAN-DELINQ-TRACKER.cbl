      *            successive runs, persisted per account in           *
      *            LOSSMIT.DAT instead of only ever seeing the current  *
      *            run's collection action.                            *
      * 2026-10-15 Servicemembers protected on SCRASTAT.DAT: rate      *
      *            capped at 6%, no late charges, and a foreclosure    *
      *            referral held unless a court order is on file.      *
      *            A blocked referral is logged to SCRAADJ.DAT once    *
      *            per active-duty period, when the hold is first      *
      *            placed.                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOSSMIT-FILE ASSIGN TO 'LOSSMIT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LM-FS.
           SELECT SCRA-STATUS-FILE ASSIGN TO 'SCRASTAT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCS-FS.
           SELECT SCRA-ADJ-FILE ASSIGN TO 'SCRAADJ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOSSMIT-FILE.
           05  LM-STAGE            PIC X(2).
           05  LM-STAGE-DATE       PIC 9(8).
           05  LM-TRIAL-PMTS       PIC 9(2).
       FD  SCRA-STATUS-FILE.
       01  SC-REC.
           05  SC-ACCT-NUM         PIC X(12).
           05  SC-TIN              PIC X(9).
           05  SC-NAME             PIC X(30).
           05  SC-PRODUCT          PIC X(1).
           05  SC-SOURCE           PIC X(1).
           05  SC-ORIG-DATE        PIC 9(8).
           05  SC-AD-START         PIC 9(8).
           05  SC-AD-END           PIC 9(8).
           05  SC-PROTECT-END      PIC 9(8).
           05  SC-ELIGIBLE         PIC X(1).
           05  SC-COURT-ORDER      PIC X(1).
           05  SC-VERIFIED         PIC 9(8).
           05  FILLER              PIC X(6).
       FD  SCRA-ADJ-FILE.
       01  SA-REC.
           05  SA-ACCT-NUM         PIC X(12).
           05  SA-ADJ-DATE         PIC 9(8).
           05  SA-RUN-DATE         PIC 9(8).
           05  SA-ADJ-TYPE         PIC X(2).
           05  SA-AMOUNT           PIC 9(9)V99.
           05  SA-ORIG-RATE        PIC 9(2)V9(4).
           05  SA-CAP-RATE         PIC 9(2)V9(4).
           05  SA-AD-START         PIC 9(8).
           05  SA-REF              PIC X(10).
           05  FILLER              PIC X(9).
       WORKING-STORAGE SECTION.
       01  WS-LM-FS                PIC XX.
       01  WS-SCS-FS               PIC XX.
       01  WS-SCA-FS               PIC XX.
      *--- Servicemembers Civil Relief Act status ---
       01  WS-SCRA-FLAG             PIC X(1) VALUE 'N'.
           88  WS-SCRA-PROTECTED    VALUE 'Y'.
       01  WS-SCRA-COURT-ORDER      PIC X(1) VALUE 'N'.
           88  WS-SCRA-ORDER-ON-FILE VALUE 'Y'.
       01  WS-SCRA-AD-START         PIC 9(8) VALUE 0.
       01  WS-SCRA-CAP-RATE         PIC S9(3)V9(6) COMP-3
                                    VALUE 6.000000.
       01  WS-SCRA-ORIG-RATE        PIC S9(3)V9(6) COMP-3 VALUE 0.
       01  WS-SCRA-HOLD-FLAG        PIC X(1) VALUE 'N'.
           88  WS-SCRA-HOLD-LOGGED  VALUE 'Y'.
       01  WS-LM-TABLE.
           05  WS-LM-ENTRY OCCURS 200 TIMES.
               10  WS-LM-ACCT       PIC X(12).
           88 WS-CALL-BORROWER        VALUE 'C'.
           88 WS-REFER-COLLECTIONS    VALUE 'R'.
           88 WS-FORECLOSURE-REF      VALUE 'F'.
           88 WS-SCRA-ENFORCE-HOLD    VALUE 'H'.
       01 WS-DAYS-PAST-DUE           PIC S9(3) COMP-3.
       01 WS-MISSED-PMTS             PIC 9(2).
       01 WS-TOTAL-ARREARS           PIC S9(9)V99 COMP-3.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-LOSSMIT-TABLE
           PERFORM 1200-APPLY-LOSSMIT-STATE
           PERFORM 1300-CHECK-SCRA-STATUS
           PERFORM 2000-CLASSIFY-DELINQUENCY
           PERFORM 3000-CALC-ARREARS
           PERFORM 4000-DETERMINE-ACTION
                       TO WS-CASE-TRIAL-PMTS
               END-IF
           END-PERFORM.
       1300-CHECK-SCRA-STATUS.
           OPEN INPUT SCRA-STATUS-FILE
           IF WS-SCS-FS = '00'
               PERFORM UNTIL WS-SCS-FS NOT = '00'
                   READ SCRA-STATUS-FILE
                       AT END MOVE '10' TO WS-SCS-FS
                       NOT AT END
                           IF SC-ACCT-NUM = WS-ACCT-NUM
                               AND SC-ELIGIBLE = 'Y'
                               AND SC-AD-START <= WS-CURRENT-DATE
                               AND SC-PROTECT-END >= WS-CURRENT-DATE
                               SET WS-SCRA-PROTECTED TO TRUE
                               MOVE SC-COURT-ORDER
                                   TO WS-SCRA-COURT-ORDER
                               MOVE SC-AD-START TO WS-SCRA-AD-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRA-STATUS-FILE
           END-IF
           MOVE WS-ANNUAL-RATE TO WS-SCRA-ORIG-RATE
           IF WS-SCRA-PROTECTED
               AND WS-ANNUAL-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-ANNUAL-RATE
               COMPUTE WS-DAILY-RATE =
                   WS-ANNUAL-RATE / 360
           END-IF.
       2000-CLASSIFY-DELINQUENCY.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   ADD WS-MONTHLY-PMT TO WS-LATE-CHARGES
               END-PERFORM
               MULTIPLY WS-LATE-FEE-PCT BY WS-LATE-CHARGES
               IF WS-SCRA-PROTECTED
                   MOVE 0 TO WS-LATE-CHARGES
               END-IF
               COMPUTE WS-ACCRUED-INT =
                   WS-CURRENT-BAL * WS-DAILY-RATE *
                   WS-DAYS-PAST-DUE
                   SET WS-REFER-COLLECTIONS TO TRUE
               WHEN WS-DELINQ-120
                   SET WS-FORECLOSURE-REF TO TRUE
           END-EVALUATE
           IF WS-FORECLOSURE-REF
               AND WS-SCRA-PROTECTED
               AND NOT WS-SCRA-ORDER-ON-FILE
               SET WS-SCRA-ENFORCE-HOLD TO TRUE
               PERFORM 4100-LOG-SCRA-HOLD
           END-IF.
      *    The hold is logged when first placed; a referral already
      *    held for this active-duty start is not logged again
       4100-LOG-SCRA-HOLD.
           MOVE 'N' TO WS-SCRA-HOLD-FLAG
           OPEN INPUT SCRA-ADJ-FILE
           IF WS-SCA-FS = '00'
               PERFORM UNTIL WS-SCA-FS NOT = '00'
                   OR WS-SCRA-HOLD-LOGGED
                   READ SCRA-ADJ-FILE
                       AT END MOVE '10' TO WS-SCA-FS
                       NOT AT END
                           IF SA-ACCT-NUM = WS-ACCT-NUM
                               AND SA-ADJ-TYPE = 'FB'
                               AND SA-AD-START = WS-SCRA-AD-START
                               SET WS-SCRA-HOLD-LOGGED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRA-ADJ-FILE
           END-IF
           IF NOT WS-SCRA-HOLD-LOGGED
               PERFORM 4110-WRITE-SCRA-HOLD
           END-IF.
       4110-WRITE-SCRA-HOLD.
           OPEN EXTEND SCRA-ADJ-FILE
           IF WS-SCA-FS = '35'
               OPEN OUTPUT SCRA-ADJ-FILE
           END-IF
           MOVE SPACES TO SA-REC
           MOVE WS-ACCT-NUM TO SA-ACCT-NUM
           MOVE WS-CURRENT-DATE TO SA-ADJ-DATE
           MOVE WS-CURRENT-DATE TO SA-RUN-DATE
           MOVE 'FB' TO SA-ADJ-TYPE
           MOVE 0 TO SA-AMOUNT
           MOVE WS-SCRA-ORIG-RATE TO SA-ORIG-RATE
           MOVE WS-SCRA-CAP-RATE TO SA-CAP-RATE
           MOVE WS-SCRA-AD-START TO SA-AD-START
           MOVE 'DPD' TO SA-REF
           MOVE WS-DAYS-PAST-DUE TO WS-DPD-DISP
           MOVE WS-DPD-DISP TO SA-REF(5:3)
           WRITE SA-REC
           CLOSE SCRA-ADJ-FILE.
       4500-UPDATE-LOSSMIT-WORKFLOW.
           EVALUATE TRUE
               WHEN WS-CURRENT AND NOT WS-CASE-NONE
           DISPLAY 'ACCRUED INT:   ' WS-ACCRUED-INT
           DISPLAY 'TOTAL DUE:     ' WS-TOTAL-DUE
           DISPLAY 'ACTION:        ' WS-ACTION-CODE
           IF WS-SCRA-PROTECTED
               DISPLAY 'SCRA:          PROTECTED SINCE '
                   WS-SCRA-AD-START ' - RATE ' WS-ANNUAL-RATE
                   ', NO LATE CHARGES'
           END-IF
           IF WS-SCRA-ENFORCE-HOLD
               DISPLAY 'FORECLOSURE REFERRAL HELD - SCRA, NO COURT '
                   'ORDER'
           END-IF
           DISPLAY 'NOTICE:        ' WS-NOTICE-MSG
           IF NOT WS-CASE-NONE
               DISPLAY '--- LOSS MITIGATION CASE ---'
