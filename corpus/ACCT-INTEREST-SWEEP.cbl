       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INTEREST-SWEEP.
      *================================================================*
      * Overnight Investment Sweep                                     *
      * End of day (mode E): each agreement on SWPAGRMT.DAT sweeps the *
      * operating account's collected balance above its target into   *
      * the named investment vehicle, provided the excess reaches the  *
      * agreement's minimum and the account has no active hold or      *
      * legal restriction on SWPHOLD.DAT.  Balances come from          *
      * SWPBAL.DAT.  Start of day (mode B): every position due back    *
      * is returned to the operating account with its overnight yield. *
      * Open positions carry forward from SWPPOS.DAT to SWPPOSN.DAT.   *
      * Control record in SWPCTL.DAT selects the mode.  GL entries go  *
      * to SWPJRNL.DAT for BATCH-GL-POSTING and client confirmations   *
      * to SWPCONF.DAT.                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'SWPCTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AGREEMENT-FILE ASSIGN TO 'SWPAGRMT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT BALANCE-FILE ASSIGN TO 'SWPBAL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'SWPHOLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'SWPPOS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT NEWPOS-FILE ASSIGN TO 'SWPPOSN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NPS-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'SWPJRNL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO 'SWPCONF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE                 PIC X.
               88 CT-SWEEP-OUT        VALUE 'E'.
               88 CT-SWEEP-BACK       VALUE 'B'.

       FD AGREEMENT-FILE.
       01 AGREEMENT-RECORD.
           05 SA-SRC-ACCT             PIC X(12).
           05 SA-VEHICLE-ACCT         PIC X(12).
           05 SA-VEHICLE-TYPE         PIC X(2).
               88 SA-MONEY-MARKET     VALUE 'MM'.
               88 SA-REPO             VALUE 'RP'.
               88 SA-EURODOLLAR       VALUE 'ED'.
           05 SA-TARGET-BAL           PIC S9(9)V99 COMP-3.
           05 SA-MIN-SWEEP            PIC S9(7)V99 COMP-3.
           05 SA-YIELD-RATE           PIC S9(1)V9(6) COMP-3.
           05 SA-DAY-BASIS            PIC 9(3).
           05 SA-CLIENT-NAME          PIC X(30).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 SB-ACCT-NUM             PIC X(12).
           05 SB-COLLECTED-BAL        PIC S9(11)V99 COMP-3.

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-ACCT-NUM             PIC X(12).
           05 HD-HOLD-TYPE            PIC X.
               88 HD-LEGAL-HOLD       VALUE 'L'.
               88 HD-RESTRICTION      VALUE 'R'.
           05 HD-HOLD-STATUS          PIC X.
               88 HD-ACTIVE           VALUE 'A'.

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 SP-SRC-ACCT             PIC X(12).
           05 SP-VEHICLE-ACCT         PIC X(12).
           05 SP-VEHICLE-TYPE         PIC X(2).
           05 SP-SWEEP-DATE           PIC 9(8).
           05 SP-RETURN-DATE          PIC 9(8).
           05 SP-PRINCIPAL            PIC S9(11)V99 COMP-3.
           05 SP-YIELD-RATE           PIC S9(1)V9(6) COMP-3.
           05 SP-DAY-BASIS            PIC 9(3).
           05 SP-CLIENT-NAME          PIC X(30).

       FD NEWPOS-FILE.
       01 NEWPOS-RECORD               PIC X(86).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JR-BATCH-NUM            PIC 9(6).
           05 JR-SEQUENCE             PIC 9(4).
           05 JR-ACCOUNT-NUM          PIC 9(6).
           05 JR-ENTRY-TYPE           PIC X(1).
           05 JR-AMOUNT               PIC 9(11)V99.
           05 JR-DESCRIPTION          PIC X(30).
           05 JR-POST-DATE            PIC 9(8).
           05 JR-FILLER               PIC X(12).

       FD CONFIRM-FILE.
       01 CONFIRM-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS               PIC X(2).
       01 WS-AGR-STATUS               PIC X(2).
       01 WS-BAL-STATUS               PIC X(2).
       01 WS-HLD-STATUS               PIC X(2).
       01 WS-POS-STATUS               PIC X(2).
       01 WS-NPS-STATUS               PIC X(2).
       01 WS-JRN-STATUS               PIC X(2).
       01 WS-CNF-STATUS               PIC X(2).
       01 WS-AGR-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-AGR-EOF              VALUE 'Y'.
       01 WS-BAL-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-BAL-EOF              VALUE 'Y'.
       01 WS-HLD-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-HLD-EOF              VALUE 'Y'.
       01 WS-POS-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-POS-EOF              VALUE 'Y'.
       01 WS-MODE                     PIC X VALUE 'E'.
      *--- Collected balances ---
       01 WS-BALANCE-TABLE.
           05 WS-BL-ENTRY OCCURS 500 TIMES.
               10 WS-BL-ACCT          PIC X(12).
               10 WS-BL-BALANCE       PIC S9(11)V99 COMP-3.
       01 WS-BL-COUNT                 PIC S9(4) COMP-3 VALUE 0.
       01 WS-BL-IDX                   PIC S9(4) COMP-3.
       01 WS-BL-FOUND                 PIC S9(4) COMP-3.
      *--- Active holds and restrictions ---
       01 WS-HOLD-TABLE.
           05 WS-HD-ACCT OCCURS 500 TIMES PIC X(12).
       01 WS-HD-COUNT                 PIC S9(4) COMP-3 VALUE 0.
       01 WS-HD-IDX                   PIC S9(4) COMP-3.
       01 WS-HELD-FLAG                PIC X.
           88 WS-ACCT-HELD            VALUE 'Y'.
      *--- Overnight positions ---
       01 WS-POSITION-TABLE.
           05 WS-SP-ENTRY OCCURS 500 TIMES.
               10 WS-SP-SRC-ACCT      PIC X(12).
               10 WS-SP-VEHICLE-ACCT  PIC X(12).
               10 WS-SP-VEHICLE-TYPE  PIC X(2).
               10 WS-SP-SWEEP-DATE    PIC 9(8).
               10 WS-SP-RETURN-DATE   PIC 9(8).
               10 WS-SP-PRINCIPAL     PIC S9(11)V99 COMP-3.
               10 WS-SP-YIELD-RATE    PIC S9(1)V9(6) COMP-3.
               10 WS-SP-DAY-BASIS     PIC 9(3).
               10 WS-SP-CLIENT-NAME   PIC X(30).
               10 WS-SP-OPEN          PIC X.
       01 WS-SP-COUNT                 PIC S9(4) COMP-3 VALUE 0.
       01 WS-SP-IDX                   PIC S9(4) COMP-3.
       01 WS-OPEN-FLAG                PIC X.
           88 WS-HAS-OPEN-POSITION    VALUE 'Y'.
       01 WS-NEW-POSITION.
           05 WS-NP-SRC-ACCT          PIC X(12).
           05 WS-NP-VEHICLE-ACCT      PIC X(12).
           05 WS-NP-VEHICLE-TYPE      PIC X(2).
           05 WS-NP-SWEEP-DATE        PIC 9(8).
           05 WS-NP-RETURN-DATE       PIC 9(8).
           05 WS-NP-PRINCIPAL         PIC S9(11)V99 COMP-3.
           05 WS-NP-YIELD-RATE        PIC S9(1)V9(6) COMP-3.
           05 WS-NP-DAY-BASIS         PIC 9(3).
           05 WS-NP-CLIENT-NAME       PIC X(30).
      *--- Sweep calculation ---
       01 WS-EXCESS                   PIC S9(11)V99 COMP-3.
       01 WS-MIN-SWEEP                PIC S9(5)V99 COMP-3
           VALUE 100.00.
       01 WS-SWEEP-MIN                PIC S9(7)V99 COMP-3.
       01 WS-SWEEP-AMT                PIC S9(11)V99 COMP-3.
       01 WS-NIGHTS                   PIC S9(3) COMP-3.
       01 WS-BASIS                    PIC 9(3).
       01 WS-YIELD-AMT                PIC S9(9)V99 COMP-3.
       01 WS-RETURN-AMT               PIC S9(11)V99 COMP-3.
       01 WS-STATUS                   PIC X(8).
      *--- GL posting ---
       01 WS-GL-DDA                   PIC 9(6) VALUE 200100.
       01 WS-GL-SWEEP-INV             PIC 9(6) VALUE 200200.
       01 WS-GL-SWEEP-EXP             PIC 9(6) VALUE 400200.
       01 WS-BATCH-NUM                PIC 9(6).
       01 WS-JRN-SEQ                  PIC 9(4) VALUE 0.
       01 WS-JE-ACCOUNT               PIC 9(6).
       01 WS-JE-TYPE                  PIC X.
       01 WS-JE-AMOUNT                PIC S9(11)V99 COMP-3.
       01 WS-JE-DESC                  PIC X(30).
      *--- Business calendar service interface ---
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION         PIC X(4).
           05 WS-CAL-DATE-IN          PIC 9(8).
           05 WS-CAL-DATE-IN2         PIC 9(8).
           05 WS-CAL-DAYS             PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT         PIC 9(8).
           05 WS-CAL-DAYS-OUT         PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE         PIC X.
           05 WS-CAL-STATUS           PIC X(2).
      *--- Totals ---
       01 WS-TOTAL-SWEPT              PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-RETURNED           PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-YIELD              PIC S9(11)V99 COMP-3.
       01 WS-SWEEP-COUNT              PIC 9(3).
       01 WS-RETURN-COUNT             PIC 9(3).
       01 WS-SKIP-COUNT               PIC 9(3).
       01 WS-HELD-COUNT               PIC 9(3).
       01 WS-ERROR-COUNT              PIC 9(3).
       01 WS-PROCESS-DATE             PIC 9(8).
       01 WS-PROCESS-DATE-R REDEFINES WS-PROCESS-DATE.
           05 WS-PD-YEAR              PIC 9(4).
           05 WS-PD-MMDD              PIC 9(4).
       01 WS-RPT-LINE                 PIC X(100).
       01 WS-DISP-AMT                 PIC -$$$,$$$,$$$,$$9.99.
       01 WS-DISP-RATE                PIC Z9.9999.
       01 WS-DISP-NIGHTS              PIC ZZ9.
       01 WS-DISP-PCT                 PIC S9(3)V9(4) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           EVALUATE WS-MODE
               WHEN 'E'
                   PERFORM 2000-PROCESS-SWEEPS
               WHEN 'B'
                   PERFORM 5000-SWEEP-BACK
               WHEN OTHER
                   DISPLAY 'INVALID SWEEP CONTROL MODE: ' WS-MODE
           END-EVALUATE
           PERFORM 6000-WRITE-POSITIONS
           PERFORM 3000-SUMMARY
           STOP RUN.
       1000-INIT.
           MOVE 0 TO WS-TOTAL-SWEPT
           MOVE 0 TO WS-TOTAL-RETURNED
           MOVE 0 TO WS-TOTAL-YIELD
           MOVE 0 TO WS-SWEEP-COUNT
           MOVE 0 TO WS-RETURN-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-ERROR-COUNT
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       MOVE CT-MODE TO WS-MODE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
      *    Batch number is MMDD plus 51 for sweep-out, 52 for
      *    sweep-back, so both runs of a day post as separate batches.
           IF WS-MODE = 'B'
               COMPUTE WS-BATCH-NUM =
                   WS-PD-MMDD * 100 + 52
           ELSE
               COMPUTE WS-BATCH-NUM =
                   WS-PD-MMDD * 100 + 51
           END-IF
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS NOT = '00'
               MOVE 'Y' TO WS-POS-EOF-FLAG
           END-IF
           PERFORM 1300-LOAD-POSITION
               UNTIL WS-POS-EOF
           OPEN OUTPUT NEWPOS-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT CONFIRM-FILE.
       1100-LOAD-BALANCE.
           READ BALANCE-FILE
               AT END MOVE 'Y' TO WS-BAL-EOF-FLAG
               NOT AT END
                   IF WS-BL-COUNT < 500
                       ADD 1 TO WS-BL-COUNT
                       MOVE SB-ACCT-NUM TO WS-BL-ACCT(WS-BL-COUNT)
                       MOVE SB-COLLECTED-BAL
                           TO WS-BL-BALANCE(WS-BL-COUNT)
                   ELSE
                       DISPLAY 'BALANCE TABLE FULL - SKIPPED '
                           SB-ACCT-NUM
                   END-IF
           END-READ.
       1200-LOAD-HOLD.
           READ HOLD-FILE
               AT END MOVE 'Y' TO WS-HLD-EOF-FLAG
               NOT AT END
                   IF HD-ACTIVE
                       IF WS-HD-COUNT < 500
                           ADD 1 TO WS-HD-COUNT
                           MOVE HD-ACCT-NUM TO WS-HD-ACCT(WS-HD-COUNT)
                       ELSE
                           DISPLAY 'HOLD TABLE FULL - SKIPPED '
                               HD-ACCT-NUM
                       END-IF
                   END-IF
           END-READ.
       1300-LOAD-POSITION.
           READ POSITION-FILE
               AT END MOVE 'Y' TO WS-POS-EOF-FLAG
               NOT AT END
                   IF WS-SP-COUNT < 500
                       ADD 1 TO WS-SP-COUNT
                       MOVE SP-SRC-ACCT TO WS-SP-SRC-ACCT(WS-SP-COUNT)
                       MOVE SP-VEHICLE-ACCT
                           TO WS-SP-VEHICLE-ACCT(WS-SP-COUNT)
                       MOVE SP-VEHICLE-TYPE
                           TO WS-SP-VEHICLE-TYPE(WS-SP-COUNT)
                       MOVE SP-SWEEP-DATE
                           TO WS-SP-SWEEP-DATE(WS-SP-COUNT)
                       MOVE SP-RETURN-DATE
                           TO WS-SP-RETURN-DATE(WS-SP-COUNT)
                       MOVE SP-PRINCIPAL TO WS-SP-PRINCIPAL(WS-SP-COUNT)
                       MOVE SP-YIELD-RATE
                           TO WS-SP-YIELD-RATE(WS-SP-COUNT)
                       MOVE SP-DAY-BASIS TO WS-SP-DAY-BASIS(WS-SP-COUNT)
                       MOVE SP-CLIENT-NAME
                           TO WS-SP-CLIENT-NAME(WS-SP-COUNT)
                       MOVE 'Y' TO WS-SP-OPEN(WS-SP-COUNT)
                   ELSE
                       DISPLAY 'POSITION TABLE FULL - SKIPPED '
                           SP-SRC-ACCT
                   END-IF
           END-READ.
       2000-PROCESS-SWEEPS.
      *    Sweeps post at end of a business day only; funds come back
      *    at the start of the next business day.
           MOVE 'DAYT' TO WS-CAL-FUNCTION
           MOVE WS-PROCESS-DATE TO WS-CAL-DATE-IN
           CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
           IF WS-CAL-DAY-TYPE NOT = 'B'
               DISPLAY 'NOT A BUSINESS DAY: NO SWEEP-OUT'
           ELSE
               OPEN INPUT BALANCE-FILE
               IF WS-BAL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-BAL-EOF-FLAG
               END-IF
               PERFORM 1100-LOAD-BALANCE
                   UNTIL WS-BAL-EOF
               OPEN INPUT HOLD-FILE
               IF WS-HLD-STATUS NOT = '00'
                   MOVE 'Y' TO WS-HLD-EOF-FLAG
               END-IF
               PERFORM 1200-LOAD-HOLD
                   UNTIL WS-HLD-EOF
               MOVE 'NBUS' TO WS-CAL-FUNCTION
               MOVE WS-PROCESS-DATE TO WS-CAL-DATE-IN
               CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
               OPEN INPUT AGREEMENT-FILE
               IF WS-AGR-STATUS NOT = '00'
                   DISPLAY 'SWEEP AGREEMENTS OPEN FAILED '
                       WS-AGR-STATUS
                   MOVE 'Y' TO WS-AGR-EOF-FLAG
               END-IF
               PERFORM 2050-READ-AGREEMENT
                   UNTIL WS-AGR-EOF
               CLOSE AGREEMENT-FILE
               CLOSE BALANCE-FILE
               CLOSE HOLD-FILE
           END-IF.
       2050-READ-AGREEMENT.
           READ AGREEMENT-FILE
               AT END MOVE 'Y' TO WS-AGR-EOF-FLAG
               NOT AT END
                   PERFORM 2100-EVALUATE-SWEEP
           END-READ.
       2100-EVALUATE-SWEEP.
           MOVE 0 TO WS-SWEEP-AMT
           MOVE 0 TO WS-BL-FOUND
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
               UNTIL WS-BL-IDX > WS-BL-COUNT
               OR WS-BL-FOUND > 0
               IF WS-BL-ACCT(WS-BL-IDX) = SA-SRC-ACCT
                   MOVE WS-BL-IDX TO WS-BL-FOUND
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HELD-FLAG
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
               UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-ACCT(WS-HD-IDX) = SA-SRC-ACCT
                   MOVE 'Y' TO WS-HELD-FLAG
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-OPEN-FLAG
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-SRC-ACCT(WS-SP-IDX) = SA-SRC-ACCT
                   AND WS-SP-OPEN(WS-SP-IDX) = 'Y'
                   MOVE 'Y' TO WS-OPEN-FLAG
               END-IF
           END-PERFORM
           IF SA-MIN-SWEEP > 0
               MOVE SA-MIN-SWEEP TO WS-SWEEP-MIN
           ELSE
               MOVE WS-MIN-SWEEP TO WS-SWEEP-MIN
           END-IF
           EVALUATE TRUE
               WHEN WS-BL-FOUND = 0
                   MOVE 'NOBAL   ' TO WS-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-ACCT-HELD
                   MOVE 'HELD    ' TO WS-STATUS
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-HAS-OPEN-POSITION
      *            Last night's sweep has not come back yet.
                   MOVE 'OPEN    ' TO WS-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-BL-BALANCE(WS-BL-FOUND) < 0
                   MOVE 'ERROR   ' TO WS-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   COMPUTE WS-EXCESS =
                       WS-BL-BALANCE(WS-BL-FOUND) - SA-TARGET-BAL
                   IF WS-EXCESS >= WS-SWEEP-MIN
                       MOVE WS-EXCESS TO WS-SWEEP-AMT
                       PERFORM 2200-POST-SWEEP-OUT
                   ELSE
                       MOVE 'SKIPPED ' TO WS-STATUS
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2300-CONFIRM-SWEEP-OUT.
       2200-POST-SWEEP-OUT.
           MOVE 'SWEPT   ' TO WS-STATUS
           SUBTRACT WS-SWEEP-AMT FROM WS-BL-BALANCE(WS-BL-FOUND)
           ADD WS-SWEEP-AMT TO WS-TOTAL-SWEPT
           ADD 1 TO WS-SWEEP-COUNT
           IF WS-SP-COUNT < 500
               ADD 1 TO WS-SP-COUNT
               MOVE SA-SRC-ACCT TO WS-SP-SRC-ACCT(WS-SP-COUNT)
               MOVE SA-VEHICLE-ACCT TO WS-SP-VEHICLE-ACCT(WS-SP-COUNT)
               MOVE SA-VEHICLE-TYPE TO WS-SP-VEHICLE-TYPE(WS-SP-COUNT)
               MOVE WS-PROCESS-DATE TO WS-SP-SWEEP-DATE(WS-SP-COUNT)
               MOVE WS-CAL-DATE-OUT TO WS-SP-RETURN-DATE(WS-SP-COUNT)
               MOVE WS-SWEEP-AMT TO WS-SP-PRINCIPAL(WS-SP-COUNT)
               MOVE SA-YIELD-RATE TO WS-SP-YIELD-RATE(WS-SP-COUNT)
               MOVE SA-DAY-BASIS TO WS-SP-DAY-BASIS(WS-SP-COUNT)
               MOVE SA-CLIENT-NAME TO WS-SP-CLIENT-NAME(WS-SP-COUNT)
               MOVE 'Y' TO WS-SP-OPEN(WS-SP-COUNT)
           ELSE
               DISPLAY 'POSITION TABLE FULL - ' SA-SRC-ACCT
           END-IF
           MOVE WS-GL-DDA TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-TYPE
           MOVE WS-SWEEP-AMT TO WS-JE-AMOUNT
           MOVE SPACES TO WS-JE-DESC
           STRING 'SWEEP OUT ' DELIMITED BY SIZE
               SA-SRC-ACCT DELIMITED BY SIZE
               INTO WS-JE-DESC
           END-STRING
           PERFORM 7000-WRITE-JOURNAL
           MOVE WS-GL-SWEEP-INV TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-TYPE
           PERFORM 7000-WRITE-JOURNAL.
       2300-CONFIRM-SWEEP-OUT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SWEEP CONFIRMATION ' DELIMITED BY SIZE
               SA-CLIENT-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONFIRM-RECORD FROM WS-RPT-LINE
           MOVE WS-SWEEP-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
               SA-SRC-ACCT DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               SA-VEHICLE-ACCT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SA-VEHICLE-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-STATUS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONFIRM-RECORD FROM WS-RPT-LINE
           IF WS-STATUS = 'SWEPT   '
               COMPUTE WS-DISP-PCT = SA-YIELD-RATE * 100
               MOVE WS-DISP-PCT TO WS-DISP-RATE
               MOVE SPACES TO WS-RPT-LINE
               STRING '  YIELD ' DELIMITED BY SIZE
                   WS-DISP-RATE DELIMITED BY SIZE
                   '% RETURNS ' DELIMITED BY SIZE
                   WS-CAL-DATE-OUT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE CONFIRM-RECORD FROM WS-RPT-LINE
           END-IF.
       3000-SUMMARY.
           DISPLAY 'INTEREST SWEEP BATCH REPORT'
           DISPLAY '==========================='
           DISPLAY 'DATE: ' WS-PROCESS-DATE ' MODE: ' WS-MODE
           DISPLAY 'SWEPT:    ' WS-SWEEP-COUNT
           DISPLAY 'RETURNED: ' WS-RETURN-COUNT
           DISPLAY 'SKIPPED:  ' WS-SKIP-COUNT
           DISPLAY 'HELD:     ' WS-HELD-COUNT
           DISPLAY 'ERRORS:   ' WS-ERROR-COUNT
           MOVE WS-TOTAL-SWEPT TO WS-DISP-AMT
           DISPLAY 'TOTAL OUT:  ' WS-DISP-AMT
           MOVE WS-TOTAL-RETURNED TO WS-DISP-AMT
           DISPLAY 'TOTAL BACK: ' WS-DISP-AMT
           MOVE WS-TOTAL-YIELD TO WS-DISP-AMT
           DISPLAY 'YIELD PAID: ' WS-DISP-AMT.
       5000-SWEEP-BACK.
      *    Positions due back today or earlier return with yield for
      *    the actual nights held.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-OPEN(WS-SP-IDX) = 'Y'
                   AND WS-SP-RETURN-DATE(WS-SP-IDX) <= WS-PROCESS-DATE
                   PERFORM 5100-RETURN-POSITION
               END-IF
           END-PERFORM.
       5100-RETURN-POSITION.
           COMPUTE WS-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-SP-SWEEP-DATE(WS-SP-IDX))
           IF WS-NIGHTS < 1
               MOVE 1 TO WS-NIGHTS
           END-IF
           IF WS-SP-DAY-BASIS(WS-SP-IDX) = 365
               MOVE 365 TO WS-BASIS
           ELSE
               MOVE 360 TO WS-BASIS
           END-IF
           COMPUTE WS-YIELD-AMT ROUNDED =
               WS-SP-PRINCIPAL(WS-SP-IDX) *
               WS-SP-YIELD-RATE(WS-SP-IDX) * WS-NIGHTS / WS-BASIS
           COMPUTE WS-RETURN-AMT =
               WS-SP-PRINCIPAL(WS-SP-IDX) + WS-YIELD-AMT
           MOVE 'N' TO WS-SP-OPEN(WS-SP-IDX)
           ADD 1 TO WS-RETURN-COUNT
           ADD WS-SP-PRINCIPAL(WS-SP-IDX) TO WS-TOTAL-RETURNED
           ADD WS-YIELD-AMT TO WS-TOTAL-YIELD
           MOVE SPACES TO WS-JE-DESC
           STRING 'SWEEP BACK ' DELIMITED BY SIZE
               WS-SP-SRC-ACCT(WS-SP-IDX) DELIMITED BY SIZE
               INTO WS-JE-DESC
           END-STRING
           MOVE WS-GL-SWEEP-INV TO WS-JE-ACCOUNT
           MOVE 'D' TO WS-JE-TYPE
           MOVE WS-SP-PRINCIPAL(WS-SP-IDX) TO WS-JE-AMOUNT
           PERFORM 7000-WRITE-JOURNAL
           IF WS-YIELD-AMT > 0
               MOVE WS-GL-SWEEP-EXP TO WS-JE-ACCOUNT
               MOVE WS-YIELD-AMT TO WS-JE-AMOUNT
               PERFORM 7000-WRITE-JOURNAL
           END-IF
           MOVE WS-GL-DDA TO WS-JE-ACCOUNT
           MOVE 'C' TO WS-JE-TYPE
           MOVE WS-RETURN-AMT TO WS-JE-AMOUNT
           PERFORM 7000-WRITE-JOURNAL
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SWEEP RETURN ' DELIMITED BY SIZE
               WS-SP-CLIENT-NAME(WS-SP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONFIRM-RECORD FROM WS-RPT-LINE
           MOVE WS-SP-PRINCIPAL(WS-SP-IDX) TO WS-DISP-AMT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-SP-VEHICLE-ACCT(WS-SP-IDX) DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               WS-SP-SRC-ACCT(WS-SP-IDX) DELIMITED BY SIZE
               ' PRINCIPAL ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONFIRM-RECORD FROM WS-RPT-LINE
           MOVE WS-YIELD-AMT TO WS-DISP-AMT
           MOVE WS-NIGHTS TO WS-DISP-NIGHTS
           MOVE SPACES TO WS-RPT-LINE
           STRING '  INTEREST ' DELIMITED BY SIZE
               WS-DISP-AMT DELIMITED BY SIZE
               ' NIGHTS ' DELIMITED BY SIZE
               WS-DISP-NIGHTS DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONFIRM-RECORD FROM WS-RPT-LINE.
       6000-WRITE-POSITIONS.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-OPEN(WS-SP-IDX) = 'Y'
                   MOVE WS-SP-SRC-ACCT(WS-SP-IDX) TO WS-NP-SRC-ACCT
                   MOVE WS-SP-VEHICLE-ACCT(WS-SP-IDX)
                       TO WS-NP-VEHICLE-ACCT
                   MOVE WS-SP-VEHICLE-TYPE(WS-SP-IDX)
                       TO WS-NP-VEHICLE-TYPE
                   MOVE WS-SP-SWEEP-DATE(WS-SP-IDX) TO WS-NP-SWEEP-DATE
                   MOVE WS-SP-RETURN-DATE(WS-SP-IDX)
                       TO WS-NP-RETURN-DATE
                   MOVE WS-SP-PRINCIPAL(WS-SP-IDX) TO WS-NP-PRINCIPAL
                   MOVE WS-SP-YIELD-RATE(WS-SP-IDX) TO WS-NP-YIELD-RATE
                   MOVE WS-SP-DAY-BASIS(WS-SP-IDX) TO WS-NP-DAY-BASIS
                   MOVE WS-SP-CLIENT-NAME(WS-SP-IDX)
                       TO WS-NP-CLIENT-NAME
                   WRITE NEWPOS-RECORD FROM WS-NEW-POSITION
               END-IF
           END-PERFORM
           CLOSE POSITION-FILE
           CLOSE NEWPOS-FILE
           CLOSE JOURNAL-FILE
           CLOSE CONFIRM-FILE.
       7000-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-BATCH-NUM TO JR-BATCH-NUM
           MOVE WS-JRN-SEQ TO JR-SEQUENCE
           MOVE WS-JE-ACCOUNT TO JR-ACCOUNT-NUM
           MOVE WS-JE-TYPE TO JR-ENTRY-TYPE
           MOVE WS-JE-AMOUNT TO JR-AMOUNT
           MOVE WS-JE-DESC TO JR-DESCRIPTION
           MOVE WS-PROCESS-DATE TO JR-POST-DATE
           MOVE SPACES TO JR-FILLER
           WRITE JOURNAL-RECORD.
