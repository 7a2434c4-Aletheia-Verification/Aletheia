       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-IB-RECON.
      *================================================================*
      * Inter-Branch Due-To/Due-From Reconciliation                    *
      * Daily pairing of the inter-branch items written by             *
      * BRANCH-ACCT-POST and MISC-BRANCH-GL-POST (IBTXN.DAT) with the  *
      * items still open from earlier days (IBOPEN.DAT).  IBTXN.DAT is *
      * emptied once loaded; its items carry forward on IBOPENN.DAT.   *
      * A due-from at one cost center pairs with the due-to at its     *
      * contra cost center carrying the same reference:                *
      *   same amount       - matched, dropped from the open items     *
      *   different amount  - mismatched, both sides stay open         *
      *   no other side     - unmatched, stays open                    *
      * Open exceptions are listed by age on IBRECON.DAT with a matrix *
      * of month-to-date net positions between every pair of branches. *
      * In month-end mode the due-to/due-from balances are cleared to  *
      * zero with journal entries on IBJRNL.DAT; any difference        *
      * between the two sides goes to inter-branch clearing suspense.  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "IBCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT NEW-ITEM-FILE ASSIGN TO "IBTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "IBOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT NEW-OPEN-FILE ASSIGN TO "IBOPENN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOPEN-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "IBBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT NEW-BALANCE-FILE ASSIGN TO "IBBALN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NBAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "IBRECON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "IBJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CT-RUN-DATE           PIC 9(8).
           05  CT-MODE               PIC X(1).

       FD  NEW-ITEM-FILE.
       01  NEW-ITEM-RECORD.
           05  IX-REF                PIC X(12).
           05  IX-BRANCH             PIC X(4).
           05  IX-CONTRA             PIC X(4).
           05  IX-SIDE               PIC X(1).
           05  IX-AMOUNT             PIC 9(11)V99.
           05  IX-POST-DATE          PIC 9(8).
           05  IX-SOURCE             PIC X(8).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-REF                PIC X(12).
           05  OI-BRANCH             PIC X(4).
           05  OI-CONTRA             PIC X(4).
           05  OI-SIDE               PIC X(1).
           05  OI-AMOUNT             PIC 9(11)V99.
           05  OI-POST-DATE          PIC 9(8).
           05  OI-SOURCE             PIC X(8).

       FD  NEW-OPEN-FILE.
       01  NEW-OPEN-RECORD.
           05  NO-REF                PIC X(12).
           05  NO-BRANCH             PIC X(4).
           05  NO-CONTRA             PIC X(4).
           05  NO-SIDE               PIC X(1).
           05  NO-AMOUNT             PIC 9(11)V99.
           05  NO-POST-DATE          PIC 9(8).
           05  NO-SOURCE             PIC X(8).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BB-BRANCH             PIC X(4).
           05  BB-CONTRA             PIC X(4).
           05  BB-DUE-FROM           PIC 9(11)V99.
           05  BB-DUE-TO             PIC 9(11)V99.
           05  BB-LAST-DATE          PIC 9(8).

       FD  NEW-BALANCE-FILE.
       01  NEW-BALANCE-RECORD.
           05  NB-BRANCH             PIC X(4).
           05  NB-CONTRA             PIC X(4).
           05  NB-DUE-FROM           PIC 9(11)V99.
           05  NB-DUE-TO             PIC 9(11)V99.
           05  NB-LAST-DATE          PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(132).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-BATCH-NUM          PIC 9(6).
           05  JR-SEQUENCE           PIC 9(4).
           05  JR-ACCOUNT-NUM        PIC 9(6).
           05  JR-ENTRY-TYPE         PIC X(1).
           05  JR-AMOUNT             PIC 9(11)V99.
           05  JR-DESCRIPTION        PIC X(30).
           05  JR-POST-DATE          PIC 9(8).
           05  JR-FILLER             PIC X(12).

       WORKING-STORAGE SECTION.
      *--- File Status ---
       01  WS-CTL-STATUS             PIC XX.
       01  WS-NEW-STATUS             PIC XX.
       01  WS-OPEN-STATUS            PIC XX.
       01  WS-NOPEN-STATUS           PIC XX.
       01  WS-BAL-STATUS             PIC XX.
       01  WS-NBAL-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-JRN-STATUS             PIC XX.
       01  WS-EOF-FLAG               PIC X.
           88  WS-EOF                VALUE "Y".
      *--- Run Control ---
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MMDD           PIC 9(4).
       01  WS-MODE                   PIC X(1).
           88  WS-DAILY-MODE         VALUE "D".
           88  WS-MONTH-END-MODE     VALUE "M".
      *--- Open Item Table ---
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 5000 TIMES.
               10  WS-IT-REF         PIC X(12).
               10  WS-IT-BRANCH      PIC X(4).
               10  WS-IT-CONTRA      PIC X(4).
               10  WS-IT-SIDE        PIC X(1).
               10  WS-IT-AMOUNT      PIC S9(11)V99 COMP-3.
               10  WS-IT-POST-DATE   PIC 9(8).
               10  WS-IT-SOURCE      PIC X(8).
               10  WS-IT-STATUS      PIC X(1).
                   88  IT-OPEN       VALUE " ".
                   88  IT-MATCHED    VALUE "M".
                   88  IT-MISMATCH   VALUE "X".
                   88  IT-UNMATCHED  VALUE "U".
               10  WS-IT-PARTNER     PIC S9(5) COMP.
               10  WS-IT-AGE         PIC S9(5) COMP.
               10  WS-IT-BUCKET      PIC 9(1).
       01  WS-IT-COUNT               PIC S9(5) COMP VALUE 0.
       01  WS-IT-IDX                 PIC S9(5) COMP.
       01  WS-IT-JDX                 PIC S9(5) COMP.
      *--- Month-To-Date Pair Balances ---
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 400 TIMES.
               10  WS-PR-BRANCH      PIC X(4).
               10  WS-PR-CONTRA      PIC X(4).
               10  WS-PR-DUE-FROM    PIC S9(11)V99 COMP-3.
               10  WS-PR-DUE-TO      PIC S9(11)V99 COMP-3.
               10  WS-PR-LAST-DATE   PIC 9(8).
       01  WS-PR-COUNT               PIC S9(5) COMP VALUE 0.
       01  WS-PR-IDX                 PIC S9(5) COMP.
       01  WS-PR-FOUND               PIC S9(5) COMP.
       01  WS-KEY-BRANCH             PIC X(4).
       01  WS-KEY-CONTRA             PIC X(4).
      *--- Branch List For The Matrix ---
       01  WS-BRANCH-LIST.
           05  WS-BL-CODE OCCURS 20 TIMES PIC X(4).
       01  WS-BL-COUNT               PIC S9(3) COMP VALUE 0.
       01  WS-BL-ROW                 PIC S9(3) COMP.
       01  WS-BL-COL                 PIC S9(3) COMP.
       01  WS-BL-FIRST               PIC S9(3) COMP.
       01  WS-BL-LAST                PIC S9(3) COMP.
       01  WS-BL-SLOT                PIC S9(3) COMP.
       01  WS-BL-FOUND-FLAG          PIC X(1).
           88  WS-BL-FOUND           VALUE "Y".
       01  WS-BL-WANT                PIC X(4).
       01  WS-CELL-NET               PIC S9(11)V99 COMP-3.
       01  WS-ROW-NET                PIC S9(13)V99 COMP-3.
      *--- Aging Buckets ---
       01  WS-BUCKET-NAMES.
           05  FILLER                PIC X(10) VALUE "0-1 DAYS".
           05  FILLER                PIC X(10) VALUE "2-5 DAYS".
           05  FILLER                PIC X(10) VALUE "6-10 DAYS".
           05  FILLER                PIC X(10) VALUE "11+ DAYS".
       01  WS-BUCKET-NAME-R REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME OCCURS 4 TIMES PIC X(10).
       01  WS-BUCKET-TOTALS.
           05  WS-BK-ENTRY OCCURS 4 TIMES.
               10  WS-BK-COUNT       PIC S9(5) COMP.
               10  WS-BK-AMOUNT      PIC S9(13)V99 COMP-3.
       01  WS-BK-IDX                 PIC S9(3) COMP.
      *--- Counters ---
       01  WS-NEW-COUNT              PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT          PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT          PIC 9(5) VALUE 0.
       01  WS-MISMATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT        PIC 9(5) VALUE 0.
       01  WS-STILL-OPEN-COUNT       PIC 9(5) VALUE 0.
      *--- Month-End Clearing ---
       01  WS-GL-DUE-FROM            PIC 9(6) VALUE 150100.
       01  WS-GL-DUE-TO              PIC 9(6) VALUE 250100.
       01  WS-GL-IB-SUSPENSE         PIC 9(6) VALUE 190100.
       01  WS-BATCH-NUM              PIC 9(6).
       01  WS-JRN-SEQ                PIC 9(4) VALUE 0.
       01  WS-CLR-FROM-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLR-TO-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLR-DIFF               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLR-COUNT              PIC 9(5) VALUE 0.
      *--- Report Lines ---
       01  WS-HEAD-LINE.
           05  FILLER                PIC X(40)
               VALUE "INTER-BRANCH DUE-TO/DUE-FROM RECON ".
           05  WS-HL-RUN-DATE        PIC 9(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-HL-MODE            PIC X(12).
           05  FILLER                PIC X(70) VALUE SPACES.
       01  WS-EXC-HEAD.
           05  FILLER                PIC X(50) VALUE
               "AGE BUCKET STATUS     REFERENCE    BRCH CNTR S    ".
           05  FILLER                PIC X(48) VALUE
               "        AMOUNT POSTED     AGE         DIFFERENCE".
           05  FILLER                PIC X(34) VALUE SPACES.
       01  WS-EXC-LINE.
           05  WS-EL-BUCKET          PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-STATUS          PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-REF             PIC X(12).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-BRANCH          PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-CONTRA          PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-SIDE            PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-POST-DATE       PIC 9(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-AGE             PIC ZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-EL-DIFF            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(34) VALUE SPACES.
       01  WS-BUCKET-LINE.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-BKL-NAME           PIC X(10).
           05  FILLER                PIC X(8) VALUE " ITEMS ".
           05  WS-BKL-COUNT          PIC ZZ,ZZ9.
           05  FILLER                PIC X(9) VALUE "  AMOUNT ".
           05  WS-BKL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(77) VALUE SPACES.
       01  WS-MATRIX-HEAD.
           05  WS-MH-LABEL           PIC X(6).
           05  WS-MH-COL OCCURS 7 TIMES.
               10  FILLER            PIC X(11).
               10  WS-MH-CODE        PIC X(4).
           05  WS-MH-TOTAL           PIC X(17).
           05  FILLER                PIC X(4).
       01  WS-MATRIX-LINE.
           05  WS-ML-BRANCH          PIC X(4).
           05  FILLER                PIC X(2).
           05  WS-ML-CELL OCCURS 7 TIMES PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-ML-TOTAL           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(4).
       01  WS-CLEAR-LINE.
           05  FILLER                PIC X(8) VALUE "CLEARED ".
           05  WS-CLL-BRANCH         PIC X(4).
           05  FILLER                PIC X(4) VALUE " VS ".
           05  WS-CLL-CONTRA         PIC X(4).
           05  FILLER                PIC X(11) VALUE "  DUE-FROM ".
           05  WS-CLL-FROM           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(9) VALUE "  DUE-TO ".
           05  WS-CLL-TO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(58) VALUE SPACES.
       01  WS-TEXT-LINE              PIC X(132).
       01  WS-DISP-AMT               PIC -$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BALANCES
           PERFORM 2100-LOAD-OPEN-ITEMS
           PERFORM 2200-LOAD-NEW-ITEMS
           PERFORM 3000-PAIR-ITEMS
           PERFORM 3500-AGE-ITEMS
           PERFORM 4000-WRITE-OPEN-ITEMS
           PERFORM 5000-EXCEPTION-REPORT
           PERFORM 6000-POSITION-MATRIX
           IF WS-MONTH-END-MODE
               PERFORM 7000-MONTH-END-CLEARING
           END-IF
           PERFORM 8000-WRITE-BALANCES
           PERFORM 9000-FINISH
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "D" TO WS-MODE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF CT-RUN-DATE NUMERIC AND CT-RUN-DATE > 0
                           MOVE CT-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF CT-MODE NOT = SPACE
                           MOVE CT-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-DAILY-MODE AND NOT WS-MONTH-END-MODE
               DISPLAY "INVALID RECON MODE " WS-MODE
                   " - DAILY ASSUMED"
               MOVE "D" TO WS-MODE
           END-IF
           COMPUTE WS-BATCH-NUM = WS-RUN-MMDD * 100 + 54
           INITIALIZE WS-BUCKET-TOTALS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO WS-HL-RUN-DATE
           IF WS-MONTH-END-MODE
               MOVE "MONTH-END" TO WS-HL-MODE
           ELSE
               MOVE "DAILY" TO WS-HL-MODE
           END-IF
           WRITE REPORT-RECORD FROM WS-HEAD-LINE.

      *================================================================*
      * Month-to-date pair balances carried from the previous run      *
      *================================================================*
       2000-LOAD-BALANCES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM 2010-READ-BALANCE UNTIL WS-EOF
           IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "10"
               CLOSE BALANCE-FILE
           END-IF.

       2010-READ-BALANCE.
           READ BALANCE-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE BB-BRANCH TO WS-KEY-BRANCH
                   MOVE BB-CONTRA TO WS-KEY-CONTRA
                   PERFORM 2900-FIND-PAIR-BAL
                   IF WS-PR-FOUND > 0
                       MOVE BB-DUE-FROM
                           TO WS-PR-DUE-FROM(WS-PR-FOUND)
                       MOVE BB-DUE-TO TO WS-PR-DUE-TO(WS-PR-FOUND)
                       MOVE BB-LAST-DATE
                           TO WS-PR-LAST-DATE(WS-PR-FOUND)
                   END-IF
           END-READ.

       2100-LOAD-OPEN-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM 2110-READ-OPEN-ITEM UNTIL WS-EOF
           IF WS-OPEN-STATUS = "00" OR WS-OPEN-STATUS = "10"
               CLOSE OPEN-ITEM-FILE
           END-IF.

       2110-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-IT-COUNT < 5000
                       ADD 1 TO WS-IT-COUNT
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE OI-REF TO WS-IT-REF(WS-IT-COUNT)
                       MOVE OI-BRANCH TO WS-IT-BRANCH(WS-IT-COUNT)
                       MOVE OI-CONTRA TO WS-IT-CONTRA(WS-IT-COUNT)
                       MOVE OI-SIDE TO WS-IT-SIDE(WS-IT-COUNT)
                       MOVE OI-AMOUNT TO WS-IT-AMOUNT(WS-IT-COUNT)
                       MOVE OI-POST-DATE
                           TO WS-IT-POST-DATE(WS-IT-COUNT)
                       MOVE OI-SOURCE TO WS-IT-SOURCE(WS-IT-COUNT)
                       MOVE SPACE TO WS-IT-STATUS(WS-IT-COUNT)
                       MOVE 0 TO WS-IT-PARTNER(WS-IT-COUNT)
                   ELSE
                       DISPLAY "ITEM TABLE FULL - SKIPPED " OI-REF
                   END-IF
           END-READ.

      *================================================================*
      * Today's items: added to the open items and to the month-to-   *
      * date balance of their branch/contra pair                      *
      *================================================================*
       2200-LOAD-NEW-ITEMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT NEW-ITEM-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "NO INTER-BRANCH ITEMS TODAY: " WS-NEW-STATUS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM 2210-READ-NEW-ITEM UNTIL WS-EOF
           IF WS-NEW-STATUS = "00" OR WS-NEW-STATUS = "10"
               CLOSE NEW-ITEM-FILE
      *        Loaded items now live on the open-item file; empty the
      *        feed so the posting programs start a fresh day.
               OPEN OUTPUT NEW-ITEM-FILE
               CLOSE NEW-ITEM-FILE
           END-IF.

       2210-READ-NEW-ITEM.
           READ NEW-ITEM-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-IT-COUNT < 5000
                       ADD 1 TO WS-IT-COUNT
                       ADD 1 TO WS-NEW-COUNT
                       MOVE IX-REF TO WS-IT-REF(WS-IT-COUNT)
                       MOVE IX-BRANCH TO WS-IT-BRANCH(WS-IT-COUNT)
                       MOVE IX-CONTRA TO WS-IT-CONTRA(WS-IT-COUNT)
                       MOVE IX-SIDE TO WS-IT-SIDE(WS-IT-COUNT)
                       MOVE IX-AMOUNT TO WS-IT-AMOUNT(WS-IT-COUNT)
                       MOVE IX-POST-DATE
                           TO WS-IT-POST-DATE(WS-IT-COUNT)
                       MOVE IX-SOURCE TO WS-IT-SOURCE(WS-IT-COUNT)
                       MOVE SPACE TO WS-IT-STATUS(WS-IT-COUNT)
                       MOVE 0 TO WS-IT-PARTNER(WS-IT-COUNT)
                       PERFORM 2220-ADD-TO-BALANCE
                   ELSE
                       DISPLAY "ITEM TABLE FULL - SKIPPED " IX-REF
                   END-IF
           END-READ.

       2220-ADD-TO-BALANCE.
           MOVE IX-BRANCH TO WS-KEY-BRANCH
           MOVE IX-CONTRA TO WS-KEY-CONTRA
           PERFORM 2900-FIND-PAIR-BAL
           IF WS-PR-FOUND > 0
               IF IX-SIDE = "F"
                   ADD IX-AMOUNT TO WS-PR-DUE-FROM(WS-PR-FOUND)
               ELSE
                   ADD IX-AMOUNT TO WS-PR-DUE-TO(WS-PR-FOUND)
               END-IF
               MOVE IX-POST-DATE TO WS-PR-LAST-DATE(WS-PR-FOUND)
           END-IF.

      *--- Find or add the WS-KEY-BRANCH/WS-KEY-CONTRA pair; also ---
      *--- keeps the branch list used for the position matrix ---
       2900-FIND-PAIR-BAL.
           MOVE 0 TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND > 0
               IF WS-PR-BRANCH(WS-PR-IDX) = WS-KEY-BRANCH
                   AND WS-PR-CONTRA(WS-PR-IDX) = WS-KEY-CONTRA
                   MOVE WS-PR-IDX TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF WS-PR-FOUND = 0
               IF WS-PR-COUNT < 400
                   ADD 1 TO WS-PR-COUNT
                   MOVE WS-PR-COUNT TO WS-PR-FOUND
                   MOVE WS-KEY-BRANCH TO WS-PR-BRANCH(WS-PR-FOUND)
                   MOVE WS-KEY-CONTRA TO WS-PR-CONTRA(WS-PR-FOUND)
                   MOVE 0 TO WS-PR-DUE-FROM(WS-PR-FOUND)
                   MOVE 0 TO WS-PR-DUE-TO(WS-PR-FOUND)
                   MOVE 0 TO WS-PR-LAST-DATE(WS-PR-FOUND)
                   MOVE WS-KEY-BRANCH TO WS-BL-WANT
                   PERFORM 2950-NOTE-BRANCH
                   MOVE WS-KEY-CONTRA TO WS-BL-WANT
                   PERFORM 2950-NOTE-BRANCH
               ELSE
                   DISPLAY "PAIR TABLE FULL - SKIPPED "
                       WS-KEY-BRANCH "/" WS-KEY-CONTRA
               END-IF
           END-IF.

       2950-NOTE-BRANCH.
           MOVE "N" TO WS-BL-FOUND-FLAG
           PERFORM VARYING WS-BL-ROW FROM 1 BY 1
               UNTIL WS-BL-ROW > WS-BL-COUNT OR WS-BL-FOUND
               IF WS-BL-CODE(WS-BL-ROW) = WS-BL-WANT
                   MOVE "Y" TO WS-BL-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT WS-BL-FOUND
               IF WS-BL-COUNT < 20
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-BL-WANT TO WS-BL-CODE(WS-BL-COUNT)
               ELSE
                   DISPLAY "BRANCH LIST FULL - NOT IN MATRIX "
                       WS-BL-WANT
               END-IF
           END-IF.

      *================================================================*
      * Pair each due-from with the due-to booked by its contra cost   *
      * center under the same reference                                *
      *================================================================*
       3000-PAIR-ITEMS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               IF IT-OPEN(WS-IT-IDX)
                   AND WS-IT-SIDE(WS-IT-IDX) = "F"
                   PERFORM 3100-FIND-DUE-TO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               IF IT-OPEN(WS-IT-IDX)
                   MOVE "U" TO WS-IT-STATUS(WS-IT-IDX)
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

       3100-FIND-DUE-TO.
           PERFORM VARYING WS-IT-JDX FROM 1 BY 1
               UNTIL WS-IT-JDX > WS-IT-COUNT
                  OR NOT IT-OPEN(WS-IT-IDX)
               IF IT-OPEN(WS-IT-JDX)
                   AND WS-IT-SIDE(WS-IT-JDX) = "T"
                   AND WS-IT-REF(WS-IT-JDX) = WS-IT-REF(WS-IT-IDX)
                   AND WS-IT-BRANCH(WS-IT-JDX) =
                       WS-IT-CONTRA(WS-IT-IDX)
                   AND WS-IT-CONTRA(WS-IT-JDX) =
                       WS-IT-BRANCH(WS-IT-IDX)
                   MOVE WS-IT-JDX TO WS-IT-PARTNER(WS-IT-IDX)
                   MOVE WS-IT-IDX TO WS-IT-PARTNER(WS-IT-JDX)
                   IF WS-IT-AMOUNT(WS-IT-JDX) =
                       WS-IT-AMOUNT(WS-IT-IDX)
                       MOVE "M" TO WS-IT-STATUS(WS-IT-IDX)
                       MOVE "M" TO WS-IT-STATUS(WS-IT-JDX)
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       MOVE "X" TO WS-IT-STATUS(WS-IT-IDX)
                       MOVE "X" TO WS-IT-STATUS(WS-IT-JDX)
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       3500-AGE-ITEMS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               IF NOT IT-MATCHED(WS-IT-IDX)
                   COMPUTE WS-IT-AGE(WS-IT-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE
                           (WS-IT-POST-DATE(WS-IT-IDX))
                   EVALUATE TRUE
                       WHEN WS-IT-AGE(WS-IT-IDX) <= 1
                           MOVE 1 TO WS-IT-BUCKET(WS-IT-IDX)
                       WHEN WS-IT-AGE(WS-IT-IDX) <= 5
                           MOVE 2 TO WS-IT-BUCKET(WS-IT-IDX)
                       WHEN WS-IT-AGE(WS-IT-IDX) <= 10
                           MOVE 3 TO WS-IT-BUCKET(WS-IT-IDX)
                       WHEN OTHER
                           MOVE 4 TO WS-IT-BUCKET(WS-IT-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT NEW-OPEN-FILE
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               IF NOT IT-MATCHED(WS-IT-IDX)
                   MOVE WS-IT-REF(WS-IT-IDX) TO NO-REF
                   MOVE WS-IT-BRANCH(WS-IT-IDX) TO NO-BRANCH
                   MOVE WS-IT-CONTRA(WS-IT-IDX) TO NO-CONTRA
                   MOVE WS-IT-SIDE(WS-IT-IDX) TO NO-SIDE
                   MOVE WS-IT-AMOUNT(WS-IT-IDX) TO NO-AMOUNT
                   MOVE WS-IT-POST-DATE(WS-IT-IDX) TO NO-POST-DATE
                   MOVE WS-IT-SOURCE(WS-IT-IDX) TO NO-SOURCE
                   WRITE NEW-OPEN-RECORD
                   ADD 1 TO WS-STILL-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE NEW-OPEN-FILE.

      *================================================================*
      * Unmatched and mismatched items, oldest bucket first            *
      *================================================================*
       5000-EXCEPTION-REPORT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPEN INTER-BRANCH EXCEPTIONS BY AGE" TO WS-TEXT-LINE
           WRITE REPORT-RECORD FROM WS-TEXT-LINE
           WRITE REPORT-RECORD FROM WS-EXC-HEAD
           PERFORM VARYING WS-BK-IDX FROM 4 BY -1
               UNTIL WS-BK-IDX < 1
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
                   IF NOT IT-MATCHED(WS-IT-IDX)
                       AND WS-IT-BUCKET(WS-IT-IDX) = WS-BK-IDX
                       PERFORM 5100-WRITE-EXCEPTION
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 4
               MOVE WS-BUCKET-NAME(WS-BK-IDX) TO WS-BKL-NAME
               MOVE WS-BK-COUNT(WS-BK-IDX) TO WS-BKL-COUNT
               MOVE WS-BK-AMOUNT(WS-BK-IDX) TO WS-BKL-AMOUNT
               WRITE REPORT-RECORD FROM WS-BUCKET-LINE
           END-PERFORM.

       5100-WRITE-EXCEPTION.
           MOVE WS-BUCKET-NAME(WS-BK-IDX) TO WS-EL-BUCKET
           MOVE WS-IT-REF(WS-IT-IDX) TO WS-EL-REF
           MOVE WS-IT-BRANCH(WS-IT-IDX) TO WS-EL-BRANCH
           MOVE WS-IT-CONTRA(WS-IT-IDX) TO WS-EL-CONTRA
           MOVE WS-IT-SIDE(WS-IT-IDX) TO WS-EL-SIDE
           MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-EL-AMOUNT
           MOVE WS-IT-POST-DATE(WS-IT-IDX) TO WS-EL-POST-DATE
           MOVE WS-IT-AGE(WS-IT-IDX) TO WS-EL-AGE
           IF IT-MISMATCH(WS-IT-IDX)
               MOVE "MISMATCH" TO WS-EL-STATUS
               MOVE WS-IT-PARTNER(WS-IT-IDX) TO WS-IT-JDX
               COMPUTE WS-EL-DIFF = WS-IT-AMOUNT(WS-IT-IDX)
                   - WS-IT-AMOUNT(WS-IT-JDX)
           ELSE
               MOVE "UNMATCHED" TO WS-EL-STATUS
               MOVE 0 TO WS-EL-DIFF
           END-IF
           WRITE REPORT-RECORD FROM WS-EXC-LINE
           ADD 1 TO WS-BK-COUNT(WS-BK-IDX)
           ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-BK-AMOUNT(WS-BK-IDX).

      *================================================================*
      * Net month-to-date position of each branch (row) against each   *
      * other branch (column): due-from less due-to.  Seven columns to *
      * a block; further branches print in following blocks.           *
      *================================================================*
       6000-POSITION-MATRIX.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NET INTER-BRANCH POSITIONS (ROW DUE-FROM LESS DUE-TO)"
               TO WS-TEXT-LINE
           WRITE REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM VARYING WS-BL-FIRST FROM 1 BY 7
               UNTIL WS-BL-FIRST > WS-BL-COUNT
               COMPUTE WS-BL-LAST = WS-BL-FIRST + 6
               IF WS-BL-LAST > WS-BL-COUNT
                   MOVE WS-BL-COUNT TO WS-BL-LAST
               END-IF
               PERFORM 6100-MATRIX-HEADING
               PERFORM VARYING WS-BL-ROW FROM 1 BY 1
                   UNTIL WS-BL-ROW > WS-BL-COUNT
                   PERFORM 6200-MATRIX-ROW
               END-PERFORM
           END-PERFORM.

       6100-MATRIX-HEADING.
           MOVE SPACES TO WS-MATRIX-HEAD
           MOVE "BRCH" TO WS-MH-LABEL
           PERFORM VARYING WS-BL-COL FROM WS-BL-FIRST BY 1
               UNTIL WS-BL-COL > WS-BL-LAST
               COMPUTE WS-BL-SLOT = WS-BL-COL - WS-BL-FIRST + 1
               MOVE WS-BL-CODE(WS-BL-COL) TO WS-MH-CODE(WS-BL-SLOT)
           END-PERFORM
           MOVE "        ROW TOTAL" TO WS-MH-TOTAL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-MATRIX-HEAD.

       6200-MATRIX-ROW.
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE WS-BL-CODE(WS-BL-ROW) TO WS-ML-BRANCH
           MOVE 0 TO WS-ROW-NET
           PERFORM VARYING WS-BL-COL FROM 1 BY 1
               UNTIL WS-BL-COL > WS-BL-COUNT
               MOVE 0 TO WS-CELL-NET
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                   IF WS-PR-BRANCH(WS-PR-IDX) = WS-BL-CODE(WS-BL-ROW)
                       AND WS-PR-CONTRA(WS-PR-IDX) =
                           WS-BL-CODE(WS-BL-COL)
                       COMPUTE WS-CELL-NET = WS-CELL-NET
                           + WS-PR-DUE-FROM(WS-PR-IDX)
                           - WS-PR-DUE-TO(WS-PR-IDX)
                   END-IF
               END-PERFORM
               ADD WS-CELL-NET TO WS-ROW-NET
               IF WS-BL-COL >= WS-BL-FIRST
                   AND WS-BL-COL <= WS-BL-LAST
                   COMPUTE WS-BL-SLOT = WS-BL-COL - WS-BL-FIRST + 1
                   MOVE WS-CELL-NET TO WS-ML-CELL(WS-BL-SLOT)
               END-IF
           END-PERFORM
           MOVE WS-ROW-NET TO WS-ML-TOTAL
           WRITE REPORT-RECORD FROM WS-MATRIX-LINE.

      *================================================================*
      * Month-end: credit each pair's due-from and debit its due-to to *
      * bring both inter-branch accounts to zero; the net of the two   *
      * sides is booked to inter-branch clearing suspense              *
      *================================================================*
       7000-MONTH-END-CLEARING.
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MONTH-END CLEARING ENTRIES" TO WS-TEXT-LINE
           WRITE REPORT-RECORD FROM WS-TEXT-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-DUE-FROM(WS-PR-IDX) NOT = 0
                   OR WS-PR-DUE-TO(WS-PR-IDX) NOT = 0
                   PERFORM 7100-CLEAR-PAIR
               END-IF
           END-PERFORM
           COMPUTE WS-CLR-DIFF = WS-CLR-FROM-TOTAL - WS-CLR-TO-TOTAL
           IF WS-CLR-DIFF NOT = 0
               MOVE SPACES TO JR-DESCRIPTION
               MOVE "IB CLEARING DIFFERENCE" TO JR-DESCRIPTION
               MOVE WS-GL-IB-SUSPENSE TO JR-ACCOUNT-NUM
               IF WS-CLR-DIFF > 0
                   MOVE "D" TO JR-ENTRY-TYPE
                   MOVE WS-CLR-DIFF TO JR-AMOUNT
               ELSE
                   MOVE "C" TO JR-ENTRY-TYPE
                   COMPUTE JR-AMOUNT = WS-CLR-DIFF * -1
               END-IF
               PERFORM 7900-WRITE-JOURNAL
               MOVE SPACES TO WS-TEXT-LINE
               MOVE WS-CLR-DIFF TO WS-DISP-AMT
               STRING "DIFFERENCE TO IB CLEARING SUSPENSE "
                   WS-DISP-AMT DELIMITED BY SIZE
                   INTO WS-TEXT-LINE
               WRITE REPORT-RECORD FROM WS-TEXT-LINE
           END-IF
           CLOSE JOURNAL-FILE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE 0 TO WS-PR-DUE-FROM(WS-PR-IDX)
               MOVE 0 TO WS-PR-DUE-TO(WS-PR-IDX)
           END-PERFORM.

       7100-CLEAR-PAIR.
           ADD 1 TO WS-CLR-COUNT
           MOVE WS-PR-BRANCH(WS-PR-IDX) TO WS-CLL-BRANCH
           MOVE WS-PR-CONTRA(WS-PR-IDX) TO WS-CLL-CONTRA
           MOVE WS-PR-DUE-FROM(WS-PR-IDX) TO WS-CLL-FROM
           MOVE WS-PR-DUE-TO(WS-PR-IDX) TO WS-CLL-TO
           WRITE REPORT-RECORD FROM WS-CLEAR-LINE
           IF WS-PR-DUE-FROM(WS-PR-IDX) NOT = 0
               MOVE SPACES TO JR-DESCRIPTION
               STRING "IB CLR " WS-PR-BRANCH(WS-PR-IDX)
                   " DUE FROM " WS-PR-CONTRA(WS-PR-IDX)
                   DELIMITED BY SIZE INTO JR-DESCRIPTION
               MOVE WS-GL-DUE-FROM TO JR-ACCOUNT-NUM
               MOVE "C" TO JR-ENTRY-TYPE
               MOVE WS-PR-DUE-FROM(WS-PR-IDX) TO JR-AMOUNT
               PERFORM 7900-WRITE-JOURNAL
               ADD WS-PR-DUE-FROM(WS-PR-IDX) TO WS-CLR-FROM-TOTAL
           END-IF
           IF WS-PR-DUE-TO(WS-PR-IDX) NOT = 0
               MOVE SPACES TO JR-DESCRIPTION
               STRING "IB CLR " WS-PR-BRANCH(WS-PR-IDX)
                   " DUE TO " WS-PR-CONTRA(WS-PR-IDX)
                   DELIMITED BY SIZE INTO JR-DESCRIPTION
               MOVE WS-GL-DUE-TO TO JR-ACCOUNT-NUM
               MOVE "D" TO JR-ENTRY-TYPE
               MOVE WS-PR-DUE-TO(WS-PR-IDX) TO JR-AMOUNT
               PERFORM 7900-WRITE-JOURNAL
               ADD WS-PR-DUE-TO(WS-PR-IDX) TO WS-CLR-TO-TOTAL
           END-IF.

       7900-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-BATCH-NUM TO JR-BATCH-NUM
           MOVE WS-JRN-SEQ TO JR-SEQUENCE
           MOVE WS-RUN-DATE TO JR-POST-DATE
           MOVE SPACES TO JR-FILLER
           WRITE JOURNAL-RECORD.

       8000-WRITE-BALANCES.
           OPEN OUTPUT NEW-BALANCE-FILE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE WS-PR-BRANCH(WS-PR-IDX) TO NB-BRANCH
               MOVE WS-PR-CONTRA(WS-PR-IDX) TO NB-CONTRA
               MOVE WS-PR-DUE-FROM(WS-PR-IDX) TO NB-DUE-FROM
               MOVE WS-PR-DUE-TO(WS-PR-IDX) TO NB-DUE-TO
               MOVE WS-PR-LAST-DATE(WS-PR-IDX) TO NB-LAST-DATE
               WRITE NEW-BALANCE-RECORD
           END-PERFORM
           CLOSE NEW-BALANCE-FILE.

       9000-FINISH.
           CLOSE REPORT-FILE
           DISPLAY "========================================"
           DISPLAY "   INTER-BRANCH RECONCILIATION"
           DISPLAY "========================================"
           DISPLAY "RUN DATE:        " WS-RUN-DATE " " WS-HL-MODE
           DISPLAY "ITEMS CARRIED:   " WS-CARRIED-COUNT
           DISPLAY "ITEMS TODAY:     " WS-NEW-COUNT
           DISPLAY "PAIRS MATCHED:   " WS-MATCHED-COUNT
           DISPLAY "PAIRS MISMATCH:  " WS-MISMATCH-COUNT
           DISPLAY "ITEMS UNMATCHED: " WS-UNMATCHED-COUNT
           DISPLAY "ITEMS STILL OPEN:" WS-STILL-OPEN-COUNT
           IF WS-MONTH-END-MODE
               DISPLAY "PAIRS CLEARED:   " WS-CLR-COUNT
               MOVE WS-CLR-DIFF TO WS-DISP-AMT
               DISPLAY "CLEARING DIFF:   " WS-DISP-AMT
           END-IF
           DISPLAY "========================================".
