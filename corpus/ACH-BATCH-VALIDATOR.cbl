       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-BATCH-VALIDATOR.
      *================================================================*
      * ACH Batch Validator                                            *
      * Structure, hash, routing and velocity checks on ACH.DAT.       *
      * A file already received (same origin, creation date, file ID   *
      * modifier and totals in ACHFHIST.DAT) is rejected as a resend.  *
      * When ACHORIG.DAT holds originator limits, each batch of an     *
      * accepted file is checked against the originator's debit and    *
      * credit exposure caps across all settlement dates still inside  *
      * the return window (ACHEXPO.DAT).  Batches within the caps are  *
      * added to the ledger (ACHEXPN.DAT); batches that would exceed   *
      * them are written to ACHHOLD.DAT for treasury approval.         *
      * Treasury releases a held batch by adding it to ACHAPPR.DAT     *
      * (origin, file ID modifier, company, batch number and totals)   *
      * and the file is presented again.  While any batch of a file is *
      * held, none of the file's batches is posted to the ledger and   *
      * the file is not recorded in ACHFHIST.DAT, so the re-presented  *
      * file is not taken for a resend.  A ledger or approval table    *
      * too small for its file ends the run with return code 16        *
      * before anything is written.                                    *
      * The entry count, debit and credit totals and routing hash of   *
      * ACH.DAT are appended to CTLTOT.DAT (step failed when the file  *
      * is rejected or any batch is held) for balancing against        *
      * ACH-NACHA-FORMAT's input.  The failed step is reported by the  *
      * job-stream balancing; it does not by itself stop the           *
      * formatter.                                                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO 'ACH.DAT'
               FILE STATUS IS WS-ACH-STATUS.
           SELECT ORIG-LIMIT-FILE ASSIGN TO 'ACHORIG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-FS.
           SELECT EXPOSURE-FILE ASSIGN TO 'ACHEXPO.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXP-FS.
           SELECT EXPOSURE-NEW-FILE ASSIGN TO 'ACHEXPN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXN-FS.
           SELECT FILE-HIST-FILE ASSIGN TO 'ACHFHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-FS.
           SELECT HOLD-FILE ASSIGN TO 'ACHHOLD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLD-FS.
           SELECT APPROVAL-FILE ASSIGN TO 'ACHAPPR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-FS.
           SELECT CONTROL-FILE ASSIGN TO 'CTLTOT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACH-FILE.
           05 ACH-ENTRY-DESC      PIC X(10).
           05 ACH-TRACE-NUM       PIC X(15).
           05 ACH-FILLER          PIC X(14).
      *--- Type 1 file header view ---
       01 ACH-FILE-HDR-VIEW.
           05 AH-REC-TYPE         PIC X(1).
           05 AH-IMMED-DEST       PIC X(9).
           05 AH-IMMED-ORIGIN     PIC X(10).
           05 AH-CREATION-DATE    PIC X(8).
           05 AH-CREATION-TIME    PIC X(4).
           05 AH-FILE-ID-MOD      PIC X(1).
           05 FILLER              PIC X(57).
      *--- Type 5 batch header view ---
       01 ACH-BATCH-HDR-VIEW.
           05 AB-REC-TYPE         PIC X(1).
           05 AB-COMPANY-NAME     PIC X(16).
           05 AB-COMPANY-ID       PIC X(10).
           05 AB-SEC-CODE         PIC X(3).
           05 AB-ENTRY-DESC       PIC X(10).
           05 AB-EFFECTIVE-DATE   PIC X(8).
           05 AB-BATCH-NUM        PIC X(7).
           05 FILLER              PIC X(35).
       FD ORIG-LIMIT-FILE.
       01 ORIG-LIMIT-RECORD.
           05 OL-COMPANY-ID       PIC X(10).
           05 OL-COMPANY-NAME     PIC X(25).
           05 OL-DEBIT-CAP        PIC 9(11)V99.
           05 OL-CREDIT-CAP       PIC 9(11)V99.
           05 OL-RETURN-DAYS      PIC 9(3).
           05 OL-STATUS           PIC X.
       FD EXPOSURE-FILE.
       01 EXPOSURE-RECORD.
           05 EX-COMPANY-ID       PIC X(10).
           05 EX-SETTLE-DATE      PIC 9(8).
           05 EX-EXPIRE-DATE      PIC 9(8).
           05 EX-DEBIT-AMT        PIC 9(11)V99.
           05 EX-CREDIT-AMT       PIC 9(11)V99.
           05 EX-POST-DATE        PIC 9(8).
       FD EXPOSURE-NEW-FILE.
       01 EXPOSURE-NEW-RECORD     PIC X(60).
       FD FILE-HIST-FILE.
       01 FILE-HIST-RECORD.
           05 HI-IMMED-ORIGIN     PIC X(10).
           05 HI-CREATION-DATE    PIC X(8).
           05 HI-FILE-ID-MOD      PIC X(1).
           05 HI-DEBIT-TOTAL      PIC 9(11)V99.
           05 HI-CREDIT-TOTAL     PIC 9(11)V99.
           05 HI-ENTRY-COUNT      PIC 9(7).
           05 HI-RECV-DATE        PIC 9(8).
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HD-RUN-DATE         PIC 9(8).
           05 HD-IMMED-ORIGIN     PIC X(10).
           05 HD-FILE-ID-MOD      PIC X(1).
           05 HD-COMPANY-ID       PIC X(10).
           05 HD-BATCH-NUM        PIC 9(7).
           05 HD-SETTLE-DATE      PIC 9(8).
           05 HD-BATCH-DEBITS     PIC 9(11)V99.
           05 HD-BATCH-CREDITS    PIC 9(11)V99.
           05 HD-DEBIT-EXPOSURE   PIC 9(11)V99.
           05 HD-CREDIT-EXPOSURE  PIC 9(11)V99.
           05 HD-DEBIT-CAP        PIC 9(11)V99.
           05 HD-CREDIT-CAP       PIC 9(11)V99.
           05 HD-REASON           PIC X(20).
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 AP-IMMED-ORIGIN     PIC X(10).
           05 AP-FILE-ID-MOD      PIC X(1).
           05 AP-COMPANY-ID       PIC X(10).
           05 AP-BATCH-NUM        PIC 9(7).
           05 AP-BATCH-DEBITS     PIC 9(11)V99.
           05 AP-BATCH-CREDITS    PIC 9(11)V99.
           05 AP-APPROVED-BY      PIC X(8).
           05 AP-APPROVED-DATE    PIC 9(8).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-RUN-DATE         PIC 9(8).
           05 CT-RUN-TIME         PIC 9(8).
           05 CT-STEP             PIC X(8).
           05 CT-DATASET          PIC X(12).
           05 CT-SIDE             PIC X(1).
           05 CT-RECORDS          PIC 9(9).
           05 CT-DEBITS           PIC 9(13)V99.
           05 CT-CREDITS          PIC 9(13)V99.
           05 CT-HASH             PIC 9(15).
           05 CT-STEP-STATUS      PIC X(1).
           05 FILLER              PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-ACH-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
           88 WS-VEL-MATCH        VALUE 'Y'.
       01 WS-VEL-LIMIT            PIC S9(5) VALUE 100.
       01 WS-AMT-LIMIT            PIC S9(11)V99 VALUE 100000.00.
      *--- Originator exposure and duplicate file control ---
       01 WS-ORG-FS               PIC XX.
       01 WS-EXP-FS               PIC XX.
       01 WS-EXN-FS               PIC XX.
       01 WS-HIS-FS               PIC XX.
       01 WS-HLD-FS               PIC XX.
       01 WS-APR-FS               PIC XX.
       01 WS-CTL-FS               PIC XX.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-LIMITS-FLAG          PIC X VALUE 'N'.
           88 WS-LIMITS-ON        VALUE 'Y'.
       01 WS-LOAD-EOF             PIC X VALUE 'N'.
           88 WS-LOAD-DONE        VALUE 'Y'.
       01 WS-DUP-FLAG             PIC X VALUE 'N'.
           88 WS-DUP-FILE         VALUE 'Y'.
       01 WS-HOLD-FLAG            PIC X VALUE 'N'.
           88 WS-HOLD-BATCH       VALUE 'Y'.
       01 WS-FILE-ID.
           05 WS-IMMED-ORIGIN     PIC X(10) VALUE SPACES.
           05 WS-CREATION-DATE    PIC X(8) VALUE SPACES.
           05 WS-FILE-ID-MOD      PIC X(1) VALUE SPACES.
       01 WS-ORG-TABLE.
           05 WS-OL-ENTRY OCCURS 100.
               10 WS-OL-COMPANY   PIC X(10).
               10 WS-OL-DEBIT-CAP PIC S9(11)V99 COMP-3.
               10 WS-OL-CREDIT-CAP
                                  PIC S9(11)V99 COMP-3.
               10 WS-OL-RET-DAYS  PIC S9(3) COMP-3.
               10 WS-OL-STATUS    PIC X.
                   88 WS-OL-SUSPENDED VALUE 'S'.
       01 WS-OL-COUNT             PIC S9(3) COMP-3 VALUE 0.
       01 WS-OL-IDX               PIC S9(3) COMP-3.
       01 WS-OL-HIT               PIC S9(3) COMP-3.
       01 WS-EXP-TABLE.
           05 WS-EX-ENTRY OCCURS 1000.
               10 WS-EX-COMPANY   PIC X(10).
               10 WS-EX-SETTLE    PIC 9(8).
               10 WS-EX-EXPIRE    PIC 9(8).
               10 WS-EX-DEBITS    PIC 9(11)V99.
               10 WS-EX-CREDITS   PIC 9(11)V99.
               10 WS-EX-POSTED    PIC 9(8).
       01 WS-EX-COUNT             PIC S9(5) COMP-3 VALUE 0.
       01 WS-EX-IDX               PIC S9(5) COMP-3.
       01 WS-EX-HIT               PIC S9(5) COMP-3.
       01 WS-EX-DROPPED           PIC S9(5) COMP-3 VALUE 0.
      *--- Ledger as loaded, restored when the file is held ---
       01 WS-EXP-SAVE             PIC X(60000).
       01 WS-EX-SAVE-COUNT        PIC S9(5) COMP-3 VALUE 0.
       01 WS-CAP-FLAG             PIC X VALUE 'N'.
           88 WS-CAPACITY-EXCEEDED VALUE 'Y'.
      *--- Held batches released by treasury ---
       01 WS-APPROVAL-TABLE.
           05 WS-AP-ENTRY OCCURS 500.
               10 WS-AP-ORIGIN    PIC X(10).
               10 WS-AP-MOD       PIC X(1).
               10 WS-AP-COMPANY   PIC X(10).
               10 WS-AP-BATCH     PIC 9(7).
               10 WS-AP-DEBITS    PIC 9(11)V99.
               10 WS-AP-CREDITS   PIC 9(11)V99.
       01 WS-AP-COUNT             PIC S9(5) COMP-3 VALUE 0.
       01 WS-AP-IDX               PIC S9(5) COMP-3.
       01 WS-AP-HIT               PIC S9(5) COMP-3.
       01 WS-BATCH-TABLE.
           05 WS-BT-ENTRY OCCURS 200.
               10 WS-BT-COMPANY   PIC X(10).
               10 WS-BT-NUMBER    PIC 9(7).
               10 WS-BT-SETTLE    PIC 9(8).
               10 WS-BT-DEBITS    PIC S9(11)V99 COMP-3.
               10 WS-BT-CREDITS   PIC S9(11)V99 COMP-3.
       01 WS-BT-COUNT             PIC S9(3) COMP-3 VALUE 0.
       01 WS-BT-IDX               PIC S9(3) COMP-3.
       01 WS-BT-CUR               PIC S9(3) COMP-3 VALUE 0.
       01 WS-BT-POSTED            PIC S9(3) COMP-3 VALUE 0.
       01 WS-BT-HELD              PIC S9(3) COMP-3 VALUE 0.
       01 WS-BT-APPROVED          PIC S9(3) COMP-3 VALUE 0.
       01 WS-OUT-DEBITS           PIC S9(11)V99 COMP-3.
       01 WS-OUT-CREDITS          PIC S9(11)V99 COMP-3.
       01 WS-HOLD-REASON          PIC X(20).
       01 WS-RET-DAYS-DFLT        PIC S9(3) COMP-3 VALUE 2.
       01 WS-CAL-PARMS.
           05 WS-CAL-FUNCTION    PIC X(4).
           05 WS-CAL-DATE-IN     PIC 9(8).
           05 WS-CAL-DATE-IN2    PIC 9(8).
           05 WS-CAL-DAYS        PIC S9(5) COMP-3.
           05 WS-CAL-DATE-OUT    PIC 9(8).
           05 WS-CAL-DAYS-OUT    PIC S9(5) COMP-3.
           05 WS-CAL-DAY-TYPE    PIC X.
           05 WS-CAL-STATUS      PIC X(2).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0150-LOAD-EXPOSURE
           IF WS-CAPACITY-EXCEEDED
               DISPLAY 'ACH VALIDATION ABANDONED - NOTHING WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-OPEN-ACH
           PERFORM 0300-READ-ACH UNTIL WS-EOF
           PERFORM 0400-FINAL-VALIDATION
           PERFORM 0700-APPLY-EXPOSURE
           PERFORM 0500-PRINT-RESULTS
           PERFORM 0600-CLOSE-ACH
           PERFORM 0800-WRITE-CONTROL
           STOP RUN.
       0100-INITIALIZE.
           INITIALIZE WS-COUNTERS
               MOVE 0 TO WS-VEL-COUNT(WS-VEL-IDX)
               MOVE 0 TO WS-VEL-AMOUNT(WS-VEL-IDX)
           END-PERFORM.
       0150-LOAD-EXPOSURE.
      *    Without an originator limit file the exposure checks are
      *    skipped and the ledger is left as it stands.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ORIG-LIMIT-FILE
           IF WS-ORG-FS = '00'
               MOVE 'Y' TO WS-LIMITS-FLAG
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-DONE
                   READ ORIG-LIMIT-FILE
                       AT END SET WS-LOAD-DONE TO TRUE
                       NOT AT END PERFORM 0160-ADD-LIMIT
                   END-READ
               END-PERFORM
               CLOSE ORIG-LIMIT-FILE
           END-IF
           IF WS-LIMITS-ON
               OPEN INPUT EXPOSURE-FILE
               IF WS-EXP-FS = '00'
                   MOVE 'N' TO WS-LOAD-EOF
                   PERFORM UNTIL WS-LOAD-DONE
                       READ EXPOSURE-FILE
                           AT END SET WS-LOAD-DONE TO TRUE
                           NOT AT END PERFORM 0170-ADD-EXPOSURE
                       END-READ
                   END-PERFORM
                   CLOSE EXPOSURE-FILE
               END-IF
               PERFORM 0180-LOAD-APPROVALS
           END-IF.
       0160-ADD-LIMIT.
           IF WS-OL-COUNT < 100
               ADD 1 TO WS-OL-COUNT
               MOVE OL-COMPANY-ID TO WS-OL-COMPANY(WS-OL-COUNT)
               MOVE OL-DEBIT-CAP TO WS-OL-DEBIT-CAP(WS-OL-COUNT)
               MOVE OL-CREDIT-CAP TO WS-OL-CREDIT-CAP(WS-OL-COUNT)
               MOVE OL-RETURN-DAYS TO WS-OL-RET-DAYS(WS-OL-COUNT)
               IF WS-OL-RET-DAYS(WS-OL-COUNT) = 0
                   MOVE WS-RET-DAYS-DFLT TO
                       WS-OL-RET-DAYS(WS-OL-COUNT)
               END-IF
               MOVE OL-STATUS TO WS-OL-STATUS(WS-OL-COUNT)
           ELSE
               DISPLAY 'ORIGINATOR TABLE FULL - SKIPPED '
                   OL-COMPANY-ID
           END-IF.
       0170-ADD-EXPOSURE.
      *    Settlement dates whose return window has closed no longer
      *    carry exposure and drop out of the ledger.
           IF EX-EXPIRE-DATE < WS-RUN-DATE
               ADD 1 TO WS-EX-DROPPED
           ELSE
               IF WS-EX-COUNT < 1000
                   ADD 1 TO WS-EX-COUNT
                   MOVE EXPOSURE-RECORD TO WS-EX-ENTRY(WS-EX-COUNT)
               ELSE
      *            A dropped row would vanish from the new ledger
                   DISPLAY 'EXPOSURE TABLE FULL AT '
                       EX-COMPANY-ID
                   MOVE 'Y' TO WS-CAP-FLAG
               END-IF
           END-IF.
       0180-LOAD-APPROVALS.
      *    No approval file simply means nothing has been released.
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-FS = '00'
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-DONE
                   READ APPROVAL-FILE
                       AT END SET WS-LOAD-DONE TO TRUE
                       NOT AT END PERFORM 0190-ADD-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
       0190-ADD-APPROVAL.
           IF WS-AP-COUNT < 500
               ADD 1 TO WS-AP-COUNT
               MOVE AP-IMMED-ORIGIN TO WS-AP-ORIGIN(WS-AP-COUNT)
               MOVE AP-FILE-ID-MOD TO WS-AP-MOD(WS-AP-COUNT)
               MOVE AP-COMPANY-ID TO WS-AP-COMPANY(WS-AP-COUNT)
               MOVE AP-BATCH-NUM TO WS-AP-BATCH(WS-AP-COUNT)
               MOVE AP-BATCH-DEBITS TO WS-AP-DEBITS(WS-AP-COUNT)
               MOVE AP-BATCH-CREDITS TO WS-AP-CREDITS(WS-AP-COUNT)
           ELSE
               DISPLAY 'APPROVAL TABLE FULL AT '
                   AP-COMPANY-ID ' ' AP-BATCH-NUM
               MOVE 'Y' TO WS-CAP-FLAG
           END-IF.
       0200-OPEN-ACH.
           OPEN INPUT ACH-FILE.
       0300-READ-ACH.
                   DISPLAY 'UNKNOWN REC TYPE: ' ACH-REC-TYPE
           END-EVALUATE.
       1100-PROCESS-FILE-HDR.
           DISPLAY 'FILE HEADER RECEIVED'
           MOVE AH-IMMED-ORIGIN TO WS-IMMED-ORIGIN
           MOVE AH-CREATION-DATE TO WS-CREATION-DATE
           MOVE AH-FILE-ID-MOD TO WS-FILE-ID-MOD.
       1200-PROCESS-BATCH-HDR.
           ADD 1 TO WS-BATCH-COUNT
           MOVE 'Y' TO WS-BATCH-ACTIVE
           MOVE 0 TO WS-BATCH-DEBITS
           MOVE 0 TO WS-BATCH-CREDITS
           MOVE 0 TO WS-BATCH-DETAIL-CT
           MOVE 0 TO WS-BATCH-ENTRY-HASH
           IF WS-LIMITS-ON
               PERFORM 1210-NEW-BATCH-ENTRY
           END-IF.
       1210-NEW-BATCH-ENTRY.
           IF WS-BT-COUNT < 200
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BT-CUR
               MOVE AB-COMPANY-ID TO WS-BT-COMPANY(WS-BT-CUR)
               IF AB-BATCH-NUM IS NUMERIC
                   MOVE AB-BATCH-NUM TO WS-BT-NUMBER(WS-BT-CUR)
               ELSE
                   MOVE WS-BATCH-COUNT TO WS-BT-NUMBER(WS-BT-CUR)
               END-IF
               IF AB-EFFECTIVE-DATE IS NUMERIC
                   AND AB-EFFECTIVE-DATE NOT = '00000000'
                   MOVE AB-EFFECTIVE-DATE TO
                       WS-BT-SETTLE(WS-BT-CUR)
               ELSE
                   MOVE WS-RUN-DATE TO WS-BT-SETTLE(WS-BT-CUR)
               END-IF
               MOVE 0 TO WS-BT-DEBITS(WS-BT-CUR)
               MOVE 0 TO WS-BT-CREDITS(WS-BT-CUR)
           ELSE
      *        An unmeasured batch must not settle unchecked
               MOVE 0 TO WS-BT-CUR
               DISPLAY 'BATCH TABLE FULL - SKIPPED'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'E502' TO WS-ERROR-CODE
               MOVE 'BATCH EXPOSURE NOT MEASURED' TO
                   WS-ERROR-DETAIL
               PERFORM 3000-BUILD-ERROR-MSG
           END-IF.
       1300-PROCESS-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-BATCH-DETAIL-CT
           PERFORM 2100-CLEAN-ACCOUNT
           PERFORM 2200-UPDATE-HASH
           PERFORM 2300-ACCUMULATE-AMOUNTS
           PERFORM 2400-CHECK-VELOCITY
           IF WS-BT-CUR > 0
               IF WS-BT-COMPANY(WS-BT-CUR) = SPACES
                   MOVE ACH-COMPANY-ID TO WS-BT-COMPANY(WS-BT-CUR)
               END-IF
           END-IF.
       1400-PROCESS-BATCH-TRL.
           IF WS-IN-BATCH
               MOVE 'N' TO WS-BATCH-ACTIVE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'BATCH IMBALANCE: ' WS-IMBALANCE
               END-IF
               IF WS-BT-CUR > 0
                   MOVE WS-BATCH-DEBITS TO WS-BT-DEBITS(WS-BT-CUR)
                   MOVE WS-BATCH-CREDITS TO
                       WS-BT-CREDITS(WS-BT-CUR)
                   MOVE 0 TO WS-BT-CUR
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'TRAILER WITHOUT HEADER'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'FILE IMBALANCE: ' WS-NET-AMOUNT
           END-IF
           PERFORM 0410-CHECK-DUPLICATE
           IF WS-ERROR-COUNT > 0
               MOVE 'N' TO WS-VALID-FLAG
           ELSE
               MOVE 'Y' TO WS-VALID-FLAG
           END-IF.
       0410-CHECK-DUPLICATE.
      *    A resend carries the same header and totals as the file
      *    already accepted; settling it again would double-post.
           MOVE 'N' TO WS-DUP-FLAG
           OPEN INPUT FILE-HIST-FILE
           IF WS-HIS-FS = '00'
               MOVE 'N' TO WS-LOAD-EOF
               PERFORM UNTIL WS-LOAD-DONE OR WS-DUP-FILE
                   READ FILE-HIST-FILE
                       AT END SET WS-LOAD-DONE TO TRUE
                       NOT AT END
                           IF HI-IMMED-ORIGIN = WS-IMMED-ORIGIN
                             AND HI-CREATION-DATE = WS-CREATION-DATE
                             AND HI-FILE-ID-MOD = WS-FILE-ID-MOD
                             AND HI-DEBIT-TOTAL = WS-TOTAL-DEBITS
                             AND HI-CREDIT-TOTAL = WS-TOTAL-CREDITS
                             AND HI-ENTRY-COUNT = WS-DETAIL-COUNT
                               MOVE 'Y' TO WS-DUP-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-HIST-FILE
           END-IF
           IF WS-DUP-FILE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'E501' TO WS-ERROR-CODE
               MOVE 'DUPLICATE FILE - ALREADY RECEIVED' TO
                   WS-ERROR-DETAIL
               PERFORM 3000-BUILD-ERROR-MSG
           END-IF.
       0500-PRINT-RESULTS.
           DISPLAY 'ACH VALIDATION COMPLETE'
           DISPLAY 'TOTAL RECORDS:   ' WS-RECORD-COUNT
           ELSE
               DISPLAY 'STATUS: INVALID'
           END-IF
           IF WS-LIMITS-ON
               DISPLAY 'BATCHES POSTED:  ' WS-BT-POSTED
               DISPLAY 'BATCHES HELD:    ' WS-BT-HELD
               DISPLAY 'BATCHES RELEASED:' WS-BT-APPROVED
               DISPLAY 'LEDGER ENTRIES:  ' WS-EX-COUNT
               DISPLAY 'LEDGER EXPIRED:  ' WS-EX-DROPPED
           END-IF
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1
               UNTIL WS-VEL-IDX > 20
               IF WS-VEL-ROUTING(WS-VEL-IDX) NOT = SPACES
           END-PERFORM.
       0600-CLOSE-ACH.
           CLOSE ACH-FILE.
       0700-APPLY-EXPOSURE.
      *    Only an accepted file with no batch on hold reaches the
      *    ledger and the file history.  A rejected or held file is
      *    not counted as received, so it can be presented again.
           IF WS-LIMITS-ON
               MOVE WS-EXP-TABLE TO WS-EXP-SAVE
               MOVE WS-EX-COUNT TO WS-EX-SAVE-COUNT
               IF WS-VALID
                   OPEN EXTEND HOLD-FILE
                   IF WS-HLD-FS = '35'
                       OPEN OUTPUT HOLD-FILE
                   END-IF
                   PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-COUNT
                       PERFORM 0710-CHECK-BATCH
                   END-PERFORM
                   CLOSE HOLD-FILE
               END-IF
      *        The file does not settle while a batch is held, so
      *        none of its batches counts against the caps yet.
               IF WS-BT-HELD > 0
                   MOVE WS-EXP-SAVE TO WS-EXP-TABLE
                   MOVE WS-EX-SAVE-COUNT TO WS-EX-COUNT
                   MOVE 0 TO WS-BT-POSTED
               END-IF
               PERFORM 0750-WRITE-LEDGER
           END-IF
           IF WS-VALID AND WS-BT-HELD = 0
               PERFORM 0760-RECORD-FILE
           END-IF.
       0710-CHECK-BATCH.
           MOVE 'N' TO WS-HOLD-FLAG
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-OL-HIT
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT OR WS-OL-HIT > 0
               IF WS-OL-COMPANY(WS-OL-IDX) =
                   WS-BT-COMPANY(WS-BT-IDX)
                   MOVE WS-OL-IDX TO WS-OL-HIT
               END-IF
           END-PERFORM
      *    Outstanding exposure across every open settlement date
           MOVE 0 TO WS-OUT-DEBITS
           MOVE 0 TO WS-OUT-CREDITS
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               IF WS-EX-COMPANY(WS-EX-IDX) =
                   WS-BT-COMPANY(WS-BT-IDX)
                   ADD WS-EX-DEBITS(WS-EX-IDX) TO WS-OUT-DEBITS
                   ADD WS-EX-CREDITS(WS-EX-IDX) TO WS-OUT-CREDITS
               END-IF
           END-PERFORM
           ADD WS-BT-DEBITS(WS-BT-IDX) TO WS-OUT-DEBITS
           ADD WS-BT-CREDITS(WS-BT-IDX) TO WS-OUT-CREDITS
      *    A batch treasury has released posts whatever the caps say,
      *    provided it is the same batch that was held.
           MOVE 0 TO WS-AP-HIT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT OR WS-AP-HIT > 0
               IF WS-AP-ORIGIN(WS-AP-IDX) = WS-IMMED-ORIGIN
                   AND WS-AP-MOD(WS-AP-IDX) = WS-FILE-ID-MOD
                   AND WS-AP-COMPANY(WS-AP-IDX) =
                   WS-BT-COMPANY(WS-BT-IDX)
                   AND WS-AP-BATCH(WS-AP-IDX) =
                   WS-BT-NUMBER(WS-BT-IDX)
                   AND WS-AP-DEBITS(WS-AP-IDX) =
                   WS-BT-DEBITS(WS-BT-IDX)
                   AND WS-AP-CREDITS(WS-AP-IDX) =
                   WS-BT-CREDITS(WS-BT-IDX)
                   MOVE WS-AP-IDX TO WS-AP-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-AP-HIT > 0
                   PERFORM 0720-POST-LEDGER
                   IF NOT WS-HOLD-BATCH
                       ADD 1 TO WS-BT-APPROVED
                   END-IF
               WHEN WS-OL-HIT = 0
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'NO ORIGINATOR LIMIT' TO WS-HOLD-REASON
               WHEN WS-OL-SUSPENDED(WS-OL-HIT)
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'ORIGINATOR SUSPENDED' TO WS-HOLD-REASON
               WHEN WS-OUT-DEBITS > WS-OL-DEBIT-CAP(WS-OL-HIT)
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'DEBIT CAP EXCEEDED' TO WS-HOLD-REASON
               WHEN WS-OUT-CREDITS > WS-OL-CREDIT-CAP(WS-OL-HIT)
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'CREDIT CAP EXCEEDED' TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM 0720-POST-LEDGER
           END-EVALUATE
           IF WS-HOLD-BATCH
               PERFORM 0730-WRITE-HOLD
           END-IF.
       0720-POST-LEDGER.
           MOVE 0 TO WS-EX-HIT
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT OR WS-EX-HIT > 0
               IF WS-EX-COMPANY(WS-EX-IDX) =
                   WS-BT-COMPANY(WS-BT-IDX)
                   AND WS-EX-SETTLE(WS-EX-IDX) =
                   WS-BT-SETTLE(WS-BT-IDX)
                   MOVE WS-EX-IDX TO WS-EX-HIT
               END-IF
           END-PERFORM
           IF WS-EX-HIT = 0
               IF WS-EX-COUNT < 1000
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-HIT
                   MOVE WS-BT-COMPANY(WS-BT-IDX) TO
                       WS-EX-COMPANY(WS-EX-HIT)
                   MOVE WS-BT-SETTLE(WS-BT-IDX) TO
                       WS-EX-SETTLE(WS-EX-HIT)
                   MOVE 0 TO WS-EX-DEBITS(WS-EX-HIT)
                   MOVE 0 TO WS-EX-CREDITS(WS-EX-HIT)
      *            Returns can arrive until the window closes
                   MOVE 'ADDB' TO WS-CAL-FUNCTION
                   MOVE WS-BT-SETTLE(WS-BT-IDX) TO WS-CAL-DATE-IN
                   IF WS-OL-HIT > 0
                       MOVE WS-OL-RET-DAYS(WS-OL-HIT) TO WS-CAL-DAYS
                   ELSE
                       MOVE WS-RET-DAYS-DFLT TO WS-CAL-DAYS
                   END-IF
                   CALL 'UTIL-BUS-CALENDAR' USING WS-CAL-PARMS
                   IF WS-CAL-STATUS = '00'
                       MOVE WS-CAL-DATE-OUT TO
                           WS-EX-EXPIRE(WS-EX-HIT)
                   ELSE
                       MOVE WS-BT-SETTLE(WS-BT-IDX) TO
                           WS-EX-EXPIRE(WS-EX-HIT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-FLAG
                   MOVE 'EXPOSURE LEDGER FULL' TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-EX-HIT > 0
               ADD WS-BT-DEBITS(WS-BT-IDX) TO
                   WS-EX-DEBITS(WS-EX-HIT)
               ADD WS-BT-CREDITS(WS-BT-IDX) TO
                   WS-EX-CREDITS(WS-EX-HIT)
               MOVE WS-RUN-DATE TO WS-EX-POSTED(WS-EX-HIT)
               ADD 1 TO WS-BT-POSTED
           END-IF.
       0730-WRITE-HOLD.
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-IMMED-ORIGIN TO HD-IMMED-ORIGIN
           MOVE WS-FILE-ID-MOD TO HD-FILE-ID-MOD
           MOVE WS-BT-COMPANY(WS-BT-IDX) TO HD-COMPANY-ID
           MOVE WS-BT-NUMBER(WS-BT-IDX) TO HD-BATCH-NUM
           MOVE WS-BT-SETTLE(WS-BT-IDX) TO HD-SETTLE-DATE
           MOVE WS-BT-DEBITS(WS-BT-IDX) TO HD-BATCH-DEBITS
           MOVE WS-BT-CREDITS(WS-BT-IDX) TO HD-BATCH-CREDITS
           MOVE WS-OUT-DEBITS TO HD-DEBIT-EXPOSURE
           MOVE WS-OUT-CREDITS TO HD-CREDIT-EXPOSURE
           IF WS-OL-HIT > 0
               MOVE WS-OL-DEBIT-CAP(WS-OL-HIT) TO HD-DEBIT-CAP
               MOVE WS-OL-CREDIT-CAP(WS-OL-HIT) TO HD-CREDIT-CAP
           ELSE
               MOVE 0 TO HD-DEBIT-CAP
               MOVE 0 TO HD-CREDIT-CAP
           END-IF
           MOVE WS-HOLD-REASON TO HD-REASON
           WRITE HOLD-RECORD
           ADD 1 TO WS-BT-HELD
           DISPLAY 'BATCH HELD FOR TREASURY: '
               WS-BT-COMPANY(WS-BT-IDX) ' '
               WS-BT-NUMBER(WS-BT-IDX) ' ' WS-HOLD-REASON.
       0750-WRITE-LEDGER.
           OPEN OUTPUT EXPOSURE-NEW-FILE
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               MOVE WS-EX-ENTRY(WS-EX-IDX) TO EXPOSURE-NEW-RECORD
               WRITE EXPOSURE-NEW-RECORD
           END-PERFORM
           CLOSE EXPOSURE-NEW-FILE.
       0760-RECORD-FILE.
           OPEN EXTEND FILE-HIST-FILE
           IF WS-HIS-FS = '35'
               OPEN OUTPUT FILE-HIST-FILE
           END-IF
           MOVE WS-IMMED-ORIGIN TO HI-IMMED-ORIGIN
           MOVE WS-CREATION-DATE TO HI-CREATION-DATE
           MOVE WS-FILE-ID-MOD TO HI-FILE-ID-MOD
           MOVE WS-TOTAL-DEBITS TO HI-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDITS TO HI-CREDIT-TOTAL
           MOVE WS-DETAIL-COUNT TO HI-ENTRY-COUNT
           MOVE WS-RUN-DATE TO HI-RECV-DATE
           WRITE FILE-HIST-RECORD
           CLOSE FILE-HIST-FILE.
      *    Control record for the ACH.DAT handoff to the formatter
       0800-WRITE-CONTROL.
           OPEN EXTEND CONTROL-FILE
           IF WS-CTL-FS = '35'
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE SPACES TO CONTROL-RECORD
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           ACCEPT CT-RUN-TIME FROM TIME
           MOVE 'ACHBVAL' TO CT-STEP
           MOVE 'ACH.DAT' TO CT-DATASET
           MOVE 'I' TO CT-SIDE
           MOVE WS-DETAIL-COUNT TO CT-RECORDS
           MOVE WS-TOTAL-DEBITS TO CT-DEBITS
           MOVE WS-TOTAL-CREDITS TO CT-CREDITS
           MOVE WS-HASH-TOTAL TO CT-HASH
      *    A batch held for treasury fails the step as well, so the
      *    job-stream balancing reports the file as not released.
           IF WS-VALID AND WS-BT-HELD = 0
               MOVE 'G' TO CT-STEP-STATUS
           ELSE
               MOVE 'F' TO CT-STEP-STATUS
           END-IF
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
