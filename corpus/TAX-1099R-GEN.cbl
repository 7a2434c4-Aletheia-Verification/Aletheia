       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-1099R-GEN.
      *================================================================
      * Form 1099-R Year-End Generator
      * Builds the year's 1099-R forms from the distribution history
      * DISTHIST.DAT written by every annuity payout, RMD distribution
      * and IRA withdrawal.  History records for the tax year are
      * accumulated into one form per recipient, account and
      * distribution code (entry type R reverses a distribution):
      *   box 1 gross distribution, 2a taxable amount, 2b taxable
      *   amount not determined, 4 federal tax withheld, 5 employee
      *   contributions / basis recovered, 7 distribution code and
      *   IRA/SEP/SIMPLE, 14 state tax withheld, 15 state.
      * A form is required for $10.00 or more gross or any federal
      * withholding.
      * The control record on R99CTL.DAT selects the run mode:
      *   O - original year-end filing: IRS electronic file
      *       R99EFILE.DAT (T/A/B/C/F records) and recipient copies
      *       R99COPY.DAT
      *   C - corrected filing against the form register R99FORMS.DAT:
      *       only forms whose amounts changed are refiled as
      *       corrected, forms no longer supported by the history are
      *       corrected to zero and forms not filed before go out as
      *       originals
      * A corrected run files its new originals and its corrections
      * under separate payer (A) records, each closed by its own
      * end-of-payer (C) record.
      * The form register is rewritten to R99FRMSN.DAT.
      * A form or register table too small for the year ends the run
      * with return code 16; when that is found while loading, no
      * form, electronic file or register is written.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'R99CTL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DIST-HIST-FILE ASSIGN TO 'DISTHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'R99FORMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT NEW-REGISTER-FILE ASSIGN TO 'R99FRMSN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREG-STATUS.
           SELECT EFILE-FILE ASSIGN TO 'R99EFILE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EF-STATUS.
           SELECT COPY-FILE ASSIGN TO 'R99COPY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE                 PIC X(1).
               88 CT-ORIGINAL-MODE    VALUE 'O'.
               88 CT-CORRECT-MODE     VALUE 'C'.
           05 CT-TAX-YEAR             PIC 9(4).
           05 CT-PAYER-NAME           PIC X(30).
           05 CT-PAYER-EIN            PIC X(9).
           05 CT-TCC                  PIC X(5).
           05 CT-TEST-FILE            PIC X(1).
       FD DIST-HIST-FILE.
       01 DIST-HIST-RECORD.
           05 DH-RCP-ID               PIC X(10).
           05 DH-RCP-TIN              PIC X(9).
           05 DH-RCP-NAME             PIC X(30).
           05 DH-ACCT-ID              PIC X(12).
           05 DH-DIST-DATE            PIC 9(8).
           05 DH-DIST-DATE-R REDEFINES DH-DIST-DATE.
               10 DH-DIST-YEAR        PIC 9(4).
               10 DH-DIST-MMDD        PIC 9(4).
           05 DH-SOURCE               PIC X(4).
           05 DH-ENTRY-TYPE           PIC X(1).
               88 DH-REVERSAL         VALUE 'R'.
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
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 RG-TAX-YEAR             PIC 9(4).
           05 RG-RCP-TIN              PIC X(9).
           05 RG-RCP-ID               PIC X(10).
           05 RG-ACCT-ID              PIC X(12).
           05 RG-DIST-CODE            PIC X(2).
           05 RG-RCP-NAME             PIC X(30).
           05 RG-IRA-FLAG             PIC X(1).
           05 RG-TAX-NOT-DET          PIC X(1).
           05 RG-STATE-CODE           PIC X(2).
           05 RG-CORR-NUM             PIC 9(1).
           05 RG-GROSS                PIC S9(11)V99 COMP-3.
           05 RG-TAXABLE              PIC S9(11)V99 COMP-3.
           05 RG-EMP-CONTRIB          PIC S9(11)V99 COMP-3.
           05 RG-FED-WH               PIC S9(11)V99 COMP-3.
           05 RG-STATE-WH             PIC S9(11)V99 COMP-3.
           05 RG-FILED-DATE           PIC 9(8).
       FD NEW-REGISTER-FILE.
       01 NEW-REGISTER-RECORD         PIC X(115).
       FD EFILE-FILE.
       01 EFILE-RECORD                PIC X(750).
       FD COPY-FILE.
       01 COPY-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-CTL-STATUS           PIC X(2).
           05 WS-DH-STATUS            PIC X(2).
           05 WS-REG-STATUS           PIC X(2).
           05 WS-NREG-STATUS          PIC X(2).
           05 WS-EF-STATUS            PIC X(2).
           05 WS-COPY-STATUS          PIC X(2).
       01 WS-RUN-MODE                 PIC X(1) VALUE 'O'.
           88 WS-ORIGINAL-MODE        VALUE 'O'.
           88 WS-CORRECT-MODE         VALUE 'C'.
       01 WS-EOF-FLAGS.
           05 WS-DH-EOF-FLAG          PIC X(1) VALUE 'N'.
               88 WS-DH-EOF           VALUE 'Y'.
           05 WS-REG-EOF-FLAG         PIC X(1) VALUE 'N'.
               88 WS-REG-EOF          VALUE 'Y'.
       01 WS-CAP-FLAG                 PIC X(1) VALUE 'N'.
           88 WS-CAPACITY-EXCEEDED    VALUE 'Y'.
       01 WS-CONTROL.
           05 WS-TAX-YEAR             PIC 9(4) VALUE 0.
           05 WS-PAYER-NAME           PIC X(30) VALUE SPACES.
           05 WS-PAYER-EIN            PIC X(9) VALUE SPACES.
           05 WS-TCC                  PIC X(5) VALUE SPACES.
           05 WS-TEST-FILE            PIC X(1) VALUE SPACE.
               88 WS-IS-TEST-FILE     VALUE 'T'.
       01 WS-PROCESS-DATE             PIC 9(8).
       01 WS-PROCESS-DATE-R REDEFINES WS-PROCESS-DATE.
           05 WS-PROCESS-YEAR         PIC 9(4).
           05 WS-PROCESS-MMDD         PIC 9(4).
       01 WS-MIN-REPORT-AMT           PIC S9(5)V99 COMP-3
           VALUE 10.00.
      *    ONE ROW PER 1099-R - RECIPIENT, ACCOUNT AND DISTRIBUTION CODE
       01 WS-FORM-TABLE.
           05 WS-FM-ENTRY OCCURS 5000.
               10 WS-FM-RCP-TIN       PIC X(9).
               10 WS-FM-RCP-ID        PIC X(10).
               10 WS-FM-ACCT-ID       PIC X(12).
               10 WS-FM-DIST-CODE     PIC X(2).
               10 WS-FM-RCP-NAME      PIC X(30).
               10 WS-FM-IRA-FLAG      PIC X(1).
               10 WS-FM-TAX-NOT-DET   PIC X(1).
               10 WS-FM-STATE-CODE    PIC X(2).
               10 WS-FM-GROSS         PIC S9(11)V99 COMP-3.
               10 WS-FM-TAXABLE       PIC S9(11)V99 COMP-3.
               10 WS-FM-EMP-CONTRIB   PIC S9(11)V99 COMP-3.
               10 WS-FM-FED-WH        PIC S9(11)V99 COMP-3.
               10 WS-FM-STATE-WH      PIC S9(11)V99 COMP-3.
               10 WS-FM-ACTION        PIC X(1).
               10 WS-FM-REG-IDX       PIC 9(5) COMP.
       01 WS-FM-COUNT                 PIC 9(5) COMP VALUE 0.
       01 WS-FM-IDX                   PIC 9(5) COMP VALUE 0.
       01 WS-FM-CUR                   PIC 9(5) COMP VALUE 0.
      *    FORMS ALREADY FILED - R99FORMS.DAT
       01 WS-REGISTER-TABLE.
           05 WS-RT-ENTRY OCCURS 10000.
               10 WS-RT-DATA.
                   15 WS-RT-TAX-YEAR  PIC 9(4).
                   15 WS-RT-RCP-TIN   PIC X(9).
                   15 WS-RT-RCP-ID    PIC X(10).
                   15 WS-RT-ACCT-ID   PIC X(12).
                   15 WS-RT-DIST-CODE PIC X(2).
                   15 WS-RT-RCP-NAME  PIC X(30).
                   15 WS-RT-IRA-FLAG  PIC X(1).
                   15 WS-RT-TAX-NOT-DET PIC X(1).
                   15 WS-RT-STATE-CODE PIC X(2).
                   15 WS-RT-CORR-NUM  PIC 9(1).
                   15 WS-RT-GROSS     PIC S9(11)V99 COMP-3.
                   15 WS-RT-TAXABLE   PIC S9(11)V99 COMP-3.
                   15 WS-RT-EMP-CONTRIB PIC S9(11)V99 COMP-3.
                   15 WS-RT-FED-WH    PIC S9(11)V99 COMP-3.
                   15 WS-RT-STATE-WH  PIC S9(11)V99 COMP-3.
                   15 WS-RT-FILED-DATE PIC 9(8).
               10 WS-RT-HIT           PIC X(1).
       01 WS-RT-COUNT                 PIC 9(5) COMP VALUE 0.
       01 WS-RT-IDX                   PIC 9(5) COMP VALUE 0.
       01 WS-RT-CUR                   PIC 9(5) COMP VALUE 0.
       01 WS-CUR-FORM.
           05 WS-CF-RCP-TIN           PIC X(9).
           05 WS-CF-RCP-ID            PIC X(10).
           05 WS-CF-ACCT-ID           PIC X(12).
           05 WS-CF-DIST-CODE         PIC X(2).
           05 WS-CF-RCP-NAME          PIC X(30).
           05 WS-CF-IRA-FLAG          PIC X(1).
           05 WS-CF-TAX-NOT-DET       PIC X(1).
           05 WS-CF-STATE-CODE        PIC X(2).
           05 WS-CF-GROSS             PIC S9(11)V99 COMP-3.
           05 WS-CF-TAXABLE           PIC S9(11)V99 COMP-3.
           05 WS-CF-EMP-CONTRIB       PIC S9(11)V99 COMP-3.
           05 WS-CF-FED-WH            PIC S9(11)V99 COMP-3.
           05 WS-CF-STATE-WH          PIC S9(11)V99 COMP-3.
           05 WS-CF-CORR-IND          PIC X(1).
               88 WS-CF-CORRECTED     VALUE 'G'.
      *    IRS ELECTRONIC FILING RECORDS - 750 BYTES EACH
       01 WS-EF-RECORD                PIC X(750).
       01 WS-EF-T-REC REDEFINES WS-EF-RECORD.
           05 EF-T-TYPE               PIC X(1).
           05 EF-T-PAYMENT-YEAR       PIC 9(4).
           05 EF-T-PRIOR-YEAR-IND     PIC X(1).
           05 EF-T-TRANSMITTER-TIN    PIC X(9).
           05 EF-T-TCC                PIC X(5).
           05 EF-T-TEST-IND           PIC X(1).
           05 EF-T-TRANSMITTER-NAME   PIC X(40).
           05 EF-T-PAYER-COUNT        PIC 9(8).
           05 FILLER                  PIC X(681).
       01 WS-EF-A-REC REDEFINES WS-EF-RECORD.
           05 EF-A-TYPE               PIC X(1).
           05 EF-A-PAYMENT-YEAR       PIC 9(4).
           05 EF-A-PAYER-TIN          PIC X(9).
           05 EF-A-RETURN-TYPE        PIC X(2).
           05 EF-A-AMOUNT-CODES       PIC X(18).
           05 EF-A-PAYER-NAME         PIC X(40).
           05 FILLER                  PIC X(676).
       01 WS-EF-B-REC REDEFINES WS-EF-RECORD.
           05 EF-B-TYPE               PIC X(1).
           05 EF-B-PAYMENT-YEAR       PIC 9(4).
           05 EF-B-CORR-IND           PIC X(1).
           05 EF-B-PAYEE-TIN          PIC X(9).
           05 EF-B-PAYER-ACCT         PIC X(20).
           05 EF-B-AMT-1              PIC 9(10)V99.
           05 EF-B-AMT-2              PIC 9(10)V99.
           05 EF-B-AMT-4              PIC 9(10)V99.
           05 EF-B-AMT-5              PIC 9(10)V99.
           05 EF-B-PAYEE-NAME         PIC X(40).
           05 EF-B-DIST-CODE          PIC X(2).
           05 EF-B-TAX-NOT-DET        PIC X(1).
           05 EF-B-IRA-IND            PIC X(1).
           05 EF-B-STATE-WH           PIC 9(10)V99.
           05 EF-B-STATE-CODE         PIC X(2).
           05 FILLER                  PIC X(609).
       01 WS-EF-C-REC REDEFINES WS-EF-RECORD.
           05 EF-C-TYPE               PIC X(1).
           05 EF-C-B-COUNT            PIC 9(8).
           05 EF-C-TOTAL-1            PIC 9(16)V99.
           05 EF-C-TOTAL-2            PIC 9(16)V99.
           05 EF-C-TOTAL-4            PIC 9(16)V99.
           05 EF-C-TOTAL-5            PIC 9(16)V99.
           05 FILLER                  PIC X(669).
       01 WS-EF-F-REC REDEFINES WS-EF-RECORD.
           05 EF-F-TYPE               PIC X(1).
           05 EF-F-A-COUNT            PIC 9(8).
           05 EF-F-B-COUNT            PIC 9(8).
           05 FILLER                  PIC X(733).
      *    PAYER (A RECORD) GROUPS - O ORIGINALS, G CORRECTIONS
       01 WS-GROUP-CONTROL.
           05 WS-GROUP-ACTION         PIC X(1).
           05 WS-A-COUNT              PIC S9(7) COMP-3 VALUE 0.
           05 WS-PLAN-ORIG            PIC S9(7) COMP-3 VALUE 0.
           05 WS-PLAN-CORR            PIC S9(7) COMP-3 VALUE 0.
           05 WS-ORIG-GROUP-FLAG      PIC X(1) VALUE 'N'.
               88 WS-ORIG-GROUP       VALUE 'Y'.
           05 WS-CORR-GROUP-FLAG      PIC X(1) VALUE 'N'.
               88 WS-CORR-GROUP       VALUE 'Y'.
           05 WS-GRP-B-COUNT          PIC S9(7) COMP-3 VALUE 0.
           05 WS-GRP-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRP-TAXABLE          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRP-FED-WH           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GRP-EMP-CONTRIB      PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-BATCH-TOTALS.
           05 WS-DH-READ-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-DH-YEAR-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-B-COUNT              PIC S9(7) COMP-3 VALUE 0.
           05 WS-ORIG-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-CORR-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-ZEROED-COUNT         PIC S9(7) COMP-3 VALUE 0.
           05 WS-UNCHANGED-COUNT      PIC S9(7) COMP-3 VALUE 0.
           05 WS-BELOW-MIN-COUNT      PIC S9(7) COMP-3 VALUE 0.
           05 WS-TX-GROSS             PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TX-TAXABLE           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TX-FED-WH            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TX-EMP-CONTRIB       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TX-STATE-WH          PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PRINT-FIELDS.
           05 WS-ED-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-ED-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-COPY-LINE                PIC X(80).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CONTROL
           IF WS-TAX-YEAR = 0
               DISPLAY 'CONTROL RECORD HAS NO TAX YEAR - '
                   '1099-R NOT GENERATED'
           ELSE
               PERFORM 2000-LOAD-REGISTER
               PERFORM 3000-ACCUM-HISTORY
      *        A recipient left off the table would get no form
               IF WS-CAPACITY-EXCEEDED
                   DISPLAY '1099-R RUN ABANDONED - NO FORMS WRITTEN'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 3900-PRODUCE-FORMS
               END-IF
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-FM-COUNT
           MOVE 0 TO WS-RT-COUNT.
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CT-CORRECT-MODE
                           MOVE CT-MODE TO WS-RUN-MODE
                       END-IF
                       MOVE CT-TAX-YEAR TO WS-TAX-YEAR
                       MOVE CT-PAYER-NAME TO WS-PAYER-NAME
                       MOVE CT-PAYER-EIN TO WS-PAYER-EIN
                       MOVE CT-TCC TO WS-TCC
                       MOVE CT-TEST-FILE TO WS-TEST-FILE
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'OPEN CONTROL FILE FAILED: ' WS-CTL-STATUS
           END-IF.
       2000-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = '00'
               PERFORM 2100-READ-REGISTER UNTIL WS-REG-EOF
               CLOSE REGISTER-FILE
           ELSE
               IF WS-CORRECT-MODE
                   DISPLAY 'NO FORM REGISTER - ALL FORMS FILED AS '
                       'ORIGINALS'
               END-IF
           END-IF.
       2100-READ-REGISTER.
           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-FLAG
               NOT AT END
                   IF WS-RT-COUNT < 10000
                       ADD 1 TO WS-RT-COUNT
                       MOVE REGISTER-RECORD
                           TO WS-RT-DATA(WS-RT-COUNT)
                       MOVE 'N' TO WS-RT-HIT(WS-RT-COUNT)
                   ELSE
                       DISPLAY 'FORM REGISTER FULL AT '
                           RG-RCP-ID ' ' RG-ACCT-ID
                       MOVE 'Y' TO WS-CAP-FLAG
                   END-IF
           END-READ.
      *    THE HISTORY IS IN PAYMENT ORDER - EACH DISTRIBUTION FOR THE
      *    TAX YEAR IS ADDED TO (OR A REVERSAL TAKEN OFF) ITS FORM
       3000-ACCUM-HISTORY.
           OPEN INPUT DIST-HIST-FILE
           IF WS-DH-STATUS NOT = '00'
               DISPLAY 'NO DISTRIBUTION HISTORY: ' WS-DH-STATUS
               MOVE 'Y' TO WS-DH-EOF-FLAG
           END-IF
           PERFORM 3100-READ-HISTORY UNTIL WS-DH-EOF
           IF WS-DH-STATUS = '00' OR WS-DH-STATUS = '10'
               CLOSE DIST-HIST-FILE
           END-IF.
       3100-READ-HISTORY.
           READ DIST-HIST-FILE
               AT END MOVE 'Y' TO WS-DH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DH-READ-COUNT
                   IF DH-DIST-YEAR = WS-TAX-YEAR
                       ADD 1 TO WS-DH-YEAR-COUNT
                       PERFORM 3200-POST-DISTRIBUTION
                   END-IF
           END-READ.
       3200-POST-DISTRIBUTION.
           MOVE 0 TO WS-FM-CUR
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FM-COUNT OR WS-FM-CUR > 0
               IF WS-FM-RCP-TIN(WS-FM-IDX) = DH-RCP-TIN
                  AND WS-FM-RCP-ID(WS-FM-IDX) = DH-RCP-ID
                  AND WS-FM-ACCT-ID(WS-FM-IDX) = DH-ACCT-ID
                  AND WS-FM-DIST-CODE(WS-FM-IDX) = DH-DIST-CODE
                   MOVE WS-FM-IDX TO WS-FM-CUR
               END-IF
           END-PERFORM
           IF WS-FM-CUR = 0
               IF WS-FM-COUNT < 5000
                   ADD 1 TO WS-FM-COUNT
                   MOVE WS-FM-COUNT TO WS-FM-CUR
                   MOVE DH-RCP-TIN TO WS-FM-RCP-TIN(WS-FM-CUR)
                   MOVE DH-RCP-ID TO WS-FM-RCP-ID(WS-FM-CUR)
                   MOVE DH-ACCT-ID TO WS-FM-ACCT-ID(WS-FM-CUR)
                   MOVE DH-DIST-CODE TO WS-FM-DIST-CODE(WS-FM-CUR)
                   MOVE DH-RCP-NAME TO WS-FM-RCP-NAME(WS-FM-CUR)
                   MOVE 'N' TO WS-FM-IRA-FLAG(WS-FM-CUR)
                   MOVE 'N' TO WS-FM-TAX-NOT-DET(WS-FM-CUR)
                   MOVE DH-STATE-CODE TO WS-FM-STATE-CODE(WS-FM-CUR)
                   MOVE 0 TO WS-FM-GROSS(WS-FM-CUR)
                   MOVE 0 TO WS-FM-TAXABLE(WS-FM-CUR)
                   MOVE 0 TO WS-FM-EMP-CONTRIB(WS-FM-CUR)
                   MOVE 0 TO WS-FM-FED-WH(WS-FM-CUR)
                   MOVE 0 TO WS-FM-STATE-WH(WS-FM-CUR)
               ELSE
                   DISPLAY '1099-R FORM TABLE FULL AT '
                       DH-RCP-ID ' ' DH-ACCT-ID
                   MOVE 'Y' TO WS-CAP-FLAG
               END-IF
           END-IF
           IF WS-FM-CUR > 0
               IF DH-IRA-FLAG = 'Y'
                   MOVE 'Y' TO WS-FM-IRA-FLAG(WS-FM-CUR)
               END-IF
               IF DH-TAX-NOT-DET = 'Y'
                   MOVE 'Y' TO WS-FM-TAX-NOT-DET(WS-FM-CUR)
               END-IF
               IF WS-FM-STATE-CODE(WS-FM-CUR) = SPACES
                   MOVE DH-STATE-CODE TO WS-FM-STATE-CODE(WS-FM-CUR)
               END-IF
               IF DH-REVERSAL
                   SUBTRACT DH-GROSS FROM WS-FM-GROSS(WS-FM-CUR)
                   SUBTRACT DH-TAXABLE FROM WS-FM-TAXABLE(WS-FM-CUR)
                   SUBTRACT DH-EMP-CONTRIB
                       FROM WS-FM-EMP-CONTRIB(WS-FM-CUR)
                   SUBTRACT DH-FED-WH FROM WS-FM-FED-WH(WS-FM-CUR)
                   SUBTRACT DH-STATE-WH FROM WS-FM-STATE-WH(WS-FM-CUR)
               ELSE
                   ADD DH-GROSS TO WS-FM-GROSS(WS-FM-CUR)
                   ADD DH-TAXABLE TO WS-FM-TAXABLE(WS-FM-CUR)
                   ADD DH-EMP-CONTRIB TO WS-FM-EMP-CONTRIB(WS-FM-CUR)
                   ADD DH-FED-WH TO WS-FM-FED-WH(WS-FM-CUR)
                   ADD DH-STATE-WH TO WS-FM-STATE-WH(WS-FM-CUR)
               END-IF
           END-IF.
      *    FORMS ARE CLASSIFIED FIRST SO THE TRANSMITTER RECORD CAN
      *    CARRY THE NUMBER OF PAYER GROUPS THAT FOLLOW.  CORRECTED
      *    RETURNS MAY NOT SHARE AN A RECORD WITH ORIGINALS.
       3900-PRODUCE-FORMS.
           PERFORM 4100-CLASSIFY-FORM
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FM-COUNT
           IF WS-CORRECT-MODE
               PERFORM 4200-COUNT-DROPPED-FORM
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
           END-IF
           IF WS-PLAN-ORIG > 0 OR WS-PLAN-CORR = 0
               MOVE 'Y' TO WS-ORIG-GROUP-FLAG
               ADD 1 TO WS-A-COUNT
           END-IF
           IF WS-PLAN-CORR > 0
               MOVE 'Y' TO WS-CORR-GROUP-FLAG
               ADD 1 TO WS-A-COUNT
           END-IF
           PERFORM 4000-OPEN-OUTPUT
           IF WS-ORIG-GROUP
               MOVE 'O' TO WS-GROUP-ACTION
               PERFORM 4300-WRITE-PAYER
               PERFORM 5000-ISSUE-FORM
                   VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
               PERFORM 7750-WRITE-END-OF-PAYER
           END-IF
           IF WS-CORR-GROUP
               MOVE 'G' TO WS-GROUP-ACTION
               PERFORM 4300-WRITE-PAYER
               PERFORM 5000-ISSUE-FORM
                   VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
               PERFORM 5600-ZERO-DROPPED-FORM
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM 7750-WRITE-END-OF-PAYER
           END-IF
           PERFORM 7800-WRITE-TRAILERS
           PERFORM 7900-CLOSE-OUTPUT
           PERFORM 8000-DISPLAY-SUMMARY
      *    A form filed but not registered would be refiled as an
      *    original by the next corrected run
           IF WS-CAPACITY-EXCEEDED
               DISPLAY 'FORM REGISTER INCOMPLETE - SEE ABOVE'
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-OPEN-OUTPUT.
           OPEN OUTPUT NEW-REGISTER-FILE
           OPEN OUTPUT EFILE-FILE
           OPEN OUTPUT COPY-FILE
           MOVE SPACES TO WS-EF-RECORD
           MOVE 'T' TO EF-T-TYPE
           MOVE WS-TAX-YEAR TO EF-T-PAYMENT-YEAR
           IF WS-TAX-YEAR < WS-PROCESS-YEAR - 1
               MOVE 'P' TO EF-T-PRIOR-YEAR-IND
           END-IF
           MOVE WS-PAYER-EIN TO EF-T-TRANSMITTER-TIN
           MOVE WS-TCC TO EF-T-TCC
           IF WS-IS-TEST-FILE
               MOVE 'T' TO EF-T-TEST-IND
           END-IF
           MOVE WS-PAYER-NAME TO EF-T-TRANSMITTER-NAME
           MOVE WS-A-COUNT TO EF-T-PAYER-COUNT
           WRITE EFILE-RECORD FROM WS-EF-RECORD.
      *    DECIDES EACH FORM WITHOUT WRITING ANYTHING: O ORIGINAL,
      *    G CORRECTED, U UNCHANGED, B BELOW THE REPORTING MINIMUM
       4100-CLASSIFY-FORM.
           PERFORM 5050-LOAD-FORM
           PERFORM 5100-FIND-REGISTER
           MOVE WS-RT-CUR TO WS-FM-REG-IDX(WS-FM-IDX)
           IF WS-ORIGINAL-MODE OR WS-RT-CUR = 0
               IF WS-CF-GROSS < WS-MIN-REPORT-AMT
                  AND WS-CF-FED-WH = 0
                   MOVE 'B' TO WS-FM-ACTION(WS-FM-IDX)
                   ADD 1 TO WS-BELOW-MIN-COUNT
               ELSE
                   MOVE 'O' TO WS-FM-ACTION(WS-FM-IDX)
                   ADD 1 TO WS-PLAN-ORIG
               END-IF
           ELSE
               MOVE 'Y' TO WS-RT-HIT(WS-RT-CUR)
               IF WS-RT-GROSS(WS-RT-CUR) = WS-CF-GROSS
                  AND WS-RT-TAXABLE(WS-RT-CUR) = WS-CF-TAXABLE
                  AND WS-RT-EMP-CONTRIB(WS-RT-CUR) = WS-CF-EMP-CONTRIB
                  AND WS-RT-FED-WH(WS-RT-CUR) = WS-CF-FED-WH
                  AND WS-RT-STATE-WH(WS-RT-CUR) = WS-CF-STATE-WH
                  AND WS-RT-RCP-NAME(WS-RT-CUR) = WS-CF-RCP-NAME
                   MOVE 'U' TO WS-FM-ACTION(WS-FM-IDX)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   MOVE 'G' TO WS-FM-ACTION(WS-FM-IDX)
                   ADD 1 TO WS-PLAN-CORR
               END-IF
           END-IF.
       4200-COUNT-DROPPED-FORM.
           IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
              AND WS-RT-HIT(WS-RT-IDX) NOT = 'Y'
              AND (WS-RT-GROSS(WS-RT-IDX) NOT = 0
                OR WS-RT-FED-WH(WS-RT-IDX) NOT = 0
                OR WS-RT-STATE-WH(WS-RT-IDX) NOT = 0)
               ADD 1 TO WS-PLAN-CORR
           END-IF.
       4300-WRITE-PAYER.
           MOVE 0 TO WS-GRP-B-COUNT
           MOVE 0 TO WS-GRP-GROSS
           MOVE 0 TO WS-GRP-TAXABLE
           MOVE 0 TO WS-GRP-FED-WH
           MOVE 0 TO WS-GRP-EMP-CONTRIB
           MOVE SPACES TO WS-EF-RECORD
           MOVE 'A' TO EF-A-TYPE
           MOVE WS-TAX-YEAR TO EF-A-PAYMENT-YEAR
           MOVE WS-PAYER-EIN TO EF-A-PAYER-TIN
           MOVE '9 ' TO EF-A-RETURN-TYPE
           MOVE '1245' TO EF-A-AMOUNT-CODES
           MOVE WS-PAYER-NAME TO EF-A-PAYER-NAME
           WRITE EFILE-RECORD FROM WS-EF-RECORD.
      *    FILES THE FORMS CLASSIFIED FOR THE PAYER GROUP BEING WRITTEN
       5000-ISSUE-FORM.
           IF WS-FM-ACTION(WS-FM-IDX) = WS-GROUP-ACTION
               PERFORM 5050-LOAD-FORM
               MOVE WS-FM-REG-IDX(WS-FM-IDX) TO WS-RT-CUR
               IF WS-GROUP-ACTION = 'O'
                   IF WS-RT-CUR = 0
                       PERFORM 5200-ADD-REGISTER
                   ELSE
                       MOVE 0 TO WS-RT-CORR-NUM(WS-RT-CUR)
                   END-IF
                   ADD 1 TO WS-ORIG-COUNT
               ELSE
                   IF WS-RT-CORR-NUM(WS-RT-CUR) < 9
                       ADD 1 TO WS-RT-CORR-NUM(WS-RT-CUR)
                   END-IF
                   MOVE 'G' TO WS-CF-CORR-IND
                   ADD 1 TO WS-CORR-COUNT
               END-IF
               PERFORM 5300-UPDATE-REGISTER
               PERFORM 5500-WRITE-FORM
           END-IF.
       5050-LOAD-FORM.
           MOVE WS-FM-RCP-TIN(WS-FM-IDX) TO WS-CF-RCP-TIN
           MOVE WS-FM-RCP-ID(WS-FM-IDX) TO WS-CF-RCP-ID
           MOVE WS-FM-ACCT-ID(WS-FM-IDX) TO WS-CF-ACCT-ID
           MOVE WS-FM-DIST-CODE(WS-FM-IDX) TO WS-CF-DIST-CODE
           MOVE WS-FM-RCP-NAME(WS-FM-IDX) TO WS-CF-RCP-NAME
           MOVE WS-FM-IRA-FLAG(WS-FM-IDX) TO WS-CF-IRA-FLAG
           MOVE WS-FM-TAX-NOT-DET(WS-FM-IDX) TO WS-CF-TAX-NOT-DET
           MOVE WS-FM-STATE-CODE(WS-FM-IDX) TO WS-CF-STATE-CODE
           MOVE WS-FM-GROSS(WS-FM-IDX) TO WS-CF-GROSS
           MOVE WS-FM-TAXABLE(WS-FM-IDX) TO WS-CF-TAXABLE
           MOVE WS-FM-EMP-CONTRIB(WS-FM-IDX) TO WS-CF-EMP-CONTRIB
           MOVE WS-FM-FED-WH(WS-FM-IDX) TO WS-CF-FED-WH
           MOVE WS-FM-STATE-WH(WS-FM-IDX) TO WS-CF-STATE-WH
           MOVE SPACE TO WS-CF-CORR-IND.
       5100-FIND-REGISTER.
           MOVE 0 TO WS-RT-CUR
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-CUR > 0
               IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
                  AND WS-RT-RCP-TIN(WS-RT-IDX) = WS-CF-RCP-TIN
                  AND WS-RT-RCP-ID(WS-RT-IDX) = WS-CF-RCP-ID
                  AND WS-RT-ACCT-ID(WS-RT-IDX) = WS-CF-ACCT-ID
                  AND WS-RT-DIST-CODE(WS-RT-IDX) = WS-CF-DIST-CODE
                   MOVE WS-RT-IDX TO WS-RT-CUR
               END-IF
           END-PERFORM.
       5200-ADD-REGISTER.
           IF WS-RT-COUNT < 10000
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-CUR
               MOVE WS-TAX-YEAR TO WS-RT-TAX-YEAR(WS-RT-CUR)
               MOVE WS-CF-RCP-TIN TO WS-RT-RCP-TIN(WS-RT-CUR)
               MOVE WS-CF-RCP-ID TO WS-RT-RCP-ID(WS-RT-CUR)
               MOVE WS-CF-ACCT-ID TO WS-RT-ACCT-ID(WS-RT-CUR)
               MOVE WS-CF-DIST-CODE TO WS-RT-DIST-CODE(WS-RT-CUR)
               MOVE 0 TO WS-RT-CORR-NUM(WS-RT-CUR)
           ELSE
               DISPLAY 'FORM REGISTER FULL - NOT RECORDED '
                   WS-CF-RCP-ID ' ' WS-CF-ACCT-ID
               MOVE 'Y' TO WS-CAP-FLAG
           END-IF.
       5300-UPDATE-REGISTER.
           IF WS-RT-CUR > 0
               MOVE WS-CF-RCP-NAME TO WS-RT-RCP-NAME(WS-RT-CUR)
               MOVE WS-CF-IRA-FLAG TO WS-RT-IRA-FLAG(WS-RT-CUR)
               MOVE WS-CF-TAX-NOT-DET TO WS-RT-TAX-NOT-DET(WS-RT-CUR)
               MOVE WS-CF-STATE-CODE TO WS-RT-STATE-CODE(WS-RT-CUR)
               MOVE WS-CF-GROSS TO WS-RT-GROSS(WS-RT-CUR)
               MOVE WS-CF-TAXABLE TO WS-RT-TAXABLE(WS-RT-CUR)
               MOVE WS-CF-EMP-CONTRIB TO WS-RT-EMP-CONTRIB(WS-RT-CUR)
               MOVE WS-CF-FED-WH TO WS-RT-FED-WH(WS-RT-CUR)
               MOVE WS-CF-STATE-WH TO WS-RT-STATE-WH(WS-RT-CUR)
               MOVE WS-PROCESS-DATE TO WS-RT-FILED-DATE(WS-RT-CUR)
               MOVE 'Y' TO WS-RT-HIT(WS-RT-CUR)
           END-IF.
       5500-WRITE-FORM.
           MOVE SPACES TO WS-EF-RECORD
           MOVE 'B' TO EF-B-TYPE
           MOVE WS-TAX-YEAR TO EF-B-PAYMENT-YEAR
           MOVE WS-CF-CORR-IND TO EF-B-CORR-IND
           MOVE WS-CF-RCP-TIN TO EF-B-PAYEE-TIN
           MOVE WS-CF-ACCT-ID TO EF-B-PAYER-ACCT
           MOVE WS-CF-GROSS TO EF-B-AMT-1
           MOVE WS-CF-TAXABLE TO EF-B-AMT-2
           MOVE WS-CF-FED-WH TO EF-B-AMT-4
           MOVE WS-CF-EMP-CONTRIB TO EF-B-AMT-5
           MOVE WS-CF-RCP-NAME TO EF-B-PAYEE-NAME
           MOVE WS-CF-DIST-CODE TO EF-B-DIST-CODE
           IF WS-CF-TAX-NOT-DET = 'Y'
               MOVE '1' TO EF-B-TAX-NOT-DET
           END-IF
           IF WS-CF-IRA-FLAG = 'Y'
               MOVE '1' TO EF-B-IRA-IND
           END-IF
           MOVE WS-CF-STATE-WH TO EF-B-STATE-WH
           MOVE WS-CF-STATE-CODE TO EF-B-STATE-CODE
           WRITE EFILE-RECORD FROM WS-EF-RECORD
           ADD 1 TO WS-B-COUNT
           ADD WS-CF-GROSS TO WS-TX-GROSS
           ADD WS-CF-TAXABLE TO WS-TX-TAXABLE
           ADD WS-CF-FED-WH TO WS-TX-FED-WH
           ADD WS-CF-EMP-CONTRIB TO WS-TX-EMP-CONTRIB
           ADD WS-CF-STATE-WH TO WS-TX-STATE-WH
           ADD 1 TO WS-GRP-B-COUNT
           ADD WS-CF-GROSS TO WS-GRP-GROSS
           ADD WS-CF-TAXABLE TO WS-GRP-TAXABLE
           ADD WS-CF-FED-WH TO WS-GRP-FED-WH
           ADD WS-CF-EMP-CONTRIB TO WS-GRP-EMP-CONTRIB
           PERFORM 7700-PRINT-COPY.
      *    A FORM FILED BEFORE BUT NO LONGER SUPPORTED BY THE HISTORY
      *    (REVERSED OUT, OR RECODED) IS CORRECTED TO ZERO
       5600-ZERO-DROPPED-FORM.
           IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
              AND WS-RT-HIT(WS-RT-IDX) NOT = 'Y'
              AND (WS-RT-GROSS(WS-RT-IDX) NOT = 0
                OR WS-RT-FED-WH(WS-RT-IDX) NOT = 0
                OR WS-RT-STATE-WH(WS-RT-IDX) NOT = 0)
               MOVE WS-RT-IDX TO WS-RT-CUR
               MOVE WS-RT-RCP-TIN(WS-RT-CUR) TO WS-CF-RCP-TIN
               MOVE WS-RT-RCP-ID(WS-RT-CUR) TO WS-CF-RCP-ID
               MOVE WS-RT-ACCT-ID(WS-RT-CUR) TO WS-CF-ACCT-ID
               MOVE WS-RT-DIST-CODE(WS-RT-CUR) TO WS-CF-DIST-CODE
               MOVE WS-RT-RCP-NAME(WS-RT-CUR) TO WS-CF-RCP-NAME
               MOVE WS-RT-IRA-FLAG(WS-RT-CUR) TO WS-CF-IRA-FLAG
               MOVE WS-RT-TAX-NOT-DET(WS-RT-CUR) TO WS-CF-TAX-NOT-DET
               MOVE WS-RT-STATE-CODE(WS-RT-CUR) TO WS-CF-STATE-CODE
               MOVE 0 TO WS-CF-GROSS
               MOVE 0 TO WS-CF-TAXABLE
               MOVE 0 TO WS-CF-EMP-CONTRIB
               MOVE 0 TO WS-CF-FED-WH
               MOVE 0 TO WS-CF-STATE-WH
               IF WS-RT-CORR-NUM(WS-RT-CUR) < 9
                   ADD 1 TO WS-RT-CORR-NUM(WS-RT-CUR)
               END-IF
               MOVE 'G' TO WS-CF-CORR-IND
               ADD 1 TO WS-ZEROED-COUNT
               PERFORM 5300-UPDATE-REGISTER
               PERFORM 5500-WRITE-FORM
           END-IF.
       7700-PRINT-COPY.
           MOVE SPACES TO WS-COPY-LINE
           IF WS-CF-CORRECTED
               STRING 'FORM 1099-R  ' WS-TAX-YEAR
                   '  COPY B FOR RECIPIENT  CORRECTED'
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           ELSE
               STRING 'FORM 1099-R  ' WS-TAX-YEAR
                   '  COPY B FOR RECIPIENT'
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           END-IF
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING 'PAYER: ' WS-PAYER-NAME '  TIN: ' WS-PAYER-EIN
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING 'RECIPIENT: ' WS-CF-RCP-NAME
               '  TIN: ' WS-CF-RCP-TIN
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING 'ACCOUNT NUMBER: ' WS-CF-ACCT-ID
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE WS-CF-GROSS TO WS-ED-AMOUNT
           MOVE WS-CF-TAXABLE TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-COPY-LINE
           STRING '1  GROSS DISTRIBUTION: ' WS-ED-AMOUNT
               '  2a TAXABLE: ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           IF WS-CF-TAX-NOT-DET = 'Y'
               MOVE '2b TAXABLE AMOUNT NOT DETERMINED' TO WS-COPY-LINE
               WRITE COPY-RECORD FROM WS-COPY-LINE
           END-IF
           MOVE WS-CF-FED-WH TO WS-ED-AMOUNT
           MOVE WS-CF-EMP-CONTRIB TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-COPY-LINE
           STRING '4  FEDERAL WITHHELD: ' WS-ED-AMOUNT
               '  5  EMPLOYEE CONTRIB: ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           IF WS-CF-IRA-FLAG = 'Y'
               STRING '7  DISTRIBUTION CODE: ' WS-CF-DIST-CODE
                   '    IRA/SEP/SIMPLE: X'
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           ELSE
               STRING '7  DISTRIBUTION CODE: ' WS-CF-DIST-CODE
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           END-IF
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE WS-CF-STATE-WH TO WS-ED-AMOUNT
           MOVE WS-CF-GROSS TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-COPY-LINE
           STRING '14 STATE TAX: ' WS-ED-AMOUNT
               '  15 ' WS-CF-STATE-CODE
               '  16 ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE ALL '-' TO WS-COPY-LINE
           WRITE COPY-RECORD FROM WS-COPY-LINE.
       7750-WRITE-END-OF-PAYER.
           MOVE SPACES TO WS-EF-RECORD
           MOVE 'C' TO EF-C-TYPE
           MOVE WS-GRP-B-COUNT TO EF-C-B-COUNT
           MOVE WS-GRP-GROSS TO EF-C-TOTAL-1
           MOVE WS-GRP-TAXABLE TO EF-C-TOTAL-2
           MOVE WS-GRP-FED-WH TO EF-C-TOTAL-4
           MOVE WS-GRP-EMP-CONTRIB TO EF-C-TOTAL-5
           WRITE EFILE-RECORD FROM WS-EF-RECORD.
       7800-WRITE-TRAILERS.
           MOVE SPACES TO WS-EF-RECORD
           MOVE 'F' TO EF-F-TYPE
           MOVE WS-A-COUNT TO EF-F-A-COUNT
           MOVE WS-B-COUNT TO EF-F-B-COUNT
           WRITE EFILE-RECORD FROM WS-EF-RECORD.
       7900-CLOSE-OUTPUT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               WRITE NEW-REGISTER-RECORD FROM WS-RT-DATA(WS-RT-IDX)
           END-PERFORM
           CLOSE NEW-REGISTER-FILE
           CLOSE EFILE-FILE
           CLOSE COPY-FILE.
       8000-DISPLAY-SUMMARY.
           DISPLAY '1099-R GENERATION'
           DISPLAY '================='
           DISPLAY 'MODE: ' WS-RUN-MODE '  TAX YEAR: ' WS-TAX-YEAR
           DISPLAY 'HISTORY RECORDS READ:  ' WS-DH-READ-COUNT
           DISPLAY 'FOR TAX YEAR:          ' WS-DH-YEAR-COUNT
           DISPLAY 'FORMS FILED:           ' WS-B-COUNT
           DISPLAY '  ORIGINAL:            ' WS-ORIG-COUNT
           DISPLAY '  CORRECTED:           ' WS-CORR-COUNT
           DISPLAY '  CORRECTED TO ZERO:   ' WS-ZEROED-COUNT
           DISPLAY 'UNCHANGED:             ' WS-UNCHANGED-COUNT
           DISPLAY 'BELOW $10 - NO FORM:   ' WS-BELOW-MIN-COUNT
           DISPLAY 'GROSS DISTRIBUTIONS:   ' WS-TX-GROSS
           DISPLAY 'TAXABLE AMOUNT:        ' WS-TX-TAXABLE
           DISPLAY 'FEDERAL WITHHELD:      ' WS-TX-FED-WH
           DISPLAY 'EMPLOYEE CONTRIB:      ' WS-TX-EMP-CONTRIB
           DISPLAY 'STATE WITHHELD:        ' WS-TX-STATE-WH.
