      * Form 1042-S / FBAR Reporting Generator
      * Processes foreign person income withholding records,
      * generates 1042-S forms and FBAR threshold checks.
      * The control record on F42CTL.DAT selects the run mode:
      *   S - single recipient display (default)
      *   B - year-end batch from F42INC.DAT: IRS electronic filing
      *       file F42EFILE.DAT (T/W/Q/C/F records), recipient
      *       copies F42COPY.DAT and the Form 1042 reconciliation
      *       F42RECON.DAT
      *   A - amended filing for a prior year from corrected income
      *       records, against the form register F42FORMS.DAT
      * The form register is rewritten to F42FRMSN.DAT.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "F42CTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT INCOME-FILE ASSIGN TO "F42INC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "F42FORMS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT NEW-REGISTER-FILE ASSIGN TO "F42FRMSN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREG-STATUS.
           SELECT EFILE-FILE ASSIGN TO "F42EFILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EF-STATUS.
           SELECT COPY-FILE ASSIGN TO "F42COPY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT RECON-FILE ASSIGN TO "F42RECON.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CT-MODE                 PIC X(1).
               88 CT-SINGLE-MODE      VALUE "S".
               88 CT-BATCH-MODE       VALUE "B".
               88 CT-AMEND-MODE       VALUE "A".
           05 CT-TAX-YEAR             PIC 9(4).
           05 CT-WA-NAME              PIC X(30).
           05 CT-WA-EIN               PIC X(9).
           05 CT-TCC                  PIC X(5).
           05 CT-TEST-FILE            PIC X(1).
           05 CT-1042-GROSS           PIC 9(11)V99.
           05 CT-1042-WITHHELD        PIC 9(11)V99.
       FD INCOME-FILE.
       01 INCOME-RECORD.
           05 IR-TAX-YEAR             PIC 9(4).
           05 IR-RCP-ID               PIC X(10).
           05 IR-RCP-NAME             PIC X(30).
           05 IR-RCP-TIN              PIC X(9).
           05 IR-RCP-ADDRESS          PIC X(40).
           05 IR-RCP-CITY             PIC X(30).
           05 IR-RCP-COUNTRY          PIC X(3).
           05 IR-RCP-STATUS           PIC X(2).
           05 IR-TREATY-FLAG          PIC X(1).
           05 IR-TREATY-ARTICLE       PIC X(5).
           05 IR-INCOME-CODE          PIC X(2).
           05 IR-EXEMPT-CODE          PIC X(2).
           05 IR-WH-RATE              PIC 9V9(4).
           05 IR-GROSS                PIC S9(9)V99 COMP-3.
           05 IR-EXEMPT-AMT           PIC S9(9)V99 COMP-3.
           05 IR-TAX-WITHHELD         PIC S9(7)V99 COMP-3.
           05 IR-PAY-DATE             PIC 9(8).
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 RG-TAX-YEAR             PIC 9(4).
           05 RG-UFI                  PIC 9(10).
           05 RG-RCP-ID               PIC X(10).
           05 RG-INCOME-CODE          PIC X(2).
           05 RG-EXEMPT-CODE          PIC X(2).
           05 RG-RATE                 PIC 9V9(4).
           05 RG-CHAPTER              PIC 9(1).
           05 RG-AMEND-NUM            PIC 9(1).
           05 RG-GROSS                PIC S9(11)V99 COMP-3.
           05 RG-WITHHELD             PIC S9(11)V99 COMP-3.
           05 RG-FILED-DATE           PIC 9(8).
       FD NEW-REGISTER-FILE.
       01 NEW-REGISTER-RECORD         PIC X(57).
       FD EFILE-FILE.
       01 EFILE-RECORD                PIC X(1020).
       FD COPY-FILE.
       01 COPY-RECORD                 PIC X(80).
       FD RECON-FILE.
       01 RECON-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-CTL-STATUS           PIC X(2).
           05 WS-INC-STATUS           PIC X(2).
           05 WS-REG-STATUS           PIC X(2).
           05 WS-NREG-STATUS          PIC X(2).
           05 WS-EF-STATUS            PIC X(2).
           05 WS-COPY-STATUS          PIC X(2).
           05 WS-RECON-STATUS         PIC X(2).
       01 WS-RUN-MODE                 PIC X(1) VALUE "S".
           88 WS-SINGLE-MODE          VALUE "S".
           88 WS-BATCH-MODE           VALUE "B".
           88 WS-AMEND-MODE           VALUE "A".
       01 WS-EOF-FLAGS.
           05 WS-INC-EOF-FLAG         PIC X(1) VALUE "N".
               88 WS-INC-EOF          VALUE "Y".
           05 WS-REG-EOF-FLAG         PIC X(1) VALUE "N".
               88 WS-REG-EOF          VALUE "Y".
       01 WS-RECIPIENT.
           05 WS-RCP-NAME             PIC X(30).
           05 WS-RCP-TIN              PIC X(9).
       01 WS-SIGN-WITHHELD
           PIC S9(7)V99 SIGN IS LEADING SEPARATE.
       01 WS-PROCESS-DATE             PIC 9(8).
       01 WS-PROCESS-DATE-R REDEFINES WS-PROCESS-DATE.
           05 WS-PROCESS-YEAR         PIC 9(4).
           05 WS-PROCESS-MMDD         PIC 9(4).
       01 WS-DIVIDE-FIELDS.
           05 WS-AVG-RATE             PIC S9(1)V9(4) COMP-3.
           05 WS-RATE-REMAINDER       PIC S9(1)V9(4) COMP-3.
       01 WS-BATCH-CONTROL.
           05 WS-TAX-YEAR             PIC 9(4) VALUE 0.
           05 WS-TCC                  PIC X(5) VALUE SPACES.
           05 WS-TEST-FILE            PIC X(1) VALUE SPACE.
               88 WS-IS-TEST-FILE     VALUE "T".
           05 WS-1042-GROSS           PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-1042-WITHHELD        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-YEAR-MATCH-FLAG      PIC X(1) VALUE "N".
               88 WS-YEAR-MATCH       VALUE "Y".
       01 WS-RCP-EXTRA.
           05 WS-RCP-ID               PIC X(10).
           05 WS-RCP-ADDRESS          PIC X(40).
           05 WS-RCP-CITY             PIC X(30).
      *    ONE ROW PER 1042-S - INCOME CODE, EXEMPTION CODE AND RATE
       01 WS-FORM-TABLE.
           05 WS-FM-ENTRY OCCURS 20.
               10 WS-FM-INCOME-CODE   PIC X(2).
               10 WS-FM-EXEMPT-CODE   PIC X(2).
               10 WS-FM-RATE          PIC 9V9(4).
               10 WS-FM-BASIS         PIC X(1).
               10 WS-FM-GROSS         PIC S9(11)V99 COMP-3.
               10 WS-FM-EXEMPT-AMT    PIC S9(11)V99 COMP-3.
               10 WS-FM-WITHHELD      PIC S9(11)V99 COMP-3.
       01 WS-FM-COUNT                 PIC 9(2) COMP VALUE 0.
       01 WS-FM-IDX                   PIC 9(2) COMP VALUE 0.
       01 WS-FM-CUR                   PIC 9(2) COMP VALUE 0.
       01 WS-CUR-FORM.
           05 WS-CF-INCOME-CODE       PIC X(2).
           05 WS-CF-EXEMPT-CODE       PIC X(2).
           05 WS-CF-RATE              PIC 9V9(4).
           05 WS-CF-BASIS             PIC X(1).
               88 WS-CF-TREATY        VALUE "T".
               88 WS-CF-STATUTORY     VALUE "S".
               88 WS-CF-EXEMPT        VALUE "E".
           05 WS-CF-CHAPTER           PIC 9(1).
           05 WS-CF-GROSS             PIC S9(11)V99 COMP-3.
           05 WS-CF-WITHHELD          PIC S9(11)V99 COMP-3.
           05 WS-CF-RETURN-IND        PIC X(1).
               88 WS-CF-AMENDED       VALUE "A".
      *    FORMS ALREADY FILED - F42FORMS.DAT
       01 WS-REGISTER-TABLE.
           05 WS-RT-ENTRY OCCURS 10000.
               10 WS-RT-DATA.
                   15 WS-RT-TAX-YEAR  PIC 9(4).
                   15 WS-RT-UFI       PIC 9(10).
                   15 WS-RT-RCP-ID    PIC X(10).
                   15 WS-RT-INCOME-CODE PIC X(2).
                   15 WS-RT-EXEMPT-CODE PIC X(2).
                   15 WS-RT-RATE      PIC 9V9(4).
                   15 WS-RT-CHAPTER   PIC 9(1).
                   15 WS-RT-AMEND-NUM PIC 9(1).
                   15 WS-RT-GROSS     PIC S9(11)V99 COMP-3.
                   15 WS-RT-WITHHELD  PIC S9(11)V99 COMP-3.
                   15 WS-RT-FILED-DATE PIC 9(8).
               10 WS-RT-HIT           PIC X(1).
       01 WS-RT-COUNT                 PIC 9(5) COMP VALUE 0.
       01 WS-RT-IDX                   PIC 9(5) COMP VALUE 0.
       01 WS-RT-CUR                   PIC 9(5) COMP VALUE 0.
       01 WS-MAX-UFI                  PIC 9(10) VALUE 0.
      *    IRS ELECTRONIC FILING RECORDS - 1020 BYTES EACH
       01 WS-EF-RECORD                PIC X(1020).
       01 WS-EF-T-REC REDEFINES WS-EF-RECORD.
           05 EF-T-TYPE               PIC X(1).
           05 EF-T-TAX-YEAR           PIC 9(4).
           05 EF-T-PRIOR-YEAR-IND     PIC X(1).
           05 EF-T-TRANSMITTER-TIN    PIC X(9).
           05 EF-T-TCC                PIC X(5).
           05 EF-T-TEST-IND           PIC X(4).
           05 EF-T-TRANSMITTER-NAME   PIC X(40).
           05 FILLER                  PIC X(956).
       01 WS-EF-W-REC REDEFINES WS-EF-RECORD.
           05 EF-W-TYPE               PIC X(1).
           05 EF-W-TAX-YEAR           PIC 9(4).
           05 EF-W-RETURN-IND         PIC X(1).
           05 EF-W-WA-EIN             PIC X(9).
           05 EF-W-WA-NAME            PIC X(40).
           05 EF-W-WA-STATUS          PIC X(2).
           05 FILLER                  PIC X(963).
       01 WS-EF-Q-REC REDEFINES WS-EF-RECORD.
           05 EF-Q-TYPE               PIC X(1).
           05 EF-Q-RETURN-IND         PIC X(1).
           05 EF-Q-AMEND-NUM          PIC 9(1).
           05 EF-Q-UFI                PIC 9(10).
           05 EF-Q-TAX-YEAR           PIC 9(4).
           05 EF-Q-INCOME-CODE        PIC X(2).
           05 EF-Q-GROSS              PIC 9(10)V99.
           05 EF-Q-CHAPTER            PIC 9(1).
           05 EF-Q-EXEMPT-CODE        PIC X(2).
           05 EF-Q-TAX-RATE           PIC 9(2)V99.
           05 EF-Q-WITHHELD           PIC 9(10)V99.
           05 EF-Q-RCP-NAME           PIC X(40).
           05 EF-Q-RCP-ADDRESS        PIC X(40).
           05 EF-Q-RCP-CITY           PIC X(30).
           05 EF-Q-RCP-COUNTRY        PIC X(3).
           05 EF-Q-RCP-TIN            PIC X(9).
           05 EF-Q-RCP-STATUS         PIC X(2).
           05 EF-Q-TREATY-ARTICLE     PIC X(5).
           05 FILLER                  PIC X(841).
       01 WS-EF-C-REC REDEFINES WS-EF-RECORD.
           05 EF-C-TYPE               PIC X(1).
           05 EF-C-Q-COUNT            PIC 9(8).
           05 EF-C-GROSS              PIC 9(13)V99.
           05 EF-C-WITHHELD           PIC 9(13)V99.
           05 FILLER                  PIC X(981).
       01 WS-EF-F-REC REDEFINES WS-EF-RECORD.
           05 EF-F-TYPE               PIC X(1).
           05 EF-F-W-COUNT            PIC 9(3).
           05 EF-F-Q-COUNT            PIC 9(8).
           05 FILLER                  PIC X(1008).
       01 WS-BATCH-TOTALS.
           05 WS-RCP-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-W-COUNT              PIC S9(3) COMP-3 VALUE 0.
           05 WS-Q-COUNT              PIC S9(7) COMP-3 VALUE 0.
           05 WS-OTHER-YEAR-COUNT     PIC S9(7) COMP-3 VALUE 0.
           05 WS-UNCHANGED-COUNT      PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-ORIG-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TX-GROSS             PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TX-WITHHELD          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CH3-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CH3-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CH3-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CH4-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-CH4-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CH4-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TRT-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-TRT-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TRT-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STA-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-STA-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-STA-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXM-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-EXM-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-EXM-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-YR-COUNT             PIC S9(7) COMP-3 VALUE 0.
           05 WS-YR-GROSS             PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-YR-WITHHELD          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DIFF-GROSS           PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-DIFF-WITHHELD        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PRINT-FIELDS.
           05 WS-ED-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-ED-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-ED-RATE              PIC Z9.99.
           05 WS-ED-COUNT             PIC ZZZ,ZZ9.
           05 WS-ED-UFI               PIC 9(10).
       01 WS-COPY-LINE                PIC X(80).
       01 WS-RECON-LINE.
           05 WS-RL-LABEL             PIC X(28).
           05 WS-RL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-GROSS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-RL-WITHHELD          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CONTROL
           IF WS-SINGLE-MODE
               PERFORM 2000-CALC-WITHHOLDING
               PERFORM 3000-TOTAL-INCOME
               PERFORM 4000-CHECK-FBAR
               PERFORM 5000-BUILD-1042S
               PERFORM 6000-DISPLAY-REPORT
           ELSE
               PERFORM 7000-BATCH-FILING
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-TOTAL-EXEMPT
           SET WS-NO-FBAR TO TRUE
           MOVE 0 TO WS-FORM-SEQUENCE.
       1100-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CT-BATCH-MODE OR CT-AMEND-MODE
                           MOVE CT-MODE TO WS-RUN-MODE
                       END-IF
                       MOVE CT-TAX-YEAR TO WS-TAX-YEAR
                       MOVE CT-WA-NAME TO WS-WITHHOLDING-AGENT
                       MOVE CT-WA-EIN TO WS-WA-EIN
                       MOVE CT-TCC TO WS-TCC
                       MOVE CT-TEST-FILE TO WS-TEST-FILE
                       MOVE CT-1042-GROSS TO WS-1042-GROSS
                       MOVE CT-1042-WITHHELD TO WS-1042-WITHHELD
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT WS-SINGLE-MODE AND WS-TAX-YEAR = 0
               DISPLAY "CONTROL RECORD HAS NO TAX YEAR - "
                   "RUNNING SINGLE MODE"
               MOVE "S" TO WS-RUN-MODE
           END-IF.
       2000-CALC-WITHHOLDING.
           PERFORM VARYING WS-IE-IDX FROM 1 BY 1
               UNTIL WS-IE-IDX > WS-INC-COUNT
               DISPLAY "FOREIGN BALANCE: "
                   WS-FOREIGN-ACCT-BAL
           END-IF.
       7000-BATCH-FILING.
           PERFORM 7100-OPEN-BATCH-FILES
           IF WS-INC-STATUS = "00"
               PERFORM 7150-READ-INCOME
               PERFORM 7200-PROCESS-RECIPIENT UNTIL WS-INC-EOF
               CLOSE INCOME-FILE
           END-IF
           PERFORM 7800-WRITE-TRAILERS
           PERFORM 7850-WRITE-RECON
           PERFORM 7900-CLOSE-BATCH-FILES
           DISPLAY "1042-S ELECTRONIC FILING COMPLETE"
           DISPLAY "MODE: " WS-RUN-MODE "  TAX YEAR: " WS-TAX-YEAR
           DISPLAY "RECIPIENTS: " WS-RCP-COUNT
           DISPLAY "FORMS FILED: " WS-Q-COUNT
           DISPLAY "OTHER YEAR SKIPPED: " WS-OTHER-YEAR-COUNT
           IF WS-AMEND-MODE
               DISPLAY "UNCHANGED FORMS: " WS-UNCHANGED-COUNT
               DISPLAY "NO ORIGINAL FORM: " WS-NO-ORIG-COUNT
           END-IF.
       7100-OPEN-BATCH-FILES.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS = "00"
               PERFORM 7110-LOAD-REGISTER UNTIL WS-REG-EOF
               CLOSE REGISTER-FILE
           END-IF
           OPEN INPUT INCOME-FILE
           IF WS-INC-STATUS NOT = "00"
               DISPLAY "OPEN INCOME FILE FAILED: " WS-INC-STATUS
           END-IF
           OPEN OUTPUT NEW-REGISTER-FILE
           OPEN OUTPUT EFILE-FILE
           OPEN OUTPUT COPY-FILE
           OPEN OUTPUT RECON-FILE
           MOVE SPACES TO WS-EF-RECORD
           MOVE "T" TO EF-T-TYPE
           MOVE WS-TAX-YEAR TO EF-T-TAX-YEAR
           IF WS-TAX-YEAR < WS-PROCESS-YEAR - 1
               MOVE "P" TO EF-T-PRIOR-YEAR-IND
           END-IF
           MOVE WS-WA-EIN TO EF-T-TRANSMITTER-TIN
           MOVE WS-TCC TO EF-T-TCC
           IF WS-IS-TEST-FILE
               MOVE "TEST" TO EF-T-TEST-IND
           END-IF
           MOVE WS-WITHHOLDING-AGENT TO EF-T-TRANSMITTER-NAME
           WRITE EFILE-RECORD FROM WS-EF-RECORD
           MOVE SPACES TO WS-EF-RECORD
           MOVE "W" TO EF-W-TYPE
           MOVE WS-TAX-YEAR TO EF-W-TAX-YEAR
           IF WS-AMEND-MODE
               MOVE "1" TO EF-W-RETURN-IND
           ELSE
               MOVE "0" TO EF-W-RETURN-IND
           END-IF
           MOVE WS-WA-EIN TO EF-W-WA-EIN
           MOVE WS-WITHHOLDING-AGENT TO EF-W-WA-NAME
           MOVE "15" TO EF-W-WA-STATUS
           WRITE EFILE-RECORD FROM WS-EF-RECORD
           ADD 1 TO WS-W-COUNT.
       7110-LOAD-REGISTER.
           READ REGISTER-FILE
               AT END MOVE "Y" TO WS-REG-EOF-FLAG
               NOT AT END
                   IF WS-RT-COUNT < 10000
                       ADD 1 TO WS-RT-COUNT
                       MOVE REGISTER-RECORD
                           TO WS-RT-DATA(WS-RT-COUNT)
                       MOVE "N" TO WS-RT-HIT(WS-RT-COUNT)
                       IF RG-TAX-YEAR = WS-TAX-YEAR
                          AND RG-UFI > WS-MAX-UFI
                           MOVE RG-UFI TO WS-MAX-UFI
                       END-IF
                   ELSE
                       DISPLAY "FORM REGISTER FULL - SKIPPED "
                           RG-UFI
                   END-IF
           END-READ.
       7150-READ-INCOME.
           MOVE "N" TO WS-YEAR-MATCH-FLAG
           PERFORM 7160-READ-ONE-INCOME
               UNTIL WS-INC-EOF OR WS-YEAR-MATCH.
       7160-READ-ONE-INCOME.
           READ INCOME-FILE
               AT END MOVE "Y" TO WS-INC-EOF-FLAG
               NOT AT END
                   IF IR-TAX-YEAR = WS-TAX-YEAR
                       MOVE "Y" TO WS-YEAR-MATCH-FLAG
                   ELSE
                       ADD 1 TO WS-OTHER-YEAR-COUNT
                   END-IF
           END-READ.
      *    INCOME RECORDS ARRIVE IN RECIPIENT ORDER - ONE PASS PER
      *    RECIPIENT BUILDS THAT RECIPIENT'S FORMS
       7200-PROCESS-RECIPIENT.
           MOVE IR-RCP-ID TO WS-RCP-ID
           MOVE IR-RCP-NAME TO WS-RCP-NAME
           MOVE IR-RCP-TIN TO WS-RCP-TIN
           MOVE IR-RCP-ADDRESS TO WS-RCP-ADDRESS
           MOVE IR-RCP-CITY TO WS-RCP-CITY
           MOVE IR-RCP-COUNTRY TO WS-RCP-COUNTRY
           MOVE IR-RCP-STATUS TO WS-RCP-STATUS
           MOVE IR-RCP-COUNTRY TO WS-TREATY-COUNTRY
           MOVE IR-TREATY-FLAG TO WS-TREATY-EXISTS
           MOVE IR-TREATY-ARTICLE TO WS-TREATY-ARTICLE
           MOVE 0 TO WS-FM-COUNT
           PERFORM 7300-ACCUM-INCOME
               UNTIL WS-INC-EOF OR IR-RCP-ID NOT = WS-RCP-ID
           ADD 1 TO WS-RCP-COUNT
           PERFORM 7400-ISSUE-FORM
               VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FM-COUNT
           IF WS-AMEND-MODE
               PERFORM 7600-ZERO-DROPPED-FORM
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
           END-IF.
       7300-ACCUM-INCOME.
           MOVE 0 TO WS-FM-CUR
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
               UNTIL WS-FM-IDX > WS-FM-COUNT OR WS-FM-CUR > 0
               IF WS-FM-INCOME-CODE(WS-FM-IDX) = IR-INCOME-CODE
                  AND WS-FM-EXEMPT-CODE(WS-FM-IDX) = IR-EXEMPT-CODE
                  AND WS-FM-RATE(WS-FM-IDX) = IR-WH-RATE
                   MOVE WS-FM-IDX TO WS-FM-CUR
               END-IF
           END-PERFORM
           IF WS-FM-CUR = 0
               IF WS-FM-COUNT < 20
                   ADD 1 TO WS-FM-COUNT
                   MOVE WS-FM-COUNT TO WS-FM-CUR
                   MOVE IR-INCOME-CODE
                       TO WS-FM-INCOME-CODE(WS-FM-CUR)
                   MOVE IR-EXEMPT-CODE
                       TO WS-FM-EXEMPT-CODE(WS-FM-CUR)
                   MOVE IR-WH-RATE TO WS-FM-RATE(WS-FM-CUR)
                   EVALUATE TRUE
                       WHEN IR-EXEMPT-CODE NOT = SPACES
                        AND IR-EXEMPT-CODE NOT = "00"
                           MOVE "E" TO WS-FM-BASIS(WS-FM-CUR)
                       WHEN IR-TREATY-FLAG = "Y"
                           MOVE "T" TO WS-FM-BASIS(WS-FM-CUR)
                       WHEN OTHER
                           MOVE "S" TO WS-FM-BASIS(WS-FM-CUR)
                   END-EVALUATE
                   MOVE 0 TO WS-FM-GROSS(WS-FM-CUR)
                   MOVE 0 TO WS-FM-EXEMPT-AMT(WS-FM-CUR)
                   MOVE 0 TO WS-FM-WITHHELD(WS-FM-CUR)
               ELSE
                   DISPLAY "RECIPIENT FORM TABLE FULL - SKIPPED "
                       IR-RCP-ID " " IR-INCOME-CODE
               END-IF
           END-IF
           IF WS-FM-CUR > 0
               ADD IR-GROSS TO WS-FM-GROSS(WS-FM-CUR)
               ADD IR-EXEMPT-AMT TO WS-FM-EXEMPT-AMT(WS-FM-CUR)
               ADD IR-TAX-WITHHELD TO WS-FM-WITHHELD(WS-FM-CUR)
           END-IF
           PERFORM 7150-READ-INCOME.
       7400-ISSUE-FORM.
           PERFORM 5000-BUILD-1042S
           MOVE WS-FM-INCOME-CODE(WS-FM-IDX) TO WS-CF-INCOME-CODE
           MOVE WS-FM-EXEMPT-CODE(WS-FM-IDX) TO WS-CF-EXEMPT-CODE
           MOVE WS-FM-RATE(WS-FM-IDX) TO WS-CF-RATE
           MOVE WS-FM-BASIS(WS-FM-IDX) TO WS-CF-BASIS
           MOVE WS-CHAPTER-IND TO WS-CF-CHAPTER
           MOVE WS-FM-GROSS(WS-FM-IDX) TO WS-CF-GROSS
           MOVE WS-FM-WITHHELD(WS-FM-IDX) TO WS-CF-WITHHELD
           PERFORM 7410-FIND-REGISTER
           IF WS-BATCH-MODE
               IF WS-RT-CUR = 0
                   PERFORM 7420-ADD-REGISTER
               ELSE
                   MOVE 0 TO WS-RT-AMEND-NUM(WS-RT-CUR)
               END-IF
               MOVE SPACE TO WS-CF-RETURN-IND
               PERFORM 7430-UPDATE-REGISTER
               PERFORM 7500-WRITE-FORM
           ELSE
               EVALUATE TRUE
                   WHEN WS-RT-CUR = 0
                       ADD 1 TO WS-NO-ORIG-COUNT
                       DISPLAY "NO ORIGINAL 1042-S - FILE AS ORIGINAL "
                           WS-RCP-ID " " WS-CF-INCOME-CODE
                   WHEN WS-RT-GROSS(WS-RT-CUR) = WS-CF-GROSS
                    AND WS-RT-WITHHELD(WS-RT-CUR) = WS-CF-WITHHELD
                       ADD 1 TO WS-UNCHANGED-COUNT
                       MOVE "Y" TO WS-RT-HIT(WS-RT-CUR)
                   WHEN OTHER
                       IF WS-RT-AMEND-NUM(WS-RT-CUR) < 9
                           ADD 1 TO WS-RT-AMEND-NUM(WS-RT-CUR)
                       END-IF
                       MOVE "A" TO WS-CF-RETURN-IND
                       PERFORM 7430-UPDATE-REGISTER
                       PERFORM 7500-WRITE-FORM
               END-EVALUATE
           END-IF.
       7410-FIND-REGISTER.
           MOVE 0 TO WS-RT-CUR
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-CUR > 0
               IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
                  AND WS-RT-RCP-ID(WS-RT-IDX) = WS-RCP-ID
                  AND WS-RT-INCOME-CODE(WS-RT-IDX) = WS-CF-INCOME-CODE
                  AND WS-RT-EXEMPT-CODE(WS-RT-IDX) = WS-CF-EXEMPT-CODE
                  AND WS-RT-RATE(WS-RT-IDX) = WS-CF-RATE
                   MOVE WS-RT-IDX TO WS-RT-CUR
               END-IF
           END-PERFORM.
      *    UNIQUE FORM IDENTIFIERS RUN ON FROM THE HIGHEST ALREADY
      *    ISSUED FOR THE TAX YEAR
       7420-ADD-REGISTER.
           IF WS-RT-COUNT < 10000
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-CUR
               ADD 1 TO WS-MAX-UFI
               MOVE WS-TAX-YEAR TO WS-RT-TAX-YEAR(WS-RT-CUR)
               MOVE WS-MAX-UFI TO WS-RT-UFI(WS-RT-CUR)
               MOVE WS-RCP-ID TO WS-RT-RCP-ID(WS-RT-CUR)
               MOVE WS-CF-INCOME-CODE TO WS-RT-INCOME-CODE(WS-RT-CUR)
               MOVE WS-CF-EXEMPT-CODE TO WS-RT-EXEMPT-CODE(WS-RT-CUR)
               MOVE WS-CF-RATE TO WS-RT-RATE(WS-RT-CUR)
               MOVE WS-CF-CHAPTER TO WS-RT-CHAPTER(WS-RT-CUR)
               MOVE 0 TO WS-RT-AMEND-NUM(WS-RT-CUR)
           ELSE
               DISPLAY "FORM REGISTER FULL - NOT FILED " WS-RCP-ID
           END-IF.
       7430-UPDATE-REGISTER.
           IF WS-RT-CUR > 0
               MOVE WS-CF-GROSS TO WS-RT-GROSS(WS-RT-CUR)
               MOVE WS-CF-WITHHELD TO WS-RT-WITHHELD(WS-RT-CUR)
               MOVE WS-PROCESS-DATE TO WS-RT-FILED-DATE(WS-RT-CUR)
               MOVE "Y" TO WS-RT-HIT(WS-RT-CUR)
           END-IF.
       7500-WRITE-FORM.
           IF WS-RT-CUR = 0
               MOVE 0 TO WS-ED-UFI
           ELSE
               MOVE WS-RT-UFI(WS-RT-CUR) TO WS-ED-UFI
           END-IF
           MOVE SPACES TO WS-EF-RECORD
           MOVE "Q" TO EF-Q-TYPE
           MOVE WS-CF-RETURN-IND TO EF-Q-RETURN-IND
           IF WS-CF-AMENDED
               MOVE WS-RT-AMEND-NUM(WS-RT-CUR) TO EF-Q-AMEND-NUM
           ELSE
               MOVE 0 TO EF-Q-AMEND-NUM
           END-IF
           MOVE WS-ED-UFI TO EF-Q-UFI
           MOVE WS-TAX-YEAR TO EF-Q-TAX-YEAR
           MOVE WS-CF-INCOME-CODE TO EF-Q-INCOME-CODE
           MOVE WS-CF-GROSS TO EF-Q-GROSS
           MOVE WS-CF-CHAPTER TO EF-Q-CHAPTER
           MOVE WS-CF-EXEMPT-CODE TO EF-Q-EXEMPT-CODE
           COMPUTE EF-Q-TAX-RATE = WS-CF-RATE * 100
           MOVE WS-CF-WITHHELD TO EF-Q-WITHHELD
           MOVE WS-RCP-NAME TO EF-Q-RCP-NAME
           MOVE WS-RCP-ADDRESS TO EF-Q-RCP-ADDRESS
           MOVE WS-RCP-CITY TO EF-Q-RCP-CITY
           MOVE WS-RCP-COUNTRY TO EF-Q-RCP-COUNTRY
           MOVE WS-RCP-TIN TO EF-Q-RCP-TIN
           MOVE WS-RCP-STATUS TO EF-Q-RCP-STATUS
           IF WS-CF-TREATY
               MOVE WS-TREATY-ARTICLE TO EF-Q-TREATY-ARTICLE
           END-IF
           WRITE EFILE-RECORD FROM WS-EF-RECORD
           ADD 1 TO WS-Q-COUNT
           ADD WS-CF-GROSS TO WS-TX-GROSS
           ADD WS-CF-WITHHELD TO WS-TX-WITHHELD
           IF WS-CF-CHAPTER = 3
               ADD 1 TO WS-CH3-COUNT
               ADD WS-CF-GROSS TO WS-CH3-GROSS
               ADD WS-CF-WITHHELD TO WS-CH3-WITHHELD
           ELSE
               ADD 1 TO WS-CH4-COUNT
               ADD WS-CF-GROSS TO WS-CH4-GROSS
               ADD WS-CF-WITHHELD TO WS-CH4-WITHHELD
           END-IF
           EVALUATE TRUE
               WHEN WS-CF-TREATY
                   ADD 1 TO WS-TRT-COUNT
                   ADD WS-CF-GROSS TO WS-TRT-GROSS
                   ADD WS-CF-WITHHELD TO WS-TRT-WITHHELD
               WHEN WS-CF-EXEMPT
                   ADD 1 TO WS-EXM-COUNT
                   ADD WS-CF-GROSS TO WS-EXM-GROSS
                   ADD WS-CF-WITHHELD TO WS-EXM-WITHHELD
               WHEN OTHER
                   ADD 1 TO WS-STA-COUNT
                   ADD WS-CF-GROSS TO WS-STA-GROSS
                   ADD WS-CF-WITHHELD TO WS-STA-WITHHELD
           END-EVALUATE
           PERFORM 7700-PRINT-COPY.
      *    A FORM FILED ORIGINALLY BUT ABSENT FROM THE CORRECTED INCOME
      *    IS AMENDED TO ZERO
       7600-ZERO-DROPPED-FORM.
           IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
              AND WS-RT-RCP-ID(WS-RT-IDX) = WS-RCP-ID
              AND WS-RT-HIT(WS-RT-IDX) NOT = "Y"
              AND (WS-RT-GROSS(WS-RT-IDX) NOT = 0
                OR WS-RT-WITHHELD(WS-RT-IDX) NOT = 0)
               MOVE WS-RT-IDX TO WS-RT-CUR
               MOVE WS-RT-INCOME-CODE(WS-RT-CUR) TO WS-CF-INCOME-CODE
               MOVE WS-RT-EXEMPT-CODE(WS-RT-CUR) TO WS-CF-EXEMPT-CODE
               MOVE WS-RT-RATE(WS-RT-CUR) TO WS-CF-RATE
               MOVE WS-RT-CHAPTER(WS-RT-CUR) TO WS-CF-CHAPTER
               IF WS-CF-EXEMPT-CODE NOT = SPACES
                  AND WS-CF-EXEMPT-CODE NOT = "00"
                   MOVE "E" TO WS-CF-BASIS
               ELSE
                   IF WS-HAS-TREATY
                       MOVE "T" TO WS-CF-BASIS
                   ELSE
                       MOVE "S" TO WS-CF-BASIS
                   END-IF
               END-IF
               MOVE 0 TO WS-CF-GROSS
               MOVE 0 TO WS-CF-WITHHELD
               IF WS-RT-AMEND-NUM(WS-RT-CUR) < 9
                   ADD 1 TO WS-RT-AMEND-NUM(WS-RT-CUR)
               END-IF
               MOVE "A" TO WS-CF-RETURN-IND
               PERFORM 7430-UPDATE-REGISTER
               PERFORM 7500-WRITE-FORM
           END-IF.
       7700-PRINT-COPY.
           MOVE SPACES TO WS-COPY-LINE
           IF WS-CF-AMENDED
               STRING "FORM 1042-S  TAX YEAR " WS-TAX-YEAR
                   "  COPY B FOR RECIPIENT  AMENDED "
                   WS-RT-AMEND-NUM(WS-RT-CUR)
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           ELSE
               STRING "FORM 1042-S  TAX YEAR " WS-TAX-YEAR
                   "  COPY B FOR RECIPIENT"
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
           END-IF
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING "UNIQUE FORM IDENTIFIER: " WS-ED-UFI
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE WS-CF-GROSS TO WS-ED-AMOUNT
           MOVE SPACES TO WS-COPY-LINE
           STRING "1  INCOME CODE: " WS-CF-INCOME-CODE
               "    2  GROSS INCOME: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           COMPUTE WS-ED-RATE = WS-CF-RATE * 100
           MOVE SPACES TO WS-COPY-LINE
           STRING "3  CHAPTER: " WS-CF-CHAPTER
               "    3a EXEMPTION CODE: " WS-CF-EXEMPT-CODE
               "    3b TAX RATE: " WS-ED-RATE
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE WS-CF-WITHHELD TO WS-ED-AMOUNT
           MOVE SPACES TO WS-COPY-LINE
           STRING "7a FEDERAL TAX WITHHELD: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING "12 WITHHOLDING AGENT: " WS-WITHHOLDING-AGENT
               "  EIN: " WS-WA-EIN
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING "13 RECIPIENT: " WS-RCP-NAME
               "  TIN: " WS-RCP-TIN
               "  COUNTRY: " WS-RCP-COUNTRY
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING "   " WS-RCP-ADDRESS " " WS-RCP-CITY
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE COPY-RECORD FROM WS-COPY-LINE
           IF WS-CF-TREATY
               MOVE SPACES TO WS-COPY-LINE
               STRING "   TREATY COUNTRY: " WS-TREATY-COUNTRY
                   "  ARTICLE: " WS-TREATY-ARTICLE
                   DELIMITED BY SIZE INTO WS-COPY-LINE
               END-STRING
               WRITE COPY-RECORD FROM WS-COPY-LINE
           END-IF
           MOVE ALL "-" TO WS-COPY-LINE
           WRITE COPY-RECORD FROM WS-COPY-LINE.
       7800-WRITE-TRAILERS.
           MOVE SPACES TO WS-EF-RECORD
           MOVE "C" TO EF-C-TYPE
           MOVE WS-Q-COUNT TO EF-C-Q-COUNT
           MOVE WS-TX-GROSS TO EF-C-GROSS
           MOVE WS-TX-WITHHELD TO EF-C-WITHHELD
           WRITE EFILE-RECORD FROM WS-EF-RECORD
           MOVE SPACES TO WS-EF-RECORD
           MOVE "F" TO EF-F-TYPE
           MOVE WS-W-COUNT TO EF-F-W-COUNT
           MOVE WS-Q-COUNT TO EF-F-Q-COUNT
           WRITE EFILE-RECORD FROM WS-EF-RECORD.
      *    THE FORM 1042 IS TIED TO EVERY 1042-S NOW ON FILE FOR THE
      *    YEAR - ORIGINALS AS AMENDED
       7850-WRITE-RECON.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-TAX-YEAR(WS-RT-IDX) = WS-TAX-YEAR
                   ADD 1 TO WS-YR-COUNT
                   ADD WS-RT-GROSS(WS-RT-IDX) TO WS-YR-GROSS
                   ADD WS-RT-WITHHELD(WS-RT-IDX) TO WS-YR-WITHHELD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-COPY-LINE
           STRING "FORM 1042 / 1042-S RECONCILIATION  TAX YEAR "
               WS-TAX-YEAR "  MODE " WS-RUN-MODE
               "  RUN " WS-PROCESS-DATE
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE RECON-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           STRING "WITHHOLDING AGENT: " WS-WITHHOLDING-AGENT
               "  EIN: " WS-WA-EIN
               DELIMITED BY SIZE INTO WS-COPY-LINE
           END-STRING
           WRITE RECON-RECORD FROM WS-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           WRITE RECON-RECORD FROM WS-COPY-LINE
           MOVE "                                 FORMS"
               TO WS-COPY-LINE
           MOVE "GROSS INCOME" TO WS-COPY-LINE(43:12)
           MOVE "TAX WITHHELD" TO WS-COPY-LINE(62:12)
           WRITE RECON-RECORD FROM WS-COPY-LINE
           MOVE "THIS TRANSMISSION" TO WS-RL-LABEL
           MOVE WS-Q-COUNT TO WS-RL-COUNT
           MOVE WS-TX-GROSS TO WS-RL-GROSS
           MOVE WS-TX-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "  CHAPTER 3" TO WS-RL-LABEL
           MOVE WS-CH3-COUNT TO WS-RL-COUNT
           MOVE WS-CH3-GROSS TO WS-RL-GROSS
           MOVE WS-CH3-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "  CHAPTER 4" TO WS-RL-LABEL
           MOVE WS-CH4-COUNT TO WS-RL-COUNT
           MOVE WS-CH4-GROSS TO WS-RL-GROSS
           MOVE WS-CH4-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "  TREATY RATE" TO WS-RL-LABEL
           MOVE WS-TRT-COUNT TO WS-RL-COUNT
           MOVE WS-TRT-GROSS TO WS-RL-GROSS
           MOVE WS-TRT-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "  STATUTORY RATE" TO WS-RL-LABEL
           MOVE WS-STA-COUNT TO WS-RL-COUNT
           MOVE WS-STA-GROSS TO WS-RL-GROSS
           MOVE WS-STA-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "  EXEMPT" TO WS-RL-LABEL
           MOVE WS-EXM-COUNT TO WS-RL-COUNT
           MOVE WS-EXM-GROSS TO WS-RL-GROSS
           MOVE WS-EXM-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           MOVE "ALL 1042-S ON FILE FOR YEAR" TO WS-RL-LABEL
           MOVE WS-YR-COUNT TO WS-RL-COUNT
           MOVE WS-YR-GROSS TO WS-RL-GROSS
           MOVE WS-YR-WITHHELD TO WS-RL-WITHHELD
           WRITE RECON-RECORD FROM WS-RECON-LINE
           IF WS-1042-GROSS = 0 AND WS-1042-WITHHELD = 0
               MOVE "FORM 1042 TOTALS NOT SUPPLIED - NOT RECONCILED"
                   TO WS-COPY-LINE
               WRITE RECON-RECORD FROM WS-COPY-LINE
           ELSE
               MOVE "FORM 1042 ANNUAL RETURN" TO WS-RL-LABEL
               MOVE 0 TO WS-RL-COUNT
               MOVE WS-1042-GROSS TO WS-RL-GROSS
               MOVE WS-1042-WITHHELD TO WS-RL-WITHHELD
               WRITE RECON-RECORD FROM WS-RECON-LINE
               COMPUTE WS-DIFF-GROSS = WS-YR-GROSS - WS-1042-GROSS
               COMPUTE WS-DIFF-WITHHELD =
                   WS-YR-WITHHELD - WS-1042-WITHHELD
               MOVE "DIFFERENCE" TO WS-RL-LABEL
               MOVE 0 TO WS-RL-COUNT
               MOVE WS-DIFF-GROSS TO WS-RL-GROSS
               MOVE WS-DIFF-WITHHELD TO WS-RL-WITHHELD
               WRITE RECON-RECORD FROM WS-RECON-LINE
               IF WS-DIFF-GROSS = 0 AND WS-DIFF-WITHHELD = 0
                   MOVE "1042-S TOTALS RECONCILE TO FORM 1042"
                       TO WS-COPY-LINE
               ELSE
                   MOVE "*** 1042-S TOTALS OUT OF BALANCE WITH 1042 ***"
                       TO WS-COPY-LINE
               END-IF
               WRITE RECON-RECORD FROM WS-COPY-LINE
           END-IF
           IF WS-AMEND-MODE
               MOVE "UNCHANGED - NOT AMENDED" TO WS-RL-LABEL
               MOVE WS-UNCHANGED-COUNT TO WS-RL-COUNT
               MOVE 0 TO WS-RL-GROSS
               MOVE 0 TO WS-RL-WITHHELD
               WRITE RECON-RECORD FROM WS-RECON-LINE
               MOVE "NO ORIGINAL ON FILE" TO WS-RL-LABEL
               MOVE WS-NO-ORIG-COUNT TO WS-RL-COUNT
               WRITE RECON-RECORD FROM WS-RECON-LINE
           END-IF.
       7900-CLOSE-BATCH-FILES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               WRITE NEW-REGISTER-RECORD FROM WS-RT-DATA(WS-RT-IDX)
           END-PERFORM
           CLOSE NEW-REGISTER-FILE
           CLOSE EFILE-FILE
           CLOSE COPY-FILE
           CLOSE RECON-FILE.
