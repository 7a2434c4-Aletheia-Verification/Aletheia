       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISC-LETTER-GEN.
      *================================================================*
      * Customer Correspondence Engine                                 *
      * Producing programs (NSF-CHECK-HANDLER, INS-LAPSE-NOTICE,       *
      * LOAN-PAYOFF-QUOTE and others) append letter requests to        *
      * LTRREQ.DAT in one common layout.  Each request is merged into  *
      * the template for its letter code in LTRTMPL.DAT, choosing the *
      * customer's preferred language and the latest version in       *
      * effect on the request date.  Name, address, language and      *
      * return-mail status come from the mailing file LTRCUST.DAT;    *
      * letters to a returned-mail or incomplete address are          *
      * suppressed and listed on the manifest.  Letters for the same  *
      * address on the same day are householded into one envelope.    *
      * Output is the print/mail stream LTRPRINT.DAT, the control     *
      * manifest LTRMANIF.DAT, and a copy of every letter sent,       *
      * appended to the correspondence archive LTRARCH.DAT.           *
      * Letter codes W, S and O fall back to the standard welcome,    *
      * statement and overdue wording when no template is on file.    *
      * LTRREQ.DAT is emptied once its requests are printed.  More     *
      * requests than the request table holds stops the run with       *
      * return code 16 before anything is printed, and LTRREQ.DAT is   *
      * kept for the rerun.                                            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'LTRREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FS.
           SELECT TEMPLATE-FILE ASSIGN TO 'LTRTMPL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPL-FS.
           SELECT MAILING-FILE ASSIGN TO 'LTRCUST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUS-FS.
           SELECT PRINT-FILE ASSIGN TO 'LTRPRINT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-FS.
           SELECT MANIFEST-FILE ASSIGN TO 'LTRMANIF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-FS.
           SELECT ARCHIVE-FILE ASSIGN TO 'LTRARCH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 LR-SOURCE              PIC X(4).
           05 LR-LETTER-CODE         PIC X(4).
           05 LR-ACCT-NUM            PIC X(12).
           05 LR-REQ-DATE            PIC 9(8).
           05 LR-FIELD-1             PIC X(20).
           05 LR-FIELD-2             PIC X(20).
           05 LR-FIELD-3             PIC X(20).
           05 LR-FIELD-4             PIC X(20).
       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
           05 TP-LETTER-CODE         PIC X(4).
           05 TP-LANGUAGE            PIC X(2).
           05 TP-VERSION             PIC 9(3).
           05 TP-EFF-DATE            PIC 9(8).
           05 TP-LINE-NUM            PIC 9(2).
           05 TP-TEXT                PIC X(70).
       FD MAILING-FILE.
       01 MAILING-RECORD.
           05 CM-ACCT-NUM            PIC X(12).
           05 CM-FULL-NAME           PIC X(40).
           05 CM-ADDR-LINE-1         PIC X(40).
           05 CM-ADDR-LINE-2         PIC X(40).
           05 CM-CITY                PIC X(20).
           05 CM-STATE               PIC X(2).
           05 CM-ZIP                 PIC X(10).
           05 CM-LANGUAGE            PIC X(2).
           05 CM-RETURN-MAIL         PIC X.
       FD PRINT-FILE.
       01 PRINT-RECORD               PIC X(80).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD            PIC X(80).
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-RUN-DATE            PIC 9(8).
           05 AR-ENVELOPE            PIC 9(5).
           05 AR-ACCT-NUM            PIC X(12).
           05 AR-LETTER-CODE         PIC X(4).
           05 AR-LANGUAGE            PIC X(2).
           05 AR-VERSION             PIC 9(3).
           05 AR-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-REQ-FS                  PIC X(2).
       01 WS-TPL-FS                  PIC X(2).
       01 WS-CUS-FS                  PIC X(2).
       01 WS-PRT-FS                  PIC X(2).
       01 WS-MAN-FS                  PIC X(2).
       01 WS-ARC-FS                  PIC X(2).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-CUSTOMER-DATA.
           05 WS-FULL-NAME           PIC X(40).
           05 WS-ADDRESS             PIC X(60).
           88 WS-STMT-NOTICE         VALUE 'S'.
           88 WS-OVERDUE             VALUE 'O'.
       01 WS-GREETING                PIC X(40).
       01 WS-SALUTATION              PIC X(15).
       01 WS-BODY-LINE               PIC X(60).
       01 WS-CLOSING-LINE            PIC X(40).
       01 WS-VALID-FLAG              PIC X VALUE 'N'.
           88 WS-IS-VALID            VALUE 'Y'.
       01 WS-RQ-FULL-FLAG            PIC X VALUE 'N'.
           88 WS-RQ-TABLE-FULL       VALUE 'Y'.
       01 WS-RQ-LOADED-FLAG          PIC X VALUE 'N'.
           88 WS-RQ-LOADED           VALUE 'Y'.
      *--- Letter requests for the run
       01 WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 1000 TIMES.
               10 WS-RQ-SOURCE       PIC X(4).
               10 WS-RQ-CODE         PIC X(4).
               10 WS-RQ-ACCT         PIC X(12).
               10 WS-RQ-DATE         PIC 9(8).
               10 WS-RQ-FIELD        PIC X(20) OCCURS 4 TIMES.
               10 WS-RQ-CUST-IDX     PIC 9(4) COMP.
               10 WS-RQ-LANGUAGE     PIC X(2).
               10 WS-RQ-VERSION      PIC 9(3).
               10 WS-RQ-BUILTIN      PIC X.
               10 WS-RQ-STATUS       PIC X.
                   88 WS-RQ-PRINT    VALUE 'P'.
                   88 WS-RQ-SUPPRESS VALUE 'S'.
               10 WS-RQ-REASON       PIC X(20).
               10 WS-RQ-ENVELOPE     PIC 9(5) COMP.
       01 WS-RQ-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-RQ-IDX                  PIC 9(4) COMP.
      *--- Mailing file
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 2000 TIMES.
               10 WS-CM-ACCT         PIC X(12).
               10 WS-CM-NAME         PIC X(40).
               10 WS-CM-ADDR-1       PIC X(40).
               10 WS-CM-ADDR-2       PIC X(40).
               10 WS-CM-CITY         PIC X(20).
               10 WS-CM-STATE        PIC X(2).
               10 WS-CM-ZIP          PIC X(10).
               10 WS-CM-LANGUAGE     PIC X(2).
               10 WS-CM-RETURN-MAIL  PIC X.
       01 WS-CM-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-CM-IDX                  PIC 9(4) COMP.
      *--- Template lines
       01 WS-TP-TABLE.
           05 WS-TP-ENTRY OCCURS 1500 TIMES.
               10 WS-TP-CODE         PIC X(4).
               10 WS-TP-LANGUAGE     PIC X(2).
               10 WS-TP-VERSION      PIC 9(3).
               10 WS-TP-EFF-DATE     PIC 9(8).
               10 WS-TP-LINE-NUM     PIC 9(2).
               10 WS-TP-TEXT         PIC X(70).
       01 WS-TP-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-TP-IDX                  PIC 9(4) COMP.
       01 WS-TP-LINE-SEQ             PIC 9(3).
      *--- Envelopes (household = address line 1 + ZIP + date)
       01 WS-EN-TABLE.
           05 WS-EN-ENTRY OCCURS 1000 TIMES.
               10 WS-EN-KEY          PIC X(53).
               10 WS-EN-LETTERS      PIC 9(3) COMP.
               10 WS-EN-FIRST-RQ     PIC 9(4) COMP.
       01 WS-EN-COUNT                PIC 9(5) COMP VALUE 0.
       01 WS-EN-IDX                  PIC 9(5) COMP.
       01 WS-HOUSE-KEY.
           05 WS-HK-ADDR             PIC X(40).
           05 WS-HK-ZIP              PIC X(5).
           05 WS-HK-DATE             PIC 9(8).
      *--- Template selection and merge work
       01 WS-WANT-LANGUAGE           PIC X(2).
       01 WS-BEST-VERSION            PIC 9(3).
       01 WS-BEST-FOUND              PIC X.
       01 WS-MERGE-LINE              PIC X(80).
       01 WS-MERGE-PTR               PIC 9(3) COMP.
       01 WS-CHAR-IDX                PIC 9(3) COMP.
       01 WS-NEXT-CHAR               PIC X.
       01 WS-FIELD-NUM               PIC 9.
       01 WS-MERGE-FIELD             PIC X(20).
       01 WS-LEAD-SP                 PIC 9(3) COMP.
       01 WS-PRINT-LINE              PIC X(80).
       01 WS-CITY-LINE               PIC X(40).
      *--- Counters
       01 WS-REQUESTS-READ           PIC 9(5) COMP VALUE 0.
       01 WS-LETTERS-PRINTED         PIC 9(5) COMP VALUE 0.
       01 WS-LETTERS-SUPPRESSED      PIC 9(5) COMP VALUE 0.
       01 WS-HOUSEHOLDED             PIC 9(5) COMP VALUE 0.
       01 WS-PRINT-LINES             PIC 9(7) COMP VALUE 0.
       01 WS-DISP-CT                 PIC ZZZZ9.
       01 WS-DISP-LINES              PIC ZZZZZZ9.
       01 WS-DISP-ENV                PIC 9(5).
       01 WS-DISP-LTRS               PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-REQUESTS
           IF WS-RQ-TABLE-FULL
               DISPLAY 'REQUEST TABLE FULL - LETTER RUN ABANDONED'
               DISPLAY 'LTRREQ.DAT KEPT FOR THE RERUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-OPEN-OUTPUTS
           PERFORM 1100-LOAD-TEMPLATES
           PERFORM 1200-LOAD-MAILING
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               PERFORM 1500-RESOLVE-REQUEST
           END-PERFORM
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-COUNT
               PERFORM 5000-PRINT-ENVELOPE
           END-PERFORM
           PERFORM 6000-WRITE-MANIFEST
           PERFORM 7000-CLOSE-FILES
      *    The producers append; empty the file once printed so no
      *    letter goes out twice.
           IF WS-RQ-LOADED
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF
           STOP RUN.
       1000-INITIALIZE.
           MOVE 'N' TO WS-VALID-FLAG
           MOVE SPACES TO WS-GREETING
           MOVE SPACES TO WS-BODY-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       1050-OPEN-OUTPUTS.
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT MANIFEST-FILE
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARC-FS = '35'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
       1100-LOAD-TEMPLATES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-FS NOT = '00'
               DISPLAY 'LETTER TEMPLATE FILE NOT AVAILABLE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-TEMPLATE UNTIL WS-EOF
           IF WS-TPL-FS = '00' OR '10'
               CLOSE TEMPLATE-FILE
           END-IF.
       1110-READ-TEMPLATE.
           READ TEMPLATE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-TP-COUNT < 1500
                       ADD 1 TO WS-TP-COUNT
                       MOVE TP-LETTER-CODE
                           TO WS-TP-CODE(WS-TP-COUNT)
                       MOVE TP-LANGUAGE
                           TO WS-TP-LANGUAGE(WS-TP-COUNT)
                       MOVE TP-VERSION
                           TO WS-TP-VERSION(WS-TP-COUNT)
                       MOVE TP-EFF-DATE
                           TO WS-TP-EFF-DATE(WS-TP-COUNT)
                       MOVE TP-LINE-NUM
                           TO WS-TP-LINE-NUM(WS-TP-COUNT)
                       MOVE TP-TEXT TO WS-TP-TEXT(WS-TP-COUNT)
                   ELSE
                       DISPLAY 'TEMPLATE TABLE FULL - SKIPPED '
                           TP-LETTER-CODE
                   END-IF
           END-READ.
       1200-LOAD-MAILING.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MAILING-FILE
           IF WS-CUS-FS NOT = '00'
               DISPLAY 'MAILING ADDRESS FILE NOT AVAILABLE'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1210-READ-MAILING UNTIL WS-EOF
           IF WS-CUS-FS = '00' OR '10'
               CLOSE MAILING-FILE
           END-IF.
       1210-READ-MAILING.
           READ MAILING-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-CM-COUNT < 2000
                       ADD 1 TO WS-CM-COUNT
                       MOVE CM-ACCT-NUM TO WS-CM-ACCT(WS-CM-COUNT)
                       MOVE CM-FULL-NAME TO WS-CM-NAME(WS-CM-COUNT)
                       MOVE CM-ADDR-LINE-1
                           TO WS-CM-ADDR-1(WS-CM-COUNT)
                       MOVE CM-ADDR-LINE-2
                           TO WS-CM-ADDR-2(WS-CM-COUNT)
                       MOVE CM-CITY TO WS-CM-CITY(WS-CM-COUNT)
                       MOVE CM-STATE TO WS-CM-STATE(WS-CM-COUNT)
                       MOVE CM-ZIP TO WS-CM-ZIP(WS-CM-COUNT)
                       MOVE CM-LANGUAGE
                           TO WS-CM-LANGUAGE(WS-CM-COUNT)
                       MOVE CM-RETURN-MAIL
                           TO WS-CM-RETURN-MAIL(WS-CM-COUNT)
                   ELSE
                       DISPLAY 'MAILING TABLE FULL - SKIPPED '
                           CM-ACCT-NUM
                   END-IF
           END-READ.
       1300-LOAD-REQUESTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-FS NOT = '00'
               DISPLAY 'NO LETTER REQUESTS FOR THE RUN'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1310-READ-REQUEST UNTIL WS-EOF
           IF WS-REQ-FS = '00' OR '10'
               CLOSE REQUEST-FILE
               MOVE 'Y' TO WS-RQ-LOADED-FLAG
           END-IF.
       1310-READ-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   IF WS-RQ-COUNT < 1000
                       ADD 1 TO WS-RQ-COUNT
                       MOVE LR-SOURCE TO WS-RQ-SOURCE(WS-RQ-COUNT)
                       MOVE LR-LETTER-CODE
                           TO WS-RQ-CODE(WS-RQ-COUNT)
                       MOVE LR-ACCT-NUM TO WS-RQ-ACCT(WS-RQ-COUNT)
                       MOVE LR-REQ-DATE TO WS-RQ-DATE(WS-RQ-COUNT)
                       IF WS-RQ-DATE(WS-RQ-COUNT) NOT NUMERIC
                           OR WS-RQ-DATE(WS-RQ-COUNT) = 0
                           MOVE WS-RUN-DATE
                               TO WS-RQ-DATE(WS-RQ-COUNT)
                       END-IF
                       MOVE LR-FIELD-1
                           TO WS-RQ-FIELD(WS-RQ-COUNT, 1)
                       MOVE LR-FIELD-2
                           TO WS-RQ-FIELD(WS-RQ-COUNT, 2)
                       MOVE LR-FIELD-3
                           TO WS-RQ-FIELD(WS-RQ-COUNT, 3)
                       MOVE LR-FIELD-4
                           TO WS-RQ-FIELD(WS-RQ-COUNT, 4)
                       MOVE 'P' TO WS-RQ-STATUS(WS-RQ-COUNT)
                       MOVE SPACES TO WS-RQ-REASON(WS-RQ-COUNT)
                       MOVE 0 TO WS-RQ-CUST-IDX(WS-RQ-COUNT)
                       MOVE 0 TO WS-RQ-ENVELOPE(WS-RQ-COUNT)
                   ELSE
                       DISPLAY 'REQUEST TABLE FULL - SKIPPED '
                           LR-ACCT-NUM ' ' LR-LETTER-CODE
                       MOVE 'Y' TO WS-RQ-FULL-FLAG
                   END-IF
           END-READ.
      *================================================================*
      * Address rules, template choice and householding per request    *
      *================================================================*
       1500-RESOLVE-REQUEST.
           PERFORM 1510-APPLY-MAIL-RULES
           IF WS-RQ-PRINT(WS-RQ-IDX)
               PERFORM 1520-SELECT-TEMPLATE
           END-IF
           IF WS-RQ-PRINT(WS-RQ-IDX)
               PERFORM 1530-ASSIGN-ENVELOPE
           ELSE
               ADD 1 TO WS-LETTERS-SUPPRESSED
           END-IF.
       1510-APPLY-MAIL-RULES.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               OR WS-CM-ACCT(WS-CM-IDX) = WS-RQ-ACCT(WS-RQ-IDX)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CM-IDX > WS-CM-COUNT
                   MOVE 'S' TO WS-RQ-STATUS(WS-RQ-IDX)
                   MOVE 'NO MAILING RECORD'
                       TO WS-RQ-REASON(WS-RQ-IDX)
               WHEN WS-CM-RETURN-MAIL(WS-CM-IDX) = 'Y'
                   MOVE 'S' TO WS-RQ-STATUS(WS-RQ-IDX)
                   MOVE 'RETURN MAIL HOLD'
                       TO WS-RQ-REASON(WS-RQ-IDX)
               WHEN WS-CM-ADDR-1(WS-CM-IDX) = SPACES
                   OR WS-CM-ZIP(WS-CM-IDX) = SPACES
                   OR WS-CM-CITY(WS-CM-IDX) = SPACES
                   MOVE 'S' TO WS-RQ-STATUS(WS-RQ-IDX)
                   MOVE 'INCOMPLETE ADDRESS'
                       TO WS-RQ-REASON(WS-RQ-IDX)
               WHEN OTHER
                   MOVE WS-CM-IDX TO WS-RQ-CUST-IDX(WS-RQ-IDX)
                   MOVE WS-CM-LANGUAGE(WS-CM-IDX)
                       TO WS-RQ-LANGUAGE(WS-RQ-IDX)
                   IF WS-RQ-LANGUAGE(WS-RQ-IDX) = SPACES
                       MOVE 'EN' TO WS-RQ-LANGUAGE(WS-RQ-IDX)
                   END-IF
           END-EVALUATE.
       1520-SELECT-TEMPLATE.
      *    Latest version in effect on the request date, in the
      *    customer's language if one exists, otherwise in English.
           MOVE WS-RQ-LANGUAGE(WS-RQ-IDX) TO WS-WANT-LANGUAGE
           PERFORM 1525-FIND-VERSION
           IF WS-BEST-FOUND = 'N'
               AND WS-WANT-LANGUAGE NOT = 'EN'
               MOVE 'EN' TO WS-WANT-LANGUAGE
               PERFORM 1525-FIND-VERSION
           END-IF
           MOVE 'N' TO WS-RQ-BUILTIN(WS-RQ-IDX)
           IF WS-BEST-FOUND = 'Y'
               MOVE WS-WANT-LANGUAGE TO WS-RQ-LANGUAGE(WS-RQ-IDX)
               MOVE WS-BEST-VERSION TO WS-RQ-VERSION(WS-RQ-IDX)
           ELSE
               IF WS-RQ-CODE(WS-RQ-IDX) = 'W' OR 'S' OR 'O'
                   MOVE 'Y' TO WS-RQ-BUILTIN(WS-RQ-IDX)
                   MOVE 'EN' TO WS-RQ-LANGUAGE(WS-RQ-IDX)
                   MOVE 0 TO WS-RQ-VERSION(WS-RQ-IDX)
               ELSE
                   MOVE 'S' TO WS-RQ-STATUS(WS-RQ-IDX)
                   MOVE 'NO TEMPLATE IN EFFECT'
                       TO WS-RQ-REASON(WS-RQ-IDX)
               END-IF
           END-IF.
       1525-FIND-VERSION.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE 0 TO WS-BEST-VERSION
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-COUNT
               IF WS-TP-CODE(WS-TP-IDX) = WS-RQ-CODE(WS-RQ-IDX)
                   AND WS-TP-LANGUAGE(WS-TP-IDX) = WS-WANT-LANGUAGE
                   AND WS-TP-EFF-DATE(WS-TP-IDX)
                       <= WS-RQ-DATE(WS-RQ-IDX)
                   AND (WS-BEST-FOUND = 'N'
                       OR WS-TP-VERSION(WS-TP-IDX) > WS-BEST-VERSION)
                   MOVE 'Y' TO WS-BEST-FOUND
                   MOVE WS-TP-VERSION(WS-TP-IDX) TO WS-BEST-VERSION
               END-IF
           END-PERFORM.
       1530-ASSIGN-ENVELOPE.
           MOVE WS-RQ-CUST-IDX(WS-RQ-IDX) TO WS-CM-IDX
           MOVE FUNCTION UPPER-CASE(WS-CM-ADDR-1(WS-CM-IDX))
               TO WS-HK-ADDR
           MOVE WS-CM-ZIP(WS-CM-IDX)(1:5) TO WS-HK-ZIP
           MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-HK-DATE
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
               UNTIL WS-EN-IDX > WS-EN-COUNT
               OR WS-EN-KEY(WS-EN-IDX) = WS-HOUSE-KEY
               CONTINUE
           END-PERFORM
           IF WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-COUNT < 1000
                   ADD 1 TO WS-EN-COUNT
                   MOVE WS-HOUSE-KEY TO WS-EN-KEY(WS-EN-COUNT)
                   MOVE 0 TO WS-EN-LETTERS(WS-EN-COUNT)
                   MOVE WS-RQ-IDX TO WS-EN-FIRST-RQ(WS-EN-COUNT)
                   MOVE WS-EN-COUNT TO WS-EN-IDX
               ELSE
                   DISPLAY 'ENVELOPE TABLE FULL - SKIPPED '
                       WS-RQ-ACCT(WS-RQ-IDX)
                   MOVE 'S' TO WS-RQ-STATUS(WS-RQ-IDX)
                   MOVE 'ENVELOPE TABLE FULL'
                       TO WS-RQ-REASON(WS-RQ-IDX)
                   ADD 1 TO WS-LETTERS-SUPPRESSED
               END-IF
           ELSE
               ADD 1 TO WS-HOUSEHOLDED
           END-IF
           IF WS-RQ-PRINT(WS-RQ-IDX)
               ADD 1 TO WS-EN-LETTERS(WS-EN-IDX)
               MOVE WS-EN-IDX TO WS-RQ-ENVELOPE(WS-RQ-IDX)
           END-IF.
       2000-PARSE-NAME.
           MOVE 'N' TO WS-VALID-FLAG
           MOVE SPACES TO WS-NAME-PARTS
           IF WS-FULL-NAME NOT = SPACES
               UNSTRING WS-FULL-NAME
                   DELIMITED BY ' '
               END-IF
           END-IF.
       3000-BUILD-GREETING.
           MOVE SPACES TO WS-GREETING
           IF WS-IS-VALID
               STRING WS-SALUTATION DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      WS-LAST-NAME DELIMITED BY '  '
               END-STRING
           END-IF.
       4000-BUILD-BODY.
           MOVE SPACES TO WS-BODY-LINE
           EVALUATE TRUE
               WHEN WS-WELCOME
                   STRING 'Welcome to our bank. Account '
           END-EVALUATE
           MOVE 'Sincerely, Customer Service' TO
               WS-CLOSING-LINE.
      *================================================================*
      * Print/mail stream: one envelope, then each letter inside it    *
      *================================================================*
       5000-PRINT-ENVELOPE.
           MOVE WS-EN-FIRST-RQ(WS-EN-IDX) TO WS-RQ-IDX
           MOVE WS-RQ-CUST-IDX(WS-RQ-IDX) TO WS-CM-IDX
           MOVE WS-CM-ZIP(WS-CM-IDX)(1:5) TO WS-HK-ZIP
           MOVE WS-EN-IDX TO WS-DISP-ENV
           MOVE WS-EN-LETTERS(WS-EN-IDX) TO WS-DISP-LTRS
           MOVE SPACES TO WS-PRINT-LINE
           STRING '%%ENVELOPE ' DELIMITED BY SIZE
                  WS-DISP-ENV DELIMITED BY SIZE
                  ' LETTERS ' DELIMITED BY SIZE
                  WS-DISP-LTRS DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 5900-WRITE-PRINT
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-PRINT-LINE
           PERFORM 5900-WRITE-PRINT
           MOVE WS-CM-ADDR-1(WS-CM-IDX) TO WS-PRINT-LINE
           PERFORM 5900-WRITE-PRINT
           IF WS-CM-ADDR-2(WS-CM-IDX) NOT = SPACES
               MOVE WS-CM-ADDR-2(WS-CM-IDX) TO WS-PRINT-LINE
               PERFORM 5900-WRITE-PRINT
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           STRING WS-CM-CITY(WS-CM-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-CM-STATE(WS-CM-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CM-ZIP(WS-CM-IDX) DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           END-STRING
           MOVE WS-CITY-LINE TO WS-PRINT-LINE
           PERFORM 5900-WRITE-PRINT
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-PRINT(WS-RQ-IDX)
                   AND WS-RQ-ENVELOPE(WS-RQ-IDX) = WS-EN-IDX
                   PERFORM 5100-PRINT-LETTER
               END-IF
           END-PERFORM
           MOVE WS-EN-IDX TO WS-DISP-ENV
           MOVE WS-EN-LETTERS(WS-EN-IDX) TO WS-DISP-LTRS
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'ENV ' DELIMITED BY SIZE
                  WS-DISP-ENV DELIMITED BY SIZE
                  '  ZIP ' DELIMITED BY SIZE
                  WS-HK-ZIP DELIMITED BY SIZE
                  '  LETTERS ' DELIMITED BY SIZE
                  WS-DISP-LTRS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CM-NAME(WS-CM-IDX) DELIMITED BY '  '
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD.
       5100-PRINT-LETTER.
           MOVE WS-RQ-CUST-IDX(WS-RQ-IDX) TO WS-CM-IDX
           MOVE WS-CM-NAME(WS-CM-IDX) TO WS-FULL-NAME
           MOVE WS-RQ-ACCT(WS-RQ-IDX) TO WS-ACCT-NUM
           MOVE SPACES TO WS-PRINT-LINE
           STRING '%%LETTER ' DELIMITED BY SIZE
                  WS-RQ-CODE(WS-RQ-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RQ-LANGUAGE(WS-RQ-IDX) DELIMITED BY SIZE
                  ' V' DELIMITED BY SIZE
                  WS-RQ-VERSION(WS-RQ-IDX) DELIMITED BY SIZE
                  ' ACCT ' DELIMITED BY SIZE
                  WS-ACCT-NUM DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 5900-WRITE-PRINT
           MOVE WS-RQ-DATE(WS-RQ-IDX) TO WS-PRINT-LINE
           PERFORM 5950-WRITE-LETTER-LINE
           MOVE 'Dear' TO WS-SALUTATION
           PERFORM 2000-PARSE-NAME
           IF WS-RQ-BUILTIN(WS-RQ-IDX) = 'Y'
               PERFORM 3000-BUILD-GREETING
               MOVE WS-GREETING TO WS-PRINT-LINE
               PERFORM 5950-WRITE-LETTER-LINE
               MOVE WS-RQ-CODE(WS-RQ-IDX) TO WS-LETTER-TYPE
               PERFORM 4000-BUILD-BODY
               MOVE WS-BODY-LINE TO WS-PRINT-LINE
               PERFORM 5950-WRITE-LETTER-LINE
               MOVE WS-CLOSING-LINE TO WS-PRINT-LINE
               PERFORM 5950-WRITE-LETTER-LINE
           ELSE
               PERFORM 5200-PRINT-TEMPLATE
           END-IF
           ADD 1 TO WS-LETTERS-PRINTED.
       5200-PRINT-TEMPLATE.
      *    Line 00 of a template, when present, is the salutation in
      *    the letter's language; lines 01-99 are the letter text.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-COUNT
               IF WS-TP-CODE(WS-TP-IDX) = WS-RQ-CODE(WS-RQ-IDX)
                   AND WS-TP-LANGUAGE(WS-TP-IDX)
                       = WS-RQ-LANGUAGE(WS-RQ-IDX)
                   AND WS-TP-VERSION(WS-TP-IDX)
                       = WS-RQ-VERSION(WS-RQ-IDX)
                   AND WS-TP-LINE-NUM(WS-TP-IDX) = 0
                   MOVE WS-TP-TEXT(WS-TP-IDX) TO WS-SALUTATION
               END-IF
           END-PERFORM
           PERFORM 3000-BUILD-GREETING
           MOVE WS-GREETING TO WS-PRINT-LINE
           PERFORM 5950-WRITE-LETTER-LINE
           PERFORM VARYING WS-TP-LINE-SEQ FROM 1 BY 1
               UNTIL WS-TP-LINE-SEQ > 99
               PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-COUNT
                   IF WS-TP-CODE(WS-TP-IDX) = WS-RQ-CODE(WS-RQ-IDX)
                       AND WS-TP-LANGUAGE(WS-TP-IDX)
                           = WS-RQ-LANGUAGE(WS-RQ-IDX)
                       AND WS-TP-VERSION(WS-TP-IDX)
                           = WS-RQ-VERSION(WS-RQ-IDX)
                       AND WS-TP-LINE-NUM(WS-TP-IDX)
                           = WS-TP-LINE-SEQ
                       PERFORM 5300-MERGE-LINE
                       MOVE WS-MERGE-LINE TO WS-PRINT-LINE
                       PERFORM 5950-WRITE-LETTER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
       5300-MERGE-LINE.
      *    &1-&4 take the request's merge fields, &N the customer
      *    name and &A the account number.
           MOVE SPACES TO WS-MERGE-LINE
           MOVE 1 TO WS-MERGE-PTR
           MOVE 1 TO WS-CHAR-IDX
           PERFORM UNTIL WS-CHAR-IDX > 70
               OR WS-MERGE-PTR > 80
               IF WS-CHAR-IDX < 70
                   MOVE WS-TP-TEXT(WS-TP-IDX)(WS-CHAR-IDX + 1:1)
                       TO WS-NEXT-CHAR
               ELSE
                   MOVE SPACE TO WS-NEXT-CHAR
               END-IF
               IF WS-TP-TEXT(WS-TP-IDX)(WS-CHAR-IDX:1) = '&'
                   AND (WS-NEXT-CHAR = '1' OR '2' OR '3' OR '4'
                       OR 'N' OR 'A')
                   EVALUATE WS-NEXT-CHAR
                       WHEN 'N'
                           STRING WS-FULL-NAME DELIMITED BY '  '
                               INTO WS-MERGE-LINE
                               WITH POINTER WS-MERGE-PTR
                           END-STRING
                       WHEN 'A'
                           STRING WS-ACCT-NUM DELIMITED BY SPACE
                               INTO WS-MERGE-LINE
                               WITH POINTER WS-MERGE-PTR
                           END-STRING
                       WHEN OTHER
                           MOVE WS-NEXT-CHAR TO WS-FIELD-NUM
      *                    Edited amounts arrive right-justified;
      *                    merge from the first non-blank.
                           MOVE WS-RQ-FIELD(WS-RQ-IDX, WS-FIELD-NUM)
                               TO WS-MERGE-FIELD
                           MOVE 0 TO WS-LEAD-SP
                           INSPECT WS-MERGE-FIELD TALLYING WS-LEAD-SP
                               FOR LEADING SPACES
                           IF WS-LEAD-SP < 20
                               STRING WS-MERGE-FIELD(WS-LEAD-SP + 1:)
                                       DELIMITED BY '  '
                                   INTO WS-MERGE-LINE
                                   WITH POINTER WS-MERGE-PTR
                               END-STRING
                           END-IF
                   END-EVALUATE
                   ADD 2 TO WS-CHAR-IDX
               ELSE
                   MOVE WS-TP-TEXT(WS-TP-IDX)(WS-CHAR-IDX:1)
                       TO WS-MERGE-LINE(WS-MERGE-PTR:1)
                   ADD 1 TO WS-MERGE-PTR
                   ADD 1 TO WS-CHAR-IDX
               END-IF
           END-PERFORM.
       5900-WRITE-PRINT.
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-PRINT-LINES
           MOVE SPACES TO WS-PRINT-LINE.
       5950-WRITE-LETTER-LINE.
      *    Letter text goes to the print stream and to the archive.
           MOVE WS-RUN-DATE TO AR-RUN-DATE
           MOVE WS-EN-IDX TO AR-ENVELOPE
           MOVE WS-RQ-ACCT(WS-RQ-IDX) TO AR-ACCT-NUM
           MOVE WS-RQ-CODE(WS-RQ-IDX) TO AR-LETTER-CODE
           MOVE WS-RQ-LANGUAGE(WS-RQ-IDX) TO AR-LANGUAGE
           MOVE WS-RQ-VERSION(WS-RQ-IDX) TO AR-VERSION
           MOVE WS-PRINT-LINE TO AR-LINE
           WRITE ARCHIVE-RECORD
           PERFORM 5900-WRITE-PRINT.
      *================================================================*
      * Control manifest: suppressed letters and run totals            *
      *================================================================*
       6000-WRITE-MANIFEST.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-SUPPRESS(WS-RQ-IDX)
                   MOVE SPACES TO MANIFEST-RECORD
                   STRING 'SUPPRESSED ' DELIMITED BY SIZE
                          WS-RQ-SOURCE(WS-RQ-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-RQ-CODE(WS-RQ-IDX) DELIMITED BY SIZE
                          ' ACCT ' DELIMITED BY SIZE
                          WS-RQ-ACCT(WS-RQ-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-RQ-REASON(WS-RQ-IDX) DELIMITED BY SIZE
                          INTO MANIFEST-RECORD
                   END-STRING
                   WRITE MANIFEST-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           MOVE WS-REQUESTS-READ TO WS-DISP-CT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'REQUESTS READ:       ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD
           MOVE WS-LETTERS-PRINTED TO WS-DISP-CT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'LETTERS PRINTED:     ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD
           MOVE WS-LETTERS-SUPPRESSED TO WS-DISP-CT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'LETTERS SUPPRESSED:  ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD
           MOVE WS-EN-COUNT TO WS-DISP-CT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'ENVELOPES:           ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD
           MOVE WS-HOUSEHOLDED TO WS-DISP-CT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'HOUSEHOLDED LETTERS: ' DELIMITED BY SIZE
                  WS-DISP-CT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD
           MOVE WS-PRINT-LINES TO WS-DISP-LINES
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'PRINT LINES:       ' DELIMITED BY SIZE
                  WS-DISP-LINES DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           END-STRING
           WRITE MANIFEST-RECORD
           DISPLAY MANIFEST-RECORD.
       7000-CLOSE-FILES.
           CLOSE PRINT-FILE
           CLOSE MANIFEST-FILE
           CLOSE ARCHIVE-FILE.
