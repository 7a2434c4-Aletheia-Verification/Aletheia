       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LIEN-RELEASE.
      *================================================================*
      * Lien Release and Satisfaction Tracking                         *
      * When one of our mortgages pays in full (PAIDFULL.DAT, written  *
      * by LOAN-PAYOFF-QUOTE) a release case is opened against the     *
      * recorded lien on LIENPROP.DAT - the same property and lien     *
      * detail LOAN-TITLE-SEARCH reviews at origination.  The case     *
      * carries the statutory release deadline for the property's      *
      * state from the state rules table LIENRULE.DAT.  Tracking       *
      * events from RELEVNT.DAT record the satisfaction prepared,      *
      * sent to the county, and confirmed recorded with book/page or   *
      * instrument number.  Open cases inside the state warning        *
      * window or past the deadline are escalated on RELESCL.DAT, and  *
      * a release confirmation letter is requested through the         *
      * correspondence engine (LTRREQ.DAT, letter code LREL) once the  *
      * release is recorded.  Cases are kept on RELCASE.DAT, rewritten *
      * each run to RELCASEN.DAT; closed cases are copied straight     *
      * across, only cases still being worked are held in the table.   *
      * More open cases than the table holds stops the run with return *
      * code 16 before anything is written.  PAIDFULL.DAT is rewritten *
      * at the end of the run with only the payoffs not yet taken up - *
      * no recorded lien on file yet, or no room for another case      *
      * (return code 4) - so they are tried again next run.            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIDFULL-FILE ASSIGN TO 'PAIDFULL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIF-FS.
           SELECT PROPERTY-FILE ASSIGN TO 'LIENPROP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRP-FS.
           SELECT RULE-FILE ASSIGN TO 'LIENRULE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUL-FS.
           SELECT CASE-FILE ASSIGN TO 'RELCASE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAS-FS.
           SELECT NEWCASE-FILE ASSIGN TO 'RELCASEN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCS-FS.
           SELECT EVENT-FILE ASSIGN TO 'RELEVNT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-FS.
           SELECT ESCALATE-FILE ASSIGN TO 'RELESCL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESC-FS.
           SELECT LETTER-REQ-FILE ASSIGN TO 'LTRREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRQ-FS.

       DATA DIVISION.
       FILE SECTION.

       FD PAIDFULL-FILE.
       01 PAIDFULL-RECORD.
           05 PF-ACCT-NUM            PIC X(12).
           05 PF-PAID-DATE           PIC 9(8).
           05 PF-SOURCE              PIC X(4).

       FD PROPERTY-FILE.
       01 PROPERTY-RECORD.
           05 LP-LOAN-NUM            PIC X(12).
           05 LP-PARCEL-ID           PIC X(15).
           05 LP-ADDRESS             PIC X(40).
           05 LP-COUNTY              PIC X(20).
           05 LP-STATE               PIC X(2).
           05 LP-LN-TYPE             PIC X(2).
               88 LP-MORTGAGE        VALUE 'MG'.
           05 LP-LN-HOLDER           PIC X(25).
           05 LP-LN-AMOUNT           PIC S9(9)V99 COMP-3.
           05 LP-LN-DATE             PIC 9(8).
           05 LP-LN-PRIORITY         PIC 9.
           05 LP-ORIG-INSTRUMENT     PIC X(15).

       FD RULE-FILE.
       01 RULE-RECORD.
           05 SR-STATE               PIC X(2).
           05 SR-DEADLINE-DAYS       PIC 9(3).
           05 SR-WARN-DAYS           PIC 9(3).
           05 SR-PENALTY-TEXT        PIC X(30).

       FD CASE-FILE.
       01 CASE-RECORD                PIC X(142).

       FD NEWCASE-FILE.
       01 NEWCASE-RECORD             PIC X(142).

       FD EVENT-FILE.
       01 EVENT-RECORD.
           05 EV-LOAN-NUM            PIC X(12).
           05 EV-TYPE                PIC X.
               88 EV-PREPARED        VALUE 'P'.
               88 EV-SENT            VALUE 'S'.
               88 EV-RECORDED        VALUE 'R'.
           05 EV-DATE                PIC 9(8).
           05 EV-BOOK                PIC X(6).
           05 EV-PAGE                PIC X(6).
           05 EV-INSTRUMENT          PIC X(15).

       FD ESCALATE-FILE.
       01 ESCALATE-RECORD            PIC X(80).

       FD LETTER-REQ-FILE.
       01 LETTER-REQ-RECORD.
           05 LR-SOURCE              PIC X(4).
           05 LR-LETTER-CODE         PIC X(4).
           05 LR-ACCT-NUM            PIC X(12).
           05 LR-REQ-DATE            PIC 9(8).
           05 LR-FIELD-1             PIC X(20).
           05 LR-FIELD-2             PIC X(20).
           05 LR-FIELD-3             PIC X(20).
           05 LR-FIELD-4             PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PIF-FS                  PIC X(2).
       01 WS-PRP-FS                  PIC X(2).
       01 WS-RUL-FS                  PIC X(2).
       01 WS-CAS-FS                  PIC X(2).
       01 WS-NCS-FS                  PIC X(2).
       01 WS-EVT-FS                  PIC X(2).
       01 WS-ESC-FS                  PIC X(2).
       01 WS-LRQ-FS                  PIC X(2).
       01 WS-EOF-FLAG                PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-CS-FULL-FLAG            PIC X VALUE 'N'.
           88 WS-CS-TABLE-FULL       VALUE 'Y'.
       01 WS-PIF-LOADED-FLAG         PIC X VALUE 'N'.
           88 WS-PIF-LOADED          VALUE 'Y'.
       01 WS-KEEP-FULL-FLAG          PIC X VALUE 'N'.
           88 WS-KEEP-TABLE-FULL     VALUE 'Y'.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-TODAY-INT               PIC S9(9) COMP.
      *--- State release rules ---
       01 WS-DEFAULT-DEADLINE        PIC 9(3) VALUE 30.
       01 WS-DEFAULT-WARN            PIC 9(3) VALUE 10.
       01 WS-RULE-TABLE.
           05 WS-SR-ENTRY OCCURS 60 TIMES.
               10 WS-SR-STATE        PIC X(2).
               10 WS-SR-DEADLINE     PIC 9(3).
               10 WS-SR-WARN         PIC 9(3).
               10 WS-SR-PENALTY      PIC X(30).
       01 WS-SR-COUNT                PIC 9(3) COMP VALUE 0.
       01 WS-SR-IDX                  PIC 9(3) COMP.
      *--- Recorded liens ---
       01 WS-PROP-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES.
               10 WS-PR-LOAN-NUM     PIC X(12).
               10 WS-PR-PARCEL-ID    PIC X(15).
               10 WS-PR-COUNTY       PIC X(20).
               10 WS-PR-STATE        PIC X(2).
               10 WS-PR-INSTRUMENT   PIC X(15).
       01 WS-PR-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-PR-IDX                  PIC 9(4) COMP.
      *--- Release cases ---
       01 WS-CASE-TABLE.
           05 WS-CS-ENTRY OCCURS 2000 TIMES.
               10 WS-CS-LOAN-NUM     PIC X(12).
               10 WS-CS-PARCEL-ID    PIC X(15).
               10 WS-CS-COUNTY       PIC X(20).
               10 WS-CS-STATE        PIC X(2).
               10 WS-CS-ORIG-INSTR   PIC X(15).
               10 WS-CS-PAID-DATE    PIC 9(8).
               10 WS-CS-OPEN-DATE    PIC 9(8).
               10 WS-CS-DEADLINE     PIC 9(8).
               10 WS-CS-STATUS       PIC X.
                   88 WS-CS-OPEN     VALUE 'O'.
                   88 WS-CS-PREPARED VALUE 'P'.
                   88 WS-CS-SENT     VALUE 'S'.
                   88 WS-CS-RECORDED VALUE 'R'.
                   88 WS-CS-CLOSED   VALUE 'C'.
               10 WS-CS-PREP-DATE    PIC 9(8).
               10 WS-CS-SENT-DATE    PIC 9(8).
               10 WS-CS-REC-DATE     PIC 9(8).
               10 WS-CS-BOOK         PIC X(6).
               10 WS-CS-PAGE         PIC X(6).
               10 WS-CS-INSTRUMENT   PIC X(15).
               10 WS-CS-ESC-LEVEL    PIC 9.
                   88 WS-CS-NOT-ESCALATED VALUE 0.
                   88 WS-CS-APPROACHING   VALUE 1.
                   88 WS-CS-PAST-DUE      VALUE 2.
               10 WS-CS-LETTER-SENT  PIC X.
       01 WS-CS-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-CS-IDX                  PIC 9(4) COMP.
       01 WS-CS-FOUND                PIC 9(4) COMP.
      *--- Payoffs not yet taken up, written back to PAIDFULL.DAT ---
       01 WS-KEEP-TABLE.
           05 WS-KP-ENTRY OCCURS 2000 TIMES
                                     PIC X(24).
       01 WS-KP-COUNT                PIC 9(4) COMP VALUE 0.
       01 WS-KP-IDX                  PIC 9(4) COMP.
      *--- Work fields ---
       01 WS-FIND-LOAN               PIC X(12).
       01 WS-DEADLINE-DAYS           PIC 9(3).
       01 WS-WARN-DAYS               PIC 9(3).
       01 WS-PENALTY-TEXT            PIC X(30).
       01 WS-DAYS-LEFT               PIC S9(5) COMP-3.
       01 WS-DEADLINE-INT            PIC S9(9) COMP.
       01 WS-REPORT-LINE             PIC X(80).
       01 WS-REPORT-REASON           PIC X(24).
       01 WS-DISP-DAYS               PIC -ZZZ9.
       01 WS-BOOK-PAGE               PIC X(20).
      *--- Counters / display ---
       01 WS-CASES-OPENED            PIC 9(5) COMP VALUE 0.
       01 WS-EVENTS-APPLIED          PIC 9(5) COMP VALUE 0.
       01 WS-EVENTS-REJECTED         PIC 9(5) COMP VALUE 0.
       01 WS-RELEASES-RECORDED       PIC 9(5) COMP VALUE 0.
       01 WS-LATE-RELEASES           PIC 9(5) COMP VALUE 0.
       01 WS-CASES-ESCALATED         PIC 9(5) COMP VALUE 0.
       01 WS-LETTERS-REQUESTED       PIC 9(5) COMP VALUE 0.
       01 WS-CASES-OPEN              PIC 9(5) COMP VALUE 0.
       01 WS-CASES-CLOSED            PIC 9(5) COMP VALUE 0.
       01 WS-DISP-CT                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0200-LOAD-RULES
           PERFORM 0300-LOAD-PROPERTIES
           PERFORM 0400-LOAD-CASES
           IF WS-CS-TABLE-FULL
               DISPLAY 'CASE TABLE FULL - LIEN RELEASE RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 1000-OPEN-NEW-CASES
           PERFORM 2000-APPLY-EVENTS
           PERFORM 3000-REVIEW-CASES
           PERFORM 4000-WRITE-CASES
           PERFORM 4500-REWRITE-PAYOFFS
           PERFORM 9000-WRAP-UP
           STOP RUN.
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT ESCALATE-FILE
           OPEN EXTEND LETTER-REQ-FILE
           IF WS-LRQ-FS = '35'
               OPEN OUTPUT LETTER-REQ-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LIEN RELEASE ESCALATION REPORT  RUN DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE ESCALATE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOAN         PARCEL          ST DEADLINE  DAYS '
               DELIMITED BY SIZE
               'REASON' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE ESCALATE-RECORD FROM WS-REPORT-LINE.
       0200-LOAD-RULES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RULE-FILE
           IF WS-RUL-FS NOT = '00'
               DISPLAY 'NO STATE RULES - DEFAULT DEADLINE USED'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0210-READ-RULE UNTIL WS-EOF
           IF WS-RUL-FS = '00' OR '10'
               CLOSE RULE-FILE
           END-IF.
       0210-READ-RULE.
           READ RULE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF WS-SR-COUNT < 60
                       ADD 1 TO WS-SR-COUNT
                       MOVE SR-STATE TO WS-SR-STATE(WS-SR-COUNT)
                       MOVE SR-DEADLINE-DAYS
                           TO WS-SR-DEADLINE(WS-SR-COUNT)
                       MOVE SR-WARN-DAYS TO WS-SR-WARN(WS-SR-COUNT)
                       MOVE SR-PENALTY-TEXT
                           TO WS-SR-PENALTY(WS-SR-COUNT)
                   ELSE
                       DISPLAY 'RULE TABLE FULL - SKIPPED ' SR-STATE
                   END-IF
           END-READ.
       0300-LOAD-PROPERTIES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PROPERTY-FILE
           IF WS-PRP-FS NOT = '00'
               DISPLAY 'LIEN PROPERTY FILE OPEN FAILED ' WS-PRP-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0310-READ-PROPERTY UNTIL WS-EOF
           IF WS-PRP-FS = '00' OR '10'
               CLOSE PROPERTY-FILE
           END-IF.
       0310-READ-PROPERTY.
      *    Only our own mortgage lien on the property is released.
           READ PROPERTY-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF LP-MORTGAGE
                       IF WS-PR-COUNT < 2000
                           ADD 1 TO WS-PR-COUNT
                           MOVE LP-LOAN-NUM
                               TO WS-PR-LOAN-NUM(WS-PR-COUNT)
                           MOVE LP-PARCEL-ID
                               TO WS-PR-PARCEL-ID(WS-PR-COUNT)
                           MOVE LP-COUNTY TO WS-PR-COUNTY(WS-PR-COUNT)
                           MOVE LP-STATE TO WS-PR-STATE(WS-PR-COUNT)
                           MOVE LP-ORIG-INSTRUMENT
                               TO WS-PR-INSTRUMENT(WS-PR-COUNT)
                       ELSE
                           DISPLAY 'PROPERTY TABLE FULL - SKIPPED '
                               LP-LOAN-NUM
                       END-IF
                   END-IF
           END-READ.
       0400-LOAD-CASES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASE-FILE
           IF WS-CAS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 0410-READ-CASE UNTIL WS-EOF
           IF WS-CAS-FS = '00' OR '10'
               CLOSE CASE-FILE
           END-IF.
       0410-READ-CASE.
      *    Closed cases are copied across by 4100-COPY-CLOSED.
           READ CASE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CASE-RECORD(89:1) NOT = 'C'
                       IF WS-CS-COUNT < 2000
                           ADD 1 TO WS-CS-COUNT
                           MOVE CASE-RECORD
                               TO WS-CS-ENTRY(WS-CS-COUNT)
                       ELSE
                           DISPLAY 'CASE TABLE FULL - LOAN '
                               CASE-RECORD(1:12)
                           MOVE 'Y' TO WS-CS-FULL-FLAG
                       END-IF
                   END-IF
           END-READ.
      *================================================================*
      * Open a release case for each loan paid in full                 *
      *================================================================*
       1000-OPEN-NEW-CASES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PAIDFULL-FILE
           IF WS-PIF-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1100-READ-PAYOFF UNTIL WS-EOF
           IF WS-PIF-FS = '00' OR '10'
               CLOSE PAIDFULL-FILE
               MOVE 'Y' TO WS-PIF-LOADED-FLAG
           END-IF.
       1100-READ-PAYOFF.
           READ PAIDFULL-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE PF-ACCT-NUM TO WS-FIND-LOAN
                   PERFORM 5000-FIND-CASE
                   IF WS-CS-FOUND = 0
                       PERFORM 1200-OPEN-CASE
                   END-IF
           END-READ.
       1200-OPEN-CASE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               OR WS-PR-LOAN-NUM(WS-PR-IDX) = PF-ACCT-NUM
               CONTINUE
           END-PERFORM
           IF WS-PR-IDX > WS-PR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING PF-ACCT-NUM DELIMITED BY SIZE
                   ' PAID ' DELIMITED BY SIZE
                   PF-PAID-DATE DELIMITED BY SIZE
                   ' - NO RECORDED LIEN ON FILE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE ESCALATE-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-CASES-ESCALATED
               PERFORM 1250-KEEP-PAYOFF
           ELSE
               IF WS-CS-COUNT < 2000
                   ADD 1 TO WS-CS-COUNT
                   MOVE WS-CS-COUNT TO WS-CS-IDX
                   INITIALIZE WS-CS-ENTRY(WS-CS-IDX)
                   MOVE PF-ACCT-NUM TO WS-CS-LOAN-NUM(WS-CS-IDX)
                   MOVE WS-PR-PARCEL-ID(WS-PR-IDX)
                       TO WS-CS-PARCEL-ID(WS-CS-IDX)
                   MOVE WS-PR-COUNTY(WS-PR-IDX)
                       TO WS-CS-COUNTY(WS-CS-IDX)
                   MOVE WS-PR-STATE(WS-PR-IDX)
                       TO WS-CS-STATE(WS-CS-IDX)
                   MOVE WS-PR-INSTRUMENT(WS-PR-IDX)
                       TO WS-CS-ORIG-INSTR(WS-CS-IDX)
                   MOVE PF-PAID-DATE TO WS-CS-PAID-DATE(WS-CS-IDX)
                   MOVE WS-RUN-DATE TO WS-CS-OPEN-DATE(WS-CS-IDX)
                   MOVE 'O' TO WS-CS-STATUS(WS-CS-IDX)
                   MOVE 'N' TO WS-CS-LETTER-SENT(WS-CS-IDX)
                   PERFORM 5100-STATE-RULE
                   COMPUTE WS-DEADLINE-INT =
                       FUNCTION INTEGER-OF-DATE(PF-PAID-DATE)
                       + WS-DEADLINE-DAYS
                   COMPUTE WS-CS-DEADLINE(WS-CS-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
                   ADD 1 TO WS-CASES-OPENED
               ELSE
                   DISPLAY 'CASE TABLE FULL - PAYOFF KEPT ' PF-ACCT-NUM
                   MOVE 4 TO RETURN-CODE
                   PERFORM 1250-KEEP-PAYOFF
               END-IF
           END-IF.
       1250-KEEP-PAYOFF.
           IF WS-KP-COUNT < 2000
               ADD 1 TO WS-KP-COUNT
               MOVE PAIDFULL-RECORD TO WS-KP-ENTRY(WS-KP-COUNT)
           ELSE
               MOVE 'Y' TO WS-KEEP-FULL-FLAG
           END-IF.
      *================================================================*
      * Tracking events: prepared, sent to county, recorded            *
      *================================================================*
       2000-APPLY-EVENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT EVENT-FILE
           IF WS-EVT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 2100-READ-EVENT UNTIL WS-EOF
           IF WS-EVT-FS = '00' OR '10'
               CLOSE EVENT-FILE
           END-IF.
       2100-READ-EVENT.
           READ EVENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE EV-LOAN-NUM TO WS-FIND-LOAN
                   PERFORM 5000-FIND-CASE
                   MOVE SPACES TO WS-REPORT-REASON
                   EVALUATE TRUE
                       WHEN WS-CS-FOUND = 0
                           MOVE 'EVENT - NO OPEN CASE'
                               TO WS-REPORT-REASON
                       WHEN EV-PREPARED
                           MOVE EV-DATE
                               TO WS-CS-PREP-DATE(WS-CS-IDX)
                           MOVE 'P' TO WS-CS-STATUS(WS-CS-IDX)
                       WHEN EV-SENT
                           MOVE EV-DATE
                               TO WS-CS-SENT-DATE(WS-CS-IDX)
                           IF WS-CS-PREP-DATE(WS-CS-IDX) = 0
                               MOVE EV-DATE
                                   TO WS-CS-PREP-DATE(WS-CS-IDX)
                           END-IF
                           MOVE 'S' TO WS-CS-STATUS(WS-CS-IDX)
                       WHEN EV-RECORDED
                           IF EV-INSTRUMENT = SPACES
                               AND (EV-BOOK = SPACES
                               OR EV-PAGE = SPACES)
                               MOVE 'RECORDED - NO BOOK/PAGE'
                                   TO WS-REPORT-REASON
                           ELSE
                               PERFORM 2200-RECORD-RELEASE
                           END-IF
                       WHEN OTHER
                           MOVE 'INVALID EVENT TYPE'
                               TO WS-REPORT-REASON
                   END-EVALUATE
                   IF WS-REPORT-REASON = SPACES
                       ADD 1 TO WS-EVENTS-APPLIED
                   ELSE
                       ADD 1 TO WS-EVENTS-REJECTED
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING EV-LOAN-NUM DELIMITED BY SIZE
                           ' EVENT ' DELIMITED BY SIZE
                           EV-TYPE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           EV-DATE DELIMITED BY SIZE
                           ' REJECTED - ' DELIMITED BY SIZE
                           WS-REPORT-REASON DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       WRITE ESCALATE-RECORD FROM WS-REPORT-LINE
                   END-IF
           END-READ.
       2200-RECORD-RELEASE.
           MOVE EV-DATE TO WS-CS-REC-DATE(WS-CS-IDX)
           MOVE EV-BOOK TO WS-CS-BOOK(WS-CS-IDX)
           MOVE EV-PAGE TO WS-CS-PAGE(WS-CS-IDX)
           MOVE EV-INSTRUMENT TO WS-CS-INSTRUMENT(WS-CS-IDX)
           IF WS-CS-SENT-DATE(WS-CS-IDX) = 0
               MOVE EV-DATE TO WS-CS-SENT-DATE(WS-CS-IDX)
           END-IF
           IF WS-CS-PREP-DATE(WS-CS-IDX) = 0
               MOVE EV-DATE TO WS-CS-PREP-DATE(WS-CS-IDX)
           END-IF
           MOVE 'R' TO WS-CS-STATUS(WS-CS-IDX)
           ADD 1 TO WS-RELEASES-RECORDED
           IF EV-DATE > WS-CS-DEADLINE(WS-CS-IDX)
               ADD 1 TO WS-LATE-RELEASES
               PERFORM 5100-STATE-RULE
               MOVE 'RECORDED AFTER DEADLINE' TO WS-REPORT-REASON
               MOVE 0 TO WS-DAYS-LEFT
               PERFORM 3200-WRITE-ESCALATION
               MOVE SPACES TO WS-REPORT-REASON
           END-IF
           PERFORM 2300-REQUEST-LETTER.
       2300-REQUEST-LETTER.
      *    Release confirmation to the borrower: county, date
      *    recorded, book/page and instrument number.
           MOVE SPACES TO LETTER-REQ-RECORD
           MOVE 'LIEN' TO LR-SOURCE
           MOVE 'LREL' TO LR-LETTER-CODE
           MOVE WS-CS-LOAN-NUM(WS-CS-IDX) TO LR-ACCT-NUM
           MOVE WS-RUN-DATE TO LR-REQ-DATE
           MOVE WS-CS-COUNTY(WS-CS-IDX) TO LR-FIELD-1
           MOVE WS-CS-REC-DATE(WS-CS-IDX) TO LR-FIELD-2
           MOVE SPACES TO WS-BOOK-PAGE
           IF WS-CS-BOOK(WS-CS-IDX) NOT = SPACES
               STRING 'BK ' DELIMITED BY SIZE
                   WS-CS-BOOK(WS-CS-IDX) DELIMITED BY SPACE
                   ' PG ' DELIMITED BY SIZE
                   WS-CS-PAGE(WS-CS-IDX) DELIMITED BY SPACE
                   INTO WS-BOOK-PAGE
               END-STRING
           END-IF
           MOVE WS-BOOK-PAGE TO LR-FIELD-3
           MOVE WS-CS-INSTRUMENT(WS-CS-IDX) TO LR-FIELD-4
           WRITE LETTER-REQ-RECORD
           MOVE 'Y' TO WS-CS-LETTER-SENT(WS-CS-IDX)
           MOVE 'C' TO WS-CS-STATUS(WS-CS-IDX)
           ADD 1 TO WS-LETTERS-REQUESTED.
      *================================================================*
      * Escalate open cases near or past the state deadline            *
      *================================================================*
       3000-REVIEW-CASES.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               IF WS-CS-OPEN(WS-CS-IDX)
                   OR WS-CS-PREPARED(WS-CS-IDX)
                   OR WS-CS-SENT(WS-CS-IDX)
                   ADD 1 TO WS-CASES-OPEN
                   PERFORM 3100-CHECK-DEADLINE
               END-IF
           END-PERFORM.
       3100-CHECK-DEADLINE.
           PERFORM 5100-STATE-RULE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-CS-DEADLINE(WS-CS-IDX))
               - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 2 TO WS-CS-ESC-LEVEL(WS-CS-IDX)
                   MOVE 'PAST RELEASE DEADLINE' TO WS-REPORT-REASON
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE 1 TO WS-CS-ESC-LEVEL(WS-CS-IDX)
                   EVALUATE TRUE
                       WHEN WS-CS-OPEN(WS-CS-IDX)
                           MOVE 'DEADLINE - NOT PREPARED'
                               TO WS-REPORT-REASON
                       WHEN WS-CS-PREPARED(WS-CS-IDX)
                           MOVE 'DEADLINE - NOT SENT'
                               TO WS-REPORT-REASON
                       WHEN OTHER
                           MOVE 'DEADLINE - NOT RECORDED'
                               TO WS-REPORT-REASON
                   END-EVALUATE
               WHEN OTHER
                   MOVE 0 TO WS-CS-ESC-LEVEL(WS-CS-IDX)
           END-EVALUATE
           IF NOT WS-CS-NOT-ESCALATED(WS-CS-IDX)
               PERFORM 3200-WRITE-ESCALATION
           END-IF.
       3200-WRITE-ESCALATION.
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CS-LOAN-NUM(WS-CS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CS-PARCEL-ID(WS-CS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CS-STATE(WS-CS-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CS-DEADLINE(WS-CS-IDX) DELIMITED BY SIZE
               WS-DISP-DAYS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REPORT-REASON DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE ESCALATE-RECORD FROM WS-REPORT-LINE
           IF WS-DAYS-LEFT < 0 OR WS-CS-RECORDED(WS-CS-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '             PENALTY: ' DELIMITED BY SIZE
                   WS-PENALTY-TEXT DELIMITED BY SIZE
                   '  COUNTY: ' DELIMITED BY SIZE
                   WS-CS-COUNTY(WS-CS-IDX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE ESCALATE-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD 1 TO WS-CASES-ESCALATED.
       4000-WRITE-CASES.
           OPEN OUTPUT NEWCASE-FILE
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               WRITE NEWCASE-RECORD FROM WS-CS-ENTRY(WS-CS-IDX)
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASE-FILE
           IF WS-CAS-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 4100-COPY-CLOSED UNTIL WS-EOF
           IF WS-CAS-FS = '00' OR '10'
               CLOSE CASE-FILE
           END-IF
           CLOSE NEWCASE-FILE.
       4100-COPY-CLOSED.
           READ CASE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CASE-RECORD(89:1) = 'C'
                       WRITE NEWCASE-RECORD FROM CASE-RECORD
                       ADD 1 TO WS-CASES-CLOSED
                   END-IF
           END-READ.
       4500-REWRITE-PAYOFFS.
      *    Payoffs with their case are taken off so a loan whose case
      *    has closed is not opened again; the rest stay for the next
      *    run.  If even those cannot all be held the file is left as
      *    it was - a case already open for a payoff is found again
      *    rather than duplicated.
           IF WS-KEEP-TABLE-FULL
               DISPLAY 'PAYOFF KEEP TABLE FULL - PAIDFULL.DAT NOT '
                   'CLEARED'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PIF-LOADED
                   OPEN OUTPUT PAIDFULL-FILE
                   PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                       UNTIL WS-KP-IDX > WS-KP-COUNT
                       WRITE PAIDFULL-RECORD FROM WS-KP-ENTRY(WS-KP-IDX)
                   END-PERFORM
                   CLOSE PAIDFULL-FILE
               END-IF
           END-IF.
      *================================================================*
      * Common lookups                                                 *
      *================================================================*
       5000-FIND-CASE.
      *    The case for the loan in WS-FIND-LOAN that is not yet
      *    closed; WS-CS-FOUND is zero when there is none.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               OR WS-CS-FOUND > 0
               IF WS-CS-LOAN-NUM(WS-CS-IDX) = WS-FIND-LOAN
                   AND NOT WS-CS-CLOSED(WS-CS-IDX)
                   MOVE WS-CS-IDX TO WS-CS-FOUND
               END-IF
           END-PERFORM
           IF WS-CS-FOUND > 0
               MOVE WS-CS-FOUND TO WS-CS-IDX
           END-IF.
       5100-STATE-RULE.
           MOVE WS-DEFAULT-DEADLINE TO WS-DEADLINE-DAYS
           MOVE WS-DEFAULT-WARN TO WS-WARN-DAYS
           MOVE 'SEE STATE STATUTE' TO WS-PENALTY-TEXT
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-STATE(WS-SR-IDX) = WS-CS-STATE(WS-CS-IDX)
                   MOVE WS-SR-DEADLINE(WS-SR-IDX) TO WS-DEADLINE-DAYS
                   MOVE WS-SR-WARN(WS-SR-IDX) TO WS-WARN-DAYS
                   MOVE WS-SR-PENALTY(WS-SR-IDX) TO WS-PENALTY-TEXT
               END-IF
           END-PERFORM.
       9000-WRAP-UP.
           CLOSE ESCALATE-FILE
           CLOSE LETTER-REQ-FILE
           DISPLAY '--- LIEN RELEASE RUN ---'
           MOVE WS-CASES-OPENED TO WS-DISP-CT
           DISPLAY 'CASES OPENED:      ' WS-DISP-CT
           MOVE WS-EVENTS-APPLIED TO WS-DISP-CT
           DISPLAY 'EVENTS APPLIED:    ' WS-DISP-CT
           MOVE WS-EVENTS-REJECTED TO WS-DISP-CT
           DISPLAY 'EVENTS REJECTED:   ' WS-DISP-CT
           MOVE WS-RELEASES-RECORDED TO WS-DISP-CT
           DISPLAY 'RELEASES RECORDED: ' WS-DISP-CT
           MOVE WS-LATE-RELEASES TO WS-DISP-CT
           DISPLAY 'RECORDED LATE:     ' WS-DISP-CT
           MOVE WS-LETTERS-REQUESTED TO WS-DISP-CT
           DISPLAY 'LETTERS REQUESTED: ' WS-DISP-CT
           MOVE WS-CASES-OPEN TO WS-DISP-CT
           DISPLAY 'CASES STILL OPEN:  ' WS-DISP-CT
           MOVE WS-CASES-CLOSED TO WS-DISP-CT
           DISPLAY 'CLOSED CARRIED:    ' WS-DISP-CT
           MOVE WS-KP-COUNT TO WS-DISP-CT
           DISPLAY 'PAYOFFS KEPT:      ' WS-DISP-CT
           MOVE WS-CASES-ESCALATED TO WS-DISP-CT
           DISPLAY 'ESCALATIONS:       ' WS-DISP-CT.
