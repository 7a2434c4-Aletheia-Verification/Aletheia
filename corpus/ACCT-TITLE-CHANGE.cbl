       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-TITLE-CHANGE.
      *================================================================*
      * Customer Legal Name Change                                     *
      * Applies legal name changes at the customer level.  Each        *
      * request on TTLCHGRQ.DAT must carry a supporting document type  *
      * and reference.  The new name is propagated to every account,   *
      * debit card, loan, relationship and tax reporting record the    *
      * customer holds on the cross-reference TTLXREF.DAT, one change  *
      * record per item on TTLCHG.DAT.  Tax items are flagged so       *
      * year-end forms carry the new name and a recalculated IRS name  *
      * control (TTLTAX.DAT).  Anything that could not be updated is   *
      * listed on TTLEXCP.DAT for operations.                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'TTLCHGRQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT XREF-FILE ASSIGN TO 'TTLXREF.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'TTLCHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT TAX-FILE ASSIGN TO 'TTLTAX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO 'TTLEXCP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 RQ-CUST-ID             PIC X(12).
           05 RQ-CURRENT-TITLE       PIC X(60).
           05 RQ-NEW-FIRST           PIC X(20).
           05 RQ-NEW-MIDDLE          PIC X(20).
           05 RQ-NEW-LAST            PIC X(30).
           05 RQ-NEW-SUFFIX          PIC X(5).
           05 RQ-CHANGE-REASON       PIC X(1).
           05 RQ-DOC-TYPE            PIC X(2).
           05 RQ-DOC-REF             PIC X(20).
           05 RQ-EFFECTIVE-DATE      PIC 9(8).
       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-CUST-ID             PIC X(12).
           05 XR-REC-TYPE            PIC X(2).
           05 XR-REC-KEY             PIC X(19).
           05 XR-REC-STATUS          PIC X(1).
           05 XR-CURRENT-NAME        PIC X(60).
       FD CHANGE-FILE.
       01 CHANGE-RECORD.
           05 CH-CUST-ID             PIC X(12).
           05 CH-REC-TYPE            PIC X(2).
           05 CH-REC-KEY             PIC X(19).
           05 CH-OLD-NAME            PIC X(60).
           05 CH-NEW-NAME            PIC X(60).
           05 CH-REASON              PIC X(1).
           05 CH-DOC-TYPE            PIC X(2).
           05 CH-DOC-REF             PIC X(20).
           05 CH-EFFECTIVE-DATE      PIC 9(8).
           05 CH-TAX-FLAG            PIC X(1).
       FD TAX-FILE.
       01 TAX-RECORD.
           05 TX-CUST-ID             PIC X(12).
           05 TX-REC-KEY             PIC X(19).
           05 TX-TAX-YEAR            PIC 9(4).
           05 TX-NEW-NAME            PIC X(60).
           05 TX-OLD-NAME-CONTROL    PIC X(4).
           05 TX-NEW-NAME-CONTROL    PIC X(4).
           05 TX-YEAR-END-FLAG       PIC X(1).
           05 TX-EFFECTIVE-DATE      PIC 9(8).
       FD EXCEPT-FILE.
       01 EXCEPT-RECORD.
           05 EX-CUST-ID             PIC X(12).
           05 EX-REC-TYPE            PIC X(2).
           05 EX-REC-KEY             PIC X(19).
           05 EX-REASON              PIC X(40).
           05 EX-RUN-DATE            PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS              PIC X(2).
       01 WS-XREF-STATUS             PIC X(2).
       01 WS-CHG-STATUS              PIC X(2).
       01 WS-TAX-STATUS              PIC X(2).
       01 WS-EXC-STATUS              PIC X(2).
       01 WS-REQ-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-REQ-EOF             VALUE 'Y'.
       01 WS-XREF-EOF-FLAG           PIC X VALUE 'N'.
           88 WS-XREF-EOF            VALUE 'Y'.
      *--- Related records loaded from the cross-reference ---
       01 WS-XREF-TABLE.
           05 WS-XR-ENTRY OCCURS 5000 TIMES.
               10 WS-XR-CUST-ID      PIC X(12).
               10 WS-XR-REC-TYPE     PIC X(2).
                   88 WS-XR-ACCOUNT  VALUE 'AC'.
                   88 WS-XR-CARD     VALUE 'DC'.
                   88 WS-XR-LOAN     VALUE 'LN'.
                   88 WS-XR-RELATION VALUE 'RL'.
                   88 WS-XR-TAX      VALUE 'TX'.
               10 WS-XR-REC-KEY      PIC X(19).
               10 WS-XR-REC-STATUS   PIC X(1).
                   88 WS-XR-ACTIVE   VALUE 'A'.
                   88 WS-XR-CLOSED   VALUE 'C'.
                   88 WS-XR-FROZEN   VALUE 'F'.
               10 WS-XR-CURRENT-NAME PIC X(60).
       01 WS-XR-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01 WS-XR-IDX                  PIC S9(5) COMP-3.
       01 WS-XR-HITS                 PIC S9(5) COMP-3.
       01 WS-ACCT-DATA.
           05 WS-ACCT-NUM            PIC X(12).
           05 WS-CURRENT-TITLE       PIC X(60).
           88 WS-DIVORCE             VALUE 'D'.
           88 WS-COURT-ORDER         VALUE 'C'.
           88 WS-CORRECTION          VALUE 'X'.
       01 WS-DOC-TYPE                PIC X(2).
           88 WS-DOC-MARRIAGE-CERT   VALUE 'MC'.
           88 WS-DOC-DIVORCE-DECREE  VALUE 'DV'.
           88 WS-DOC-COURT-ORDER     VALUE 'CO'.
           88 WS-DOC-GOVT-ID         VALUE 'ID'.
       01 WS-VALID-FLAG              PIC X VALUE 'N'.
           88 WS-IS-VALID            VALUE 'Y'.
       01 WS-ERROR-MSG               PIC X(40).
       01 WS-FORMATTED-NAME          PIC X(60).
       01 WS-AUDIT-MSG               PIC X(80).
      *--- Card embossing and IRS name control ---
       01 WS-CARD-NAME               PIC X(40).
       01 WS-CARD-NAME-LEN           PIC S9(3) COMP-3.
       01 WS-CARD-PTR                PIC S9(3) COMP-3.
       01 WS-CONTROL-SOURCE          PIC X(30).
       01 WS-NAME-CONTROL            PIC X(4).
       01 WS-OLD-NAME-CONTROL        PIC X(4).
       01 WS-NC-IDX                  PIC S9(3) COMP-3.
       01 WS-NC-OUT                  PIC S9(3) COMP-3.
       01 WS-NC-CHAR                 PIC X.
       01 WS-RUN-DATE                PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR            PIC 9(4).
           05 WS-RUN-MMDD            PIC 9(4).
      *--- Counters ---
       01 WS-REQ-CT                  PIC S9(5) COMP-3 VALUE 0.
       01 WS-REJECT-CT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-CHANGE-CT               PIC S9(7) COMP-3 VALUE 0.
       01 WS-TAX-CT                  PIC S9(5) COMP-3 VALUE 0.
       01 WS-EXCEPT-CT               PIC S9(5) COMP-3 VALUE 0.
       01 WS-DISP-CT                 PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-LOAD-XREF
               UNTIL WS-XREF-EOF
           PERFORM 0300-PROCESS-REQUEST
               UNTIL WS-REQ-EOF
           PERFORM 6000-DISPLAY-RESULTS
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'NO NAME CHANGE REQUESTS ' WS-REQ-STATUS
               MOVE 'Y' TO WS-REQ-EOF-FLAG
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'CROSS-REFERENCE OPEN FAILED ' WS-XREF-STATUS
               MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-IF
           OPEN OUTPUT CHANGE-FILE
           OPEN OUTPUT TAX-FILE
           OPEN OUTPUT EXCEPT-FILE.
       0200-LOAD-XREF.
           READ XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
               NOT AT END
                   IF WS-XR-COUNT < 5000
                       ADD 1 TO WS-XR-COUNT
                       MOVE XR-CUST-ID TO WS-XR-CUST-ID(WS-XR-COUNT)
                       MOVE XR-REC-TYPE TO WS-XR-REC-TYPE(WS-XR-COUNT)
                       MOVE XR-REC-KEY TO WS-XR-REC-KEY(WS-XR-COUNT)
                       MOVE XR-REC-STATUS
                           TO WS-XR-REC-STATUS(WS-XR-COUNT)
                       MOVE XR-CURRENT-NAME
                           TO WS-XR-CURRENT-NAME(WS-XR-COUNT)
                   ELSE
                       DISPLAY 'XREF TABLE FULL - SKIPPED '
                           XR-CUST-ID ' ' XR-REC-KEY
                   END-IF
           END-READ.
       0300-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-REQ-CT
                   PERFORM 1000-INITIALIZE
                   PERFORM 2000-PARSE-CURRENT-NAME
                   PERFORM 3000-VALIDATE-NEW-NAME
                   IF WS-IS-VALID
                       PERFORM 4000-FORMAT-NEW-TITLE
                       PERFORM 5000-BUILD-AUDIT
                       PERFORM 7000-PROPAGATE-CHANGE
                   ELSE
                       ADD 1 TO WS-REJECT-CT
                       MOVE 'RQ' TO EX-REC-TYPE
                       MOVE SPACES TO EX-REC-KEY
                       MOVE WS-ERROR-MSG TO EX-REASON
                       PERFORM 7900-WRITE-EXCEPTION
                   END-IF
           END-READ.
       1000-INITIALIZE.
           MOVE SPACES TO WS-ERROR-MSG
           MOVE 'N' TO WS-VALID-FLAG
           MOVE SPACES TO WS-FORMATTED-NAME
           MOVE SPACES TO WS-AUDIT-MSG
           MOVE SPACES TO WS-NAME-PARTS
           MOVE RQ-CUST-ID TO WS-ACCT-NUM
           MOVE RQ-CURRENT-TITLE TO WS-CURRENT-TITLE
           MOVE SPACES TO WS-NEW-TITLE
           MOVE RQ-NEW-FIRST TO WS-NEW-FIRST
           MOVE RQ-NEW-MIDDLE TO WS-NEW-MIDDLE
           MOVE RQ-NEW-LAST TO WS-NEW-LAST
           MOVE RQ-NEW-SUFFIX TO WS-NEW-SUFFIX
           MOVE RQ-CHANGE-REASON TO WS-CHANGE-REASON
           MOVE RQ-DOC-TYPE TO WS-DOC-TYPE.
       2000-PARSE-CURRENT-NAME.
           UNSTRING WS-CURRENT-TITLE
               DELIMITED BY ' '
                       TO WS-ERROR-MSG
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF
      *    A legal name change must be backed by a document on file.
           IF WS-IS-VALID
               IF NOT WS-MARRIAGE AND NOT WS-DIVORCE
                   AND NOT WS-COURT-ORDER AND NOT WS-CORRECTION
                   MOVE 'INVALID CHANGE REASON' TO WS-ERROR-MSG
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-IS-VALID
               IF NOT WS-DOC-MARRIAGE-CERT
                   AND NOT WS-DOC-DIVORCE-DECREE
                   AND NOT WS-DOC-COURT-ORDER
                   AND NOT WS-DOC-GOVT-ID
                   MOVE 'SUPPORTING DOCUMENT TYPE REQUIRED'
                       TO WS-ERROR-MSG
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-IS-VALID
               IF RQ-DOC-REF = SPACES
                   MOVE 'DOCUMENT REFERENCE REQUIRED'
                       TO WS-ERROR-MSG
                   MOVE 'N' TO WS-VALID-FLAG
               END-IF
           END-IF.
       4000-FORMAT-NEW-TITLE.
           STRING WS-NEW-LAST DELIMITED BY '  '
       6000-DISPLAY-RESULTS.
           DISPLAY 'ACCOUNT TITLE CHANGE'
           DISPLAY '===================='
           MOVE WS-REQ-CT TO WS-DISP-CT
           DISPLAY 'REQUESTS:       ' WS-DISP-CT
           MOVE WS-REJECT-CT TO WS-DISP-CT
           DISPLAY 'REJECTED:       ' WS-DISP-CT
           MOVE WS-CHANGE-CT TO WS-DISP-CT
           DISPLAY 'RECORDS CHANGED:' WS-DISP-CT
           MOVE WS-TAX-CT TO WS-DISP-CT
           DISPLAY 'TAX FLAGGED:    ' WS-DISP-CT
           MOVE WS-EXCEPT-CT TO WS-DISP-CT
           DISPLAY 'EXCEPTIONS:     ' WS-DISP-CT.
       7000-PROPAGATE-CHANGE.
           DISPLAY 'AUDIT: ' WS-AUDIT-MSG
           PERFORM 7500-CALC-NAME-CONTROL
           MOVE 0 TO WS-XR-HITS
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               IF WS-XR-CUST-ID(WS-XR-IDX) = RQ-CUST-ID
                   ADD 1 TO WS-XR-HITS
                   PERFORM 7100-UPDATE-RELATED
               END-IF
           END-PERFORM
           IF WS-XR-HITS = 0
               MOVE 'RQ' TO EX-REC-TYPE
               MOVE SPACES TO EX-REC-KEY
               MOVE 'NO RELATED RECORDS ON CROSS-REFERENCE'
                   TO EX-REASON
               PERFORM 7900-WRITE-EXCEPTION
           END-IF.
       7100-UPDATE-RELATED.
           MOVE WS-XR-REC-TYPE(WS-XR-IDX) TO EX-REC-TYPE
           MOVE WS-XR-REC-KEY(WS-XR-IDX) TO EX-REC-KEY
           EVALUATE TRUE
               WHEN WS-XR-CLOSED(WS-XR-IDX)
                   MOVE 'RECORD CLOSED - NOT UPDATED' TO EX-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN WS-XR-FROZEN(WS-XR-IDX)
                   MOVE 'RECORD FROZEN - NOT UPDATED' TO EX-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN NOT WS-XR-ACCOUNT(WS-XR-IDX)
                   AND NOT WS-XR-CARD(WS-XR-IDX)
                   AND NOT WS-XR-LOAN(WS-XR-IDX)
                   AND NOT WS-XR-RELATION(WS-XR-IDX)
                   AND NOT WS-XR-TAX(WS-XR-IDX)
                   MOVE 'UNKNOWN RECORD TYPE' TO EX-REASON
                   PERFORM 7900-WRITE-EXCEPTION
               WHEN WS-XR-CARD(WS-XR-IDX)
                   PERFORM 7200-UPDATE-CARD
               WHEN OTHER
                   MOVE WS-NEW-TITLE TO CH-NEW-NAME
                   PERFORM 7800-WRITE-CHANGE
                   IF WS-XR-TAX(WS-XR-IDX)
                       PERFORM 7300-FLAG-TAX
                   END-IF
           END-EVALUATE.
       7200-UPDATE-CARD.
      *    Cards emboss FIRST LAST and hold 26 characters.
           MOVE SPACES TO WS-CARD-NAME
           MOVE 1 TO WS-CARD-PTR
           STRING WS-NEW-FIRST DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  WS-NEW-LAST DELIMITED BY '  '
                  INTO WS-CARD-NAME
                  WITH POINTER WS-CARD-PTR
           END-STRING
           COMPUTE WS-CARD-NAME-LEN = WS-CARD-PTR - 1
           IF WS-CARD-NAME-LEN > 26
               MOVE 'NAME TOO LONG TO EMBOSS - REISSUE MANUAL'
                   TO EX-REASON
               PERFORM 7900-WRITE-EXCEPTION
           ELSE
               MOVE WS-CARD-NAME TO CH-NEW-NAME
               PERFORM 7800-WRITE-CHANGE
           END-IF.
       7300-FLAG-TAX.
           MOVE WS-OLD-NAME-CONTROL TO TX-OLD-NAME-CONTROL
           MOVE RQ-CUST-ID TO TX-CUST-ID
           MOVE WS-XR-REC-KEY(WS-XR-IDX) TO TX-REC-KEY
           MOVE WS-RUN-YEAR TO TX-TAX-YEAR
           MOVE WS-NEW-TITLE TO TX-NEW-NAME
           MOVE WS-NAME-CONTROL TO TX-NEW-NAME-CONTROL
           MOVE 'Y' TO TX-YEAR-END-FLAG
           MOVE RQ-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
           WRITE TAX-RECORD
           ADD 1 TO WS-TAX-CT.
       7500-CALC-NAME-CONTROL.
      *    A two-part current title parses its surname into the
      *    middle-name slot.
           IF WS-LAST-NAME = SPACES
               MOVE WS-MIDDLE-NAME TO WS-CONTROL-SOURCE
           ELSE
               MOVE WS-LAST-NAME TO WS-CONTROL-SOURCE
           END-IF
           PERFORM 7600-BUILD-NAME-CONTROL
           MOVE WS-NAME-CONTROL TO WS-OLD-NAME-CONTROL
           MOVE WS-NEW-LAST TO WS-CONTROL-SOURCE
           PERFORM 7600-BUILD-NAME-CONTROL.
       7600-BUILD-NAME-CONTROL.
      *    IRS name control for an individual: first four letters,
      *    digits or hyphens of the surname, other characters
      *    dropped.
           MOVE SPACES TO WS-NAME-CONTROL
           MOVE 0 TO WS-NC-OUT
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
               UNTIL WS-NC-IDX > 30 OR WS-NC-OUT = 4
               MOVE WS-CONTROL-SOURCE(WS-NC-IDX:1) TO WS-NC-CHAR
               IF WS-NC-CHAR IS ALPHABETIC AND WS-NC-CHAR NOT = ' '
                   OR WS-NC-CHAR IS NUMERIC
                   OR WS-NC-CHAR = '-'
                   ADD 1 TO WS-NC-OUT
                   MOVE WS-NC-CHAR TO WS-NAME-CONTROL(WS-NC-OUT:1)
               END-IF
           END-PERFORM.
       7800-WRITE-CHANGE.
           MOVE RQ-CUST-ID TO CH-CUST-ID
           MOVE WS-XR-REC-TYPE(WS-XR-IDX) TO CH-REC-TYPE
           MOVE WS-XR-REC-KEY(WS-XR-IDX) TO CH-REC-KEY
           MOVE WS-XR-CURRENT-NAME(WS-XR-IDX) TO CH-OLD-NAME
           MOVE WS-CHANGE-REASON TO CH-REASON
           MOVE WS-DOC-TYPE TO CH-DOC-TYPE
           MOVE RQ-DOC-REF TO CH-DOC-REF
           MOVE RQ-EFFECTIVE-DATE TO CH-EFFECTIVE-DATE
           IF WS-XR-TAX(WS-XR-IDX)
               MOVE 'Y' TO CH-TAX-FLAG
           ELSE
               MOVE 'N' TO CH-TAX-FLAG
           END-IF
           WRITE CHANGE-RECORD
           ADD 1 TO WS-CHANGE-CT.
       7900-WRITE-EXCEPTION.
           MOVE RQ-CUST-ID TO EX-CUST-ID
           MOVE WS-RUN-DATE TO EX-RUN-DATE
           WRITE EXCEPT-RECORD
           ADD 1 TO WS-EXCEPT-CT.
       9000-CLOSE-FILES.
           CLOSE REQUEST-FILE
           CLOSE XREF-FILE
           CLOSE CHANGE-FILE
           CLOSE TAX-FILE
           CLOSE EXCEPT-FILE.
