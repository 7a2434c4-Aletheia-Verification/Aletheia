       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-CIP-PENDING.
      *================================================================*
      * Pending CIP Follow-Up - Daily Batch                            *
      * Works the accounts COMP-CIP-VERIFY opened on a partial         *
      * identity match (CIPPEND.DAT, rewritten to CIPPENDN.DAT).       *
      * Verification results on CIPVRFY.DAT, documentary or            *
      * non-documentary, are applied first and clear the item once     *
      * enough elements are verified.  Against the policy deadline     *
      * the batch sends a document request letter (CIPLTR.DAT),        *
      * restricts debits at the deadline and refers the account for    *
      * closure after the restriction period (CIPACTN.DAT).  BSA gets  *
      * an aging of open CIP exceptions by branch on CIPAGE.DAT.       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'CIPPEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO 'CIPPENDN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWP-STATUS.
           SELECT VERIFY-FILE ASSIGN TO 'CIPVRFY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRFY-STATUS.
           SELECT LETTER-FILE ASSIGN TO 'CIPLTR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT ACTION-FILE ASSIGN TO 'CIPACTN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTN-STATUS.
           SELECT AGING-FILE ASSIGN TO 'CIPAGE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 CP-ACCT-NUM        PIC X(12).
           05 CP-BRANCH          PIC X(4).
           05 CP-APP-NAME        PIC X(40).
           05 CP-APP-ADDRESS     PIC X(40).
           05 CP-OPEN-DATE       PIC 9(8).
           05 CP-NAME-MATCH      PIC X.
           05 CP-DOB-MATCH       PIC X.
           05 CP-SSN-MATCH       PIC X.
           05 CP-ADDR-MATCH      PIC X.
           05 CP-ID-VALID        PIC X.
           05 CP-MATCH-COUNT     PIC 9.
           05 CP-STATUS          PIC X.
               88 CP-OPEN        VALUE 'O'.
               88 CP-LETTER-SENT VALUE 'L'.
               88 CP-RESTRICTED  VALUE 'R'.
               88 CP-REFERRED    VALUE 'C'.
               88 CP-CLEARED     VALUE 'V'.
           05 CP-LETTER-DATE     PIC 9(8).
           05 CP-RESTRICT-DATE   PIC 9(8).
           05 CP-REFER-DATE      PIC 9(8).
           05 CP-CLEAR-DATE      PIC 9(8).
           05 CP-CLEAR-METHOD    PIC X.
       FD NEW-PENDING-FILE.
       01 NEW-PENDING-RECORD     PIC X(144).
       FD VERIFY-FILE.
       01 VERIFY-RECORD.
           05 VR-ACCT-NUM        PIC X(12).
           05 VR-ELEMENT         PIC X(2).
               88 VR-NAME        VALUE 'NM'.
               88 VR-DOB         VALUE 'DB'.
               88 VR-SSN         VALUE 'SS'.
               88 VR-ADDRESS     VALUE 'AD'.
               88 VR-ID          VALUE 'ID'.
           05 VR-METHOD          PIC X.
               88 VR-DOCUMENTARY VALUE 'D'.
               88 VR-NON-DOC     VALUE 'N'.
           05 VR-RESULT          PIC X.
               88 VR-VERIFIED    VALUE 'Y'.
           05 VR-SOURCE          PIC X(10).
           05 VR-DATE            PIC 9(8).
       FD LETTER-FILE.
       01 LETTER-RECORD.
           05 LT-ACCT-NUM        PIC X(12).
           05 LT-BRANCH          PIC X(4).
           05 LT-APP-NAME        PIC X(40).
           05 LT-APP-ADDRESS     PIC X(40).
           05 LT-LETTER-CODE     PIC X(4).
           05 LT-NEED-NAME       PIC X.
           05 LT-NEED-DOB        PIC X.
           05 LT-NEED-SSN        PIC X.
           05 LT-NEED-ADDR       PIC X.
           05 LT-NEED-ID         PIC X.
           05 LT-RESPOND-BY      PIC 9(8).
           05 LT-LETTER-DATE     PIC 9(8).
       FD ACTION-FILE.
       01 ACTION-RECORD.
           05 AC-ACCT-NUM        PIC X(12).
           05 AC-BRANCH          PIC X(4).
           05 AC-ACTION          PIC X(2).
               88 AC-RESTRICT    VALUE 'RD'.
               88 AC-LIFT        VALUE 'RL'.
               88 AC-CLOSE-REF   VALUE 'CL'.
           05 AC-REASON          PIC X(30).
           05 AC-DAYS-OPEN       PIC 9(4).
           05 AC-ACTION-DATE     PIC 9(8).
       FD AGING-FILE.
       01 AGING-RECORD           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS         PIC XX.
       01 WS-NEWP-STATUS         PIC XX.
       01 WS-VRFY-STATUS         PIC XX.
       01 WS-LTR-STATUS          PIC XX.
       01 WS-ACTN-STATUS         PIC XX.
       01 WS-AGE-STATUS          PIC XX.
       01 WS-PEND-EOF-FLAG       PIC X VALUE 'N'.
           88 WS-PEND-EOF        VALUE 'Y'.
       01 WS-VRFY-EOF-FLAG       PIC X VALUE 'N'.
           88 WS-VRFY-EOF        VALUE 'Y'.
      *--- CIP policy (calendar days from account opening) ---
       01 WS-LETTER-DAY          PIC 9(3) VALUE 10.
       01 WS-DEADLINE-DAY        PIC 9(3) VALUE 30.
       01 WS-CLOSURE-DAY         PIC 9(3) VALUE 45.
       01 WS-REQUIRED-MATCHES    PIC 9 VALUE 4.
      *--- Verification results ---
       01 WS-VRFY-TABLE.
           05 WS-VR-ENTRY OCCURS 2000 TIMES.
               10 WS-VR-ACCT-NUM PIC X(12).
               10 WS-VR-ELEMENT  PIC X(2).
               10 WS-VR-METHOD   PIC X.
               10 WS-VR-RESULT   PIC X.
       01 WS-VR-COUNT            PIC S9(5) COMP-3 VALUE 0.
       01 WS-VR-IDX              PIC S9(5) COMP-3.
       01 WS-LAST-METHOD         PIC X.
      *--- Aging by branch ---
       01 WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 200 TIMES.
               10 WS-BR-BRANCH   PIC X(4).
               10 WS-BR-BUCKET   PIC S9(5) COMP-3 OCCURS 4 TIMES.
               10 WS-BR-TOTAL    PIC S9(5) COMP-3.
       01 WS-BR-COUNT            PIC S9(3) COMP-3 VALUE 0.
       01 WS-BR-IDX              PIC S9(3) COMP-3.
       01 WS-BR-FOUND            PIC S9(3) COMP-3.
       01 WS-BUCKET              PIC 9.
       01 WS-BK-IDX              PIC 9.
       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET    PIC S9(5) COMP-3 OCCURS 4 TIMES.
       01 WS-GRAND-TOTAL         PIC S9(5) COMP-3 VALUE 0.
      *--- Work fields ---
       01 WS-CURRENT-DATE        PIC 9(8).
       01 WS-DAYS-OPEN           PIC S9(5) COMP-3.
       01 WS-RESPOND-BY          PIC 9(8).
       01 WS-LETTER-CT           PIC S9(5) COMP-3 VALUE 0.
       01 WS-RESTRICT-CT         PIC S9(5) COMP-3 VALUE 0.
       01 WS-REFER-CT            PIC S9(5) COMP-3 VALUE 0.
       01 WS-CLEARED-CT          PIC S9(5) COMP-3 VALUE 0.
       01 WS-RPT-LINE            PIC X(100).
       01 WS-DISP-BUCKETS.
           05 WS-DISP-BK         PIC ZZZZ9 OCCURS 4 TIMES.
       01 WS-DISP-TOT            PIC ZZZZ9.
       01 WS-DISP-CT             PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-RESULTS
               UNTIL WS-VRFY-EOF
           PERFORM 2000-PROCESS-PENDING
               UNTIL WS-PEND-EOF
           PERFORM 7000-AGING-REPORT
           PERFORM 8000-OUTPUT
           PERFORM 9000-CLOSE
           STOP RUN.
       1000-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'NO PENDING CIP FILE ' WS-PEND-STATUS
               MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-IF
           OPEN INPUT VERIFY-FILE
           IF WS-VRFY-STATUS NOT = '00'
               MOVE 'Y' TO WS-VRFY-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-PENDING-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT ACTION-FILE
           OPEN OUTPUT AGING-FILE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 4
               MOVE 0 TO WS-GRAND-BUCKET(WS-BK-IDX)
           END-PERFORM.
       1100-LOAD-RESULTS.
           READ VERIFY-FILE
               AT END MOVE 'Y' TO WS-VRFY-EOF-FLAG
               NOT AT END
                   IF WS-VR-COUNT < 2000
                       ADD 1 TO WS-VR-COUNT
                       MOVE VR-ACCT-NUM TO WS-VR-ACCT-NUM(WS-VR-COUNT)
                       MOVE VR-ELEMENT TO WS-VR-ELEMENT(WS-VR-COUNT)
                       MOVE VR-METHOD TO WS-VR-METHOD(WS-VR-COUNT)
                       MOVE VR-RESULT TO WS-VR-RESULT(WS-VR-COUNT)
                   ELSE
                       DISPLAY 'RESULT TABLE FULL - SKIPPED '
                           VR-ACCT-NUM
                   END-IF
           END-READ.
       2000-PROCESS-PENDING.
           READ PENDING-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF-FLAG
               NOT AT END
                   IF NOT CP-CLEARED AND NOT CP-REFERRED
                       PERFORM 3000-APPLY-RESULTS
                   END-IF
                   IF NOT CP-CLEARED AND NOT CP-REFERRED
                       PERFORM 4000-CHECK-DEADLINES
                   END-IF
                   IF NOT CP-CLEARED
                       PERFORM 6000-ACCUMULATE-AGING
                   END-IF
                   WRITE NEW-PENDING-RECORD FROM PENDING-RECORD
           END-READ.
       3000-APPLY-RESULTS.
           MOVE SPACE TO WS-LAST-METHOD
           PERFORM VARYING WS-VR-IDX FROM 1 BY 1
               UNTIL WS-VR-IDX > WS-VR-COUNT
               IF WS-VR-ACCT-NUM(WS-VR-IDX) = CP-ACCT-NUM
                   AND WS-VR-RESULT(WS-VR-IDX) = 'Y'
                   MOVE WS-VR-METHOD(WS-VR-IDX) TO WS-LAST-METHOD
                   EVALUATE WS-VR-ELEMENT(WS-VR-IDX)
                       WHEN 'NM' MOVE 'Y' TO CP-NAME-MATCH
                       WHEN 'DB' MOVE 'Y' TO CP-DOB-MATCH
                       WHEN 'SS' MOVE 'Y' TO CP-SSN-MATCH
                       WHEN 'AD' MOVE 'Y' TO CP-ADDR-MATCH
                       WHEN 'ID' MOVE 'Y' TO CP-ID-VALID
                       WHEN OTHER
                           DISPLAY 'UNKNOWN CIP ELEMENT '
                               WS-VR-ELEMENT(WS-VR-IDX) ' '
                               CP-ACCT-NUM
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE 0 TO CP-MATCH-COUNT
           IF CP-NAME-MATCH = 'Y'
               ADD 1 TO CP-MATCH-COUNT
           END-IF
           IF CP-DOB-MATCH = 'Y'
               ADD 1 TO CP-MATCH-COUNT
           END-IF
           IF CP-SSN-MATCH = 'Y'
               ADD 1 TO CP-MATCH-COUNT
           END-IF
           IF CP-ADDR-MATCH = 'Y'
               ADD 1 TO CP-MATCH-COUNT
           END-IF
           IF CP-ID-VALID = 'Y'
               ADD 1 TO CP-MATCH-COUNT
           END-IF
           IF CP-MATCH-COUNT >= WS-REQUIRED-MATCHES
               IF CP-RESTRICTED
                   MOVE 'RL' TO AC-ACTION
                   MOVE 'CIP VERIFIED - LIFT RESTRICTION'
                       TO AC-REASON
                   PERFORM 5000-WRITE-ACTION
               END-IF
               MOVE 'V' TO CP-STATUS
               MOVE WS-CURRENT-DATE TO CP-CLEAR-DATE
               MOVE WS-LAST-METHOD TO CP-CLEAR-METHOD
               ADD 1 TO WS-CLEARED-CT
           END-IF.
       4000-CHECK-DEADLINES.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(CP-OPEN-DATE)
           IF WS-DAYS-OPEN >= WS-LETTER-DAY
               AND CP-LETTER-DATE = 0
               PERFORM 4100-WRITE-LETTER
           END-IF
           IF WS-DAYS-OPEN >= WS-DEADLINE-DAY
               AND CP-RESTRICT-DATE = 0
               MOVE 'RD' TO AC-ACTION
               MOVE 'CIP DEADLINE - RESTRICT DEBITS' TO AC-REASON
               PERFORM 5000-WRITE-ACTION
               MOVE 'R' TO CP-STATUS
               MOVE WS-CURRENT-DATE TO CP-RESTRICT-DATE
               ADD 1 TO WS-RESTRICT-CT
           END-IF
           IF WS-DAYS-OPEN >= WS-CLOSURE-DAY
               AND CP-RESTRICTED
               MOVE 'CL' TO AC-ACTION
               MOVE 'CIP UNVERIFIED - REFER CLOSURE' TO AC-REASON
               PERFORM 5000-WRITE-ACTION
               MOVE 'C' TO CP-STATUS
               MOVE WS-CURRENT-DATE TO CP-REFER-DATE
               ADD 1 TO WS-REFER-CT
           END-IF.
       4100-WRITE-LETTER.
           MOVE CP-ACCT-NUM TO LT-ACCT-NUM
           MOVE CP-BRANCH TO LT-BRANCH
           MOVE CP-APP-NAME TO LT-APP-NAME
           MOVE CP-APP-ADDRESS TO LT-APP-ADDRESS
           MOVE 'CIPD' TO LT-LETTER-CODE
           MOVE 'N' TO LT-NEED-NAME
           MOVE 'N' TO LT-NEED-DOB
           MOVE 'N' TO LT-NEED-SSN
           MOVE 'N' TO LT-NEED-ADDR
           MOVE 'N' TO LT-NEED-ID
           IF CP-NAME-MATCH NOT = 'Y'
               MOVE 'Y' TO LT-NEED-NAME
           END-IF
           IF CP-DOB-MATCH NOT = 'Y'
               MOVE 'Y' TO LT-NEED-DOB
           END-IF
           IF CP-SSN-MATCH NOT = 'Y'
               MOVE 'Y' TO LT-NEED-SSN
           END-IF
           IF CP-ADDR-MATCH NOT = 'Y'
               MOVE 'Y' TO LT-NEED-ADDR
           END-IF
           IF CP-ID-VALID NOT = 'Y'
               MOVE 'Y' TO LT-NEED-ID
           END-IF
           COMPUTE WS-RESPOND-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CP-OPEN-DATE)
               + WS-DEADLINE-DAY)
           MOVE WS-RESPOND-BY TO LT-RESPOND-BY
           MOVE WS-CURRENT-DATE TO LT-LETTER-DATE
           WRITE LETTER-RECORD
           IF CP-OPEN
               MOVE 'L' TO CP-STATUS
           END-IF
           MOVE WS-CURRENT-DATE TO CP-LETTER-DATE
           ADD 1 TO WS-LETTER-CT.
       5000-WRITE-ACTION.
           MOVE CP-ACCT-NUM TO AC-ACCT-NUM
           MOVE CP-BRANCH TO AC-BRANCH
           COMPUTE AC-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(CP-OPEN-DATE)
           MOVE WS-CURRENT-DATE TO AC-ACTION-DATE
           WRITE ACTION-RECORD.
       6000-ACCUMULATE-AGING.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(CP-OPEN-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN < WS-LETTER-DAY
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OPEN < WS-DEADLINE-DAY
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OPEN < WS-CLOSURE-DAY
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               OR WS-BR-FOUND > 0
               IF WS-BR-BRANCH(WS-BR-IDX) = CP-BRANCH
                   MOVE WS-BR-IDX TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BR-COUNT < 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-FOUND
               MOVE CP-BRANCH TO WS-BR-BRANCH(WS-BR-FOUND)
               MOVE 0 TO WS-BR-TOTAL(WS-BR-FOUND)
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > 4
                   MOVE 0 TO WS-BR-BUCKET(WS-BR-FOUND WS-BK-IDX)
               END-PERFORM
           END-IF
           IF WS-BR-FOUND > 0
               ADD 1 TO WS-BR-BUCKET(WS-BR-FOUND WS-BUCKET)
               ADD 1 TO WS-BR-TOTAL(WS-BR-FOUND)
           END-IF
           ADD 1 TO WS-GRAND-BUCKET(WS-BUCKET)
           ADD 1 TO WS-GRAND-TOTAL.
       7000-AGING-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN CIP EXCEPTIONS BY BRANCH ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AGING-RECORD FROM WS-RPT-LINE
           MOVE 'BRANCH   0-9 DAYS  10-29 DAYS  30-44 DAYS  45+ DAYS'
               TO WS-RPT-LINE
           MOVE '   TOTAL' TO WS-RPT-LINE(53:8)
           WRITE AGING-RECORD FROM WS-RPT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > 4
                   MOVE WS-BR-BUCKET(WS-BR-IDX WS-BK-IDX)
                       TO WS-DISP-BK(WS-BK-IDX)
               END-PERFORM
               MOVE WS-BR-TOTAL(WS-BR-IDX) TO WS-DISP-TOT
               MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-RPT-LINE
               PERFORM 7100-FORMAT-AGING-LINE
           END-PERFORM
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 4
               MOVE WS-GRAND-BUCKET(WS-BK-IDX)
                   TO WS-DISP-BK(WS-BK-IDX)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-DISP-TOT
           MOVE 'ALL' TO WS-RPT-LINE
           PERFORM 7100-FORMAT-AGING-LINE.
       7100-FORMAT-AGING-LINE.
           MOVE WS-DISP-BK(1) TO WS-RPT-LINE(8:5)
           MOVE WS-DISP-BK(2) TO WS-RPT-LINE(20:5)
           MOVE WS-DISP-BK(3) TO WS-RPT-LINE(32:5)
           MOVE WS-DISP-BK(4) TO WS-RPT-LINE(44:5)
           MOVE WS-DISP-TOT TO WS-RPT-LINE(56:5)
           WRITE AGING-RECORD FROM WS-RPT-LINE.
       8000-OUTPUT.
           DISPLAY 'PENDING CIP FOLLOW-UP'
           DISPLAY '====================='
           MOVE WS-CLEARED-CT TO WS-DISP-CT
           DISPLAY 'CLEARED:      ' WS-DISP-CT
           MOVE WS-LETTER-CT TO WS-DISP-CT
           DISPLAY 'LETTERS:      ' WS-DISP-CT
           MOVE WS-RESTRICT-CT TO WS-DISP-CT
           DISPLAY 'RESTRICTED:   ' WS-DISP-CT
           MOVE WS-REFER-CT TO WS-DISP-CT
           DISPLAY 'CLOSURE REFS: ' WS-DISP-CT
           MOVE WS-GRAND-TOTAL TO WS-DISP-CT
           DISPLAY 'STILL OPEN:   ' WS-DISP-CT.
       9000-CLOSE.
           CLOSE PENDING-FILE
           CLOSE VERIFY-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE LETTER-FILE
           CLOSE ACTION-FILE
           CLOSE AGING-FILE.
