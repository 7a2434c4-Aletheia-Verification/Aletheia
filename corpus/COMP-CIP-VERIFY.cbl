       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-CIP-VERIFY.
      *================================================================*
      * Customer Identification Program Verification                   *
      * Scores an applicant's identity elements at account opening.    *
      * An account opened on a PARTIAL result is written to the        *
      * pending-verification file CIPPEND.DAT so COMP-CIP-PENDING can  *
      * follow it up to the policy deadline.                           *
      * The applicant - account number, branch and identity elements - *
      * is read from the account-opening record CIPAPP.DAT, together   *
      * with the name, date of birth, SSN and address results returned *
      * by the identity verification service (Y = matched).            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO 'CIPAPP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'CIPPEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APPLICATION-FILE.
       01 APPLICATION-RECORD.
           05 CA-ACCT-NUM        PIC X(12).
           05 CA-BRANCH          PIC X(4).
           05 CA-NAME            PIC X(40).
           05 CA-DOB             PIC 9(8).
           05 CA-SSN             PIC X(9).
           05 CA-ADDRESS         PIC X(40).
           05 CA-ID-TYPE         PIC X(2).
           05 CA-ID-NUM          PIC X(15).
           05 CA-ID-EXPIRY       PIC 9(8).
           05 CA-NAME-MATCH      PIC X.
           05 CA-DOB-MATCH       PIC X.
           05 CA-SSN-MATCH       PIC X.
           05 CA-ADDR-MATCH      PIC X.
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
           05 CP-LETTER-DATE     PIC 9(8).
           05 CP-RESTRICT-DATE   PIC 9(8).
           05 CP-REFER-DATE      PIC 9(8).
           05 CP-CLEAR-DATE      PIC 9(8).
           05 CP-CLEAR-METHOD    PIC X.
       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS         PIC XX.
       01 WS-APPL-STATUS         PIC XX.
       01 WS-APPLICANT.
           05 WS-APP-NAME        PIC X(40).
           05 WS-APP-DOB         PIC 9(8).
               88 ID-MILITARY    VALUE 'MI'.
           05 WS-APP-ID-NUM      PIC X(15).
           05 WS-APP-ID-EXPIRY   PIC 9(8).
           05 WS-APP-ACCT-NUM    PIC X(12).
           05 WS-APP-BRANCH      PIC X(4).
       01 WS-VERIFICATION.
           05 WS-NAME-MATCH      PIC X VALUE 'N'.
               88 NAME-OK        VALUE 'Y'.
           PERFORM 3000-VERIFY-ELEMENTS
           PERFORM 4000-DETERMINE-STATUS
           PERFORM 5000-OUTPUT
           IF WS-CIP-STATUS = 'PARTIAL        '
               AND WS-APP-ACCT-NUM NOT = SPACES
               PERFORM 6000-WRITE-PENDING
           END-IF
           STOP RUN.
       1000-INIT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM 1100-READ-APPLICATION.
       1100-READ-APPLICATION.
           INITIALIZE WS-APPLICANT
           OPEN INPUT APPLICATION-FILE
           IF WS-APPL-STATUS NOT = '00'
               DISPLAY 'CIPAPP.DAT NOT AVAILABLE ' WS-APPL-STATUS
           ELSE
               READ APPLICATION-FILE
                   AT END
                       DISPLAY 'NO APPLICATION RECORD ON CIPAPP.DAT'
                   NOT AT END
                       MOVE CA-ACCT-NUM TO WS-APP-ACCT-NUM
                       MOVE CA-BRANCH TO WS-APP-BRANCH
                       MOVE CA-NAME TO WS-APP-NAME
                       MOVE CA-DOB TO WS-APP-DOB
                       MOVE CA-SSN TO WS-APP-SSN
                       MOVE CA-ADDRESS TO WS-APP-ADDRESS
                       MOVE CA-ID-TYPE TO WS-APP-ID-TYPE
                       MOVE CA-ID-NUM TO WS-APP-ID-NUM
                       MOVE CA-ID-EXPIRY TO WS-APP-ID-EXPIRY
                       MOVE CA-NAME-MATCH TO WS-NAME-MATCH
                       MOVE CA-DOB-MATCH TO WS-DOB-MATCH
                       MOVE CA-SSN-MATCH TO WS-SSN-MATCH
                       MOVE CA-ADDR-MATCH TO WS-ADDR-MATCH
               END-READ
               CLOSE APPLICATION-FILE
           END-IF.
       2000-VALIDATE-ID.
           IF WS-APP-ID-EXPIRY >= WS-CURRENT-DATE
               EVALUATE TRUE
           IF HAS-RISK
               DISPLAY 'RISK FLAG ACTIVE'
           END-IF.
       6000-WRITE-PENDING.
      *    Opened with elements still unverified: hand the account
      *    to the daily follow-up.
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE WS-APP-ACCT-NUM TO CP-ACCT-NUM
           MOVE WS-APP-BRANCH TO CP-BRANCH
           MOVE WS-APP-NAME TO CP-APP-NAME
           MOVE WS-APP-ADDRESS TO CP-APP-ADDRESS
           MOVE WS-CURRENT-DATE TO CP-OPEN-DATE
           MOVE WS-NAME-MATCH TO CP-NAME-MATCH
           MOVE WS-DOB-MATCH TO CP-DOB-MATCH
           MOVE WS-SSN-MATCH TO CP-SSN-MATCH
           MOVE WS-ADDR-MATCH TO CP-ADDR-MATCH
           MOVE WS-ID-VALID TO CP-ID-VALID
           MOVE WS-MATCH-COUNT TO CP-MATCH-COUNT
           MOVE 'O' TO CP-STATUS
           MOVE 0 TO CP-LETTER-DATE
           MOVE 0 TO CP-RESTRICT-DATE
           MOVE 0 TO CP-REFER-DATE
           MOVE 0 TO CP-CLEAR-DATE
           MOVE SPACE TO CP-CLEAR-METHOD
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE
           DISPLAY 'PENDING CIP FOLLOW-UP OPENED: ' WS-APP-ACCT-NUM.
