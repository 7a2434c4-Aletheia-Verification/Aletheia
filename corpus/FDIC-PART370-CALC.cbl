       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDIC-PART370-CALC.
      *================================================================*
      * FDIC Part 370 Insurance Determination                          *
      * Calculates insured and uninsured amounts for every depositor   *
      * by ownership right and capacity (ORC).  Reads the deposit      *
      * account extract DEPACCT.DAT, the owner records DEPOWNR.DAT     *
      * (same owner detail ACCT-JOINT-OWNER maintains) and the         *
      * beneficiary records DEPBENE.DAT (same detail ACCT-BENE-UPDATE  *
      * maintains).  Each account is assigned an ORC code, balances    *
      * plus accrued interest are aggregated by depositor and          *
      * category, and the standard maximum deposit insurance amount    *
      * is applied - per co-owner for joint accounts and per owner     *
      * times unique beneficiaries (up to five) for revocable and      *
      * irrevocable trust accounts combined.  Produces the customer,   *
      * account, account participant and pending files in the FDIC     *
      * pipe-delimited layout, plus P370EXCP.DAT listing accounts      *
      * missing the data needed to classify them.  An account that     *
      * will not fit the working tables (accounts, owners, customers,  *
      * beneficiaries, shares, depositor categories or trust           *
      * beneficiaries) is listed there as not calculated and the run   *
      * ends with return code 16, as the file set is then incomplete.  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'DEPACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-FS.
           SELECT OWNER-FILE ASSIGN TO 'DEPOWNR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWN-FS.
           SELECT BENE-FILE ASSIGN TO 'DEPBENE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEN-FS.
           SELECT CUSTOMER-OUT ASSIGN TO 'P370CUST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSO-FS.
           SELECT ACCOUNT-OUT ASSIGN TO 'P370ACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACO-FS.
           SELECT PARTICIPANT-OUT ASSIGN TO 'P370PART.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTO-FS.
           SELECT PENDING-OUT ASSIGN TO 'P370PEND.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDO-FS.
           SELECT EXCEPTION-OUT ASSIGN TO 'P370EXCP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  DA-ACCT-NUM          PIC X(12).
           05  DA-PRODUCT           PIC X(02).
           05  DA-OWN-CATEGORY      PIC X(03).
           05  DA-GOV-TYPE          PIC X(01).
           05  DA-LEDGER-BAL        PIC S9(11)V99.
           05  DA-ACCRUED-INT       PIC S9(09)V99.
           05  DA-AGENT-FLAG        PIC X(01).
           05  DA-STATUS            PIC X(01).
       FD  OWNER-FILE.
       01  OWNER-RECORD.
           05  DO-ACCT-NUM          PIC X(12).
           05  DO-OWNER-NAME        PIC X(25).
           05  DO-OWNER-SSN         PIC X(09).
           05  DO-OWNER-PCT         PIC 9(03).
           05  DO-OWNER-ACTIVE      PIC X(01).
           05  DO-OWNER-ROLE        PIC X(01).
           05  DO-ID-TYPE           PIC X(01).
           05  DO-CUST-TYPE         PIC X(01).
       FD  BENE-FILE.
       01  BENE-RECORD.
           05  DB-ACCT-NUM          PIC X(12).
           05  DB-BENE-NAME         PIC X(30).
           05  DB-BENE-SSN          PIC X(09).
           05  DB-BENE-PCT          PIC 9(03).
           05  DB-BENE-RELATION     PIC X(10).
       FD  CUSTOMER-OUT.
       01  CUSTOMER-OUT-REC         PIC X(250).
       FD  ACCOUNT-OUT.
       01  ACCOUNT-OUT-REC          PIC X(250).
       FD  PARTICIPANT-OUT.
       01  PARTICIPANT-OUT-REC      PIC X(250).
       FD  PENDING-OUT.
       01  PENDING-OUT-REC          PIC X(250).
       FD  EXCEPTION-OUT.
       01  EXCEPTION-OUT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ACT-FS              PIC X(02).
       01  WS-OWN-FS              PIC X(02).
       01  WS-BEN-FS              PIC X(02).
       01  WS-CSO-FS              PIC X(02).
       01  WS-ACO-FS              PIC X(02).
       01  WS-PTO-FS              PIC X(02).
       01  WS-PDO-FS              PIC X(02).
       01  WS-EXO-FS              PIC X(02).
       01  WS-EOF-FLAG            PIC X VALUE 'N'.
           88  WS-EOF              VALUE 'Y'.
       01  WS-RUN-DATE            PIC 9(08).
      *--- Standard maximum deposit insurance amount ---
       01  WS-SMDIA               PIC 9(07)V99 VALUE 250000.00.
       01  WS-MAX-TRUST-BENES     PIC 9(02) VALUE 5.
      *--- Deposit accounts ---
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY        OCCURS 3000 TIMES.
               10  WS-AT-ACCT     PIC X(12).
               10  WS-AT-PRODUCT  PIC X(02).
               10  WS-AT-CAT      PIC X(03).
               10  WS-AT-GOV      PIC X(01).
               10  WS-AT-AGENT    PIC X(01).
               10  WS-AT-BAL      PIC S9(11)V99 COMP-3.
               10  WS-AT-ACCR     PIC S9(09)V99 COMP-3.
               10  WS-AT-TOTAL    PIC S9(11)V99 COMP-3.
               10  WS-AT-INSURED  PIC S9(11)V99 COMP-3.
               10  WS-AT-ORC      PIC X(04).
               10  WS-AT-STATUS   PIC X(01).
                   88  AT-RESOLVED     VALUE 'R'.
                   88  AT-PENDING      VALUE 'P'.
                   88  AT-EXCEPTION    VALUE 'X'.
               10  WS-AT-PEND-CODE PIC X(04).
               10  WS-AT-REASON   PIC X(32).
               10  WS-AT-OWNERS   PIC S9(03) COMP-3.
               10  WS-AT-BENES    PIC S9(03) COMP-3.
               10  WS-AT-NO-ID    PIC S9(03) COMP-3.
               10  WS-AT-PCT-SUM  PIC S9(05) COMP-3.
               10  WS-AT-PRIMARY  PIC X(09).
               10  WS-AT-CAP-FLAG PIC X(01).
                   88  AT-OVER-CAPACITY VALUE 'Y'.
       01  WS-AT-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-AT-IDX              PIC S9(05) COMP-3.
       01  WS-AT-HIT              PIC S9(05) COMP-3.
       01  WS-AT-KEY              PIC X(12).
       01  WS-CAP-FLAG            PIC X VALUE 'N'.
           88  WS-CAPACITY-EXCEEDED VALUE 'Y'.
       01  WS-CAP-NEEDED          PIC S9(07) COMP-3.
      *--- Owners, as carried on ACCT-JOINT-OWNER ---
       01  WS-OWNER-TABLE.
           05  WS-OW-ENTRY        OCCURS 6000 TIMES.
               10  WS-OW-AT-IDX   PIC S9(05) COMP-3.
               10  WS-OW-NAME     PIC X(25).
               10  WS-OW-SSN      PIC X(09).
               10  WS-OW-PCT      PIC 9(03).
               10  WS-OW-ROLE     PIC X(01).
       01  WS-OW-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-OW-IDX              PIC S9(05) COMP-3.
      *--- Beneficiaries, as carried on ACCT-BENE-UPDATE ---
       01  WS-BENE-TABLE.
           05  WS-BN-ENTRY        OCCURS 6000 TIMES.
               10  WS-BN-AT-IDX   PIC S9(05) COMP-3.
               10  WS-BN-NAME     PIC X(30).
               10  WS-BN-SSN      PIC X(09).
               10  WS-BN-PCT      PIC 9(03).
       01  WS-BN-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-BN-IDX              PIC S9(05) COMP-3.
      *--- Customers (unique owner tax IDs) ---
       01  WS-CUST-TABLE.
           05  WS-CS-ENTRY        OCCURS 6000 TIMES.
               10  WS-CS-ID       PIC X(09).
               10  WS-CS-NAME     PIC X(25).
               10  WS-CS-ID-TYPE  PIC X(01).
               10  WS-CS-TYPE     PIC X(01).
       01  WS-CS-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-CS-IDX              PIC S9(05) COMP-3.
       01  WS-CS-HIT              PIC S9(05) COMP-3.
      *--- Each owner's share of each resolved account ---
       01  WS-PART-TABLE.
           05  WS-PT-ENTRY        OCCURS 9000 TIMES.
               10  WS-PT-AT-IDX   PIC S9(05) COMP-3.
               10  WS-PT-OW-IDX   PIC S9(05) COMP-3.
               10  WS-PT-DC-IDX   PIC S9(05) COMP-3.
               10  WS-PT-SHARE    PIC S9(11)V99 COMP-3.
               10  WS-PT-INSURED  PIC S9(11)V99 COMP-3.
       01  WS-PT-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-PT-IDX              PIC S9(05) COMP-3.
      *--- Depositor by insurance category ---
       01  WS-DEPCAT-TABLE.
           05  WS-DC-ENTRY        OCCURS 9000 TIMES.
               10  WS-DC-ID       PIC X(09).
               10  WS-DC-GROUP    PIC X(04).
               10  WS-DC-TOTAL    PIC S9(13)V99 COMP-3.
               10  WS-DC-LIMIT    PIC S9(13)V99 COMP-3.
               10  WS-DC-INSURED  PIC S9(13)V99 COMP-3.
               10  WS-DC-BENES    PIC S9(05) COMP-3.
       01  WS-DC-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-DC-IDX              PIC S9(05) COMP-3.
       01  WS-DC-HIT              PIC S9(05) COMP-3.
      *--- Unique beneficiaries per trust owner ---
       01  WS-GRANTOR-TABLE.
           05  WS-GB-ENTRY        OCCURS 9000 TIMES.
               10  WS-GB-OWNER    PIC X(09).
               10  WS-GB-BENE     PIC X(30).
       01  WS-GB-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-GB-IDX              PIC S9(05) COMP-3.
       01  WS-GB-HIT              PIC S9(05) COMP-3.
       01  WS-GB-KEY              PIC X(30).
      *--- Work fields ---
       01  WS-GROUP               PIC X(04).
       01  WS-SHARE               PIC S9(11)V99 COMP-3.
       01  WS-SHARE-LEFT          PIC S9(11)V99 COMP-3.
       01  WS-SHARES-LEFT         PIC S9(03) COMP-3.
       01  WS-USE-PCT             PIC X VALUE 'N'.
           88  WS-SPLIT-BY-PCT     VALUE 'Y'.
       01  WS-PCT-SHARE           PIC S9(03) COMP-3.
       01  WS-BENE-LIMIT          PIC S9(03) COMP-3.
       01  WS-UNINSURED           PIC S9(11)V99 COMP-3.
       01  WS-ROLE-TEXT           PIC X(04).
      *--- Run totals ---
       01  WS-TOT-DEPOSITS        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-INSURED         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-UNINSURED       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOT-PENDING         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CNT-RESOLVED        PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PENDING         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-EXCEPTION       PIC 9(05) COMP VALUE 0.
      *--- Delimited output build ---
       01  WS-OUT-LINE            PIC X(250).
       01  WS-OUT-PTR             PIC S9(04) COMP.
       01  WS-APPEND-TEXT         PIC X(40).
       01  WS-APPEND-LEN          PIC S9(04) COMP.
       01  WS-APPEND-AMT          PIC S9(13)V99 COMP-3.
       01  WS-ED-AMT              PIC -(13)9.99.
       01  WS-ED-PCT              PIC ZZ9.
       01  WS-LEAD-SP             PIC S9(04) COMP.
       01  WS-EXCP-LINE.
           05  WS-EX-ACCT         PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CAT          PIC X(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-AMOUNT       PIC -(10)9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-REASON       PIC X(32).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  WS-DISP-AMT            PIC -(13)9.99.
       01  WS-DISP-CT             PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ACCOUNTS
           PERFORM 1200-LOAD-OWNERS
           PERFORM 1300-LOAD-BENES
           PERFORM 2000-CLASSIFY-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           PERFORM 3000-BUILD-SHARES
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           PERFORM 4000-APPLY-SMDIA
           PERFORM 5000-WRITE-CUSTOMERS
           PERFORM 5100-WRITE-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           PERFORM 9000-REPORT
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CUSTOMER-OUT
           OPEN OUTPUT ACCOUNT-OUT
           OPEN OUTPUT PARTICIPANT-OUT
           OPEN OUTPUT PENDING-OUT
           OPEN OUTPUT EXCEPTION-OUT
           MOVE SPACES TO EXCEPTION-OUT-REC
           STRING 'PART 370 CLASSIFICATION EXCEPTIONS  RUN DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXCEPTION-OUT-REC
           END-STRING
           WRITE EXCEPTION-OUT-REC
           MOVE 'ACCOUNT       CAT   BALANCE+ACCRUED   REASON'
               TO EXCEPTION-OUT-REC
           WRITE EXCEPTION-OUT-REC.
       1100-LOAD-ACCOUNTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACT-FS NOT = '00'
               DISPLAY 'DEPOSIT ACCOUNT FILE OPEN FAILED ' WS-ACT-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1110-READ-ACCOUNT UNTIL WS-EOF
           IF WS-ACT-FS = '00' OR WS-ACT-FS = '10'
               CLOSE ACCOUNT-FILE
           END-IF.
       1110-READ-ACCOUNT.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DA-STATUS = 'C'
                       CONTINUE
                   ELSE
                       IF WS-AT-COUNT < 3000
                           ADD 1 TO WS-AT-COUNT
                           PERFORM 1120-ADD-ACCOUNT
                       ELSE
                           PERFORM 1130-ACCOUNT-OVERFLOW
                       END-IF
                   END-IF
           END-READ.
       1120-ADD-ACCOUNT.
           INITIALIZE WS-AT-ENTRY(WS-AT-COUNT)
           MOVE DA-ACCT-NUM TO WS-AT-ACCT(WS-AT-COUNT)
           MOVE DA-PRODUCT TO WS-AT-PRODUCT(WS-AT-COUNT)
           MOVE DA-OWN-CATEGORY TO WS-AT-CAT(WS-AT-COUNT)
           MOVE DA-GOV-TYPE TO WS-AT-GOV(WS-AT-COUNT)
           MOVE DA-AGENT-FLAG TO WS-AT-AGENT(WS-AT-COUNT)
           MOVE DA-LEDGER-BAL TO WS-AT-BAL(WS-AT-COUNT)
           MOVE DA-ACCRUED-INT TO WS-AT-ACCR(WS-AT-COUNT)
      *    Insured deposit is principal plus interest accrued
           COMPUTE WS-AT-TOTAL(WS-AT-COUNT) =
               DA-LEDGER-BAL + DA-ACCRUED-INT.
       1130-ACCOUNT-OVERFLOW.
      *    No room to classify it, but it must not vanish from the
      *    determination - list it for follow-up.
           DISPLAY 'ACCOUNT TABLE FULL AT ' DA-ACCT-NUM
           MOVE 'Y' TO WS-CAP-FLAG
           MOVE DA-ACCT-NUM TO WS-EX-ACCT
           MOVE DA-OWN-CATEGORY TO WS-EX-CAT
           COMPUTE WS-EX-AMOUNT = DA-LEDGER-BAL + DA-ACCRUED-INT
           COMPUTE WS-TOT-PENDING = WS-TOT-PENDING
               + DA-LEDGER-BAL + DA-ACCRUED-INT
           MOVE 'TABLE CAPACITY - NOT CALCULATED' TO WS-EX-REASON
           WRITE EXCEPTION-OUT-REC FROM WS-EXCP-LINE
           ADD 1 TO WS-CNT-EXCEPTION.
       1200-LOAD-OWNERS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OWNER-FILE
           IF WS-OWN-FS NOT = '00'
               DISPLAY 'OWNER FILE OPEN FAILED ' WS-OWN-FS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1210-READ-OWNER UNTIL WS-EOF
           IF WS-OWN-FS = '00' OR WS-OWN-FS = '10'
               CLOSE OWNER-FILE
           END-IF.
       1210-READ-OWNER.
           READ OWNER-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF DO-OWNER-ACTIVE = 'Y'
                       PERFORM 1220-ADD-OWNER
                   END-IF
           END-READ.
       1220-ADD-OWNER.
           MOVE DO-ACCT-NUM TO WS-AT-KEY
           PERFORM 1900-FIND-ACCOUNT
           IF WS-AT-HIT = 0
               CONTINUE
           ELSE
               IF WS-OW-COUNT < 6000
                   ADD 1 TO WS-OW-COUNT
                   MOVE WS-AT-HIT TO WS-OW-AT-IDX(WS-OW-COUNT)
                   MOVE DO-OWNER-NAME TO WS-OW-NAME(WS-OW-COUNT)
                   MOVE DO-OWNER-SSN TO WS-OW-SSN(WS-OW-COUNT)
                   MOVE DO-OWNER-PCT TO WS-OW-PCT(WS-OW-COUNT)
                   MOVE DO-OWNER-ROLE TO WS-OW-ROLE(WS-OW-COUNT)
                   ADD 1 TO WS-AT-OWNERS(WS-AT-HIT)
                   ADD DO-OWNER-PCT TO WS-AT-PCT-SUM(WS-AT-HIT)
                   IF DO-OWNER-SSN = SPACES
                       OR DO-OWNER-SSN = '000000000'
                       ADD 1 TO WS-AT-NO-ID(WS-AT-HIT)
                   ELSE
                       IF WS-AT-PRIMARY(WS-AT-HIT) = SPACES
                           OR DO-OWNER-ROLE = 'P'
                           MOVE DO-OWNER-SSN
                               TO WS-AT-PRIMARY(WS-AT-HIT)
                       END-IF
                       PERFORM 1230-ADD-CUSTOMER
                   END-IF
               ELSE
                   DISPLAY 'OWNER TABLE FULL AT ' DO-ACCT-NUM
                   MOVE 'Y' TO WS-CAP-FLAG
                   MOVE 'Y' TO WS-AT-CAP-FLAG(WS-AT-HIT)
               END-IF
           END-IF.
       1230-ADD-CUSTOMER.
           MOVE 0 TO WS-CS-HIT
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT OR WS-CS-HIT > 0
               IF WS-CS-ID(WS-CS-IDX) = DO-OWNER-SSN
                   MOVE WS-CS-IDX TO WS-CS-HIT
               END-IF
           END-PERFORM
           IF WS-CS-HIT = 0
               IF WS-CS-COUNT < 6000
                   ADD 1 TO WS-CS-COUNT
                   MOVE DO-OWNER-SSN TO WS-CS-ID(WS-CS-COUNT)
                   MOVE DO-OWNER-NAME TO WS-CS-NAME(WS-CS-COUNT)
                   MOVE DO-ID-TYPE TO WS-CS-ID-TYPE(WS-CS-COUNT)
                   MOVE DO-CUST-TYPE TO WS-CS-TYPE(WS-CS-COUNT)
               ELSE
                   DISPLAY 'CUSTOMER TABLE FULL AT ' DO-OWNER-SSN
                   MOVE 'Y' TO WS-CAP-FLAG
                   MOVE 'Y' TO WS-AT-CAP-FLAG(WS-AT-HIT)
               END-IF
           END-IF.
       1300-LOAD-BENES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BENE-FILE
           IF WS-BEN-FS NOT = '00'
               DISPLAY 'NO BENEFICIARY FILE - TRUSTS PENDING'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM 1310-READ-BENE UNTIL WS-EOF
           IF WS-BEN-FS = '00' OR WS-BEN-FS = '10'
               CLOSE BENE-FILE
           END-IF.
       1310-READ-BENE.
           READ BENE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   MOVE DB-ACCT-NUM TO WS-AT-KEY
                   PERFORM 1900-FIND-ACCOUNT
                   IF WS-AT-HIT > 0
                       IF WS-BN-COUNT < 6000
                           ADD 1 TO WS-BN-COUNT
                           MOVE WS-AT-HIT TO WS-BN-AT-IDX(WS-BN-COUNT)
                           MOVE DB-BENE-NAME TO WS-BN-NAME(WS-BN-COUNT)
                           MOVE DB-BENE-SSN TO WS-BN-SSN(WS-BN-COUNT)
                           MOVE DB-BENE-PCT TO WS-BN-PCT(WS-BN-COUNT)
                           ADD 1 TO WS-AT-BENES(WS-AT-HIT)
                       ELSE
                           DISPLAY 'BENEFICIARY TABLE FULL AT '
                               DB-ACCT-NUM
                           MOVE 'Y' TO WS-CAP-FLAG
                           MOVE 'Y' TO WS-AT-CAP-FLAG(WS-AT-HIT)
                       END-IF
                   END-IF
           END-READ.
       1900-FIND-ACCOUNT.
           MOVE 0 TO WS-AT-HIT
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT OR WS-AT-HIT > 0
               IF WS-AT-ACCT(WS-AT-IDX) = WS-AT-KEY
                   MOVE WS-AT-IDX TO WS-AT-HIT
               END-IF
           END-PERFORM.
       2000-CLASSIFY-ACCOUNT.
      *    Assign the right-and-capacity code, or set the account
      *    aside as pending (depositor data needed) or as an
      *    exception (our own records cannot classify it).
           MOVE 'X' TO WS-AT-STATUS(WS-AT-IDX)
           MOVE 'DATA' TO WS-AT-PEND-CODE(WS-AT-IDX)
           EVALUATE WS-AT-CAT(WS-AT-IDX)
               WHEN 'SGL'
                   MOVE 'SGL ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'JNT'
                   MOVE 'JNT ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'REV'
                   MOVE 'REV ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'IRR'
                   MOVE 'IRR ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'CRA'
                   MOVE 'CRA ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'EBP'
                   MOVE 'EBP ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'BUS'
                   MOVE 'BUS ' TO WS-AT-ORC(WS-AT-IDX)
               WHEN 'GOV'
                   EVALUATE WS-AT-GOV(WS-AT-IDX)
                       WHEN 'F'
                           MOVE 'GOV1' TO WS-AT-ORC(WS-AT-IDX)
                       WHEN 'S'
                           MOVE 'GOV2' TO WS-AT-ORC(WS-AT-IDX)
                       WHEN 'D'
                           MOVE 'GOV3' TO WS-AT-ORC(WS-AT-IDX)
                       WHEN OTHER
                           MOVE SPACES TO WS-AT-ORC(WS-AT-IDX)
                   END-EVALUATE
               WHEN OTHER
                   MOVE SPACES TO WS-AT-ORC(WS-AT-IDX)
           END-EVALUATE
           EVALUATE TRUE
               WHEN AT-OVER-CAPACITY(WS-AT-IDX)
                   MOVE 'TABLE CAPACITY - NOT CALCULATED'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-OWNERS(WS-AT-IDX) = 0
                   MOVE 'NO OWNERSHIP RECORD'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-NO-ID(WS-AT-IDX) > 0
                   MOVE 'OWNER TAX ID MISSING'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-CAT(WS-AT-IDX) = 'GOV'
                   AND WS-AT-ORC(WS-AT-IDX) = SPACES
                   MOVE 'GOVERNMENT DEPOSITOR TYPE MISSING'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-ORC(WS-AT-IDX) = SPACES
                   MOVE 'OWNERSHIP CATEGORY MISSING'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-CAT(WS-AT-IDX) = 'JNT'
                   AND WS-AT-OWNERS(WS-AT-IDX) < 2
                   MOVE 'JOINT ACCOUNT WITH ONE OWNER'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN (WS-AT-CAT(WS-AT-IDX) = 'SGL'
                   OR WS-AT-CAT(WS-AT-IDX) = 'CRA'
                   OR WS-AT-CAT(WS-AT-IDX) = 'BUS'
                   OR WS-AT-CAT(WS-AT-IDX) = 'GOV')
                   AND WS-AT-OWNERS(WS-AT-IDX) > 1
                   MOVE 'MORE THAN ONE OWNER FOR CATEGORY'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-AGENT(WS-AT-IDX) = 'Y'
                   MOVE 'P' TO WS-AT-STATUS(WS-AT-IDX)
                   MOVE 'AGNT' TO WS-AT-PEND-CODE(WS-AT-IDX)
                   MOVE 'AGENCY OR CUSTODIAL PASS-THROUGH'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN WS-AT-CAT(WS-AT-IDX) = 'EBP'
                   MOVE 'P' TO WS-AT-STATUS(WS-AT-IDX)
                   MOVE 'EBPP' TO WS-AT-PEND-CODE(WS-AT-IDX)
                   MOVE 'PLAN PARTICIPANT DATA REQUIRED'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN (WS-AT-CAT(WS-AT-IDX) = 'REV'
                   OR WS-AT-CAT(WS-AT-IDX) = 'IRR')
                   AND WS-AT-BENES(WS-AT-IDX) = 0
                   MOVE 'P' TO WS-AT-STATUS(WS-AT-IDX)
                   MOVE 'BENE' TO WS-AT-PEND-CODE(WS-AT-IDX)
                   MOVE 'TRUST BENEFICIARIES NOT ON FILE'
                       TO WS-AT-REASON(WS-AT-IDX)
               WHEN OTHER
                   MOVE 'R' TO WS-AT-STATUS(WS-AT-IDX)
                   MOVE SPACES TO WS-AT-PEND-CODE(WS-AT-IDX)
                   MOVE SPACES TO WS-AT-REASON(WS-AT-IDX)
           END-EVALUATE.
       3000-BUILD-SHARES.
      *    Split each resolved account among its owners - by stated
      *    percentage when the percentages total 100, otherwise in
      *    equal shares - and post each share to the owner's
      *    depositor-category total.
           IF AT-RESOLVED(WS-AT-IDX)
               AND WS-AT-TOTAL(WS-AT-IDX) > 0
               PERFORM 3050-CHECK-CAPACITY
           END-IF
           IF AT-RESOLVED(WS-AT-IDX)
               AND WS-AT-TOTAL(WS-AT-IDX) > 0
               EVALUATE WS-AT-ORC(WS-AT-IDX)
                   WHEN 'REV '
                   WHEN 'IRR '
                       MOVE 'TRST' TO WS-GROUP
                   WHEN OTHER
                       MOVE WS-AT-ORC(WS-AT-IDX) TO WS-GROUP
               END-EVALUATE
               IF WS-AT-PCT-SUM(WS-AT-IDX) = 100
                   MOVE 'Y' TO WS-USE-PCT
               ELSE
                   MOVE 'N' TO WS-USE-PCT
               END-IF
               MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-SHARE-LEFT
               MOVE WS-AT-OWNERS(WS-AT-IDX) TO WS-SHARES-LEFT
               PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OW-COUNT
                   IF WS-OW-AT-IDX(WS-OW-IDX) = WS-AT-IDX
                       PERFORM 3100-ADD-SHARE
                   END-IF
               END-PERFORM
           END-IF.
       3050-CHECK-CAPACITY.
      *    An account is split whole or not at all: one that could
      *    run any share table out of room becomes an exception.
           MOVE 0 TO WS-CAP-NEEDED
           IF WS-AT-ORC(WS-AT-IDX) = 'REV ' OR 'IRR '
               COMPUTE WS-CAP-NEEDED =
                   WS-AT-OWNERS(WS-AT-IDX) * WS-AT-BENES(WS-AT-IDX)
           END-IF
           IF WS-PT-COUNT + WS-AT-OWNERS(WS-AT-IDX) > 9000
               OR WS-DC-COUNT + WS-AT-OWNERS(WS-AT-IDX) > 9000
               OR WS-GB-COUNT + WS-CAP-NEEDED > 9000
               DISPLAY 'SHARE TABLES FULL AT ' WS-AT-ACCT(WS-AT-IDX)
               MOVE 'Y' TO WS-CAP-FLAG
               MOVE 'Y' TO WS-AT-CAP-FLAG(WS-AT-IDX)
               MOVE 'X' TO WS-AT-STATUS(WS-AT-IDX)
               MOVE 'DATA' TO WS-AT-PEND-CODE(WS-AT-IDX)
               MOVE 'TABLE CAPACITY - NOT CALCULATED'
                   TO WS-AT-REASON(WS-AT-IDX)
           END-IF.
       3100-ADD-SHARE.
      *    The last owner takes the remainder so shares foot
           IF WS-SHARES-LEFT = 1
               MOVE WS-SHARE-LEFT TO WS-SHARE
           ELSE
               IF WS-SPLIT-BY-PCT
                   COMPUTE WS-SHARE ROUNDED =
                       WS-AT-TOTAL(WS-AT-IDX) * WS-OW-PCT(WS-OW-IDX)
                       / 100
               ELSE
                   COMPUTE WS-SHARE ROUNDED =
                       WS-AT-TOTAL(WS-AT-IDX) / WS-AT-OWNERS(WS-AT-IDX)
               END-IF
           END-IF
           SUBTRACT WS-SHARE FROM WS-SHARE-LEFT
           SUBTRACT 1 FROM WS-SHARES-LEFT
           PERFORM 3200-FIND-DEPCAT
           IF WS-DC-HIT > 0
               IF WS-PT-COUNT < 9000
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-AT-IDX TO WS-PT-AT-IDX(WS-PT-COUNT)
                   MOVE WS-OW-IDX TO WS-PT-OW-IDX(WS-PT-COUNT)
                   MOVE WS-DC-HIT TO WS-PT-DC-IDX(WS-PT-COUNT)
                   MOVE WS-SHARE TO WS-PT-SHARE(WS-PT-COUNT)
                   MOVE 0 TO WS-PT-INSURED(WS-PT-COUNT)
                   ADD WS-SHARE TO WS-DC-TOTAL(WS-DC-HIT)
               ELSE
                   DISPLAY 'SHARE TABLE FULL AT '
                       WS-AT-ACCT(WS-AT-IDX)
                   MOVE 'Y' TO WS-CAP-FLAG
               END-IF
           END-IF
           IF WS-GROUP = 'TRST'
               PERFORM 3300-ADD-TRUST-BENES
           END-IF.
       3200-FIND-DEPCAT.
           MOVE 0 TO WS-DC-HIT
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT OR WS-DC-HIT > 0
               IF WS-DC-ID(WS-DC-IDX) = WS-OW-SSN(WS-OW-IDX)
                   AND WS-DC-GROUP(WS-DC-IDX) = WS-GROUP
                   MOVE WS-DC-IDX TO WS-DC-HIT
               END-IF
           END-PERFORM
           IF WS-DC-HIT = 0
               IF WS-DC-COUNT < 9000
                   ADD 1 TO WS-DC-COUNT
                   MOVE WS-DC-COUNT TO WS-DC-HIT
                   MOVE WS-OW-SSN(WS-OW-IDX) TO WS-DC-ID(WS-DC-HIT)
                   MOVE WS-GROUP TO WS-DC-GROUP(WS-DC-HIT)
                   MOVE 0 TO WS-DC-TOTAL(WS-DC-HIT)
                   MOVE 0 TO WS-DC-LIMIT(WS-DC-HIT)
                   MOVE 0 TO WS-DC-INSURED(WS-DC-HIT)
                   MOVE 0 TO WS-DC-BENES(WS-DC-HIT)
               ELSE
                   DISPLAY 'DEPOSITOR TABLE FULL AT '
                       WS-OW-SSN(WS-OW-IDX)
                   MOVE 'Y' TO WS-CAP-FLAG
               END-IF
           END-IF.
       3300-ADD-TRUST-BENES.
      *    A beneficiary named on several of the owner's trust
      *    accounts is counted once
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-AT-IDX(WS-BN-IDX) = WS-AT-IDX
                   IF WS-BN-SSN(WS-BN-IDX) = SPACES
                       MOVE WS-BN-NAME(WS-BN-IDX) TO WS-GB-KEY
                   ELSE
                       MOVE WS-BN-SSN(WS-BN-IDX) TO WS-GB-KEY
                   END-IF
                   MOVE 0 TO WS-GB-HIT
                   PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                       UNTIL WS-GB-IDX > WS-GB-COUNT OR WS-GB-HIT > 0
                       IF WS-GB-OWNER(WS-GB-IDX) =
                           WS-OW-SSN(WS-OW-IDX)
                           AND WS-GB-BENE(WS-GB-IDX) = WS-GB-KEY
                           MOVE WS-GB-IDX TO WS-GB-HIT
                       END-IF
                   END-PERFORM
                   IF WS-GB-HIT = 0
                       PERFORM 3310-ADD-GRANTOR-BENE
                   END-IF
               END-IF
           END-PERFORM.
       3310-ADD-GRANTOR-BENE.
           IF WS-GB-COUNT < 9000
               ADD 1 TO WS-GB-COUNT
               MOVE WS-OW-SSN(WS-OW-IDX) TO WS-GB-OWNER(WS-GB-COUNT)
               MOVE WS-GB-KEY TO WS-GB-BENE(WS-GB-COUNT)
               IF WS-DC-HIT > 0
                   ADD 1 TO WS-DC-BENES(WS-DC-HIT)
               END-IF
           ELSE
               DISPLAY 'TRUST BENEFICIARY TABLE FULL AT '
                   WS-AT-ACCT(WS-AT-IDX)
               MOVE 'Y' TO WS-CAP-FLAG
           END-IF.
       4000-APPLY-SMDIA.
      *    Coverage limit per depositor and category; trust owners
      *    are covered for each unique beneficiary up to five.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-GROUP(WS-DC-IDX) = 'TRST'
                   MOVE WS-DC-BENES(WS-DC-IDX) TO WS-BENE-LIMIT
                   IF WS-BENE-LIMIT > WS-MAX-TRUST-BENES
                       MOVE WS-MAX-TRUST-BENES TO WS-BENE-LIMIT
                   END-IF
                   IF WS-BENE-LIMIT < 1
                       MOVE 1 TO WS-BENE-LIMIT
                   END-IF
                   COMPUTE WS-DC-LIMIT(WS-DC-IDX) =
                       WS-SMDIA * WS-BENE-LIMIT
               ELSE
                   MOVE WS-SMDIA TO WS-DC-LIMIT(WS-DC-IDX)
               END-IF
               IF WS-DC-TOTAL(WS-DC-IDX) > WS-DC-LIMIT(WS-DC-IDX)
                   MOVE WS-DC-LIMIT(WS-DC-IDX)
                       TO WS-DC-INSURED(WS-DC-IDX)
               ELSE
                   MOVE WS-DC-TOTAL(WS-DC-IDX)
                       TO WS-DC-INSURED(WS-DC-IDX)
               END-IF
           END-PERFORM
      *    Insured amount is spread over the depositor's shares in
      *    proportion to each share
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE WS-PT-DC-IDX(WS-PT-IDX) TO WS-DC-IDX
               IF WS-DC-TOTAL(WS-DC-IDX) > 0
                   COMPUTE WS-PT-INSURED(WS-PT-IDX) ROUNDED =
                       WS-PT-SHARE(WS-PT-IDX)
                       * WS-DC-INSURED(WS-DC-IDX)
                       / WS-DC-TOTAL(WS-DC-IDX)
               END-IF
               MOVE WS-PT-AT-IDX(WS-PT-IDX) TO WS-AT-IDX
               ADD WS-PT-INSURED(WS-PT-IDX) TO WS-AT-INSURED(WS-AT-IDX)
           END-PERFORM.
       5000-WRITE-CUSTOMERS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CS-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR
               MOVE WS-CS-ID(WS-CS-IDX) TO WS-APPEND-TEXT
               PERFORM 8800-APPEND-TEXT
               MOVE WS-CS-ID(WS-CS-IDX) TO WS-APPEND-TEXT
               PERFORM 8800-APPEND-TEXT
               IF WS-CS-ID-TYPE(WS-CS-IDX) = 'E'
                   MOVE 'TIN' TO WS-APPEND-TEXT
               ELSE
                   MOVE 'SSN' TO WS-APPEND-TEXT
               END-IF
               PERFORM 8800-APPEND-TEXT
               EVALUATE WS-CS-TYPE(WS-CS-IDX)
                   WHEN 'B'
                       MOVE 'BUS' TO WS-APPEND-TEXT
                   WHEN 'G'
                       MOVE 'GOV' TO WS-APPEND-TEXT
                   WHEN OTHER
                       MOVE 'IND' TO WS-APPEND-TEXT
               END-EVALUATE
               PERFORM 8800-APPEND-TEXT
               MOVE WS-CS-NAME(WS-CS-IDX) TO WS-APPEND-TEXT
               PERFORM 8800-APPEND-TEXT
               PERFORM 8700-END-LINE
               WRITE CUSTOMER-OUT-REC FROM WS-OUT-LINE
           END-PERFORM.
       5100-WRITE-ACCOUNT.
           EVALUATE TRUE
               WHEN AT-RESOLVED(WS-AT-IDX)
                   PERFORM 5200-WRITE-RESOLVED
               WHEN AT-PENDING(WS-AT-IDX)
                   PERFORM 5400-WRITE-PENDING
                   ADD 1 TO WS-CNT-PENDING
               WHEN OTHER
                   PERFORM 5400-WRITE-PENDING
                   PERFORM 5500-WRITE-EXCEPTION
                   ADD 1 TO WS-CNT-EXCEPTION
           END-EVALUATE.
       5200-WRITE-RESOLVED.
           ADD 1 TO WS-CNT-RESOLVED
           IF WS-AT-TOTAL(WS-AT-IDX) > 0
               COMPUTE WS-UNINSURED =
                   WS-AT-TOTAL(WS-AT-IDX) - WS-AT-INSURED(WS-AT-IDX)
               ADD WS-AT-TOTAL(WS-AT-IDX) TO WS-TOT-DEPOSITS
           ELSE
               MOVE 0 TO WS-UNINSURED
           END-IF
           ADD WS-AT-INSURED(WS-AT-IDX) TO WS-TOT-INSURED
           ADD WS-UNINSURED TO WS-TOT-UNINSURED
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-AT-PRIMARY(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ORC(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-PRODUCT(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-BAL(WS-AT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           MOVE WS-AT-ACCR(WS-AT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           MOVE WS-AT-INSURED(WS-AT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           MOVE WS-UNINSURED TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           PERFORM 8700-END-LINE
           WRITE ACCOUNT-OUT-REC FROM WS-OUT-LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-AT-IDX(WS-PT-IDX) = WS-AT-IDX
                   PERFORM 5300-WRITE-OWNER-PART
               END-IF
           END-PERFORM
           IF WS-AT-ORC(WS-AT-IDX) = 'REV ' OR 'IRR '
               PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
                   IF WS-BN-AT-IDX(WS-BN-IDX) = WS-AT-IDX
                       PERFORM 5310-WRITE-BENE-PART
                   END-IF
               END-PERFORM
           END-IF.
       5300-WRITE-OWNER-PART.
           MOVE WS-PT-OW-IDX(WS-PT-IDX) TO WS-OW-IDX
           IF WS-AT-ORC(WS-AT-IDX) = 'REV ' OR 'IRR '
               MOVE 'GRNT' TO WS-ROLE-TEXT
           ELSE
               MOVE 'OWNR' TO WS-ROLE-TEXT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-OW-SSN(WS-OW-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ORC(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-ROLE-TEXT TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-OW-NAME(WS-OW-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-OW-PCT(WS-OW-IDX) TO WS-ED-PCT
           PERFORM 8850-EDIT-PCT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-PT-SHARE(WS-PT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           MOVE WS-PT-INSURED(WS-PT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           PERFORM 8700-END-LINE
           WRITE PARTICIPANT-OUT-REC FROM WS-OUT-LINE.
       5310-WRITE-BENE-PART.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-BN-SSN(WS-BN-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ORC(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE 'BENE' TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-BN-NAME(WS-BN-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-BN-PCT(WS-BN-IDX) TO WS-ED-PCT
           PERFORM 8850-EDIT-PCT
           PERFORM 8800-APPEND-TEXT
           COMPUTE WS-APPEND-AMT ROUNDED =
               WS-AT-TOTAL(WS-AT-IDX) * WS-BN-PCT(WS-BN-IDX) / 100
           PERFORM 8900-APPEND-AMT
           MOVE 0 TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           PERFORM 8700-END-LINE
           WRITE PARTICIPANT-OUT-REC FROM WS-OUT-LINE.
       5400-WRITE-PENDING.
           ADD WS-AT-TOTAL(WS-AT-IDX) TO WS-TOT-PENDING
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-AT-PRIMARY(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-ORC(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-PEND-CODE(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-REASON(WS-AT-IDX) TO WS-APPEND-TEXT
           PERFORM 8800-APPEND-TEXT
           MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-APPEND-AMT
           PERFORM 8900-APPEND-AMT
           PERFORM 8700-END-LINE
           WRITE PENDING-OUT-REC FROM WS-OUT-LINE.
       5500-WRITE-EXCEPTION.
           MOVE WS-AT-ACCT(WS-AT-IDX) TO WS-EX-ACCT
           MOVE WS-AT-CAT(WS-AT-IDX) TO WS-EX-CAT
           MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-EX-AMOUNT
           MOVE WS-AT-REASON(WS-AT-IDX) TO WS-EX-REASON
           WRITE EXCEPTION-OUT-REC FROM WS-EXCP-LINE.
       8700-END-LINE.
      *    Drop the delimiter after the last field
           IF WS-OUT-PTR > 1
               SUBTRACT 1 FROM WS-OUT-PTR
               MOVE SPACE TO WS-OUT-LINE(WS-OUT-PTR:1)
           END-IF.
       8800-APPEND-TEXT.
           PERFORM VARYING WS-APPEND-LEN FROM 40 BY -1
               UNTIL WS-APPEND-LEN = 0
               OR WS-APPEND-TEXT(WS-APPEND-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-APPEND-LEN > 0
               STRING WS-APPEND-TEXT(1:WS-APPEND-LEN)
                   DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               STRING '|' DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
           MOVE SPACES TO WS-APPEND-TEXT.
       8850-EDIT-PCT.
           MOVE 0 TO WS-LEAD-SP
           INSPECT WS-ED-PCT TALLYING WS-LEAD-SP FOR LEADING SPACES
           MOVE WS-ED-PCT(WS-LEAD-SP + 1:) TO WS-APPEND-TEXT.
       8900-APPEND-AMT.
           MOVE WS-APPEND-AMT TO WS-ED-AMT
           MOVE 0 TO WS-LEAD-SP
           INSPECT WS-ED-AMT TALLYING WS-LEAD-SP FOR LEADING SPACES
           STRING WS-ED-AMT(WS-LEAD-SP + 1:) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-STRING.
       9000-REPORT.
           CLOSE CUSTOMER-OUT
           CLOSE ACCOUNT-OUT
           CLOSE PARTICIPANT-OUT
           CLOSE PENDING-OUT
           CLOSE EXCEPTION-OUT
           DISPLAY 'FDIC PART 370 DETERMINATION'
           MOVE WS-CS-COUNT TO WS-DISP-CT
           DISPLAY 'CUSTOMERS:     ' WS-DISP-CT
           MOVE WS-CNT-RESOLVED TO WS-DISP-CT
           DISPLAY 'ACCOUNTS:      ' WS-DISP-CT
           MOVE WS-CNT-PENDING TO WS-DISP-CT
           DISPLAY 'PENDING:       ' WS-DISP-CT
           MOVE WS-CNT-EXCEPTION TO WS-DISP-CT
           DISPLAY 'EXCEPTIONS:    ' WS-DISP-CT
           MOVE WS-TOT-DEPOSITS TO WS-DISP-AMT
           DISPLAY 'DEPOSITS:      ' WS-DISP-AMT
           MOVE WS-TOT-INSURED TO WS-DISP-AMT
           DISPLAY 'INSURED:       ' WS-DISP-AMT
           MOVE WS-TOT-UNINSURED TO WS-DISP-AMT
           DISPLAY 'UNINSURED:     ' WS-DISP-AMT
           MOVE WS-TOT-PENDING TO WS-DISP-AMT
           DISPLAY 'PENDING/EXCP:  ' WS-DISP-AMT
           IF WS-CAPACITY-EXCEEDED
               DISPLAY 'TABLE CAPACITY EXCEEDED - FILES INCOMPLETE'
               MOVE 16 TO RETURN-CODE
           END-IF.
