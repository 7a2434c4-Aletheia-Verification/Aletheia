       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-CF-REFERRAL.
      *================================================================*
      * Counterfeit Currency Referral and Charge-Off                   *
      * Reads the counterfeit incident file CFINCID.DAT built by       *
      * VAULT-DENOM-COUNT.  Each incident not yet referred produces a  *
      * U.S. Secret Service referral record on USSSREF.DAT and a       *
      * charge-off of the confiscated face value on CFJRNL.DAT for     *
      * BATCH-GL-POSTING (D 510100 / C 100100).  The incident file is  *
      * rewritten to CFINCIDN.DAT with the referral date set.          *
      * CFRPT.DAT lists serial numbers and depositors that recur       *
      * across incidents, flagging any seen at more than one branch.   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "CFINCID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT NEW-INCIDENT-FILE ASSIGN TO "CFINCIDN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "USSSREF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CFJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CFRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  IN-INCIDENT-ID        PIC X(10).
           05  IN-DETECT-DATE        PIC 9(8).
           05  IN-BRANCH-ID          PIC X(4).
           05  IN-LOCATION-TYPE      PIC X.
           05  IN-LOCATION-ID        PIC X(8).
           05  IN-COUNT-SESSION      PIC 9(6).
           05  IN-COUNTER-ID         PIC X(8).
           05  IN-DENOM              PIC 9(5).
           05  IN-SERIAL             PIC X(12).
           05  IN-NOTE-COUNT         PIC 9(3).
           05  IN-FACE-VALUE         PIC 9(7)V99.
           05  IN-CUST-ID            PIC X(12).
           05  IN-REFERRED-DATE      PIC 9(8).
       FD  NEW-INCIDENT-FILE.
       01  NEW-INCIDENT-RECORD       PIC X(94).
       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  RF-INCIDENT-ID        PIC X(10).
           05  RF-BANK-ABA           PIC X(9).
           05  RF-BANK-NAME          PIC X(30).
           05  RF-BRANCH-ID          PIC X(4).
           05  RF-DETECT-DATE        PIC 9(8).
           05  RF-LOCATION-TYPE      PIC X.
           05  RF-LOCATION-ID        PIC X(8).
           05  RF-COUNT-SESSION      PIC 9(6).
           05  RF-COUNTER-ID         PIC X(8).
           05  RF-DENOM              PIC 9(5).
           05  RF-SERIAL             PIC X(12).
           05  RF-NOTE-COUNT         PIC 9(3).
           05  RF-FACE-VALUE         PIC 9(7)V99.
           05  RF-PASSER-KNOWN       PIC X.
           05  RF-CUST-ID            PIC X(12).
           05  RF-SERIAL-HITS        PIC 9(3).
           05  RF-CUST-HITS          PIC 9(3).
           05  RF-REFERRAL-DATE      PIC 9(8).
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
       FD  REPORT-FILE.
       01  REPORT-RECORD             PIC X(100).
       WORKING-STORAGE SECTION.
      *--- File Control ---
       01  WS-INC-STATUS             PIC XX.
       01  WS-NEW-STATUS             PIC XX.
       01  WS-REF-STATUS             PIC XX.
       01  WS-JRN-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-INC-EOF-FLAG           PIC X VALUE "N".
           88  WS-INC-EOF            VALUE "Y".
      *--- Reporting Institution ---
       01  WS-BANK-ABA               PIC X(9) VALUE "021000089".
       01  WS-BANK-NAME              PIC X(30)
           VALUE "FIRST NATIONAL BANK".
      *--- GL Accounts ---
       01  WS-GL-CF-LOSS             PIC 9(6) VALUE 510100.
       01  WS-GL-VAULT-CASH          PIC 9(6) VALUE 100100.
      *--- Incident Table ---
       01  WS-INC-TABLE.
           05  WS-IT-ENTRY OCCURS 5000 TIMES.
               10  WS-IT-RECORD      PIC X(94).
               10  WS-IT-BRANCH-ID   PIC X(4).
               10  WS-IT-SERIAL      PIC X(12).
               10  WS-IT-CUST-ID     PIC X(12).
       01  WS-IT-COUNT               PIC S9(5) COMP-3 VALUE 0.
       01  WS-IT-IDX                 PIC S9(5) COMP-3.
       01  WS-IT-IDX2                PIC S9(5) COMP-3.
       01  WS-IT-IDX3                PIC S9(5) COMP-3.
      *--- Repeat Analysis ---
       01  WS-MATCH-KEY              PIC X(12).
       01  WS-KEY-TYPE               PIC X.
           88  WS-KEY-SERIAL         VALUE "S".
           88  WS-KEY-CUSTOMER       VALUE "C".
       01  WS-FIRST-SEEN             PIC X.
       01  WS-HIT-COUNT              PIC S9(3) COMP-3.
       01  WS-BRANCH-COUNT           PIC S9(3) COMP-3.
       01  WS-NEW-BRANCH             PIC X.
       01  WS-REPEAT-CT              PIC S9(3) COMP-3.
       01  WS-MULTI-BRANCH-CT        PIC S9(3) COMP-3 VALUE 0.
      *--- Work Fields ---
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY           PIC 9(4).
           05  WS-RUN-MMDD           PIC 9(4).
       01  WS-BATCH-NUM              PIC 9(6).
       01  WS-JRN-SEQ                PIC 9(4) VALUE 0.
       01  WS-REFERRED-CT            PIC S9(5) COMP-3 VALUE 0.
       01  WS-CHARGEOFF-TOT          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-RPT-LINE               PIC X(100).
      *--- Display ---
       01  WS-DISP-AMT               PIC -$$$,$$$,$$9.99.
       01  WS-DISP-CT                PIC ZZ9.
       01  WS-DISP-CT2               PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-INCIDENTS
               UNTIL WS-INC-EOF
           PERFORM 3000-REFER-INCIDENTS
           PERFORM 5000-REPEAT-REPORT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BATCH-NUM = WS-RUN-MMDD * 100 + 53
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-STATUS NOT = "00"
               DISPLAY "CFINCID.DAT NOT AVAILABLE " WS-INC-STATUS
               MOVE "Y" TO WS-INC-EOF-FLAG
           END-IF
           OPEN OUTPUT NEW-INCIDENT-FILE
           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE.

       2000-LOAD-INCIDENTS.
           READ INCIDENT-FILE
               AT END MOVE "Y" TO WS-INC-EOF-FLAG
               NOT AT END
                   IF WS-IT-COUNT < 5000
                       ADD 1 TO WS-IT-COUNT
                       MOVE INCIDENT-RECORD
                           TO WS-IT-RECORD(WS-IT-COUNT)
                       MOVE IN-BRANCH-ID
                           TO WS-IT-BRANCH-ID(WS-IT-COUNT)
                       MOVE IN-SERIAL TO WS-IT-SERIAL(WS-IT-COUNT)
                       MOVE IN-CUST-ID TO WS-IT-CUST-ID(WS-IT-COUNT)
                   ELSE
                       DISPLAY "INCIDENT TABLE FULL - SKIPPED "
                           IN-INCIDENT-ID
                       WRITE NEW-INCIDENT-RECORD FROM INCIDENT-RECORD
                   END-IF
           END-READ.

       3000-REFER-INCIDENTS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               MOVE WS-IT-RECORD(WS-IT-IDX) TO INCIDENT-RECORD
               IF IN-REFERRED-DATE = 0
                   PERFORM 3100-WRITE-REFERRAL
                   PERFORM 3200-CHARGE-OFF
                   MOVE WS-RUN-DATE TO IN-REFERRED-DATE
                   MOVE INCIDENT-RECORD TO WS-IT-RECORD(WS-IT-IDX)
               END-IF
               WRITE NEW-INCIDENT-RECORD FROM WS-IT-RECORD(WS-IT-IDX)
           END-PERFORM.

       3100-WRITE-REFERRAL.
           MOVE IN-INCIDENT-ID TO RF-INCIDENT-ID
           MOVE WS-BANK-ABA TO RF-BANK-ABA
           MOVE WS-BANK-NAME TO RF-BANK-NAME
           MOVE IN-BRANCH-ID TO RF-BRANCH-ID
           MOVE IN-DETECT-DATE TO RF-DETECT-DATE
           MOVE IN-LOCATION-TYPE TO RF-LOCATION-TYPE
           MOVE IN-LOCATION-ID TO RF-LOCATION-ID
           MOVE IN-COUNT-SESSION TO RF-COUNT-SESSION
           MOVE IN-COUNTER-ID TO RF-COUNTER-ID
           MOVE IN-DENOM TO RF-DENOM
           MOVE IN-SERIAL TO RF-SERIAL
           MOVE IN-NOTE-COUNT TO RF-NOTE-COUNT
           MOVE IN-FACE-VALUE TO RF-FACE-VALUE
           MOVE IN-CUST-ID TO RF-CUST-ID
           IF IN-CUST-ID = SPACES
               MOVE "N" TO RF-PASSER-KNOWN
           ELSE
               MOVE "Y" TO RF-PASSER-KNOWN
           END-IF
      *    Prior sightings of the same serial or the same depositor
      *    go to the agent with the referral.
           MOVE 0 TO RF-SERIAL-HITS
           MOVE 0 TO RF-CUST-HITS
           PERFORM VARYING WS-IT-IDX2 FROM 1 BY 1
               UNTIL WS-IT-IDX2 > WS-IT-COUNT
               IF WS-IT-IDX2 NOT = WS-IT-IDX
                   IF IN-SERIAL NOT = SPACES
                       AND WS-IT-SERIAL(WS-IT-IDX2) = IN-SERIAL
                       ADD 1 TO RF-SERIAL-HITS
                   END-IF
                   IF IN-CUST-ID NOT = SPACES
                       AND WS-IT-CUST-ID(WS-IT-IDX2) = IN-CUST-ID
                       ADD 1 TO RF-CUST-HITS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO RF-REFERRAL-DATE
           WRITE REFERRAL-RECORD
           ADD 1 TO WS-REFERRED-CT.

       3200-CHARGE-OFF.
           MOVE SPACES TO JR-DESCRIPTION
           STRING "COUNTERFEIT CHG-OFF " DELIMITED BY SIZE
               IN-INCIDENT-ID DELIMITED BY SIZE
               INTO JR-DESCRIPTION
           END-STRING
           MOVE WS-GL-CF-LOSS TO JR-ACCOUNT-NUM
           MOVE "D" TO JR-ENTRY-TYPE
           PERFORM 3300-WRITE-JOURNAL
           MOVE WS-GL-VAULT-CASH TO JR-ACCOUNT-NUM
           MOVE "C" TO JR-ENTRY-TYPE
           PERFORM 3300-WRITE-JOURNAL
           ADD IN-FACE-VALUE TO WS-CHARGEOFF-TOT.

       3300-WRITE-JOURNAL.
           ADD 1 TO WS-JRN-SEQ
           MOVE WS-BATCH-NUM TO JR-BATCH-NUM
           MOVE WS-JRN-SEQ TO JR-SEQUENCE
           MOVE IN-FACE-VALUE TO JR-AMOUNT
           MOVE WS-RUN-DATE TO JR-POST-DATE
           MOVE SPACES TO JR-FILLER
           WRITE JOURNAL-RECORD.

       5000-REPEAT-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "COUNTERFEIT REPEAT ACTIVITY " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "REPEAT SERIAL NUMBERS" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "S" TO WS-KEY-TYPE
           MOVE 0 TO WS-REPEAT-CT
           PERFORM 5100-SCAN-KEYS
           MOVE "REPEAT DEPOSITORS" TO WS-RPT-LINE
           WRITE REPORT-RECORD FROM WS-RPT-LINE
           MOVE "C" TO WS-KEY-TYPE
           MOVE 0 TO WS-REPEAT-CT
           PERFORM 5100-SCAN-KEYS.

       5100-SCAN-KEYS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-KEY-SERIAL
                   MOVE WS-IT-SERIAL(WS-IT-IDX) TO WS-MATCH-KEY
               ELSE
                   MOVE WS-IT-CUST-ID(WS-IT-IDX) TO WS-MATCH-KEY
               END-IF
               IF WS-MATCH-KEY NOT = SPACES
                   PERFORM 5200-CHECK-FIRST-SEEN
                   IF WS-FIRST-SEEN = "Y"
                       PERFORM 5300-COUNT-HITS
                       IF WS-HIT-COUNT > 1
                           PERFORM 5400-WRITE-REPEAT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REPEAT-CT = 0
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

       5200-CHECK-FIRST-SEEN.
           MOVE "Y" TO WS-FIRST-SEEN
           PERFORM VARYING WS-IT-IDX2 FROM 1 BY 1
               UNTIL WS-IT-IDX2 >= WS-IT-IDX
               OR WS-FIRST-SEEN = "N"
               IF WS-KEY-SERIAL
                   IF WS-IT-SERIAL(WS-IT-IDX2) = WS-MATCH-KEY
                       MOVE "N" TO WS-FIRST-SEEN
                   END-IF
               ELSE
                   IF WS-IT-CUST-ID(WS-IT-IDX2) = WS-MATCH-KEY
                       MOVE "N" TO WS-FIRST-SEEN
                   END-IF
               END-IF
           END-PERFORM.

       5300-COUNT-HITS.
      *    Incidents carrying this key, and how many different
      *    branches they came from.
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-BRANCH-COUNT
           PERFORM VARYING WS-IT-IDX2 FROM WS-IT-IDX BY 1
               UNTIL WS-IT-IDX2 > WS-IT-COUNT
               IF (WS-KEY-SERIAL
                   AND WS-IT-SERIAL(WS-IT-IDX2) = WS-MATCH-KEY)
                   OR (WS-KEY-CUSTOMER
                   AND WS-IT-CUST-ID(WS-IT-IDX2) = WS-MATCH-KEY)
                   ADD 1 TO WS-HIT-COUNT
                   MOVE "Y" TO WS-NEW-BRANCH
                   PERFORM VARYING WS-IT-IDX3 FROM WS-IT-IDX BY 1
                       UNTIL WS-IT-IDX3 >= WS-IT-IDX2
                       OR WS-NEW-BRANCH = "N"
                       IF ((WS-KEY-SERIAL
                           AND WS-IT-SERIAL(WS-IT-IDX3) = WS-MATCH-KEY)
                           OR (WS-KEY-CUSTOMER
                           AND WS-IT-CUST-ID(WS-IT-IDX3) =
                               WS-MATCH-KEY))
                           AND WS-IT-BRANCH-ID(WS-IT-IDX3) =
                               WS-IT-BRANCH-ID(WS-IT-IDX2)
                           MOVE "N" TO WS-NEW-BRANCH
                       END-IF
                   END-PERFORM
                   IF WS-NEW-BRANCH = "Y"
                       ADD 1 TO WS-BRANCH-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       5400-WRITE-REPEAT-LINE.
           ADD 1 TO WS-REPEAT-CT
           MOVE WS-HIT-COUNT TO WS-DISP-CT
           MOVE WS-BRANCH-COUNT TO WS-DISP-CT2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-MATCH-KEY DELIMITED BY SIZE
               "  INCIDENTS " DELIMITED BY SIZE
               WS-DISP-CT DELIMITED BY SIZE
               "  BRANCHES " DELIMITED BY SIZE
               WS-DISP-CT2 DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           IF WS-BRANCH-COUNT > 1
               MOVE "*** MULTI-BRANCH ***" TO WS-RPT-LINE(50:20)
               ADD 1 TO WS-MULTI-BRANCH-CT
           END-IF
           WRITE REPORT-RECORD FROM WS-RPT-LINE.

       9000-CLOSE-FILES.
           CLOSE INCIDENT-FILE
           CLOSE NEW-INCIDENT-FILE
           CLOSE REFERRAL-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           DISPLAY "========================================"
           DISPLAY "   COUNTERFEIT REFERRAL"
           DISPLAY "========================================"
           MOVE WS-REFERRED-CT TO WS-DISP-CT
           DISPLAY "REFERRED TO USSS:  " WS-DISP-CT
           MOVE WS-CHARGEOFF-TOT TO WS-DISP-AMT
           DISPLAY "CHARGED OFF:       " WS-DISP-AMT
           MOVE WS-MULTI-BRANCH-CT TO WS-DISP-CT
           DISPLAY "MULTI-BRANCH KEYS: " WS-DISP-CT.
