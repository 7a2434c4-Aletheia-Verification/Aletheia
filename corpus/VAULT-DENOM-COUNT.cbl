      * Vault Denomination Counter and Strap Verifier                  *
      * Processes physical cash count by strap/bundle, verifies        *
      * counts against expected, identifies counterfeits tracked.      *
      * Every suspect note is written to the permanent counterfeit     *
      * incident file CFINCID.DAT with branch, teller or vault, count  *
      * session and depositing customer, for VAULT-CF-REFERRAL.        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "CFINCID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  IN-INCIDENT-ID        PIC X(10).
           05  IN-DETECT-DATE        PIC 9(8).
           05  IN-BRANCH-ID          PIC X(4).
           05  IN-LOCATION-TYPE      PIC X.
               88  IN-AT-TELLER      VALUE "T".
               88  IN-AT-VAULT       VALUE "V".
           05  IN-LOCATION-ID        PIC X(8).
           05  IN-COUNT-SESSION      PIC 9(6).
           05  IN-COUNTER-ID         PIC X(8).
           05  IN-DENOM              PIC 9(5).
           05  IN-SERIAL             PIC X(12).
           05  IN-NOTE-COUNT         PIC 9(3).
           05  IN-FACE-VALUE         PIC 9(7)V99.
           05  IN-CUST-ID            PIC X(12).
           05  IN-REFERRED-DATE      PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WS-INC-STATUS             PIC XX.
      *--- Count Session ---
       01  WS-COUNT-DATE             PIC 9(8).
       01  WS-COUNTER-ID            PIC X(8).
       01  WS-VERIFIER-ID           PIC X(8).
       01  WS-COUNT-SESSION          PIC 9(6).
       01  WS-BRANCH-ID              PIC X(4).
       01  WS-LOCATION-TYPE          PIC X.
       01  WS-LOCATION-ID            PIC X(8).
      *--- Currency Straps ---
       01  WS-STRAP-TABLE.
           05  WS-STRAP-ENTRY OCCURS 7 TIMES.
               10  WS-CF-DENOM       PIC 9(5).
               10  WS-CF-COUNT       PIC S9(3) COMP-3.
               10  WS-CF-SERIAL      PIC X(12).
               10  WS-CF-CUST-ID     PIC X(12).
       01  WS-CF-IDX                 PIC 9(3).
       01  WS-CF-TOTAL-CT            PIC S9(5) COMP-3.
       01  WS-CF-TOTAL-VAL           PIC S9(7)V99 COMP-3.
      *--- String ---
       01  WS-COUNT-LINE             PIC X(72).
       01  WS-SERIAL-TALLY          PIC S9(3) COMP-3.
       01  WS-INCIDENT-SEQ           PIC 9(4).
       01  WS-INCIDENT-ID.
           05  WS-INC-SESSION        PIC 9(6).
           05  WS-INC-SEQ            PIC 9(4).

       PROCEDURE DIVISION.

           MOVE "CNT00301" TO WS-COUNTER-ID
           MOVE "VRF00101" TO WS-VERIFIER-ID
           MOVE 100001 TO WS-COUNT-SESSION
           MOVE "0101" TO WS-BRANCH-ID
           MOVE "V" TO WS-LOCATION-TYPE
           MOVE "VLT00101" TO WS-LOCATION-ID
           MOVE 0 TO WS-INCIDENT-SEQ
           MOVE 0 TO WS-TOTAL-COUNTED
           MOVE 0 TO WS-TOTAL-EXPECTED
           MOVE 0 TO WS-CF-TOTAL-CT
           MOVE 100 TO WS-CF-DENOM(1)
           MOVE 1 TO WS-CF-COUNT(1)
           MOVE "AB12345678" TO WS-CF-SERIAL(1)
           MOVE "CUST00004412" TO WS-CF-CUST-ID(1)
           MOVE 50  TO WS-CF-DENOM(2)
           MOVE 2 TO WS-CF-COUNT(2)
           MOVE "CD98765432" TO WS-CF-SERIAL(2)
           MOVE SPACES TO WS-CF-CUST-ID(2)
           MOVE 20  TO WS-CF-DENOM(3)
           MOVE 0 TO WS-CF-COUNT(3)
           MOVE SPACES TO WS-CF-SERIAL(3)
           MOVE SPACES TO WS-CF-CUST-ID(3).

       2000-COUNT-STRAPS.
           PERFORM VARYING WS-STRAP-IDX FROM 1 BY 1
           END-PERFORM.

       3000-CHECK-COUNTERFEITS.
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > 3
               IF WS-CF-COUNT(WS-CF-IDX) > 0
                   INSPECT WS-CF-SERIAL(WS-CF-IDX)
                       TALLYING WS-SERIAL-TALLY
                       FOR ALL SPACES
                   PERFORM 3100-WRITE-INCIDENT
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE.

       3100-WRITE-INCIDENT.
           ADD 1 TO WS-INCIDENT-SEQ
           MOVE WS-COUNT-SESSION TO WS-INC-SESSION
           MOVE WS-INCIDENT-SEQ TO WS-INC-SEQ
           MOVE WS-INCIDENT-ID TO IN-INCIDENT-ID
           MOVE WS-COUNT-DATE TO IN-DETECT-DATE
           MOVE WS-BRANCH-ID TO IN-BRANCH-ID
           MOVE WS-LOCATION-TYPE TO IN-LOCATION-TYPE
           MOVE WS-LOCATION-ID TO IN-LOCATION-ID
           MOVE WS-COUNT-SESSION TO IN-COUNT-SESSION
           MOVE WS-COUNTER-ID TO IN-COUNTER-ID
           MOVE WS-CF-DENOM(WS-CF-IDX) TO IN-DENOM
           MOVE WS-CF-SERIAL(WS-CF-IDX) TO IN-SERIAL
           MOVE WS-CF-COUNT(WS-CF-IDX) TO IN-NOTE-COUNT
           COMPUTE IN-FACE-VALUE =
               WS-CF-DENOM(WS-CF-IDX) * WS-CF-COUNT(WS-CF-IDX)
           MOVE WS-CF-CUST-ID(WS-CF-IDX) TO IN-CUST-ID
           MOVE 0 TO IN-REFERRED-DATE
           WRITE INCIDENT-RECORD.

       4000-RECONCILE-COUNTS.
           PERFORM VARYING WS-STRAP-IDX FROM 1 BY 1
