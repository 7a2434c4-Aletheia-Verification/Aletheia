      * detail file LBXSUSP.DAT for the receivables team, and a        *
      * BAI2-format deposit reporting file LBXBAI2.DAT is produced     *
      * per lockbox for corporate clients to auto-post from.           *
      * Each lockbox's item count and deposit are appended to          *
      * ANLVOL.DAT (LBXITM, LBXDEP) for account analysis under the     *
      * client's deposit account from LBXACCT.DAT.  A lockbox with no  *
      * account there is reported and the run ends with return code 4. *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BAI2-FILE ASSIGN TO 'LBXBAI2.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAI-FS.
           SELECT VOLUME-FILE ASSIGN TO 'ANLVOL.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VOL-FS.
           SELECT LBX-ACCT-FILE ASSIGN TO 'LBXACCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BAI2-FILE.
       01 BAI2-RECORD                PIC X(80).

       FD VOLUME-FILE.
       01 VOLUME-RECORD.
           05 AV-ACCT-NUM            PIC X(12).
           05 AV-SERVICE-CODE        PIC X(6).
           05 AV-SOURCE              PIC X(4).
           05 AV-ACTIVITY-DATE       PIC 9(8).
           05 AV-VOLUME              PIC 9(9).
           05 AV-STD-FEE             PIC 9(7)V99.
           05 AV-WAIVED              PIC X.

       FD LBX-ACCT-FILE.
       01 LBX-ACCT-RECORD.
           05 LA-LOCKBOX-ID          PIC X(8).
           05 LA-CLIENT-ACCT         PIC X(12).
           05 LA-CLIENT-NAME         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-TRN-FS                  PIC X(2).
       01 WS-INV-FS                  PIC X(2).
       01 WS-SUS-FS                  PIC X(2).
       01 WS-BAI-FS                  PIC X(2).
       01 WS-VOL-FS                  PIC X(2).
       01 WS-LBA-FS                  PIC X(2).
       01 WS-TRN-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-TRN-EOF             VALUE 'Y'.
       01 WS-INV-EOF-FLAG            PIC X VALUE 'N'.
       01 WS-LB-COUNT                PIC S9(3) COMP-3.
       01 WS-LB-IDX                  PIC S9(3) COMP-3.
       01 WS-LB-FOUND                PIC X.
      *--- Client deposit account behind each lockbox ---
       01 WS-LBX-ACCT-TABLE.
           05 WS-LA-ENTRY OCCURS 200 TIMES.
               10 WS-LA-LOCKBOX      PIC X(8).
               10 WS-LA-ACCT         PIC X(12).
       01 WS-LA-COUNT                PIC S9(3) COMP-3 VALUE 0.
       01 WS-LA-IDX                  PIC S9(3) COMP-3.
       01 WS-LA-HIT                  PIC S9(3) COMP-3.
       01 WS-LBA-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-LBA-EOF             VALUE 'Y'.
       01 WS-VOL-NO-ACCT             PIC S9(3) COMP-3 VALUE 0.
      *--- Current check being applied ---
       01 WS-CUR-LOCKBOX             PIC X(8).
       01 WS-CUR-REMITTER            PIC X(30).
               UNTIL WS-TRN-EOF
           PERFORM 4500-CLOSE-LAST-CHECK
           PERFORM 5000-WRITE-BAI2
           PERFORM 5500-WRITE-VOLUME
           PERFORM 6000-DISPLAY-RESULTS
           PERFORM 7000-CLOSE-FILES
           STOP RUN.
               INTO WS-BAI-LINE
           END-STRING
           WRITE BAI2-RECORD FROM WS-BAI-LINE.
       5500-WRITE-VOLUME.
      *    Analysis bills the client's deposit account; the lockbox
      *    ID is not an account.
           PERFORM 5600-LOAD-LBX-ACCOUNTS
           OPEN EXTEND VOLUME-FILE
           IF WS-VOL-FS = '35'
               OPEN OUTPUT VOLUME-FILE
           END-IF
           MOVE 'LBOX' TO AV-SOURCE
           MOVE WS-RUN-DATE TO AV-ACTIVITY-DATE
           MOVE 0 TO AV-STD-FEE
           MOVE 'N' TO AV-WAIVED
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM 5510-WRITE-LBX-VOLUME
           END-PERFORM
           CLOSE VOLUME-FILE
           IF WS-VOL-NO-ACCT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       5510-WRITE-LBX-VOLUME.
           MOVE 0 TO WS-LA-HIT
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > WS-LA-COUNT OR WS-LA-HIT > 0
               IF WS-LA-LOCKBOX(WS-LA-IDX) = WS-LB-ID(WS-LB-IDX)
                   MOVE WS-LA-IDX TO WS-LA-HIT
               END-IF
           END-PERFORM
           IF WS-LA-HIT = 0
               DISPLAY 'NO CLIENT ACCOUNT FOR LOCKBOX '
                   WS-LB-ID(WS-LB-IDX) ' - VOLUME NOT SENT'
               ADD 1 TO WS-VOL-NO-ACCT
           ELSE
               MOVE WS-LA-ACCT(WS-LA-HIT) TO AV-ACCT-NUM
               MOVE 'LBXITM' TO AV-SERVICE-CODE
               MOVE WS-LB-ITEMS(WS-LB-IDX) TO AV-VOLUME
               WRITE VOLUME-RECORD
               MOVE 'LBXDEP' TO AV-SERVICE-CODE
               MOVE 1 TO AV-VOLUME
               WRITE VOLUME-RECORD
           END-IF.
       5600-LOAD-LBX-ACCOUNTS.
           OPEN INPUT LBX-ACCT-FILE
           IF WS-LBA-FS NOT = '00'
               DISPLAY 'LOCKBOX ACCOUNT FILE OPEN FAILED ' WS-LBA-FS
               MOVE 'Y' TO WS-LBA-EOF-FLAG
           END-IF
           PERFORM 5610-READ-LBX-ACCOUNT UNTIL WS-LBA-EOF
           IF WS-LBA-FS = '00' OR WS-LBA-FS = '10'
               CLOSE LBX-ACCT-FILE
           END-IF.
       5610-READ-LBX-ACCOUNT.
           READ LBX-ACCT-FILE
               AT END MOVE 'Y' TO WS-LBA-EOF-FLAG
               NOT AT END
                   IF WS-LA-COUNT < 200
                       ADD 1 TO WS-LA-COUNT
                       MOVE LA-LOCKBOX-ID
                           TO WS-LA-LOCKBOX(WS-LA-COUNT)
                       MOVE LA-CLIENT-ACCT
                           TO WS-LA-ACCT(WS-LA-COUNT)
                   ELSE
                       DISPLAY 'LOCKBOX ACCOUNT TABLE FULL AT '
                           LA-LOCKBOX-ID
                       MOVE 'Y' TO WS-LBA-EOF-FLAG
                   END-IF
           END-READ.
       6000-DISPLAY-RESULTS.
           DISPLAY 'LOCKBOX PROCESSING'
           DISPLAY '=================='
           DISPLAY 'UNAPPLIED:    ' WS-DISP-AMT
           MOVE WS-SUSPENSE-CT TO WS-DISP-CT
           DISPLAY 'SUSPENSE:     ' WS-DISP-CT
           MOVE WS-VOL-NO-ACCT TO WS-DISP-CT
           DISPLAY 'NO ACCOUNT:   ' WS-DISP-CT
           DISPLAY '--- PER LOCKBOX ---'
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
