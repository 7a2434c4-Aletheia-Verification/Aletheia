      * the notice history INSNOTHX.DAT so a sent notice can be        *
      * proven in a dispute, and in states that require proof of a     *
      * final notice a policy does not lapse until one is on file.     *
      * Each notice is requested on LTRREQ.DAT (letter code INS plus   *
      * the notice type) and printed with the rest of the day's mail   *
      * by MISC-LETTER-GEN.                                            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HISTOUT-FILE ASSIGN TO 'INSNOTHN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOU-FS.
           SELECT LETTER-REQ-FILE ASSIGN TO 'LTRREQ.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRQ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTOUT-FILE.
       01 HISTOUT-RECORD             PIC X(25).

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
       01 WS-POL-FS                  PIC X(2).
       01 WS-RUL-FS                  PIC X(2).
       01 WS-HIN-FS                  PIC X(2).
       01 WS-HOU-FS                  PIC X(2).
       01 WS-LRQ-FS                  PIC X(2).
       01 WS-POL-EOF-FLAG            PIC X VALUE 'N'.
           88 WS-POL-EOF             VALUE 'Y'.
       01 WS-RUL-EOF-FLAG            PIC X VALUE 'N'.
      *--- Date math ---
       01 WS-TODAY-INT               PIC S9(9) COMP.
       01 WS-PMT-INT                 PIC S9(9) COMP.
      *--- Letter request ---
       01 WS-DUE-DISPLAY             PIC -$$$,$$9.99.
      *--- Counters ---
       01 WS-POLICIES-READ           PIC S9(5) COMP-3.
               MOVE 'Y' TO WS-HIN-EOF-FLAG
           END-IF
           OPEN OUTPUT HISTOUT-FILE
           OPEN EXTEND LETTER-REQ-FILE
           IF WS-LRQ-FS = '35'
               OPEN OUTPUT LETTER-REQ-FILE
           END-IF.
       1100-LOAD-RULES.
           READ RULES-FILE
               AT END MOVE 'Y' TO WS-RUL-EOF-FLAG
      *            event - the history file is legal proof and
      *            must hold only notices actually required.
                   IF WS-GRACE-PERIOD OR WS-LAPSED
                       PERFORM 5500-REQUEST-LETTER
                       PERFORM 5800-RECORD-NOTICE
                   END-IF
                   PERFORM 6000-DISPLAY-RESULTS
                  WS-DUE-DISPLAY DELIMITED BY SIZE
                  INTO WS-NOTICE-MSG
           END-STRING.
       5500-REQUEST-LETTER.
      *    The notice is printed and mailed by MISC-LETTER-GEN from
      *    the INS template for the notice type.
           MOVE WS-PREMIUM-DUE TO WS-DUE-DISPLAY
           MOVE SPACES TO LETTER-REQ-RECORD
           MOVE 'INS ' TO LR-SOURCE
           STRING 'INS' DELIMITED BY SIZE
                  WS-NOTICE-TYPE DELIMITED BY SIZE
                  INTO LR-LETTER-CODE
           END-STRING
           MOVE WS-POLICY-NUM TO LR-ACCT-NUM
           MOVE WS-CURRENT-DATE TO LR-REQ-DATE
           MOVE WS-POLICY-NUM TO LR-FIELD-1
           MOVE WS-DUE-DISPLAY TO LR-FIELD-2
           WRITE LETTER-REQ-RECORD.
       5800-RECORD-NOTICE.
           MOVE WS-POLICY-NUM TO HI-POLICY-NUM
           MOVE WS-NOTICE-TYPE TO HI-NOTICE-TYPE
           CLOSE RULES-FILE
           CLOSE HISTIN-FILE
           CLOSE HISTOUT-FILE
           CLOSE LETTER-REQ-FILE.
