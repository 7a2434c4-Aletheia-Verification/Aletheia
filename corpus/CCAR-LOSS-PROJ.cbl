      * CCAR Loss Projection Engine
      * Projects credit losses over 9-quarter horizon using
      * vintage-based transition matrices and recovery rates.
      * Each run projects the baseline, adverse and severely adverse
      * scenarios in turn and writes the quarterly losses to
      * CCARLOSS.DAT for the capital projection (CCAR-CAPITAL-PROJ).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-FILE ASSIGN TO 'CCARLOSS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOSS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD LOSS-FILE.
       01 LOSS-RECORD.
           05 LP-SCENARIO             PIC X(1).
           05 LP-QUARTER              PIC 9(2).
           05 LP-GROSS                PIC S9(11)V99.
           05 LP-RECOVERY             PIC S9(11)V99.
           05 LP-NET                  PIC S9(11)V99.
           05 LP-AS-OF-DATE           PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-LOSS-FS                  PIC X(2).
       01 WS-SCENARIO-CODES           PIC X(3) VALUE 'BAS'.
       01 WS-SCENARIO-CODES-R REDEFINES WS-SCENARIO-CODES.
           05 WS-SCENARIO-CODE OCCURS 3 PIC X(1).
       01 WS-SCEN-IDX                 PIC 9(1).
       01 WS-PROJECTION-PARAMS.
           05 WS-HORIZON-QTR          PIC 9(2) VALUE 9.
           05 WS-CURRENT-QTR          PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-RUN-SCENARIO
               VARYING WS-SCEN-IDX FROM 1 BY 1
               UNTIL WS-SCEN-IDX > 3
           CLOSE LOSS-FILE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT LOSS-FILE
           MOVE 0 TO WS-TOTAL-ORIG-BAL
           PERFORM VARYING WS-LSEG-IDX FROM 1 BY 1
               UNTIL WS-LSEG-IDX > WS-LSEG-COUNT
               ADD WS-LSEG-BALANCE(WS-LSEG-IDX)
                   TO WS-TOTAL-ORIG-BAL
           END-PERFORM.
       1100-RUN-SCENARIO.
           MOVE WS-SCENARIO-CODE(WS-SCEN-IDX) TO WS-SCENARIO-TYPE
           PERFORM 1200-RESET-SCENARIO
           PERFORM 2000-LOAD-STRESS-MULTS
           PERFORM 3000-PROJECT-LOSSES
           PERFORM 4000-CUMULATE-RESULTS
           PERFORM 5000-CALC-LOSS-RATE
           PERFORM 6000-DISPLAY-PROJECTION
           PERFORM 6500-WRITE-LOSSES.
       1200-RESET-SCENARIO.
           MOVE 0 TO WS-CUM-GROSS
           MOVE 0 TO WS-CUM-RECOVERY
           MOVE 0 TO WS-CUM-NET
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > WS-HORIZON-QTR
               MOVE 0 TO WS-QL-GROSS(WS-QTR-IDX)
               MOVE 0 TO WS-QL-RECOVERY(WS-QTR-IDX)
               MOVE 0 TO WS-QL-NET(WS-QTR-IDX)
           END-PERFORM.
       2000-LOAD-STRESS-MULTS.
           EVALUATE TRUE
           DISPLAY "CUMULATIVE NET: " WS-CUM-NET
           DISPLAY "LOSS RATE: " WS-CUM-LOSS-RATE "%"
           DISPLAY "PER SEGMENT AVG: " WS-LOSS-PER-SEG.
       6500-WRITE-LOSSES.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > WS-HORIZON-QTR
               MOVE WS-SCENARIO-TYPE TO LP-SCENARIO
               MOVE WS-QTR-IDX TO LP-QUARTER
               MOVE WS-QL-GROSS(WS-QTR-IDX) TO LP-GROSS
               MOVE WS-QL-RECOVERY(WS-QTR-IDX) TO LP-RECOVERY
               MOVE WS-QL-NET(WS-QTR-IDX) TO LP-NET
               MOVE WS-PROCESS-DATE TO LP-AS-OF-DATE
               WRITE LOSS-RECORD
           END-PERFORM.
