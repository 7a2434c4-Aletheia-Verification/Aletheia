       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-CONTRIB-CALC.
      *================================================================*
      * Pension Contribution Calculation                               *
      * Works out each pay period's deferral, employer match and       *
      * catch-up from EMPFILE into CONTFILE.  Plan-year-to-date        *
      * totals are carried on the participant master PENYTD.DAT,       *
      * rewritten each run to PENYTDN.DAT.  Deferrals are stopped      *
      * once a participant reaches the 402(g) limit, and the match is  *
      * held to the 415 annual additions limit.  PENSION-ADP-ACP-TEST  *
      * runs the year-end nondiscrimination test from the same file.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTRIB-FILE ASSIGN TO 'CONTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONT-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PENYTD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT NEW-YTD-FILE ASSIGN TO 'PENYTDN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NYTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CONT-STATUS              PIC X(8).
           05 CONT-ERROR-MSG           PIC X(50).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 PY-EMP-ID                PIC X(10).
           05 PY-PLAN-YEAR             PIC 9(4).
           05 PY-YTD-COMP              PIC S9(9)V99 COMP-3.
           05 PY-YTD-DEFERRAL          PIC S9(9)V99 COMP-3.
           05 PY-YTD-CATCH-UP          PIC S9(9)V99 COMP-3.
           05 PY-YTD-MATCH             PIC S9(9)V99 COMP-3.
           05 PY-PRIOR-YR-COMP         PIC S9(9)V99 COMP-3.
           05 PY-PERIOD-COUNT          PIC 9(3).
           05 PY-STOP-FLAG             PIC X(1).
               88 PY-DEFERRAL-STOPPED  VALUE 'Y'.
           05 PY-STOP-DATE             PIC 9(8).
           05 PY-STOP-LIMIT            PIC X(4).

       FD NEW-YTD-FILE.
       01 NEW-YTD-RECORD               PIC X(60).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
           05 WS-EMP-STATUS            PIC X(2).
           05 WS-CONT-STATUS           PIC X(2).
           05 WS-YTD-STATUS            PIC X(2).
           05 WS-NYTD-STATUS           PIC X(2).

       01 WS-EOF-FLAG                  PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01 WS-YTD-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-YTD-EOF                VALUE 'Y'.

       01 WS-RUN-DATE                  PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR              PIC 9(4).
           05 WS-RUN-MMDD              PIC 9(4).

       01 WS-COUNTERS.
           05 WS-READ-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-WRITE-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-ERROR-COUNT           PIC S9(7) COMP-3 VALUE 0.
           05 WS-CATCH-UP-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-NEW-PART-COUNT        PIC S9(7) COMP-3 VALUE 0.
           05 WS-402G-STOP-COUNT       PIC S9(7) COMP-3 VALUE 0.
           05 WS-415-LIMIT-COUNT       PIC S9(7) COMP-3 VALUE 0.

       01 WS-CALC-FIELDS.
           05 WS-ANNUAL-LIMIT          PIC S9(9)V99 COMP-3.
           05 WS-EMPLOYER-CONTRIB      PIC S9(9)V99 COMP-3.
           05 WS-CATCH-UP-AMT          PIC S9(9)V99 COMP-3.
           05 WS-TOTAL-CONTRIB         PIC S9(9)V99 COMP-3.
           05 WS-415-LIMIT             PIC S9(9)V99 COMP-3
               VALUE 69000.00.
           05 WS-REQUESTED-CONTRIB     PIC S9(9)V99 COMP-3.
           05 WS-REMAINING-LIMIT       PIC S9(9)V99 COMP-3.
           05 WS-ADDITIONS-LIMIT       PIC S9(9)V99 COMP-3.
           05 WS-ADDITIONS-EXCESS      PIC S9(9)V99 COMP-3.
           05 WS-MATCH-ON-ACTUAL       PIC S9(9)V99 COMP-3.

       01 WS-YTD-TABLE.
           05 WS-YT-ENTRY OCCURS 5000.
               10 WS-YT-EMP-ID         PIC X(10).
               10 WS-YT-PLAN-YEAR      PIC 9(4).
               10 WS-YT-COMP           PIC S9(9)V99 COMP-3.
               10 WS-YT-DEFERRAL       PIC S9(9)V99 COMP-3.
               10 WS-YT-CATCH-UP       PIC S9(9)V99 COMP-3.
               10 WS-YT-MATCH          PIC S9(9)V99 COMP-3.
               10 WS-YT-PRIOR-COMP     PIC S9(9)V99 COMP-3.
               10 WS-YT-PERIODS        PIC 9(3).
               10 WS-YT-STOP-FLAG      PIC X(1).
               10 WS-YT-STOP-DATE      PIC 9(8).
               10 WS-YT-STOP-LIMIT     PIC X(4).
       01 WS-YT-COUNT                  PIC 9(5) COMP VALUE 0.
       01 WS-YT-IDX                    PIC 9(5) COMP VALUE 0.
       01 WS-YT-CUR                    PIC 9(5) COMP VALUE 0.

       01 WS-NEW-YTD-RECORD.
           05 WS-NY-EMP-ID             PIC X(10).
           05 WS-NY-PLAN-YEAR          PIC 9(4).
           05 WS-NY-COMP               PIC S9(9)V99 COMP-3.
           05 WS-NY-DEFERRAL           PIC S9(9)V99 COMP-3.
           05 WS-NY-CATCH-UP           PIC S9(9)V99 COMP-3.
           05 WS-NY-MATCH              PIC S9(9)V99 COMP-3.
           05 WS-NY-PRIOR-COMP         PIC S9(9)V99 COMP-3.
           05 WS-NY-PERIODS            PIC 9(3).
           05 WS-NY-STOP-FLAG          PIC X(1).
           05 WS-NY-STOP-DATE          PIC 9(8).
           05 WS-NY-STOP-LIMIT         PIC X(4).

       01 WS-DEFERRAL-CUT-FLAG         PIC X VALUE 'N'.
           88 WS-DEFERRAL-CUT           VALUE 'Y'.

       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 3.
       1000-INITIALIZE.
           MOVE 23000.00 TO WS-ANNUAL-LIMIT
           MOVE 'N' TO WS-EOF-FLAG
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0.50 TO WS-TIER-MATCH-PCT(1)
           MOVE 3.00 TO WS-TIER-MATCH-CAP(1)
           MOVE 23000.00 TO WS-TIER-LIMIT(1)
           MOVE 23000.00 TO WS-TIER-LIMIT(3).

       1100-OPEN-FILES.
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = '00'
               PERFORM 1150-LOAD-YTD UNTIL WS-YTD-EOF
               CLOSE YTD-FILE
           ELSE
               DISPLAY 'NO PARTICIPANT YTD FILE - STARTING EMPTY: '
                   WS-YTD-STATUS
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT CONTRIB-FILE
           OPEN OUTPUT NEW-YTD-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'OPEN EMPLOYEE FILE FAILED: '
                   WS-EMP-STATUS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       1150-LOAD-YTD.
           READ YTD-FILE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
               NOT AT END
                   IF WS-YT-COUNT < 5000
                       ADD 1 TO WS-YT-COUNT
                       MOVE PY-EMP-ID TO WS-YT-EMP-ID(WS-YT-COUNT)
                       MOVE PY-PLAN-YEAR
                           TO WS-YT-PLAN-YEAR(WS-YT-COUNT)
                       MOVE PY-YTD-COMP TO WS-YT-COMP(WS-YT-COUNT)
                       MOVE PY-YTD-DEFERRAL
                           TO WS-YT-DEFERRAL(WS-YT-COUNT)
                       MOVE PY-YTD-CATCH-UP
                           TO WS-YT-CATCH-UP(WS-YT-COUNT)
                       MOVE PY-YTD-MATCH TO WS-YT-MATCH(WS-YT-COUNT)
                       MOVE PY-PRIOR-YR-COMP
                           TO WS-YT-PRIOR-COMP(WS-YT-COUNT)
                       MOVE PY-PERIOD-COUNT
                           TO WS-YT-PERIODS(WS-YT-COUNT)
                       MOVE PY-STOP-FLAG
                           TO WS-YT-STOP-FLAG(WS-YT-COUNT)
                       MOVE PY-STOP-DATE
                           TO WS-YT-STOP-DATE(WS-YT-COUNT)
                       MOVE PY-STOP-LIMIT
                           TO WS-YT-STOP-LIMIT(WS-YT-COUNT)
                   ELSE
                       DISPLAY 'YTD TABLE FULL - SKIPPED ' PY-EMP-ID
                   END-IF
           END-READ.

       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO CONT-ERROR-MSG
                   END-STRING
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           PERFORM 2050-FIND-YTD
           MOVE 'N' TO WS-DEFERRAL-CUT-FLAG
           PERFORM 2100-CALC-EMPLOYEE-CONTRIB
           IF WS-YT-CUR > 0
               PERFORM 2150-APPLY-402G-LIMIT
           END-IF
           PERFORM 2200-CALC-EMPLOYER-MATCH
           IF WS-YT-CUR > 0
               PERFORM 2250-APPLY-415-LIMIT
           END-IF
           PERFORM 2300-CALC-CATCH-UP
           PERFORM 2400-BUILD-OUTPUT-RECORD
           PERFORM 2450-UPDATE-YTD
           WRITE CONT-RECORD
           ADD 1 TO WS-WRITE-COUNT
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       2050-FIND-YTD.
           MOVE 0 TO WS-YT-CUR
           PERFORM VARYING WS-YT-IDX FROM 1 BY 1
               UNTIL WS-YT-IDX > WS-YT-COUNT
                  OR WS-YT-CUR > 0
               IF WS-YT-EMP-ID(WS-YT-IDX) = EMP-ID
                   MOVE WS-YT-IDX TO WS-YT-CUR
               END-IF
           END-PERFORM
           IF WS-YT-CUR = 0
               IF WS-YT-COUNT < 5000
                   ADD 1 TO WS-YT-COUNT
                   MOVE WS-YT-COUNT TO WS-YT-CUR
                   MOVE EMP-ID TO WS-YT-EMP-ID(WS-YT-CUR)
                   MOVE WS-RUN-YEAR TO WS-YT-PLAN-YEAR(WS-YT-CUR)
                   MOVE 0 TO WS-YT-PRIOR-COMP(WS-YT-CUR)
                   PERFORM 2060-CLEAR-YTD
                   ADD 1 TO WS-NEW-PART-COUNT
               ELSE
                   DISPLAY 'YTD TABLE FULL - NO LIMIT TRACKING '
                       EMP-ID
               END-IF
           ELSE
               IF WS-YT-PLAN-YEAR(WS-YT-CUR) < WS-RUN-YEAR
                   IF WS-YT-PLAN-YEAR(WS-YT-CUR) = WS-RUN-YEAR - 1
                       MOVE WS-YT-COMP(WS-YT-CUR)
                           TO WS-YT-PRIOR-COMP(WS-YT-CUR)
                   ELSE
                       MOVE 0 TO WS-YT-PRIOR-COMP(WS-YT-CUR)
                   END-IF
                   MOVE WS-RUN-YEAR TO WS-YT-PLAN-YEAR(WS-YT-CUR)
                   PERFORM 2060-CLEAR-YTD
               END-IF
           END-IF.

       2060-CLEAR-YTD.
           MOVE 0 TO WS-YT-COMP(WS-YT-CUR)
           MOVE 0 TO WS-YT-DEFERRAL(WS-YT-CUR)
           MOVE 0 TO WS-YT-CATCH-UP(WS-YT-CUR)
           MOVE 0 TO WS-YT-MATCH(WS-YT-CUR)
           MOVE 0 TO WS-YT-PERIODS(WS-YT-CUR)
           MOVE 'N' TO WS-YT-STOP-FLAG(WS-YT-CUR)
           MOVE 0 TO WS-YT-STOP-DATE(WS-YT-CUR)
           MOVE SPACES TO WS-YT-STOP-LIMIT(WS-YT-CUR).

       2100-CALC-EMPLOYEE-CONTRIB.
           COMPUTE WS-EMPLOYEE-CONTRIB =
               EMP-SALARY * (EMP-DEFERRAL-PCT / 100)
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       2150-APPLY-402G-LIMIT.
           MOVE WS-EMPLOYEE-CONTRIB TO WS-REQUESTED-CONTRIB
           IF WS-YT-STOP-FLAG(WS-YT-CUR) = 'Y'
               MOVE 0 TO WS-EMPLOYEE-CONTRIB
           ELSE
               COMPUTE WS-REMAINING-LIMIT =
                   WS-ANNUAL-LIMIT - WS-YT-DEFERRAL(WS-YT-CUR)
               IF WS-REMAINING-LIMIT < 0
                   MOVE 0 TO WS-REMAINING-LIMIT
               END-IF
               IF WS-EMPLOYEE-CONTRIB >= WS-REMAINING-LIMIT
                   MOVE WS-REMAINING-LIMIT TO WS-EMPLOYEE-CONTRIB
                   MOVE 'Y' TO WS-YT-STOP-FLAG(WS-YT-CUR)
                   MOVE WS-RUN-DATE TO WS-YT-STOP-DATE(WS-YT-CUR)
                   MOVE '402G' TO WS-YT-STOP-LIMIT(WS-YT-CUR)
                   ADD 1 TO WS-402G-STOP-COUNT
                   IF WS-ERR-DETAIL = SPACES
                       MOVE 'DEFERRALS STOPPED - 402(G) LIMIT REACHED'
                           TO WS-ERR-DETAIL
                   END-IF
               END-IF
           END-IF
           IF WS-EMPLOYEE-CONTRIB < WS-REQUESTED-CONTRIB
               MOVE 'Y' TO WS-DEFERRAL-CUT-FLAG
           END-IF.

       2200-CALC-EMPLOYER-MATCH.
           MOVE WS-TIER-MATCH-PCT(WS-TIER-IDX)
               TO WS-EMPLOYER-MATCH-PCT
                   EMP-SALARY *
                   (EMP-DEFERRAL-PCT / 100) *
                   WS-EMPLOYER-MATCH-PCT
           END-IF
           IF WS-DEFERRAL-CUT
               COMPUTE WS-MATCH-ON-ACTUAL =
                   WS-EMPLOYEE-CONTRIB * WS-EMPLOYER-MATCH-PCT
               IF WS-MATCH-ON-ACTUAL < WS-EMPLOYER-CONTRIB
                   MOVE WS-MATCH-ON-ACTUAL TO WS-EMPLOYER-CONTRIB
               END-IF
           END-IF.

       2250-APPLY-415-LIMIT.
           COMPUTE WS-ADDITIONS-LIMIT =
               WS-YT-COMP(WS-YT-CUR) + EMP-SALARY
           IF WS-ADDITIONS-LIMIT > WS-415-LIMIT
               MOVE WS-415-LIMIT TO WS-ADDITIONS-LIMIT
           END-IF
           COMPUTE WS-ADDITIONS-EXCESS =
               WS-YT-DEFERRAL(WS-YT-CUR) + WS-YT-MATCH(WS-YT-CUR)
               + WS-EMPLOYEE-CONTRIB + WS-EMPLOYER-CONTRIB
               - WS-ADDITIONS-LIMIT
           IF WS-ADDITIONS-EXCESS > 0
               ADD 1 TO WS-415-LIMIT-COUNT
               IF WS-EMPLOYER-CONTRIB >= WS-ADDITIONS-EXCESS
                   SUBTRACT WS-ADDITIONS-EXCESS
                       FROM WS-EMPLOYER-CONTRIB
               ELSE
                   SUBTRACT WS-EMPLOYER-CONTRIB
                       FROM WS-ADDITIONS-EXCESS
                   MOVE 0 TO WS-EMPLOYER-CONTRIB
                   SUBTRACT WS-ADDITIONS-EXCESS
                       FROM WS-EMPLOYEE-CONTRIB
                   IF WS-EMPLOYEE-CONTRIB < 0
                       MOVE 0 TO WS-EMPLOYEE-CONTRIB
                   END-IF
                   MOVE 'Y' TO WS-YT-STOP-FLAG(WS-YT-CUR)
                   MOVE WS-RUN-DATE TO WS-YT-STOP-DATE(WS-YT-CUR)
                   MOVE '415 ' TO WS-YT-STOP-LIMIT(WS-YT-CUR)
               END-IF
               IF WS-ERR-DETAIL = SPACES
                   MOVE 'CONTRIBUTIONS HELD TO 415 ADDITIONS LIMIT'
                       TO WS-ERR-DETAIL
               END-IF
           END-IF.

       2300-CALC-CATCH-UP.
                       WS-CATCH-UP-AMT
                   ADD 1 TO WS-CATCH-UP-COUNT
               END-IF
           END-IF
           IF WS-YT-CUR > 0 AND WS-CATCH-UP-AMT > 0
               COMPUTE WS-REMAINING-LIMIT =
                   WS-CATCH-UP-LIMIT - WS-YT-CATCH-UP(WS-YT-CUR)
               IF WS-REMAINING-LIMIT < 0
                   MOVE 0 TO WS-REMAINING-LIMIT
               END-IF
               IF WS-CATCH-UP-AMT > WS-REMAINING-LIMIT
                   MOVE WS-REMAINING-LIMIT TO WS-CATCH-UP-AMT
               END-IF
           END-IF.

       2400-BUILD-OUTPUT-RECORD.
               MOVE 'OK      ' TO CONT-STATUS
           END-IF.

       2450-UPDATE-YTD.
           IF WS-YT-CUR > 0
               ADD EMP-SALARY TO WS-YT-COMP(WS-YT-CUR)
               ADD WS-EMPLOYEE-CONTRIB TO WS-YT-DEFERRAL(WS-YT-CUR)
               ADD WS-CATCH-UP-AMT TO WS-YT-CATCH-UP(WS-YT-CUR)
               ADD WS-EMPLOYER-CONTRIB TO WS-YT-MATCH(WS-YT-CUR)
               ADD 1 TO WS-YT-PERIODS(WS-YT-CUR)
           END-IF.

       3000-WRITE-SUMMARY.
           MOVE 0 TO WS-DASH-COUNT
           INSPECT WS-ERR-DETAIL
           DISPLAY 'SUMMARY DASH COUNT: ' WS-DASH-COUNT.

       4000-CLOSE-FILES.
           PERFORM 4100-WRITE-YTD
               VARYING WS-YT-IDX FROM 1 BY 1
               UNTIL WS-YT-IDX > WS-YT-COUNT
           CLOSE EMPLOYEE-FILE
           CLOSE CONTRIB-FILE
           CLOSE NEW-YTD-FILE.

       4100-WRITE-YTD.
           MOVE WS-YT-EMP-ID(WS-YT-IDX) TO WS-NY-EMP-ID
           MOVE WS-YT-PLAN-YEAR(WS-YT-IDX) TO WS-NY-PLAN-YEAR
           MOVE WS-YT-COMP(WS-YT-IDX) TO WS-NY-COMP
           MOVE WS-YT-DEFERRAL(WS-YT-IDX) TO WS-NY-DEFERRAL
           MOVE WS-YT-CATCH-UP(WS-YT-IDX) TO WS-NY-CATCH-UP
           MOVE WS-YT-MATCH(WS-YT-IDX) TO WS-NY-MATCH
           MOVE WS-YT-PRIOR-COMP(WS-YT-IDX) TO WS-NY-PRIOR-COMP
           MOVE WS-YT-PERIODS(WS-YT-IDX) TO WS-NY-PERIODS
           MOVE WS-YT-STOP-FLAG(WS-YT-IDX) TO WS-NY-STOP-FLAG
           MOVE WS-YT-STOP-DATE(WS-YT-IDX) TO WS-NY-STOP-DATE
           MOVE WS-YT-STOP-LIMIT(WS-YT-IDX) TO WS-NY-STOP-LIMIT
           WRITE NEW-YTD-RECORD FROM WS-NEW-YTD-RECORD.

       5000-DISPLAY-TOTALS.
           DISPLAY 'PENSION CONTRIBUTION CALCULATION COMPLETE'
           DISPLAY 'RECORDS WRITTEN:   ' WS-WRITE-COUNT
           DISPLAY 'ERRORS:            ' WS-ERROR-COUNT
           DISPLAY 'CATCH-UP ELIGIBLE: ' WS-CATCH-UP-COUNT
           DISPLAY 'NEW PARTICIPANTS:  ' WS-NEW-PART-COUNT
           DISPLAY '402(G) STOPPED:    ' WS-402G-STOP-COUNT
           DISPLAY '415 LIMITED:       ' WS-415-LIMIT-COUNT
           DISPLAY 'TOTAL EMP CONTRIB: ' WS-TOTAL-EMP-CONTRIB
           DISPLAY 'TOTAL EER CONTRIB: ' WS-TOTAL-EER-CONTRIB.
