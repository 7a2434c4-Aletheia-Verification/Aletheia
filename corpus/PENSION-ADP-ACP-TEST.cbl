       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-ADP-ACP-TEST.
      *================================================================*
      * Pension ADP/ACP Nondiscrimination Test                         *
      * Year-end test run against the participant master PENYTD.DAT    *
      * kept by PENSION-CONTRIB-CALC.  Highly compensated employees    *
      * are those whose prior-year compensation exceeds the threshold  *
      * on the control file PENTSTCT.DAT.  The average deferral (ADP)  *
      * and match (ACP) percentages of the HCE group are compared      *
      * with the limit derived from the non-HCE average.  On a failed  *
      * test both corrections are computed: corrective distributions   *
      * to HCEs by the leveling method, and a uniform qualified        *
      * nonelective contribution to non-HCEs.  The method named on the *
      * control record is written to PENCORR.DAT and the plan sponsor  *
      * report goes to PENTSTRP.DAT.                                   *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO 'PENTSTCT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PENYTD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT CORR-FILE ASSIGN TO 'PENCORR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT RPT-FILE ASSIGN TO 'PENTSTRP.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CTL-FILE.
       01 CTL-RECORD.
           05 TC-PLAN-YEAR             PIC 9(4).
           05 TC-HCE-THRESHOLD         PIC 9(7)V99.
           05 TC-CORR-METHOD           PIC X(1).
               88 TC-CORR-DISTRIBUTE   VALUE 'D'.
               88 TC-CORR-QNEC         VALUE 'Q'.

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
           05 PY-STOP-DATE             PIC 9(8).
           05 PY-STOP-LIMIT            PIC X(4).

       FD CORR-FILE.
       01 CORR-RECORD.
           05 PX-EMP-ID                PIC X(10).
           05 PX-PLAN-YEAR             PIC 9(4).
           05 PX-TEST                  PIC X(3).
           05 PX-CORR-TYPE             PIC X(2).
               88 PX-CORRECTIVE-DIST   VALUE 'CD'.
               88 PX-QNEC              VALUE 'QN'.
           05 PX-HCE-FLAG              PIC X(1).
           05 PX-AMOUNT                PIC 9(9)V99.
           05 PX-DUE-DATE              PIC 9(8).

       FD RPT-FILE.
       01 RPT-RECORD                   PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS.
           05 WS-CTL-STATUS            PIC X(2).
           05 WS-YTD-STATUS            PIC X(2).
           05 WS-CORR-STATUS           PIC X(2).
           05 WS-RPT-STATUS            PIC X(2).

       01 WS-YTD-EOF-FLAG              PIC X VALUE 'N'.
           88 WS-YTD-EOF                VALUE 'Y'.

       01 WS-RUN-DATE                  PIC 9(8).

       01 WS-CONTROL.
           05 WS-TEST-YEAR             PIC 9(4) VALUE 0.
           05 WS-HCE-THRESHOLD         PIC S9(7)V99 COMP-3
               VALUE 155000.00.
           05 WS-CORR-METHOD           PIC X(1) VALUE 'D'.
               88 WS-CORR-DISTRIBUTE   VALUE 'D'.
               88 WS-CORR-QNEC         VALUE 'Q'.

       01 WS-DUE-DATES.
           05 WS-DIST-DUE-DATE         PIC 9(8).
           05 WS-DIST-DUE-R REDEFINES WS-DIST-DUE-DATE.
               10 WS-DIST-DUE-YEAR     PIC 9(4).
               10 WS-DIST-DUE-MMDD     PIC 9(4).
           05 WS-QNEC-DUE-DATE         PIC 9(8).
           05 WS-QNEC-DUE-R REDEFINES WS-QNEC-DUE-DATE.
               10 WS-QNEC-DUE-YEAR     PIC 9(4).
               10 WS-QNEC-DUE-MMDD     PIC 9(4).

       01 WS-COUNTERS.
           05 WS-READ-COUNT            PIC S9(7) COMP-3 VALUE 0.
           05 WS-OTHER-YEAR-COUNT      PIC S9(7) COMP-3 VALUE 0.
           05 WS-NO-COMP-COUNT         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CORR-COUNT            PIC S9(7) COMP-3 VALUE 0.

       01 WS-PART-TABLE.
           05 WS-PT-ENTRY OCCURS 5000.
               10 WS-PT-EMP-ID         PIC X(10).
               10 WS-PT-COMP           PIC S9(9)V99 COMP-3.
               10 WS-PT-DEFERRAL       PIC S9(9)V99 COMP-3.
               10 WS-PT-MATCH          PIC S9(9)V99 COMP-3.
               10 WS-PT-HCE-FLAG       PIC X(1).
               10 WS-PT-ADR            PIC S9(3)V9(4) COMP-3.
               10 WS-PT-ACR            PIC S9(3)V9(4) COMP-3.
               10 WS-PT-ADP-CORR       PIC S9(9)V99 COMP-3.
               10 WS-PT-ACP-CORR       PIC S9(9)V99 COMP-3.
               10 WS-PT-ADP-QNEC       PIC S9(9)V99 COMP-3.
               10 WS-PT-ACP-QNEC       PIC S9(9)V99 COMP-3.
       01 WS-PT-COUNT                  PIC 9(5) COMP VALUE 0.
       01 WS-PT-IDX                    PIC 9(5) COMP VALUE 0.

      *    ONE RESULT ENTRY PER TEST - 1 = ADP, 2 = ACP
       01 WS-RESULT-TABLE.
           05 WS-RS-ENTRY OCCURS 2.
               10 WS-RS-TEST           PIC X(3).
               10 WS-RS-HCE-COUNT      PIC S9(7) COMP-3.
               10 WS-RS-NHCE-COUNT     PIC S9(7) COMP-3.
               10 WS-RS-HCE-SUM        PIC S9(9)V9(4) COMP-3.
               10 WS-RS-NHCE-SUM       PIC S9(9)V9(4) COMP-3.
               10 WS-RS-HCE-AVG        PIC S9(3)V9(4) COMP-3.
               10 WS-RS-NHCE-AVG       PIC S9(3)V9(4) COMP-3.
               10 WS-RS-LIMIT          PIC S9(3)V9(4) COMP-3.
               10 WS-RS-RESULT         PIC X(4).
               10 WS-RS-CD-TOTAL       PIC S9(11)V99 COMP-3.
               10 WS-RS-QNEC-PCT       PIC S9(3)V9(4) COMP-3.
               10 WS-RS-QNEC-TOTAL     PIC S9(11)V99 COMP-3.
       01 WS-TX                        PIC 9(1) VALUE 0.

       01 WS-CALC-FIELDS.
           05 WS-CUR-RATE              PIC S9(3)V9(4) COMP-3.
           05 WS-CUR-AMT               PIC S9(9)V99 COMP-3.
           05 WS-LIMIT-A               PIC S9(3)V9(4) COMP-3.
           05 WS-LIMIT-B               PIC S9(3)V9(4) COMP-3.
           05 WS-REQ-A                 PIC S9(3)V9(4) COMP-3.
           05 WS-REQ-B                 PIC S9(3)V9(4) COMP-3.
           05 WS-TOTAL-EXCESS          PIC S9(11)V99 COMP-3.
           05 WS-PART-EXCESS           PIC S9(9)V99 COMP-3.
           05 WS-CORR-AMT              PIC S9(9)V99 COMP-3.

      *    LEVELING WORK TABLE - HCES SORTED HIGH TO LOW ON THE KEY
       01 WS-LEVEL-TABLE.
           05 WS-LV-ENTRY OCCURS 5000.
               10 WS-LV-PART           PIC 9(5) COMP.
               10 WS-LV-KEY            PIC S9(9)V9(4) COMP-3.
       01 WS-LV-COUNT                  PIC 9(5) COMP VALUE 0.
       01 WS-LV-I                      PIC 9(5) COMP VALUE 0.
       01 WS-LV-J                      PIC 9(5) COMP VALUE 0.
       01 WS-LV-K                      PIC 9(5) COMP VALUE 0.
       01 WS-LV-K1                     PIC 9(5) COMP VALUE 0.
       01 WS-LV-SWAP-PART              PIC 9(5) COMP VALUE 0.
       01 WS-LV-SWAP-KEY               PIC S9(9)V9(4) COMP-3.
       01 WS-LV-SUM                    PIC S9(13)V9(4) COMP-3.
       01 WS-LV-NEXT                   PIC S9(9)V9(4) COMP-3.
       01 WS-LV-NEEDED                 PIC S9(13)V9(4) COMP-3.
       01 WS-LV-LEVEL                  PIC S9(9)V9(4) COMP-3.
       01 WS-LV-FOUND-FLAG             PIC X VALUE 'N'.
           88 WS-LV-FOUND               VALUE 'Y'.

       01 WS-HEAD-1.
           05 FILLER                   PIC X(42) VALUE
               'ADP/ACP NONDISCRIMINATION TEST PLAN YEAR '.
           05 WS-H1-YEAR               PIC 9(4).
           05 FILLER                   PIC X(11) VALUE
               '  RUN DATE '.
           05 WS-H1-RUN-DATE           PIC 9(8).
           05 FILLER                   PIC X(15) VALUE SPACES.
       01 WS-HEAD-2.
           05 FILLER                   PIC X(22) VALUE
               'HCE PRIOR-YEAR COMP > '.
           05 WS-H2-THRESHOLD          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(22) VALUE
               '   CORRECTION METHOD '.
           05 WS-H2-METHOD             PIC X(12).
           05 FILLER                   PIC X(14) VALUE SPACES.
       01 WS-HEAD-3.
           05 FILLER                   PIC X(44) VALUE
               'TEST  HCES NHCES HCE-AVG NHCE-AVG    LIMIT  '.
           05 FILLER                   PIC X(41) VALUE
               'RESULT    CORR-DIST QNEC-PCT   QNEC-AMT'.
       01 WS-TEST-LINE.
           05 WS-TL-TEST               PIC X(3).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-HCES               PIC ZZZZZ9.
           05 WS-TL-NHCES              PIC ZZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-HCE-AVG            PIC ZZ9.9999.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-NHCE-AVG           PIC ZZ9.9999.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-LIMIT              PIC ZZ9.9999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TL-RESULT             PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-CD-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-QNEC-PCT           PIC ZZ9.9999.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-TL-QNEC-TOTAL         PIC Z,ZZZ,ZZ9.99.
       01 WS-HEAD-4.
           05 FILLER                   PIC X(40) VALUE
               'EMP-ID     TEST TYPE HCE        AMOUNT  '.
           05 FILLER                   PIC X(40) VALUE
               'DUE DATE'.
       01 WS-CORR-LINE.
           05 WS-CL-EMP-ID             PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-CL-TEST               PIC X(3).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-TYPE               PIC X(2).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 WS-CL-HCE                PIC X(1).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CL-DUE-DATE           PIC 9(8).
           05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-MSG-LINE                  PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-YTD-STATUS = '00'
               PERFORM 2000-LOAD-PARTICIPANT UNTIL WS-YTD-EOF
               CLOSE YTD-FILE
               PERFORM 2500-SET-DUE-DATES
               MOVE 1 TO WS-TX
               MOVE 'ADP' TO WS-RS-TEST(1)
               PERFORM 3000-RUN-TEST
               MOVE 2 TO WS-TX
               MOVE 'ACP' TO WS-RS-TEST(2)
               PERFORM 3000-RUN-TEST
               PERFORM 5000-WRITE-REPORT-HEAD
               PERFORM 6000-WRITE-CORRECTIONS
                   VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
           END-IF
           PERFORM 8000-CLOSE-FILES
           PERFORM 9000-DISPLAY-TOTALS
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE TC-PLAN-YEAR TO WS-TEST-YEAR
                       IF TC-HCE-THRESHOLD > 0
                           MOVE TC-HCE-THRESHOLD TO WS-HCE-THRESHOLD
                       END-IF
                       IF TC-CORR-DISTRIBUTE OR TC-CORR-QNEC
                           MOVE TC-CORR-METHOD TO WS-CORR-METHOD
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'OPEN PARTICIPANT YTD FILE FAILED: '
                   WS-YTD-STATUS
           END-IF
           OPEN OUTPUT CORR-FILE
           OPEN OUTPUT RPT-FILE
           INITIALIZE WS-RESULT-TABLE.

       2000-LOAD-PARTICIPANT.
           READ YTD-FILE
               AT END MOVE 'Y' TO WS-YTD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-TEST-YEAR = 0
                       MOVE PY-PLAN-YEAR TO WS-TEST-YEAR
                   END-IF
                   EVALUATE TRUE
                       WHEN PY-PLAN-YEAR NOT = WS-TEST-YEAR
                           ADD 1 TO WS-OTHER-YEAR-COUNT
                       WHEN PY-YTD-COMP NOT > 0
                           ADD 1 TO WS-NO-COMP-COUNT
                       WHEN WS-PT-COUNT NOT < 5000
                           DISPLAY 'PARTICIPANT TABLE FULL - SKIPPED '
                               PY-EMP-ID
                       WHEN OTHER
                           PERFORM 2100-ADD-PARTICIPANT
                   END-EVALUATE
           END-READ.

       2100-ADD-PARTICIPANT.
           ADD 1 TO WS-PT-COUNT
           MOVE WS-PT-COUNT TO WS-PT-IDX
           MOVE PY-EMP-ID TO WS-PT-EMP-ID(WS-PT-IDX)
           MOVE PY-YTD-COMP TO WS-PT-COMP(WS-PT-IDX)
           MOVE PY-YTD-DEFERRAL TO WS-PT-DEFERRAL(WS-PT-IDX)
           MOVE PY-YTD-MATCH TO WS-PT-MATCH(WS-PT-IDX)
           IF PY-PRIOR-YR-COMP > WS-HCE-THRESHOLD
               MOVE 'Y' TO WS-PT-HCE-FLAG(WS-PT-IDX)
           ELSE
               MOVE 'N' TO WS-PT-HCE-FLAG(WS-PT-IDX)
           END-IF
           COMPUTE WS-PT-ADR(WS-PT-IDX) ROUNDED =
               PY-YTD-DEFERRAL / PY-YTD-COMP * 100
           COMPUTE WS-PT-ACR(WS-PT-IDX) ROUNDED =
               PY-YTD-MATCH / PY-YTD-COMP * 100
           MOVE 0 TO WS-PT-ADP-CORR(WS-PT-IDX)
           MOVE 0 TO WS-PT-ACP-CORR(WS-PT-IDX)
           MOVE 0 TO WS-PT-ADP-QNEC(WS-PT-IDX)
           MOVE 0 TO WS-PT-ACP-QNEC(WS-PT-IDX).

      *    CORRECTIVE DISTRIBUTIONS ARE DUE 2 1/2 MONTHS AFTER PLAN
      *    YEAR END, QNECS BY THE END OF THE FOLLOWING PLAN YEAR
       2500-SET-DUE-DATES.
           COMPUTE WS-DIST-DUE-YEAR = WS-TEST-YEAR + 1
           MOVE 0315 TO WS-DIST-DUE-MMDD
           COMPUTE WS-QNEC-DUE-YEAR = WS-TEST-YEAR + 1
           MOVE 1231 TO WS-QNEC-DUE-MMDD.

       3000-RUN-TEST.
           PERFORM 3100-ACCUMULATE-RATES
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           IF WS-RS-HCE-COUNT(WS-TX) > 0
               COMPUTE WS-RS-HCE-AVG(WS-TX) ROUNDED =
                   WS-RS-HCE-SUM(WS-TX) / WS-RS-HCE-COUNT(WS-TX)
           END-IF
           IF WS-RS-NHCE-COUNT(WS-TX) > 0
               COMPUTE WS-RS-NHCE-AVG(WS-TX) ROUNDED =
                   WS-RS-NHCE-SUM(WS-TX) / WS-RS-NHCE-COUNT(WS-TX)
           END-IF
           PERFORM 3200-CALC-LIMIT
           IF WS-RS-HCE-COUNT(WS-TX) = 0
              OR WS-RS-NHCE-COUNT(WS-TX) = 0
              OR WS-RS-HCE-AVG(WS-TX) NOT > WS-RS-LIMIT(WS-TX)
               MOVE 'PASS' TO WS-RS-RESULT(WS-TX)
           ELSE
               MOVE 'FAIL' TO WS-RS-RESULT(WS-TX)
               PERFORM 3300-CORRECTIVE-DIST
               PERFORM 3400-CALC-QNEC
           END-IF.

       3050-GET-PART-VALUES.
           IF WS-TX = 1
               MOVE WS-PT-ADR(WS-PT-IDX) TO WS-CUR-RATE
               MOVE WS-PT-DEFERRAL(WS-PT-IDX) TO WS-CUR-AMT
           ELSE
               MOVE WS-PT-ACR(WS-PT-IDX) TO WS-CUR-RATE
               MOVE WS-PT-MATCH(WS-PT-IDX) TO WS-CUR-AMT
           END-IF.

       3100-ACCUMULATE-RATES.
           PERFORM 3050-GET-PART-VALUES
           IF WS-PT-HCE-FLAG(WS-PT-IDX) = 'Y'
               ADD 1 TO WS-RS-HCE-COUNT(WS-TX)
               ADD WS-CUR-RATE TO WS-RS-HCE-SUM(WS-TX)
           ELSE
               ADD 1 TO WS-RS-NHCE-COUNT(WS-TX)
               ADD WS-CUR-RATE TO WS-RS-NHCE-SUM(WS-TX)
           END-IF.

      *    HCE LIMIT IS THE GREATER OF 1.25 X THE NHCE AVERAGE AND THE
      *    LESSER OF 2 X THE NHCE AVERAGE OR THE NHCE AVERAGE PLUS 2
       3200-CALC-LIMIT.
           COMPUTE WS-LIMIT-A = WS-RS-NHCE-AVG(WS-TX) * 1.25
           COMPUTE WS-LIMIT-B = WS-RS-NHCE-AVG(WS-TX) * 2
           IF WS-RS-NHCE-AVG(WS-TX) + 2 < WS-LIMIT-B
               COMPUTE WS-LIMIT-B = WS-RS-NHCE-AVG(WS-TX) + 2
           END-IF
           IF WS-LIMIT-A > WS-LIMIT-B
               MOVE WS-LIMIT-A TO WS-RS-LIMIT(WS-TX)
           ELSE
               MOVE WS-LIMIT-B TO WS-RS-LIMIT(WS-TX)
           END-IF.

      *    STEP 1 LEVELS THE HIGHEST HCE PERCENTAGES DOWN UNTIL THE HCE
      *    AVERAGE MEETS THE LIMIT, GIVING THE TOTAL EXCESS DOLLARS.
      *    STEP 2 DISTRIBUTES THAT TOTAL BY LEVELING THE HIGHEST HCE
      *    DOLLAR AMOUNTS.
       3300-CORRECTIVE-DIST.
           MOVE 0 TO WS-LV-COUNT
           PERFORM 3310-LOAD-HCE-RATE
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           PERFORM 3800-SORT-LEVEL-TABLE
           COMPUTE WS-LV-NEEDED =
               (WS-RS-HCE-AVG(WS-TX) - WS-RS-LIMIT(WS-TX))
               * WS-RS-HCE-COUNT(WS-TX)
           PERFORM 3900-FIND-LEVEL
           MOVE 0 TO WS-TOTAL-EXCESS
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LV-COUNT
               IF WS-LV-KEY(WS-LV-I) > WS-LV-LEVEL
                   MOVE WS-LV-PART(WS-LV-I) TO WS-PT-IDX
                   COMPUTE WS-PART-EXCESS ROUNDED =
                       (WS-LV-KEY(WS-LV-I) - WS-LV-LEVEL) / 100
                       * WS-PT-COMP(WS-PT-IDX)
                   ADD WS-PART-EXCESS TO WS-TOTAL-EXCESS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LV-COUNT
           PERFORM 3320-LOAD-HCE-AMOUNT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           PERFORM 3800-SORT-LEVEL-TABLE
           MOVE WS-TOTAL-EXCESS TO WS-LV-NEEDED
           PERFORM 3900-FIND-LEVEL
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LV-COUNT
               IF WS-LV-KEY(WS-LV-I) > WS-LV-LEVEL
                   MOVE WS-LV-PART(WS-LV-I) TO WS-PT-IDX
                   COMPUTE WS-CORR-AMT ROUNDED =
                       WS-LV-KEY(WS-LV-I) - WS-LV-LEVEL
                   IF WS-TX = 1
                       MOVE WS-CORR-AMT TO WS-PT-ADP-CORR(WS-PT-IDX)
                   ELSE
                       MOVE WS-CORR-AMT TO WS-PT-ACP-CORR(WS-PT-IDX)
                   END-IF
                   ADD WS-CORR-AMT TO WS-RS-CD-TOTAL(WS-TX)
               END-IF
           END-PERFORM.

       3310-LOAD-HCE-RATE.
           IF WS-PT-HCE-FLAG(WS-PT-IDX) = 'Y'
               PERFORM 3050-GET-PART-VALUES
               ADD 1 TO WS-LV-COUNT
               MOVE WS-PT-IDX TO WS-LV-PART(WS-LV-COUNT)
               MOVE WS-CUR-RATE TO WS-LV-KEY(WS-LV-COUNT)
           END-IF.

       3320-LOAD-HCE-AMOUNT.
           IF WS-PT-HCE-FLAG(WS-PT-IDX) = 'Y'
               PERFORM 3050-GET-PART-VALUES
               ADD 1 TO WS-LV-COUNT
               MOVE WS-PT-IDX TO WS-LV-PART(WS-LV-COUNT)
               MOVE WS-CUR-AMT TO WS-LV-KEY(WS-LV-COUNT)
           END-IF.

      *    THE NHCE AVERAGE NEEDED TO PASS IS THE LESSER OF HCE / 1.25
      *    AND THE GREATER OF HCE / 2 OR HCE - 2.  THE SHORTFALL IS
      *    GIVEN TO EVERY NHCE AS A UNIFORM PERCENT OF COMPENSATION.
       3400-CALC-QNEC.
           COMPUTE WS-REQ-A ROUNDED = WS-RS-HCE-AVG(WS-TX) / 1.25
           COMPUTE WS-REQ-B ROUNDED = WS-RS-HCE-AVG(WS-TX) / 2
           IF WS-RS-HCE-AVG(WS-TX) - 2 > WS-REQ-B
               COMPUTE WS-REQ-B = WS-RS-HCE-AVG(WS-TX) - 2
           END-IF
           IF WS-REQ-B < WS-REQ-A
               MOVE WS-REQ-B TO WS-REQ-A
           END-IF
           COMPUTE WS-RS-QNEC-PCT(WS-TX) =
               WS-REQ-A - WS-RS-NHCE-AVG(WS-TX) + 0.0001
           PERFORM 3410-ALLOCATE-QNEC
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.

       3410-ALLOCATE-QNEC.
           IF WS-PT-HCE-FLAG(WS-PT-IDX) NOT = 'Y'
               COMPUTE WS-CORR-AMT ROUNDED =
                   WS-PT-COMP(WS-PT-IDX) * WS-RS-QNEC-PCT(WS-TX) / 100
               IF WS-TX = 1
                   MOVE WS-CORR-AMT TO WS-PT-ADP-QNEC(WS-PT-IDX)
               ELSE
                   MOVE WS-CORR-AMT TO WS-PT-ACP-QNEC(WS-PT-IDX)
               END-IF
               ADD WS-CORR-AMT TO WS-RS-QNEC-TOTAL(WS-TX)
           END-IF.

       3800-SORT-LEVEL-TABLE.
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I >= WS-LV-COUNT
               PERFORM VARYING WS-LV-J FROM 1 BY 1
                   UNTIL WS-LV-J > WS-LV-COUNT - WS-LV-I
                   COMPUTE WS-LV-K1 = WS-LV-J + 1
                   IF WS-LV-KEY(WS-LV-J) < WS-LV-KEY(WS-LV-K1)
                       MOVE WS-LV-PART(WS-LV-J) TO WS-LV-SWAP-PART
                       MOVE WS-LV-KEY(WS-LV-J) TO WS-LV-SWAP-KEY
                       MOVE WS-LV-PART(WS-LV-K1) TO WS-LV-PART(WS-LV-J)
                       MOVE WS-LV-KEY(WS-LV-K1) TO WS-LV-KEY(WS-LV-J)
                       MOVE WS-LV-SWAP-PART TO WS-LV-PART(WS-LV-K1)
                       MOVE WS-LV-SWAP-KEY TO WS-LV-KEY(WS-LV-K1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    FINDS THE LEVEL WHERE CUTTING EVERY KEY ABOVE IT BACK TO IT
      *    REMOVES EXACTLY WS-LV-NEEDED
       3900-FIND-LEVEL.
           MOVE 0 TO WS-LV-SUM
           MOVE 0 TO WS-LV-LEVEL
           MOVE 'N' TO WS-LV-FOUND-FLAG
           PERFORM VARYING WS-LV-K FROM 1 BY 1
               UNTIL WS-LV-K > WS-LV-COUNT OR WS-LV-FOUND
               ADD WS-LV-KEY(WS-LV-K) TO WS-LV-SUM
               IF WS-LV-K < WS-LV-COUNT
                   COMPUTE WS-LV-K1 = WS-LV-K + 1
                   MOVE WS-LV-KEY(WS-LV-K1) TO WS-LV-NEXT
               ELSE
                   MOVE 0 TO WS-LV-NEXT
               END-IF
               IF WS-LV-SUM - (WS-LV-K * WS-LV-NEXT)
                   NOT < WS-LV-NEEDED
                   COMPUTE WS-LV-LEVEL ROUNDED =
                       (WS-LV-SUM - WS-LV-NEEDED) / WS-LV-K
                   MOVE 'Y' TO WS-LV-FOUND-FLAG
               END-IF
           END-PERFORM.

       5000-WRITE-REPORT-HEAD.
           MOVE WS-TEST-YEAR TO WS-H1-YEAR
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE RPT-RECORD FROM WS-HEAD-1
           MOVE WS-HCE-THRESHOLD TO WS-H2-THRESHOLD
           IF WS-CORR-QNEC
               MOVE 'QNEC' TO WS-H2-METHOD
           ELSE
               MOVE 'DISTRIBUTION' TO WS-H2-METHOD
           END-IF
           WRITE RPT-RECORD FROM WS-HEAD-2
           MOVE SPACES TO WS-MSG-LINE
           WRITE RPT-RECORD FROM WS-MSG-LINE
           WRITE RPT-RECORD FROM WS-HEAD-3
           PERFORM 5100-WRITE-TEST-LINE
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
           MOVE SPACES TO WS-MSG-LINE
           WRITE RPT-RECORD FROM WS-MSG-LINE
           IF WS-RS-RESULT(1) = 'PASS' AND WS-RS-RESULT(2) = 'PASS'
               MOVE 'BOTH TESTS PASSED - NO CORRECTION REQUIRED'
                   TO WS-MSG-LINE
               WRITE RPT-RECORD FROM WS-MSG-LINE
           ELSE
               IF WS-CORR-QNEC
                   STRING 'QNECS TO NON-HCES DUE BY '
                       WS-QNEC-DUE-DATE
                       DELIMITED BY SIZE INTO WS-MSG-LINE
                   END-STRING
               ELSE
                   STRING 'CORRECTIVE DISTRIBUTIONS TO HCES DUE BY '
                       WS-DIST-DUE-DATE
                       DELIMITED BY SIZE INTO WS-MSG-LINE
                   END-STRING
               END-IF
               WRITE RPT-RECORD FROM WS-MSG-LINE
               WRITE RPT-RECORD FROM WS-HEAD-4
           END-IF.

       5100-WRITE-TEST-LINE.
           MOVE WS-RS-TEST(WS-TX) TO WS-TL-TEST
           MOVE WS-RS-HCE-COUNT(WS-TX) TO WS-TL-HCES
           MOVE WS-RS-NHCE-COUNT(WS-TX) TO WS-TL-NHCES
           MOVE WS-RS-HCE-AVG(WS-TX) TO WS-TL-HCE-AVG
           MOVE WS-RS-NHCE-AVG(WS-TX) TO WS-TL-NHCE-AVG
           MOVE WS-RS-LIMIT(WS-TX) TO WS-TL-LIMIT
           MOVE WS-RS-RESULT(WS-TX) TO WS-TL-RESULT
           MOVE WS-RS-CD-TOTAL(WS-TX) TO WS-TL-CD-TOTAL
           MOVE WS-RS-QNEC-PCT(WS-TX) TO WS-TL-QNEC-PCT
           MOVE WS-RS-QNEC-TOTAL(WS-TX) TO WS-TL-QNEC-TOTAL
           WRITE RPT-RECORD FROM WS-TEST-LINE.

       6000-WRITE-CORRECTIONS.
           IF WS-CORR-QNEC
               IF WS-PT-ADP-QNEC(WS-PT-IDX) > 0
                   MOVE 'ADP' TO PX-TEST
                   MOVE 'QN' TO PX-CORR-TYPE
                   MOVE WS-PT-ADP-QNEC(WS-PT-IDX) TO PX-AMOUNT
                   MOVE WS-QNEC-DUE-DATE TO PX-DUE-DATE
                   PERFORM 6100-WRITE-CORR-RECORD
               END-IF
               IF WS-PT-ACP-QNEC(WS-PT-IDX) > 0
                   MOVE 'ACP' TO PX-TEST
                   MOVE 'QN' TO PX-CORR-TYPE
                   MOVE WS-PT-ACP-QNEC(WS-PT-IDX) TO PX-AMOUNT
                   MOVE WS-QNEC-DUE-DATE TO PX-DUE-DATE
                   PERFORM 6100-WRITE-CORR-RECORD
               END-IF
           ELSE
               IF WS-PT-ADP-CORR(WS-PT-IDX) > 0
                   MOVE 'ADP' TO PX-TEST
                   MOVE 'CD' TO PX-CORR-TYPE
                   MOVE WS-PT-ADP-CORR(WS-PT-IDX) TO PX-AMOUNT
                   MOVE WS-DIST-DUE-DATE TO PX-DUE-DATE
                   PERFORM 6100-WRITE-CORR-RECORD
               END-IF
               IF WS-PT-ACP-CORR(WS-PT-IDX) > 0
                   MOVE 'ACP' TO PX-TEST
                   MOVE 'CD' TO PX-CORR-TYPE
                   MOVE WS-PT-ACP-CORR(WS-PT-IDX) TO PX-AMOUNT
                   MOVE WS-DIST-DUE-DATE TO PX-DUE-DATE
                   PERFORM 6100-WRITE-CORR-RECORD
               END-IF
           END-IF.

       6100-WRITE-CORR-RECORD.
           MOVE WS-PT-EMP-ID(WS-PT-IDX) TO PX-EMP-ID
           MOVE WS-TEST-YEAR TO PX-PLAN-YEAR
           MOVE WS-PT-HCE-FLAG(WS-PT-IDX) TO PX-HCE-FLAG
           WRITE CORR-RECORD
           ADD 1 TO WS-CORR-COUNT
           MOVE PX-EMP-ID TO WS-CL-EMP-ID
           MOVE PX-TEST TO WS-CL-TEST
           MOVE PX-CORR-TYPE TO WS-CL-TYPE
           MOVE PX-HCE-FLAG TO WS-CL-HCE
           MOVE PX-AMOUNT TO WS-CL-AMOUNT
           MOVE PX-DUE-DATE TO WS-CL-DUE-DATE
           WRITE RPT-RECORD FROM WS-CORR-LINE.

       8000-CLOSE-FILES.
           CLOSE CORR-FILE
           CLOSE RPT-FILE.

       9000-DISPLAY-TOTALS.
           DISPLAY 'ADP/ACP NONDISCRIMINATION TEST COMPLETE'
           DISPLAY 'PLAN YEAR:         ' WS-TEST-YEAR
           DISPLAY 'RECORDS READ:      ' WS-READ-COUNT
           DISPLAY 'PARTICIPANTS:      ' WS-PT-COUNT
           DISPLAY 'OTHER PLAN YEAR:   ' WS-OTHER-YEAR-COUNT
           DISPLAY 'NO COMPENSATION:   ' WS-NO-COMP-COUNT
           DISPLAY 'ADP TEST RESULT:   ' WS-RS-RESULT(1)
           DISPLAY 'ACP TEST RESULT:   ' WS-RS-RESULT(2)
           DISPLAY 'CORRECTIONS:       ' WS-CORR-COUNT.
