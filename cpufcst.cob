       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUFCST.

      *>================================================================
      *>  CPUFCST is the capacity exhaustion forecast.  CPUTREND says a
      *>  profile has already degraded; this says when it will.  For
      *>  each profile (CORES/LOAD/MEM) this box has run, the monthly
      *>  average TOTAL-ITERATIONS is built from the CPUROLLF rollups
      *>  of purged history joined with the live CAPRPT run lines, a
      *>  least-squares trend line is fitted through the monthly
      *>  averages, and the month is projected in which the trend
      *>  falls below the box's accepted CPUBASE baseline less the
      *>  baseline tolerance - the floor below which every run would
      *>  be flagged BASEDEV.  The CPUFCSTR report ranks the profiles
      *>  by months remaining, soonest first, with a confidence grade
      *>  from the months of history behind the fit:
      *>      1 month       NONE   (no trend can be fitted)
      *>      2-5 months    LOW
      *>      6-11 months   MEDIUM
      *>      12+ months    HIGH
      *>  Profiles that are not declining, have no accepted baseline,
      *>  or too little history are listed after the ranking with the
      *>  reason.  RC 4 when any profile is projected to reach its
      *>  floor inside the planning horizon, so the refresh budget
      *>  review gets the report routed to it.
      *>
      *>  CAPRPT and CPUROLLF carry no host, so the host is this box's
      *>  CPU_STRESS_HOSTNAME identity - the same key the run drivers
      *>  stamp CPUBASE with.  The baseline tolerance is the one the
      *>  drivers flag deviations by (CPU_STRESS_BASE_TOL_PCT, default
      *>  10); the horizon is CPU_STRESS_FCST_MONTHS (default 12).
      *>  Runs voided in the CPUVOID register are left out, as the
      *>  rollups already leave them out.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

           SELECT ROLLUP-FILE ASSIGN TO "CPUROLLF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROLLUP-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "CPUBASE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "CPUFCSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FORECAST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       FD  ROLLUP-FILE.
       COPY "cpuroll.cpy".

       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 ROLLUP-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 ROLLUP-FILE-EOF       VALUE "10".
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 FORECAST-REPORT-STATUS PIC X(2) VALUE SPACES.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 BASELINE-MASTER-STATE PIC X(1) VALUE "N".
           88 BASELINE-MASTER-OPEN  VALUE "Y".

       77 BASE-TOL-TEXT         PIC X(3) VALUE SPACES.
       77 BASE-TOL-PCT          PIC 9(3) VALUE 0.
       77 BASE-TOL-DEFAULT      PIC 9(3) VALUE 10.
       77 HORIZON-TEXT          PIC X(3) VALUE SPACES.
       77 HORIZON-MONTHS        PIC 9(3) VALUE 0.
       77 HORIZON-DEFAULT       PIC 9(3) VALUE 12.

       77 ROLLUPS-READ          PIC 9(7) VALUE 0.
       77 RUN-LINES-READ        PIC 9(7) VALUE 0.
       77 LINES-VOIDED          PIC 9(7) VALUE 0.
       77 PROFILES-INSIDE-HORIZON PIC 9(3) VALUE 0.

      *>  The month and iteration total being folded into the table,
      *>  from either source.
       77 FOLD-MONTH            PIC X(6) VALUE SPACES.
       77 FOLD-CORES-STRESS     PIC 9(3) VALUE 0.
       77 FOLD-LOAD-PERCENT     PIC 9(3) VALUE 0.
       77 FOLD-MEM-STRESS-MB    PIC 9(5) VALUE 0.
       77 FOLD-ITERS-SUM        PIC 9(18) VALUE 0.
       77 FOLD-RUN-COUNT        PIC 9(7) VALUE 0.

       77 GROUP-IDX             PIC 9(3) VALUE 0.
       77 GROUP-COUNT           PIC 9(3) VALUE 0.
       77 GROUP-FOUND           PIC X(1) VALUE "N".
           88 GROUP-WAS-FOUND       VALUE "Y".
       77 MAX-GROUPS-SUPPORTED  PIC 9(3) VALUE 100.
       77 GROUPS-DROPPED        PIC 9(5) VALUE 0.
       77 MONTH-IDX             PIC 9(3) VALUE 0.
       77 MONTH-FOUND           PIC X(1) VALUE "N".
           88 MONTH-WAS-FOUND       VALUE "Y".
       77 MAX-MONTHS-SUPPORTED  PIC 9(3) VALUE 120.
       77 MONTHS-DROPPED        PIC 9(5) VALUE 0.

      *>  One entry per profile, holding its month-by-month iteration
      *>  totals and, once fitted, its forecast.
       01  FORECAST-TABLE.
           05  FCST-ENTRY OCCURS 100 TIMES
                            INDEXED BY FCST-TAB-IDX.
               10  FCST-CORES-STRESS       PIC 9(03).
               10  FCST-LOAD-PERCENT       PIC 9(03).
               10  FCST-MEM-STRESS-MB      PIC 9(05).
               10  FCST-MONTH-COUNT        PIC 9(03).
               10  FCST-MONTH-ENTRY OCCURS 120 TIMES.
                   15  FCST-MON-ID         PIC X(06).
                   15  FCST-MON-SUM-ITERS  PIC 9(18).
                   15  FCST-MON-RUN-COUNT  PIC 9(07).
               10  FCST-LAST-MONTH         PIC X(06).
               10  FCST-LATEST-AVG         PIC 9(15).
               10  FCST-SLOPE              PIC S9(15).
               10  FCST-FLOOR              PIC 9(15).
               10  FCST-MONTHS-LEFT        PIC 9(03).
               10  FCST-PROJ-MONTH         PIC X(06).
               10  FCST-CONFIDENCE         PIC X(06).
               10  FCST-STATE              PIC X(01).
                   88 FCST-PROJECTED           VALUE "P".
                   88 FCST-NOT-DECLINING       VALUE "N".
                   88 FCST-NO-BASELINE         VALUE "B".
                   88 FCST-TOO-LITTLE-HISTORY  VALUE "H".
                   88 FCST-NOT-FITTED          VALUE "U".
               10  FCST-PRINTED            PIC X(01).
                   88 FCST-WAS-PRINTED         VALUE "Y".

      *>  Trend fit work.  X is the month number counted from the
      *>  profile's first month, Y the month's average iterations;
      *>  the slope comes from sums centred on the means so the
      *>  products stay inside the iteration counters' width.
       77 MONTH-SERIAL          PIC 9(7) VALUE 0.
       77 FIRST-MONTH-SERIAL    PIC 9(7) VALUE 0.
       77 LAST-MONTH-SERIAL     PIC 9(7) VALUE 0.
       77 MONTH-YEAR-WORK       PIC 9(4) VALUE 0.
       77 MONTH-NUMBER-WORK     PIC 9(2) VALUE 0.
       77 POINT-X               PIC 9(3) VALUE 0.
       77 POINT-Y               PIC 9(15) VALUE 0.
       77 SUM-X                 PIC 9(7) VALUE 0.
       77 SUM-Y                 PIC 9(18) VALUE 0.
       77 MEAN-X                PIC 9(3)V99 VALUE 0.
       77 MEAN-Y                PIC 9(15)V99 VALUE 0.
       77 SUM-XX-CENTRED        PIC S9(9)V9(4) VALUE 0.
       77 SUM-XY-CENTRED        PIC S9(16)V99 VALUE 0.
       77 TREND-SLOPE           PIC S9(15)V99 VALUE 0.
       77 TREND-AT-LAST-MONTH   PIC S9(16)V99 VALUE 0.
       77 MONTHS-TO-FLOOR       PIC 9(7)V99 VALUE 0.
       77 WHOLE-MONTHS          PIC 9(7) VALUE 0.
       77 FIT-STATE             PIC X(1) VALUE "Y".
           88 FIT-OVERFLOWED        VALUE "N".

       77 RANK-NUMBER           PIC 9(3) VALUE 0.
       77 MONTHS-LEFT-EDIT      PIC ZZ9.
       77 PICK-IDX              PIC 9(3) VALUE 0.
       77 PICK-BEST-IDX         PIC 9(3) VALUE 0.
       77 PICK-BEST-MONTHS      PIC 9(3) VALUE 0.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(41)
               VALUE "CPU-STRESS CAPACITY EXHAUSTION FORECAST  ".
           05  FILLER              PIC X(06) VALUE "DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(08) VALUE "  HOST  ".
           05  HDG-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(30)
               VALUE "FLOOR IS ACCEPTED BASELINE LES".
           05  FILLER              PIC X(02) VALUE "S ".
           05  HDG-BASE-TOL-PCT    PIC ZZ9.
           05  FILLER              PIC X(26)
               VALUE " PCT    PLANNING HORIZON  ".
           05  HDG-HORIZON         PIC ZZ9.
           05  FILLER              PIC X(07) VALUE " MONTHS".
           05  FILLER              PIC X(61) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER              PIC X(45) VALUE
               "  RANK  HOST      PROFILE        HST  LAST   ".
           05  FILLER              PIC X(45) VALUE
               "  LATEST AVERAGE    TREND/MONTH            FL".
           05  FILLER              PIC X(42) VALUE
               "OOR  LFT  MONTH   CONF    NOTE            ".

      *>  Profile prints as CORES/LOAD/MEM-MB.
       01  FORECAST-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-RANK-NUMBER     PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DET-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CORES-STRESS    PIC 9(03).
           05  FILLER              PIC X(01) VALUE "/".
           05  DET-LOAD-PERCENT    PIC 9(03).
           05  FILLER              PIC X(01) VALUE "/".
           05  DET-MEM-STRESS-MB   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-MONTH-COUNT     PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-LAST-MONTH      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-LATEST-AVG      PIC ZZZZZZZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SLOPE           PIC ------------9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-FLOOR           PIC ZZZZZZZZZZZZZZ9
                                   BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-MONTHS-LEFT     PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-PROJ-MONTH      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-CONFIDENCE      PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-NOTE            PIC X(16).

       01  SECTION-LINE.
           05  SECT-TEXT           PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-LABEL           PIC X(40).
           05  TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT REPORT-DATE-FIELD FROM DATE YYYYMMDD.
           PERFORM GET-FORECAST-SETTINGS.

           OPEN INPUT CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CAPRPT history file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ROLLUP-FILE.
           IF ROLLUP-FILE-STATUS = "00"
               PERFORM LOAD-ONE-ROLLUP-RECORD UNTIL ROLLUP-FILE-EOF
               CLOSE ROLLUP-FILE
           ELSE
               DISPLAY "CPUFCST - no CPUROLLF rollups, forecasting "
                       "from live CAPRPT history only"
           END-IF.

           PERFORM OPEN-VOID-REGISTER.
           PERFORM LOAD-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF.
           IF VOID-REGISTER-OPEN
               CLOSE VOID-FILE
           END-IF.
           CLOSE CAPRPT-FILE.

           OPEN INPUT BASELINE-FILE.
           IF BASELINE-FILE-STATUS = "00"
               SET BASELINE-MASTER-OPEN TO TRUE
           END-IF.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               PERFORM FORECAST-ONE-PROFILE
           END-PERFORM.
           IF BASELINE-MASTER-OPEN
               CLOSE BASELINE-FILE
           END-IF.

           PERFORM WRITE-FORECAST-REPORT.

           DISPLAY "Capacity forecast complete - " GROUP-COUNT
                   " profiles, " PROFILES-INSIDE-HORIZON
                   " reach their floor inside " HORIZON-MONTHS
                   " months.".
           IF LINES-VOIDED > 0
               DISPLAY "CPUFCST - " LINES-VOIDED
                       " voided runs left out"
           END-IF.
           IF PROFILES-INSIDE-HORIZON > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  Host identity, baseline tolerance and planning horizon from
      *>  the environment, each with its compiled-in default.
      *>----------------------------------------------------------------
       GET-FORECAST-SETTINGS.
           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.

           ACCEPT BASE-TOL-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_BASE_TOL_PCT".
           IF BASE-TOL-TEXT = SPACES
                   OR BASE-TOL-TEXT IS NOT NUMERIC
               MOVE BASE-TOL-DEFAULT TO BASE-TOL-PCT
           ELSE
               MOVE BASE-TOL-TEXT TO BASE-TOL-PCT
           END-IF.
           IF BASE-TOL-PCT = 0 OR BASE-TOL-PCT > 100
               MOVE BASE-TOL-DEFAULT TO BASE-TOL-PCT
           END-IF.

           ACCEPT HORIZON-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_FCST_MONTHS".
           IF HORIZON-TEXT = SPACES
                   OR HORIZON-TEXT IS NOT NUMERIC
               MOVE HORIZON-DEFAULT TO HORIZON-MONTHS
           ELSE
               MOVE HORIZON-TEXT TO HORIZON-MONTHS
           END-IF.
           IF HORIZON-MONTHS = 0
               MOVE HORIZON-DEFAULT TO HORIZON-MONTHS
           END-IF.

      *>----------------------------------------------------------------
      *>  A rollup record stands for its month's archived runs: the
      *>  average times the run count puts its iterations back on the
      *>  same footing as the live run lines it is joined with.
      *>----------------------------------------------------------------
       LOAD-ONE-ROLLUP-RECORD.
           READ ROLLUP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ROLL-MONTH IS NUMERIC
                           AND ROLL-RUN-COUNT IS NUMERIC
                           AND ROLL-AVG-ITERS IS NUMERIC
                           AND ROLL-RUN-COUNT > 0
                       ADD 1 TO ROLLUPS-READ
                       MOVE ROLL-MONTH         TO FOLD-MONTH
                       MOVE ROLL-CORES-STRESS  TO FOLD-CORES-STRESS
                       MOVE ROLL-LOAD-PERCENT  TO FOLD-LOAD-PERCENT
                       MOVE ROLL-MEM-STRESS-MB TO FOLD-MEM-STRESS-MB
                       MOVE ROLL-RUN-COUNT     TO FOLD-RUN-COUNT
                       COMPUTE FOLD-ITERS-SUM =
                               ROLL-AVG-ITERS * ROLL-RUN-COUNT
                       PERFORM FOLD-INTO-PROFILE
                   END-IF
           END-READ.

      *>  Real run lines only, as CPUTREND counts them - a sweep's
      *>  BEST line repeats a SWEEP line's count.
       LOAD-ONE-REPORT-LINE.
           READ CAPRPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF (CAPRPT-OUTCOME = "RUN"
                           OR CAPRPT-OUTCOME = "SWEEP")
                           AND CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                           AND CAPRPT-RUN-DATE IS NUMERIC
                       PERFORM CHECK-RUN-VOIDED
                       IF RUN-IS-VOIDED
                           ADD 1 TO LINES-VOIDED
                       ELSE
                           ADD 1 TO RUN-LINES-READ
                           MOVE CAPRPT-RUN-DATE (1:6) TO FOLD-MONTH
                           MOVE CAPRPT-CORES-STRESS
                                   TO FOLD-CORES-STRESS
                           MOVE CAPRPT-LOAD-PERCENT
                                   TO FOLD-LOAD-PERCENT
                           MOVE CAPRPT-MEM-STRESS-MB
                                   TO FOLD-MEM-STRESS-MB
                           MOVE 1 TO FOLD-RUN-COUNT
                           MOVE CAPRPT-TOTAL-ITERATIONS
                                   TO FOLD-ITERS-SUM
                           PERFORM FOLD-INTO-PROFILE
                       END-IF
                   END-IF
           END-READ.

       OPEN-VOID-REGISTER.
           MOVE "N" TO VOID-REGISTER-STATE.
           OPEN INPUT VOID-FILE.
           IF VOID-FILE-STATUS = "00"
               SET VOID-REGISTER-OPEN TO TRUE
           END-IF.

       CHECK-RUN-VOIDED.
           MOVE "N" TO RUN-VOID-STATE.
           IF VOID-REGISTER-OPEN
               MOVE HOST-NAME-TEXT    TO VOID-HOST-NAME
               MOVE CAPRPT-RUN-DATE   TO VOID-RUN-DATE
               MOVE CAPRPT-START-TIME TO VOID-START-TIME
               READ VOID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RUN-IS-VOIDED TO TRUE
               END-READ
           END-IF.

       FOLD-INTO-PROFILE.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
                       OR GROUP-WAS-FOUND
               IF FCST-CORES-STRESS (GROUP-IDX) = FOLD-CORES-STRESS
                       AND FCST-LOAD-PERCENT (GROUP-IDX)
                           = FOLD-LOAD-PERCENT
                       AND FCST-MEM-STRESS-MB (GROUP-IDX)
                           = FOLD-MEM-STRESS-MB
                   SET GROUP-WAS-FOUND TO TRUE
                   PERFORM FOLD-INTO-MONTH
               END-IF
           END-PERFORM.

           IF NOT GROUP-WAS-FOUND
               IF GROUP-COUNT >= MAX-GROUPS-SUPPORTED
                   ADD 1 TO GROUPS-DROPPED
                   IF GROUPS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-GROUPS-SUPPORTED
                               " profiles - extra lines dropped"
                   END-IF
               ELSE
                   ADD 1 TO GROUP-COUNT
                   MOVE GROUP-COUNT TO GROUP-IDX
                   MOVE FOLD-CORES-STRESS
                           TO FCST-CORES-STRESS (GROUP-IDX)
                   MOVE FOLD-LOAD-PERCENT
                           TO FCST-LOAD-PERCENT (GROUP-IDX)
                   MOVE FOLD-MEM-STRESS-MB
                           TO FCST-MEM-STRESS-MB (GROUP-IDX)
                   MOVE 0 TO FCST-MONTH-COUNT (GROUP-IDX)
                   MOVE "N" TO FCST-PRINTED (GROUP-IDX)
                   PERFORM FOLD-INTO-MONTH
               END-IF
           END-IF.

      *>  GROUP-IDX is still on the matching profile here - see
      *>  CPUTREND on stepping past the entry in PERFORM VARYING.  A
      *>  month split between the rollups and the live file (a purge
      *>  cutoff mid-month) simply adds up.
       FOLD-INTO-MONTH.
           MOVE "N" TO MONTH-FOUND.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > FCST-MONTH-COUNT (GROUP-IDX)
                       OR MONTH-WAS-FOUND
               IF FCST-MON-ID (GROUP-IDX, MONTH-IDX) = FOLD-MONTH
                   SET MONTH-WAS-FOUND TO TRUE
                   ADD FOLD-ITERS-SUM
                           TO FCST-MON-SUM-ITERS (GROUP-IDX, MONTH-IDX)
                   ADD FOLD-RUN-COUNT
                           TO FCST-MON-RUN-COUNT (GROUP-IDX, MONTH-IDX)
               END-IF
           END-PERFORM.

           IF NOT MONTH-WAS-FOUND
               IF FCST-MONTH-COUNT (GROUP-IDX) >= MAX-MONTHS-SUPPORTED
                   ADD 1 TO MONTHS-DROPPED
                   IF MONTHS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-MONTHS-SUPPORTED
                               " months for a profile - extra months "
                               "dropped"
                   END-IF
               ELSE
                   ADD 1 TO FCST-MONTH-COUNT (GROUP-IDX)
                   MOVE FCST-MONTH-COUNT (GROUP-IDX) TO MONTH-IDX
                   MOVE FOLD-MONTH
                           TO FCST-MON-ID (GROUP-IDX, MONTH-IDX)
                   MOVE FOLD-ITERS-SUM
                           TO FCST-MON-SUM-ITERS (GROUP-IDX, MONTH-IDX)
                   MOVE FOLD-RUN-COUNT
                           TO FCST-MON-RUN-COUNT (GROUP-IDX, MONTH-IDX)
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  Fit and project one profile.  Months are held in the order
      *>  first seen, so the first and last month are found by serial
      *>  month number rather than by position.
      *>----------------------------------------------------------------
       FORECAST-ONE-PROFILE.
           MOVE 0 TO FCST-SLOPE (GROUP-IDX) FCST-FLOOR (GROUP-IDX)
                     FCST-MONTHS-LEFT (GROUP-IDX).
           MOVE SPACES TO FCST-PROJ-MONTH (GROUP-IDX).
           PERFORM GRADE-CONFIDENCE.
           PERFORM FIND-FIRST-AND-LAST-MONTH.

           IF FCST-MONTH-COUNT (GROUP-IDX) < 2
               SET FCST-TOO-LITTLE-HISTORY (GROUP-IDX) TO TRUE
           ELSE
               PERFORM FIT-TREND-LINE
               IF FIT-OVERFLOWED
                   SET FCST-NOT-FITTED (GROUP-IDX) TO TRUE
               ELSE
                   PERFORM PROJECT-TO-FLOOR
               END-IF
           END-IF.

       GRADE-CONFIDENCE.
           EVALUATE TRUE
               WHEN FCST-MONTH-COUNT (GROUP-IDX) >= 12
                   MOVE "HIGH"   TO FCST-CONFIDENCE (GROUP-IDX)
               WHEN FCST-MONTH-COUNT (GROUP-IDX) >= 6
                   MOVE "MEDIUM" TO FCST-CONFIDENCE (GROUP-IDX)
               WHEN FCST-MONTH-COUNT (GROUP-IDX) >= 2
                   MOVE "LOW"    TO FCST-CONFIDENCE (GROUP-IDX)
               WHEN OTHER
                   MOVE "NONE"   TO FCST-CONFIDENCE (GROUP-IDX)
           END-EVALUATE.

       FIND-FIRST-AND-LAST-MONTH.
           MOVE 9999999 TO FIRST-MONTH-SERIAL.
           MOVE 0 TO LAST-MONTH-SERIAL.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > FCST-MONTH-COUNT (GROUP-IDX)
               PERFORM SERIALIZE-TABLE-MONTH
               IF MONTH-SERIAL < FIRST-MONTH-SERIAL
                   MOVE MONTH-SERIAL TO FIRST-MONTH-SERIAL
               END-IF
               IF MONTH-SERIAL > LAST-MONTH-SERIAL
                   MOVE MONTH-SERIAL TO LAST-MONTH-SERIAL
                   MOVE FCST-MON-ID (GROUP-IDX, MONTH-IDX)
                           TO FCST-LAST-MONTH (GROUP-IDX)
                   COMPUTE FCST-LATEST-AVG (GROUP-IDX) ROUNDED =
                           FCST-MON-SUM-ITERS (GROUP-IDX, MONTH-IDX)
                           / FCST-MON-RUN-COUNT (GROUP-IDX, MONTH-IDX)
               END-IF
           END-PERFORM.

       SERIALIZE-TABLE-MONTH.
           MOVE FCST-MON-ID (GROUP-IDX, MONTH-IDX) (1:4)
                   TO MONTH-YEAR-WORK.
           MOVE FCST-MON-ID (GROUP-IDX, MONTH-IDX) (5:2)
                   TO MONTH-NUMBER-WORK.
           COMPUTE MONTH-SERIAL =
                   MONTH-YEAR-WORK * 12 + MONTH-NUMBER-WORK - 1.

      *>  Least squares over (month, average iterations): slope is
      *>  the sum of centred cross products over the sum of centred
      *>  squares; the line passes through the two means.
       FIT-TREND-LINE.
           MOVE "Y" TO FIT-STATE.
           MOVE 0 TO SUM-X SUM-Y.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > FCST-MONTH-COUNT (GROUP-IDX)
               PERFORM LOAD-TREND-POINT
               ADD POINT-X TO SUM-X
               ADD POINT-Y TO SUM-Y
                   ON SIZE ERROR
                       SET FIT-OVERFLOWED TO TRUE
               END-ADD
           END-PERFORM.
           COMPUTE MEAN-X ROUNDED =
                   SUM-X / FCST-MONTH-COUNT (GROUP-IDX).
           COMPUTE MEAN-Y ROUNDED =
                   SUM-Y / FCST-MONTH-COUNT (GROUP-IDX).

           MOVE 0 TO SUM-XX-CENTRED SUM-XY-CENTRED.
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
                   UNTIL MONTH-IDX > FCST-MONTH-COUNT (GROUP-IDX)
               PERFORM LOAD-TREND-POINT
               COMPUTE SUM-XX-CENTRED = SUM-XX-CENTRED
                       + (POINT-X - MEAN-X) * (POINT-X - MEAN-X)
               COMPUTE SUM-XY-CENTRED = SUM-XY-CENTRED
                       + (POINT-X - MEAN-X) * (POINT-Y - MEAN-Y)
                   ON SIZE ERROR
                       SET FIT-OVERFLOWED TO TRUE
               END-COMPUTE
           END-PERFORM.

           IF NOT FIT-OVERFLOWED
               COMPUTE TREND-SLOPE ROUNDED =
                       SUM-XY-CENTRED / SUM-XX-CENTRED
                   ON SIZE ERROR
                       SET FIT-OVERFLOWED TO TRUE
               END-COMPUTE
           END-IF.
           IF NOT FIT-OVERFLOWED
               COMPUTE TREND-AT-LAST-MONTH ROUNDED = MEAN-Y
                       + TREND-SLOPE
                         * (LAST-MONTH-SERIAL - FIRST-MONTH-SERIAL
                            - MEAN-X)
                   ON SIZE ERROR
                       SET FIT-OVERFLOWED TO TRUE
               END-COMPUTE
               COMPUTE FCST-SLOPE (GROUP-IDX) ROUNDED = TREND-SLOPE
           END-IF.

       LOAD-TREND-POINT.
           PERFORM SERIALIZE-TABLE-MONTH.
           COMPUTE POINT-X = MONTH-SERIAL - FIRST-MONTH-SERIAL.
           COMPUTE POINT-Y ROUNDED =
                   FCST-MON-SUM-ITERS (GROUP-IDX, MONTH-IDX)
                   / FCST-MON-RUN-COUNT (GROUP-IDX, MONTH-IDX).

      *>  Floor = accepted baseline less the tolerance.  Months left
      *>  counts whole months from the latest month until the trend
      *>  line is below the floor - zero when it already is.
       PROJECT-TO-FLOOR.
           MOVE "N" TO GROUP-FOUND.
           IF BASELINE-MASTER-OPEN
               MOVE HOST-NAME-TEXT TO BASE-HOST-NAME
               MOVE FCST-CORES-STRESS (GROUP-IDX)
                       TO BASE-CORES-STRESS
               MOVE FCST-LOAD-PERCENT (GROUP-IDX)
                       TO BASE-LOAD-PERCENT
               MOVE FCST-MEM-STRESS-MB (GROUP-IDX)
                       TO BASE-MEM-STRESS-MB
               READ BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GROUP-WAS-FOUND TO TRUE
               END-READ
           END-IF.

           IF NOT GROUP-WAS-FOUND
               SET FCST-NO-BASELINE (GROUP-IDX) TO TRUE
           ELSE
               COMPUTE FCST-FLOOR (GROUP-IDX) ROUNDED =
                       BASE-ITERATIONS * (100 - BASE-TOL-PCT) / 100
               EVALUATE TRUE
                   WHEN TREND-AT-LAST-MONTH
                           <= FCST-FLOOR (GROUP-IDX)
                       SET FCST-PROJECTED (GROUP-IDX) TO TRUE
                       MOVE 0 TO WHOLE-MONTHS
                   WHEN TREND-SLOPE NOT < 0
                       SET FCST-NOT-DECLINING (GROUP-IDX) TO TRUE
                   WHEN OTHER
                       SET FCST-PROJECTED (GROUP-IDX) TO TRUE
                       COMPUTE MONTHS-TO-FLOOR =
                               (TREND-AT-LAST-MONTH
                                - FCST-FLOOR (GROUP-IDX))
                               / (0 - TREND-SLOPE)
                           ON SIZE ERROR
                               MOVE 999 TO MONTHS-TO-FLOOR
                       END-COMPUTE
                       MOVE MONTHS-TO-FLOOR TO WHOLE-MONTHS
                       IF WHOLE-MONTHS < MONTHS-TO-FLOOR
                           ADD 1 TO WHOLE-MONTHS
                       END-IF
               END-EVALUATE
               IF FCST-PROJECTED (GROUP-IDX)
                   IF WHOLE-MONTHS > 999
                       MOVE 999 TO WHOLE-MONTHS
                   END-IF
                   MOVE WHOLE-MONTHS TO FCST-MONTHS-LEFT (GROUP-IDX)
                   COMPUTE MONTH-SERIAL =
                           LAST-MONTH-SERIAL + WHOLE-MONTHS
                   DIVIDE MONTH-SERIAL BY 12
                           GIVING MONTH-YEAR-WORK
                           REMAINDER MONTH-NUMBER-WORK
                   ADD 1 TO MONTH-NUMBER-WORK
                   MOVE MONTH-YEAR-WORK
                           TO FCST-PROJ-MONTH (GROUP-IDX) (1:4)
                   MOVE MONTH-NUMBER-WORK
                           TO FCST-PROJ-MONTH (GROUP-IDX) (5:2)
                   IF WHOLE-MONTHS <= HORIZON-MONTHS
                       ADD 1 TO PROFILES-INSIDE-HORIZON
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  The ranking, soonest exhaustion first (same pick-and-mark
      *>  selection CPUFLEET ranks by), then every profile that could
      *>  not be projected, with the reason.
      *>----------------------------------------------------------------
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           IF FORECAST-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUFCSTR report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE REPORT-DATE-FIELD TO HDG-REPORT-DATE.
           MOVE HOST-NAME-TEXT    TO HDG-HOST-NAME.
           MOVE HEADING-LINE-1 TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE BASE-TOL-PCT   TO HDG-BASE-TOL-PCT.
           MOVE HORIZON-MONTHS TO HDG-HORIZON.
           MOVE HEADING-LINE-2 TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.

           MOVE SPACES TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "PROFILES RANKED BY MONTHS TO BASELINE FLOOR"
                   TO SECT-TEXT.
           MOVE SECTION-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE COLUMN-HEADING-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.

           MOVE 0 TO RANK-NUMBER.
           PERFORM PICK-NEXT-RANKED-PROFILE.
           PERFORM WRITE-RANKED-PROFILE UNTIL PICK-BEST-IDX = 0.

           MOVE SPACES TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "PROFILES WITH NO PROJECTION" TO SECT-TEXT.
           MOVE SECTION-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE COLUMN-HEADING-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > GROUP-COUNT
               IF NOT FCST-WAS-PRINTED (GROUP-IDX)
                   MOVE 0 TO DET-RANK-NUMBER
                   PERFORM WRITE-PROFILE-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "CONTROL TOTALS" TO SECT-TEXT.
           MOVE SECTION-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "CPUROLLF MONTHLY ROLLUPS READ" TO TOT-LABEL.
           MOVE ROLLUPS-READ TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "CAPRPT RUN LINES READ" TO TOT-LABEL.
           MOVE RUN-LINES-READ TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "VOIDED RUNS LEFT OUT" TO TOT-LABEL.
           MOVE LINES-VOIDED TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "PROFILES FORECAST" TO TOT-LABEL.
           MOVE GROUP-COUNT TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "REACHING FLOOR INSIDE HORIZON" TO TOT-LABEL.
           MOVE PROFILES-INSIDE-HORIZON TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.

           CLOSE FORECAST-REPORT-FILE.

       PICK-NEXT-RANKED-PROFILE.
           MOVE 0 TO PICK-BEST-IDX PICK-BEST-MONTHS.
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > GROUP-COUNT
               IF NOT FCST-WAS-PRINTED (PICK-IDX)
                       AND FCST-PROJECTED (PICK-IDX)
                   IF PICK-BEST-IDX = 0
                           OR FCST-MONTHS-LEFT (PICK-IDX)
                               < PICK-BEST-MONTHS
                       MOVE PICK-IDX TO PICK-BEST-IDX
                       MOVE FCST-MONTHS-LEFT (PICK-IDX)
                               TO PICK-BEST-MONTHS
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RANKED-PROFILE.
           ADD 1 TO RANK-NUMBER.
           MOVE PICK-BEST-IDX TO GROUP-IDX.
           MOVE RANK-NUMBER TO DET-RANK-NUMBER.
           PERFORM WRITE-PROFILE-LINE.
           PERFORM PICK-NEXT-RANKED-PROFILE.

       WRITE-PROFILE-LINE.
           MOVE HOST-NAME-TEXT TO DET-HOST-NAME.
           MOVE FCST-CORES-STRESS (GROUP-IDX)  TO DET-CORES-STRESS.
           MOVE FCST-LOAD-PERCENT (GROUP-IDX)  TO DET-LOAD-PERCENT.
           MOVE FCST-MEM-STRESS-MB (GROUP-IDX) TO DET-MEM-STRESS-MB.
           MOVE FCST-MONTH-COUNT (GROUP-IDX)   TO DET-MONTH-COUNT.
           MOVE FCST-LAST-MONTH (GROUP-IDX)    TO DET-LAST-MONTH.
           MOVE FCST-LATEST-AVG (GROUP-IDX)    TO DET-LATEST-AVG.
           MOVE FCST-SLOPE (GROUP-IDX)         TO DET-SLOPE.
           MOVE FCST-FLOOR (GROUP-IDX)         TO DET-FLOOR.
           IF FCST-PROJECTED (GROUP-IDX)
               MOVE FCST-MONTHS-LEFT (GROUP-IDX) TO MONTHS-LEFT-EDIT
               MOVE MONTHS-LEFT-EDIT TO DET-MONTHS-LEFT
           ELSE
               MOVE SPACES TO DET-MONTHS-LEFT
           END-IF.
           MOVE FCST-PROJ-MONTH (GROUP-IDX)    TO DET-PROJ-MONTH.
           MOVE FCST-CONFIDENCE (GROUP-IDX)    TO DET-CONFIDENCE.
           EVALUATE TRUE
               WHEN FCST-PROJECTED (GROUP-IDX)
                       AND FCST-MONTHS-LEFT (GROUP-IDX) = 0
                   MOVE "BELOW FLOOR NOW" TO DET-NOTE
               WHEN FCST-PROJECTED (GROUP-IDX)
                       AND FCST-MONTHS-LEFT (GROUP-IDX)
                           <= HORIZON-MONTHS
                   MOVE "INSIDE HORIZON" TO DET-NOTE
               WHEN FCST-PROJECTED (GROUP-IDX)
                   MOVE SPACES TO DET-NOTE
               WHEN FCST-NOT-DECLINING (GROUP-IDX)
                   MOVE "NOT DECLINING" TO DET-NOTE
               WHEN FCST-NO-BASELINE (GROUP-IDX)
                   MOVE "NO BASELINE" TO DET-NOTE
               WHEN FCST-TOO-LITTLE-HISTORY (GROUP-IDX)
                   MOVE "ONE MONTH ONLY" TO DET-NOTE
               WHEN OTHER
                   MOVE "TREND NOT FITTED" TO DET-NOTE
           END-EVALUATE.
           MOVE FORECAST-DETAIL-LINE TO FORECAST-PRINT-LINE.
           WRITE FORECAST-PRINT-LINE.
           MOVE "Y" TO FCST-PRINTED (GROUP-IDX).
