       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUDIGST.

      *>================================================================
      *>  CPUDIGST is the morning operations digest: one page that
      *>  says whether the night went cleanly, read straight from the
      *>  files the on-shift analyst would otherwise open one by one:
      *>    CAPRPT    every run line since the previous business
      *>              day's cutoff, with the run's CPUAUDIT outcome
      *>              and its baseline verdict (a BASEDEV line under
      *>              the same run key means it deviated)
      *>    CPUALERT  OPEN alerts, counted by severity and listed
      *>    CPULOCK   a run interlock still held, and whether it has
      *>              outlived its run's TIME-STRESS plus the grace
      *>              period the drivers reclaim abandoned locks by
      *>    CPUSWCHK  a sweep left mid-profile with its restart
      *>              checkpoint outstanding
      *>    CPUEXLOG  extracts still unacknowledged or mismatched at
      *>              the last reconciliation
      *>    CPUCMPLR  the count of overdue schedule lines from the
      *>              last CPUCOMPL compliance report, which should be
      *>              no older than the cutoff date
      *>  and closes with an overall status the morning scheduler job
      *>  routes the report by:
      *>    RED   (RC 8) - a run ended IOERROR, MEMERROR or
      *>                   CALCERROR, a severity 1 alert is OPEN, a
      *>                   stale lock is held, or an extract came back
      *>                   mismatched
      *>    AMBER (RC 4) - a SHORT run, a baseline deviation, any
      *>                   other OPEN alert, a live lock, a sweep
      *>                   checkpoint, an outstanding extract, an
      *>                   overdue schedule line, no runs at all since
      *>                   the cutoff, CAPRPT/CPUCMPLR missing, or a
      *>                   CPUCMPLR older than the cutoff date
      *>    GREEN (RC 0) - none of the above
      *>  with one line per reason under the status.
      *>
      *>  The cutoff is the previous business day (Friday on a Monday
      *>  or a weekend) at CPU_STRESS_DIGEST_CUTOFF (HHMM, default
      *>  1800 - close of business).  The host shown is this box's
      *>  CPU_STRESS_HOSTNAME; the lock grace is CPU_STRESS_LOCK_GRACE
      *>  in seconds (default 300), as the drivers read it.  A
      *>  sweep's profile lines carry their own start times, so a run
      *>  line with no audit record under its exact key takes the
      *>  outcome of the latest invocation that day started before it.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CPUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CPUALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CPULOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CPUSWCHK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.

           SELECT EXTRACT-LOG-FILE ASSIGN TO "CPUEXLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-LOG-STATUS.

           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO "CPUCMPLR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COMPLIANCE-REPORT-STATUS.

           SELECT DIGEST-REPORT-FILE ASSIGN TO "CPUDIGRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIGEST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       FD  AUDIT-FILE.
       COPY "cpuaudit.cpy".

       FD  ALERT-FILE.
       COPY "cpualrt.cpy".

       FD  LOCK-FILE.
       COPY "cpulock.cpy".

       FD  CHECKPOINT-FILE.
       COPY "cpuswchk.cpy".

       FD  EXTRACT-LOG-FILE.
       COPY "cpuexlog.cpy".

      *>  CPUCMPLR is CPUCOMPL's print file; the heading carries the
      *>  report date and the closing line the overdue count, at the
      *>  columns CPUCOMPL prints them.
       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-PRINT-LINE   PIC X(132).
       01  COMPLIANCE-HEADING-VIEW REDEFINES COMPLIANCE-PRINT-LINE.
           05  CMPL-HEADING-TEXT       PIC X(28).
           05  FILLER                  PIC X(12).
           05  CMPL-REPORT-DATE        PIC X(08).
           05  FILLER                  PIC X(84).
       01  COMPLIANCE-COUNT-VIEW REDEFINES COMPLIANCE-PRINT-LINE.
           05  CMPL-COUNT-TEXT         PIC X(24).
           05  FILLER                  PIC X(02).
           05  CMPL-OVERDUE-COUNT      PIC X(03).
           05  FILLER                  PIC X(06).
           05  CMPL-SCHEDULE-TOTAL     PIC X(03).
           05  FILLER                  PIC X(94).

       FD  DIGEST-REPORT-FILE.
       01  DIGEST-PRINT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 AUDIT-FILE-EOF        VALUE "10".
       77 ALERT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 ALERT-FILE-EOF        VALUE "10".
       77 LOCK-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 CHECKPOINT-FILE-STATUS PIC X(2) VALUE SPACES.
       77 EXTRACT-LOG-STATUS    PIC X(2) VALUE SPACES.
           88 EXTRACT-LOG-EOF       VALUE "10".
       77 COMPLIANCE-REPORT-STATUS PIC X(2) VALUE SPACES.
           88 COMPLIANCE-REPORT-EOF VALUE "10".
       77 DIGEST-REPORT-STATUS  PIC X(2) VALUE SPACES.

       77 TODAY-DATE-FIELD      PIC X(8) VALUE SPACES.
       77 NOW-TIME-FIELD        PIC X(8) VALUE SPACES.
       77 TODAY-DAY-OF-WEEK     PIC 9(1) VALUE 0.
       77 DAYS-BACK             PIC 9(1) VALUE 0.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".

      *>  Cutoff: date and HHMM, compared as one YYYYMMDDHHMMSSCC key
      *>  against each record's run date and start time.
       77 CUTOFF-TIME-TEXT      PIC X(4) VALUE SPACES.
       77 CUTOFF-TIME-DEFAULT   PIC X(4) VALUE "1800".
       01  CUTOFF-KEY-AREA.
           05  CUTOFF-DATE             PIC X(08).
           05  CUTOFF-TIME             PIC X(08).
       01  RECORD-KEY-AREA.
           05  RECORD-KEY-DATE         PIC X(08).
           05  RECORD-KEY-TIME         PIC X(08).

      *>  Stepping a date back a day at a time.
       77 DATE-WORK-FIELD       PIC X(8) VALUE SPACES.
       77 DATE-WORK-YEAR        PIC 9(4) VALUE 0.
       77 DATE-WORK-MONTH       PIC 9(2) VALUE 0.
       77 DATE-WORK-DAY         PIC 9(2) VALUE 0.
       77 LEAP-QUOTIENT         PIC 9(4) VALUE 0.
       77 LEAP-REMAINDER        PIC 9(3) VALUE 0.
       01  MONTH-LENGTH-VALUES     PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH OCCURS 12 TIMES  PIC 9(02).

      *>  Lock age, in seconds, from the lock's own run key to now.
       77 LOCK-GRACE-TEXT       PIC X(5) VALUE SPACES.
       77 LOCK-GRACE-SECS       PIC 9(5) VALUE 0.
       77 LOCK-GRACE-DEFAULT    PIC 9(5) VALUE 300.
       77 LOCK-AGE-SECS         PIC S9(9) VALUE 0.
       77 LOCK-EXPIRY-SECS      PIC 9(7) VALUE 0.
       77 LOCK-STATE            PIC X(1) VALUE "N".
           88 LOCK-NOT-HELD         VALUE "N".
           88 LOCK-IS-LIVE          VALUE "L".
           88 LOCK-IS-STALE         VALUE "S".
       77 LOCK-SERIAL-DAYS      PIC 9(7) VALUE 0.
       77 TODAY-SERIAL-DAYS     PIC 9(7) VALUE 0.
       77 LOCK-START-SECS       PIC 9(6) VALUE 0.
       77 NOW-SECS              PIC 9(6) VALUE 0.
       77 CAL-ADJ-YEAR          PIC 9(4) VALUE 0.
       77 CAL-ADJ-MONTH         PIC 9(2) VALUE 0.
       77 SERIAL-DAY-NUMBER     PIC 9(7) VALUE 0.
       77 TOD-HOURS             PIC 9(2) VALUE 0.
       77 TOD-MINUTES           PIC 9(2) VALUE 0.
       77 TOD-SECONDS           PIC 9(2) VALUE 0.
       77 TOD-TOTAL-SECS        PIC 9(6) VALUE 0.
       77 TIME-WORK-FIELD       PIC X(8) VALUE SPACES.

       77 CHECKPOINT-STATE      PIC X(1) VALUE "N".
           88 CHECKPOINT-OUTSTANDING VALUE "Y".
       77 CAPRPT-STATE          PIC X(1) VALUE "Y".
           88 CAPRPT-MISSING        VALUE "N".
       77 COMPLIANCE-STATE      PIC X(1) VALUE "N".
           88 COMPLIANCE-FOUND      VALUE "Y".
       77 COMPLIANCE-DATE       PIC X(8) VALUE SPACES.
       77 OVERDUE-COUNT         PIC 9(3) VALUE 0.
       77 SCHEDULE-TOTAL        PIC 9(3) VALUE 0.

      *>  Night's counts.
       77 RUNS-SINCE-CUTOFF     PIC 9(5) VALUE 0.
       77 RUNS-NOT-LISTED       PIC 9(5) VALUE 0.
       77 DEVIATIONS-SINCE-CUTOFF PIC 9(5) VALUE 0.
       77 RUNS-COMPLETED        PIC 9(5) VALUE 0.
       77 RUNS-SHORT            PIC 9(5) VALUE 0.
       77 RUNS-FAILED           PIC 9(5) VALUE 0.
       77 INVOCATIONS-TURNED-AWAY PIC 9(5) VALUE 0.
       77 OPEN-SEV1-COUNT       PIC 9(5) VALUE 0.
       77 OPEN-SEV2-COUNT       PIC 9(5) VALUE 0.
       77 OPEN-SEV3-COUNT       PIC 9(5) VALUE 0.
       77 OPEN-ALERT-COUNT      PIC 9(5) VALUE 0.
       77 ALERTS-NOT-LISTED     PIC 9(5) VALUE 0.
       77 EXTRACTS-OUTSTANDING  PIC 9(5) VALUE 0.
       77 EXTRACTS-MISMATCHED   PIC 9(5) VALUE 0.
       77 EXTRACTS-NOT-LISTED   PIC 9(5) VALUE 0.

       77 DIGEST-LEVEL          PIC 9(1) VALUE 0.
           88 DIGEST-GREEN          VALUE 0.
           88 DIGEST-AMBER          VALUE 4.
           88 DIGEST-RED            VALUE 8.

      *>  The night's run lines - a page's worth; the rest are only
      *>  counted.
       77 RUN-IDX               PIC 9(3) VALUE 0.
       77 RUN-COUNT             PIC 9(3) VALUE 0.
       77 MAX-RUNS-LISTED       PIC 9(3) VALUE 20.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 20 TIMES
                           INDEXED BY RUN-TAB-IDX.
               10  RUN-TAB-DATE            PIC X(08).
               10  RUN-TAB-START-TIME      PIC X(08).
               10  RUN-TAB-END-TIME        PIC X(08).
               10  RUN-TAB-CORES-STRESS    PIC 9(03).
               10  RUN-TAB-LOAD-PERCENT    PIC 9(03).
               10  RUN-TAB-MEM-STRESS-MB   PIC 9(05).
               10  RUN-TAB-ITERATIONS      PIC 9(15).
               10  RUN-TAB-LINE-TYPE       PIC X(08).
               10  RUN-TAB-AUDIT-OUTCOME   PIC X(09).
               10  RUN-TAB-AUDIT-MATCH     PIC X(01).
                   88 RUN-AUDIT-EXACT          VALUE "E".
               10  RUN-TAB-DEVIATED        PIC X(01).
                   88 RUN-DEVIATED             VALUE "Y".

       77 ALERT-IDX             PIC 9(3) VALUE 0.
       77 ALERT-COUNT           PIC 9(3) VALUE 0.
       77 MAX-ALERTS-LISTED     PIC 9(3) VALUE 12.
       77 LIST-SEVERITY         PIC X(1) VALUE SPACE.
       01  OPEN-ALERT-TABLE.
           05  OPEN-ALERT-ENTRY OCCURS 12 TIMES.
               10  OAL-SEVERITY            PIC X(01).
               10  OAL-HOST-NAME           PIC X(08).
               10  OAL-REASON-CODE         PIC X(08).
               10  OAL-RUN-DATE            PIC X(08).
               10  OAL-START-TIME          PIC X(08).
               10  OAL-REASON-TEXT         PIC X(30).

       77 EXTRACT-IDX           PIC 9(3) VALUE 0.
       77 EXTRACT-COUNT         PIC 9(3) VALUE 0.
       77 MAX-EXTRACTS-LISTED   PIC 9(3) VALUE 6.
       01  EXTRACT-TABLE.
           05  EXTRACT-ENTRY OCCURS 6 TIMES.
               10  EXT-SEQUENCE            PIC 9(05).
               10  EXT-EXTRACT-DATE        PIC X(08).
               10  EXT-RECORD-COUNT        PIC 9(09).
               10  EXT-ACK-STATUS          PIC X(01).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(38)
               VALUE "CPU-STRESS MORNING OPERATIONS DIGEST  ".
           05  FILLER              PIC X(06) VALUE "DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(07) VALUE "  TIME ".
           05  HDG-REPORT-TIME     PIC X(06).
           05  FILLER              PIC X(07) VALUE "  HOST ".
           05  HDG-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(18)
               VALUE "RUNS SINCE CUTOFF ".
           05  HDG-CUTOFF-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HDG-CUTOFF-TIME     PIC X(04).
           05  FILLER              PIC X(26)
               VALUE "  (PREVIOUS BUSINESS DAY)".
           05  FILLER              PIC X(75) VALUE SPACES.

       01  SECTION-LINE.
           05  SECT-TEXT           PIC X(40).
           05  FILLER              PIC X(92) VALUE SPACES.

      *>  Free-text detail under a section heading.
       01  TEXT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TXT-TEXT            PIC X(130).

       01  RUN-COLUMN-LINE.
           05  FILLER              PIC X(46) VALUE
               "  RUN DATE  START     END       PROFILE       ".
           05  FILLER              PIC X(47) VALUE
               "      ITERATIONS  LINE      OUTCOME    BASELINE".
           05  FILLER              PIC X(39) VALUE SPACES.

       01  RUN-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-START-TIME  PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-END-TIME    PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-CORES       PIC 9(03).
           05  FILLER              PIC X(01) VALUE "/".
           05  RUN-DET-LOAD        PIC 9(03).
           05  FILLER              PIC X(01) VALUE "/".
           05  RUN-DET-MEM-MB      PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-ITERATIONS  PIC ZZZZZZZZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-LINE-TYPE   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-OUTCOME     PIC X(09).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RUN-DET-BASELINE    PIC X(08).
           05  FILLER              PIC X(39) VALUE SPACES.

       01  ALERT-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "SEV ".
           05  ALD-SEVERITY        PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALD-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALD-REASON-CODE     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALD-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  ALD-START-TIME      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  ALD-REASON-TEXT     PIC X(30).
           05  FILLER              PIC X(54) VALUE SPACES.

       01  EDIT-FIELDS.
           05  EDIT-COUNT-1        PIC ZZZZ9.
           05  EDIT-COUNT-2        PIC ZZZZ9.
           05  EDIT-COUNT-3        PIC ZZZZ9.
           05  EDIT-COUNT-4        PIC ZZZZ9.
           05  EDIT-SECONDS        PIC ZZZZZZZZ9.
           05  EDIT-RECORDS        PIC ZZZZZZZZ9.

       01  STATUS-LINE.
           05  FILLER              PIC X(16) VALUE "OVERALL STATUS  ".
           05  STAT-COLOUR         PIC X(05).
           05  FILLER              PIC X(06) VALUE "   RC ".
           05  STAT-RETURN-CODE    PIC 9(01).
           05  FILLER              PIC X(104) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-FIELD FROM TIME.
           ACCEPT TODAY-DAY-OF-WEEK FROM DAY-OF-WEEK.
           PERFORM GET-DIGEST-SETTINGS.
           PERFORM FIND-BUSINESS-DAY-CUTOFF.

           PERFORM LOAD-OVERNIGHT-RUNS.
           PERFORM LOAD-AUDIT-OUTCOMES.
           PERFORM LOAD-OPEN-ALERTS.
           PERFORM CHECK-RUN-INTERLOCK.
           PERFORM CHECK-SWEEP-CHECKPOINT.
           PERFORM LOAD-EXTRACT-STATUS.
           PERFORM LOAD-COMPLIANCE-RESULT.

           PERFORM JUDGE-OVERALL-STATUS.
           PERFORM WRITE-DIGEST-REPORT.

           EVALUATE TRUE
               WHEN DIGEST-RED
                   DISPLAY "Morning digest complete - status RED"
               WHEN DIGEST-AMBER
                   DISPLAY "Morning digest complete - status AMBER"
               WHEN OTHER
                   DISPLAY "Morning digest complete - status GREEN"
           END-EVALUATE.
           MOVE DIGEST-LEVEL TO RETURN-CODE.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  Host, cutoff time and lock grace from the environment, each
      *>  with its compiled-in default.
      *>----------------------------------------------------------------
       GET-DIGEST-SETTINGS.
           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.

           ACCEPT CUTOFF-TIME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_DIGEST_CUTOFF".
           IF CUTOFF-TIME-TEXT IS NOT NUMERIC
                   OR CUTOFF-TIME-TEXT (1:2) > "23"
                   OR CUTOFF-TIME-TEXT (3:2) > "59"
               MOVE CUTOFF-TIME-DEFAULT TO CUTOFF-TIME-TEXT
           END-IF.

           ACCEPT LOCK-GRACE-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_LOCK_GRACE".
           IF LOCK-GRACE-TEXT = SPACES
                   OR LOCK-GRACE-TEXT IS NOT NUMERIC
               MOVE LOCK-GRACE-DEFAULT TO LOCK-GRACE-SECS
           ELSE
               MOVE LOCK-GRACE-TEXT TO LOCK-GRACE-SECS
           END-IF.

      *>  DAY-OF-WEEK runs 1 (Monday) to 7 (Sunday): Monday looks
      *>  back to Friday, Sunday to Friday, every other day (Saturday
      *>  included) to the day before.
       FIND-BUSINESS-DAY-CUTOFF.
           EVALUATE TODAY-DAY-OF-WEEK
               WHEN 1
                   MOVE 3 TO DAYS-BACK
               WHEN 7
                   MOVE 2 TO DAYS-BACK
               WHEN OTHER
                   MOVE 1 TO DAYS-BACK
           END-EVALUATE.
           MOVE TODAY-DATE-FIELD TO DATE-WORK-FIELD.
           MOVE DATE-WORK-FIELD (1:4) TO DATE-WORK-YEAR.
           MOVE DATE-WORK-FIELD (5:2) TO DATE-WORK-MONTH.
           MOVE DATE-WORK-FIELD (7:2) TO DATE-WORK-DAY.
           PERFORM STEP-BACK-ONE-DAY DAYS-BACK TIMES.
           MOVE DATE-WORK-YEAR  TO CUTOFF-DATE (1:4).
           MOVE DATE-WORK-MONTH TO CUTOFF-DATE (5:2).
           MOVE DATE-WORK-DAY   TO CUTOFF-DATE (7:2).
           MOVE ZEROS TO CUTOFF-TIME.
           MOVE CUTOFF-TIME-TEXT TO CUTOFF-TIME (1:4).

       STEP-BACK-ONE-DAY.
           IF DATE-WORK-DAY > 1
               SUBTRACT 1 FROM DATE-WORK-DAY
           ELSE
               IF DATE-WORK-MONTH > 1
                   SUBTRACT 1 FROM DATE-WORK-MONTH
               ELSE
                   MOVE 12 TO DATE-WORK-MONTH
                   SUBTRACT 1 FROM DATE-WORK-YEAR
               END-IF
               MOVE MONTH-LENGTH (DATE-WORK-MONTH) TO DATE-WORK-DAY
               IF DATE-WORK-MONTH = 2
                   PERFORM ADJUST-FEBRUARY-LENGTH
               END-IF
           END-IF.

       ADJUST-FEBRUARY-LENGTH.
           DIVIDE DATE-WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 29 TO DATE-WORK-DAY
               DIVIDE DATE-WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE DATE-WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 28 TO DATE-WORK-DAY
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  CAPRPT since the cutoff: RUN, SWEEP and CERT lines are runs;
      *>  a BASEDEV line marks the run under the same key deviated.
      *>----------------------------------------------------------------
       LOAD-OVERNIGHT-RUNS.
           OPEN INPUT CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS NOT = "00"
               SET CAPRPT-MISSING TO TRUE
           ELSE
               PERFORM LOAD-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF
               CLOSE CAPRPT-FILE
           END-IF.

       LOAD-ONE-REPORT-LINE.
           READ CAPRPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CAPRPT-RUN-DATE   TO RECORD-KEY-DATE
                   MOVE CAPRPT-START-TIME TO RECORD-KEY-TIME
                   IF RECORD-KEY-AREA >= CUTOFF-KEY-AREA
                       EVALUATE CAPRPT-OUTCOME
                           WHEN "RUN"
                           WHEN "SWEEP"
                           WHEN "CERT"
                               PERFORM STORE-OVERNIGHT-RUN
                           WHEN "BASEDEV"
                               ADD 1 TO DEVIATIONS-SINCE-CUTOFF
                               PERFORM MARK-RUN-DEVIATED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       STORE-OVERNIGHT-RUN.
           ADD 1 TO RUNS-SINCE-CUTOFF.
           IF RUN-COUNT >= MAX-RUNS-LISTED
               ADD 1 TO RUNS-NOT-LISTED
           ELSE
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-IDX
               MOVE CAPRPT-RUN-DATE   TO RUN-TAB-DATE (RUN-IDX)
               MOVE CAPRPT-START-TIME TO RUN-TAB-START-TIME (RUN-IDX)
               MOVE CAPRPT-END-TIME   TO RUN-TAB-END-TIME (RUN-IDX)
               MOVE CAPRPT-CORES-STRESS
                       TO RUN-TAB-CORES-STRESS (RUN-IDX)
               MOVE CAPRPT-LOAD-PERCENT
                       TO RUN-TAB-LOAD-PERCENT (RUN-IDX)
               MOVE CAPRPT-MEM-STRESS-MB
                       TO RUN-TAB-MEM-STRESS-MB (RUN-IDX)
               IF CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                   MOVE CAPRPT-TOTAL-ITERATIONS
                           TO RUN-TAB-ITERATIONS (RUN-IDX)
               ELSE
                   MOVE 0 TO RUN-TAB-ITERATIONS (RUN-IDX)
               END-IF
               MOVE CAPRPT-OUTCOME TO RUN-TAB-LINE-TYPE (RUN-IDX)
               MOVE "NO AUDIT" TO RUN-TAB-AUDIT-OUTCOME (RUN-IDX)
               MOVE SPACE TO RUN-TAB-AUDIT-MATCH (RUN-IDX)
               MOVE "N" TO RUN-TAB-DEVIATED (RUN-IDX)
           END-IF.

       MARK-RUN-DEVIATED.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               IF RUN-TAB-DATE (RUN-IDX) = CAPRPT-RUN-DATE
                       AND RUN-TAB-START-TIME (RUN-IDX)
                           = CAPRPT-START-TIME
                   MOVE "Y" TO RUN-TAB-DEVIATED (RUN-IDX)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *>  CPUAUDIT since the cutoff: count how the runs came out and
      *>  how many invocations were turned away, and give each listed
      *>  run line its outcome.
      *>----------------------------------------------------------------
       LOAD-AUDIT-OUTCOMES.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM FOLD-ONE-AUDIT-RECORD UNTIL AUDIT-FILE-EOF
               CLOSE AUDIT-FILE
           END-IF.

       FOLD-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AUDIT-RUN-DATE   TO RECORD-KEY-DATE
                   MOVE AUDIT-START-TIME TO RECORD-KEY-TIME
                   IF RECORD-KEY-AREA >= CUTOFF-KEY-AREA
                       EVALUATE AUDIT-OUTCOME
                           WHEN "COMPLETED"
                               ADD 1 TO RUNS-COMPLETED
                           WHEN "SHORT"
                               ADD 1 TO RUNS-SHORT
                           WHEN "IOERROR"
                           WHEN "MEMERROR"
                           WHEN "CALCERROR"
                               ADD 1 TO RUNS-FAILED
                           WHEN "REJECTED"
                           WHEN "BLACKOUT"
                           WHEN "LOCKED"
                               ADD 1 TO INVOCATIONS-TURNED-AWAY
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF AUDIT-OUTCOME = "COMPLETED" OR "SHORT"
                           OR "IOERROR" OR "MEMERROR" OR "CALCERROR"
                       PERFORM MATCH-AUDIT-TO-RUNS
                   END-IF
           END-READ.

      *>  Exact run key wins; otherwise the latest invocation that day
      *>  that started before the line (a sweep's profile lines).
       MATCH-AUDIT-TO-RUNS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               IF RUN-TAB-DATE (RUN-IDX) = AUDIT-RUN-DATE
                   IF RUN-TAB-START-TIME (RUN-IDX) = AUDIT-START-TIME
                       MOVE AUDIT-OUTCOME
                               TO RUN-TAB-AUDIT-OUTCOME (RUN-IDX)
                       MOVE "E" TO RUN-TAB-AUDIT-MATCH (RUN-IDX)
                   ELSE
                       IF AUDIT-START-TIME
                               < RUN-TAB-START-TIME (RUN-IDX)
                               AND NOT RUN-AUDIT-EXACT (RUN-IDX)
                           MOVE AUDIT-OUTCOME
                                   TO RUN-TAB-AUDIT-OUTCOME (RUN-IDX)
                           MOVE "W" TO RUN-TAB-AUDIT-MATCH (RUN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *>  OPEN alerts, whenever raised - counted by severity, the
      *>  first page-full kept for listing.  No alert file means no
      *>  alerts.
      *>----------------------------------------------------------------
       LOAD-OPEN-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS = "00"
               PERFORM FOLD-ONE-ALERT-RECORD UNTIL ALERT-FILE-EOF
               CLOSE ALERT-FILE
           END-IF.

       FOLD-ONE-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ALERT-IS-OPEN
                       ADD 1 TO OPEN-ALERT-COUNT
                       EVALUATE ALERT-SEVERITY
                           WHEN "1"
                               ADD 1 TO OPEN-SEV1-COUNT
                           WHEN "2"
                               ADD 1 TO OPEN-SEV2-COUNT
                           WHEN OTHER
                               ADD 1 TO OPEN-SEV3-COUNT
                       END-EVALUATE
                       PERFORM STORE-OPEN-ALERT
                   END-IF
           END-READ.

       STORE-OPEN-ALERT.
           IF ALERT-COUNT >= MAX-ALERTS-LISTED
               ADD 1 TO ALERTS-NOT-LISTED
           ELSE
               ADD 1 TO ALERT-COUNT
               MOVE ALERT-COUNT TO ALERT-IDX
               MOVE ALERT-SEVERITY    TO OAL-SEVERITY (ALERT-IDX)
               MOVE ALERT-HOST-NAME   TO OAL-HOST-NAME (ALERT-IDX)
               MOVE ALERT-REASON-CODE TO OAL-REASON-CODE (ALERT-IDX)
               MOVE ALERT-RUN-DATE    TO OAL-RUN-DATE (ALERT-IDX)
               MOVE ALERT-START-TIME  TO OAL-START-TIME (ALERT-IDX)
               MOVE ALERT-REASON-TEXT TO OAL-REASON-TEXT (ALERT-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  A CPULOCK record means a run holds the interlock.  It is
      *>  stale once older than its own TIME-STRESS plus the grace -
      *>  the point at which the next driver would reclaim it.
      *>----------------------------------------------------------------
       CHECK-RUN-INTERLOCK.
           SET LOCK-NOT-HELD TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUN-LOCK-RECORD NOT = SPACES
                           PERFORM JUDGE-HELD-LOCK
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

       JUDGE-HELD-LOCK.
           MOVE 0 TO LOCK-AGE-SECS.
           IF LOCK-RUN-DATE IS NOT NUMERIC
                   OR LOCK-START-TIME IS NOT NUMERIC
                   OR LOCK-TIME-STRESS IS NOT NUMERIC
               SET LOCK-IS-STALE TO TRUE
           ELSE
               MOVE LOCK-RUN-DATE TO DATE-WORK-FIELD
               PERFORM CONVERT-DATE-TO-SERIAL-DAYS
               MOVE SERIAL-DAY-NUMBER TO LOCK-SERIAL-DAYS
               MOVE TODAY-DATE-FIELD TO DATE-WORK-FIELD
               PERFORM CONVERT-DATE-TO-SERIAL-DAYS
               MOVE SERIAL-DAY-NUMBER TO TODAY-SERIAL-DAYS
               MOVE LOCK-START-TIME TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-SECONDS
               MOVE TOD-TOTAL-SECS TO LOCK-START-SECS
               MOVE NOW-TIME-FIELD TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-SECONDS
               MOVE TOD-TOTAL-SECS TO NOW-SECS
               COMPUTE LOCK-AGE-SECS =
                       (TODAY-SERIAL-DAYS - LOCK-SERIAL-DAYS) * 86400
                       + NOW-SECS - LOCK-START-SECS
               COMPUTE LOCK-EXPIRY-SECS =
                       LOCK-TIME-STRESS + LOCK-GRACE-SECS
               IF LOCK-AGE-SECS > LOCK-EXPIRY-SECS
                   SET LOCK-IS-STALE TO TRUE
               ELSE
                   SET LOCK-IS-LIVE TO TRUE
               END-IF
           END-IF.

      *>  CPU-SWEEP empties its checkpoint when a sweep closes, so any
      *>  record left is a sweep stopped part-way.
       CHECK-SWEEP-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHKPT-PROFILES-DONE IS NUMERIC
                           SET CHECKPOINT-OUTSTANDING TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *>----------------------------------------------------------------
      *>  CPUEXLOG as the last reconciliation left it - outstanding
      *>  and mismatched extracts.
      *>----------------------------------------------------------------
       LOAD-EXTRACT-STATUS.
           OPEN INPUT EXTRACT-LOG-FILE.
           IF EXTRACT-LOG-STATUS = "00"
               PERFORM FOLD-ONE-EXTRACT-RECORD UNTIL EXTRACT-LOG-EOF
               CLOSE EXTRACT-LOG-FILE
           END-IF.

       FOLD-ONE-EXTRACT-RECORD.
           READ EXTRACT-LOG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF XLOG-IS-OUTSTANDING OR XLOG-IS-MISMATCHED
                       IF XLOG-IS-OUTSTANDING
                           ADD 1 TO EXTRACTS-OUTSTANDING
                       ELSE
                           ADD 1 TO EXTRACTS-MISMATCHED
                       END-IF
                       IF EXTRACT-COUNT >= MAX-EXTRACTS-LISTED
                           ADD 1 TO EXTRACTS-NOT-LISTED
                       ELSE
                           ADD 1 TO EXTRACT-COUNT
                           MOVE EXTRACT-COUNT TO EXTRACT-IDX
                           MOVE XLOG-SEQUENCE
                                   TO EXT-SEQUENCE (EXTRACT-IDX)
                           MOVE XLOG-EXTRACT-DATE
                                   TO EXT-EXTRACT-DATE (EXTRACT-IDX)
                           MOVE XLOG-RECORD-COUNT
                                   TO EXT-RECORD-COUNT (EXTRACT-IDX)
                           MOVE XLOG-ACK-STATUS
                                   TO EXT-ACK-STATUS (EXTRACT-IDX)
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  The last CPUCOMPL report: its date from the heading and the
      *>  overdue count from its closing line.
      *>----------------------------------------------------------------
       LOAD-COMPLIANCE-RESULT.
           OPEN INPUT COMPLIANCE-REPORT-FILE.
           IF COMPLIANCE-REPORT-STATUS = "00"
               PERFORM SCAN-ONE-COMPLIANCE-LINE
                       UNTIL COMPLIANCE-REPORT-EOF
               CLOSE COMPLIANCE-REPORT-FILE
           END-IF.

       SCAN-ONE-COMPLIANCE-LINE.
           READ COMPLIANCE-REPORT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CMPL-HEADING-TEXT = "CPU-STRESS COMPLIANCE REPORT"
                       MOVE CMPL-REPORT-DATE TO COMPLIANCE-DATE
                   END-IF
                   IF CMPL-COUNT-TEXT = "SCHEDULE ENTRIES OVERDUE"
                           AND CMPL-OVERDUE-COUNT IS NUMERIC
                       SET COMPLIANCE-FOUND TO TRUE
                       MOVE CMPL-OVERDUE-COUNT TO OVERDUE-COUNT
                       IF CMPL-SCHEDULE-TOTAL IS NUMERIC
                           MOVE CMPL-SCHEDULE-TOTAL TO SCHEDULE-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  RED outranks AMBER outranks GREEN.
      *>----------------------------------------------------------------
       JUDGE-OVERALL-STATUS.
           MOVE 0 TO DIGEST-LEVEL.
           IF CAPRPT-MISSING OR RUNS-SINCE-CUTOFF = 0
                   OR RUNS-SHORT > 0 OR DEVIATIONS-SINCE-CUTOFF > 0
                   OR OPEN-SEV2-COUNT > 0 OR OPEN-SEV3-COUNT > 0
                   OR LOCK-IS-LIVE OR CHECKPOINT-OUTSTANDING
                   OR EXTRACTS-OUTSTANDING > 0
                   OR NOT COMPLIANCE-FOUND OR OVERDUE-COUNT > 0
                   OR COMPLIANCE-DATE < CUTOFF-DATE
               SET DIGEST-AMBER TO TRUE
           END-IF.
           IF RUNS-FAILED > 0 OR OPEN-SEV1-COUNT > 0
                   OR LOCK-IS-STALE OR EXTRACTS-MISMATCHED > 0
               SET DIGEST-RED TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *>  The page: runs, alerts, lock, checkpoint, extracts,
      *>  compliance, then the overall status and its reasons.
      *>----------------------------------------------------------------
       WRITE-DIGEST-REPORT.
           OPEN OUTPUT DIGEST-REPORT-FILE.
           IF DIGEST-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUDIGRP report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TODAY-DATE-FIELD      TO HDG-REPORT-DATE.
           MOVE NOW-TIME-FIELD (1:6)  TO HDG-REPORT-TIME.
           MOVE HOST-NAME-TEXT        TO HDG-HOST-NAME.
           MOVE HEADING-LINE-1 TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.
           MOVE CUTOFF-DATE           TO HDG-CUTOFF-DATE.
           MOVE CUTOFF-TIME (1:4)     TO HDG-CUTOFF-TIME.
           MOVE HEADING-LINE-2 TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.

           PERFORM WRITE-RUNS-SECTION.
           PERFORM WRITE-ALERTS-SECTION.
           PERFORM WRITE-LOCK-SECTION.
           PERFORM WRITE-EXTRACTS-SECTION.
           PERFORM WRITE-COMPLIANCE-SECTION.
           PERFORM WRITE-STATUS-SECTION.

           CLOSE DIGEST-REPORT-FILE.

       WRITE-SECTION-HEAD.
           MOVE SPACES TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.
           MOVE SECTION-LINE TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.

       WRITE-TEXT-LINE.
           MOVE TEXT-LINE TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.
           MOVE SPACES TO TXT-TEXT.

       WRITE-RUNS-SECTION.
           MOVE "OVERNIGHT RUNS" TO SECT-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           IF CAPRPT-MISSING
               MOVE "CAPRPT CAPACITY REPORT NOT AVAILABLE" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           ELSE
               IF RUN-COUNT = 0
                   MOVE "NO RUNS SINCE THE CUTOFF" TO TXT-TEXT
                   PERFORM WRITE-TEXT-LINE
               ELSE
                   MOVE RUN-COLUMN-LINE TO DIGEST-PRINT-LINE
                   WRITE DIGEST-PRINT-LINE
                   PERFORM VARYING RUN-IDX FROM 1 BY 1
                           UNTIL RUN-IDX > RUN-COUNT
                       PERFORM WRITE-ONE-RUN-LINE
                   END-PERFORM
               END-IF
               IF RUNS-NOT-LISTED > 0
                   MOVE RUNS-NOT-LISTED TO EDIT-COUNT-1
                   STRING EDIT-COUNT-1 DELIMITED BY SIZE
                          " MORE RUN LINES NOT LISTED - SEE CAPRPT"
                              DELIMITED BY SIZE
                          INTO TXT-TEXT
                   END-STRING
                   PERFORM WRITE-TEXT-LINE
               END-IF
           END-IF.
           MOVE RUNS-COMPLETED TO EDIT-COUNT-1.
           MOVE RUNS-SHORT     TO EDIT-COUNT-2.
           MOVE RUNS-FAILED    TO EDIT-COUNT-3.
           MOVE INVOCATIONS-TURNED-AWAY TO EDIT-COUNT-4.
           STRING "AUDIT  COMPLETED " DELIMITED BY SIZE
                  EDIT-COUNT-1 DELIMITED BY SIZE
                  "   SHORT " DELIMITED BY SIZE
                  EDIT-COUNT-2 DELIMITED BY SIZE
                  "   IOERROR/MEMERROR/CALCERROR " DELIMITED BY SIZE
                  EDIT-COUNT-3 DELIMITED BY SIZE
                  "   TURNED AWAY " DELIMITED BY SIZE
                  EDIT-COUNT-4 DELIMITED BY SIZE
                  INTO TXT-TEXT
           END-STRING.
           PERFORM WRITE-TEXT-LINE.

       WRITE-ONE-RUN-LINE.
           MOVE RUN-TAB-DATE (RUN-IDX)          TO RUN-DET-DATE.
           MOVE RUN-TAB-START-TIME (RUN-IDX)    TO RUN-DET-START-TIME.
           MOVE RUN-TAB-END-TIME (RUN-IDX)      TO RUN-DET-END-TIME.
           MOVE RUN-TAB-CORES-STRESS (RUN-IDX)  TO RUN-DET-CORES.
           MOVE RUN-TAB-LOAD-PERCENT (RUN-IDX)  TO RUN-DET-LOAD.
           MOVE RUN-TAB-MEM-STRESS-MB (RUN-IDX) TO RUN-DET-MEM-MB.
           MOVE RUN-TAB-ITERATIONS (RUN-IDX)    TO RUN-DET-ITERATIONS.
           MOVE RUN-TAB-LINE-TYPE (RUN-IDX)     TO RUN-DET-LINE-TYPE.
           MOVE RUN-TAB-AUDIT-OUTCOME (RUN-IDX) TO RUN-DET-OUTCOME.
           IF RUN-DEVIATED (RUN-IDX)
               MOVE "BASEDEV" TO RUN-DET-BASELINE
           ELSE
               MOVE "WITHIN" TO RUN-DET-BASELINE
           END-IF.
           MOVE RUN-DETAIL-LINE TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.

       WRITE-ALERTS-SECTION.
           MOVE "OPEN ALERTS" TO SECT-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE OPEN-SEV1-COUNT TO EDIT-COUNT-1.
           MOVE OPEN-SEV2-COUNT TO EDIT-COUNT-2.
           MOVE OPEN-SEV3-COUNT TO EDIT-COUNT-3.
           STRING "SEVERITY 1 " DELIMITED BY SIZE
                  EDIT-COUNT-1 DELIMITED BY SIZE
                  "   SEVERITY 2 " DELIMITED BY SIZE
                  EDIT-COUNT-2 DELIMITED BY SIZE
                  "   SEVERITY 3 " DELIMITED BY SIZE
                  EDIT-COUNT-3 DELIMITED BY SIZE
                  INTO TXT-TEXT
           END-STRING.
           PERFORM WRITE-TEXT-LINE.
           MOVE "1" TO LIST-SEVERITY.
           PERFORM LIST-ALERTS-OF-SEVERITY.
           MOVE "2" TO LIST-SEVERITY.
           PERFORM LIST-ALERTS-OF-SEVERITY.
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT
               IF OAL-SEVERITY (ALERT-IDX) NOT = "1"
                       AND OAL-SEVERITY (ALERT-IDX) NOT = "2"
                   PERFORM WRITE-ONE-ALERT-LINE
               END-IF
           END-PERFORM.
           IF ALERTS-NOT-LISTED > 0
               MOVE ALERTS-NOT-LISTED TO EDIT-COUNT-1
               STRING EDIT-COUNT-1 DELIMITED BY SIZE
                      " MORE OPEN ALERTS NOT LISTED - SEE CPUALERT"
                          DELIMITED BY SIZE
                      INTO TXT-TEXT
               END-STRING
               PERFORM WRITE-TEXT-LINE
           END-IF.

       LIST-ALERTS-OF-SEVERITY.
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
                   UNTIL ALERT-IDX > ALERT-COUNT
               IF OAL-SEVERITY (ALERT-IDX) = LIST-SEVERITY
                   PERFORM WRITE-ONE-ALERT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-ALERT-LINE.
           MOVE OAL-SEVERITY (ALERT-IDX)    TO ALD-SEVERITY.
           MOVE OAL-HOST-NAME (ALERT-IDX)   TO ALD-HOST-NAME.
           MOVE OAL-REASON-CODE (ALERT-IDX) TO ALD-REASON-CODE.
           MOVE OAL-RUN-DATE (ALERT-IDX)    TO ALD-RUN-DATE.
           MOVE OAL-START-TIME (ALERT-IDX)  TO ALD-START-TIME.
           MOVE OAL-REASON-TEXT (ALERT-IDX) TO ALD-REASON-TEXT.
           MOVE ALERT-DETAIL-LINE TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.

       WRITE-LOCK-SECTION.
           MOVE "RUN INTERLOCK AND SWEEP CHECKPOINT" TO SECT-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           IF LOCK-NOT-HELD
               MOVE "CPULOCK  NO LOCK HELD" TO TXT-TEXT
           ELSE
               MOVE LOCK-AGE-SECS TO EDIT-SECONDS
               STRING "CPULOCK  HELD BY " DELIMITED BY SIZE
                      LOCK-USER-ID DELIMITED BY SIZE
                      " JOB " DELIMITED BY SIZE
                      LOCK-JOB-NAME DELIMITED BY SIZE
                      " SINCE " DELIMITED BY SIZE
                      LOCK-RUN-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOCK-START-TIME DELIMITED BY SIZE
                      "  AGE " DELIMITED BY SIZE
                      EDIT-SECONDS DELIMITED BY SIZE
                      " SECS  " DELIMITED BY SIZE
                      INTO TXT-TEXT
               END-STRING
               IF LOCK-IS-STALE
                   MOVE "STALE - PAST RUN TIME PLUS GRACE"
                           TO TXT-TEXT (96:35)
               ELSE
                   MOVE "LIVE" TO TXT-TEXT (96:35)
               END-IF
           END-IF.
           PERFORM WRITE-TEXT-LINE.
           IF CHECKPOINT-OUTSTANDING
               MOVE CHKPT-PROFILES-DONE TO EDIT-COUNT-1
               STRING "CPUSWCHK SWEEP CHECKPOINT OUTSTANDING - "
                          DELIMITED BY SIZE
                      EDIT-COUNT-1 DELIMITED BY SIZE
                      " PROFILES COMPLETE" DELIMITED BY SIZE
                      INTO TXT-TEXT
               END-STRING
           ELSE
               MOVE "CPUSWCHK NO SWEEP CHECKPOINT OUTSTANDING"
                       TO TXT-TEXT
           END-IF.
           PERFORM WRITE-TEXT-LINE.

       WRITE-EXTRACTS-SECTION.
           MOVE "EXTRACT RECONCILIATION" TO SECT-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           MOVE EXTRACTS-OUTSTANDING TO EDIT-COUNT-1.
           MOVE EXTRACTS-MISMATCHED  TO EDIT-COUNT-2.
           STRING "CPUEXLOG UNACKNOWLEDGED " DELIMITED BY SIZE
                  EDIT-COUNT-1 DELIMITED BY SIZE
                  "   MISMATCHED " DELIMITED BY SIZE
                  EDIT-COUNT-2 DELIMITED BY SIZE
                  INTO TXT-TEXT
           END-STRING.
           PERFORM WRITE-TEXT-LINE.
           PERFORM VARYING EXTRACT-IDX FROM 1 BY 1
                   UNTIL EXTRACT-IDX > EXTRACT-COUNT
               PERFORM WRITE-ONE-EXTRACT-LINE
           END-PERFORM.
           IF EXTRACTS-NOT-LISTED > 0
               MOVE EXTRACTS-NOT-LISTED TO EDIT-COUNT-1
               STRING EDIT-COUNT-1 DELIMITED BY SIZE
                      " MORE EXTRACTS NOT LISTED - SEE CPUEXLOG"
                          DELIMITED BY SIZE
                      INTO TXT-TEXT
               END-STRING
               PERFORM WRITE-TEXT-LINE
           END-IF.

       WRITE-ONE-EXTRACT-LINE.
           MOVE EXT-RECORD-COUNT (EXTRACT-IDX) TO EDIT-RECORDS.
           STRING "  EXTRACT " DELIMITED BY SIZE
                  EXT-SEQUENCE (EXTRACT-IDX) DELIMITED BY SIZE
                  " DATED " DELIMITED BY SIZE
                  EXT-EXTRACT-DATE (EXTRACT-IDX) DELIMITED BY SIZE
                  "  RECORDS " DELIMITED BY SIZE
                  EDIT-RECORDS DELIMITED BY SIZE
                  INTO TXT-TEXT
           END-STRING.
           IF EXT-ACK-STATUS (EXTRACT-IDX) = "M"
               MOVE "MISMATCHED - RETRANSMIT" TO TXT-TEXT (54:30)
           ELSE
               MOVE "UNACKNOWLEDGED" TO TXT-TEXT (54:30)
           END-IF.
           PERFORM WRITE-TEXT-LINE.

       WRITE-COMPLIANCE-SECTION.
           MOVE "SCHEDULE COMPLIANCE" TO SECT-TEXT.
           PERFORM WRITE-SECTION-HEAD.
           IF COMPLIANCE-FOUND
               MOVE OVERDUE-COUNT  TO EDIT-COUNT-1
               MOVE SCHEDULE-TOTAL TO EDIT-COUNT-2
               STRING "CPUCMPLR DATED " DELIMITED BY SIZE
                      COMPLIANCE-DATE DELIMITED BY SIZE
                      "   SCHEDULE LINES OVERDUE " DELIMITED BY SIZE
                      EDIT-COUNT-1 DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      EDIT-COUNT-2 DELIMITED BY SIZE
                      INTO TXT-TEXT
               END-STRING
           ELSE
               MOVE "CPUCMPLR COMPLIANCE REPORT NOT AVAILABLE"
                       TO TXT-TEXT
           END-IF.
           PERFORM WRITE-TEXT-LINE.

       WRITE-STATUS-SECTION.
           MOVE SPACES TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.
           EVALUATE TRUE
               WHEN DIGEST-RED
                   MOVE "RED"   TO STAT-COLOUR
               WHEN DIGEST-AMBER
                   MOVE "AMBER" TO STAT-COLOUR
               WHEN OTHER
                   MOVE "GREEN" TO STAT-COLOUR
           END-EVALUATE.
           MOVE DIGEST-LEVEL TO STAT-RETURN-CODE.
           MOVE STATUS-LINE TO DIGEST-PRINT-LINE.
           WRITE DIGEST-PRINT-LINE.

           IF RUNS-FAILED > 0
               MOVE "RED    RUNS ENDED IOERROR, MEMERROR OR CALCERROR"
                       TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF OPEN-SEV1-COUNT > 0
               MOVE "RED    SEVERITY 1 ALERTS OPEN" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF LOCK-IS-STALE
               MOVE "RED    STALE RUN INTERLOCK HELD" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF EXTRACTS-MISMATCHED > 0
               MOVE "RED    EXTRACTS MISMATCHED AT RECONCILIATION"
                       TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF CAPRPT-MISSING
               MOVE "AMBER  CAPRPT NOT AVAILABLE" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           ELSE
               IF RUNS-SINCE-CUTOFF = 0
                   MOVE "AMBER  NO RUNS SINCE THE CUTOFF" TO TXT-TEXT
                   PERFORM WRITE-TEXT-LINE
               END-IF
           END-IF.
           IF RUNS-SHORT > 0
               MOVE "AMBER  SHORT RUNS" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF DEVIATIONS-SINCE-CUTOFF > 0
               MOVE "AMBER  RUNS DEVIATED FROM BASELINE" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF OPEN-SEV2-COUNT > 0 OR OPEN-SEV3-COUNT > 0
               MOVE "AMBER  SEVERITY 2/3 ALERTS OPEN" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF LOCK-IS-LIVE
               MOVE "AMBER  RUN INTERLOCK STILL HELD" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF CHECKPOINT-OUTSTANDING
               MOVE "AMBER  SWEEP CHECKPOINT OUTSTANDING" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF EXTRACTS-OUTSTANDING > 0
               MOVE "AMBER  EXTRACTS UNACKNOWLEDGED" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           END-IF.
           IF NOT COMPLIANCE-FOUND
               MOVE "AMBER  CPUCMPLR NOT AVAILABLE" TO TXT-TEXT
               PERFORM WRITE-TEXT-LINE
           ELSE
               IF OVERDUE-COUNT > 0
                   MOVE "AMBER  SCHEDULE LINES OVERDUE" TO TXT-TEXT
                   PERFORM WRITE-TEXT-LINE
               END-IF
               IF COMPLIANCE-DATE < CUTOFF-DATE
                   MOVE "AMBER  CPUCMPLR OLDER THAN THE CUTOFF DATE"
                           TO TXT-TEXT
                   PERFORM WRITE-TEXT-LINE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  Serial-day number of DATE-WORK-FIELD (YYYYMMDD) - the same
      *>  March-anchored calendar fold CPUCOMPL ages its schedule by.
      *>----------------------------------------------------------------
       CONVERT-DATE-TO-SERIAL-DAYS.
           MOVE DATE-WORK-FIELD (1:4) TO DATE-WORK-YEAR.
           MOVE DATE-WORK-FIELD (5:2) TO DATE-WORK-MONTH.
           MOVE DATE-WORK-FIELD (7:2) TO DATE-WORK-DAY.
           IF DATE-WORK-MONTH > 2
               COMPUTE CAL-ADJ-MONTH = DATE-WORK-MONTH + 1
               MOVE DATE-WORK-YEAR TO CAL-ADJ-YEAR
           ELSE
               COMPUTE CAL-ADJ-MONTH = DATE-WORK-MONTH + 13
               COMPUTE CAL-ADJ-YEAR = DATE-WORK-YEAR - 1
           END-IF.
           COMPUTE SERIAL-DAY-NUMBER =
                   (1461 * CAL-ADJ-YEAR) / 4
                   + (153 * CAL-ADJ-MONTH) / 5
                   + DATE-WORK-DAY.

       CONVERT-TIME-TO-SECONDS.
           MOVE TIME-WORK-FIELD (1:2) TO TOD-HOURS.
           MOVE TIME-WORK-FIELD (3:2) TO TOD-MINUTES.
           MOVE TIME-WORK-FIELD (5:2) TO TOD-SECONDS.
           COMPUTE TOD-TOTAL-SECS =
                   TOD-HOURS * 3600 + TOD-MINUTES * 60 + TOD-SECONDS.
