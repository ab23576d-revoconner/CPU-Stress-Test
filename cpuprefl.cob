       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUPREFL.

      *>================================================================
      *>  CPUPREFL is the pre-flight check of the suite's control data,
      *>  run ahead of the batch window so a bad control line is found
      *>  by the day shift instead of by the night's stress job
      *>  tripping over it.  It loads the CPUPCAT profile catalog and
      *>  checks every control file against it and against itself:
      *>    CPUPCAT   each profile's fields inside the limits CPUPCATM
      *>              enforces at entry time, status A or R
      *>    CPUSCHED  host present, profile in the catalog and not
      *>              retired, cadence days numeric and nonzero, no
      *>              host/profile pair scheduled twice
      *>    CPUCERTL  each named profile in the catalog, not retired,
      *>              and not named twice in the battery
      *>    CPUPHASE  seconds and load numeric, seconds nonzero, load
      *>              no more than 100, no more phases than CPURUN
      *>              plays and a script total CPURUN can run whole
      *>    CPUBLACK  real dates, end not before start, times HHMM
      *>              with end not before start, and no window that
      *>              overlaps an earlier line
      *>    CPUBASE   host present, a catalog profile with the key's
      *>              cores/load/memory, iterations and accept date
      *>    CPUPROF   a numeric line valid as CPU-SWEEP validates it,
      *>              a name line in the catalog and not retired
      *>  Every problem is one line of the CPUPREFR exceptions report
      *>  - file, record number, field, the value found and what is
      *>  wrong with it - and a summary per file closes the report.  A
      *>  control file that is not on the box is simply not in use
      *>  and is noted as such; only the catalog must be there.
      *>
      *>  RETURN-CODE is 0 when the control data is clean and 8 when
      *>  there is any exception, so the scheduler holds the night's
      *>  stress jobs until it is fixed; 16 if the report cannot be
      *>  written.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "CPUPCAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PCAT-NAME
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "CPUSCHED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT CERT-LIST-FILE ASSIGN TO "CPUCERTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-LIST-STATUS.

           SELECT PHASE-FILE ASSIGN TO "CPUPHASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PHASE-FILE-STATUS.

           SELECT BLACKOUT-FILE ASSIGN TO "CPUBLACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BLACKOUT-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "CPUBASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "CPUPROF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PROFILE-FILE-STATUS.

           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "CPUPREFR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PREFLIGHT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY "cpupcat.cpy".

       FD  SCHEDULE-FILE.
       COPY "cpusched.cpy".

       FD  CERT-LIST-FILE.
       01  CERT-LIST-RECORD.
           05  CERT-LIST-NAME          PIC X(12).

       FD  PHASE-FILE.
       COPY "cpuphase.cpy".

       FD  BLACKOUT-FILE.
       COPY "cpublack.cpy".

       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  PROFILE-FILE.
       COPY "cpuprof.cpy".

       FD  PREFLIGHT-REPORT-FILE.
       01  PREFLIGHT-PRINT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.

       77 CATALOG-FILE-STATUS   PIC X(2) VALUE SPACES.
           88 CATALOG-FILE-EOF      VALUE "10".
       77 SCHEDULE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 SCHEDULE-FILE-EOF     VALUE "10".
       77 CERT-LIST-STATUS      PIC X(2) VALUE SPACES.
           88 CERT-LIST-EOF         VALUE "10".
       77 PHASE-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 PHASE-FILE-EOF        VALUE "10".
       77 BLACKOUT-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 BLACKOUT-FILE-EOF     VALUE "10".
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 BASELINE-FILE-EOF     VALUE "10".
       77 PROFILE-FILE-STATUS   PIC X(2) VALUE SPACES.
           88 PROFILE-FILE-EOF      VALUE "10".
       77 PREFLIGHT-REPORT-STATUS PIC X(2) VALUE SPACES.

       77 TODAY-DATE-FIELD      PIC X(8) VALUE SPACES.

      *>  The engine limits CPUPCATM and the drivers validate against,
      *>  and CPURUN's own phase-table size and longest run.
       77 ENGINE-MAX-CORES      PIC 9(3) VALUE 64.
       77 ENGINE-MAX-IO-MB      PIC 9(5) VALUE 1024.
       77 ENGINE-MAX-MEM-MB     PIC 9(5) VALUE 2000.
       77 MAX-PHASES-SUPPORTED  PIC 9(2) VALUE 24.
       77 MAX-RUN-SECONDS       PIC 9(5) VALUE 99999.

      *>  The exception being written and the running totals; record
      *>  0 is a finding about the file as a whole.
       77 EXC-FILE-NAME         PIC X(8) VALUE SPACES.
       77 EXC-RECORD-NUMBER     PIC 9(5) VALUE 0.
       77 EXC-FIELD-NAME        PIC X(16) VALUE SPACES.
       77 EXC-VALUE-TEXT        PIC X(12) VALUE SPACES.
       77 EXC-PROBLEM-TEXT      PIC X(50) VALUE SPACES.
       77 TOTAL-EXCEPTIONS      PIC 9(5) VALUE 0.
       77 FILE-EXCEPTIONS       PIC 9(5) VALUE 0.
       77 FILE-RECORDS          PIC 9(5) VALUE 0.

      *>  Catalog, held whole so every other file checks against it
      *>  without reopening the master.
       77 CAT-IDX               PIC 9(3) VALUE 0.
       77 CAT-COUNT             PIC 9(3) VALUE 0.
       77 MAX-CATALOG-SUPPORTED PIC 9(3) VALUE 500.
       77 CATALOG-DROPPED       PIC 9(5) VALUE 0.
       77 CAT-FOUND             PIC X(1) VALUE "N".
           88 CAT-WAS-FOUND         VALUE "Y".
       77 LOOKUP-NAME           PIC X(12) VALUE SPACES.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 500 TIMES
                               INDEXED BY CAT-TAB-IDX.
               10  CAT-TAB-NAME            PIC X(12).
               10  CAT-TAB-CORES-STRESS    PIC 9(03).
               10  CAT-TAB-LOAD-PERCENT    PIC 9(03).
               10  CAT-TAB-MEM-STRESS-MB   PIC 9(05).
               10  CAT-TAB-STATUS          PIC X(01).
                   88 CAT-TAB-IS-RETIRED       VALUE "R".

      *>  Earlier lines of the file being checked, for the duplicate
      *>  and overlap tests - bounded the way every table in this
      *>  suite is.
       77 SEEN-IDX              PIC 9(3) VALUE 0.
       77 SEEN-COUNT            PIC 9(3) VALUE 0.
       77 MAX-SEEN-SUPPORTED    PIC 9(3) VALUE 500.
       77 SEEN-DROPPED          PIC 9(5) VALUE 0.
       77 SEEN-FOUND            PIC X(1) VALUE "N".
           88 SEEN-WAS-FOUND        VALUE "Y".
       01  SEEN-LINE-TABLE.
           05  SEEN-LINE-ENTRY OCCURS 500 TIMES
                                 INDEXED BY SEEN-TAB-IDX.
               10  SEEN-TAB-RECORD         PIC 9(05).
               10  SEEN-TAB-KEY            PIC X(20).
               10  SEEN-TAB-KEY-DATES REDEFINES SEEN-TAB-KEY.
                   15  SEEN-TAB-START-DATE     PIC X(08).
                   15  SEEN-TAB-END-DATE       PIC X(08).
                   15  SEEN-TAB-START-TIME     PIC X(04).
               10  SEEN-TAB-END-TIME       PIC X(04).
       77 SEEN-KEY              PIC X(20) VALUE SPACES.

      *>  Phase script totals.
       77 PHASE-USABLE-COUNT    PIC 9(5) VALUE 0.
       77 PHASE-TOTAL-SECONDS   PIC 9(7) VALUE 0.

      *>  Blackout window under test, and date checking.
       77 LINE-STATE            PIC X(1) VALUE "Y".
           88 LINE-IS-VALID         VALUE "Y".
       77 WINDOW-TIMED          PIC X(1) VALUE "N".
           88 WINDOW-IS-TIMED       VALUE "Y".
       77 WINDOW-START-TIME     PIC X(4) VALUE SPACES.
       77 WINDOW-END-TIME       PIC X(4) VALUE SPACES.
       77 DATE-WORK-FIELD       PIC X(8) VALUE SPACES.
       77 DATE-WORK-YEAR        PIC 9(4) VALUE 0.
       77 DATE-WORK-MONTH       PIC 9(2) VALUE 0.
       77 DATE-WORK-DAY         PIC 9(2) VALUE 0.
       77 DATE-MONTH-LENGTH     PIC 9(2) VALUE 0.
       77 DATE-STATE            PIC X(1) VALUE "Y".
           88 DATE-IS-VALID         VALUE "Y".
       77 LEAP-QUOTIENT         PIC 9(4) VALUE 0.
       77 LEAP-REMAINDER        PIC 9(3) VALUE 0.
       01  MONTH-LENGTH-VALUES     PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH OCCURS 12 TIMES  PIC 9(02).
       77 TIME-WORK-FIELD       PIC X(4) VALUE SPACES.
       77 TIME-STATE            PIC X(1) VALUE "Y".
           88 TIME-IS-VALID         VALUE "Y".

      *>  Per-file counts for the closing summary, in check order.
       77 SUM-IDX               PIC 9(1) VALUE 0.
       01  SUMMARY-NAME-VALUES     PIC X(56) VALUE
           "CPUPCAT CPUSCHEDCPUCERTLCPUPHASECPUBLACKCPUBASE CPUPROF ".
       01  SUMMARY-NAME-TABLE REDEFINES SUMMARY-NAME-VALUES.
           05  SUM-NAMES OCCURS 7 TIMES    PIC X(08).
       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 7 TIMES.
               10  SUM-RECS                PIC 9(05) VALUE 0.
               10  SUM-EXCS                PIC 9(05) VALUE 0.
               10  SUM-NOTES               PIC X(50) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(40)
               VALUE "CPU-STRESS PRE-FLIGHT CONTROL CHECK     ".
           05  FILLER              PIC X(06) VALUE "DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(78) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER              PIC X(45) VALUE
               "  FILE     RECORD   FIELD             VALUE  ".
           05  FILLER              PIC X(45) VALUE
               "       PROBLEM                               ".
           05  FILLER              PIC X(42) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXL-FILE-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXL-RECORD-NUMBER   PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  EXL-FIELD-NAME      PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXL-VALUE-TEXT      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  EXL-PROBLEM-TEXT    PIC X(50).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  SUMMARY-HEADING-LINE.
           05  FILLER              PIC X(45) VALUE
               "  FILE    RECORDS  EXCEPTIONS  NOTE          ".
           05  FILLER              PIC X(87) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SUM-FILE-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SUM-RECORDS         PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  SUM-EXCEPTIONS      PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SUM-NOTE            PIC X(50).
           05  FILLER              PIC X(51) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER              PIC X(18)
               VALUE "EXCEPTIONS FOUND  ".
           05  TOT-EXCEPTIONS      PIC ZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TOT-VERDICT         PIC X(50).
           05  FILLER              PIC X(55) VALUE SPACES.

       01  EDIT-FIELDS.
           05  EDIT-SECONDS        PIC ZZZZZZ9.
           05  EDIT-RECORD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-DATE-FIELD FROM DATE YYYYMMDD.

           OPEN OUTPUT PREFLIGHT-REPORT-FILE.
           IF PREFLIGHT-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUPREFR report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TODAY-DATE-FIELD TO HDG-REPORT-DATE.
           MOVE HEADING-LINE-1 TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           MOVE SPACES TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           MOVE COLUMN-HEADING-LINE TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.

      *>  The summary lines are written after the exceptions, so
      *>  each file's counts are kept here as the checks run.
           PERFORM CHECK-CATALOG-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (1).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (1).
           PERFORM CHECK-SCHEDULE-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (2).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (2).
           PERFORM CHECK-CERT-LIST-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (3).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (3).
           PERFORM CHECK-PHASE-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (4).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (4).
           PERFORM CHECK-BLACKOUT-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (5).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (5).
           PERFORM CHECK-BASELINE-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (6).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (6).
           PERFORM CHECK-PROFILE-FILE.
           MOVE FILE-RECORDS    TO SUM-RECS (7).
           MOVE FILE-EXCEPTIONS TO SUM-EXCS (7).

           IF TOTAL-EXCEPTIONS = 0
               MOVE "  NO EXCEPTIONS" TO PREFLIGHT-PRINT-LINE
               WRITE PREFLIGHT-PRINT-LINE
           END-IF.
           PERFORM WRITE-FILE-SUMMARY.
           CLOSE PREFLIGHT-REPORT-FILE.

           IF TOTAL-EXCEPTIONS > 0
               DISPLAY "Pre-flight check - " TOTAL-EXCEPTIONS
                       " control-file exceptions - see CPUPREFR"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Pre-flight check - control data clean"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  One exceptions-report line from the EXC- fields; the field
      *>  and value are cleared ready for the next one.
      *>----------------------------------------------------------------
       WRITE-EXCEPTION-LINE.
           ADD 1 TO TOTAL-EXCEPTIONS FILE-EXCEPTIONS.
           MOVE EXC-FILE-NAME     TO EXL-FILE-NAME.
           MOVE EXC-RECORD-NUMBER TO EXL-RECORD-NUMBER.
           MOVE EXC-FIELD-NAME    TO EXL-FIELD-NAME.
           MOVE EXC-VALUE-TEXT    TO EXL-VALUE-TEXT.
           MOVE EXC-PROBLEM-TEXT  TO EXL-PROBLEM-TEXT.
           MOVE EXCEPTION-LINE TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           MOVE SPACES TO EXC-FIELD-NAME EXC-VALUE-TEXT
                          EXC-PROBLEM-TEXT.

       START-FILE-CHECK.
           MOVE 0 TO FILE-RECORDS FILE-EXCEPTIONS.
           MOVE 0 TO SEEN-COUNT SEEN-DROPPED.

       REMEMBER-SEEN-LINE.
           IF SEEN-COUNT >= MAX-SEEN-SUPPORTED
               ADD 1 TO SEEN-DROPPED
               IF SEEN-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-SEEN-SUPPORTED
                           " lines in " EXC-FILE-NAME
                           " - later lines not checked for "
                           "duplicates"
               END-IF
           ELSE
               ADD 1 TO SEEN-COUNT
               MOVE EXC-RECORD-NUMBER TO SEEN-TAB-RECORD (SEEN-COUNT)
               MOVE SEEN-KEY TO SEEN-TAB-KEY (SEEN-COUNT)
               MOVE WINDOW-END-TIME TO SEEN-TAB-END-TIME (SEEN-COUNT)
           END-IF.

      *>  Duplicate of an earlier line under SEEN-KEY: the exception
      *>  names the line it repeats.
       CHECK-DUPLICATE-LINE.
           MOVE "N" TO SEEN-FOUND.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > SEEN-COUNT
                       OR SEEN-WAS-FOUND
               IF SEEN-TAB-KEY (SEEN-IDX) = SEEN-KEY
                   SET SEEN-WAS-FOUND TO TRUE
                   MOVE SEEN-TAB-RECORD (SEEN-IDX) TO EDIT-RECORD
                   STRING "DUPLICATE OF RECORD " DELIMITED BY SIZE
                          EDIT-RECORD DELIMITED BY SIZE
                          INTO EXC-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           IF NOT SEEN-WAS-FOUND
               PERFORM REMEMBER-SEEN-LINE
           END-IF.

      *>  LOOKUP-NAME against the catalog table: not there, or there
      *>  but retired, is an exception on EXC-FIELD-NAME.
       CHECK-CATALOG-NAME.
           MOVE "N" TO CAT-FOUND.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
                       OR CAT-WAS-FOUND
               IF CAT-TAB-NAME (CAT-IDX) = LOOKUP-NAME
                   SET CAT-WAS-FOUND TO TRUE
                   IF CAT-TAB-IS-RETIRED (CAT-IDX)
                       MOVE LOOKUP-NAME TO EXC-VALUE-TEXT
                       MOVE "PROFILE IS RETIRED IN CPUPCAT"
                               TO EXC-PROBLEM-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CAT-WAS-FOUND
               MOVE LOOKUP-NAME TO EXC-VALUE-TEXT
               MOVE "PROFILE NOT IN CPUPCAT" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>----------------------------------------------------------------
      *>  CPUPCAT: load the table every later check uses, and hold
      *>  each entry to the limits CPUPCATM validates on the way in.
      *>  Without a catalog every named profile below is an exception,
      *>  so a missing catalog is one too.
      *>----------------------------------------------------------------
       CHECK-CATALOG-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUPCAT" TO EXC-FILE-NAME.
           MOVE 0 TO CAT-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
               MOVE 0 TO EXC-RECORD-NUMBER
               MOVE "FILE" TO EXC-FIELD-NAME
               MOVE CATALOG-FILE-STATUS TO EXC-VALUE-TEXT
               MOVE "CATALOG CANNOT BE OPENED" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "CANNOT BE OPENED" TO SUM-NOTES (1)
           ELSE
               PERFORM CHECK-ONE-CATALOG-ENTRY
                       UNTIL CATALOG-FILE-EOF
               CLOSE CATALOG-FILE
           END-IF.

       CHECK-ONE-CATALOG-ENTRY.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   PERFORM VALIDATE-CATALOG-ENTRY
                   PERFORM STORE-CATALOG-ENTRY
           END-READ.

       VALIDATE-CATALOG-ENTRY.
           IF PCAT-TIME-STRESS IS NOT NUMERIC
                   OR PCAT-TIME-STRESS = 0
               MOVE "TIME-STRESS" TO EXC-FIELD-NAME
               MOVE PCAT-TIME-STRESS TO EXC-VALUE-TEXT
               MOVE "DURATION MUST BE NUMERIC AND NONZERO"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PCAT-CORES-STRESS IS NOT NUMERIC
               MOVE "CORES-STRESS" TO EXC-FIELD-NAME
               MOVE PCAT-CORES-STRESS TO EXC-VALUE-TEXT
               MOVE "CORES NOT NUMERIC" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF PCAT-CORES-STRESS = 0
                       OR PCAT-CORES-STRESS > ENGINE-MAX-CORES
                   MOVE "CORES-STRESS" TO EXC-FIELD-NAME
                   MOVE PCAT-CORES-STRESS TO EXC-VALUE-TEXT
                   STRING "CORES MUST BE 1-" DELIMITED BY SIZE
                          ENGINE-MAX-CORES DELIMITED BY SIZE
                          INTO EXC-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           IF PCAT-LOAD-PERCENT IS NOT NUMERIC
                   OR PCAT-LOAD-PERCENT = 0
                   OR PCAT-LOAD-PERCENT > 100
               MOVE "LOAD-PERCENT" TO EXC-FIELD-NAME
               MOVE PCAT-LOAD-PERCENT TO EXC-VALUE-TEXT
               MOVE "LOAD MUST BE 1-100" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PCAT-CHECKPOINT-SECS IS NOT NUMERIC
                   OR PCAT-CHECKPOINT-SECS = 0
               MOVE "CHECKPOINT-SECS" TO EXC-FIELD-NAME
               MOVE PCAT-CHECKPOINT-SECS TO EXC-VALUE-TEXT
               MOVE "CHECKPOINT MUST BE NUMERIC AND NONZERO"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PCAT-MEM-STRESS-MB IS NOT NUMERIC
                   OR PCAT-MEM-STRESS-MB > ENGINE-MAX-MEM-MB
               MOVE "MEM-STRESS-MB" TO EXC-FIELD-NAME
               MOVE PCAT-MEM-STRESS-MB TO EXC-VALUE-TEXT
               STRING "MEMORY MUST BE 0-" DELIMITED BY SIZE
                      ENGINE-MAX-MEM-MB DELIMITED BY SIZE
                      " MB" DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PCAT-IO-SIZE-MB IS NOT NUMERIC
                   OR PCAT-IO-SIZE-MB > ENGINE-MAX-IO-MB
               MOVE "IO-SIZE-MB" TO EXC-FIELD-NAME
               MOVE PCAT-IO-SIZE-MB TO EXC-VALUE-TEXT
               STRING "I/O SOAK MUST BE 0-" DELIMITED BY SIZE
                      ENGINE-MAX-IO-MB DELIMITED BY SIZE
                      " MB" DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PCAT-IO-COUNT IS NOT NUMERIC
               MOVE "IO-COUNT" TO EXC-FIELD-NAME
               MOVE PCAT-IO-COUNT TO EXC-VALUE-TEXT
               MOVE "I/O PASS COUNT NOT NUMERIC" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF NOT PCAT-IS-ACTIVE AND NOT PCAT-IS-RETIRED
               MOVE "STATUS" TO EXC-FIELD-NAME
               MOVE PCAT-STATUS TO EXC-VALUE-TEXT
               MOVE "STATUS MUST BE A (ACTIVE) OR R (RETIRED)"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       STORE-CATALOG-ENTRY.
           IF CAT-COUNT >= MAX-CATALOG-SUPPORTED
               ADD 1 TO CATALOG-DROPPED
               IF CATALOG-DROPPED = 1
                   DISPLAY "Warning: more than "
                           MAX-CATALOG-SUPPORTED
                           " catalog profiles - later profiles are "
                           "reported as missing"
               END-IF
           ELSE
               ADD 1 TO CAT-COUNT
               MOVE PCAT-NAME TO CAT-TAB-NAME (CAT-COUNT)
               MOVE PCAT-STATUS TO CAT-TAB-STATUS (CAT-COUNT)
               IF PCAT-CORES-STRESS IS NUMERIC
                   MOVE PCAT-CORES-STRESS
                           TO CAT-TAB-CORES-STRESS (CAT-COUNT)
               ELSE
                   MOVE 0 TO CAT-TAB-CORES-STRESS (CAT-COUNT)
               END-IF
               IF PCAT-LOAD-PERCENT IS NUMERIC
                   MOVE PCAT-LOAD-PERCENT
                           TO CAT-TAB-LOAD-PERCENT (CAT-COUNT)
               ELSE
                   MOVE 0 TO CAT-TAB-LOAD-PERCENT (CAT-COUNT)
               END-IF
               IF PCAT-MEM-STRESS-MB IS NUMERIC
                   MOVE PCAT-MEM-STRESS-MB
                           TO CAT-TAB-MEM-STRESS-MB (CAT-COUNT)
               ELSE
                   MOVE 0 TO CAT-TAB-MEM-STRESS-MB (CAT-COUNT)
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  CPUSCHED: whole-blank lines are ignored as CPUCOMPL ignores
      *>  them.
      *>----------------------------------------------------------------
       CHECK-SCHEDULE-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUSCHED" TO EXC-FILE-NAME.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (2)
           ELSE
               PERFORM CHECK-ONE-SCHEDULE-LINE
                       UNTIL SCHEDULE-FILE-EOF
               CLOSE SCHEDULE-FILE
           END-IF.

       CHECK-ONE-SCHEDULE-LINE.
           READ SCHEDULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   IF SCHEDULE-RECORD NOT = SPACES
                       PERFORM VALIDATE-SCHEDULE-LINE
                   END-IF
           END-READ.

       VALIDATE-SCHEDULE-LINE.
           IF SCHED-HOST-NAME = SPACES
               MOVE "HOST-NAME" TO EXC-FIELD-NAME
               MOVE "HOST NAME IS BLANK" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF SCHED-PROFILE-NAME = SPACES
               MOVE "PROFILE-NAME" TO EXC-FIELD-NAME
               MOVE "PROFILE NAME IS BLANK" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE "PROFILE-NAME" TO EXC-FIELD-NAME
               MOVE SCHED-PROFILE-NAME TO LOOKUP-NAME
               PERFORM CHECK-CATALOG-NAME
               MOVE SPACES TO EXC-FIELD-NAME EXC-VALUE-TEXT
           END-IF.
           IF SCHED-FREQ-DAYS IS NOT NUMERIC
                   OR SCHED-FREQ-DAYS = 0
               MOVE "FREQ-DAYS" TO EXC-FIELD-NAME
               MOVE SCHED-FREQ-DAYS TO EXC-VALUE-TEXT
               MOVE "CADENCE MUST BE NUMERIC AND NONZERO"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE SPACES TO SEEN-KEY WINDOW-END-TIME.
           MOVE SCHED-HOST-NAME    TO SEEN-KEY (1:8).
           MOVE SCHED-PROFILE-NAME TO SEEN-KEY (9:12).
           MOVE "HOST+PROFILE" TO EXC-FIELD-NAME.
           MOVE SCHED-PROFILE-NAME TO EXC-VALUE-TEXT.
           PERFORM CHECK-DUPLICATE-LINE.
           MOVE SPACES TO EXC-FIELD-NAME EXC-VALUE-TEXT.

      *>----------------------------------------------------------------
      *>  CPUCERTL: CPUCERT skips blank lines, so this does too.
      *>----------------------------------------------------------------
       CHECK-CERT-LIST-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUCERTL" TO EXC-FILE-NAME.
           OPEN INPUT CERT-LIST-FILE.
           IF CERT-LIST-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (3)
           ELSE
               PERFORM CHECK-ONE-CERT-LIST-LINE
                       UNTIL CERT-LIST-EOF
               CLOSE CERT-LIST-FILE
           END-IF.

       CHECK-ONE-CERT-LIST-LINE.
           READ CERT-LIST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   IF CERT-LIST-NAME NOT = SPACES
                       MOVE "PROFILE-NAME" TO EXC-FIELD-NAME
                       MOVE CERT-LIST-NAME TO LOOKUP-NAME
                       PERFORM CHECK-CATALOG-NAME
                       MOVE SPACES TO SEEN-KEY WINDOW-END-TIME
                       MOVE CERT-LIST-NAME TO SEEN-KEY
                       MOVE "PROFILE-NAME" TO EXC-FIELD-NAME
                       MOVE CERT-LIST-NAME TO EXC-VALUE-TEXT
                       PERFORM CHECK-DUPLICATE-LINE
                       MOVE SPACES TO EXC-FIELD-NAME EXC-VALUE-TEXT
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  CPUPHASE: a line CPURUN would skip or clamp is an exception,
      *>  and so is a script CPURUN would cut short - more phases than
      *>  its table holds, or more seconds than one run can last.
      *>----------------------------------------------------------------
       CHECK-PHASE-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUPHASE" TO EXC-FILE-NAME.
           MOVE 0 TO PHASE-USABLE-COUNT PHASE-TOTAL-SECONDS.
           OPEN INPUT PHASE-FILE.
           IF PHASE-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (4)
           ELSE
               PERFORM CHECK-ONE-PHASE-LINE UNTIL PHASE-FILE-EOF
               CLOSE PHASE-FILE
               PERFORM CHECK-PHASE-TOTALS
           END-IF.

       CHECK-ONE-PHASE-LINE.
           READ PHASE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   IF PHASE-RECORD NOT = SPACES
                       PERFORM VALIDATE-PHASE-LINE
                   END-IF
           END-READ.

       VALIDATE-PHASE-LINE.
           IF PHASE-SECONDS IS NOT NUMERIC OR PHASE-SECONDS = 0
               MOVE "SECONDS" TO EXC-FIELD-NAME
               MOVE PHASE-SECONDS TO EXC-VALUE-TEXT
               MOVE "NOT NUMERIC OR ZERO - CPURUN SKIPS THE PHASE"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO PHASE-USABLE-COUNT
               ADD PHASE-SECONDS TO PHASE-TOTAL-SECONDS
           END-IF.
           IF PHASE-LOAD-PERCENT IS NOT NUMERIC
               MOVE "LOAD-PERCENT" TO EXC-FIELD-NAME
               MOVE PHASE-LOAD-PERCENT TO EXC-VALUE-TEXT
               MOVE "LOAD NOT NUMERIC" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF PHASE-LOAD-PERCENT > 100
                   MOVE "LOAD-PERCENT" TO EXC-FIELD-NAME
                   MOVE PHASE-LOAD-PERCENT TO EXC-VALUE-TEXT
                   MOVE "LOAD OVER 100 - CPURUN RUNS IT AT 100"
                           TO EXC-PROBLEM-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       CHECK-PHASE-TOTALS.
           MOVE 0 TO EXC-RECORD-NUMBER.
           MOVE "SECONDS" TO EXC-FIELD-NAME.
           IF PHASE-USABLE-COUNT = 0
               MOVE "NO USABLE PHASES - CPURUN RUNS AT CONSTANT LOAD"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PHASE-USABLE-COUNT > MAX-PHASES-SUPPORTED
               MOVE PHASE-USABLE-COUNT TO EXC-VALUE-TEXT
               STRING "MORE THAN " DELIMITED BY SIZE
                      MAX-PHASES-SUPPORTED DELIMITED BY SIZE
                      " PHASES - CPURUN DROPS THE REST"
                          DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PHASE-TOTAL-SECONDS > MAX-RUN-SECONDS
               MOVE PHASE-TOTAL-SECONDS TO EXC-VALUE-TEXT
               STRING "SCRIPT OVER " DELIMITED BY SIZE
                      MAX-RUN-SECONDS DELIMITED BY SIZE
                      " SECONDS - CPURUN CAPS IT"
                          DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE SPACES TO EXC-FIELD-NAME.
           MOVE PHASE-TOTAL-SECONDS TO EDIT-SECONDS.
           STRING "SCRIPT TOTAL " DELIMITED BY SIZE
                  EDIT-SECONDS DELIMITED BY SIZE
                  " SECONDS" DELIMITED BY SIZE
                  INTO SUM-NOTES (4)
           END-STRING.

      *>----------------------------------------------------------------
      *>  CPUBLACK: each window must be real and the right way round,
      *>  and must not cover any part of an earlier line's window.
      *>----------------------------------------------------------------
       CHECK-BLACKOUT-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUBLACK" TO EXC-FILE-NAME.
           OPEN INPUT BLACKOUT-FILE.
           IF BLACKOUT-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (5)
           ELSE
               PERFORM CHECK-ONE-BLACKOUT-LINE
                       UNTIL BLACKOUT-FILE-EOF
               CLOSE BLACKOUT-FILE
           END-IF.

       CHECK-ONE-BLACKOUT-LINE.
           READ BLACKOUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   IF BLACKOUT-RECORD NOT = SPACES
                       PERFORM VALIDATE-BLACKOUT-LINE
                       IF LINE-IS-VALID
                           PERFORM CHECK-BLACKOUT-OVERLAP
                       END-IF
                   END-IF
           END-READ.

       VALIDATE-BLACKOUT-LINE.
           SET LINE-IS-VALID TO TRUE.
           MOVE BLACK-START-DATE TO DATE-WORK-FIELD.
           PERFORM CHECK-CALENDAR-DATE.
           IF NOT DATE-IS-VALID
               MOVE "START-DATE" TO EXC-FIELD-NAME
               MOVE BLACK-START-DATE TO EXC-VALUE-TEXT
               MOVE "NOT A VALID YYYYMMDD DATE" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "N" TO LINE-STATE
           END-IF.
           MOVE BLACK-END-DATE TO DATE-WORK-FIELD.
           PERFORM CHECK-CALENDAR-DATE.
           IF NOT DATE-IS-VALID
               MOVE "END-DATE" TO EXC-FIELD-NAME
               MOVE BLACK-END-DATE TO EXC-VALUE-TEXT
               MOVE "NOT A VALID YYYYMMDD DATE" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "N" TO LINE-STATE
           END-IF.
           IF LINE-IS-VALID AND BLACK-END-DATE < BLACK-START-DATE
               MOVE "END-DATE" TO EXC-FIELD-NAME
               MOVE BLACK-END-DATE TO EXC-VALUE-TEXT
               MOVE "END DATE BEFORE START DATE" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "N" TO LINE-STATE
           END-IF.

      *>  Times: both blank (or both not numeric) is a whole-day
      *>  window; one without the other is a mistake the drivers
      *>  would quietly read as whole-day.
           MOVE "N" TO WINDOW-TIMED.
           MOVE "0000" TO WINDOW-START-TIME.
           MOVE "2359" TO WINDOW-END-TIME.
           IF BLACK-START-TIME IS NUMERIC
                   AND BLACK-END-TIME IS NUMERIC
               SET WINDOW-IS-TIMED TO TRUE
               MOVE BLACK-START-TIME TO TIME-WORK-FIELD
               PERFORM CHECK-CLOCK-TIME
               IF NOT TIME-IS-VALID
                   MOVE "START-TIME" TO EXC-FIELD-NAME
                   MOVE BLACK-START-TIME TO EXC-VALUE-TEXT
                   MOVE "NOT A VALID HHMM TIME" TO EXC-PROBLEM-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE "N" TO LINE-STATE
               END-IF
               MOVE BLACK-END-TIME TO TIME-WORK-FIELD
               PERFORM CHECK-CLOCK-TIME
               IF NOT TIME-IS-VALID
                   MOVE "END-TIME" TO EXC-FIELD-NAME
                   MOVE BLACK-END-TIME TO EXC-VALUE-TEXT
                   MOVE "NOT A VALID HHMM TIME" TO EXC-PROBLEM-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE "N" TO LINE-STATE
               END-IF
               IF LINE-IS-VALID
                       AND BLACK-END-TIME < BLACK-START-TIME
                   MOVE "END-TIME" TO EXC-FIELD-NAME
                   MOVE BLACK-END-TIME TO EXC-VALUE-TEXT
                   MOVE "END TIME BEFORE START - CODE AS TWO LINES"
                           TO EXC-PROBLEM-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE "N" TO LINE-STATE
               END-IF
               MOVE BLACK-START-TIME TO WINDOW-START-TIME
               MOVE BLACK-END-TIME   TO WINDOW-END-TIME
           ELSE
               IF BLACK-START-TIME NOT = SPACES
                       OR BLACK-END-TIME NOT = SPACES
                   MOVE "START/END-TIME" TO EXC-FIELD-NAME
                   MOVE BLACK-START-TIME TO EXC-VALUE-TEXT (1:4)
                   MOVE "-" TO EXC-VALUE-TEXT (5:1)
                   MOVE BLACK-END-TIME TO EXC-VALUE-TEXT (6:4)
                   MOVE "TIMES INCOMPLETE - TREATED AS WHOLE DAY"
                           TO EXC-PROBLEM-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *>  Two windows overlap when their date ranges meet and, on the
      *>  shared days, their time ranges meet.
       CHECK-BLACKOUT-OVERLAP.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
                   UNTIL SEEN-IDX > SEEN-COUNT
               IF BLACK-START-DATE <= SEEN-TAB-END-DATE (SEEN-IDX)
                       AND SEEN-TAB-START-DATE (SEEN-IDX)
                           <= BLACK-END-DATE
                       AND WINDOW-START-TIME
                           <= SEEN-TAB-END-TIME (SEEN-IDX)
                       AND SEEN-TAB-START-TIME (SEEN-IDX)
                           <= WINDOW-END-TIME
                   MOVE "START/END-DATE" TO EXC-FIELD-NAME
                   MOVE BLACK-START-DATE TO EXC-VALUE-TEXT
                   MOVE SEEN-TAB-RECORD (SEEN-IDX) TO EDIT-RECORD
                   STRING "OVERLAPS THE WINDOW ON RECORD "
                              DELIMITED BY SIZE
                          EDIT-RECORD DELIMITED BY SIZE
                          INTO EXC-PROBLEM-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SEEN-KEY.
           MOVE BLACK-START-DATE  TO SEEN-KEY (1:8).
           MOVE BLACK-END-DATE    TO SEEN-KEY (9:8).
           MOVE WINDOW-START-TIME TO SEEN-KEY (17:4).
           PERFORM REMEMBER-SEEN-LINE.

       CHECK-CALENDAR-DATE.
           MOVE "N" TO DATE-STATE.
           IF DATE-WORK-FIELD IS NUMERIC
               MOVE DATE-WORK-FIELD (1:4) TO DATE-WORK-YEAR
               MOVE DATE-WORK-FIELD (5:2) TO DATE-WORK-MONTH
               MOVE DATE-WORK-FIELD (7:2) TO DATE-WORK-DAY
               IF DATE-WORK-YEAR > 0
                       AND DATE-WORK-MONTH >= 1
                       AND DATE-WORK-MONTH <= 12
                       AND DATE-WORK-DAY >= 1
                   MOVE MONTH-LENGTH (DATE-WORK-MONTH)
                           TO DATE-MONTH-LENGTH
                   IF DATE-WORK-MONTH = 2
                       PERFORM ADJUST-FEBRUARY-LENGTH
                   END-IF
                   IF DATE-WORK-DAY <= DATE-MONTH-LENGTH
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADJUST-FEBRUARY-LENGTH.
           DIVIDE DATE-WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 29 TO DATE-MONTH-LENGTH
               DIVIDE DATE-WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE DATE-WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 28 TO DATE-MONTH-LENGTH
                   END-IF
               END-IF
           END-IF.

       CHECK-CLOCK-TIME.
           MOVE "N" TO TIME-STATE.
           IF TIME-WORK-FIELD (1:2) <= "23"
                   AND TIME-WORK-FIELD (3:2) <= "59"
               SET TIME-IS-VALID TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *>  CPUBASE: every baseline is for some catalog profile's
      *>  cores/load/memory - a key no profile has can never be
      *>  judged against by a catalog-driven run.
      *>----------------------------------------------------------------
       CHECK-BASELINE-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUBASE" TO EXC-FILE-NAME.
           OPEN INPUT BASELINE-FILE.
           IF BASELINE-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (6)
           ELSE
               PERFORM CHECK-ONE-BASELINE-RECORD
                       UNTIL BASELINE-FILE-EOF
               CLOSE BASELINE-FILE
           END-IF.

       CHECK-ONE-BASELINE-RECORD.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   PERFORM VALIDATE-BASELINE-RECORD
           END-READ.

       VALIDATE-BASELINE-RECORD.
           IF BASE-HOST-NAME = SPACES
               MOVE "HOST-NAME" TO EXC-FIELD-NAME
               MOVE "HOST NAME IS BLANK" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE "N" TO CAT-FOUND.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CAT-COUNT
                       OR CAT-WAS-FOUND
               IF CAT-TAB-CORES-STRESS (CAT-IDX) = BASE-CORES-STRESS
                       AND CAT-TAB-LOAD-PERCENT (CAT-IDX)
                           = BASE-LOAD-PERCENT
                       AND CAT-TAB-MEM-STRESS-MB (CAT-IDX)
                           = BASE-MEM-STRESS-MB
                   SET CAT-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CAT-WAS-FOUND
               MOVE "CORES/LOAD/MEM" TO EXC-FIELD-NAME
               MOVE BASE-CORES-STRESS  TO EXC-VALUE-TEXT (1:3)
               MOVE "/"                TO EXC-VALUE-TEXT (4:1)
               MOVE BASE-LOAD-PERCENT  TO EXC-VALUE-TEXT (5:3)
               MOVE "/"                TO EXC-VALUE-TEXT (8:1)
               MOVE BASE-MEM-STRESS-MB TO EXC-VALUE-TEXT (9:4)
               STRING "KEY MATCHES NO CPUPCAT PROFILE - HOST "
                          DELIMITED BY SIZE
                      BASE-HOST-NAME DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF BASE-ITERATIONS IS NOT NUMERIC
                   OR BASE-ITERATIONS = 0
               MOVE "ITERATIONS" TO EXC-FIELD-NAME
               MOVE BASE-HOST-NAME TO EXC-VALUE-TEXT
               MOVE "BASELINE ITERATIONS NOT NUMERIC OR ZERO"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE BASE-ACCEPT-DATE TO DATE-WORK-FIELD.
           PERFORM CHECK-CALENDAR-DATE.
           IF NOT DATE-IS-VALID
               MOVE "ACCEPT-DATE" TO EXC-FIELD-NAME
               MOVE BASE-ACCEPT-DATE TO EXC-VALUE-TEXT
               MOVE "NOT A VALID YYYYMMDD DATE" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>----------------------------------------------------------------
      *>  CPUPROF: the sweep takes a line whose first field is not
      *>  numeric as a catalog name; anything else must pass the
      *>  checks CPU-SWEEP makes before it calls CPURUN.
      *>----------------------------------------------------------------
       CHECK-PROFILE-FILE.
           PERFORM START-FILE-CHECK.
           MOVE "CPUPROF" TO EXC-FILE-NAME.
           OPEN INPUT PROFILE-FILE.
           IF PROFILE-FILE-STATUS NOT = "00"
               MOVE "NOT PRESENT - NOT IN USE" TO SUM-NOTES (7)
           ELSE
               PERFORM CHECK-ONE-PROFILE-LINE UNTIL PROFILE-FILE-EOF
               CLOSE PROFILE-FILE
           END-IF.

       CHECK-ONE-PROFILE-LINE.
           READ PROFILE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO FILE-RECORDS
                   MOVE FILE-RECORDS TO EXC-RECORD-NUMBER
                   IF PROFILE-TIME-STRESS IS NOT NUMERIC
                       PERFORM VALIDATE-PROFILE-NAME-LINE
                   ELSE
                       PERFORM VALIDATE-PROFILE-VALUE-LINE
                   END-IF
           END-READ.

       VALIDATE-PROFILE-NAME-LINE.
           MOVE "PROFILE-NAME" TO EXC-FIELD-NAME.
           IF PROFILE-NAME = SPACES
               MOVE "BLANK LINE - THE SWEEP REJECTS IT"
                       TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE PROFILE-NAME TO LOOKUP-NAME
               PERFORM CHECK-CATALOG-NAME
           END-IF.
           MOVE SPACES TO EXC-FIELD-NAME.

       VALIDATE-PROFILE-VALUE-LINE.
           IF PROFILE-TIME-STRESS = 0
               MOVE "TIME-STRESS" TO EXC-FIELD-NAME
               MOVE PROFILE-TIME-STRESS TO EXC-VALUE-TEXT
               MOVE "DURATION MUST BE NONZERO" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PROFILE-CORES-STRESS IS NOT NUMERIC
                   OR PROFILE-CORES-STRESS = 0
                   OR PROFILE-CORES-STRESS > ENGINE-MAX-CORES
               MOVE "CORES-STRESS" TO EXC-FIELD-NAME
               MOVE PROFILE-CORES-STRESS TO EXC-VALUE-TEXT
               STRING "CORES MUST BE 1-" DELIMITED BY SIZE
                      ENGINE-MAX-CORES DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PROFILE-LOAD-PERCENT IS NOT NUMERIC
                   OR PROFILE-LOAD-PERCENT > 100
               MOVE "LOAD-PERCENT" TO EXC-FIELD-NAME
               MOVE PROFILE-LOAD-PERCENT TO EXC-VALUE-TEXT
               MOVE "LOAD MUST BE NUMERIC, 0-100" TO EXC-PROBLEM-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF PROFILE-MEM-STRESS-MB IS NOT NUMERIC
                   OR PROFILE-MEM-STRESS-MB > ENGINE-MAX-MEM-MB
               MOVE "MEM-STRESS-MB" TO EXC-FIELD-NAME
               MOVE PROFILE-MEM-STRESS-MB TO EXC-VALUE-TEXT
               STRING "MEMORY MUST BE 0-" DELIMITED BY SIZE
                      ENGINE-MAX-MEM-MB DELIMITED BY SIZE
                      " MB" DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
      *>  Older lists stop before the I/O columns; blank reads as no
      *>  soak, as it does in the sweep.
           IF PROFILE-IO-SIZE-MB IS NUMERIC
                   AND PROFILE-IO-SIZE-MB > ENGINE-MAX-IO-MB
               MOVE "IO-SIZE-MB" TO EXC-FIELD-NAME
               MOVE PROFILE-IO-SIZE-MB TO EXC-VALUE-TEXT
               STRING "I/O SOAK MUST BE 0-" DELIMITED BY SIZE
                      ENGINE-MAX-IO-MB DELIMITED BY SIZE
                      " MB" DELIMITED BY SIZE
                      INTO EXC-PROBLEM-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *>----------------------------------------------------------------
      *>  Per-file summary and the verdict the scheduler acts on.
      *>----------------------------------------------------------------
       WRITE-FILE-SUMMARY.
           MOVE SPACES TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           MOVE SUMMARY-HEADING-LINE TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           PERFORM VARYING SUM-IDX FROM 1 BY 1 UNTIL SUM-IDX > 7
               MOVE SUM-NAMES (SUM-IDX) TO SUM-FILE-NAME
               MOVE SUM-RECS (SUM-IDX)  TO SUM-RECORDS
               MOVE SUM-EXCS (SUM-IDX)  TO SUM-EXCEPTIONS
               MOVE SUM-NOTES (SUM-IDX) TO SUM-NOTE
               MOVE SUMMARY-LINE TO PREFLIGHT-PRINT-LINE
               WRITE PREFLIGHT-PRINT-LINE
           END-PERFORM.
           MOVE SPACES TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
           MOVE TOTAL-EXCEPTIONS TO TOT-EXCEPTIONS.
           IF TOTAL-EXCEPTIONS > 0
               MOVE "HOLD THE STRESS JOBS - FIX THE CONTROL DATA"
                       TO TOT-VERDICT
           ELSE
               MOVE "CONTROL DATA CLEAN" TO TOT-VERDICT
           END-IF.
           MOVE TOTAL-LINE TO PREFLIGHT-PRINT-LINE.
           WRITE PREFLIGHT-PRINT-LINE.
