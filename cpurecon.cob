       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPURECON.

      *>================================================================
      *>  CPURECON is the end-of-day cross-file reconciliation.  Every
      *>  run this box makes is recorded four times - the CPUAUDIT
      *>  record of the invocation, the CAPRPT run line, the CPUINTVL
      *>  checkpoint lines and the CPUFLTM fleet copy - and nothing
      *>  else checks that they tie out.  For one run date it matches
      *>  the four by run key (run date and start time) and lists
      *>  every break with a reason code:
      *>    AUDNORPT - an audit record of a run that ran (COMPLETED,
      *>               SHORT, IOERROR, MEMERROR, CALCERROR) with no
      *>               CAPRPT line
      *>    NOINTVL  - a CAPRPT run line with no interval lines
      *>    ITERDIFF - the run's interval iterations don't sum to its
      *>               CAPRPT-TOTAL-ITERATIONS within the tolerance
      *>    ORPHINTV - interval lines belonging to no CAPRPT run line
      *>    NOFLEET  - a CAPRPT run line never ingested into CPUFLTM
      *>  followed by control totals, and leaves RC 4 behind on any
      *>  break so the end-of-day job stream can see the files don't
      *>  agree.
      *>
      *>  CPURUN stamps its interval lines with its own start time,
      *>  taken a moment after the calling driver took the one on the
      *>  audit and CAPRPT records, so a run's interval set is matched
      *>  on the exact key first and otherwise on the same date with a
      *>  start time inside the run's own start-to-end window.
      *>
      *>  Positional PARM - DDDDDDDD - the run date to reconcile
      *>  (YYYYMMDD); a blank PARM reconciles today.  The iteration
      *>  tolerance comes from CPU_STRESS_RECON_PCT (percent of the
      *>  CAPRPT total, default 1), the same environment convention
      *>  the other thresholds in this suite use.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CPUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

           SELECT INTERVAL-FILE ASSIGN TO "CPUINTVL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INTERVAL-FILE-STATUS.

           SELECT FLEET-MASTER-FILE ASSIGN TO "CPUFLTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "CPURECRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "cpuaudit.cpy".

       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       FD  INTERVAL-FILE.
       COPY "cpuintvl.cpy".

       FD  FLEET-MASTER-FILE.
       COPY "cpufleet.cpy".

       FD  RECON-REPORT-FILE.
       01  RECON-PRINT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       77 AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 AUDIT-FILE-EOF        VALUE "10".
       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 INTERVAL-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 INTERVAL-FILE-EOF     VALUE "10".
       77 FLEET-MASTER-STATUS   PIC X(2) VALUE SPACES.
           88 FLEET-MASTER-EOF      VALUE "10".
       77 RECON-REPORT-STATUS   PIC X(2) VALUE SPACES.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.
       77 RECON-DATE-FIELD      PIC X(8) VALUE SPACES.

      *>  This box's identity - same source and default as the run
      *>  drivers, so the CPUFLTM lines this box ingested are found.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".

      *>  "Within this many percent of the CAPRPT total" is a tie.
       77 RECON-PCT-TEXT        PIC X(3) VALUE SPACES.
       77 RECON-PCT             PIC 9(3) VALUE 0.
       77 RECON-PCT-DEFAULT     PIC 9(3) VALUE 1.

      *>  Control totals - what was read from each file for the date
      *>  and how many breaks of each kind were found.
       77 AUDIT-RECORDS-READ    PIC 9(7) VALUE 0.
       77 AUDIT-RUNS-READ       PIC 9(7) VALUE 0.
       77 CAPRPT-RUNS-READ      PIC 9(7) VALUE 0.
       77 INTERVAL-LINES-READ   PIC 9(7) VALUE 0.
       77 FLEET-LINES-MATCHED   PIC 9(7) VALUE 0.
       77 CAPRPT-ITERS-TOTAL    PIC 9(18) VALUE 0.
       77 INTERVAL-ITERS-TOTAL  PIC 9(18) VALUE 0.
       77 BREAKS-AUDNORPT       PIC 9(7) VALUE 0.
       77 BREAKS-NOINTVL        PIC 9(7) VALUE 0.
       77 BREAKS-ITERDIFF       PIC 9(7) VALUE 0.
       77 BREAKS-ORPHINTV       PIC 9(7) VALUE 0.
       77 BREAKS-NOFLEET        PIC 9(7) VALUE 0.
       77 BREAKS-TOTAL          PIC 9(7) VALUE 0.

       77 ITER-DIFFERENCE       PIC 9(18) VALUE 0.
       77 ITER-ALLOWANCE        PIC 9(18) VALUE 0.

      *>  The date's CAPRPT run lines, loaded once - every other file
      *>  is matched against this table.  RUN-TAB-SET is the interval
      *>  set the run claimed (zero for none).
       77 RUN-IDX               PIC 9(3) VALUE 0.
       77 RUN-COUNT             PIC 9(3) VALUE 0.
       77 RUN-FOUND             PIC X(1) VALUE "N".
           88 RUN-WAS-FOUND         VALUE "Y".
       77 MAX-RUNS-SUPPORTED    PIC 9(3) VALUE 500.
       77 RUNS-DROPPED          PIC 9(5) VALUE 0.

       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES
                           INDEXED BY RUN-TAB-IDX.
               10  RUN-TAB-START-TIME      PIC X(08).
               10  RUN-TAB-END-TIME        PIC X(08).
               10  RUN-TAB-ITERS           PIC 9(15).
               10  RUN-TAB-SET             PIC 9(03).
               10  RUN-TAB-IN-FLEET        PIC X(01).

      *>  The date's interval lines, summed per run key.
       77 SET-IDX               PIC 9(3) VALUE 0.
       77 SET-COUNT             PIC 9(3) VALUE 0.
       77 SET-FOUND             PIC X(1) VALUE "N".
           88 SET-WAS-FOUND         VALUE "Y".
       77 MAX-SETS-SUPPORTED    PIC 9(3) VALUE 500.
       77 SETS-DROPPED          PIC 9(5) VALUE 0.

       01  INTERVAL-SET-TABLE.
           05  SET-ENTRY OCCURS 500 TIMES
                           INDEXED BY SET-TAB-IDX.
               10  SET-TAB-START-TIME      PIC X(08).
               10  SET-TAB-ITERS           PIC 9(18).
               10  SET-TAB-LINES           PIC 9(05).
               10  SET-TAB-CLAIMED         PIC X(01).

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(08).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-RUN-DATE         PIC X(08).

       77 PARM-COMMAND-LINE     PIC X(8) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(44)
               VALUE "CPU-STRESS END-OF-DAY RECONCILIATION  DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(12) VALUE "  RUN DATE  ".
           05  HDG-RECON-DATE      PIC X(08).
           05  FILLER              PIC X(08) VALUE "  HOST  ".
           05  HDG-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(24)
               VALUE "ITERATION TOLERANCE     ".
           05  HDG-RECON-PCT       PIC 9(03).
           05  FILLER              PIC X(22)
               VALUE " PCT OF CAPRPT TOTAL  ".
           05  FILLER              PIC X(83) VALUE SPACES.

       01  BREAK-HEADING-LINE.
           05  FILLER              PIC X(44) VALUE
               "  REASON    FILE      RUN DATE  START       ".
           05  FILLER              PIC X(42) VALUE
               "DESCRIPTION                               ".
           05  FILLER              PIC X(40) VALUE
               "          EXPECTED              ACTUAL  ".
           05  FILLER              PIC X(06) VALUE SPACES.

       01  BREAK-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-REASON-CODE     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-FILE-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-START-TIME      PIC X(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  BRK-DESCRIPTION     PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-EXPECTED        PIC 9(18).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRK-ACTUAL          PIC 9(18).
           05  FILLER              PIC X(08) VALUE SPACES.

       01  TOTALS-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE "CONTROL TOTALS".
           05  FILLER              PIC X(118) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-LABEL           PIC X(40).
           05  TOT-COUNT           PIC 9(18).
           05  FILLER              PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT REPORT-DATE-FIELD FROM DATE YYYYMMDD.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           IF PARM-COMMAND-LINE NOT = SPACES
               MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT
               MOVE PARM-IN-RUN-DATE TO RECON-DATE-FIELD
           ELSE
               MOVE REPORT-DATE-FIELD TO RECON-DATE-FIELD
           END-IF.
           IF RECON-DATE-FIELD IS NOT NUMERIC
               DISPLAY "Error: a numeric YYYYMMDD run date is "
                       "required"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.
           PERFORM GET-RECON-TOLERANCE.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF RECON-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPURECRP report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM LOAD-CAPRPT-RUN-LINES.
           PERFORM LOAD-INTERVAL-SETS.
           PERFORM MARK-FLEET-COPIES.
           PERFORM MATCH-AUDIT-RECORDS.
           PERFORM MATCH-RUNS-TO-INTERVALS.
           PERFORM CHECK-EACH-RUN-LINE.
           PERFORM LIST-ORPHAN-INTERVAL-SETS.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE RECON-REPORT-FILE.

           DISPLAY "Reconciliation of " RECON-DATE-FIELD
                   " complete - " BREAKS-TOTAL " breaks.".
           IF BREAKS-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  Tolerance from CPU_STRESS_RECON_PCT.  Zero is a legitimate
      *>  setting here (an exact tie-out), so only a damaged or
      *>  out-of-range value falls back to the default.
      *>----------------------------------------------------------------
       GET-RECON-TOLERANCE.
           ACCEPT RECON-PCT-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_RECON_PCT".
           IF RECON-PCT-TEXT = SPACES
                   OR RECON-PCT-TEXT IS NOT NUMERIC
               MOVE RECON-PCT-DEFAULT TO RECON-PCT
           ELSE
               MOVE RECON-PCT-TEXT TO RECON-PCT
           END-IF.
           IF RECON-PCT > 100
               MOVE RECON-PCT-DEFAULT TO RECON-PCT
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE REPORT-DATE-FIELD TO HDG-REPORT-DATE.
           MOVE RECON-DATE-FIELD  TO HDG-RECON-DATE.
           MOVE HOST-NAME-TEXT    TO HDG-HOST-NAME.
           MOVE HEADING-LINE-1 TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE RECON-PCT TO HDG-RECON-PCT.
           MOVE HEADING-LINE-2 TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE BREAK-HEADING-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  The date's real run lines - RUN, SWEEP and CERT; a sweep's
      *>  BEST comparison line and the BASEDEV exception lines repeat
      *>  a run key already on a run line and are passed over.  No
      *>  CAPRPT file at all is a break in itself for every audited
      *>  run, so it is not treated as an error here.
      *>----------------------------------------------------------------
       LOAD-CAPRPT-RUN-LINES.
           MOVE 0 TO RUN-COUNT.
           OPEN INPUT CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS = "00"
               PERFORM LOAD-ONE-CAPRPT-LINE UNTIL CAPRPT-FILE-EOF
               CLOSE CAPRPT-FILE
           ELSE
               DISPLAY "Warning: no CAPRPT history file"
           END-IF.

       LOAD-ONE-CAPRPT-LINE.
           READ CAPRPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAPRPT-RUN-DATE = RECON-DATE-FIELD
                           AND (CAPRPT-OUTCOME = "RUN"
                               OR CAPRPT-OUTCOME = "SWEEP"
                               OR CAPRPT-OUTCOME = "CERT")
                       PERFORM STORE-ONE-RUN-LINE
                   END-IF
           END-READ.

       STORE-ONE-RUN-LINE.
           IF RUN-COUNT >= MAX-RUNS-SUPPORTED
               ADD 1 TO RUNS-DROPPED
               IF RUNS-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-RUNS-SUPPORTED
                           " run lines - extra lines dropped"
               END-IF
           ELSE
               ADD 1 TO RUN-COUNT
               ADD 1 TO CAPRPT-RUNS-READ
               MOVE RUN-COUNT TO RUN-IDX
               MOVE CAPRPT-START-TIME TO RUN-TAB-START-TIME (RUN-IDX)
               MOVE CAPRPT-END-TIME   TO RUN-TAB-END-TIME (RUN-IDX)
               IF CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                   MOVE CAPRPT-TOTAL-ITERATIONS
                           TO RUN-TAB-ITERS (RUN-IDX)
               ELSE
                   MOVE 0 TO RUN-TAB-ITERS (RUN-IDX)
               END-IF
               ADD RUN-TAB-ITERS (RUN-IDX) TO CAPRPT-ITERS-TOTAL
               MOVE 0   TO RUN-TAB-SET (RUN-IDX)
               MOVE "N" TO RUN-TAB-IN-FLEET (RUN-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  The date's interval lines, summed into one set per run key.
      *>----------------------------------------------------------------
       LOAD-INTERVAL-SETS.
           MOVE 0 TO SET-COUNT.
           OPEN INPUT INTERVAL-FILE.
           IF INTERVAL-FILE-STATUS = "00"
               PERFORM LOAD-ONE-INTERVAL-LINE
                       UNTIL INTERVAL-FILE-EOF
               CLOSE INTERVAL-FILE
           ELSE
               DISPLAY "Warning: no CPUINTVL interval file"
           END-IF.

       LOAD-ONE-INTERVAL-LINE.
           READ INTERVAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF INTVL-RUN-DATE = RECON-DATE-FIELD
                           AND INTVL-ITERATIONS IS NUMERIC
                       ADD 1 TO INTERVAL-LINES-READ
                       ADD INTVL-ITERATIONS TO INTERVAL-ITERS-TOTAL
                       PERFORM FOLD-LINE-INTO-SET
                   END-IF
           END-READ.

       FOLD-LINE-INTO-SET.
           MOVE "N" TO SET-FOUND.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SET-COUNT
                       OR SET-WAS-FOUND
               IF SET-TAB-START-TIME (SET-IDX) = INTVL-RUN-START
                   SET SET-WAS-FOUND TO TRUE
                   ADD INTVL-ITERATIONS TO SET-TAB-ITERS (SET-IDX)
                   ADD 1 TO SET-TAB-LINES (SET-IDX)
               END-IF
           END-PERFORM.
           IF NOT SET-WAS-FOUND
               PERFORM START-INTERVAL-SET
           END-IF.

       START-INTERVAL-SET.
           IF SET-COUNT >= MAX-SETS-SUPPORTED
               ADD 1 TO SETS-DROPPED
               IF SETS-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-SETS-SUPPORTED
                           " interval sets - extra lines dropped"
               END-IF
           ELSE
               ADD 1 TO SET-COUNT
               MOVE SET-COUNT TO SET-IDX
               MOVE INTVL-RUN-START  TO SET-TAB-START-TIME (SET-IDX)
               MOVE INTVL-ITERATIONS TO SET-TAB-ITERS (SET-IDX)
               MOVE 1   TO SET-TAB-LINES (SET-IDX)
               MOVE "N" TO SET-TAB-CLAIMED (SET-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  Tick off every run line this box's CPUFLTM copy carries.
      *>----------------------------------------------------------------
       MARK-FLEET-COPIES.
           OPEN INPUT FLEET-MASTER-FILE.
           IF FLEET-MASTER-STATUS = "00"
               PERFORM MARK-ONE-FLEET-LINE UNTIL FLEET-MASTER-EOF
               CLOSE FLEET-MASTER-FILE
           ELSE
               DISPLAY "Warning: no CPUFLTM fleet master"
           END-IF.

       MARK-ONE-FLEET-LINE.
           READ FLEET-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FLEET-HOST-NAME = HOST-NAME-TEXT
                           AND FLEET-RUN-DATE = RECON-DATE-FIELD
                       PERFORM MARK-FLEET-RUN
                   END-IF
           END-READ.

       MARK-FLEET-RUN.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               IF RUN-TAB-START-TIME (RUN-IDX) = FLEET-START-TIME
                       AND RUN-TAB-IN-FLEET (RUN-IDX) = "N"
                   MOVE "Y" TO RUN-TAB-IN-FLEET (RUN-IDX)
                   ADD 1 TO FLEET-LINES-MATCHED
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *>  Every audit record of a run that actually ran must have its
      *>  CAPRPT run line.  Rejected, blacked-out and interlock
      *>  records never reach CPURUN and are only counted.
      *>----------------------------------------------------------------
       MATCH-AUDIT-RECORDS.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM MATCH-ONE-AUDIT-RECORD UNTIL AUDIT-FILE-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "Warning: no CPUAUDIT audit file"
           END-IF.

       MATCH-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AUDIT-RUN-DATE = RECON-DATE-FIELD
                       ADD 1 TO AUDIT-RECORDS-READ
                       IF AUDIT-OUTCOME = "COMPLETED"
                               OR AUDIT-OUTCOME = "SHORT"
                               OR AUDIT-OUTCOME = "IOERROR"
                               OR AUDIT-OUTCOME = "MEMERROR"
                               OR AUDIT-OUTCOME = "CALCERROR"
                           ADD 1 TO AUDIT-RUNS-READ
                           PERFORM FIND-AUDITED-RUN-LINE
                       END-IF
                   END-IF
           END-READ.

       FIND-AUDITED-RUN-LINE.
           MOVE "N" TO RUN-FOUND.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
                       OR RUN-WAS-FOUND
               IF RUN-TAB-START-TIME (RUN-IDX) = AUDIT-START-TIME
                   SET RUN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RUN-WAS-FOUND
               ADD 1 TO BREAKS-AUDNORPT
               MOVE SPACES TO BRK-DESCRIPTION
               STRING "AUDIT " DELIMITED BY SIZE
                      AUDIT-OUTCOME DELIMITED BY SPACE
                      " RUN HAS NO CAPRPT LINE" DELIMITED BY SIZE
                      INTO BRK-DESCRIPTION
               END-STRING
               MOVE "AUDNORPT"       TO BRK-REASON-CODE
               MOVE "CPUAUDIT"       TO BRK-FILE-NAME
               MOVE AUDIT-RUN-DATE   TO BRK-RUN-DATE
               MOVE AUDIT-START-TIME TO BRK-START-TIME
               MOVE 0 TO BRK-EXPECTED BRK-ACTUAL
               PERFORM WRITE-BREAK-LINE
           END-IF.

      *>----------------------------------------------------------------
      *>  Pair each run line with its interval set - exact run key on
      *>  a first pass over all runs, then the start-to-end window on
      *>  a second pass for the runs still unpaired, so a run whose
      *>  exact set exists can never lose it to a neighbour's window.
      *>----------------------------------------------------------------
       MATCH-RUNS-TO-INTERVALS.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               PERFORM CLAIM-EXACT-INTERVAL-SET
           END-PERFORM.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               IF RUN-TAB-SET (RUN-IDX) = 0
                   PERFORM CLAIM-WINDOW-INTERVAL-SET
               END-IF
           END-PERFORM.

       CLAIM-EXACT-INTERVAL-SET.
           MOVE "N" TO SET-FOUND.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SET-COUNT
                       OR SET-WAS-FOUND
               IF SET-TAB-CLAIMED (SET-IDX) = "N"
                       AND SET-TAB-START-TIME (SET-IDX)
                           = RUN-TAB-START-TIME (RUN-IDX)
                   SET SET-WAS-FOUND TO TRUE
                   MOVE "Y" TO SET-TAB-CLAIMED (SET-IDX)
                   MOVE SET-IDX TO RUN-TAB-SET (RUN-IDX)
               END-IF
           END-PERFORM.

      *>  A run whose end stamp is damaged or wrapped past midnight
      *>  only gets its exact-key set - its window can't be trusted.
       CLAIM-WINDOW-INTERVAL-SET.
           IF RUN-TAB-START-TIME (RUN-IDX) IS NUMERIC
                   AND RUN-TAB-END-TIME (RUN-IDX) IS NUMERIC
                   AND RUN-TAB-END-TIME (RUN-IDX)
                       >= RUN-TAB-START-TIME (RUN-IDX)
               MOVE "N" TO SET-FOUND
               PERFORM VARYING SET-IDX FROM 1 BY 1
                       UNTIL SET-IDX > SET-COUNT
                           OR SET-WAS-FOUND
                   IF SET-TAB-CLAIMED (SET-IDX) = "N"
                           AND SET-TAB-START-TIME (SET-IDX)
                               >= RUN-TAB-START-TIME (RUN-IDX)
                           AND SET-TAB-START-TIME (SET-IDX)
                               <= RUN-TAB-END-TIME (RUN-IDX)
                       SET SET-WAS-FOUND TO TRUE
                       MOVE "Y" TO SET-TAB-CLAIMED (SET-IDX)
                       MOVE SET-IDX TO RUN-TAB-SET (RUN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *>----------------------------------------------------------------
      *>  Per run line: interval set present, interval iterations tie
      *>  to the CAPRPT total within tolerance, fleet copy present.
      *>----------------------------------------------------------------
       CHECK-EACH-RUN-LINE.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
               PERFORM CHECK-ONE-RUN-LINE
           END-PERFORM.

       CHECK-ONE-RUN-LINE.
           MOVE "CAPRPT  "                   TO BRK-FILE-NAME.
           MOVE RECON-DATE-FIELD             TO BRK-RUN-DATE.
           MOVE RUN-TAB-START-TIME (RUN-IDX) TO BRK-START-TIME.

           IF RUN-TAB-SET (RUN-IDX) = 0
               ADD 1 TO BREAKS-NOINTVL
               MOVE "NOINTVL " TO BRK-REASON-CODE
               MOVE "RUN LINE HAS NO CPUINTVL LINES"
                       TO BRK-DESCRIPTION
               MOVE RUN-TAB-ITERS (RUN-IDX) TO BRK-EXPECTED
               MOVE 0 TO BRK-ACTUAL
               PERFORM WRITE-BREAK-LINE
           ELSE
               MOVE RUN-TAB-SET (RUN-IDX) TO SET-IDX
               PERFORM CHECK-INTERVAL-TOTAL
           END-IF.

           IF RUN-TAB-IN-FLEET (RUN-IDX) = "N"
               ADD 1 TO BREAKS-NOFLEET
               MOVE "NOFLEET " TO BRK-REASON-CODE
               MOVE "RUN LINE NOT INGESTED INTO CPUFLTM"
                       TO BRK-DESCRIPTION
               MOVE 0 TO BRK-EXPECTED BRK-ACTUAL
               PERFORM WRITE-BREAK-LINE
           END-IF.

       CHECK-INTERVAL-TOTAL.
           IF SET-TAB-ITERS (SET-IDX) > RUN-TAB-ITERS (RUN-IDX)
               COMPUTE ITER-DIFFERENCE =
                       SET-TAB-ITERS (SET-IDX) - RUN-TAB-ITERS (RUN-IDX)
           ELSE
               COMPUTE ITER-DIFFERENCE =
                       RUN-TAB-ITERS (RUN-IDX) - SET-TAB-ITERS (SET-IDX)
           END-IF.
           COMPUTE ITER-ALLOWANCE =
                   RUN-TAB-ITERS (RUN-IDX) * RECON-PCT / 100.
           IF ITER-DIFFERENCE > ITER-ALLOWANCE
               ADD 1 TO BREAKS-ITERDIFF
               MOVE "ITERDIFF" TO BRK-REASON-CODE
               MOVE "INTERVAL ITERATIONS DO NOT TIE TO TOTAL"
                       TO BRK-DESCRIPTION
               MOVE RUN-TAB-ITERS (RUN-IDX) TO BRK-EXPECTED
               MOVE SET-TAB-ITERS (SET-IDX) TO BRK-ACTUAL
               PERFORM WRITE-BREAK-LINE
           END-IF.

      *>----------------------------------------------------------------
      *>  Whatever interval sets no run line claimed are orphans.
      *>----------------------------------------------------------------
       LIST-ORPHAN-INTERVAL-SETS.
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SET-COUNT
               IF SET-TAB-CLAIMED (SET-IDX) = "N"
                   ADD 1 TO BREAKS-ORPHINTV
                   MOVE "ORPHINTV" TO BRK-REASON-CODE
                   MOVE "CPUINTVL" TO BRK-FILE-NAME
                   MOVE RECON-DATE-FIELD TO BRK-RUN-DATE
                   MOVE SET-TAB-START-TIME (SET-IDX)
                           TO BRK-START-TIME
                   MOVE "INTERVAL LINES BELONG TO NO RUN LINE"
                           TO BRK-DESCRIPTION
                   MOVE SET-TAB-LINES (SET-IDX) TO BRK-EXPECTED
                   MOVE SET-TAB-ITERS (SET-IDX) TO BRK-ACTUAL
                   PERFORM WRITE-BREAK-LINE
               END-IF
           END-PERFORM.

       WRITE-BREAK-LINE.
           ADD 1 TO BREAKS-TOTAL.
           MOVE BREAK-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  Control totals - what each file contributed for the date and
      *>  the break count by reason, so the page proves its own
      *>  coverage whether it found anything or not.
      *>----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           IF BREAKS-TOTAL = 0
               MOVE SPACES TO RECON-PRINT-LINE
               MOVE "  NO BREAKS - ALL FOUR FILES TIE OUT"
                       TO RECON-PRINT-LINE
               WRITE RECON-PRINT-LINE
           END-IF.
           MOVE SPACES TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
           MOVE TOTALS-HEADING-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.

           MOVE "CPUAUDIT RECORDS FOR THE DATE" TO TOT-LABEL.
           MOVE AUDIT-RECORDS-READ TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CPUAUDIT RECORDS OF RUNS THAT RAN" TO TOT-LABEL.
           MOVE AUDIT-RUNS-READ TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CAPRPT RUN LINES" TO TOT-LABEL.
           MOVE CAPRPT-RUNS-READ TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CAPRPT TOTAL ITERATIONS" TO TOT-LABEL.
           MOVE CAPRPT-ITERS-TOTAL TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CPUINTVL INTERVAL LINES" TO TOT-LABEL.
           MOVE INTERVAL-LINES-READ TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CPUINTVL RUN SETS" TO TOT-LABEL.
           MOVE SET-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CPUINTVL TOTAL ITERATIONS" TO TOT-LABEL.
           MOVE INTERVAL-ITERS-TOTAL TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "CPUFLTM LINES MATCHED" TO TOT-LABEL.
           MOVE FLEET-LINES-MATCHED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "BREAKS AUDNORPT" TO TOT-LABEL.
           MOVE BREAKS-AUDNORPT TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "BREAKS NOINTVL" TO TOT-LABEL.
           MOVE BREAKS-NOINTVL TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "BREAKS ITERDIFF" TO TOT-LABEL.
           MOVE BREAKS-ITERDIFF TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "BREAKS ORPHINTV" TO TOT-LABEL.
           MOVE BREAKS-ORPHINTV TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "BREAKS NOFLEET" TO TOT-LABEL.
           MOVE BREAKS-NOFLEET TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.
           MOVE "BREAKS TOTAL" TO TOT-LABEL.
           MOVE BREAKS-TOTAL TO TOT-COUNT.
           PERFORM WRITE-TOTALS-LINE.

       WRITE-TOTALS-LINE.
           MOVE TOTALS-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE.
