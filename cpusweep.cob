               RECORD KEY PCAT-NAME
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "CPUQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       FD  CATALOG-FILE.
       COPY "cpupcat.cpy".

       FD  QUEUE-FILE.
       COPY "cpuqueue.cpy".

       WORKING-STORAGE SECTION.

       77 PROFILE-FILE-STATUS   PIC X(2) VALUE SPACES.
           88 SWEEP-HAS-IOERR       VALUE "Y".
       77 SWEEP-HAD-MEMERR      PIC X(1) VALUE "N".
           88 SWEEP-HAS-MEMERR      VALUE "Y".
       77 SWEEP-HAD-CALCERR     PIC X(1) VALUE "N".
           88 SWEEP-HAS-CALCERR     VALUE "Y".

      *>  Same core-count-vs-box-capacity check CPU-STRESS runs for a
      *>  single profile, applied per line here so an unattended sweep
       77 CATALOG-RESOLVE-STATE PIC X(1) VALUE "N".
           88 CATALOG-NAME-RESOLVED VALUE "Y".

      *>  Request queue: with CPU_STRESS_QUEUE=Y, a profile turned
      *>  away by a blackout window - or every unfinished profile,
      *>  when a live lock turns the whole sweep away - goes on the
      *>  CPUQUEUE request queue for CPUDISP to run later, at
      *>  priority CPU_STRESS_QUEUE_PRI (default 5).  The audit
      *>  records and RC are unchanged.  A named line is queued by
      *>  name, saved before catalog resolution overwrites it.
       77 QUEUE-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 QUEUE-FILE-EOF        VALUE "10".
       77 QUEUE-OPTION-TEXT     PIC X(1) VALUE SPACES.
           88 QUEUE-BLOCKED-RUNS    VALUE "Y".
       77 QUEUE-PRI-TEXT        PIC X(1) VALUE SPACES.
       77 QUEUE-PRIORITY-DEFAULT PIC 9(1) VALUE 5.
       77 NEXT-QUEUE-SEQUENCE   PIC 9(5) VALUE 0.
       77 QUEUE-SAVED-NAME      PIC X(12) VALUE SPACES.

       01  QUEUE-PARM-AREA.
           05  QUEUE-PARM-WORK          PIC X(27).
       01  QUEUE-PARM-FIELDS REDEFINES QUEUE-PARM-AREA.
           05  QUEUE-OUT-TIME-STRESS    PIC 9(05).
           05  QUEUE-OUT-CORES-STRESS   PIC 9(03).
           05  QUEUE-OUT-LOAD-PERCENT   PIC 9(03).
           05  QUEUE-OUT-CHECKPOINT-SECS PIC 9(03).
           05  QUEUE-OUT-MEM-STRESS-MB  PIC 9(05).
           05  QUEUE-OUT-IO-SIZE-MB     PIC 9(05).
           05  QUEUE-OUT-IO-COUNT       PIC 9(03).

       COPY "cpuparm.cpy".
       COPY "cpurslt.cpy".

           PERFORM CHECK-RUN-INTERLOCK.
           IF LOCK-IS-LIVE
               PERFORM WRITE-LOCK-AUDIT-RECORD-LOCKED
               PERFORM QUEUE-REMAINING-PROFILES
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
      *>  something in the name columns is resolved through the
      *>  catalog first.
           SET CATALOG-NAME-RESOLVED TO TRUE.
           MOVE SPACES TO QUEUE-SAVED-NAME.
           IF PROFILE-TIME-STRESS IS NOT NUMERIC
                   AND PROFILE-NAME NOT = SPACES
               MOVE PROFILE-NAME TO QUEUE-SAVED-NAME
               PERFORM RESOLVE-CATALOG-PROFILE
           END-IF.

                   MOVE "BLACKOUT" TO AUDIT-OUTCOME-TEXT
                   PERFORM WRITE-AUDIT-RECORD
                   SET SWEEP-HAS-BLACKOUT TO TRUE
                   PERFORM QUEUE-BLOCKED-PROFILE
               ELSE
                   PERFORM RUN-VALIDATED-PROFILE
               END-IF
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE "MEMERROR" TO AUDIT-OUTCOME-TEXT
                   SET SWEEP-HAS-MEMERR TO TRUE
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE "CALCERROR" TO AUDIT-OUTCOME-TEXT
                   SET SWEEP-HAS-CALCERR TO TRUE
               WHEN OTHER
                   MOVE "SHORT" TO AUDIT-OUTCOME-TEXT
                   SET SWEEP-HAS-SHORT-RUN TO TRUE
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>----------------------------------------------------------------
      *>  Request queue.  A live lock turns the whole sweep away
      *>  before any profile runs, so every line not already done by
      *>  an earlier restart is queued, in list order; a blackout
      *>  window queues just the profile it blocked.  Each request is
      *>  due now and numbered one past the highest on the queue.
      *>----------------------------------------------------------------
       QUEUE-REMAINING-PROFILES.
           ACCEPT QUEUE-OPTION-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE".
           IF QUEUE-BLOCKED-RUNS
               PERFORM FIND-NEXT-QUEUE-SEQUENCE
               OPEN INPUT PROFILE-FILE
               IF PROFILE-FILE-STATUS = "00"
                   PERFORM QUEUE-ONE-REMAINING-PROFILE
                           UNTIL PROFILE-FILE-EOF
                   CLOSE PROFILE-FILE
               END-IF
           END-IF.

       QUEUE-ONE-REMAINING-PROFILE.
           READ PROFILE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO PROFILE-NUMBER
                   IF PROFILE-NUMBER > PROFILES-TO-SKIP
                       MOVE SPACES TO QUEUE-SAVED-NAME
                       IF PROFILE-TIME-STRESS IS NOT NUMERIC
                           MOVE PROFILE-NAME TO QUEUE-SAVED-NAME
                       END-IF
                       IF PROFILE-TIME-STRESS IS NUMERIC
                               OR QUEUE-SAVED-NAME NOT = SPACES
                           PERFORM WRITE-QUEUE-REQUEST
                       END-IF
                   END-IF
           END-READ.

       QUEUE-BLOCKED-PROFILE.
           ACCEPT QUEUE-OPTION-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE".
           IF QUEUE-BLOCKED-RUNS
               PERFORM FIND-NEXT-QUEUE-SEQUENCE
               PERFORM WRITE-QUEUE-REQUEST
           END-IF.

       FIND-NEXT-QUEUE-SEQUENCE.
           MOVE 0 TO NEXT-QUEUE-SEQUENCE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM FIND-HIGHEST-QUEUE-SEQUENCE
                       UNTIL QUEUE-FILE-EOF
               CLOSE QUEUE-FILE
           END-IF.

       FIND-HIGHEST-QUEUE-SEQUENCE.
           READ QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF QUEUE-SEQUENCE IS NUMERIC
                           AND QUEUE-SEQUENCE > NEXT-QUEUE-SEQUENCE
                       MOVE QUEUE-SEQUENCE TO NEXT-QUEUE-SEQUENCE
                   END-IF
           END-READ.

      *>  A named line goes on by name so CPUDISP resolves it against
      *>  the catalog as it stands when the request runs; a numeric
      *>  line goes on as CPU-STRESS PARM values, blank I/O fields
      *>  meaning no I/O soak as they do here.
       WRITE-QUEUE-REQUEST.
           ADD 1 TO NEXT-QUEUE-SEQUENCE.
           ACCEPT AUDIT-USER-TEXT FROM ENVIRONMENT "USER".
           ACCEPT AUDIT-JOB-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_JOBNAME".
           ACCEPT QUEUE-PRI-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE_PRI".
           MOVE SPACES TO QUEUE-RECORD.
           IF QUEUE-PRI-TEXT IS NUMERIC AND QUEUE-PRI-TEXT NOT = "0"
               MOVE QUEUE-PRI-TEXT TO QUEUE-PRIORITY
           ELSE
               MOVE QUEUE-PRIORITY-DEFAULT TO QUEUE-PRIORITY
           END-IF.
           IF QUEUE-SAVED-NAME NOT = SPACES
               MOVE QUEUE-SAVED-NAME TO QUEUE-PROFILE-NAME
           ELSE
               MOVE PROFILE-TIME-STRESS     TO QUEUE-OUT-TIME-STRESS
               MOVE PROFILE-CORES-STRESS    TO QUEUE-OUT-CORES-STRESS
               MOVE PROFILE-LOAD-PERCENT    TO QUEUE-OUT-LOAD-PERCENT
               MOVE PROFILE-CHECKPOINT-SECS
                       TO QUEUE-OUT-CHECKPOINT-SECS
               MOVE PROFILE-MEM-STRESS-MB
                       TO QUEUE-OUT-MEM-STRESS-MB
               IF PROFILE-IO-SIZE-MB IS NUMERIC
                   MOVE PROFILE-IO-SIZE-MB TO QUEUE-OUT-IO-SIZE-MB
               ELSE
                   MOVE 0 TO QUEUE-OUT-IO-SIZE-MB
               END-IF
               IF PROFILE-IO-COUNT IS NUMERIC
                   MOVE PROFILE-IO-COUNT TO QUEUE-OUT-IO-COUNT
               ELSE
                   MOVE 0 TO QUEUE-OUT-IO-COUNT
               END-IF
               MOVE QUEUE-PARM-WORK TO QUEUE-PARM-TEXT
           END-IF.
           MOVE NEXT-QUEUE-SEQUENCE  TO QUEUE-SEQUENCE.
           MOVE AUDIT-USER-TEXT      TO QUEUE-SUBMIT-USER.
           MOVE AUDIT-JOB-TEXT       TO QUEUE-SUBMIT-JOB.
           MOVE RUN-DATE-FIELD       TO QUEUE-SUBMIT-DATE.
           MOVE RUN-START-TIME       TO QUEUE-SUBMIT-TIME.
           MOVE RUN-DATE-FIELD       TO QUEUE-EARLIEST-DATE.
           MOVE RUN-START-TIME (1:4) TO QUEUE-EARLIEST-TIME.
           SET QUEUE-IS-PENDING TO TRUE.

           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF QUEUE-FILE-STATUS = "00"
               WRITE QUEUE-RECORD
               CLOSE QUEUE-FILE
               DISPLAY "CPU-SWEEP profile " PROFILE-NUMBER
                       " queued as request " NEXT-QUEUE-SEQUENCE
           ELSE
               DISPLAY "Warning: unable to queue profile "
                       PROFILE-NUMBER " - CPUQUEUE status "
                       QUEUE-FILE-STATUS
           END-IF.

      *>----------------------------------------------------------------
      *>  Resolve a profile name through the CPUPCAT catalog: the
      *>  entry's parameters overwrite the list line in storage, and
               MOVE CHKPT-HAD-BLACKOUT        TO SWEEP-HAD-BLACKOUT
               MOVE CHKPT-HAD-IOERR           TO SWEEP-HAD-IOERR
               MOVE CHKPT-HAD-MEMERR          TO SWEEP-HAD-MEMERR
               MOVE CHKPT-HAD-CALCERR         TO SWEEP-HAD-CALCERR
           END-IF.

       WRITE-SWEEP-CHECKPOINT.
               MOVE SWEEP-HAD-BLACKOUT  TO CHKPT-HAD-BLACKOUT
               MOVE SWEEP-HAD-IOERR     TO CHKPT-HAD-IOERR
               MOVE SWEEP-HAD-MEMERR    TO CHKPT-HAD-MEMERR
               MOVE SWEEP-HAD-CALCERR   TO CHKPT-HAD-CALCERR
               WRITE SWEEP-CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE CPURUN-IO-BYTES-READ     TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES     TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES    TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS       TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE     TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND   TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "BASEDEV"                TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.
           MOVE CPURUN-IO-BYTES-READ     TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES     TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES    TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS       TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE     TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND   TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "SWEEP"                  TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.
           MOVE BEST-LOAD-PERCENT        TO CAPRPT-LOAD-PERCENT.
           MOVE BEST-MEM-STRESS-MB       TO CAPRPT-MEM-STRESS-MB.
           MOVE BEST-ITERATIONS          TO CAPRPT-TOTAL-ITERATIONS.
      *>  The BEST line ranks CPU throughput only - its I/O and
      *>  verification columns are zero-filled rather than repeating
      *>  one profile's soak numbers out of context.
           MOVE 0                        TO CAPRPT-IO-BYTES-WRITTEN.
           MOVE 0                        TO CAPRPT-IO-BYTES-READ.
           MOVE 0                        TO CAPRPT-IO-MISMATCHES.
           MOVE 0                        TO CAPRPT-MEM-MISMATCHES.
           MOVE 0                        TO CAPRPT-CALC-ERRORS.
           MOVE 0                        TO CAPRPT-CALC-ERR-CORE.
           MOVE 0                        TO CAPRPT-CALC-ERR-SECOND.
           MOVE 0                        TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "BEST"                   TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.

      *>----------------------------------------------------------------
      *>  Operations alerts - same severities, reasons and duplicate
      *>  suppression as the single-run CPU-STRESS job: I/O soak,
      *>  memory verify and core arithmetic failures page (severity
      *>  1), unstable and baseline deviation are capacity concerns
      *>  (2), short completion is informational (3), and an alert
      *>  already OPEN for this host and reason is suppressed.
      *>----------------------------------------------------------------
       RAISE-RUN-ALERTS.
           IF CPURUN-COMPLETED-IOERR
                       TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.
           IF CPURUN-COMPLETED-CALCERR
               MOVE "1"       TO ALERT-SEV-WORK
               MOVE "CALCERR" TO ALERT-REASON-WORK
               MOVE "CORE ARITHMETIC CHECK FAILED"
                       TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.
           IF CPURUN-RUN-UNSTABLE
               MOVE "2"        TO ALERT-SEV-WORK
               MOVE "UNSTABLE" TO ALERT-REASON-WORK
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF SWEEP-HAS-IOERR OR SWEEP-HAS-MEMERR
                           OR SWEEP-HAS-CALCERR
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF SWEEP-HAS-SHORT-RUN
