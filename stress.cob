               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "CPUQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  QUEUE-FILE.
       COPY "cpuqueue.cpy".

       WORKING-STORAGE SECTION.

       77 TIME-STRESS          PIC 9(5) VALUE 0.
       77 AUDIT-JOB-TEXT       PIC X(8) VALUE SPACES.
       77 AUDIT-OUTCOME-TEXT   PIC X(9) VALUE SPACES.

      *>  A run turned away by a blackout window or a live lock is
      *>  put on the CPUQUEUE request queue for CPUDISP to run later
      *>  when CPU_STRESS_QUEUE=Y, at priority CPU_STRESS_QUEUE_PRI
      *>  (default 5).  The LOCKED/BLACKOUT audit record and RC are
      *>  unchanged, so a scheduler keyed on them behaves as before.
       77 QUEUE-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 QUEUE-FILE-EOF       VALUE "10".
       77 QUEUE-OPTION-TEXT    PIC X(1) VALUE SPACES.
           88 QUEUE-BLOCKED-RUNS   VALUE "Y".
       77 QUEUE-PRI-TEXT       PIC X(1) VALUE SPACES.
       77 QUEUE-PRIORITY-DEFAULT PIC 9(1) VALUE 5.
       77 NEXT-QUEUE-SEQUENCE  PIC 9(5) VALUE 0.

      *>  The real/configured logical core count is read from
      *>  CPU_STRESS_MAX_CORES since standard COBOL has no portable
      *>  way to ask the OS for it; a site that hasn't set the
           END-IF.
           IF RUN-IN-BLACKOUT
               PERFORM WRITE-AUDIT-RECORD-BLACKOUT
               PERFORM QUEUE-BLOCKED-REQUEST
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-RUN-INTERLOCK.
           IF LOCK-IS-LIVE
               PERFORM WRITE-AUDIT-RECORD-LOCKED
               PERFORM QUEUE-BLOCKED-REQUEST
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CPURUN-IO-BYTES-READ    TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES    TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES   TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS      TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE    TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND  TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL
                                        TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "RUN"                    TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.
           MOVE CPURUN-IO-BYTES-READ    TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES    TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES   TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS      TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE    TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND  TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL
                                        TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "BASEDEV"               TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.
                   MOVE "IOERROR"   TO AUDIT-OUTCOME-TEXT
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE "MEMERROR"  TO AUDIT-OUTCOME-TEXT
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE "CALCERROR" TO AUDIT-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "SHORT"     TO AUDIT-OUTCOME-TEXT
           END-EVALUATE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>----------------------------------------------------------------
      *>  Queue a run the calendar or the interlock turned away.  The
      *>  validated values (PARM or console) go on the queue in the
      *>  same positional PARM layout, due now, so CPUDISP runs
      *>  exactly the test that was asked for.  The sequence is one
      *>  past the highest already on the queue.
      *>----------------------------------------------------------------
       QUEUE-BLOCKED-REQUEST.
           ACCEPT QUEUE-OPTION-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE".
           IF QUEUE-BLOCKED-RUNS
               MOVE 0 TO NEXT-QUEUE-SEQUENCE
               OPEN INPUT QUEUE-FILE
               IF QUEUE-FILE-STATUS = "00"
                   PERFORM FIND-HIGHEST-QUEUE-SEQUENCE
                           UNTIL QUEUE-FILE-EOF
                   CLOSE QUEUE-FILE
               END-IF
               ADD 1 TO NEXT-QUEUE-SEQUENCE
               PERFORM WRITE-QUEUE-REQUEST
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

       WRITE-QUEUE-REQUEST.
           MOVE TIME-STRESS     TO PARM-IN-TIME-STRESS.
           MOVE CORES-STRESS    TO PARM-IN-CORES-STRESS.
           MOVE LOAD-PERCENT    TO PARM-IN-LOAD-PERCENT.
           MOVE CHECKPOINT-SECS TO PARM-IN-CHECKPOINT-SECS.
           MOVE MEM-STRESS-MB   TO PARM-IN-MEM-STRESS-MB.
           MOVE IO-SIZE-MB      TO PARM-IN-IO-SIZE-MB.
           MOVE IO-COUNT        TO PARM-IN-IO-COUNT.

           ACCEPT QUEUE-PRI-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE_PRI".
           MOVE SPACES TO QUEUE-RECORD.
           IF QUEUE-PRI-TEXT IS NUMERIC AND QUEUE-PRI-TEXT NOT = "0"
               MOVE QUEUE-PRI-TEXT TO QUEUE-PRIORITY
           ELSE
               MOVE QUEUE-PRIORITY-DEFAULT TO QUEUE-PRIORITY
           END-IF.
           MOVE NEXT-QUEUE-SEQUENCE  TO QUEUE-SEQUENCE.
           MOVE AUDIT-USER-TEXT      TO QUEUE-SUBMIT-USER.
           MOVE AUDIT-JOB-TEXT       TO QUEUE-SUBMIT-JOB.
           MOVE RUN-DATE-FIELD       TO QUEUE-SUBMIT-DATE.
           MOVE RUN-START-TIME       TO QUEUE-SUBMIT-TIME.
           MOVE RUN-DATE-FIELD       TO QUEUE-EARLIEST-DATE.
           MOVE RUN-START-TIME (1:4) TO QUEUE-EARLIEST-TIME.
           MOVE PARM-WORK-TEXT       TO QUEUE-PARM-TEXT.
           SET QUEUE-IS-PENDING TO TRUE.

           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF QUEUE-FILE-STATUS = "00"
               WRITE QUEUE-RECORD
               CLOSE QUEUE-FILE
               DISPLAY "Request queued as " NEXT-QUEUE-SEQUENCE
                       " for CPUDISP"
           ELSE
               DISPLAY "Warning: unable to queue request - CPUQUEUE "
                       "status " QUEUE-FILE-STATUS
           END-IF.

      *>----------------------------------------------------------------
      *>  Operations alerts.  Each exceptional way the run came out
      *>  raises its own CPUALERT record: an I/O soak, memory or core
      *>  arithmetic mismatch is a data-integrity event and pages
      *>  (severity 1), an unstable run is a capacity concern
      *>  (severity 2, like a baseline deviation), a short completion
      *>  is informational (severity 3).  An alert already OPEN for
      *>  this host and reason is suppressed, so the first failing
      *>  night's run key stays on the one open alert until the
      *>  on-call acknowledges it with CPUALACK.
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
                   MOVE 0 TO RETURN-CODE
               WHEN CPURUN-COMPLETED-IOERR
                   MOVE 8 TO RETURN-CODE
      *>  A memory-verification or core-arithmetic failure is the
      *>  same data-integrity severity class as a disk mismatch - the
      *>  audit outcome and report columns tell them apart.
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE 8 TO RETURN-CODE
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
