       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUDISP.

      *>================================================================
      *>  CPUDISP is the dispatcher for the CPUQUEUE stress-run
      *>  request queue.  A run that CPU-STRESS or CPU-SWEEP could not
      *>  start because CPULOCK was held or a CPUBLACK window was in
      *>  force is queued there (when CPU_STRESS_QUEUE=Y) instead of
      *>  waiting for someone to resubmit it by hand; requests can also
      *>  be put straight onto the queue from here.  Each dispatch pass
      *>  takes the box's interlock, then repeatedly picks the most
      *>  urgent PENDING request whose earliest start has arrived -
      *>  lowest priority number first, oldest first within a
      *>  priority - and runs it through CPURUN exactly as CPU-STRESS
      *>  would (RUN capacity-report line, baseline reconciliation,
      *>  audit record, operations alerts), until nothing eligible is
      *>  left or a blackout window opens.  Every request's final
      *>  state is written back on its queue line, so the queue is the
      *>  one place to see what is waiting, what ran and what timed
      *>  out.  A PENDING request whose earliest start is more than
      *>  CPU_STRESS_QUEUE_DAYS days (default 3) in the past is
      *>  EXPIRED rather than run long after anyone wanted it.
      *>
      *>  Positional PARM - keyword(6) then operands:
      *>    blank          run a dispatch pass
      *>    LIST           print the queue to CPUQUEUR
      *>    CANCELnnnnn    cancel request nnnnn
      *>    SUBMITpYYYYMMDDHHMMrrr...  queue a request - priority p
      *>                   (blank is 5), earliest start date and time
      *>                   (blank is now), then either a CPUPCAT
      *>                   profile name or the 27-byte CPU-STRESS PARM
      *>                   values (a numeric first byte means PARM).
      *>  The queue is rewritten through the CPUQUEW work file the
      *>  same way CPUALACK rewrites the alert file.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "CPUQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT QUEUE-WORK-FILE ASSIGN TO "CPUQUEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-WORK-STATUS.

           SELECT QUEUE-REPORT-FILE ASSIGN TO "CPUQUEUR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS QUEUE-REPORT-STATUS.

           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CPUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CPULOCK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

           SELECT BLACKOUT-FILE ASSIGN TO "CPUBLACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BLACKOUT-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "CPUALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "CPUBASE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "CPUPCAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PCAT-NAME
               FILE STATUS IS CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       COPY "cpuqueue.cpy".

       FD  QUEUE-WORK-FILE.
       01  QUEUE-WORK-RECORD       PIC X(160).

       FD  QUEUE-REPORT-FILE.
       01  QUEUE-PRINT-LINE        PIC X(132).

       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       FD  AUDIT-FILE.
       COPY "cpuaudit.cpy".

       FD  LOCK-FILE.
       COPY "cpulock.cpy".

       FD  BLACKOUT-FILE.
       COPY "cpublack.cpy".

       FD  ALERT-FILE.
       COPY "cpualrt.cpy".

       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  CATALOG-FILE.
       COPY "cpupcat.cpy".

       WORKING-STORAGE SECTION.

       77 QUEUE-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 QUEUE-FILE-EOF        VALUE "10".
       77 QUEUE-WORK-STATUS     PIC X(2) VALUE SPACES.
           88 QUEUE-WORK-EOF        VALUE "10".
       77 QUEUE-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 CATALOG-FILE-STATUS   PIC X(2) VALUE SPACES.

      *>  Active-run interlock - the whole dispatch pass holds the
      *>  CPULOCK record, refreshed at each request start with that
      *>  request's TIME-STRESS, exactly as CPU-SWEEP holds it across
      *>  a sweep.  Same live/stale judgement and grace period.
       77 LOCK-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 LOCK-STATE            PIC X(1) VALUE "F".
           88 LOCK-IS-FREE          VALUE "F".
           88 LOCK-IS-LIVE          VALUE "L".
           88 LOCK-IS-STALE         VALUE "S".
       77 LOCK-GRACE-TEXT       PIC X(5) VALUE SPACES.
       77 LOCK-GRACE-SECS       PIC 9(5) VALUE 0.
       77 LOCK-GRACE-DEFAULT    PIC 9(5) VALUE 300.
       77 LOCK-START-SECS       PIC 9(6) VALUE 0.
       77 LOCK-NOW-SECS         PIC 9(6) VALUE 0.
       77 LOCK-ELAPSED-SECS     PIC S9(7) VALUE 0.
       77 LOCK-EXPIRY-SECS      PIC 9(7) VALUE 0.
       77 LOCK-HELD-TIME-STRESS PIC 9(5) VALUE 0.
       77 LOCK-HELD-CORES       PIC 9(3) VALUE 0.
       77 TOD-HOURS             PIC 9(2) VALUE 0.
       77 TOD-MINUTES           PIC 9(2) VALUE 0.
       77 TOD-SECONDS           PIC 9(2) VALUE 0.
       77 TIME-WORK-FIELD       PIC X(8) VALUE SPACES.

      *>  Blackout-calendar check, same as the other CPURUN drivers -
      *>  checked again before every request, so a window that opens
      *>  part-way through a busy night stops the dispatching there.
       77 BLACKOUT-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 BLACKOUT-FILE-EOF     VALUE "10".
       77 BLACKOUT-OVERRIDE-TEXT PIC X(1) VALUE SPACES.
           88 BLACKOUT-OVERRIDDEN   VALUE "Y".
       77 BLACKOUT-STATE        PIC X(1) VALUE "N".
           88 RUN-IN-BLACKOUT       VALUE "Y".
       77 RUN-TIME-HHMM         PIC X(4) VALUE SPACES.
       77 BLACKOUT-REASON-SAVE  PIC X(30) VALUE SPACES.

      *>  Baseline reconciliation, same host identity and tolerance
      *>  the single-run CPU-STRESS job uses.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 BASE-TOL-TEXT         PIC X(3) VALUE SPACES.
       77 BASE-TOL-PCT          PIC 9(3) VALUE 0.
       77 BASE-TOL-DEFAULT      PIC 9(3) VALUE 10.
       77 DEVIATION-AMOUNT      PIC 9(15) VALUE 0.
       77 DEVIATION-LIMIT       PIC 9(15) VALUE 0.
       77 AUDIT-USER-TEXT       PIC X(8) VALUE SPACES.
       77 AUDIT-JOB-TEXT        PIC X(8) VALUE SPACES.
       77 AUDIT-OUTCOME-TEXT    PIC X(9) VALUE SPACES.

      *>  Operations alerts, with the same severities and duplicate
      *>  suppression as CPU-STRESS.
       77 ALERT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 ALERT-FILE-EOF        VALUE "10".
       77 ALERT-HOST-WORK       PIC X(8) VALUE SPACES.
       77 ALERT-SEV-WORK        PIC X(1) VALUE SPACE.
       77 ALERT-REASON-WORK     PIC X(8) VALUE SPACES.
       77 ALERT-TEXT-WORK       PIC X(30) VALUE SPACES.
       77 ALERT-DUP-STATE       PIC X(1) VALUE "N".
           88 ALERT-IS-DUPLICATE    VALUE "Y".

      *>  Same core-count-vs-box-capacity check CPU-STRESS applies -
      *>  a request can sit on the queue long enough for the box's
      *>  configured ceiling to change under it.
       77 MAX-CORES-TEXT        PIC X(3) VALUE SPACES.
       77 MAX-CORES-AVAILABLE   PIC 9(3) VALUE 0.
       77 MAX-CORES-DEFAULT     PIC 9(3) VALUE 4.
       77 ENGINE-MAX-CORES      PIC 9(3) VALUE 64.
       77 REQUEST-REJECTED      PIC X(1) VALUE "N".
           88 REQUEST-IS-REJECTED   VALUE "Y".
       77 RESOLVE-STATE         PIC X(1) VALUE "N".
           88 PROFILE-RESOLVED      VALUE "Y".

       77 RUN-DATE-FIELD        PIC X(8) VALUE SPACES.
       77 RUN-START-TIME        PIC X(8) VALUE SPACES.
       77 RUN-END-TIME          PIC X(8) VALUE SPACES.

      *>  Queue age limit - days past its earliest start a PENDING
      *>  request may wait before it is expired instead of run.
       77 QUEUE-AGE-TEXT        PIC X(3) VALUE SPACES.
       77 QUEUE-AGE-DAYS        PIC 9(3) VALUE 0.
       77 QUEUE-AGE-DEFAULT     PIC 9(3) VALUE 3.
       77 QUEUE-PRIORITY-DEFAULT PIC 9(1) VALUE 5.
       77 REQUEST-AGE-DAYS      PIC S9(7) VALUE 0.
       77 REQUEST-EXPIRY-STATE  PIC X(1) VALUE "N".
           88 REQUEST-HAS-EXPIRED   VALUE "Y".
       77 REQUEST-ELIGIBLE-STATE PIC X(1) VALUE "N".
           88 REQUEST-IS-ELIGIBLE   VALUE "Y".

       77 DATE-WORK-FIELD       PIC X(8) VALUE SPACES.
       77 DATE-WORK-YEAR        PIC 9(4) VALUE 0.
       77 DATE-WORK-MONTH       PIC 9(2) VALUE 0.
       77 DATE-WORK-DAY         PIC 9(2) VALUE 0.
       77 CAL-ADJ-YEAR          PIC 9(4) VALUE 0.
       77 CAL-ADJ-MONTH         PIC 9(2) VALUE 0.
       77 SERIAL-DAY-NUMBER     PIC 9(7) VALUE 0.
       77 TODAY-SERIAL-DAYS     PIC 9(7) VALUE 0.

      *>  The request picked by the selection scan, and the update the
      *>  next queue rewrite applies to one sequence number.
       77 CHOSEN-STATE          PIC X(1) VALUE "N".
           88 A-REQUEST-CHOSEN      VALUE "Y".
       77 CHOSEN-SEQUENCE       PIC 9(5) VALUE 0.
       77 CHOSEN-PRIORITY       PIC 9(1) VALUE 0.
       77 CHOSEN-SUBMIT-USER    PIC X(8) VALUE SPACES.
       77 CHOSEN-PROFILE-NAME   PIC X(12) VALUE SPACES.
       77 CHOSEN-PARM-TEXT      PIC X(27) VALUE SPACES.
       77 TARGET-SEQUENCE       PIC 9(5) VALUE 0.
       77 TARGET-STATE          PIC X(10) VALUE SPACES.
       77 TARGET-OUTCOME        PIC X(9) VALUE SPACES.
       77 NEXT-QUEUE-SEQUENCE   PIC 9(5) VALUE 0.

       77 DISPATCH-STATE        PIC X(1) VALUE "N".
           88 DISPATCH-IS-FINISHED  VALUE "Y".
       77 REQUESTS-DISPATCHED   PIC 9(5) VALUE 0.
       77 REQUESTS-EXPIRED      PIC 9(5) VALUE 0.
       77 REQUESTS-WAITING      PIC 9(5) VALUE 0.
       77 REQUESTS-UPDATED      PIC 9(5) VALUE 0.
       77 REQUESTS-LISTED       PIC 9(5) VALUE 0.
       77 DISPATCH-HAD-REJECT   PIC X(1) VALUE "N".
           88 DISPATCH-HAS-REJECT   VALUE "Y".
       77 DISPATCH-HAD-BLACKOUT PIC X(1) VALUE "N".
           88 DISPATCH-HAS-BLACKOUT VALUE "Y".
       77 DISPATCH-HAD-LOCK     PIC X(1) VALUE "N".
           88 DISPATCH-HAS-LOCK     VALUE "Y".
       77 DISPATCH-HAD-IOERR    PIC X(1) VALUE "N".
           88 DISPATCH-HAS-IOERR    VALUE "Y".
       77 DISPATCH-HAD-MEMERR   PIC X(1) VALUE "N".
           88 DISPATCH-HAS-MEMERR   VALUE "Y".
       77 DISPATCH-HAD-CALCERR  PIC X(1) VALUE "N".
           88 DISPATCH-HAS-CALCERR  VALUE "Y".
       77 DISPATCH-HAD-SHORT    PIC X(1) VALUE "N".
           88 DISPATCH-HAS-SHORT    VALUE "Y".

      *>  The caller's new request, held while APPEND-QUEUE-REQUEST
      *>  reads CPUQUEUE through the same record area for the
      *>  highest sequence on file.
       01  QUEUE-SAVE-RECORD           PIC X(160).

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(46).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-KEYWORD          PIC X(06).
           05  PARM-IN-PRIORITY         PIC X(01).
           05  PARM-IN-EARLIEST-DATE    PIC X(08).
           05  PARM-IN-EARLIEST-TIME    PIC X(04).
           05  PARM-IN-REQUEST          PIC X(27).
       01  PARM-CANCEL-FIELDS REDEFINES PARM-WORK-AREA.
           05  FILLER                   PIC X(06).
           05  PARM-IN-CANCEL-SEQUENCE  PIC 9(05).
           05  FILLER                   PIC X(35).

       77 PARM-COMMAND-LINE     PIC X(46) VALUE SPACES.

      *>  A queued request's PARM values, same TTTTTCCCLLLKKKMMMMM-
      *>  SSSSSNNN layout the CPU-STRESS job step takes.
       01  REQUEST-PARM-AREA.
           05  REQUEST-PARM-TEXT        PIC X(27).
       01  REQUEST-PARM-FIELDS REDEFINES REQUEST-PARM-AREA.
           05  REQUEST-IN-TIME-STRESS   PIC 9(05).
           05  REQUEST-IN-CORES-STRESS  PIC 9(03).
           05  REQUEST-IN-LOAD-PERCENT  PIC 9(03).
           05  REQUEST-IN-CHECKPOINT-SECS PIC 9(03).
           05  REQUEST-IN-MEM-STRESS-MB PIC 9(05).
           05  REQUEST-IN-IO-SIZE-MB    PIC 9(05).
           05  REQUEST-IN-IO-COUNT      PIC 9(03).

       01  LIST-HEADING-LINE-1.
           05  FILLER              PIC X(36)
               VALUE "STRESS-RUN REQUEST QUEUE  AS OF    ".
           05  HDG-LIST-DATE       PIC X(08).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  LIST-HEADING-LINE-2.
           05  FILLER              PIC X(06) VALUE "SEQ   ".
           05  FILLER              PIC X(02) VALUE "P ".
           05  FILLER              PIC X(10) VALUE "SUBMITTER ".
           05  FILLER              PIC X(18) VALUE "SUBMITTED".
           05  FILLER              PIC X(15) VALUE "EARLIEST".
           05  FILLER              PIC X(29) VALUE "REQUEST".
           05  FILLER              PIC X(11) VALUE "STATE".
           05  FILLER              PIC X(18) VALUE "FINAL DATE/TIME".
           05  FILLER              PIC X(09) VALUE "OUTCOME".
           05  FILLER              PIC X(14) VALUE SPACES.

       01  LIST-DETAIL-LINE.
           05  DET-SEQUENCE        PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-PRIORITY        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-SUBMIT-USER     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-SUBMIT-DATE     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-SUBMIT-TIME     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-EARLIEST-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-EARLIEST-TIME   PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-REQUEST         PIC X(27).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-STATE           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-FINAL-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-FINAL-TIME      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-OUTCOME         PIC X(09).
           05  FILLER              PIC X(14) VALUE SPACES.

       01  LIST-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "REQUESTS LISTED  ".
           05  TOT-LISTED          PIC 9(05).
           05  FILLER              PIC X(12)
               VALUE "  PENDING   ".
           05  TOT-PENDING         PIC 9(05).
           05  FILLER              PIC X(93) VALUE SPACES.

       COPY "cpuparm.cpy".
       COPY "cpurslt.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT.

           EVALUATE TRUE
               WHEN PARM-IN-KEYWORD = SPACES
                   PERFORM DISPATCH-REQUEST-QUEUE
               WHEN PARM-IN-KEYWORD = "LIST"
                   PERFORM LIST-REQUEST-QUEUE
               WHEN PARM-IN-KEYWORD = "CANCEL"
                   PERFORM CANCEL-QUEUED-REQUEST
               WHEN PARM-IN-KEYWORD = "SUBMIT"
                   PERFORM SUBMIT-QUEUED-REQUEST
               WHEN OTHER
                   DISPLAY "Error: unknown CPUDISP PARM keyword "
                           PARM-IN-KEYWORD
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  The dispatch pass.  An empty or missing queue is a clean
      *>  no-op.  A live lock leaves everything queued (only the age
      *>  limit is applied) and ends RC 20 like the drivers, so the
      *>  scheduler knows the box was still busy; otherwise the lock
      *>  is taken for the whole pass and requests are dispatched one
      *>  after another until none is eligible.
      *>----------------------------------------------------------------
       DISPATCH-REQUEST-QUEUE.
           PERFORM GET-QUEUE-AGE-LIMIT.

           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "CPUDISP - no CPUQUEUE request queue, nothing "
                       "to dispatch"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE QUEUE-FILE.

           PERFORM CHECK-RUN-INTERLOCK.
           IF LOCK-IS-LIVE
               PERFORM SELECT-NEXT-REQUEST
               MOVE 0 TO TARGET-SEQUENCE
               PERFORM REWRITE-REQUEST-QUEUE
               IF REQUESTS-WAITING > 0 OR A-REQUEST-CHOSEN
                   SET DISPATCH-HAS-LOCK TO TRUE
               END-IF
           ELSE
               IF LOCK-IS-STALE
                   MOVE "LOCKTAKE" TO AUDIT-OUTCOME-TEXT
                   PERFORM WRITE-LOCK-AUDIT-RECORD
               END-IF
               MOVE 0 TO LOCK-HELD-TIME-STRESS LOCK-HELD-CORES
               PERFORM ACQUIRE-RUN-INTERLOCK
               PERFORM DISPATCH-NEXT-REQUEST
                       UNTIL DISPATCH-IS-FINISHED
               PERFORM RELEASE-RUN-INTERLOCK
           END-IF.

           PERFORM SET-FINAL-RETURN-CODE.

           DISPLAY "Dispatch complete - " REQUESTS-DISPATCHED
                   " dispatched, " REQUESTS-EXPIRED " expired, "
                   REQUESTS-WAITING " still waiting.".

      *>  One request per call: a fresh run key and blackout check,
      *>  then the selection scan.  Inside a window nothing is picked
      *>  (the scan still expires aged requests) and the pass ends.
       DISPATCH-NEXT-REQUEST.
           ACCEPT RUN-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT RUN-START-TIME FROM TIME.

           PERFORM CHECK-BLACKOUT-CALENDAR.
           PERFORM SELECT-NEXT-REQUEST.

           IF RUN-IN-BLACKOUT
               MOVE 0 TO TARGET-SEQUENCE
               PERFORM REWRITE-REQUEST-QUEUE
               IF REQUESTS-WAITING > 0 OR A-REQUEST-CHOSEN
                   DISPLAY "Dispatch held by blackout calendar - "
                           BLACKOUT-REASON-SAVE
                   SET DISPATCH-HAS-BLACKOUT TO TRUE
               END-IF
               SET DISPATCH-IS-FINISHED TO TRUE
           ELSE
               IF A-REQUEST-CHOSEN
                   PERFORM RUN-CHOSEN-REQUEST
               ELSE
                   MOVE 0 TO TARGET-SEQUENCE
                   PERFORM REWRITE-REQUEST-QUEUE
                   SET DISPATCH-IS-FINISHED TO TRUE
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  Selection scan (read only): the most urgent eligible PENDING
      *>  request - lowest priority number, and the earliest queued
      *>  within a priority since the file is in sequence order.  A
      *>  request past the age limit is never chosen; the rewrite that
      *>  follows marks it EXPIRED.
      *>----------------------------------------------------------------
       SELECT-NEXT-REQUEST.
           MOVE "N" TO CHOSEN-STATE.
           MOVE 0 TO CHOSEN-SEQUENCE CHOSEN-PRIORITY.
           MOVE 0 TO REQUESTS-WAITING.
           MOVE RUN-DATE-FIELD TO DATE-WORK-FIELD.
           PERFORM CONVERT-DATE-TO-SERIAL-DAYS.
           MOVE SERIAL-DAY-NUMBER TO TODAY-SERIAL-DAYS.
           MOVE RUN-START-TIME (1:4) TO RUN-TIME-HHMM.

           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM SCAN-ONE-QUEUED-REQUEST UNTIL QUEUE-FILE-EOF
               CLOSE QUEUE-FILE
           END-IF.

       SCAN-ONE-QUEUED-REQUEST.
           READ QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF QUEUE-IS-PENDING
                       PERFORM JUDGE-REQUEST-EXPIRY
                       IF NOT REQUEST-HAS-EXPIRED
                           PERFORM JUDGE-REQUEST-ELIGIBILITY
                           IF REQUEST-IS-ELIGIBLE
                               PERFORM CONSIDER-ELIGIBLE-REQUEST
                           ELSE
                               ADD 1 TO REQUESTS-WAITING
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *>  A request that loses to a more urgent one is still waiting.
       CONSIDER-ELIGIBLE-REQUEST.
           IF NOT A-REQUEST-CHOSEN
                   OR QUEUE-PRIORITY < CHOSEN-PRIORITY
               IF A-REQUEST-CHOSEN
                   ADD 1 TO REQUESTS-WAITING
               END-IF
               SET A-REQUEST-CHOSEN TO TRUE
               MOVE QUEUE-SEQUENCE     TO CHOSEN-SEQUENCE
               MOVE QUEUE-PRIORITY     TO CHOSEN-PRIORITY
               MOVE QUEUE-SUBMIT-USER  TO CHOSEN-SUBMIT-USER
               MOVE QUEUE-PROFILE-NAME TO CHOSEN-PROFILE-NAME
               MOVE QUEUE-PARM-TEXT    TO CHOSEN-PARM-TEXT
           ELSE
               ADD 1 TO REQUESTS-WAITING
           END-IF.

      *>  Aged against the earliest start, not the submit time, so a
      *>  request deliberately queued for next week is not expired
      *>  before it was ever due.
       JUDGE-REQUEST-EXPIRY.
           MOVE "N" TO REQUEST-EXPIRY-STATE.
           IF QUEUE-EARLIEST-DATE IS NUMERIC
               MOVE QUEUE-EARLIEST-DATE TO DATE-WORK-FIELD
               PERFORM CONVERT-DATE-TO-SERIAL-DAYS
               COMPUTE REQUEST-AGE-DAYS =
                       TODAY-SERIAL-DAYS - SERIAL-DAY-NUMBER
               IF REQUEST-AGE-DAYS > QUEUE-AGE-DAYS
                   SET REQUEST-HAS-EXPIRED TO TRUE
               END-IF
           END-IF.

      *>  A blank earliest date or time means "as soon as possible".
       JUDGE-REQUEST-ELIGIBILITY.
           MOVE "N" TO REQUEST-ELIGIBLE-STATE.
           IF QUEUE-EARLIEST-DATE IS NOT NUMERIC
                   OR QUEUE-EARLIEST-DATE < RUN-DATE-FIELD
               SET REQUEST-IS-ELIGIBLE TO TRUE
           ELSE
               IF QUEUE-EARLIEST-DATE = RUN-DATE-FIELD
                   IF QUEUE-EARLIEST-TIME IS NOT NUMERIC
                           OR QUEUE-EARLIEST-TIME <= RUN-TIME-HHMM
                       SET REQUEST-IS-ELIGIBLE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  Run the chosen request: resolve it into the CPURUN request
      *>  area, apply the same checks CPU-STRESS makes, mark it
      *>  DISPATCHED on the queue before CPURUN gets it, and COMPLETED
      *>  with its audit outcome once CPURUN returns.  A request that
      *>  cannot be run at all (a missing or retired profile, bad
      *>  PARM values, too many cores) is CANCELLED as REJECTED so it
      *>  cannot block the queue.
      *>----------------------------------------------------------------
       RUN-CHOSEN-REQUEST.
           MOVE "N" TO REQUEST-REJECTED.
           MOVE 0 TO CPURUN-TOTAL-ITERATIONS.
           IF CHOSEN-PROFILE-NAME NOT = SPACES
               PERFORM RESOLVE-CATALOG-PROFILE
               IF NOT PROFILE-RESOLVED
      *>  No catalog entry ever filled the request area, so the
      *>  audit line gets zero parameters - not the previous run's.
                   MOVE 0 TO CPURUN-TIME-STRESS
                   MOVE 0 TO CPURUN-CORES-STRESS
                   SET REQUEST-IS-REJECTED TO TRUE
               END-IF
           ELSE
               PERFORM USE-QUEUED-PARM-VALUES
           END-IF.

           IF NOT REQUEST-IS-REJECTED
               PERFORM VALIDATE-REQUEST-CORES
           END-IF.

           IF REQUEST-IS-REJECTED
               MOVE "REJECTED" TO AUDIT-OUTCOME-TEXT
               PERFORM WRITE-AUDIT-RECORD
               SET DISPATCH-HAS-REJECT TO TRUE
               MOVE CHOSEN-SEQUENCE TO TARGET-SEQUENCE
               MOVE "CANCELLED"     TO TARGET-STATE
               MOVE "REJECTED"      TO TARGET-OUTCOME
               PERFORM REWRITE-REQUEST-QUEUE
           ELSE
               PERFORM RUN-VALIDATED-REQUEST
           END-IF.

       RUN-VALIDATED-REQUEST.
           MOVE CHOSEN-SEQUENCE TO TARGET-SEQUENCE.
           MOVE "DISPATCHED"    TO TARGET-STATE.
           MOVE SPACES          TO TARGET-OUTCOME.
           PERFORM REWRITE-REQUEST-QUEUE.
           ADD 1 TO REQUESTS-DISPATCHED.

           DISPLAY "CPUDISP request " CHOSEN-SEQUENCE " priority "
                   CHOSEN-PRIORITY " for " CHOSEN-SUBMIT-USER
                   " starting...".

           MOVE CPURUN-TIME-STRESS  TO LOCK-HELD-TIME-STRESS.
           MOVE CPURUN-CORES-STRESS TO LOCK-HELD-CORES.
           PERFORM ACQUIRE-RUN-INTERLOCK.

           CALL "CPURUN" USING CPURUN-REQUEST CPURUN-RESULT.

           ACCEPT RUN-END-TIME FROM TIME.
           PERFORM WRITE-CAPACITY-REPORT.
           PERFORM CHECK-RUN-VS-BASELINE.

           EVALUATE TRUE
               WHEN CPURUN-COMPLETED-OK
                   MOVE "COMPLETED" TO AUDIT-OUTCOME-TEXT
               WHEN CPURUN-COMPLETED-IOERR
                   MOVE "IOERROR" TO AUDIT-OUTCOME-TEXT
                   SET DISPATCH-HAS-IOERR TO TRUE
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE "MEMERROR" TO AUDIT-OUTCOME-TEXT
                   SET DISPATCH-HAS-MEMERR TO TRUE
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE "CALCERROR" TO AUDIT-OUTCOME-TEXT
                   SET DISPATCH-HAS-CALCERR TO TRUE
               WHEN OTHER
                   MOVE "SHORT" TO AUDIT-OUTCOME-TEXT
                   SET DISPATCH-HAS-SHORT TO TRUE
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM RAISE-RUN-ALERTS.

           MOVE CHOSEN-SEQUENCE    TO TARGET-SEQUENCE.
           MOVE "COMPLETED"        TO TARGET-STATE.
           MOVE AUDIT-OUTCOME-TEXT TO TARGET-OUTCOME.
           PERFORM REWRITE-REQUEST-QUEUE.

      *>  Same "short or blank field means the documented default"
      *>  rules CPU-STRESS applies to its own PARM.
       USE-QUEUED-PARM-VALUES.
           MOVE CHOSEN-PARM-TEXT TO REQUEST-PARM-TEXT.
           IF REQUEST-IN-TIME-STRESS IS NOT NUMERIC
                   OR REQUEST-IN-TIME-STRESS = 0
                   OR REQUEST-IN-CORES-STRESS IS NOT NUMERIC
                   OR REQUEST-IN-CORES-STRESS = 0
               DISPLAY "Error: request " CHOSEN-SEQUENCE
                       " has invalid PARM values " CHOSEN-PARM-TEXT
               MOVE 0 TO CPURUN-TIME-STRESS
               MOVE 0 TO CPURUN-CORES-STRESS
               SET REQUEST-IS-REJECTED TO TRUE
           ELSE
               MOVE REQUEST-IN-TIME-STRESS  TO CPURUN-TIME-STRESS
               MOVE REQUEST-IN-CORES-STRESS TO CPURUN-CORES-STRESS
               IF REQUEST-IN-LOAD-PERCENT IS NOT NUMERIC
                       OR REQUEST-IN-LOAD-PERCENT = 0
                       OR REQUEST-IN-LOAD-PERCENT > 100
                   MOVE 100 TO CPURUN-LOAD-PERCENT
               ELSE
                   MOVE REQUEST-IN-LOAD-PERCENT
                           TO CPURUN-LOAD-PERCENT
               END-IF
               IF REQUEST-IN-CHECKPOINT-SECS IS NOT NUMERIC
                       OR REQUEST-IN-CHECKPOINT-SECS = 0
                   MOVE 10 TO CPURUN-CHECKPOINT-SECS
               ELSE
                   MOVE REQUEST-IN-CHECKPOINT-SECS
                           TO CPURUN-CHECKPOINT-SECS
               END-IF
               IF REQUEST-IN-MEM-STRESS-MB IS NOT NUMERIC
                   MOVE 0 TO CPURUN-MEM-STRESS-MB
               ELSE
                   MOVE REQUEST-IN-MEM-STRESS-MB
                           TO CPURUN-MEM-STRESS-MB
               END-IF
               IF REQUEST-IN-IO-SIZE-MB IS NOT NUMERIC
                   MOVE 0 TO CPURUN-IO-SIZE-MB
               ELSE
                   MOVE REQUEST-IN-IO-SIZE-MB TO CPURUN-IO-SIZE-MB
               END-IF
               IF REQUEST-IN-IO-COUNT IS NOT NUMERIC
                   MOVE 0 TO CPURUN-IO-COUNT
               ELSE
                   MOVE REQUEST-IN-IO-COUNT TO CPURUN-IO-COUNT
               END-IF
           END-IF.

       VALIDATE-REQUEST-CORES.
           ACCEPT MAX-CORES-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_MAX_CORES".
           IF MAX-CORES-TEXT = SPACES OR MAX-CORES-TEXT IS NOT NUMERIC
               MOVE MAX-CORES-DEFAULT TO MAX-CORES-AVAILABLE
           ELSE
               MOVE MAX-CORES-TEXT TO MAX-CORES-AVAILABLE
           END-IF.

           IF MAX-CORES-AVAILABLE > ENGINE-MAX-CORES
               MOVE ENGINE-MAX-CORES TO MAX-CORES-AVAILABLE
           END-IF.

           IF CPURUN-CORES-STRESS > MAX-CORES-AVAILABLE
               DISPLAY "Error: request " CHOSEN-SEQUENCE
                       " requested " CPURUN-CORES-STRESS
                       " cores, box has " MAX-CORES-AVAILABLE
               SET REQUEST-IS-REJECTED TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *>  Resolve a named request through CPUPCAT into the CPURUN
      *>  request, same rules as the sweep and the certification
      *>  battery: missing, retired or unreachable fails it.
      *>----------------------------------------------------------------
       RESOLVE-CATALOG-PROFILE.
           MOVE "N" TO RESOLVE-STATE.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Error: request " CHOSEN-SEQUENCE
                       " names a catalog entry but CPUPCAT cannot "
                       "be opened - status " CATALOG-FILE-STATUS
           ELSE
               MOVE CHOSEN-PROFILE-NAME TO PCAT-NAME
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY "Error: request " CHOSEN-SEQUENCE
                               " name " CHOSEN-PROFILE-NAME
                               " is not in the catalog"
                   NOT INVALID KEY
                       PERFORM APPLY-CATALOG-ENTRY
               END-READ
               CLOSE CATALOG-FILE
           END-IF.

       APPLY-CATALOG-ENTRY.
           IF PCAT-IS-RETIRED
               DISPLAY "Error: request " CHOSEN-SEQUENCE
                       " name " CHOSEN-PROFILE-NAME " is retired"
           ELSE
               MOVE PCAT-TIME-STRESS     TO CPURUN-TIME-STRESS
               MOVE PCAT-CORES-STRESS    TO CPURUN-CORES-STRESS
               MOVE PCAT-MEM-STRESS-MB   TO CPURUN-MEM-STRESS-MB
               MOVE PCAT-IO-SIZE-MB      TO CPURUN-IO-SIZE-MB
               MOVE PCAT-IO-COUNT        TO CPURUN-IO-COUNT
               IF PCAT-LOAD-PERCENT = 0 OR PCAT-LOAD-PERCENT > 100
                   MOVE 100 TO CPURUN-LOAD-PERCENT
               ELSE
                   MOVE PCAT-LOAD-PERCENT TO CPURUN-LOAD-PERCENT
               END-IF
               IF PCAT-CHECKPOINT-SECS = 0
                   MOVE 10 TO CPURUN-CHECKPOINT-SECS
               ELSE
                   MOVE PCAT-CHECKPOINT-SECS
                           TO CPURUN-CHECKPOINT-SECS
               END-IF
               SET PROFILE-RESOLVED TO TRUE
           END-IF.

      *>----------------------------------------------------------------
      *>  Rewrite the queue through CPUQUEW.  Every pass applies the
      *>  age limit to PENDING lines; the line whose sequence matches
      *>  TARGET-SEQUENCE (zero matches nothing) also takes the new
      *>  state, run key and outcome.  Only a PENDING or DISPATCHED
      *>  line can change - a finished request's state is history.
      *>----------------------------------------------------------------
       REWRITE-REQUEST-QUEUE.
           MOVE 0 TO REQUESTS-UPDATED.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUQUEUE request queue"
               PERFORM RELEASE-RUN-INTERLOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QUEUE-WORK-FILE.
           IF QUEUE-WORK-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUQUEW work file"
               PERFORM RELEASE-RUN-INTERLOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UPDATE-ONE-QUEUED-REQUEST UNTIL QUEUE-FILE-EOF.

           CLOSE QUEUE-WORK-FILE.
           CLOSE QUEUE-FILE.

           PERFORM COPY-QUEUE-WORK-BACK.

       UPDATE-ONE-QUEUED-REQUEST.
           READ QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF QUEUE-SEQUENCE = TARGET-SEQUENCE
                           AND TARGET-SEQUENCE > 0
                           AND (QUEUE-IS-PENDING
                               OR QUEUE-IS-DISPATCHED)
                       MOVE TARGET-STATE   TO QUEUE-STATE
                       MOVE RUN-DATE-FIELD TO QUEUE-FINAL-DATE
                       MOVE RUN-START-TIME TO QUEUE-FINAL-TIME
                       MOVE TARGET-OUTCOME TO QUEUE-OUTCOME
                       ADD 1 TO REQUESTS-UPDATED
                   ELSE
                       IF QUEUE-IS-PENDING
                           PERFORM JUDGE-REQUEST-EXPIRY
                           IF REQUEST-HAS-EXPIRED
                               DISPLAY "Request " QUEUE-SEQUENCE
                                       " expired - earliest start "
                                       QUEUE-EARLIEST-DATE
                               SET QUEUE-IS-EXPIRED TO TRUE
                               MOVE RUN-DATE-FIELD
                                       TO QUEUE-FINAL-DATE
                               MOVE RUN-START-TIME
                                       TO QUEUE-FINAL-TIME
                               ADD 1 TO REQUESTS-EXPIRED
                           END-IF
                       END-IF
                   END-IF
                   MOVE QUEUE-RECORD TO QUEUE-WORK-RECORD
                   WRITE QUEUE-WORK-RECORD
           END-READ.

       COPY-QUEUE-WORK-BACK.
           OPEN INPUT QUEUE-WORK-FILE.
           IF QUEUE-WORK-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen CPUQUEW work file"
               PERFORM RELEASE-RUN-INTERLOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM COPY-ONE-QUEUE-KEEPER UNTIL QUEUE-WORK-EOF.
           CLOSE QUEUE-FILE.
           CLOSE QUEUE-WORK-FILE.

       COPY-ONE-QUEUE-KEEPER.
           READ QUEUE-WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE QUEUE-WORK-RECORD TO QUEUE-RECORD
                   WRITE QUEUE-RECORD
           END-READ.

       GET-QUEUE-AGE-LIMIT.
           ACCEPT QUEUE-AGE-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_QUEUE_DAYS".
           IF QUEUE-AGE-TEXT = SPACES
                   OR QUEUE-AGE-TEXT IS NOT NUMERIC
               MOVE QUEUE-AGE-DEFAULT TO QUEUE-AGE-DAYS
           ELSE
               MOVE QUEUE-AGE-TEXT TO QUEUE-AGE-DAYS
           END-IF.
           IF QUEUE-AGE-DAYS = 0
               MOVE QUEUE-AGE-DEFAULT TO QUEUE-AGE-DAYS
           END-IF.

      *>----------------------------------------------------------------
      *>  CANCEL - withdraw one request that has not finished.  The
      *>  age limit is applied on the same rewrite.
      *>----------------------------------------------------------------
       CANCEL-QUEUED-REQUEST.
           IF PARM-IN-CANCEL-SEQUENCE IS NOT NUMERIC
                   OR PARM-IN-CANCEL-SEQUENCE = 0
               DISPLAY "Error: CANCEL needs a 5-digit request number"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-QUEUE-AGE-LIMIT.
           MOVE RUN-DATE-FIELD TO DATE-WORK-FIELD.
           PERFORM CONVERT-DATE-TO-SERIAL-DAYS.
           MOVE SERIAL-DAY-NUMBER TO TODAY-SERIAL-DAYS.

           MOVE PARM-IN-CANCEL-SEQUENCE TO TARGET-SEQUENCE.
           MOVE "CANCELLED"             TO TARGET-STATE.
           MOVE SPACES                  TO TARGET-OUTCOME.
           PERFORM REWRITE-REQUEST-QUEUE.

           IF REQUESTS-UPDATED = 0
               DISPLAY "No pending request " TARGET-SEQUENCE
                       " on the queue"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Request " TARGET-SEQUENCE " cancelled"
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>----------------------------------------------------------------
      *>  SUBMIT - put a request straight onto the queue.  The request
      *>  text is a CPUPCAT name unless its first byte is numeric, the
      *>  same rule CPU-SWEEP applies to a CPUPROF line.
      *>----------------------------------------------------------------
       SUBMIT-QUEUED-REQUEST.
           IF PARM-IN-REQUEST = SPACES
               DISPLAY "Error: SUBMIT needs a profile name or PARM "
                       "values"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO QUEUE-RECORD.
           IF PARM-IN-REQUEST (1:1) IS NUMERIC
               MOVE PARM-IN-REQUEST TO QUEUE-PARM-TEXT
           ELSE
               MOVE PARM-IN-REQUEST TO QUEUE-PROFILE-NAME
           END-IF.
           IF PARM-IN-PRIORITY IS NUMERIC
                   AND PARM-IN-PRIORITY NOT = "0"
               MOVE PARM-IN-PRIORITY TO QUEUE-PRIORITY
           ELSE
               MOVE QUEUE-PRIORITY-DEFAULT TO QUEUE-PRIORITY
           END-IF.
           IF PARM-IN-EARLIEST-DATE IS NUMERIC
               MOVE PARM-IN-EARLIEST-DATE TO QUEUE-EARLIEST-DATE
           ELSE
               MOVE RUN-DATE-FIELD TO QUEUE-EARLIEST-DATE
           END-IF.
           IF PARM-IN-EARLIEST-TIME IS NUMERIC
               MOVE PARM-IN-EARLIEST-TIME TO QUEUE-EARLIEST-TIME
           ELSE
               MOVE RUN-START-TIME (1:4) TO QUEUE-EARLIEST-TIME
           END-IF.
           PERFORM APPEND-QUEUE-REQUEST.
           MOVE 0 TO RETURN-CODE.

      *>  The caller fills the request fields of QUEUE-RECORD; the
      *>  submitter, sequence and PENDING state are stamped here.  The
      *>  next sequence is one past the highest on file, so numbers
      *>  are never reused while the queue is kept.
       APPEND-QUEUE-REQUEST.
           MOVE QUEUE-RECORD TO QUEUE-SAVE-RECORD.
           MOVE 0 TO NEXT-QUEUE-SEQUENCE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM FIND-HIGHEST-QUEUE-SEQUENCE
                       UNTIL QUEUE-FILE-EOF
               CLOSE QUEUE-FILE
           END-IF.
           ADD 1 TO NEXT-QUEUE-SEQUENCE.
           MOVE QUEUE-SAVE-RECORD TO QUEUE-RECORD.

           ACCEPT AUDIT-USER-TEXT FROM ENVIRONMENT "USER".
           ACCEPT AUDIT-JOB-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_JOBNAME".
           MOVE NEXT-QUEUE-SEQUENCE TO QUEUE-SEQUENCE.
           MOVE AUDIT-USER-TEXT     TO QUEUE-SUBMIT-USER.
           MOVE AUDIT-JOB-TEXT      TO QUEUE-SUBMIT-JOB.
           MOVE RUN-DATE-FIELD      TO QUEUE-SUBMIT-DATE.
           MOVE RUN-START-TIME      TO QUEUE-SUBMIT-TIME.
           SET QUEUE-IS-PENDING TO TRUE.

           OPEN EXTEND QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.
           IF QUEUE-FILE-STATUS = "00"
               WRITE QUEUE-RECORD
               CLOSE QUEUE-FILE
               DISPLAY "Request queued as " NEXT-QUEUE-SEQUENCE
                       " priority " QUEUE-PRIORITY
                       " earliest " QUEUE-EARLIEST-DATE " "
                       QUEUE-EARLIEST-TIME
           ELSE
               DISPLAY "Error: unable to write CPUQUEUE request - "
                       "status " QUEUE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

      *>----------------------------------------------------------------
      *>  LIST - the whole queue, waiting and finished, on one report.
      *>----------------------------------------------------------------
       LIST-REQUEST-QUEUE.
           OPEN INPUT QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "CPUDISP - no CPUQUEUE request queue to list"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QUEUE-REPORT-FILE.
           IF QUEUE-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUQUEUR report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE-FIELD TO HDG-LIST-DATE.
           MOVE LIST-HEADING-LINE-1 TO QUEUE-PRINT-LINE.
           WRITE QUEUE-PRINT-LINE.
           MOVE SPACES TO QUEUE-PRINT-LINE.
           WRITE QUEUE-PRINT-LINE.
           MOVE LIST-HEADING-LINE-2 TO QUEUE-PRINT-LINE.
           WRITE QUEUE-PRINT-LINE.

           PERFORM LIST-ONE-QUEUED-REQUEST UNTIL QUEUE-FILE-EOF.

           MOVE SPACES TO QUEUE-PRINT-LINE.
           WRITE QUEUE-PRINT-LINE.
           MOVE REQUESTS-LISTED  TO TOT-LISTED.
           MOVE REQUESTS-WAITING TO TOT-PENDING.
           MOVE LIST-TOTAL-LINE TO QUEUE-PRINT-LINE.
           WRITE QUEUE-PRINT-LINE.

           CLOSE QUEUE-REPORT-FILE.
           CLOSE QUEUE-FILE.

           DISPLAY "Queue listing complete - " REQUESTS-LISTED
                   " requests, " REQUESTS-WAITING " pending.".
           MOVE 0 TO RETURN-CODE.

       LIST-ONE-QUEUED-REQUEST.
           READ QUEUE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO REQUESTS-LISTED
                   IF QUEUE-IS-PENDING
                       ADD 1 TO REQUESTS-WAITING
                   END-IF
                   MOVE QUEUE-SEQUENCE      TO DET-SEQUENCE
                   MOVE QUEUE-PRIORITY      TO DET-PRIORITY
                   MOVE QUEUE-SUBMIT-USER   TO DET-SUBMIT-USER
                   MOVE QUEUE-SUBMIT-DATE   TO DET-SUBMIT-DATE
                   MOVE QUEUE-SUBMIT-TIME   TO DET-SUBMIT-TIME
                   MOVE QUEUE-EARLIEST-DATE TO DET-EARLIEST-DATE
                   MOVE QUEUE-EARLIEST-TIME TO DET-EARLIEST-TIME
                   IF QUEUE-PROFILE-NAME NOT = SPACES
                       MOVE QUEUE-PROFILE-NAME TO DET-REQUEST
                   ELSE
                       MOVE QUEUE-PARM-TEXT    TO DET-REQUEST
                   END-IF
                   MOVE QUEUE-STATE         TO DET-STATE
                   MOVE QUEUE-FINAL-DATE    TO DET-FINAL-DATE
                   MOVE QUEUE-FINAL-TIME    TO DET-FINAL-TIME
                   MOVE QUEUE-OUTCOME       TO DET-OUTCOME
                   MOVE LIST-DETAIL-LINE TO QUEUE-PRINT-LINE
                   WRITE QUEUE-PRINT-LINE
           END-READ.

      *>----------------------------------------------------------------
      *>  Active-run interlock.  Same judgement as the other CPURUN
      *>  drivers: a missing or empty CPULOCK file means no run is in
      *>  flight; a record is LIVE until it is older than its own
      *>  TIME-STRESS plus the grace period, then STALE and reclaimed.
      *>----------------------------------------------------------------
       CHECK-RUN-INTERLOCK.
           MOVE "F" TO LOCK-STATE.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM JUDGE-EXISTING-LOCK
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-IS-LIVE
               DISPLAY "Dispatch held - a stress run is already "
                       "active - held by " LOCK-USER-ID " since "
                       LOCK-RUN-DATE " " LOCK-START-TIME
           END-IF.
           IF LOCK-IS-STALE
               DISPLAY "Warning: reclaiming abandoned lock held by "
                       LOCK-USER-ID " since " LOCK-RUN-DATE " "
                       LOCK-START-TIME
           END-IF.

       JUDGE-EXISTING-LOCK.
           IF LOCK-TIME-STRESS IS NOT NUMERIC
                   OR LOCK-START-TIME IS NOT NUMERIC
               SET LOCK-IS-STALE TO TRUE
           ELSE
               ACCEPT LOCK-GRACE-TEXT FROM ENVIRONMENT
                       "CPU_STRESS_LOCK_GRACE"
               IF LOCK-GRACE-TEXT = SPACES
                       OR LOCK-GRACE-TEXT IS NOT NUMERIC
                   MOVE LOCK-GRACE-DEFAULT TO LOCK-GRACE-SECS
               ELSE
                   MOVE LOCK-GRACE-TEXT TO LOCK-GRACE-SECS
               END-IF
               MOVE LOCK-START-TIME TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-SECONDS
               MOVE LOCK-NOW-SECS TO LOCK-START-SECS
               MOVE RUN-START-TIME TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-SECONDS
               COMPUTE LOCK-ELAPSED-SECS =
                       LOCK-NOW-SECS - LOCK-START-SECS
               IF LOCK-RUN-DATE NOT = RUN-DATE-FIELD
                   ADD 86400 TO LOCK-ELAPSED-SECS
               END-IF
               COMPUTE LOCK-EXPIRY-SECS =
                       LOCK-TIME-STRESS + LOCK-GRACE-SECS
               IF LOCK-ELAPSED-SECS > LOCK-EXPIRY-SECS
                   SET LOCK-IS-STALE TO TRUE
               ELSE
                   SET LOCK-IS-LIVE TO TRUE
               END-IF
           END-IF.

       CONVERT-TIME-TO-SECONDS.
           MOVE TIME-WORK-FIELD (1:2) TO TOD-HOURS.
           MOVE TIME-WORK-FIELD (3:2) TO TOD-MINUTES.
           MOVE TIME-WORK-FIELD (5:2) TO TOD-SECONDS.
           COMPUTE LOCK-NOW-SECS =
                   TOD-HOURS * 3600 + TOD-MINUTES * 60 + TOD-SECONDS.

       ACQUIRE-RUN-INTERLOCK.
           ACCEPT AUDIT-USER-TEXT FROM ENVIRONMENT "USER".
           ACCEPT AUDIT-JOB-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_JOBNAME".
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE AUDIT-USER-TEXT       TO LOCK-USER-ID
               MOVE AUDIT-JOB-TEXT        TO LOCK-JOB-NAME
               MOVE RUN-DATE-FIELD        TO LOCK-RUN-DATE
               MOVE RUN-START-TIME        TO LOCK-START-TIME
               MOVE LOCK-HELD-TIME-STRESS TO LOCK-TIME-STRESS
               MOVE LOCK-HELD-CORES       TO LOCK-CORES-STRESS
               WRITE RUN-LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-RUN-INTERLOCK.
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
               CLOSE LOCK-FILE
           END-IF.

      *>  The lock takeover happens before any request is chosen, so
      *>  its audit record carries zero parameter fields.
       WRITE-LOCK-AUDIT-RECORD.
           ACCEPT AUDIT-USER-TEXT FROM ENVIRONMENT "USER".
           ACCEPT AUDIT-JOB-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_JOBNAME".
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE AUDIT-USER-TEXT         TO AUDIT-USER-ID.
           MOVE AUDIT-JOB-TEXT          TO AUDIT-JOB-NAME.
           MOVE RUN-DATE-FIELD          TO AUDIT-RUN-DATE.
           MOVE RUN-START-TIME          TO AUDIT-START-TIME.
           MOVE 0                       TO AUDIT-TIME-STRESS.
           MOVE 0                       TO AUDIT-CORES-STRESS.
           MOVE AUDIT-OUTCOME-TEXT      TO AUDIT-OUTCOME.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>----------------------------------------------------------------
      *>  Scan the CPUBLACK calendar for a window covering this
      *>  request's start date and time - same check and override
      *>  switch as the other CPURUN drivers.
      *>----------------------------------------------------------------
       CHECK-BLACKOUT-CALENDAR.
           MOVE "N" TO BLACKOUT-STATE.
           ACCEPT BLACKOUT-OVERRIDE-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_BLACKOUT_OVR".
           IF BLACKOUT-OVERRIDDEN
               DISPLAY "Blackout calendar override in effect"
           ELSE
               OPEN INPUT BLACKOUT-FILE
               IF BLACKOUT-FILE-STATUS = "00"
                   MOVE RUN-START-TIME (1:4) TO RUN-TIME-HHMM
                   PERFORM SCAN-ONE-BLACKOUT-WINDOW
                           UNTIL BLACKOUT-FILE-EOF
                               OR RUN-IN-BLACKOUT
                   CLOSE BLACKOUT-FILE
               END-IF
           END-IF.

       SCAN-ONE-BLACKOUT-WINDOW.
           READ BLACKOUT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BLACK-START-DATE IS NUMERIC
                           AND BLACK-END-DATE IS NUMERIC
                           AND RUN-DATE-FIELD >= BLACK-START-DATE
                           AND RUN-DATE-FIELD <= BLACK-END-DATE
                       PERFORM CHECK-BLACKOUT-TIME-WINDOW
                   END-IF
           END-READ.

      *>  Whole-day windows leave the time fields blank; a line with
      *>  both times numeric only blacks out that slice of each day in
      *>  its date range.
       CHECK-BLACKOUT-TIME-WINDOW.
           IF BLACK-START-TIME IS NUMERIC
                   AND BLACK-END-TIME IS NUMERIC
               IF RUN-TIME-HHMM >= BLACK-START-TIME
                       AND RUN-TIME-HHMM <= BLACK-END-TIME
                   SET RUN-IN-BLACKOUT TO TRUE
                   MOVE BLACK-REASON TO BLACKOUT-REASON-SAVE
               END-IF
           ELSE
               SET RUN-IN-BLACKOUT TO TRUE
               MOVE BLACK-REASON TO BLACKOUT-REASON-SAVE
           END-IF.

      *>----------------------------------------------------------------
      *>  One capacity-report line per dispatched request, outcome RUN
      *>  - a queued run is the same production run CPU-STRESS would
      *>  have made, just later, and belongs in the same history.
      *>----------------------------------------------------------------
       WRITE-CAPACITY-REPORT.
           OPEN EXTEND CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS = "35"
               OPEN OUTPUT CAPRPT-FILE
           END-IF.
           MOVE SPACES TO CAPRPT-RECORD.
           MOVE RUN-DATE-FIELD           TO CAPRPT-RUN-DATE.
           MOVE RUN-START-TIME           TO CAPRPT-START-TIME.
           MOVE RUN-END-TIME             TO CAPRPT-END-TIME.
           MOVE CPURUN-TIME-STRESS       TO CAPRPT-TIME-STRESS.
           MOVE CPURUN-CORES-STRESS      TO CAPRPT-CORES-STRESS.
           MOVE CPURUN-LOAD-PERCENT      TO CAPRPT-LOAD-PERCENT.
           MOVE CPURUN-MEM-STRESS-MB     TO CAPRPT-MEM-STRESS-MB.
           MOVE CPURUN-TOTAL-ITERATIONS  TO CAPRPT-TOTAL-ITERATIONS.
           MOVE CPURUN-IO-BYTES-WRITTEN  TO CAPRPT-IO-BYTES-WRITTEN.
           MOVE CPURUN-IO-BYTES-READ     TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES     TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES    TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS       TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE     TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND   TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "RUN"                    TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.

      *>----------------------------------------------------------------
      *>  Baseline reconciliation - same lookup, tolerance and BASEDEV
      *>  exception line as CPU-STRESS.
      *>----------------------------------------------------------------
       CHECK-RUN-VS-BASELINE.
           OPEN INPUT BASELINE-FILE.
           IF BASELINE-FILE-STATUS = "00"
               ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                       "CPU_STRESS_HOSTNAME"
               IF HOST-NAME-TEXT = SPACES
                   MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
               END-IF
               MOVE HOST-NAME-TEXT       TO BASE-HOST-NAME
               MOVE CPURUN-CORES-STRESS  TO BASE-CORES-STRESS
               MOVE CPURUN-LOAD-PERCENT  TO BASE-LOAD-PERCENT
               MOVE CPURUN-MEM-STRESS-MB TO BASE-MEM-STRESS-MB
               READ BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RECONCILE-AGAINST-BASELINE
               END-READ
               CLOSE BASELINE-FILE
           END-IF.

       RECONCILE-AGAINST-BASELINE.
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

           IF CPURUN-TOTAL-ITERATIONS > BASE-ITERATIONS
               COMPUTE DEVIATION-AMOUNT =
                       CPURUN-TOTAL-ITERATIONS - BASE-ITERATIONS
           ELSE
               COMPUTE DEVIATION-AMOUNT =
                       BASE-ITERATIONS - CPURUN-TOTAL-ITERATIONS
           END-IF.
           COMPUTE DEVIATION-LIMIT ROUNDED =
                   BASE-ITERATIONS * BASE-TOL-PCT / 100.

           IF DEVIATION-AMOUNT > DEVIATION-LIMIT
               DISPLAY "Warning: request " CHOSEN-SEQUENCE
                       " deviates from baseline of " BASE-ITERATIONS
                       " accepted " BASE-ACCEPT-DATE
               PERFORM WRITE-BASELINE-EXCEPTION
               MOVE "2"        TO ALERT-SEV-WORK
               MOVE "BASEDEV"  TO ALERT-REASON-WORK
               MOVE "RUN DEVIATES FROM BASELINE" TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.

       WRITE-BASELINE-EXCEPTION.
           OPEN EXTEND CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS = "35"
               OPEN OUTPUT CAPRPT-FILE
           END-IF.
           MOVE SPACES TO CAPRPT-RECORD.
           MOVE RUN-DATE-FIELD           TO CAPRPT-RUN-DATE.
           MOVE RUN-START-TIME           TO CAPRPT-START-TIME.
           MOVE RUN-END-TIME             TO CAPRPT-END-TIME.
           MOVE CPURUN-TIME-STRESS       TO CAPRPT-TIME-STRESS.
           MOVE CPURUN-CORES-STRESS      TO CAPRPT-CORES-STRESS.
           MOVE CPURUN-LOAD-PERCENT      TO CAPRPT-LOAD-PERCENT.
           MOVE CPURUN-MEM-STRESS-MB     TO CAPRPT-MEM-STRESS-MB.
           MOVE CPURUN-TOTAL-ITERATIONS  TO CAPRPT-TOTAL-ITERATIONS.
           MOVE CPURUN-IO-BYTES-WRITTEN  TO CAPRPT-IO-BYTES-WRITTEN.
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

      *>----------------------------------------------------------------
      *>  Audit record for a dispatched request.  The user is the
      *>  request's submitter, not whoever runs the dispatcher job, so
      *>  the audit trail still says whose test it was; the job name
      *>  is the dispatcher's own.
      *>----------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE CHOSEN-SUBMIT-USER TO AUDIT-USER-TEXT.
           ACCEPT AUDIT-JOB-TEXT FROM ENVIRONMENT "CPU_STRESS_JOBNAME".

           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE AUDIT-USER-TEXT         TO AUDIT-USER-ID.
           MOVE AUDIT-JOB-TEXT          TO AUDIT-JOB-NAME.
           MOVE RUN-DATE-FIELD          TO AUDIT-RUN-DATE.
           MOVE RUN-START-TIME          TO AUDIT-START-TIME.
           MOVE CPURUN-TIME-STRESS      TO AUDIT-TIME-STRESS.
           MOVE CPURUN-CORES-STRESS     TO AUDIT-CORES-STRESS.
           MOVE AUDIT-OUTCOME-TEXT      TO AUDIT-OUTCOME.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *>----------------------------------------------------------------
      *>  Operations alerts - same severities, reasons and duplicate
      *>  suppression as the single-run CPU-STRESS job.
      *>----------------------------------------------------------------
       RAISE-RUN-ALERTS.
           IF CPURUN-COMPLETED-IOERR
               MOVE "1"     TO ALERT-SEV-WORK
               MOVE "IOERR" TO ALERT-REASON-WORK
               MOVE "I/O SOAK PATTERN MISMATCH" TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.
           IF CPURUN-COMPLETED-MEMERR
               MOVE "1"      TO ALERT-SEV-WORK
               MOVE "MEMERR" TO ALERT-REASON-WORK
               MOVE "MEMORY VERIFY READ-BACK FAILED"
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
               MOVE "INTERVAL RATE FELL THROUGH FLOOR"
                       TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.
           IF CPURUN-COMPLETED-SHORT
               MOVE "3"     TO ALERT-SEV-WORK
               MOVE "SHORT" TO ALERT-REASON-WORK
               MOVE "RUN FELL SHORT OF ITERATION FLOOR"
                       TO ALERT-TEXT-WORK
               PERFORM RAISE-OPERATIONS-ALERT
           END-IF.

       RAISE-OPERATIONS-ALERT.
           ACCEPT ALERT-HOST-WORK FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF ALERT-HOST-WORK = SPACES
               MOVE HOST-NAME-DEFAULT TO ALERT-HOST-WORK
           END-IF.

           PERFORM CHECK-ALERT-ALREADY-OPEN.
           IF ALERT-IS-DUPLICATE
               DISPLAY "Alert already open for host " ALERT-HOST-WORK
                       " reason " ALERT-REASON-WORK " - suppressed"
           ELSE
               OPEN EXTEND ALERT-FILE
               IF ALERT-FILE-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF ALERT-FILE-STATUS = "00"
                   MOVE SPACES TO ALERT-RECORD
                   MOVE ALERT-SEV-WORK    TO ALERT-SEVERITY
                   SET ALERT-IS-OPEN      TO TRUE
                   MOVE ALERT-HOST-WORK   TO ALERT-HOST-NAME
                   MOVE RUN-DATE-FIELD    TO ALERT-RUN-DATE
                   MOVE RUN-START-TIME    TO ALERT-START-TIME
                   MOVE ALERT-REASON-WORK TO ALERT-REASON-CODE
                   MOVE ALERT-TEXT-WORK   TO ALERT-REASON-TEXT
                   WRITE ALERT-RECORD
                   CLOSE ALERT-FILE
               ELSE
                   DISPLAY "Warning: unable to write CPUALERT "
                           "record - status " ALERT-FILE-STATUS
               END-IF
           END-IF.

       CHECK-ALERT-ALREADY-OPEN.
           MOVE "N" TO ALERT-DUP-STATE.
           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS = "00"
               PERFORM SCAN-ONE-ALERT-RECORD
                       UNTIL ALERT-FILE-EOF
                           OR ALERT-IS-DUPLICATE
               CLOSE ALERT-FILE
           END-IF.

       SCAN-ONE-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ALERT-IS-OPEN
                           AND ALERT-HOST-NAME = ALERT-HOST-WORK
                           AND ALERT-REASON-CODE = ALERT-REASON-WORK
                       SET ALERT-IS-DUPLICATE TO TRUE
                   END-IF
           END-READ.

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

      *>----------------------------------------------------------------
      *>  RETURN-CODE for the scheduler, worst first, the same ladder
      *>  CPU-SWEEP uses - plus RC 20 when a live lock held the whole
      *>  queue back.  Nothing waiting and nothing run is a clean 0.
      *>----------------------------------------------------------------
       SET-FINAL-RETURN-CODE.
           IF DISPATCH-HAS-LOCK
               MOVE 20 TO RETURN-CODE
           ELSE
               IF DISPATCH-HAS-REJECT
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF DISPATCH-HAS-BLACKOUT
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       IF DISPATCH-HAS-IOERR OR DISPATCH-HAS-MEMERR
                               OR DISPATCH-HAS-CALCERR
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           IF DISPATCH-HAS-SHORT
                               MOVE 4 TO RETURN-CODE
                           ELSE
                               MOVE 0 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
