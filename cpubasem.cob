      *>  TOTAL-ITERATIONS and run date are written (or rewritten) into
      *>  the master under the host/cores/load/mem key.  CPU-STRESS and
      *>  CPU-SWEEP then reconcile every later run against the accepted
      *>  number.  A run voided for the host in the CPUVOID register is
      *>  never accepted - the latest run that still counts is taken.
      *>================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Voided-run screen - no register on the box means nothing
      *>  has been voided.
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 LINES-VOIDED          PIC 9(5) VALUE 0.

       77 ACCEPT-HOST-NAME      PIC X(8) VALUE SPACES.
       77 ACCEPT-CORES-STRESS   PIC 9(3) VALUE 0.
      *>  Walk the whole CAPRPT history keeping the last real run line
      *>  (RUN or SWEEP - never a BEST comparison line) whose profile
      *>  matches; CAPRPT is append-only, so the last match is the most
      *>  recent run.  Voided runs for the host are skipped, so the
      *>  baseline falls back to the latest run that still counts.
      *>----------------------------------------------------------------
       FIND-LATEST-MATCHING-RUN.
           MOVE "N" TO MATCH-FOUND.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO VOID-REGISTER-STATE.
           OPEN INPUT VOID-FILE.
           IF VOID-FILE-STATUS = "00"
               SET VOID-REGISTER-OPEN TO TRUE
           END-IF.
           PERFORM SCAN-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF.
           IF VOID-REGISTER-OPEN
               CLOSE VOID-FILE
           END-IF.
           CLOSE CAPRPT-FILE.
           IF LINES-VOIDED > 0
               DISPLAY "CPUBASEM - " LINES-VOIDED
                       " voided matching runs passed over"
           END-IF.

       SCAN-ONE-REPORT-LINE.
           READ CAPRPT-FILE
                               = ACCEPT-LOAD-PERCENT
                           AND CAPRPT-MEM-STRESS-MB
                               = ACCEPT-MEM-STRESS-MB
                       PERFORM CHECK-RUN-VOIDED
                       IF RUN-IS-VOIDED
                           ADD 1 TO LINES-VOIDED
                       ELSE
                           SET A-MATCH-WAS-FOUND TO TRUE
                           MOVE CAPRPT-RUN-DATE TO MATCH-RUN-DATE
                           MOVE CAPRPT-TOTAL-ITERATIONS
                                   TO MATCH-ITERATIONS
                       END-IF
                   END-IF
           END-READ.

       CHECK-RUN-VOIDED.
           MOVE "N" TO RUN-VOID-STATE.
           IF VOID-REGISTER-OPEN
               MOVE ACCEPT-HOST-NAME  TO VOID-HOST-NAME
               MOVE CAPRPT-RUN-DATE   TO VOID-RUN-DATE
               MOVE CAPRPT-START-TIME TO VOID-START-TIME
               READ VOID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RUN-IS-VOIDED TO TRUE
               END-READ
           END-IF.

      *>----------------------------------------------------------------
      *>  Write the accepted run into the master - REWRITE when the
      *>  host/profile already has a baseline, WRITE when it doesn't,
