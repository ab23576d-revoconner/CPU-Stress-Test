      *>  flag when the latest run has fallen more than a configurable
      *>  percentage below the group's historical average - so a box
      *>  that is slowly getting slower shows up here instead of only
      *>  when someone complains.  Runs this box has voided in the
      *>  CPUVOID register are left out of every group.
      *>================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREND-REPORT-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  TREND-REPORT-FILE.
       01  TREND-PRINT-LINE        PIC X(80).

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 TREND-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Voided-run screen.  CAPRPT carries no host, so the void key
      *>  is built with this box's identity - the same source and
      *>  default the run drivers stamp CPUBASE and CPUFLTM with.  No
      *>  register on the box means nothing has been voided.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 LINES-VOIDED          PIC 9(5) VALUE 0.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.
       77 GROUP-IDX             PIC 9(3) VALUE 0.
               STOP RUN
           END-IF.

           PERFORM OPEN-VOID-REGISTER.
           PERFORM LOAD-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF.
           IF VOID-REGISTER-OPEN
               CLOSE VOID-FILE
           END-IF.

           CLOSE CAPRPT-FILE.


           DISPLAY "Trend report complete - " GROUP-COUNT
                   " profile groups.".
           IF LINES-VOIDED > 0
               DISPLAY "CPUTREND - " LINES-VOIDED
                       " voided runs left out"
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  lines (RUN from CPU-STRESS, SWEEP from CPU-SWEEP) count; a
      *>  sweep's closing BEST comparison line repeats an iteration
      *>  count already on its own SWEEP line and would double-count.
      *>  A voided run is passed over entirely.
      *>----------------------------------------------------------------
       LOAD-ONE-REPORT-LINE.
           READ CAPRPT-FILE
                   IF (CAPRPT-OUTCOME = "RUN"
                           OR CAPRPT-OUTCOME = "SWEEP")
                           AND CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                       PERFORM CHECK-RUN-VOIDED
                       IF RUN-IS-VOIDED
                           ADD 1 TO LINES-VOIDED
                       ELSE
                           PERFORM FOLD-LINE-INTO-GROUP
                       END-IF
                   END-IF
           END-READ.

       OPEN-VOID-REGISTER.
           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.
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

       FOLD-LINE-INTO-GROUP.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
