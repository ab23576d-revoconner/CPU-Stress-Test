      *>  aligns the two runs' interval-by-interval rates side by side
      *>  - so a change that only hurts sustained throughput (fine for
      *>  two minutes, slower after) is visible instead of averaged
      *>  away.  A run voided in the CPUVOID register is not evidence
      *>  of anything and is refused, with the reason it was voided.
      *>
      *>  Positional PARM - AAAAAAAASSSSSSSSBBBBBBBBTTTTTTTT - before
      *>  run date(8) and start time(8), after run date(8) and start
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COMPARE-REPORT-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  COMPARE-REPORT-FILE.
       01  COMPARE-PRINT-LINE      PIC X(132).

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 INTERVAL-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 INTERVAL-FILE-EOF     VALUE "10".
       77 COMPARE-REPORT-STATUS PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Voided-run screen.  CAPRPT carries no host, so the void key
      *>  is built with this box's identity - the same source and
      *>  default the run drivers stamp CPUBASE and CPUFLTM with.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 RUN-A-VOID-REASON     PIC X(40) VALUE SPACES.
       77 RUN-B-VOID-REASON     PIC X(40) VALUE SPACES.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.

           88 RUN-A-WAS-FOUND       VALUE "Y".
       77 RUN-B-FOUND           PIC X(1) VALUE "N".
           88 RUN-B-WAS-FOUND       VALUE "Y".
       77 RUN-A-VOID-STATE      PIC X(1) VALUE "N".
           88 RUN-A-WAS-VOIDED      VALUE "Y".
       77 RUN-B-VOID-STATE      PIC X(1) VALUE "N".
           88 RUN-B-WAS-VOIDED      VALUE "Y".

       77 RUN-A-TIME-STRESS     PIC 9(5) VALUE 0.
       77 RUN-A-CORES-STRESS    PIC 9(3) VALUE 0.
           END-IF.

           PERFORM FIND-BOTH-RUN-LINES.
           IF RUN-A-WAS-VOIDED
               DISPLAY "Error: run " RUN-A-DATE " " RUN-A-START
                       " is voided - " RUN-A-VOID-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-B-WAS-VOIDED
               DISPLAY "Error: run " RUN-B-DATE " " RUN-B-START
                       " is voided - " RUN-B-VOID-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RUN-A-WAS-FOUND
               DISPLAY "Error: no CAPRPT run line matches "
                       RUN-A-DATE " " RUN-A-START
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-VOID-REGISTER.
           PERFORM MATCH-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF.
           IF VOID-REGISTER-OPEN
               CLOSE VOID-FILE
           END-IF.
           CLOSE CAPRPT-FILE.

       MATCH-ONE-REPORT-LINE.
                           AND CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                       IF CAPRPT-RUN-DATE = RUN-A-DATE
                               AND CAPRPT-START-TIME = RUN-A-START
                           PERFORM CHECK-RUN-VOIDED
                           IF RUN-IS-VOIDED
                               SET RUN-A-WAS-VOIDED TO TRUE
                               MOVE VOID-REASON TO RUN-A-VOID-REASON
                           ELSE
                               PERFORM TAKE-RUN-A-FIELDS
                           END-IF
                       END-IF
                       IF CAPRPT-RUN-DATE = RUN-B-DATE
                               AND CAPRPT-START-TIME = RUN-B-START
                           PERFORM CHECK-RUN-VOIDED
                           IF RUN-IS-VOIDED
                               SET RUN-B-WAS-VOIDED TO TRUE
                               MOVE VOID-REASON TO RUN-B-VOID-REASON
                           ELSE
                               PERFORM TAKE-RUN-B-FIELDS
                           END-IF
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

       TAKE-RUN-A-FIELDS.
           SET RUN-A-WAS-FOUND TO TRUE.
           MOVE CAPRPT-TIME-STRESS      TO RUN-A-TIME-STRESS.
