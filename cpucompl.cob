      *>  this host.  Every host/profile pair that is overdue is
      *>  listed with how late it is and its last completed run date
      *>  - the page the audit committee gets instead of a private
      *>  tracking sheet.  RC 4 when anything is overdue.  A host the
      *>  CPUHOST master says is RETIRED is listed as such and never
      *>  counted overdue; a host with no CPUHOST record is judged as
      *>  before but flagged on its line as an inventory exception.
      *>================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY PCAT-NAME
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT HOST-FILE ASSIGN TO "CPUHOST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY HOST-NAME
               FILE STATUS IS HOST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       FD  CATALOG-FILE.
       COPY "cpupcat.cpy".

       FD  HOST-FILE.
       COPY "cpuhost.cpy".

       WORKING-STORAGE SECTION.

       77 SCHEDULE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 AUDIT-FILE-EOF        VALUE "10".
       77 COMPLIANCE-REPORT-STATUS PIC X(2) VALUE SPACES.
       77 CATALOG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 HOST-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 HOSTS-UNREGISTERED    PIC 9(3) VALUE 0.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.
       77 THIS-HOST-NAME        PIC X(8) VALUE SPACES.
               10  SCH-TAB-MEM-MB          PIC 9(05).
               10  SCH-TAB-LAST-RUN        PIC X(08).
               10  SCH-TAB-LAST-ATTEMPT    PIC X(08).
               10  SCH-TAB-HOST-STATE      PIC X(01).
                   88  SCH-HOST-IS-RETIRED     VALUE "R".
                   88  SCH-HOST-UNREGISTERED   VALUE "U".

      *>  Day arithmetic without a calendar file: the serial-day
      *>  number of a YYYYMMDD date, good across month and year ends
           05  DET-DAYS-LATE       PIC 9(05).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DET-STATUS          PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-HOST-NOTE       PIC X(19).
           05  FILLER              PIC X(40) VALUE SPACES.

       01  OVERDUE-COUNT-LINE.
           05  FILLER              PIC X(26)
           END-IF.

           PERFORM RESOLVE-SCHEDULE-PROFILES.
           PERFORM CHECK-SCHEDULE-HOSTS.
           PERFORM SCAN-FLEET-MASTER.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM WRITE-COMPLIANCE-REPORT.

           DISPLAY "Compliance report complete - " ENTRIES-OVERDUE
                   " of " SCHED-COUNT " entries overdue.".
           IF HOSTS-UNREGISTERED > 0
               DISPLAY "Warning: " HOSTS-UNREGISTERED " schedule "
                       "entries name hosts with no CPUHOST record"
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
               MOVE SCHED-FREQ-DAYS
                       TO SCH-TAB-FREQ-DAYS (SCHED-IDX)
               MOVE "N" TO SCH-TAB-RESOLVED (SCHED-IDX)
               MOVE SPACE TO SCH-TAB-HOST-STATE (SCHED-IDX)
               MOVE SPACES TO SCH-TAB-LAST-RUN (SCHED-IDX)
                              SCH-TAB-LAST-ATTEMPT (SCHED-IDX)
           END-IF.
                   MOVE "Y" TO SCH-TAB-RESOLVED (SCHED-IDX)
           END-READ.

      *>----------------------------------------------------------------
      *>  Each schedule line's host against the CPUHOST inventory.  No
      *>  master on the box means no lifecycle information, and every
      *>  line is judged the way it always was.
      *>----------------------------------------------------------------
       CHECK-SCHEDULE-HOSTS.
           OPEN INPUT HOST-FILE.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Warning: no CPUHOST host master - retired "
                       "hosts cannot be recognised"
           ELSE
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT
                   PERFORM CHECK-ONE-SCHEDULE-HOST
               END-PERFORM
               CLOSE HOST-FILE
           END-IF.

       CHECK-ONE-SCHEDULE-HOST.
           MOVE SCH-TAB-HOST (SCHED-IDX) TO HOST-NAME.
           READ HOST-FILE
               INVALID KEY
                   MOVE "U" TO SCH-TAB-HOST-STATE (SCHED-IDX)
                   ADD 1 TO HOSTS-UNREGISTERED
                   DISPLAY "Exception: schedule host "
                           SCH-TAB-HOST (SCHED-IDX)
                           " has no CPUHOST record"
               NOT INVALID KEY
                   IF HOST-IS-RETIRED
                       MOVE "R" TO SCH-TAB-HOST-STATE (SCHED-IDX)
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  Completed results: one pass over the host-stamped fleet
      *>  master, folding each real run line into every schedule
      *>  One line per schedule entry: OK inside its cadence, OVERDUE
      *>  with days late when the last completed run is older than
      *>  FREQ-DAYS, NEVER when nothing ever completed, NOPROF when
      *>  the profile name could not be resolved, RETIRED (never
      *>  overdue) when the host has been retired from service.
      *>----------------------------------------------------------------
       WRITE-COMPLIANCE-REPORT.
           OPEN OUTPUT COMPLIANCE-REPORT-FILE.
           MOVE SCH-TAB-LAST-ATTEMPT (SCHED-IDX)
                   TO DET-LAST-ATTEMPT.
           MOVE 0 TO DAYS-OVERDUE.
           MOVE SPACES TO DET-HOST-NOTE.
           IF SCH-HOST-UNREGISTERED (SCHED-IDX)
               MOVE "HOST NOT IN CPUHOST" TO DET-HOST-NOTE
           END-IF.

           EVALUATE TRUE
               WHEN SCH-HOST-IS-RETIRED (SCHED-IDX)
                   MOVE "RETIRED " TO DET-STATUS
               WHEN NOT SCH-ENTRY-RESOLVED (SCHED-IDX)
                   MOVE "NOPROF  " TO DET-STATUS
                   ADD 1 TO ENTRIES-OVERDUE
