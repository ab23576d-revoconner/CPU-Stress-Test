       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUHOSTM.

      *>================================================================
      *>  CPUHOSTM maintains the CPUHOST host inventory master - what
      *>  each box named by CPU_STRESS_HOSTNAME actually is - with
      *>  validation at entry time, and lists the host names the run
      *>  histories know about that the master does not.  Functions:
      *>    ADD - register a new host (error if it exists); a blank
      *>          status registers it ON-ORDER
      *>    CHG - replace an existing host's descriptive fields
      *>    STA - move a host to a new lifecycle status
      *>    LST - list the whole master to the console
      *>    EXC - list every host name found in CPUFLTM, CPUBASE,
      *>          CPUCERTF or CPUSCHED that has no CPUHOST record;
      *>          RC 4 when there are any
      *>  Positional PARM - FFFHHHHHHHHCCCMMMMMMM then model(12),
      *>  location(12), team(8), commission date(8) and status(10) -
      *>  function(3) host(8) cores(3) memory-mb(7); a blank PARM
      *>  falls back to console prompts.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-FILE ASSIGN TO "CPUHOST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HOST-NAME
               FILE STATUS IS HOST-FILE-STATUS.

           SELECT FLEET-MASTER-FILE ASSIGN TO "CPUFLTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "CPUBASE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BASE-KEY
               FILE STATUS IS BASELINE-FILE-STATUS.

           SELECT CERT-MASTER-FILE ASSIGN TO "CPUCERTF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CERT-MASTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "CPUSCHED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOST-FILE.
       COPY "cpuhost.cpy".

       FD  FLEET-MASTER-FILE.
       COPY "cpufleet.cpy".

       FD  BASELINE-FILE.
       COPY "cpubase.cpy".

       FD  CERT-MASTER-FILE.
       COPY "cpucert.cpy".

       FD  SCHEDULE-FILE.
       COPY "cpusched.cpy".

       WORKING-STORAGE SECTION.

       77 HOST-FILE-STATUS      PIC X(2) VALUE SPACES.
           88 HOST-FILE-EOF         VALUE "10".
       77 FLEET-MASTER-STATUS   PIC X(2) VALUE SPACES.
           88 FLEET-MASTER-EOF      VALUE "10".
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 BASELINE-FILE-EOF     VALUE "10".
       77 CERT-MASTER-STATUS    PIC X(2) VALUE SPACES.
           88 CERT-MASTER-EOF       VALUE "10".
       77 SCHEDULE-FILE-STATUS  PIC X(2) VALUE SPACES.
           88 SCHEDULE-FILE-EOF     VALUE "10".

       77 TODAY-DATE-FIELD      PIC X(8) VALUE SPACES.

       77 FUNCTION-CODE         PIC X(3) VALUE SPACES.
       77 ENTRY-NAME            PIC X(8) VALUE SPACES.
       77 ENTRY-CORES           PIC 9(3) VALUE 0.
       77 ENTRY-MEMORY-MB       PIC 9(7) VALUE 0.
       77 ENTRY-MODEL           PIC X(12) VALUE SPACES.
       77 ENTRY-LOCATION        PIC X(12) VALUE SPACES.
       77 ENTRY-TEAM            PIC X(8) VALUE SPACES.
       77 ENTRY-COMMISSION-DATE PIC X(8) VALUE SPACES.
       77 ENTRY-STATUS          PIC X(10) VALUE SPACES.
           88 ENTRY-STATUS-VALID    VALUE "ON-ORDER" "CERTIFYING"
                                          "IN-SERVICE" "RETIRED".

       77 VALIDATION-STATUS     PIC X(1) VALUE "N".
           88  VALIDATION-FAILED    VALUE "Y".
       77 LIST-ENTRY-COUNT      PIC 9(5) VALUE 0.

      *>  Same engine core ceiling CPU-STRESS validates against - a
      *>  box recorded with more logical cores than that could never
      *>  be driven flat out by this engine anyway.
       77 ENGINE-MAX-CORES      PIC 9(3) VALUE 64.

      *>  Host names already looked up during the exception scan, so
      *>  a host on a thousand fleet lines is reported once (with the
      *>  first file it was seen in) and looked up once.  Bounded the
      *>  way every summary table in this suite is.
       77 SEEN-IDX              PIC 9(3) VALUE 0.
       77 SEEN-COUNT            PIC 9(3) VALUE 0.
       77 SEEN-FOUND            PIC X(1) VALUE "N".
           88 SEEN-WAS-FOUND        VALUE "Y".
       77 MAX-SEEN-SUPPORTED    PIC 9(3) VALUE 500.
       77 SEEN-DROPPED          PIC 9(5) VALUE 0.
       77 SCAN-HOST-NAME        PIC X(8) VALUE SPACES.
       77 SCAN-SOURCE-NAME      PIC X(8) VALUE SPACES.
       77 HOSTS-MISSING         PIC 9(5) VALUE 0.

       01  SEEN-HOST-TABLE.
           05  SEEN-HOST-ENTRY OCCURS 500 TIMES
                                 INDEXED BY SEEN-TAB-IDX.
               10  SEEN-TAB-HOST-NAME      PIC X(08).

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(71).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-FUNCTION         PIC X(03).
           05  PARM-IN-NAME             PIC X(08).
           05  PARM-IN-CORES            PIC 9(03).
           05  PARM-IN-MEMORY-MB        PIC 9(07).
           05  PARM-IN-MODEL            PIC X(12).
           05  PARM-IN-LOCATION         PIC X(12).
           05  PARM-IN-TEAM             PIC X(08).
           05  PARM-IN-COMMISSION-DATE  PIC X(08).
           05  PARM-IN-STATUS           PIC X(10).

       77 PARM-COMMAND-LINE     PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-DATE-FIELD FROM DATE YYYYMMDD.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           IF PARM-COMMAND-LINE NOT = SPACES
               MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT
               PERFORM USE-PARM-VALUES
           ELSE
               PERFORM PROMPT-FOR-VALUES
           END-IF.

           EVALUATE FUNCTION-CODE
               WHEN "ADD"
                   PERFORM ADD-HOST-ENTRY
               WHEN "CHG"
                   PERFORM CHANGE-HOST-ENTRY
               WHEN "STA"
                   PERFORM CHANGE-HOST-STATUS
               WHEN "LST"
                   PERFORM LIST-HOST-ENTRIES
               WHEN "EXC"
                   PERFORM LIST-UNREGISTERED-HOSTS
               WHEN OTHER
                   DISPLAY "Error: function must be ADD CHG STA LST "
                           "or EXC"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       USE-PARM-VALUES.
           MOVE PARM-IN-FUNCTION TO FUNCTION-CODE.
           MOVE PARM-IN-NAME     TO ENTRY-NAME.
           IF PARM-IN-CORES IS NUMERIC
               MOVE PARM-IN-CORES TO ENTRY-CORES
           END-IF.
           IF PARM-IN-MEMORY-MB IS NUMERIC
               MOVE PARM-IN-MEMORY-MB TO ENTRY-MEMORY-MB
           END-IF.
           MOVE PARM-IN-MODEL           TO ENTRY-MODEL.
           MOVE PARM-IN-LOCATION        TO ENTRY-LOCATION.
           MOVE PARM-IN-TEAM            TO ENTRY-TEAM.
           MOVE PARM-IN-COMMISSION-DATE TO ENTRY-COMMISSION-DATE.
           MOVE PARM-IN-STATUS          TO ENTRY-STATUS.

       PROMPT-FOR-VALUES.
           DISPLAY "Enter function (ADD CHG STA LST EXC): "
           ACCEPT FUNCTION-CODE.
           IF FUNCTION-CODE NOT = "LST" AND FUNCTION-CODE NOT = "EXC"
               DISPLAY "Enter the host name: "
               ACCEPT ENTRY-NAME
           END-IF.
           IF FUNCTION-CODE = "ADD" OR FUNCTION-CODE = "CHG"
               DISPLAY "Enter the logical core count: "
               ACCEPT ENTRY-CORES
               DISPLAY "Enter the memory size in megabytes: "
               ACCEPT ENTRY-MEMORY-MB
               DISPLAY "Enter the hardware model: "
               ACCEPT ENTRY-MODEL
               DISPLAY "Enter the location: "
               ACCEPT ENTRY-LOCATION
               DISPLAY "Enter the owning team: "
               ACCEPT ENTRY-TEAM
               DISPLAY "Enter the commission date (YYYYMMDD, blank "
                       "if not yet commissioned): "
               ACCEPT ENTRY-COMMISSION-DATE
           END-IF.
           IF FUNCTION-CODE = "ADD" OR FUNCTION-CODE = "STA"
               DISPLAY "Enter the status (ON-ORDER CERTIFYING "
                       "IN-SERVICE RETIRED): "
               ACCEPT ENTRY-STATUS
           END-IF.

      *>----------------------------------------------------------------
      *>  Entry-time validation - the model is what CPUFLEET groups
      *>  by, so a host without one can't be ranked against anybody.
      *>----------------------------------------------------------------
       VALIDATE-ENTRY-VALUES.
           MOVE "N" TO VALIDATION-STATUS.
           IF ENTRY-NAME = SPACES
               DISPLAY "Error: a host name is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-CORES = 0 OR ENTRY-CORES > ENGINE-MAX-CORES
               DISPLAY "Error: cores must be 1-" ENGINE-MAX-CORES
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-MEMORY-MB = 0
               DISPLAY "Error: the memory size must not be zero"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-MODEL = SPACES
               DISPLAY "Error: a hardware model is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-COMMISSION-DATE NOT = SPACES
                   AND ENTRY-COMMISSION-DATE IS NOT NUMERIC
               DISPLAY "Error: the commission date must be YYYYMMDD"
               SET VALIDATION-FAILED TO TRUE
           END-IF.

       VALIDATE-ENTRY-STATUS.
           IF NOT ENTRY-STATUS-VALID
               DISPLAY "Error: status must be ON-ORDER CERTIFYING "
                       "IN-SERVICE or RETIRED"
               SET VALIDATION-FAILED TO TRUE
           END-IF.

       ADD-HOST-ENTRY.
           IF ENTRY-STATUS = SPACES
               MOVE "ON-ORDER" TO ENTRY-STATUS
           END-IF.
           PERFORM VALIDATE-ENTRY-VALUES.
           PERFORM VALIDATE-ENTRY-STATUS.
           IF VALIDATION-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HOST-UPDATE
               MOVE ENTRY-NAME TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       PERFORM BUILD-HOST-RECORD
                       MOVE ENTRY-STATUS     TO HOST-STATUS
                       MOVE TODAY-DATE-FIELD TO HOST-STATUS-DATE
                       WRITE HOST-RECORD
                       DISPLAY "Host " ENTRY-NAME " added"
                       MOVE 0 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "Error: host " ENTRY-NAME
                               " already exists - use CHG"
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE HOST-FILE
           END-IF.

      *>  CHG leaves the lifecycle status alone - that only moves
      *>  through STA (or a certification), so its date stays honest.
       CHANGE-HOST-ENTRY.
           PERFORM VALIDATE-ENTRY-VALUES.
           IF VALIDATION-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HOST-UPDATE
               MOVE ENTRY-NAME TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       DISPLAY "Error: host " ENTRY-NAME
                               " not found - use ADD"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM BUILD-HOST-RECORD
                       REWRITE HOST-RECORD
                       DISPLAY "Host " ENTRY-NAME " changed"
                       MOVE 0 TO RETURN-CODE
               END-READ
               CLOSE HOST-FILE
           END-IF.

      *>  Retiring keeps the record - the host's history in CPUFLTM
      *>  still means something - but CPUCOMPL stops chasing it.
       CHANGE-HOST-STATUS.
           MOVE "N" TO VALIDATION-STATUS.
           IF ENTRY-NAME = SPACES
               DISPLAY "Error: a host name is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           PERFORM VALIDATE-ENTRY-STATUS.
           IF VALIDATION-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HOST-UPDATE
               MOVE ENTRY-NAME TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       DISPLAY "Error: host " ENTRY-NAME
                               " not found"
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE ENTRY-STATUS     TO HOST-STATUS
                       MOVE TODAY-DATE-FIELD TO HOST-STATUS-DATE
                       REWRITE HOST-RECORD
                       DISPLAY "Host " ENTRY-NAME " now "
                               ENTRY-STATUS
                       MOVE 0 TO RETURN-CODE
               END-READ
               CLOSE HOST-FILE
           END-IF.

       LIST-HOST-ENTRIES.
           OPEN INPUT HOST-FILE.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUHOST master "
                       "- status " HOST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO LIST-ENTRY-COUNT
               PERFORM LIST-ONE-HOST-ENTRY
                       UNTIL HOST-FILE-EOF
               CLOSE HOST-FILE
               DISPLAY LIST-ENTRY-COUNT " hosts"
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-HOST-ENTRY.
           READ HOST-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO LIST-ENTRY-COUNT
                   DISPLAY HOST-NAME " " HOST-STATUS " "
                           HOST-STATUS-DATE " " HOST-CORES " "
                           HOST-MEMORY-MB " " HOST-MODEL " "
                           HOST-LOCATION " " HOST-TEAM " "
                           HOST-COMMISSION-DATE
           END-READ.

      *>----------------------------------------------------------------
      *>  Exception scan: every host name stamped into the fleet
      *>  master, the baseline master, the certification record or
      *>  the test schedule, checked once against CPUHOST.  A history
      *>  file that isn't on this box is simply not scanned.
      *>----------------------------------------------------------------
       LIST-UNREGISTERED-HOSTS.
           OPEN INPUT HOST-FILE.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUHOST master "
                       "- status " HOST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO SEEN-COUNT HOSTS-MISSING.

           OPEN INPUT FLEET-MASTER-FILE.
           IF FLEET-MASTER-STATUS = "00"
               MOVE "CPUFLTM" TO SCAN-SOURCE-NAME
               PERFORM SCAN-ONE-FLEET-LINE UNTIL FLEET-MASTER-EOF
               CLOSE FLEET-MASTER-FILE
           END-IF.

           OPEN INPUT BASELINE-FILE.
           IF BASELINE-FILE-STATUS = "00"
               MOVE "CPUBASE" TO SCAN-SOURCE-NAME
               PERFORM SCAN-ONE-BASELINE-RECORD
                       UNTIL BASELINE-FILE-EOF
               CLOSE BASELINE-FILE
           END-IF.

           OPEN INPUT CERT-MASTER-FILE.
           IF CERT-MASTER-STATUS = "00"
               MOVE "CPUCERTF" TO SCAN-SOURCE-NAME
               PERFORM SCAN-ONE-CERT-LINE UNTIL CERT-MASTER-EOF
               CLOSE CERT-MASTER-FILE
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS = "00"
               MOVE "CPUSCHED" TO SCAN-SOURCE-NAME
               PERFORM SCAN-ONE-SCHEDULE-LINE UNTIL SCHEDULE-FILE-EOF
               CLOSE SCHEDULE-FILE
           END-IF.

           CLOSE HOST-FILE.

           DISPLAY HOSTS-MISSING " host names in the histories with "
                   "no CPUHOST record".
           IF HOSTS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SCAN-ONE-FLEET-LINE.
           READ FLEET-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FLEET-HOST-NAME TO SCAN-HOST-NAME
                   PERFORM CHECK-ONE-HISTORY-HOST
           END-READ.

       SCAN-ONE-BASELINE-RECORD.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BASE-HOST-NAME TO SCAN-HOST-NAME
                   PERFORM CHECK-ONE-HISTORY-HOST
           END-READ.

       SCAN-ONE-CERT-LINE.
           READ CERT-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CERT-HOST-NAME TO SCAN-HOST-NAME
                   PERFORM CHECK-ONE-HISTORY-HOST
           END-READ.

       SCAN-ONE-SCHEDULE-LINE.
           READ SCHEDULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SCHED-HOST-NAME TO SCAN-HOST-NAME
                   PERFORM CHECK-ONE-HISTORY-HOST
           END-READ.

       CHECK-ONE-HISTORY-HOST.
           IF SCAN-HOST-NAME NOT = SPACES
               MOVE "N" TO SEEN-FOUND
               PERFORM VARYING SEEN-IDX FROM 1 BY 1
                       UNTIL SEEN-IDX > SEEN-COUNT
                           OR SEEN-WAS-FOUND
                   IF SEEN-TAB-HOST-NAME (SEEN-IDX) = SCAN-HOST-NAME
                       SET SEEN-WAS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SEEN-WAS-FOUND
                   PERFORM REMEMBER-SEEN-HOST
                   PERFORM LOOK-UP-HISTORY-HOST
               END-IF
           END-IF.

       REMEMBER-SEEN-HOST.
           IF SEEN-COUNT >= MAX-SEEN-SUPPORTED
               ADD 1 TO SEEN-DROPPED
               IF SEEN-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-SEEN-SUPPORTED
                           " distinct host names - later names may "
                           "be reported more than once"
               END-IF
           ELSE
               ADD 1 TO SEEN-COUNT
               MOVE SCAN-HOST-NAME TO SEEN-TAB-HOST-NAME (SEEN-COUNT)
           END-IF.

       LOOK-UP-HISTORY-HOST.
           MOVE SCAN-HOST-NAME TO HOST-NAME.
           READ HOST-FILE
               INVALID KEY
                   ADD 1 TO HOSTS-MISSING
                   DISPLAY "Exception: host " SCAN-HOST-NAME
                           " in " SCAN-SOURCE-NAME
                           " has no CPUHOST record"
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       OPEN-HOST-UPDATE.
           OPEN I-O HOST-FILE.
           IF HOST-FILE-STATUS = "35"
               OPEN OUTPUT HOST-FILE
               IF HOST-FILE-STATUS = "00"
                   CLOSE HOST-FILE
                   OPEN I-O HOST-FILE
               END-IF
           END-IF.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUHOST master "
                       "- status " HOST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-HOST-RECORD.
           MOVE ENTRY-NAME            TO HOST-NAME.
           MOVE ENTRY-CORES           TO HOST-CORES.
           MOVE ENTRY-MEMORY-MB       TO HOST-MEMORY-MB.
           MOVE ENTRY-MODEL           TO HOST-MODEL.
           MOVE ENTRY-LOCATION        TO HOST-LOCATION.
           MOVE ENTRY-TEAM            TO HOST-TEAM.
           MOVE ENTRY-COMMISSION-DATE TO HOST-COMMISSION-DATE.
