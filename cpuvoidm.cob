       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUVOIDM.

      *>================================================================
      *>  CPUVOIDM maintains the CPUVOID run void register - the runs
      *>  that must stop counting in the trend, fleet, baseline,
      *>  comparison and rollup numbers because they were made on a
      *>  sick box or in the wrong place.  Functions:
      *>    ADD - void one run, named by host and run key, with a
      *>          reason; the run must be on record in the CPUFLTM
      *>          fleet master or, for this box, in its own CAPRPT
      *>          history, so a mistyped key can't void nothing
      *>    LST - list the register to the console (one host only
      *>          when a host name is given)
      *>  The user who voided the run is taken from the environment
      *>  the way the audit trail takes it.
      *>  Positional PARM - FFFHHHHHHHHDDDDDDDDTTTTTTTT then reason(40)
      *>  - function(3) host(8) run date(8) start time(8); a blank
      *>  PARM falls back to console prompts.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

           SELECT FLEET-MASTER-FILE ASSIGN TO "CPUFLTM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.

           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       FD  FLEET-MASTER-FILE.
       COPY "cpufleet.cpy".

       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       WORKING-STORAGE SECTION.

       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.
           88 VOID-FILE-EOF         VALUE "10".
       77 FLEET-MASTER-STATUS   PIC X(2) VALUE SPACES.
           88 FLEET-MASTER-EOF      VALUE "10".
       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".

       77 TODAY-DATE-FIELD      PIC X(8) VALUE SPACES.
       77 VOID-USER-TEXT        PIC X(8) VALUE SPACES.

      *>  This box's identity - same source and default as the run
      *>  drivers, so a void of a local run matches its CAPRPT lines.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".

       77 FUNCTION-CODE         PIC X(3) VALUE SPACES.
       77 ENTRY-HOST-NAME       PIC X(8) VALUE SPACES.
       77 ENTRY-RUN-DATE        PIC X(8) VALUE SPACES.
       77 ENTRY-START-TIME      PIC X(8) VALUE SPACES.
       77 ENTRY-REASON          PIC X(40) VALUE SPACES.

       77 VALIDATION-STATUS     PIC X(1) VALUE "N".
           88  VALIDATION-FAILED    VALUE "Y".
       77 RUN-FOUND             PIC X(1) VALUE "N".
           88 RUN-WAS-FOUND         VALUE "Y".
       77 LIST-ENTRY-COUNT      PIC 9(5) VALUE 0.

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(67).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-FUNCTION         PIC X(03).
           05  PARM-IN-HOST-NAME        PIC X(08).
           05  PARM-IN-RUN-DATE         PIC X(08).
           05  PARM-IN-START-TIME       PIC X(08).
           05  PARM-IN-REASON           PIC X(40).

       77 PARM-COMMAND-LINE     PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT VOID-USER-TEXT FROM ENVIRONMENT "USER".

           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           IF PARM-COMMAND-LINE NOT = SPACES
               MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT
               MOVE PARM-IN-FUNCTION   TO FUNCTION-CODE
               MOVE PARM-IN-HOST-NAME  TO ENTRY-HOST-NAME
               MOVE PARM-IN-RUN-DATE   TO ENTRY-RUN-DATE
               MOVE PARM-IN-START-TIME TO ENTRY-START-TIME
               MOVE PARM-IN-REASON     TO ENTRY-REASON
           ELSE
               PERFORM PROMPT-FOR-VALUES
           END-IF.

           EVALUATE FUNCTION-CODE
               WHEN "ADD"
                   PERFORM ADD-VOID-ENTRY
               WHEN "LST"
                   PERFORM LIST-VOID-ENTRIES
               WHEN OTHER
                   DISPLAY "Error: function must be ADD or LST"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       PROMPT-FOR-VALUES.
           DISPLAY "Enter function (ADD LST): "
           ACCEPT FUNCTION-CODE.
           IF FUNCTION-CODE = "LST"
               DISPLAY "Enter the host name (blank for every host): "
               ACCEPT ENTRY-HOST-NAME
           ELSE
               DISPLAY "Enter the host name: "
               ACCEPT ENTRY-HOST-NAME
               DISPLAY "Enter the run date (YYYYMMDD): "
               ACCEPT ENTRY-RUN-DATE
               DISPLAY "Enter the run start time (HHMMSShh): "
               ACCEPT ENTRY-START-TIME
               DISPLAY "Enter the reason for voiding the run: "
               ACCEPT ENTRY-REASON
           END-IF.

      *>----------------------------------------------------------------
      *>  Entry-time validation - a void without a reason is one
      *>  nobody can defend at the next capacity review.
      *>----------------------------------------------------------------
       VALIDATE-ENTRY-VALUES.
           MOVE "N" TO VALIDATION-STATUS.
           IF ENTRY-HOST-NAME = SPACES
               DISPLAY "Error: a host name is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-RUN-DATE IS NOT NUMERIC
                   OR ENTRY-START-TIME IS NOT NUMERIC
               DISPLAY "Error: a numeric run key (date and start "
                       "time) is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.
           IF ENTRY-REASON = SPACES
               DISPLAY "Error: a reason is required"
               SET VALIDATION-FAILED TO TRUE
           END-IF.

       ADD-VOID-ENTRY.
           PERFORM VALIDATE-ENTRY-VALUES.
           IF NOT VALIDATION-FAILED
               PERFORM FIND-RUN-ON-RECORD
               IF NOT RUN-WAS-FOUND
                   DISPLAY "Error: no run " ENTRY-RUN-DATE " "
                           ENTRY-START-TIME " on record for host "
                           ENTRY-HOST-NAME
                   SET VALIDATION-FAILED TO TRUE
               END-IF
           END-IF.
           IF VALIDATION-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM OPEN-VOID-UPDATE
               MOVE ENTRY-HOST-NAME  TO VOID-HOST-NAME
               MOVE ENTRY-RUN-DATE   TO VOID-RUN-DATE
               MOVE ENTRY-START-TIME TO VOID-START-TIME
               READ VOID-FILE
                   INVALID KEY
                       PERFORM BUILD-VOID-RECORD
                       WRITE VOID-RECORD
                       DISPLAY "Run " ENTRY-RUN-DATE " "
                               ENTRY-START-TIME " on host "
                               ENTRY-HOST-NAME " voided"
                       MOVE 0 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "Error: run " ENTRY-RUN-DATE " "
                               ENTRY-START-TIME " on host "
                               ENTRY-HOST-NAME " already voided by "
                               VOID-USER-ID " on " VOID-ENTRY-DATE
                       MOVE 16 TO RETURN-CODE
               END-READ
               CLOSE VOID-FILE
           END-IF.

      *>----------------------------------------------------------------
      *>  The run must exist somewhere we can see it: the fleet master
      *>  first (any host), then this box's own CAPRPT history when
      *>  the void names this box and it hasn't been consolidated yet.
      *>  Only real run lines count - a BEST or BASEDEV line shares a
      *>  run key but is not a run.
      *>----------------------------------------------------------------
       FIND-RUN-ON-RECORD.
           MOVE "N" TO RUN-FOUND.
           OPEN INPUT FLEET-MASTER-FILE.
           IF FLEET-MASTER-STATUS = "00"
               PERFORM SCAN-ONE-FLEET-LINE
                       UNTIL FLEET-MASTER-EOF OR RUN-WAS-FOUND
               CLOSE FLEET-MASTER-FILE
           END-IF.
           IF NOT RUN-WAS-FOUND
                   AND ENTRY-HOST-NAME = HOST-NAME-TEXT
               OPEN INPUT CAPRPT-FILE
               IF CAPRPT-FILE-STATUS = "00"
                   PERFORM SCAN-ONE-REPORT-LINE
                           UNTIL CAPRPT-FILE-EOF OR RUN-WAS-FOUND
                   CLOSE CAPRPT-FILE
               END-IF
           END-IF.

       SCAN-ONE-FLEET-LINE.
           READ FLEET-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FLEET-HOST-NAME = ENTRY-HOST-NAME
                           AND FLEET-RUN-DATE = ENTRY-RUN-DATE
                           AND FLEET-START-TIME = ENTRY-START-TIME
                       SET RUN-WAS-FOUND TO TRUE
                   END-IF
           END-READ.

       SCAN-ONE-REPORT-LINE.
           READ CAPRPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF (CAPRPT-OUTCOME = "RUN"
                           OR CAPRPT-OUTCOME = "SWEEP"
                           OR CAPRPT-OUTCOME = "CERT")
                           AND CAPRPT-RUN-DATE = ENTRY-RUN-DATE
                           AND CAPRPT-START-TIME = ENTRY-START-TIME
                       SET RUN-WAS-FOUND TO TRUE
                   END-IF
           END-READ.

       LIST-VOID-ENTRIES.
           OPEN INPUT VOID-FILE.
           IF VOID-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUVOID register "
                       "- status " VOID-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO LIST-ENTRY-COUNT
               PERFORM LIST-ONE-VOID-ENTRY
                       UNTIL VOID-FILE-EOF
               CLOSE VOID-FILE
               DISPLAY LIST-ENTRY-COUNT " voided runs"
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-VOID-ENTRY.
           READ VOID-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ENTRY-HOST-NAME = SPACES
                           OR VOID-HOST-NAME = ENTRY-HOST-NAME
                       ADD 1 TO LIST-ENTRY-COUNT
                       DISPLAY VOID-HOST-NAME " " VOID-RUN-DATE " "
                               VOID-START-TIME " " VOID-USER-ID " "
                               VOID-ENTRY-DATE " " VOID-EXTRACT-STATE
                               " " VOID-REASON
                   END-IF
           END-READ.

       OPEN-VOID-UPDATE.
           OPEN I-O VOID-FILE.
           IF VOID-FILE-STATUS = "35"
               OPEN OUTPUT VOID-FILE
               IF VOID-FILE-STATUS = "00"
                   CLOSE VOID-FILE
                   OPEN I-O VOID-FILE
               END-IF
           END-IF.
           IF VOID-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUVOID register "
                       "- status " VOID-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-VOID-RECORD.
           MOVE SPACES              TO VOID-RECORD.
           MOVE ENTRY-HOST-NAME     TO VOID-HOST-NAME.
           MOVE ENTRY-RUN-DATE      TO VOID-RUN-DATE.
           MOVE ENTRY-START-TIME    TO VOID-START-TIME.
           MOVE ENTRY-REASON        TO VOID-REASON.
           MOVE VOID-USER-TEXT      TO VOID-USER-ID.
           MOVE TODAY-DATE-FIELD    TO VOID-ENTRY-DATE.
           MOVE 0                   TO VOID-EXTRACT-SEQ.
