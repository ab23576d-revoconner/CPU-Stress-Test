      *>  trend picture survives the purge, and writes the CPUHSKPM
      *>  purge manifest naming exactly how many records of each type
      *>  were archived - the audit trail is never silently shortened.
      *>  A run voided in the CPUVOID register is archived like any
      *>  other line but left out of the rollups, and the manifest
      *>  says how many were.
      *>
      *>  Positional PARM - CCCCCCCC - the cutoff date (YYYYMMDD);
      *>  records dated before it are archived, records dated on or
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  MANIFEST-FILE.
       01  MANIFEST-PRINT-LINE     PIC X(132).

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 INTERVAL-WORK-EOF     VALUE "10".
       77 ROLLUP-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 MANIFEST-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Voided-run screen for the rollups.  CAPRPT carries no host,
      *>  so the void key is built with this box's identity - the
      *>  same source and default the run drivers stamp CPUBASE and
      *>  CPUFLTM with.  No register on the box means nothing has
      *>  been voided.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 ROLLUP-LINES-VOIDED   PIC 9(9) VALUE 0.

       77 PURGE-DATE-FIELD      PIC X(8) VALUE SPACES.
       77 CUTOFF-DATE-FIELD     PIC X(8) VALUE SPACES.
           05  MAN-ARCHIVE-NAME    PIC X(10).
           05  FILLER              PIC X(60) VALUE SPACES.

       01  MANIFEST-VOIDED-LINE.
           05  FILLER              PIC X(33)
               VALUE "VOIDED RUNS LEFT OUT OF ROLLUPS  ".
           05  MAN-VOIDED-COUNT    PIC 9(09).
           05  FILLER              PIC X(90) VALUE SPACES.

       01  MANIFEST-ROLLUP-LINE.
           05  FILLER              PIC X(33)
               VALUE "MONTHLY ROLLUP RECORDS WRITTEN   ".
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM OPEN-VOID-REGISTER
               PERFORM SIFT-ONE-CAPRPT-LINE UNTIL CAPRPT-FILE-EOF
               IF VOID-REGISTER-OPEN
                   CLOSE VOID-FILE
               END-IF
               CLOSE CAPRPT-WORK-FILE
               CLOSE CAPRPT-ARCHIVE-FILE
               CLOSE CAPRPT-FILE
                       IF (CAPRPT-OUTCOME = "RUN"
                               OR CAPRPT-OUTCOME = "SWEEP")
                               AND CAPRPT-TOTAL-ITERATIONS IS NUMERIC
                           PERFORM CHECK-RUN-VOIDED
                           IF RUN-IS-VOIDED
                               ADD 1 TO ROLLUP-LINES-VOIDED
                           ELSE
                               PERFORM FOLD-LINE-INTO-ROLLUP
                           END-IF
                       END-IF
                   ELSE
                       MOVE CAPRPT-RECORD TO CAPRPT-WORK-RECORD
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

       COPY-CAPRPT-WORK-BACK.
           OPEN INPUT CAPRPT-WORK-FILE.
           IF CAPRPT-WORK-STATUS NOT = "00"

           MOVE SPACES TO MANIFEST-PRINT-LINE.
           WRITE MANIFEST-PRINT-LINE.
           MOVE ROLLUP-LINES-VOIDED TO MAN-VOIDED-COUNT.
           MOVE MANIFEST-VOIDED-LINE TO MANIFEST-PRINT-LINE.
           WRITE MANIFEST-PRINT-LINE.
           MOVE ROLLUPS-WRITTEN TO MAN-ROLLUP-COUNT.
           MOVE MANIFEST-ROLLUP-LINE TO MANIFEST-PRINT-LINE.
           WRITE MANIFEST-PRINT-LINE.
