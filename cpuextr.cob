      *>  CPU_STRESS_EXTR_FULL=Y forces a one-off full rebuild (the
      *>  control's run key is ignored for the pass, the sequence
      *>  still advances).
      *>
      *>  Runs this box has voided in the CPUVOID register are never
      *>  extracted.  A void of a run an earlier extract already sent
      *>  (its key is at or before the stored control position) goes
      *>  out once as a reversal record after the details, so the
      *>  planning package drops it too; the void is then marked
      *>  reversed (or, for a run voided before it was ever sent,
      *>  suppressed) so no later extract repeats it.  The trailer
      *>  carries the reversal count after the hash totals.
      *>================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
           05  FILLER              PIC X(01).
           05  ACK-BYTES-HASH      PIC 9(15).

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 LOG-WORK-EOF          VALUE "10".
       77 ACK-FILE-STATUS       PIC X(2) VALUE SPACES.
           88 ACK-FILE-EOF          VALUE "10".
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.
           88 VOID-FILE-EOF         VALUE "10".

      *>  Void handling.  CAPRPT carries no host, so the void key is
      *>  built with this box's identity - the same source and default
      *>  the run drivers stamp CPUBASE and CPUFLTM with.  SENT-RUN-
      *>  DATE/TIME is the stored control position before any forced
      *>  rebuild: everything at or before it has already gone to the
      *>  planners and needs a reversal to be withdrawn.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 SENT-RUN-DATE         PIC X(8) VALUE "00000000".
       77 SENT-START-TIME       PIC X(8) VALUE "00000000".
       77 RUNS-VOIDED           PIC 9(9) VALUE 0.
       77 REVERSAL-RECORD-COUNT PIC 9(9) VALUE 0.

       77 EXTRACT-DATE-FIELD    PIC X(8) VALUE SPACES.
       77 DETAIL-RECORD-COUNT   PIC 9(9) VALUE 0.
           05  FILLER              PIC X(01) VALUE ";".
           05  EXT-MEM-MISMATCHES  PIC 9(09).

      *>  Reversal of a run sent in an earlier extract - the run key
      *>  the planners hold it under, and the date it was voided.
       01  EXTRACT-REVERSAL-RECORD.
           05  FILLER              PIC X(02) VALUE "R;".
           05  REV-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE ";".
           05  REV-START-TIME      PIC X(08).
           05  FILLER              PIC X(01) VALUE ";".
           05  REV-VOID-DATE       PIC X(08).

       01  EXTRACT-TRAILER-RECORD.
           05  FILLER              PIC X(02) VALUE "T;".
           05  TRL-RECORD-COUNT    PIC 9(09).
           05  TRL-ITERS-HASH      PIC 9(15).
           05  FILLER              PIC X(01) VALUE ";".
           05  TRL-BYTES-HASH      PIC 9(15).
      *>  Reversal count, appended after the hash totals the way new
      *>  detail columns are appended, so the existing trailer fields
      *>  keep their positions.
           05  FILLER              PIC X(01) VALUE ";".
           05  TRL-REVERSAL-COUNT  PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE EXTRACT-HEADER-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           PERFORM OPEN-VOID-REGISTER.
           PERFORM EXTRACT-ONE-REPORT-LINE UNTIL CAPRPT-FILE-EOF.
           IF VOID-REGISTER-OPEN
               PERFORM WRITE-REVERSAL-RECORDS
               CLOSE VOID-FILE
           END-IF.

           MOVE DETAIL-RECORD-COUNT TO TRL-RECORD-COUNT.
           MOVE ITERS-HASH-ACCUM    TO TRL-ITERS-HASH.
           MOVE BYTES-HASH-ACCUM    TO TRL-BYTES-HASH.
           MOVE REVERSAL-RECORD-COUNT TO TRL-REVERSAL-COUNT.
           MOVE EXTRACT-TRAILER-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           PERFORM LOG-THIS-EXTRACT.

           DISPLAY "Extract " EXTRACT-SEQUENCE " complete - "
                   DETAIL-RECORD-COUNT " detail records, "
                   REVERSAL-RECORD-COUNT " reversals.".
           IF RUNS-VOIDED > 0
               DISPLAY "CPUEXTR - " RUNS-VOIDED
                       " voided runs not extracted"
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *>  A missing control file is simply the first-ever extract -
           END-IF.
           MOVE LAST-RUN-DATE   TO NEW-LAST-RUN-DATE.
           MOVE LAST-START-TIME TO NEW-LAST-START-TIME.
           MOVE LAST-RUN-DATE   TO SENT-RUN-DATE.
           MOVE LAST-START-TIME TO SENT-START-TIME.

           ACCEPT FULL-EXTRACT-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_EXTR_FULL".
      *>  One detail record per real run line newer than the control
      *>  position; everything else in the report file (BEST
      *>  summaries, BASEDEV exceptions, damaged lines, runs already
      *>  extracted, voided runs) is passed over.
      *>----------------------------------------------------------------
       EXTRACT-ONE-REPORT-LINE.
           READ CAPRPT-FILE
                               OR (CAPRPT-RUN-DATE = LAST-RUN-DATE
                                   AND CAPRPT-START-TIME
                                       > LAST-START-TIME))
                       PERFORM CHECK-RUN-VOIDED
                       IF RUN-IS-VOIDED
                           PERFORM SUPPRESS-VOIDED-RUN
                       ELSE
                           PERFORM BUILD-ONE-DETAIL-RECORD
                       END-IF
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  The void register is opened for update so each void can be
      *>  marked once it has been dealt with.  No register on the box
      *>  means nothing has been voided.
      *>----------------------------------------------------------------
       OPEN-VOID-REGISTER.
           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.
           MOVE "N" TO VOID-REGISTER-STATE.
           OPEN I-O VOID-FILE.
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

      *>  A voided run newer than anything the planners hold was never
      *>  sent - mark it suppressed so the reversal pass of a later
      *>  extract doesn't withdraw a run they never had.  (Under a
      *>  forced rebuild an older voided run is simply left out; its
      *>  reversal still goes out below if one is owed.)
       SUPPRESS-VOIDED-RUN.
           ADD 1 TO RUNS-VOIDED.
           IF VOID-EXTRACT-PENDING
                   AND (CAPRPT-RUN-DATE > SENT-RUN-DATE
                       OR (CAPRPT-RUN-DATE = SENT-RUN-DATE
                           AND CAPRPT-START-TIME > SENT-START-TIME))
               SET VOID-WAS-SUPPRESSED TO TRUE
               MOVE EXTRACT-SEQUENCE TO VOID-EXTRACT-SEQ
               REWRITE VOID-RECORD
           END-IF.

      *>----------------------------------------------------------------
      *>  One reversal per still-pending void of this box whose run
      *>  key is at or before the stored control position - a run an
      *>  earlier extract carried.  The register is reopened so the
      *>  walk starts from its first record after the random lookups
      *>  of the detail pass.
      *>----------------------------------------------------------------
       WRITE-REVERSAL-RECORDS.
           CLOSE VOID-FILE.
           OPEN I-O VOID-FILE.
           IF VOID-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen CPUVOID register "
                       "- status " VOID-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM REVERSE-ONE-VOIDED-RUN
                   UNTIL VOID-FILE-EOF.

       REVERSE-ONE-VOIDED-RUN.
           READ VOID-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF VOID-HOST-NAME = HOST-NAME-TEXT
                           AND VOID-EXTRACT-PENDING
                           AND (VOID-RUN-DATE < SENT-RUN-DATE
                               OR (VOID-RUN-DATE = SENT-RUN-DATE
                                   AND VOID-START-TIME
                                       NOT > SENT-START-TIME))
                       PERFORM WRITE-ONE-REVERSAL-RECORD
                   END-IF
           END-READ.

       WRITE-ONE-REVERSAL-RECORD.
           MOVE VOID-RUN-DATE   TO REV-RUN-DATE.
           MOVE VOID-START-TIME TO REV-START-TIME.
           MOVE VOID-ENTRY-DATE TO REV-VOID-DATE.
           MOVE EXTRACT-REVERSAL-RECORD TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO REVERSAL-RECORD-COUNT.
           SET VOID-WAS-REVERSED TO TRUE.
           MOVE EXTRACT-SEQUENCE TO VOID-EXTRACT-SEQ.
           REWRITE VOID-RECORD.

       BUILD-ONE-DETAIL-RECORD.
           MOVE CAPRPT-RUN-DATE          TO EXT-RUN-DATE.
           MOVE CAPRPT-START-TIME        TO EXT-START-TIME.
