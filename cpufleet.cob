      *>  whole master and prints, per profile (CORES/LOAD/MEM), every
      *>  host side by side with its latest and average
      *>  TOTAL-ITERATIONS and its rank by average - slowest box last.
      *>  Hosts are ranked only against peers of the same hardware
      *>  model from the CPUHOST host master - a small box coming last
      *>  behind a big one says nothing about either - and a host name
      *>  in the fleet master with no CPUHOST record is ranked with
      *>  the other unregistered boxes and listed as an exception.
      *>  A run voided in the CPUVOID register stays in the master (it
      *>  did happen) but is left out of the ranking.
      *>================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLEET-REPORT-STATUS.

           SELECT HOST-FILE ASSIGN TO "CPUHOST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY HOST-NAME
               FILE STATUS IS HOST-FILE-STATUS.

           SELECT VOID-FILE ASSIGN TO "CPUVOID"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY VOID-KEY
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPRPT-FILE.
       FD  FLEET-REPORT-FILE.
       01  FLEET-PRINT-LINE        PIC X(132).

       FD  HOST-FILE.
       COPY "cpuhost.cpy".

       FD  VOID-FILE.
       COPY "cpuvoid.cpy".

       WORKING-STORAGE SECTION.

       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 FLEET-MASTER-STATUS   PIC X(2) VALUE SPACES.
           88 FLEET-MASTER-EOF      VALUE "10".
       77 FLEET-REPORT-STATUS   PIC X(2) VALUE SPACES.
       77 HOST-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 VOID-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Voided-run screen for the ranking - no register on the box
      *>  means nothing has been voided.
       77 VOID-REGISTER-STATE   PIC X(1) VALUE "N".
           88 VOID-REGISTER-OPEN    VALUE "Y".
       77 RUN-VOID-STATE        PIC X(1) VALUE "N".
           88 RUN-IS-VOIDED         VALUE "Y".
       77 LINES-VOIDED          PIC 9(7) VALUE 0.

      *>  Hardware-model lookup for the ranking.  Without a CPUHOST
      *>  master on the box every host gets a blank model and the
      *>  whole fleet is ranked together the way it always was.
       77 HOST-MASTER-STATE     PIC X(1) VALUE "N".
           88 HOST-MASTER-OPEN      VALUE "Y".
       77 LOOKUP-HOST-MODEL     PIC X(12) VALUE SPACES.
       77 UNREGISTERED-MODEL    PIC X(12) VALUE "UNREGISTERED".
       77 UNREG-IDX             PIC 9(3) VALUE 0.
       77 UNREG-COUNT           PIC 9(3) VALUE 0.
       77 UNREG-FOUND           PIC X(1) VALUE "N".
           88 UNREG-WAS-FOUND       VALUE "Y".
       77 MAX-UNREG-SUPPORTED   PIC 9(3) VALUE 100.

       01  UNREGISTERED-HOST-TABLE.
           05  UNREG-HOST-ENTRY OCCURS 100 TIMES
                                  INDEXED BY UNREG-TAB-IDX.
               10  UNREG-TAB-HOST-NAME     PIC X(08).

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.

               10  RANK-CORES-STRESS       PIC 9(03).
               10  RANK-LOAD-PERCENT       PIC 9(03).
               10  RANK-MEM-STRESS-MB      PIC 9(05).
               10  RANK-HOST-MODEL         PIC X(12).
               10  RANK-HOST-NAME          PIC X(08).
               10  RANK-LAST-DATE          PIC X(08).
               10  RANK-LAST-ITERS         PIC 9(15).
           05  FILLER              PIC X(60) VALUE SPACES.

       01  GROUP-HEADING-LINE.
           05  FILLER              PIC X(06) VALUE "MODEL ".
           05  GRP-HOST-MODEL      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "PROFILE CORES ".
           05  GRP-CORES-STRESS    PIC 9(03).
           05  FILLER              PIC X(07) VALUE "  LOAD ".
           05  GRP-LOAD-PERCENT    PIC 9(03).
           05  FILLER              PIC X(09) VALUE "  MEM-MB ".
           05  GRP-MEM-STRESS-MB   PIC 9(05).
           05  FILLER              PIC X(71) VALUE SPACES.

       01  RANK-HEADING-LINE.
           05  FILLER              PIC X(48) VALUE
           05  DET-RUN-COUNT       PIC 9(05).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  UNREG-HEADING-LINE.
           05  FILLER              PIC X(40)
               VALUE "EXCEPTIONS - HOSTS NOT IN CPUHOST MASTER".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  UNREG-DETAIL-LINE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  UNR-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(121) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT REPORT-DATE-FIELD FROM DATE YYYYMMDD.
                   HOST-NAME-TEXT " - " LINES-INGESTED
                   " runs ingested, " LINES-ALREADY-IN
                   " already in master.".
           IF LINES-VOIDED > 0
               DISPLAY "CPUFLEET - " LINES-VOIDED
                       " voided runs left out of the ranking"
           END-IF.
           IF UNREG-COUNT > 0
               DISPLAY "Warning: " UNREG-COUNT " fleet hosts have no "
                       "CPUHOST record"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>----------------------------------------------------------------
      *>  Fold the whole fleet master into one entry per profile/host
      *>  pair.  The master is append-only, so the last line folded in
      *>  for a pair is that host's latest run - the same most-recent
      *>  convention CPUBASEM relies on.  The pair carries the host's
      *>  hardware model so the print groups peers together.
      *>----------------------------------------------------------------
       LOAD-RANKING-TABLE.
           MOVE 0 TO RANK-COUNT.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO HOST-MASTER-STATE.
           OPEN INPUT HOST-FILE.
           IF HOST-FILE-STATUS = "00"
               SET HOST-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: no CPUHOST host master - fleet "
                       "ranked without model grouping"
           END-IF.
           MOVE "N" TO VOID-REGISTER-STATE.
           OPEN INPUT VOID-FILE.
           IF VOID-FILE-STATUS = "00"
               SET VOID-REGISTER-OPEN TO TRUE
           END-IF.
           PERFORM FOLD-ONE-MASTER-LINE UNTIL FLEET-MASTER-EOF.
           IF VOID-REGISTER-OPEN
               CLOSE VOID-FILE
           END-IF.
           IF HOST-MASTER-OPEN
               CLOSE HOST-FILE
           END-IF.
           CLOSE FLEET-MASTER-FILE.

       FOLD-ONE-MASTER-LINE.
                   IF FLEET-TOTAL-ITERATIONS IS NUMERIC
                           AND (FLEET-OUTCOME = "RUN"
                               OR FLEET-OUTCOME = "SWEEP")
                       PERFORM CHECK-RUN-VOIDED
                       IF RUN-IS-VOIDED
                           ADD 1 TO LINES-VOIDED
                       ELSE
                           PERFORM FOLD-LINE-INTO-RANKING
                       END-IF
                   END-IF
           END-READ.

       CHECK-RUN-VOIDED.
           MOVE "N" TO RUN-VOID-STATE.
           IF VOID-REGISTER-OPEN
               MOVE FLEET-HOST-NAME  TO VOID-HOST-NAME
               MOVE FLEET-RUN-DATE   TO VOID-RUN-DATE
               MOVE FLEET-START-TIME TO VOID-START-TIME
               READ VOID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RUN-IS-VOIDED TO TRUE
               END-READ
           END-IF.

       FOLD-LINE-INTO-RANKING.
           MOVE "N" TO RANK-FOUND.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               MOVE FLEET-MEM-STRESS-MB
                       TO RANK-MEM-STRESS-MB (RANK-IDX)
               MOVE FLEET-HOST-NAME TO RANK-HOST-NAME (RANK-IDX)
               PERFORM LOOK-UP-HOST-MODEL
               MOVE LOOKUP-HOST-MODEL TO RANK-HOST-MODEL (RANK-IDX)
               MOVE FLEET-RUN-DATE  TO RANK-LAST-DATE (RANK-IDX)
               MOVE FLEET-TOTAL-ITERATIONS
                       TO RANK-LAST-ITERS (RANK-IDX)
               MOVE "N" TO RANK-PRINTED (RANK-IDX)
           END-IF.

      *>  A host the master doesn't know is grouped under
      *>  UNREGISTERED and remembered once for the exception list.
       LOOK-UP-HOST-MODEL.
           MOVE SPACES TO LOOKUP-HOST-MODEL.
           IF HOST-MASTER-OPEN
               MOVE FLEET-HOST-NAME TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       MOVE UNREGISTERED-MODEL TO LOOKUP-HOST-MODEL
                       PERFORM REMEMBER-UNREGISTERED-HOST
                   NOT INVALID KEY
                       MOVE HOST-MODEL TO LOOKUP-HOST-MODEL
               END-READ
           END-IF.

       REMEMBER-UNREGISTERED-HOST.
           MOVE "N" TO UNREG-FOUND.
           PERFORM VARYING UNREG-IDX FROM 1 BY 1
                   UNTIL UNREG-IDX > UNREG-COUNT
                       OR UNREG-WAS-FOUND
               IF UNREG-TAB-HOST-NAME (UNREG-IDX) = FLEET-HOST-NAME
                   SET UNREG-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT UNREG-WAS-FOUND
                   AND UNREG-COUNT < MAX-UNREG-SUPPORTED
               ADD 1 TO UNREG-COUNT
               MOVE FLEET-HOST-NAME
                       TO UNREG-TAB-HOST-NAME (UNREG-COUNT)
           END-IF.

      *>----------------------------------------------------------------
      *>  One block per model and profile, hosts ranked best-average-
      *>  first.  The averages are computed once up front; the print
      *>  loop then pulls unprinted entries of the block's profile in
      *>  descending average order.
      *>----------------------------------------------------------------
       WRITE-FLEET-REPORT.
           OPEN OUTPUT FLEET-REPORT-FILE.
               WRITE FLEET-PRINT-LINE
           END-IF.

           IF UNREG-COUNT > 0
               MOVE SPACES TO FLEET-PRINT-LINE
               WRITE FLEET-PRINT-LINE
               MOVE UNREG-HEADING-LINE TO FLEET-PRINT-LINE
               WRITE FLEET-PRINT-LINE
               PERFORM VARYING UNREG-IDX FROM 1 BY 1
                       UNTIL UNREG-IDX > UNREG-COUNT
                   MOVE UNREG-TAB-HOST-NAME (UNREG-IDX)
                           TO UNR-HOST-NAME
                   MOVE UNREG-DETAIL-LINE TO FLEET-PRINT-LINE
                   WRITE FLEET-PRINT-LINE
               END-PERFORM
           END-IF.

           CLOSE FLEET-REPORT-FILE.

       COMPUTE-ENTRY-AVERAGE.
           MOVE SPACES TO FLEET-PRINT-LINE.
           WRITE FLEET-PRINT-LINE.

           MOVE RANK-HOST-MODEL (GROUP-ANCHOR-IDX)
                   TO GRP-HOST-MODEL.
           MOVE RANK-CORES-STRESS (GROUP-ANCHOR-IDX)
                   TO GRP-CORES-STRESS.
           MOVE RANK-LOAD-PERCENT (GROUP-ANCHOR-IDX)
           PERFORM VARYING PICK-IDX FROM 1 BY 1
                   UNTIL PICK-IDX > RANK-COUNT
               IF NOT RANK-WAS-PRINTED (PICK-IDX)
                       AND RANK-HOST-MODEL (PICK-IDX)
                           = RANK-HOST-MODEL (GROUP-ANCHOR-IDX)
                       AND RANK-CORES-STRESS (PICK-IDX)
                           = RANK-CORES-STRESS (GROUP-ANCHOR-IDX)
                       AND RANK-LOAD-PERCENT (PICK-IDX)
