      *>  per test plus a CERTIFIED/FAILED summary), a printed
      *>  certification report in CPUCERTR for the change ticket, and
      *>  a nonzero RETURN-CODE on failure so the commissioning job
      *>  stream stops instead of rolling a bad box into service.  A
      *>  CERTIFIED battery moves the host's CPUHOST inventory record
      *>  to IN-SERVICE, so the master says the box is commissioned
      *>  without anyone having to remember to update it.
      *>
      *>  Positional PARM - HHHHHHHH - the host/LPAR name being
      *>  certified; blank falls back to CPU_STRESS_HOSTNAME and then
               RECORD KEY PCAT-NAME
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT HOST-FILE ASSIGN TO "CPUHOST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY HOST-NAME
               FILE STATUS IS HOST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-LIST-FILE.
       FD  CATALOG-FILE.
       COPY "cpupcat.cpy".

       FD  HOST-FILE.
       COPY "cpuhost.cpy".

       WORKING-STORAGE SECTION.

       77 CERT-LIST-STATUS      PIC X(2) VALUE SPACES.
       77 AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
       77 BASELINE-FILE-STATUS  PIC X(2) VALUE SPACES.
       77 CATALOG-FILE-STATUS   PIC X(2) VALUE SPACES.
       77 HOST-FILE-STATUS      PIC X(2) VALUE SPACES.

      *>  Active-run interlock - the whole battery holds the CPULOCK
      *>  record, refreshed at each test start with that profile's
           PERFORM WRITE-BATTERY-SUMMARY.
           CLOSE CERT-REPORT-FILE.

           IF TEST-RESULT-TEXT = "CERTIFIED"
               PERFORM PLACE-HOST-IN-SERVICE
           END-IF.

           PERFORM RELEASE-RUN-INTERLOCK.

           IF TESTS-RUN = 0
                   MOVE "IOERROR"   TO AUDIT-OUTCOME-TEXT
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE "MEMERROR"  TO AUDIT-OUTCOME-TEXT
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE "CALCERROR" TO AUDIT-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "SHORT"     TO AUDIT-OUTCOME-TEXT
           END-EVALUATE.
               WHEN CPURUN-COMPLETED-MEMERR
                   MOVE "FAIL"    TO TEST-RESULT-TEXT
                   MOVE "MEMERR"  TO TEST-REASON-TEXT
               WHEN CPURUN-COMPLETED-CALCERR
                   MOVE "FAIL"    TO TEST-RESULT-TEXT
                   MOVE "CALCERR" TO TEST-REASON-TEXT
               WHEN NOT CPURUN-COMPLETED-OK
                   MOVE "FAIL"    TO TEST-RESULT-TEXT
                   MOVE "SHORT"   TO TEST-REASON-TEXT
           MOVE OVERALL-LINE TO CERT-PRINT-LINE.
           WRITE CERT-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  A certified box goes IN-SERVICE on the CPUHOST inventory.  A
      *>  host the master doesn't know is an inventory exception, not
      *>  a certification failure, and a RETIRED host stays retired -
      *>  bringing a box back is a deliberate CPUHOSTM change, not a
      *>  side effect of testing it.
      *>----------------------------------------------------------------
       PLACE-HOST-IN-SERVICE.
           OPEN I-O HOST-FILE.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Warning: CPUHOST host master not available - "
                       "status " HOST-FILE-STATUS " - host "
                       HOST-NAME-TEXT " not updated"
           ELSE
               MOVE HOST-NAME-TEXT TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       DISPLAY "Exception: certified host "
                               HOST-NAME-TEXT
                               " has no CPUHOST record"
                   NOT INVALID KEY
                       PERFORM APPLY-IN-SERVICE-STATUS
               END-READ
               CLOSE HOST-FILE
           END-IF.

       APPLY-IN-SERVICE-STATUS.
           EVALUATE TRUE
               WHEN HOST-IS-RETIRED
                   DISPLAY "Warning: host " HOST-NAME-TEXT
                           " is RETIRED in CPUHOST - status left "
                           "unchanged"
               WHEN HOST-IS-IN-SERVICE
                   CONTINUE
               WHEN OTHER
                   SET HOST-IS-IN-SERVICE TO TRUE
                   MOVE CERT-DATE-FIELD TO HOST-STATUS-DATE
                   IF HOST-COMMISSION-DATE = SPACES
                       MOVE CERT-DATE-FIELD TO HOST-COMMISSION-DATE
                   END-IF
                   REWRITE HOST-RECORD
                   DISPLAY "Host " HOST-NAME-TEXT
                           " now IN-SERVICE in CPUHOST"
           END-EVALUATE.

       OPEN-CERT-REPORT.
           OPEN OUTPUT CERT-REPORT-FILE.
           IF CERT-REPORT-STATUS NOT = "00"
           MOVE CPURUN-IO-BYTES-READ     TO CAPRPT-IO-BYTES-READ.
           MOVE CPURUN-IO-MISMATCHES     TO CAPRPT-IO-MISMATCHES.
           MOVE CPURUN-MEM-MISMATCHES    TO CAPRPT-MEM-MISMATCHES.
           MOVE CPURUN-CALC-ERRORS       TO CAPRPT-CALC-ERRORS.
           MOVE CPURUN-CALC-ERR-CORE     TO CAPRPT-CALC-ERR-CORE.
           MOVE CPURUN-CALC-ERR-SECOND   TO CAPRPT-CALC-ERR-SECOND.
           MOVE CPURUN-CALC-ERR-INTERVAL TO CAPRPT-CALC-ERR-INTERVAL.
           MOVE "CERT"                   TO CAPRPT-OUTCOME.
           WRITE CAPRPT-RECORD.
           CLOSE CAPRPT-FILE.
