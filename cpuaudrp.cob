       77 TOTAL-BLACKOUT        PIC 9(7) VALUE 0.
       77 TOTAL-IOERR           PIC 9(7) VALUE 0.
       77 TOTAL-MEMERR          PIC 9(7) VALUE 0.
       77 TOTAL-CALCERR         PIC 9(7) VALUE 0.
      *>  Catch-all for interlock records (LOCKED / LOCKTAKE) and any
      *>  outcome a later change introduces - printed, so every line
      *>  and the totals always reconcile with RECORDS IN PERIOD.
               10  USER-TAB-BLACKOUT       PIC 9(07).
               10  USER-TAB-IOERR          PIC 9(07).
               10  USER-TAB-MEMERR         PIC 9(07).
               10  USER-TAB-CALCERR        PIC 9(07).
               10  USER-TAB-OTHER          PIC 9(07).

       01  JOB-TABLE.
               10  JOB-TAB-BLACKOUT        PIC 9(07).
               10  JOB-TAB-IOERR           PIC 9(07).
               10  JOB-TAB-MEMERR          PIC 9(07).
               10  JOB-TAB-CALCERR         PIC 9(07).
               10  JOB-TAB-OTHER           PIC 9(07).

      *>  Positional PARM layout - FFFFFFFFTTTTTTTT - from-date(8)
           05  FILLER              PIC X(43)
               VALUE "BY USER ID      RUNS  CMPLT  SHORT  REJCT  ".
           05  FILLER              PIC X(05) VALUE "BLKOT".
           05  FILLER              PIC X(28)
               VALUE "  IOERR  MEMER  CALCE  OTHER".
           05  FILLER              PIC X(04) VALUE SPACES.

       01  SECTION-JOB-LINE.
           05  FILLER              PIC X(43)
               VALUE "BY JOB NAME     RUNS  CMPLT  SHORT  REJCT  ".
           05  FILLER              PIC X(05) VALUE "BLKOT".
           05  FILLER              PIC X(28)
               VALUE "  IOERR  MEMER  CALCE  OTHER".
           05  FILLER              PIC X(04) VALUE SPACES.

       01  GROUP-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-GROUP-MEMERR    PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-GROUP-CALCERR   PIC 9(05).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-GROUP-OTHER     PIC 9(05).
           05  FILLER              PIC X(04) VALUE SPACES.

       01  OUTCOME-TOTALS-LINE.
           05  FILLER              PIC X(10) VALUE "TOTALS    ".
           05  TOT-IOERR           PIC 9(07).
           05  FILLER              PIC X(07) VALUE " MEMER ".
           05  TOT-MEMERR          PIC 9(07).
           05  FILLER              PIC X(07) VALUE " CALCE ".
           05  TOT-CALCERR         PIC 9(07).
           05  FILLER              PIC X(07) VALUE " OTHER ".
           05  TOT-OTHER           PIC 9(07).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  REJECT-HEADING-LINE.
           05  FILLER              PIC X(44)
                   ADD 1 TO TOTAL-IOERR
               WHEN "MEMERROR"
                   ADD 1 TO TOTAL-MEMERR
               WHEN "CALCERROR"
                   ADD 1 TO TOTAL-CALCERR
               WHEN OTHER
                   ADD 1 TO TOTAL-OTHER
           END-EVALUATE.
                             USER-TAB-BLACKOUT (GROUP-IDX)
                             USER-TAB-IOERR (GROUP-IDX)
                             USER-TAB-MEMERR (GROUP-IDX)
                             USER-TAB-CALCERR (GROUP-IDX)
                             USER-TAB-OTHER (GROUP-IDX)
                   PERFORM BUMP-USER-ENTRY
               END-IF
                   ADD 1 TO USER-TAB-IOERR (GROUP-IDX)
               WHEN "MEMERROR"
                   ADD 1 TO USER-TAB-MEMERR (GROUP-IDX)
               WHEN "CALCERROR"
                   ADD 1 TO USER-TAB-CALCERR (GROUP-IDX)
               WHEN OTHER
                   ADD 1 TO USER-TAB-OTHER (GROUP-IDX)
           END-EVALUATE.
                             JOB-TAB-BLACKOUT (GROUP-IDX)
                             JOB-TAB-IOERR (GROUP-IDX)
                             JOB-TAB-MEMERR (GROUP-IDX)
                             JOB-TAB-CALCERR (GROUP-IDX)
                             JOB-TAB-OTHER (GROUP-IDX)
                   PERFORM BUMP-JOB-ENTRY
               END-IF
                   ADD 1 TO JOB-TAB-IOERR (GROUP-IDX)
               WHEN "MEMERROR"
                   ADD 1 TO JOB-TAB-MEMERR (GROUP-IDX)
               WHEN "CALCERROR"
                   ADD 1 TO JOB-TAB-CALCERR (GROUP-IDX)
               WHEN OTHER
                   ADD 1 TO JOB-TAB-OTHER (GROUP-IDX)
           END-EVALUATE.
                       TO DET-GROUP-IOERR
               MOVE USER-TAB-MEMERR (GROUP-IDX)
                       TO DET-GROUP-MEMERR
               MOVE USER-TAB-CALCERR (GROUP-IDX)
                       TO DET-GROUP-CALCERR
               MOVE USER-TAB-OTHER (GROUP-IDX)
                       TO DET-GROUP-OTHER
               MOVE GROUP-DETAIL-LINE TO AUDIT-PRINT-LINE
                       TO DET-GROUP-IOERR
               MOVE JOB-TAB-MEMERR (GROUP-IDX)
                       TO DET-GROUP-MEMERR
               MOVE JOB-TAB-CALCERR (GROUP-IDX)
                       TO DET-GROUP-CALCERR
               MOVE JOB-TAB-OTHER (GROUP-IDX)
                       TO DET-GROUP-OTHER
               MOVE GROUP-DETAIL-LINE TO AUDIT-PRINT-LINE
           MOVE TOTAL-BLACKOUT  TO TOT-BLACKOUT.
           MOVE TOTAL-IOERR     TO TOT-IOERR.
           MOVE TOTAL-MEMERR    TO TOT-MEMERR.
           MOVE TOTAL-CALCERR   TO TOT-CALCERR.
           MOVE TOTAL-OTHER     TO TOT-OTHER.
           MOVE OUTCOME-TOTALS-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE.
