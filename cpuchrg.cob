       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUCHRG.

      *>================================================================
      *>  CPUCHRG is the monthly stress-test chargeback.  Stress runs
      *>  take real capacity away from a shared LPAR, and the teams
      *>  that submit them are billed for it: for one calendar month
      *>  it reads the CPUAUDIT trail and prices every run that
      *>  actually loaded the box (COMPLETED, SHORT, IOERROR,
      *>  MEMERROR, CALCERROR - a rejected, blacked-out or
      *>  interlocked run never reached CPURUN and consumed nothing)
      *>  in core-seconds: TIME-STRESS times CORES-STRESS.  A SHORT
      *>  run is prorated to the wall time it actually ran, taken
      *>  from the start and end stamps on its CAPRPT run line; one
      *>  whose CAPRPT line cannot be found is charged its full
      *>  TIME-STRESS.
      *>
      *>  Usage is totalled per user id and per job name, and billed
      *>  to a cost center through the CPUCCTR table - the job name's
      *>  line first, the user id's line otherwise.  The price per
      *>  core-hour comes from the CPURATE table, keyed by this box's
      *>  host class (the HOST-MODEL its CPUHOST record carries; the
      *>  DEFAULT line for an unregistered box or an unpriced model).
      *>
      *>  Outputs:
      *>    CPUCHGRP - the printed chargeback statement, one section
      *>               per cost center, then the UNASSIGNED exception
      *>               page for usage no CPUCCTR line maps, the usage
      *>               totals by user id and by job name, and control
      *>               totals.  Unassigned usage is priced on the page
      *>               but never billed.
      *>    CPUGLFD  - the fixed-format billing feed for the GL
      *>               interface: a header, one detail record per
      *>               cost center billed, and a trailer carrying the
      *>               record count and amount total.
      *>
      *>  Positional PARM - MMMMMM - the billing month (YYYYMM); a
      *>  blank PARM bills the previous calendar month, which is the
      *>  month-end job's normal case.  RC 4 when any usage was left
      *>  unassigned, so the cost-center table gets fixed before the
      *>  next cycle.  RC 8 when usage lines overflowed the usage
      *>  table: the dropped runs and core-seconds are printed in the
      *>  control totals, and the GL feed is short by that much and
      *>  must not be released.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CPUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAPRPT-FILE-STATUS.

           SELECT COST-CENTER-FILE ASSIGN TO "CPUCCTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COST-CENTER-STATUS.

           SELECT RATE-FILE ASSIGN TO "CPURATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT HOST-FILE ASSIGN TO "CPUHOST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY HOST-NAME
               FILE STATUS IS HOST-FILE-STATUS.

           SELECT CHARGE-REPORT-FILE ASSIGN TO "CPUCHGRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHARGE-REPORT-STATUS.

           SELECT BILLING-FEED-FILE ASSIGN TO "CPUGLFD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BILLING-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "cpuaudit.cpy".

       FD  CAPRPT-FILE.
       COPY "cpurept.cpy".

       FD  COST-CENTER-FILE.
       COPY "cpucctr.cpy".

       FD  RATE-FILE.
       COPY "cpurate.cpy".

       FD  HOST-FILE.
       COPY "cpuhost.cpy".

       FD  CHARGE-REPORT-FILE.
       01  CHARGE-PRINT-LINE       PIC X(132).

       FD  BILLING-FEED-FILE.
       01  BILLING-FEED-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       77 AUDIT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 AUDIT-FILE-EOF        VALUE "10".
       77 CAPRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           88 CAPRPT-FILE-EOF       VALUE "10".
       77 COST-CENTER-STATUS    PIC X(2) VALUE SPACES.
           88 COST-CENTER-EOF       VALUE "10".
       77 RATE-FILE-STATUS      PIC X(2) VALUE SPACES.
           88 RATE-FILE-EOF         VALUE "10".
       77 HOST-FILE-STATUS      PIC X(2) VALUE SPACES.
       77 CHARGE-REPORT-STATUS  PIC X(2) VALUE SPACES.
       77 BILLING-FEED-STATUS   PIC X(2) VALUE SPACES.

       77 REPORT-DATE-FIELD     PIC X(8) VALUE SPACES.

      *>  The billing month, YYYYMM, with a numeric view for stepping
      *>  back from the current month.
       01  BILLING-MONTH-AREA.
           05  BILLING-MONTH-FIELD      PIC X(06).
       01  BILLING-MONTH-PARTS REDEFINES BILLING-MONTH-AREA.
           05  BILLING-YEAR             PIC 9(04).
           05  BILLING-MONTH-NUMBER     PIC 9(02).

      *>  This box's identity and the class it is priced as.
       77 HOST-NAME-TEXT        PIC X(8) VALUE SPACES.
       77 HOST-NAME-DEFAULT     PIC X(8) VALUE "UNKNOWN".
       77 HOST-CLASS-TEXT       PIC X(12) VALUE SPACES.
       77 DEFAULT-HOST-CLASS    PIC X(12) VALUE "DEFAULT".
       77 RATE-CLASS-USED       PIC X(12) VALUE SPACES.

       77 CLASS-RATE-FOUND      PIC X(1) VALUE "N".
           88 CLASS-RATE-WAS-FOUND  VALUE "Y".
       77 DEFAULT-RATE-FOUND    PIC X(1) VALUE "N".
           88 DEFAULT-RATE-WAS-FOUND VALUE "Y".
       77 CLASS-RATE            PIC 9(5)V9(4) VALUE 0.
       77 DEFAULT-RATE          PIC 9(5)V9(4) VALUE 0.
       77 RATE-APPLIED          PIC 9(5)V9(4) VALUE 0.

      *>  Per-record work fields.
       77 RUN-CORE-SECONDS      PIC 9(13) VALUE 0.
       77 RUN-CHARGED-SECONDS   PIC 9(6) VALUE 0.
       77 RUN-WAS-SHORT         PIC X(1) VALUE "N".
           88 RUN-IS-SHORT          VALUE "Y".
       77 RUN-COST-CENTER       PIC X(10) VALUE SPACES.
       77 RUN-CCTR-DESCRIPTION  PIC X(30) VALUE SPACES.

       77 TOD-HOURS             PIC 9(2) VALUE 0.
       77 TOD-MINUTES           PIC 9(2) VALUE 0.
       77 TOD-SECONDS           PIC 9(2) VALUE 0.
       77 TOD-HUNDREDTHS        PIC 9(2) VALUE 0.
       77 TOD-TOTAL-HSEC        PIC 9(7) VALUE 0.
       77 TIME-WORK-FIELD       PIC X(8) VALUE SPACES.
       77 START-HSEC            PIC 9(7) VALUE 0.
       77 END-HSEC              PIC 9(7) VALUE 0.
       77 ELAPSED-HSEC          PIC S9(8) VALUE 0.
       77 ELAPSED-WHOLE-SECS    PIC 9(6) VALUE 0.

      *>  Control totals.
       77 AUDIT-RECORDS-IN-MONTH PIC 9(7) VALUE 0.
       77 RUNS-CHARGED          PIC 9(7) VALUE 0.
       77 RUNS-NOT-CHARGEABLE   PIC 9(7) VALUE 0.
       77 RUNS-DAMAGED          PIC 9(7) VALUE 0.
       77 SHORT-RUNS-PRORATED   PIC 9(7) VALUE 0.
       77 SHORT-RUNS-UNMATCHED  PIC 9(7) VALUE 0.
       77 CORE-SECONDS-TOTAL    PIC 9(15) VALUE 0.
       77 BILLED-CORE-SECONDS   PIC 9(15) VALUE 0.
       77 BILLED-AMOUNT-TOTAL   PIC 9(13)V99 VALUE 0.
       77 UNASSIGNED-CORE-SECONDS PIC 9(15) VALUE 0.
       77 UNASSIGNED-AMOUNT     PIC 9(13)V99 VALUE 0.
       77 UNASSIGNED-RUNS       PIC 9(7) VALUE 0.
       77 UNASSIGNED-SHORT      PIC 9(7) VALUE 0.
       77 DROPPED-CORE-SECONDS  PIC 9(15) VALUE 0.
       77 GL-DETAIL-COUNT       PIC 9(9) VALUE 0.

      *>  Section totals while a statement or page is printed.
       77 SECTION-RUNS          PIC 9(7) VALUE 0.
       77 SECTION-SHORT         PIC 9(7) VALUE 0.
       77 SECTION-CORE-SECONDS  PIC 9(13) VALUE 0.
       77 SECTION-CHARGE        PIC 9(11)V99 VALUE 0.

      *>  The CPUCCTR mapping lines, loaded once.
       77 CCTR-IDX              PIC 9(3) VALUE 0.
       77 CCTR-COUNT            PIC 9(3) VALUE 0.
       77 CCTR-FOUND            PIC X(1) VALUE "N".
           88 CCTR-WAS-FOUND        VALUE "Y".
       77 MAX-CCTRS-SUPPORTED   PIC 9(3) VALUE 500.
       77 CCTRS-DROPPED         PIC 9(5) VALUE 0.

       01  CCTR-MAP-TABLE.
           05  CCTR-ENTRY OCCURS 500 TIMES
                            INDEXED BY CCTR-TAB-IDX.
               10  CCTR-TAB-TYPE           PIC X(01).
               10  CCTR-TAB-NAME           PIC X(08).
               10  CCTR-TAB-COST-CENTER    PIC X(10).
               10  CCTR-TAB-DESCRIPTION    PIC X(30).

      *>  The month's SHORT runs, gathered on a first pass so one
      *>  CAPRPT pass can find the wall time each actually ran.
       77 SHORT-IDX             PIC 9(3) VALUE 0.
       77 SHORT-COUNT           PIC 9(3) VALUE 0.
       77 SHORT-FOUND           PIC X(1) VALUE "N".
           88 SHORT-WAS-FOUND       VALUE "Y".
       77 MAX-SHORTS-SUPPORTED  PIC 9(3) VALUE 500.
       77 SHORTS-DROPPED        PIC 9(5) VALUE 0.

       01  SHORT-RUN-TABLE.
           05  SHORT-ENTRY OCCURS 500 TIMES
                             INDEXED BY SHORT-TAB-IDX.
               10  SHORT-TAB-RUN-DATE      PIC X(08).
               10  SHORT-TAB-START-TIME    PIC X(08).
               10  SHORT-TAB-ELAPSED       PIC 9(06).
               10  SHORT-TAB-MATCHED       PIC X(01).

      *>  Usage per cost center, user id and job name - the lines of
      *>  the statements and of the unassigned page (cost center
      *>  blank).  Charges are priced per line so each statement adds
      *>  up to exactly the amount on its GL record.
       77 USAGE-IDX             PIC 9(4) VALUE 0.
       77 USAGE-COUNT           PIC 9(4) VALUE 0.
       77 USAGE-FOUND           PIC X(1) VALUE "N".
           88 USAGE-WAS-FOUND       VALUE "Y".
       77 MAX-USAGES-SUPPORTED  PIC 9(4) VALUE 5000.
       77 USAGES-DROPPED        PIC 9(7) VALUE 0.

       01  USAGE-TABLE.
           05  USAGE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY USAGE-TAB-IDX.
               10  USAGE-TAB-COST-CENTER   PIC X(10).
               10  USAGE-TAB-USER-ID       PIC X(08).
               10  USAGE-TAB-JOB-NAME      PIC X(08).
               10  USAGE-TAB-RUNS          PIC 9(07).
               10  USAGE-TAB-SHORT         PIC 9(07).
               10  USAGE-TAB-CORE-SECONDS  PIC 9(13).
               10  USAGE-TAB-CHARGE        PIC 9(11)V99.

      *>  The cost centers billed this month, in first-billed order.
       77 CENTER-IDX            PIC 9(3) VALUE 0.
       77 CENTER-COUNT          PIC 9(3) VALUE 0.
       77 CENTER-FOUND          PIC X(1) VALUE "N".
           88 CENTER-WAS-FOUND      VALUE "Y".
       77 MAX-CENTERS-SUPPORTED PIC 9(3) VALUE 100.
       77 CENTERS-DROPPED       PIC 9(5) VALUE 0.

       01  CENTER-TABLE.
           05  CENTER-ENTRY OCCURS 100 TIMES
                              INDEXED BY CENTER-TAB-IDX.
               10  CENTER-TAB-COST-CENTER  PIC X(10).
               10  CENTER-TAB-DESCRIPTION  PIC X(30).

      *>  Usage totals per user id and per job name across all cost
      *>  centers.
       77 GROUP-IDX             PIC 9(3) VALUE 0.
       77 USER-COUNT            PIC 9(3) VALUE 0.
       77 JOB-COUNT             PIC 9(3) VALUE 0.
       77 GROUP-FOUND           PIC X(1) VALUE "N".
           88 GROUP-WAS-FOUND       VALUE "Y".
       77 MAX-GROUPS-SUPPORTED  PIC 9(3) VALUE 100.
       77 GROUPS-DROPPED        PIC 9(5) VALUE 0.

       01  USER-TABLE.
           05  USER-ENTRY OCCURS 100 TIMES
                            INDEXED BY USER-TAB-IDX.
               10  USER-TAB-ID             PIC X(08).
               10  USER-TAB-RUNS           PIC 9(07).
               10  USER-TAB-SHORT          PIC 9(07).
               10  USER-TAB-CORE-SECONDS   PIC 9(13).

       01  JOB-TABLE.
           05  JOB-ENTRY OCCURS 100 TIMES
                           INDEXED BY JOB-TAB-IDX.
               10  JOB-TAB-NAME            PIC X(08).
               10  JOB-TAB-RUNS            PIC 9(07).
               10  JOB-TAB-SHORT           PIC 9(07).
               10  JOB-TAB-CORE-SECONDS    PIC 9(13).

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(06).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-BILLING-MONTH    PIC X(06).

       77 PARM-COMMAND-LINE     PIC X(6) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(38)
               VALUE "CPU-STRESS CHARGEBACK STATEMENT DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(17)
               VALUE "  BILLING MONTH  ".
           05  HDG-BILLING-MONTH   PIC X(06).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(08) VALUE "HOST    ".
           05  HDG-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(09) VALUE "  CLASS  ".
           05  HDG-RATE-CLASS      PIC X(12).
           05  FILLER              PIC X(22)
               VALUE "  RATE PER CORE-HOUR  ".
           05  HDG-RATE            PIC ZZZZ9.9999.
           05  FILLER              PIC X(63) VALUE SPACES.

       01  STATEMENT-HEADING-LINE.
           05  FILLER              PIC X(35)
               VALUE "CHARGEBACK STATEMENT  COST CENTER  ".
           05  STMT-COST-CENTER    PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STMT-DESCRIPTION    PIC X(30).
           05  FILLER              PIC X(55) VALUE SPACES.

       01  UNASSIGNED-HEADING-LINE.
           05  FILLER              PIC X(44)
               VALUE "UNASSIGNED USAGE - NO CPUCCTR LINE MAPS THE ".
           05  FILLER              PIC X(44)
               VALUE "JOB NAME OR USER ID - PRICED BUT NOT BILLED ".
           05  FILLER              PIC X(44) VALUE SPACES.

       01  USAGE-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "USER ID ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "JOB NAME".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "   RUNS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "  SHORT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE " CORE-SECONDS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "   CORE-HOURS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "        CHARGE".
           05  FILLER              PIC X(48) VALUE SPACES.

       01  USAGE-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-USER-ID         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-JOB-NAME        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-RUNS            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-SHORT           PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-CORE-SECONDS    PIC Z(12)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-CORE-HOURS      PIC Z(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  USE-CHARGE          PIC Z(10)9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  SECTION-TOTAL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-LABEL           PIC X(20).
           05  SEC-RUNS            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-SHORT           PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-CORE-SECONDS    PIC Z(12)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-CORE-HOURS      PIC Z(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SEC-CHARGE          PIC Z(10)9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  GROUP-SECTION-LINE.
           05  FILLER              PIC X(09) VALUE "USAGE BY ".
           05  GRP-SECTION-NAME    PIC X(08).
           05  FILLER              PIC X(115) VALUE SPACES.

       01  GROUP-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRPCOL-NAME-LABEL   PIC X(08).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "   RUNS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "  SHORT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE " CORE-SECONDS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "   CORE-HOURS".
           05  FILLER              PIC X(64) VALUE SPACES.

       01  GROUP-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRP-NAME            PIC X(08).
           05  FILLER              PIC X(12) VALUE SPACES.
           05  GRP-RUNS            PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRP-SHORT           PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRP-CORE-SECONDS    PIC Z(12)9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  GRP-CORE-HOURS      PIC Z(9)9.99.
           05  FILLER              PIC X(64) VALUE SPACES.

       01  TOTALS-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE "CONTROL TOTALS".
           05  FILLER              PIC X(118) VALUE SPACES.

       01  TOTALS-COUNT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-COUNT-LABEL     PIC X(40).
           05  TOT-COUNT           PIC Z(14)9.
           05  FILLER              PIC X(75) VALUE SPACES.

       01  TOTALS-AMOUNT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-AMOUNT-LABEL    PIC X(40).
           05  TOT-AMOUNT          PIC Z(12)9.99.
           05  FILLER              PIC X(74) VALUE SPACES.

      *>  GL billing feed - fixed columns, no delimiters, the layout
      *>  the GL interface loads.  Amounts and the rate carry implied
      *>  decimals (two and four places).
       01  GL-HEADER-RECORD.
           05  FILLER              PIC X(01) VALUE "H".
           05  FILLER              PIC X(08) VALUE "CPUCHRG ".
           05  GLH-BILLING-MONTH   PIC X(06).
           05  GLH-CREATED-DATE    PIC X(08).
           05  GLH-HOST-NAME       PIC X(08).
           05  GLH-HOST-CLASS      PIC X(12).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  GL-DETAIL-RECORD.
           05  FILLER              PIC X(01) VALUE "D".
           05  GLD-BILLING-MONTH   PIC X(06).
           05  GLD-COST-CENTER     PIC X(10).
           05  GLD-HOST-NAME       PIC X(08).
           05  GLD-HOST-CLASS      PIC X(12).
           05  GLD-RUN-COUNT       PIC 9(07).
           05  GLD-CORE-SECONDS    PIC 9(13).
           05  GLD-RATE            PIC 9(05)V9(04).
           05  GLD-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  GL-TRAILER-RECORD.
           05  FILLER              PIC X(01) VALUE "T".
           05  GLT-BILLING-MONTH   PIC X(06).
           05  GLT-RECORD-COUNT    PIC 9(09).
           05  GLT-CORE-SECONDS    PIC 9(15).
           05  GLT-AMOUNT-TOTAL    PIC 9(13)V99.
           05  FILLER              PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT REPORT-DATE-FIELD FROM DATE YYYYMMDD.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           IF PARM-COMMAND-LINE NOT = SPACES
               MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT
               MOVE PARM-IN-BILLING-MONTH TO BILLING-MONTH-FIELD
           ELSE
               PERFORM DEFAULT-TO-PREVIOUS-MONTH
           END-IF.
           IF BILLING-MONTH-FIELD IS NOT NUMERIC
                   OR BILLING-MONTH-NUMBER < 1
                   OR BILLING-MONTH-NUMBER > 12
               DISPLAY "Error: billing month must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT HOST-NAME-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_HOSTNAME".
           IF HOST-NAME-TEXT = SPACES
               MOVE HOST-NAME-DEFAULT TO HOST-NAME-TEXT
           END-IF.
           PERFORM FIND-HOST-CLASS.
           PERFORM FIND-CLASS-RATE.
           PERFORM LOAD-COST-CENTER-TABLE.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUAUDIT trail file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>  Three passes: the month's SHORT runs are gathered first so a
      *>  single CAPRPT pass can find the wall time each ran, then the
      *>  trail is read again and every chargeable run priced.
           PERFORM GATHER-ONE-SHORT-RUN UNTIL AUDIT-FILE-EOF.
           CLOSE AUDIT-FILE.
           IF SHORT-COUNT > 0
               PERFORM FIND-SHORT-RUN-ELAPSED
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen CPUAUDIT trail file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHARGE-ONE-AUDIT-RECORD UNTIL AUDIT-FILE-EOF.
           CLOSE AUDIT-FILE.

           PERFORM PRICE-USAGE-LINES.

           OPEN OUTPUT CHARGE-REPORT-FILE.
           IF CHARGE-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUCHGRP report file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BILLING-FEED-FILE.
           IF BILLING-FEED-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUGLFD billing feed"
               CLOSE CHARGE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM WRITE-BILLING-FEED-HEADER.
           PERFORM VARYING CENTER-IDX FROM 1 BY 1
                   UNTIL CENTER-IDX > CENTER-COUNT
               PERFORM WRITE-COST-CENTER-STATEMENT
           END-PERFORM.
           PERFORM WRITE-UNASSIGNED-PAGE.
           PERFORM WRITE-GROUP-SECTIONS.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-BILLING-FEED-TRAILER.

           CLOSE BILLING-FEED-FILE.
           CLOSE CHARGE-REPORT-FILE.

           DISPLAY "Chargeback for " BILLING-MONTH-FIELD
                   " complete - " RUNS-CHARGED " runs, "
                   GL-DETAIL-COUNT " cost centers billed.".
           IF USAGES-DROPPED > 0
               DISPLAY "Error: " USAGES-DROPPED
                       " runs dropped from the usage table - the "
                       "GL feed is incomplete"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF UNASSIGNED-RUNS > 0
                   DISPLAY "Warning: " UNASSIGNED-RUNS
                           " runs not mapped to a cost center - see "
                           "the unassigned page"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       DEFAULT-TO-PREVIOUS-MONTH.
           MOVE REPORT-DATE-FIELD (1:6) TO BILLING-MONTH-FIELD.
           IF BILLING-MONTH-NUMBER = 1
               SUBTRACT 1 FROM BILLING-YEAR
               MOVE 12 TO BILLING-MONTH-NUMBER
           ELSE
               SUBTRACT 1 FROM BILLING-MONTH-NUMBER
           END-IF.

      *>----------------------------------------------------------------
      *>  The box's host class is the model its CPUHOST record names.
      *>  No master, no record or a blank model prices it as DEFAULT.
      *>----------------------------------------------------------------
       FIND-HOST-CLASS.
           MOVE DEFAULT-HOST-CLASS TO HOST-CLASS-TEXT.
           OPEN INPUT HOST-FILE.
           IF HOST-FILE-STATUS NOT = "00"
               DISPLAY "Warning: no CPUHOST host master - DEFAULT "
                       "host class used"
           ELSE
               MOVE HOST-NAME-TEXT TO HOST-NAME
               READ HOST-FILE
                   INVALID KEY
                       DISPLAY "Warning: host " HOST-NAME-TEXT
                               " has no CPUHOST record - DEFAULT "
                               "host class used"
                   NOT INVALID KEY
                       IF HOST-MODEL NOT = SPACES
                           MOVE HOST-MODEL TO HOST-CLASS-TEXT
                       END-IF
               END-READ
               CLOSE HOST-FILE
           END-IF.

      *>  The class's own CPURATE line, else the DEFAULT line.  No
      *>  price at all is an error - billing zero would pass silently
      *>  through the GL.
       FIND-CLASS-RATE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPURATE rate table"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-ONE-RATE-LINE UNTIL RATE-FILE-EOF.
           CLOSE RATE-FILE.

           IF CLASS-RATE-WAS-FOUND
               MOVE CLASS-RATE TO RATE-APPLIED
               MOVE HOST-CLASS-TEXT TO RATE-CLASS-USED
           ELSE
               IF DEFAULT-RATE-WAS-FOUND
                   DISPLAY "Warning: no CPURATE line for host class "
                           HOST-CLASS-TEXT " - DEFAULT rate used"
                   MOVE DEFAULT-RATE TO RATE-APPLIED
                   MOVE DEFAULT-HOST-CLASS TO RATE-CLASS-USED
               ELSE
                   DISPLAY "Error: no CPURATE line for host class "
                           HOST-CLASS-TEXT " and no DEFAULT line"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SCAN-ONE-RATE-LINE.
           READ RATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RATE-PER-CORE-HOUR IS NUMERIC
                       IF RATE-HOST-CLASS = HOST-CLASS-TEXT
                               AND NOT CLASS-RATE-WAS-FOUND
                           SET CLASS-RATE-WAS-FOUND TO TRUE
                           MOVE RATE-PER-CORE-HOUR TO CLASS-RATE
                       END-IF
                       IF RATE-HOST-CLASS = DEFAULT-HOST-CLASS
                               AND NOT DEFAULT-RATE-WAS-FOUND
                           SET DEFAULT-RATE-WAS-FOUND TO TRUE
                           MOVE RATE-PER-CORE-HOUR TO DEFAULT-RATE
                       END-IF
                   ELSE
                       DISPLAY "Warning: CPURATE line for class "
                               RATE-HOST-CLASS
                               " has a non-numeric rate - ignored"
                   END-IF
           END-READ.

      *>----------------------------------------------------------------
      *>  The CPUCCTR mapping lines.  No table at all is allowed -
      *>  everything lands on the unassigned page, which is exactly
      *>  what should prompt someone to build one.
      *>----------------------------------------------------------------
       LOAD-COST-CENTER-TABLE.
           MOVE 0 TO CCTR-COUNT.
           OPEN INPUT COST-CENTER-FILE.
           IF COST-CENTER-STATUS = "00"
               PERFORM LOAD-ONE-COST-CENTER-LINE
                       UNTIL COST-CENTER-EOF
               CLOSE COST-CENTER-FILE
           ELSE
               DISPLAY "Warning: no CPUCCTR cost-center table - all "
                       "usage is unassigned"
           END-IF.

       LOAD-ONE-COST-CENTER-LINE.
           READ COST-CENTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF (CCTR-MAPS-JOB OR CCTR-MAPS-USER)
                           AND CCTR-MATCH-NAME NOT = SPACES
                           AND CCTR-COST-CENTER NOT = SPACES
                       PERFORM STORE-ONE-COST-CENTER-LINE
                   ELSE
                       DISPLAY "Warning: CPUCCTR line for "
                               CCTR-MATCH-NAME
                               " is incomplete - ignored"
                   END-IF
           END-READ.

       STORE-ONE-COST-CENTER-LINE.
           IF CCTR-COUNT >= MAX-CCTRS-SUPPORTED
               ADD 1 TO CCTRS-DROPPED
               IF CCTRS-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-CCTRS-SUPPORTED
                           " cost-center lines - extra lines dropped"
               END-IF
           ELSE
               ADD 1 TO CCTR-COUNT
               MOVE CCTR-COUNT TO CCTR-IDX
               MOVE CCTR-MATCH-TYPE  TO CCTR-TAB-TYPE (CCTR-IDX)
               MOVE CCTR-MATCH-NAME  TO CCTR-TAB-NAME (CCTR-IDX)
               MOVE CCTR-COST-CENTER TO CCTR-TAB-COST-CENTER (CCTR-IDX)
               MOVE CCTR-DESCRIPTION TO CCTR-TAB-DESCRIPTION (CCTR-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  First pass - the month's SHORT runs.
      *>----------------------------------------------------------------
       GATHER-ONE-SHORT-RUN.
           READ AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AUDIT-RUN-DATE (1:6) = BILLING-MONTH-FIELD
                           AND AUDIT-OUTCOME = "SHORT"
                       PERFORM STORE-ONE-SHORT-RUN
                   END-IF
           END-READ.

       STORE-ONE-SHORT-RUN.
           IF SHORT-COUNT >= MAX-SHORTS-SUPPORTED
               ADD 1 TO SHORTS-DROPPED
               IF SHORTS-DROPPED = 1
                   DISPLAY "Warning: more than " MAX-SHORTS-SUPPORTED
                           " SHORT runs - the rest charged in full"
               END-IF
           ELSE
               ADD 1 TO SHORT-COUNT
               MOVE SHORT-COUNT TO SHORT-IDX
               MOVE AUDIT-RUN-DATE   TO SHORT-TAB-RUN-DATE (SHORT-IDX)
               MOVE AUDIT-START-TIME TO SHORT-TAB-START-TIME (SHORT-IDX)
               MOVE 0   TO SHORT-TAB-ELAPSED (SHORT-IDX)
               MOVE "N" TO SHORT-TAB-MATCHED (SHORT-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  The driver stamps the audit record and the CAPRPT run line
      *>  with the same run key, so each SHORT run's line is found by
      *>  date and start time and its elapsed wall time taken from the
      *>  start and end stamps (a run over midnight wraps).
      *>----------------------------------------------------------------
       FIND-SHORT-RUN-ELAPSED.
           OPEN INPUT CAPRPT-FILE.
           IF CAPRPT-FILE-STATUS = "00"
               PERFORM MATCH-ONE-CAPRPT-LINE UNTIL CAPRPT-FILE-EOF
               CLOSE CAPRPT-FILE
           ELSE
               DISPLAY "Warning: no CAPRPT history file - SHORT runs "
                       "charged in full"
           END-IF.

       MATCH-ONE-CAPRPT-LINE.
           READ CAPRPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAPRPT-RUN-DATE (1:6) = BILLING-MONTH-FIELD
                           AND (CAPRPT-OUTCOME = "RUN"
                               OR CAPRPT-OUTCOME = "SWEEP"
                               OR CAPRPT-OUTCOME = "CERT")
                       PERFORM MATCH-CAPRPT-TO-SHORT-RUN
                   END-IF
           END-READ.

       MATCH-CAPRPT-TO-SHORT-RUN.
           MOVE "N" TO SHORT-FOUND.
           PERFORM VARYING SHORT-IDX FROM 1 BY 1
                   UNTIL SHORT-IDX > SHORT-COUNT
                       OR SHORT-WAS-FOUND
               IF SHORT-TAB-MATCHED (SHORT-IDX) = "N"
                       AND SHORT-TAB-RUN-DATE (SHORT-IDX)
                           = CAPRPT-RUN-DATE
                       AND SHORT-TAB-START-TIME (SHORT-IDX)
                           = CAPRPT-START-TIME
                   SET SHORT-WAS-FOUND TO TRUE
                   PERFORM COMPUTE-ELAPSED-SECONDS
                   IF CAPRPT-START-TIME IS NUMERIC
                           AND CAPRPT-END-TIME IS NUMERIC
                       MOVE "Y" TO SHORT-TAB-MATCHED (SHORT-IDX)
                       MOVE ELAPSED-WHOLE-SECS
                               TO SHORT-TAB-ELAPSED (SHORT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-ELAPSED-SECONDS.
           MOVE 0 TO ELAPSED-WHOLE-SECS.
           IF CAPRPT-START-TIME IS NUMERIC
                   AND CAPRPT-END-TIME IS NUMERIC
               MOVE CAPRPT-START-TIME TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-HUNDREDTHS
               MOVE TOD-TOTAL-HSEC TO START-HSEC
               MOVE CAPRPT-END-TIME TO TIME-WORK-FIELD
               PERFORM CONVERT-TIME-TO-HUNDREDTHS
               MOVE TOD-TOTAL-HSEC TO END-HSEC
               COMPUTE ELAPSED-HSEC = END-HSEC - START-HSEC
               IF ELAPSED-HSEC < 0
                   ADD 8640000 TO ELAPSED-HSEC
               END-IF
               COMPUTE ELAPSED-WHOLE-SECS ROUNDED =
                       ELAPSED-HSEC / 100
           END-IF.

       CONVERT-TIME-TO-HUNDREDTHS.
           MOVE TIME-WORK-FIELD (1:2) TO TOD-HOURS.
           MOVE TIME-WORK-FIELD (3:2) TO TOD-MINUTES.
           MOVE TIME-WORK-FIELD (5:2) TO TOD-SECONDS.
           MOVE TIME-WORK-FIELD (7:2) TO TOD-HUNDREDTHS.
           COMPUTE TOD-TOTAL-HSEC =
                   TOD-HOURS * 360000 + TOD-MINUTES * 6000 +
                   TOD-SECONDS * 100 + TOD-HUNDREDTHS.

      *>----------------------------------------------------------------
      *>  Second pass - price every chargeable run of the month into
      *>  its cost center's usage and the user and job totals.
      *>----------------------------------------------------------------
       CHARGE-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AUDIT-RUN-DATE (1:6) = BILLING-MONTH-FIELD
                       ADD 1 TO AUDIT-RECORDS-IN-MONTH
                       PERFORM CHARGE-ONE-RUN
                   END-IF
           END-READ.

       CHARGE-ONE-RUN.
           EVALUATE AUDIT-OUTCOME
               WHEN "COMPLETED"
               WHEN "SHORT"
               WHEN "IOERROR"
               WHEN "MEMERROR"
               WHEN "CALCERROR"
                   IF AUDIT-TIME-STRESS IS NUMERIC
                           AND AUDIT-CORES-STRESS IS NUMERIC
                       PERFORM COMPUTE-RUN-CORE-SECONDS
                       PERFORM FIND-RUN-COST-CENTER
                       PERFORM FOLD-INTO-USAGE-TABLE
                       PERFORM FOLD-INTO-USER-TABLE
                       PERFORM FOLD-INTO-JOB-TABLE
                       ADD 1 TO RUNS-CHARGED
                       ADD RUN-CORE-SECONDS TO CORE-SECONDS-TOTAL
                   ELSE
                       ADD 1 TO RUNS-DAMAGED
                   END-IF
               WHEN OTHER
                   ADD 1 TO RUNS-NOT-CHARGEABLE
           END-EVALUATE.

      *>  A SHORT run is charged the lesser of what it asked for and
      *>  the wall time it actually ran.
       COMPUTE-RUN-CORE-SECONDS.
           MOVE "N" TO RUN-WAS-SHORT.
           MOVE AUDIT-TIME-STRESS TO RUN-CHARGED-SECONDS.
           IF AUDIT-OUTCOME = "SHORT"
               SET RUN-IS-SHORT TO TRUE
               PERFORM FIND-SHORT-RUN-ENTRY
               IF SHORT-WAS-FOUND
                   ADD 1 TO SHORT-RUNS-PRORATED
               ELSE
                   ADD 1 TO SHORT-RUNS-UNMATCHED
               END-IF
           END-IF.
           COMPUTE RUN-CORE-SECONDS =
                   RUN-CHARGED-SECONDS * AUDIT-CORES-STRESS.

       FIND-SHORT-RUN-ENTRY.
           MOVE "N" TO SHORT-FOUND.
           PERFORM VARYING SHORT-IDX FROM 1 BY 1
                   UNTIL SHORT-IDX > SHORT-COUNT
                       OR SHORT-WAS-FOUND
               IF SHORT-TAB-MATCHED (SHORT-IDX) = "Y"
                       AND SHORT-TAB-RUN-DATE (SHORT-IDX)
                           = AUDIT-RUN-DATE
                       AND SHORT-TAB-START-TIME (SHORT-IDX)
                           = AUDIT-START-TIME
                   SET SHORT-WAS-FOUND TO TRUE
                   IF SHORT-TAB-ELAPSED (SHORT-IDX)
                           < RUN-CHARGED-SECONDS
                       MOVE SHORT-TAB-ELAPSED (SHORT-IDX)
                               TO RUN-CHARGED-SECONDS
                   END-IF
               END-IF
           END-PERFORM.

      *>  Job name's mapping first, then the user id's; blank means
      *>  the run is unassigned.
       FIND-RUN-COST-CENTER.
           MOVE SPACES TO RUN-COST-CENTER RUN-CCTR-DESCRIPTION.
           MOVE "N" TO CCTR-FOUND.
           PERFORM VARYING CCTR-IDX FROM 1 BY 1
                   UNTIL CCTR-IDX > CCTR-COUNT
                       OR CCTR-WAS-FOUND
               IF CCTR-TAB-TYPE (CCTR-IDX) = "J"
                       AND CCTR-TAB-NAME (CCTR-IDX) = AUDIT-JOB-NAME
                   SET CCTR-WAS-FOUND TO TRUE
                   MOVE CCTR-TAB-COST-CENTER (CCTR-IDX)
                           TO RUN-COST-CENTER
                   MOVE CCTR-TAB-DESCRIPTION (CCTR-IDX)
                           TO RUN-CCTR-DESCRIPTION
               END-IF
           END-PERFORM.
           PERFORM VARYING CCTR-IDX FROM 1 BY 1
                   UNTIL CCTR-IDX > CCTR-COUNT
                       OR CCTR-WAS-FOUND
               IF CCTR-TAB-TYPE (CCTR-IDX) = "U"
                       AND CCTR-TAB-NAME (CCTR-IDX) = AUDIT-USER-ID
                   SET CCTR-WAS-FOUND TO TRUE
                   MOVE CCTR-TAB-COST-CENTER (CCTR-IDX)
                           TO RUN-COST-CENTER
                   MOVE CCTR-TAB-DESCRIPTION (CCTR-IDX)
                           TO RUN-CCTR-DESCRIPTION
               END-IF
           END-PERFORM.
           IF CCTR-WAS-FOUND
               PERFORM NOTE-BILLED-COST-CENTER
           END-IF.

       NOTE-BILLED-COST-CENTER.
           MOVE "N" TO CENTER-FOUND.
           PERFORM VARYING CENTER-IDX FROM 1 BY 1
                   UNTIL CENTER-IDX > CENTER-COUNT
                       OR CENTER-WAS-FOUND
               IF CENTER-TAB-COST-CENTER (CENTER-IDX)
                       = RUN-COST-CENTER
                   SET CENTER-WAS-FOUND TO TRUE
                   IF CENTER-TAB-DESCRIPTION (CENTER-IDX) = SPACES
                       MOVE RUN-CCTR-DESCRIPTION
                               TO CENTER-TAB-DESCRIPTION (CENTER-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CENTER-WAS-FOUND
               IF CENTER-COUNT >= MAX-CENTERS-SUPPORTED
                   ADD 1 TO CENTERS-DROPPED
                   IF CENTERS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-CENTERS-SUPPORTED
                               " cost centers - the rest unassigned"
                   END-IF
                   MOVE SPACES TO RUN-COST-CENTER
               ELSE
                   ADD 1 TO CENTER-COUNT
                   MOVE CENTER-COUNT TO CENTER-IDX
                   MOVE RUN-COST-CENTER
                           TO CENTER-TAB-COST-CENTER (CENTER-IDX)
                   MOVE RUN-CCTR-DESCRIPTION
                           TO CENTER-TAB-DESCRIPTION (CENTER-IDX)
               END-IF
           END-IF.

       FOLD-INTO-USAGE-TABLE.
           MOVE "N" TO USAGE-FOUND.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
                   UNTIL USAGE-IDX > USAGE-COUNT
                       OR USAGE-WAS-FOUND
               IF USAGE-TAB-COST-CENTER (USAGE-IDX) = RUN-COST-CENTER
                       AND USAGE-TAB-USER-ID (USAGE-IDX)
                           = AUDIT-USER-ID
                       AND USAGE-TAB-JOB-NAME (USAGE-IDX)
                           = AUDIT-JOB-NAME
                   SET USAGE-WAS-FOUND TO TRUE
                   PERFORM BUMP-USAGE-ENTRY
               END-IF
           END-PERFORM.
           IF NOT USAGE-WAS-FOUND
               IF USAGE-COUNT >= MAX-USAGES-SUPPORTED
                   ADD 1 TO USAGES-DROPPED
                   ADD RUN-CORE-SECONDS TO DROPPED-CORE-SECONDS
                   IF USAGES-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-USAGES-SUPPORTED
                               " usage lines - extra usage dropped"
                   END-IF
               ELSE
                   ADD 1 TO USAGE-COUNT
                   MOVE USAGE-COUNT TO USAGE-IDX
                   MOVE RUN-COST-CENTER
                           TO USAGE-TAB-COST-CENTER (USAGE-IDX)
                   MOVE AUDIT-USER-ID  TO USAGE-TAB-USER-ID (USAGE-IDX)
                   MOVE AUDIT-JOB-NAME TO USAGE-TAB-JOB-NAME (USAGE-IDX)
                   MOVE 0 TO USAGE-TAB-RUNS (USAGE-IDX)
                             USAGE-TAB-SHORT (USAGE-IDX)
                             USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                             USAGE-TAB-CHARGE (USAGE-IDX)
                   PERFORM BUMP-USAGE-ENTRY
               END-IF
           END-IF.

       BUMP-USAGE-ENTRY.
           ADD 1 TO USAGE-TAB-RUNS (USAGE-IDX).
           IF RUN-IS-SHORT
               ADD 1 TO USAGE-TAB-SHORT (USAGE-IDX)
           END-IF.
           ADD RUN-CORE-SECONDS TO USAGE-TAB-CORE-SECONDS (USAGE-IDX).

       FOLD-INTO-USER-TABLE.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > USER-COUNT
                       OR GROUP-WAS-FOUND
               IF USER-TAB-ID (GROUP-IDX) = AUDIT-USER-ID
                   SET GROUP-WAS-FOUND TO TRUE
                   PERFORM BUMP-USER-ENTRY
               END-IF
           END-PERFORM.
           IF NOT GROUP-WAS-FOUND
               IF USER-COUNT >= MAX-GROUPS-SUPPORTED
                   ADD 1 TO GROUPS-DROPPED
                   IF GROUPS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-GROUPS-SUPPORTED
                               " users/jobs - extra groups dropped"
                   END-IF
               ELSE
                   ADD 1 TO USER-COUNT
                   MOVE USER-COUNT TO GROUP-IDX
                   MOVE AUDIT-USER-ID TO USER-TAB-ID (GROUP-IDX)
                   MOVE 0 TO USER-TAB-RUNS (GROUP-IDX)
                             USER-TAB-SHORT (GROUP-IDX)
                             USER-TAB-CORE-SECONDS (GROUP-IDX)
                   PERFORM BUMP-USER-ENTRY
               END-IF
           END-IF.

       BUMP-USER-ENTRY.
           ADD 1 TO USER-TAB-RUNS (GROUP-IDX).
           IF RUN-IS-SHORT
               ADD 1 TO USER-TAB-SHORT (GROUP-IDX)
           END-IF.
           ADD RUN-CORE-SECONDS TO USER-TAB-CORE-SECONDS (GROUP-IDX).

       FOLD-INTO-JOB-TABLE.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > JOB-COUNT
                       OR GROUP-WAS-FOUND
               IF JOB-TAB-NAME (GROUP-IDX) = AUDIT-JOB-NAME
                   SET GROUP-WAS-FOUND TO TRUE
                   PERFORM BUMP-JOB-ENTRY
               END-IF
           END-PERFORM.
           IF NOT GROUP-WAS-FOUND
               IF JOB-COUNT >= MAX-GROUPS-SUPPORTED
                   ADD 1 TO GROUPS-DROPPED
                   IF GROUPS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-GROUPS-SUPPORTED
                               " users/jobs - extra groups dropped"
                   END-IF
               ELSE
                   ADD 1 TO JOB-COUNT
                   MOVE JOB-COUNT TO GROUP-IDX
                   MOVE AUDIT-JOB-NAME TO JOB-TAB-NAME (GROUP-IDX)
                   MOVE 0 TO JOB-TAB-RUNS (GROUP-IDX)
                             JOB-TAB-SHORT (GROUP-IDX)
                             JOB-TAB-CORE-SECONDS (GROUP-IDX)
                   PERFORM BUMP-JOB-ENTRY
               END-IF
           END-IF.

       BUMP-JOB-ENTRY.
           ADD 1 TO JOB-TAB-RUNS (GROUP-IDX).
           IF RUN-IS-SHORT
               ADD 1 TO JOB-TAB-SHORT (GROUP-IDX)
           END-IF.
           ADD RUN-CORE-SECONDS TO JOB-TAB-CORE-SECONDS (GROUP-IDX).

      *>----------------------------------------------------------------
      *>  Price each usage line at the box's rate, and carry the
      *>  billed and unassigned totals.
      *>----------------------------------------------------------------
       PRICE-USAGE-LINES.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
                   UNTIL USAGE-IDX > USAGE-COUNT
               COMPUTE USAGE-TAB-CHARGE (USAGE-IDX) ROUNDED =
                       USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                       * RATE-APPLIED / 3600
               IF USAGE-TAB-COST-CENTER (USAGE-IDX) = SPACES
                   ADD USAGE-TAB-RUNS (USAGE-IDX) TO UNASSIGNED-RUNS
                   ADD USAGE-TAB-SHORT (USAGE-IDX)
                           TO UNASSIGNED-SHORT
                   ADD USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                           TO UNASSIGNED-CORE-SECONDS
                   ADD USAGE-TAB-CHARGE (USAGE-IDX)
                           TO UNASSIGNED-AMOUNT
               ELSE
                   ADD USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                           TO BILLED-CORE-SECONDS
                   ADD USAGE-TAB-CHARGE (USAGE-IDX)
                           TO BILLED-AMOUNT-TOTAL
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE REPORT-DATE-FIELD   TO HDG-REPORT-DATE.
           MOVE BILLING-MONTH-FIELD TO HDG-BILLING-MONTH.
           MOVE HEADING-LINE-1 TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE HOST-NAME-TEXT  TO HDG-HOST-NAME.
           MOVE RATE-CLASS-USED TO HDG-RATE-CLASS.
           MOVE RATE-APPLIED    TO HDG-RATE.
           MOVE HEADING-LINE-2 TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

       WRITE-BILLING-FEED-HEADER.
           MOVE BILLING-MONTH-FIELD TO GLH-BILLING-MONTH.
           MOVE REPORT-DATE-FIELD   TO GLH-CREATED-DATE.
           MOVE HOST-NAME-TEXT      TO GLH-HOST-NAME.
           MOVE RATE-CLASS-USED     TO GLH-HOST-CLASS.
           MOVE GL-HEADER-RECORD TO BILLING-FEED-RECORD.
           WRITE BILLING-FEED-RECORD.

      *>----------------------------------------------------------------
      *>  One statement per cost center billed - its usage lines and
      *>  total - and the GL detail record for the same total.
      *>----------------------------------------------------------------
       WRITE-COST-CENTER-STATEMENT.
           MOVE SPACES TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE CENTER-TAB-COST-CENTER (CENTER-IDX)
                   TO STMT-COST-CENTER.
           MOVE CENTER-TAB-DESCRIPTION (CENTER-IDX)
                   TO STMT-DESCRIPTION.
           MOVE STATEMENT-HEADING-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE USAGE-COLUMN-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

           MOVE 0 TO SECTION-RUNS SECTION-SHORT
                     SECTION-CORE-SECONDS SECTION-CHARGE.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
                   UNTIL USAGE-IDX > USAGE-COUNT
               IF USAGE-TAB-COST-CENTER (USAGE-IDX)
                       = CENTER-TAB-COST-CENTER (CENTER-IDX)
                   PERFORM WRITE-USAGE-LINE
               END-IF
           END-PERFORM.
           MOVE "COST CENTER TOTAL" TO SEC-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

           MOVE BILLING-MONTH-FIELD  TO GLD-BILLING-MONTH.
           MOVE CENTER-TAB-COST-CENTER (CENTER-IDX)
                   TO GLD-COST-CENTER.
           MOVE HOST-NAME-TEXT       TO GLD-HOST-NAME.
           MOVE RATE-CLASS-USED      TO GLD-HOST-CLASS.
           MOVE SECTION-RUNS         TO GLD-RUN-COUNT.
           MOVE SECTION-CORE-SECONDS TO GLD-CORE-SECONDS.
           MOVE RATE-APPLIED         TO GLD-RATE.
           MOVE SECTION-CHARGE       TO GLD-AMOUNT.
           MOVE GL-DETAIL-RECORD TO BILLING-FEED-RECORD.
           WRITE BILLING-FEED-RECORD.
           ADD 1 TO GL-DETAIL-COUNT.

       WRITE-USAGE-LINE.
           MOVE USAGE-TAB-USER-ID (USAGE-IDX)  TO USE-USER-ID.
           MOVE USAGE-TAB-JOB-NAME (USAGE-IDX) TO USE-JOB-NAME.
           MOVE USAGE-TAB-RUNS (USAGE-IDX)     TO USE-RUNS.
           MOVE USAGE-TAB-SHORT (USAGE-IDX)    TO USE-SHORT.
           MOVE USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                   TO USE-CORE-SECONDS.
           COMPUTE USE-CORE-HOURS ROUNDED =
                   USAGE-TAB-CORE-SECONDS (USAGE-IDX) / 3600.
           MOVE USAGE-TAB-CHARGE (USAGE-IDX)   TO USE-CHARGE.
           MOVE USAGE-DETAIL-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           ADD USAGE-TAB-RUNS (USAGE-IDX)  TO SECTION-RUNS.
           ADD USAGE-TAB-SHORT (USAGE-IDX) TO SECTION-SHORT.
           ADD USAGE-TAB-CORE-SECONDS (USAGE-IDX)
                   TO SECTION-CORE-SECONDS.
           ADD USAGE-TAB-CHARGE (USAGE-IDX) TO SECTION-CHARGE.

       WRITE-SECTION-TOTAL.
           MOVE SECTION-RUNS         TO SEC-RUNS.
           MOVE SECTION-SHORT        TO SEC-SHORT.
           MOVE SECTION-CORE-SECONDS TO SEC-CORE-SECONDS.
           COMPUTE SEC-CORE-HOURS ROUNDED =
                   SECTION-CORE-SECONDS / 3600.
           MOVE SECTION-CHARGE       TO SEC-CHARGE.
           MOVE SECTION-TOTAL-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  The unassigned exception page - always printed, so an empty
      *>  one proves every run found its cost center.
      *>----------------------------------------------------------------
       WRITE-UNASSIGNED-PAGE.
           MOVE SPACES TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE UNASSIGNED-HEADING-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE USAGE-COLUMN-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE 0 TO SECTION-RUNS SECTION-SHORT
                     SECTION-CORE-SECONDS SECTION-CHARGE.
           PERFORM VARYING USAGE-IDX FROM 1 BY 1
                   UNTIL USAGE-IDX > USAGE-COUNT
               IF USAGE-TAB-COST-CENTER (USAGE-IDX) = SPACES
                   PERFORM WRITE-USAGE-LINE
               END-IF
           END-PERFORM.
           MOVE "UNASSIGNED TOTAL" TO SEC-LABEL.
           PERFORM WRITE-SECTION-TOTAL.

      *>----------------------------------------------------------------
      *>  Usage totals per user id and per job name, whatever cost
      *>  center (or none) they were billed to.
      *>----------------------------------------------------------------
       WRITE-GROUP-SECTIONS.
           MOVE SPACES TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE "USER ID " TO GRP-SECTION-NAME GRPCOL-NAME-LABEL.
           MOVE GROUP-SECTION-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE GROUP-COLUMN-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > USER-COUNT
               MOVE USER-TAB-ID (GROUP-IDX)    TO GRP-NAME
               MOVE USER-TAB-RUNS (GROUP-IDX)  TO GRP-RUNS
               MOVE USER-TAB-SHORT (GROUP-IDX) TO GRP-SHORT
               MOVE USER-TAB-CORE-SECONDS (GROUP-IDX)
                       TO GRP-CORE-SECONDS
               COMPUTE GRP-CORE-HOURS ROUNDED =
                       USER-TAB-CORE-SECONDS (GROUP-IDX) / 3600
               MOVE GROUP-DETAIL-LINE TO CHARGE-PRINT-LINE
               WRITE CHARGE-PRINT-LINE
           END-PERFORM.

           MOVE SPACES TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE "JOB NAME" TO GRP-SECTION-NAME GRPCOL-NAME-LABEL.
           MOVE GROUP-SECTION-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE GROUP-COLUMN-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > JOB-COUNT
               MOVE JOB-TAB-NAME (GROUP-IDX)   TO GRP-NAME
               MOVE JOB-TAB-RUNS (GROUP-IDX)   TO GRP-RUNS
               MOVE JOB-TAB-SHORT (GROUP-IDX)  TO GRP-SHORT
               MOVE JOB-TAB-CORE-SECONDS (GROUP-IDX)
                       TO GRP-CORE-SECONDS
               COMPUTE GRP-CORE-HOURS ROUNDED =
                       JOB-TAB-CORE-SECONDS (GROUP-IDX) / 3600
               MOVE GROUP-DETAIL-LINE TO CHARGE-PRINT-LINE
               WRITE CHARGE-PRINT-LINE
           END-PERFORM.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE TOTALS-HEADING-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

           MOVE "AUDIT RECORDS IN MONTH" TO TOT-COUNT-LABEL.
           MOVE AUDIT-RECORDS-IN-MONTH TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "RUNS CHARGED" TO TOT-COUNT-LABEL.
           MOVE RUNS-CHARGED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "RECORDS NOT CHARGEABLE (NEVER RAN)"
                   TO TOT-COUNT-LABEL.
           MOVE RUNS-NOT-CHARGEABLE TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "RECORDS WITH DAMAGED TIME OR CORES"
                   TO TOT-COUNT-LABEL.
           MOVE RUNS-DAMAGED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "SHORT RUNS PRORATED TO WALL TIME" TO TOT-COUNT-LABEL.
           MOVE SHORT-RUNS-PRORATED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "SHORT RUNS CHARGED IN FULL (NO CAPRPT)"
                   TO TOT-COUNT-LABEL.
           MOVE SHORT-RUNS-UNMATCHED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "CORE-SECONDS TOTAL" TO TOT-COUNT-LABEL.
           MOVE CORE-SECONDS-TOTAL TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "CORE-SECONDS BILLED" TO TOT-COUNT-LABEL.
           MOVE BILLED-CORE-SECONDS TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "CORE-SECONDS UNASSIGNED" TO TOT-COUNT-LABEL.
           MOVE UNASSIGNED-CORE-SECONDS TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "RUNS DROPPED - USAGE TABLE FULL" TO TOT-COUNT-LABEL.
           MOVE USAGES-DROPPED TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "CORE-SECONDS DROPPED (NOT BILLED)"
                   TO TOT-COUNT-LABEL.
           MOVE DROPPED-CORE-SECONDS TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.
           MOVE "COST CENTERS BILLED (GL DETAIL RECORDS)"
                   TO TOT-COUNT-LABEL.
           MOVE GL-DETAIL-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTALS-COUNT-LINE.

           MOVE "AMOUNT BILLED" TO TOT-AMOUNT-LABEL.
           MOVE BILLED-AMOUNT-TOTAL TO TOT-AMOUNT.
           MOVE TOTALS-AMOUNT-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.
           MOVE "AMOUNT UNASSIGNED (NOT BILLED)" TO TOT-AMOUNT-LABEL.
           MOVE UNASSIGNED-AMOUNT TO TOT-AMOUNT.
           MOVE TOTALS-AMOUNT-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

       WRITE-TOTALS-COUNT-LINE.
           MOVE TOTALS-COUNT-LINE TO CHARGE-PRINT-LINE.
           WRITE CHARGE-PRINT-LINE.

       WRITE-BILLING-FEED-TRAILER.
           MOVE BILLING-MONTH-FIELD TO GLT-BILLING-MONTH.
           MOVE GL-DETAIL-COUNT     TO GLT-RECORD-COUNT.
           MOVE BILLED-CORE-SECONDS TO GLT-CORE-SECONDS.
           MOVE BILLED-AMOUNT-TOTAL TO GLT-AMOUNT-TOTAL.
           MOVE GL-TRAILER-RECORD TO BILLING-FEED-RECORD.
           WRITE BILLING-FEED-RECORD.
