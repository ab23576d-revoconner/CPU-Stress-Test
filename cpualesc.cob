       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPUALESC.

      *>================================================================
      *>  CPUALESC keeps CPUALERT alerts from sitting unworked.  An
      *>  alert stays OPEN until someone runs CPUALACK, however long
      *>  that takes; this program holds each severity to a response
      *>  target and reports how well the targets are met.  Functions:
      *>    ESC - the escalation pass, run from the scheduler through
      *>          the day.  Every OPEN alert is aged from the run that
      *>          raised it (or from its last escalation) against its
      *>          severity's target; one past target is raised a
      *>          severity, stamped escalated, and a notification
      *>          naming the host, reason code and hours outstanding
      *>          goes to the CPUALNTF outbound file the pager/email
      *>          gateway drains.  A severity-1 alert cannot go
      *>          higher and is notified again instead.  RC 4 when
      *>          anything was escalated.
      *>    RPT - the monthly response report (CPUALRRP) from the
      *>          acknowledgment stamps: time-to-acknowledge by the
      *>          severity the alert was raised at, by reason code and
      *>          by acknowledging user, then every alert that breached
      *>          its target - acknowledged in the month past target
      *>          or after escalation, or still open past target.
      *>  Positional PARM - FFFMMMMMM - function(3) and, for RPT, the
      *>  month (YYYYMM); a blank PARM runs ESC, a blank month reports
      *>  the previous calendar month.
      *>
      *>  Targets, in hours, come from CPU_STRESS_ALERT_SEV1_HRS,
      *>  CPU_STRESS_ALERT_SEV2_HRS and CPU_STRESS_ALERT_SEV3_HRS
      *>  (defaults 4, 24 and 72 - a page, next working day, end of
      *>  the week).  Alert times come from the run key the alert was
      *>  raised under; an acknowledgment made before CPUALACK stamped
      *>  the time of day is taken as made at the start of its day.
      *>================================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "CPUALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT ALERT-WORK-FILE ASSIGN TO "CPUALRTW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ALERT-WORK-STATUS.

           SELECT NOTIFY-FILE ASSIGN TO "CPUALNTF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT RESPONSE-REPORT-FILE ASSIGN TO "CPUALRRP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "cpualrt.cpy".

       FD  ALERT-WORK-FILE.
       01  ALERT-WORK-RECORD       PIC X(160).

       FD  NOTIFY-FILE.
       COPY "cpualnt.cpy".

       FD  RESPONSE-REPORT-FILE.
       01  RESPONSE-PRINT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.

       77 ALERT-FILE-STATUS     PIC X(2) VALUE SPACES.
           88 ALERT-FILE-EOF        VALUE "10".
       77 ALERT-WORK-STATUS     PIC X(2) VALUE SPACES.
           88 ALERT-WORK-EOF        VALUE "10".
       77 NOTIFY-FILE-STATUS    PIC X(2) VALUE SPACES.
       77 RESPONSE-REPORT-STATUS PIC X(2) VALUE SPACES.

       77 FUNCTION-CODE         PIC X(3) VALUE SPACES.
       77 TODAY-DATE-FIELD      PIC X(8) VALUE SPACES.
       77 NOW-TIME-FIELD        PIC X(8) VALUE SPACES.

      *>  The report month, YYYYMM, with a numeric view for stepping
      *>  back from the current month.
       01  REPORT-MONTH-AREA.
           05  REPORT-MONTH-FIELD       PIC X(06).
       01  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH-AREA.
           05  REPORT-YEAR              PIC 9(04).
           05  REPORT-MONTH-NUMBER      PIC 9(02).

      *>  Response targets in hours, per severity.
       77 SEV1-TARGET-TEXT      PIC X(3) VALUE SPACES.
       77 SEV1-TARGET-HOURS     PIC 9(3) VALUE 0.
       77 SEV1-TARGET-DEFAULT   PIC 9(3) VALUE 4.
       77 SEV2-TARGET-TEXT      PIC X(3) VALUE SPACES.
       77 SEV2-TARGET-HOURS     PIC 9(3) VALUE 0.
       77 SEV2-TARGET-DEFAULT   PIC 9(3) VALUE 24.
       77 SEV3-TARGET-TEXT      PIC X(3) VALUE SPACES.
       77 SEV3-TARGET-HOURS     PIC 9(3) VALUE 0.
       77 SEV3-TARGET-DEFAULT   PIC 9(3) VALUE 72.

       01  TARGET-TABLE.
           05  TARGET-HOURS OCCURS 3 TIMES  PIC 9(03).

       77 SEVERITY-NUMBER       PIC 9(1) VALUE 0.
       77 RAISED-SEVERITY-NUMBER PIC 9(1) VALUE 0.
       77 TARGET-FOR-ALERT      PIC 9(3) VALUE 0.
       77 ALERT-SEVERITY-STATE  PIC X(1) VALUE "N".
           88 ALERT-SEVERITY-VALID  VALUE "Y".
       77 ALERT-BREACH-STATE    PIC X(1) VALUE "N".
           88 ALERT-BREACHED        VALUE "Y".

      *>  Elapsed hours between two date/time stamps.
       77 FROM-DATE-WORK        PIC X(8) VALUE SPACES.
       77 FROM-TIME-WORK        PIC X(8) VALUE SPACES.
       77 TO-DATE-WORK          PIC X(8) VALUE SPACES.
       77 TO-TIME-WORK          PIC X(8) VALUE SPACES.
       77 FROM-SERIAL-DAYS      PIC 9(7) VALUE 0.
       77 TO-SERIAL-DAYS        PIC 9(7) VALUE 0.
       77 FROM-HSEC             PIC 9(7) VALUE 0.
       77 TO-HSEC               PIC 9(7) VALUE 0.
       77 AGE-HSEC              PIC S9(11) VALUE 0.
       77 HOURS-BETWEEN         PIC 9(5)V9 VALUE 0.
       77 HOURS-OUTSTANDING     PIC 9(5)V9 VALUE 0.
       77 HOURS-SINCE-CLOCK     PIC 9(5)V9 VALUE 0.

       77 DATE-WORK-FIELD       PIC X(8) VALUE SPACES.
       77 DATE-WORK-YEAR        PIC 9(4) VALUE 0.
       77 DATE-WORK-MONTH       PIC 9(2) VALUE 0.
       77 DATE-WORK-DAY         PIC 9(2) VALUE 0.
       77 CAL-ADJ-YEAR          PIC 9(4) VALUE 0.
       77 CAL-ADJ-MONTH         PIC 9(2) VALUE 0.
       77 SERIAL-DAY-NUMBER     PIC 9(7) VALUE 0.

       77 TOD-HOURS             PIC 9(2) VALUE 0.
       77 TOD-MINUTES           PIC 9(2) VALUE 0.
       77 TOD-SECONDS           PIC 9(2) VALUE 0.
       77 TOD-HUNDREDTHS        PIC 9(2) VALUE 0.
       77 TOD-TOTAL-HSEC        PIC 9(7) VALUE 0.
       77 TIME-WORK-FIELD       PIC X(8) VALUE SPACES.

      *>  Escalation pass counts.
       77 ALERTS-READ           PIC 9(7) VALUE 0.
       77 ALERTS-OPEN           PIC 9(7) VALUE 0.
       77 ALERTS-ESCALATED      PIC 9(7) VALUE 0.
       77 ALERTS-RENOTIFIED     PIC 9(7) VALUE 0.
       77 ALERTS-UNREADABLE     PIC 9(7) VALUE 0.

      *>  Response report counts.
       77 ALERTS-ACKED-IN-MONTH PIC 9(7) VALUE 0.
       77 BREACHES-ACKED        PIC 9(7) VALUE 0.
       77 BREACHES-STILL-OPEN   PIC 9(7) VALUE 0.

      *>  Time-to-acknowledge accumulators: one row per severity the
      *>  alert was raised at, then per reason code and per user.
       01  SEVERITY-TABLE.
           05  SEV-ENTRY OCCURS 3 TIMES.
               10  SEV-TAB-ACKED           PIC 9(07).
               10  SEV-TAB-TOTAL-HOURS     PIC 9(09)V9.
               10  SEV-TAB-MAX-HOURS       PIC 9(05)V9.
               10  SEV-TAB-BREACHES        PIC 9(07).

       77 GROUP-IDX             PIC 9(3) VALUE 0.
       77 REASON-COUNT          PIC 9(3) VALUE 0.
       77 USER-COUNT            PIC 9(3) VALUE 0.
       77 GROUP-FOUND           PIC X(1) VALUE "N".
           88 GROUP-WAS-FOUND       VALUE "Y".
       77 MAX-GROUPS-SUPPORTED  PIC 9(3) VALUE 100.
       77 GROUPS-DROPPED        PIC 9(5) VALUE 0.

       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 100 TIMES
                              INDEXED BY REASON-TAB-IDX.
               10  REASON-TAB-CODE         PIC X(08).
               10  REASON-TAB-ACKED        PIC 9(07).
               10  REASON-TAB-TOTAL-HOURS  PIC 9(09)V9.
               10  REASON-TAB-MAX-HOURS    PIC 9(05)V9.
               10  REASON-TAB-BREACHES     PIC 9(07).

       01  USER-TABLE.
           05  USER-ENTRY OCCURS 100 TIMES
                            INDEXED BY USER-TAB-IDX.
               10  USER-TAB-ID             PIC X(08).
               10  USER-TAB-ACKED          PIC 9(07).
               10  USER-TAB-TOTAL-HOURS    PIC 9(09)V9.
               10  USER-TAB-MAX-HOURS      PIC 9(05)V9.
               10  USER-TAB-BREACHES       PIC 9(07).

      *>  One row of a response section, whichever table it came from.
       77 ROW-NAME              PIC X(8) VALUE SPACES.
       77 ROW-ACKED             PIC 9(7) VALUE 0.
       77 ROW-TOTAL-HOURS       PIC 9(9)V9 VALUE 0.
       77 ROW-MAX-HOURS         PIC 9(5)V9 VALUE 0.
       77 ROW-BREACHES          PIC 9(7) VALUE 0.

       01  PARM-WORK-AREA.
           05  PARM-WORK-TEXT           PIC X(09).
       01  PARM-WORK-FIELDS REDEFINES PARM-WORK-AREA.
           05  PARM-IN-FUNCTION         PIC X(03).
           05  PARM-IN-REPORT-MONTH     PIC X(06).

       77 PARM-COMMAND-LINE     PIC X(9) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER              PIC X(39)
               VALUE "CPU-STRESS ALERT RESPONSE REPORT DATED ".
           05  HDG-REPORT-DATE     PIC X(08).
           05  FILLER              PIC X(09) VALUE "  MONTH  ".
           05  HDG-REPORT-MONTH    PIC X(06).
           05  FILLER              PIC X(70) VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER              PIC X(25)
               VALUE "TARGET HOURS     SEV 1   ".
           05  HDG-SEV1-TARGET     PIC ZZ9.
           05  FILLER              PIC X(09) VALUE "   SEV 2 ".
           05  HDG-SEV2-TARGET     PIC ZZ9.
           05  FILLER              PIC X(09) VALUE "   SEV 3 ".
           05  HDG-SEV3-TARGET     PIC ZZ9.
           05  FILLER              PIC X(80) VALUE SPACES.

       01  RESPONSE-SECTION-LINE.
           05  FILLER              PIC X(23)
               VALUE "TIME TO ACKNOWLEDGE BY ".
           05  RSP-SECTION-NAME    PIC X(24).
           05  FILLER              PIC X(85) VALUE SPACES.

       01  RESPONSE-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSPCOL-NAME-LABEL   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "  ACKED".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "AVG HOURS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "MAX HOURS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "BREACH ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "PCT ".
           05  FILLER              PIC X(76) VALUE SPACES.

       01  RESPONSE-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-NAME            PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-ACKED           PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-AVG-HOURS       PIC ZZZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-MAX-HOURS       PIC ZZZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-BREACHES        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSP-BREACH-PCT      PIC ZZ9.
           05  FILLER              PIC X(77) VALUE SPACES.

       01  BREACH-SECTION-LINE.
           05  FILLER              PIC X(44)
               VALUE "ALERTS THAT BREACHED THEIR RESPONSE TARGET  ".
           05  FILLER              PIC X(88) VALUE SPACES.

       01  BREACH-COLUMN-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "HOST    ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "REASON  ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "SEV    ".
           05  FILLER              PIC X(08) VALUE "RUN DATE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "START   ".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "ACK USER".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "ACK DATE".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "    HOURS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "TARGET".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "STATUS".
           05  FILLER              PIC X(38) VALUE SPACES.

      *>  SEV shows raised-at and current severity, e.g. 3/2.
       01  BREACH-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-HOST-NAME       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-REASON-CODE     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-RAISED-SEVERITY PIC X(01).
           05  FILLER              PIC X(01) VALUE "/".
           05  BRC-SEVERITY        PIC X(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  BRC-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-START-TIME      PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-ACK-USER        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-ACK-DATE        PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-HOURS           PIC ZZZZZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  BRC-TARGET          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BRC-STATUS          PIC X(10).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  TOTALS-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE "CONTROL TOTALS".
           05  FILLER              PIC X(118) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOT-LABEL           PIC X(40).
           05  TOT-COUNT           PIC ZZZZZZ9.
           05  FILLER              PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-FIELD FROM TIME.

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
           IF PARM-COMMAND-LINE NOT = SPACES
               MOVE PARM-COMMAND-LINE TO PARM-WORK-TEXT
               MOVE PARM-IN-FUNCTION TO FUNCTION-CODE
           ELSE
               MOVE "ESC" TO FUNCTION-CODE
           END-IF.

           PERFORM GET-RESPONSE-TARGETS.

           EVALUATE FUNCTION-CODE
               WHEN "ESC"
                   PERFORM ESCALATE-OPEN-ALERTS
               WHEN "RPT"
                   PERFORM REPORT-RESPONSE-TIMES
               WHEN OTHER
                   DISPLAY "Error: function must be ESC or RPT"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *>----------------------------------------------------------------
      *>  Per-severity targets from the environment, same convention
      *>  as the other thresholds: blank, damaged or zero takes the
      *>  default.
      *>----------------------------------------------------------------
       GET-RESPONSE-TARGETS.
           ACCEPT SEV1-TARGET-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_ALERT_SEV1_HRS".
           IF SEV1-TARGET-TEXT = SPACES
                   OR SEV1-TARGET-TEXT IS NOT NUMERIC
               MOVE SEV1-TARGET-DEFAULT TO SEV1-TARGET-HOURS
           ELSE
               MOVE SEV1-TARGET-TEXT TO SEV1-TARGET-HOURS
           END-IF.
           IF SEV1-TARGET-HOURS = 0
               MOVE SEV1-TARGET-DEFAULT TO SEV1-TARGET-HOURS
           END-IF.

           ACCEPT SEV2-TARGET-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_ALERT_SEV2_HRS".
           IF SEV2-TARGET-TEXT = SPACES
                   OR SEV2-TARGET-TEXT IS NOT NUMERIC
               MOVE SEV2-TARGET-DEFAULT TO SEV2-TARGET-HOURS
           ELSE
               MOVE SEV2-TARGET-TEXT TO SEV2-TARGET-HOURS
           END-IF.
           IF SEV2-TARGET-HOURS = 0
               MOVE SEV2-TARGET-DEFAULT TO SEV2-TARGET-HOURS
           END-IF.

           ACCEPT SEV3-TARGET-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_ALERT_SEV3_HRS".
           IF SEV3-TARGET-TEXT = SPACES
                   OR SEV3-TARGET-TEXT IS NOT NUMERIC
               MOVE SEV3-TARGET-DEFAULT TO SEV3-TARGET-HOURS
           ELSE
               MOVE SEV3-TARGET-TEXT TO SEV3-TARGET-HOURS
           END-IF.
           IF SEV3-TARGET-HOURS = 0
               MOVE SEV3-TARGET-DEFAULT TO SEV3-TARGET-HOURS
           END-IF.

           MOVE SEV1-TARGET-HOURS TO TARGET-HOURS (1).
           MOVE SEV2-TARGET-HOURS TO TARGET-HOURS (2).
           MOVE SEV3-TARGET-HOURS TO TARGET-HOURS (3).

      *>----------------------------------------------------------------
      *>  ESC - age every OPEN alert and escalate the ones past
      *>  target, rewriting CPUALERT through the CPUALRTW work file
      *>  the way CPUALACK does.
      *>----------------------------------------------------------------
       ESCALATE-OPEN-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               DISPLAY "No CPUALERT alert file - nothing to escalate"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND NOTIFY-FILE.
           IF NOTIFY-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           IF NOTIFY-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUALNTF notification "
                       "file - status " NOTIFY-FILE-STATUS
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ALERT-WORK-FILE.
           IF ALERT-WORK-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUALRTW work file"
               CLOSE NOTIFY-FILE
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ESCALATE-ONE-ALERT-RECORD UNTIL ALERT-FILE-EOF.

           CLOSE ALERT-WORK-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE ALERT-FILE.

           PERFORM COPY-ALERT-WORK-BACK.

           DISPLAY "Escalation pass complete - " ALERTS-OPEN
                   " open alerts, " ALERTS-ESCALATED " escalated, "
                   ALERTS-RENOTIFIED " severity-1 renotified.".
           IF ALERTS-UNREADABLE > 0
               DISPLAY "Warning: " ALERTS-UNREADABLE
                       " open alerts with an invalid severity left "
                       "unaged"
           END-IF.
           IF ALERTS-ESCALATED > 0 OR ALERTS-RENOTIFIED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       ESCALATE-ONE-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO ALERTS-READ
                   IF ALERT-IS-OPEN
                       PERFORM AGE-ONE-OPEN-ALERT
                   END-IF
                   MOVE ALERT-RECORD TO ALERT-WORK-RECORD
                   WRITE ALERT-WORK-RECORD
           END-READ.

      *>  The target clock runs from the raising run's key, and from
      *>  the last escalation once there has been one - so each new
      *>  severity gets its own full target before the next step.
       AGE-ONE-OPEN-ALERT.
           ADD 1 TO ALERTS-OPEN.
           PERFORM CHECK-ALERT-SEVERITY.
           IF NOT ALERT-SEVERITY-VALID
               ADD 1 TO ALERTS-UNREADABLE
           ELSE
               MOVE TARGET-HOURS (SEVERITY-NUMBER) TO TARGET-FOR-ALERT
               MOVE ALERT-RUN-DATE   TO FROM-DATE-WORK
               MOVE ALERT-START-TIME TO FROM-TIME-WORK
               MOVE TODAY-DATE-FIELD TO TO-DATE-WORK
               MOVE NOW-TIME-FIELD   TO TO-TIME-WORK
               PERFORM COMPUTE-HOURS-BETWEEN
               MOVE HOURS-BETWEEN TO HOURS-OUTSTANDING
               IF ALERT-ESCALATED-DATE IS NUMERIC
                   MOVE ALERT-ESCALATED-DATE TO FROM-DATE-WORK
                   MOVE ALERT-ESCALATED-TIME TO FROM-TIME-WORK
                   PERFORM COMPUTE-HOURS-BETWEEN
                   MOVE HOURS-BETWEEN TO HOURS-SINCE-CLOCK
               ELSE
                   MOVE HOURS-OUTSTANDING TO HOURS-SINCE-CLOCK
               END-IF
               IF HOURS-SINCE-CLOCK > TARGET-FOR-ALERT
                   PERFORM ESCALATE-ONE-ALERT
               END-IF
           END-IF.

       CHECK-ALERT-SEVERITY.
           MOVE "N" TO ALERT-SEVERITY-STATE.
           IF ALERT-SEVERITY IS NUMERIC
               MOVE ALERT-SEVERITY TO SEVERITY-NUMBER
               IF SEVERITY-NUMBER >= 1 AND SEVERITY-NUMBER <= 3
                   SET ALERT-SEVERITY-VALID TO TRUE
               END-IF
           END-IF.

       ESCALATE-ONE-ALERT.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE ALERT-SEVERITY TO NOTIFY-OLD-SEVERITY.
           IF ALERT-RAISED-SEVERITY = SPACE
               MOVE ALERT-SEVERITY TO ALERT-RAISED-SEVERITY
           END-IF.
           IF SEVERITY-NUMBER > 1
               SUBTRACT 1 FROM SEVERITY-NUMBER
               MOVE SEVERITY-NUMBER TO ALERT-SEVERITY
               ADD 1 TO ALERTS-ESCALATED
           ELSE
               ADD 1 TO ALERTS-RENOTIFIED
           END-IF.
           MOVE TODAY-DATE-FIELD TO ALERT-ESCALATED-DATE.
           MOVE NOW-TIME-FIELD   TO ALERT-ESCALATED-TIME.

           MOVE TODAY-DATE-FIELD  TO NOTIFY-DATE.
           MOVE NOW-TIME-FIELD    TO NOTIFY-TIME.
           MOVE ALERT-HOST-NAME   TO NOTIFY-HOST-NAME.
           MOVE ALERT-REASON-CODE TO NOTIFY-REASON-CODE.
           MOVE ALERT-SEVERITY    TO NOTIFY-NEW-SEVERITY.
           MOVE HOURS-OUTSTANDING TO NOTIFY-HOURS-OUTSTANDING.
           MOVE ALERT-RUN-DATE    TO NOTIFY-RUN-DATE.
           MOVE ALERT-START-TIME  TO NOTIFY-START-TIME.
           MOVE ALERT-REASON-TEXT TO NOTIFY-REASON-TEXT.
           WRITE NOTIFY-RECORD.

           DISPLAY "Escalated host " ALERT-HOST-NAME " reason "
                   ALERT-REASON-CODE " severity " NOTIFY-OLD-SEVERITY
                   " to " ALERT-SEVERITY " - "
                   NOTIFY-HOURS-OUTSTANDING " hours outstanding".

       COPY-ALERT-WORK-BACK.
           OPEN INPUT ALERT-WORK-FILE.
           IF ALERT-WORK-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen CPUALRTW work file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           PERFORM COPY-ONE-ALERT-KEEPER UNTIL ALERT-WORK-EOF.
           CLOSE ALERT-FILE.
           CLOSE ALERT-WORK-FILE.

       COPY-ONE-ALERT-KEEPER.
           READ ALERT-WORK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ALERT-WORK-RECORD TO ALERT-RECORD
                   WRITE ALERT-RECORD
           END-READ.

      *>----------------------------------------------------------------
      *>  RPT - the monthly response report.  First pass folds every
      *>  alert acknowledged in the month into the severity, reason
      *>  and user tables; the breach list is written by a second
      *>  pass after the summaries.
      *>----------------------------------------------------------------
       REPORT-RESPONSE-TIMES.
           IF PARM-IN-REPORT-MONTH NOT = SPACES
               MOVE PARM-IN-REPORT-MONTH TO REPORT-MONTH-FIELD
           ELSE
               PERFORM DEFAULT-TO-PREVIOUS-MONTH
           END-IF.
           IF REPORT-MONTH-FIELD IS NOT NUMERIC
                   OR REPORT-MONTH-NUMBER < 1
                   OR REPORT-MONTH-NUMBER > 12
               DISPLAY "Error: report month must be YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUALERT alert file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESPONSE-REPORT-FILE.
           IF RESPONSE-REPORT-STATUS NOT = "00"
               DISPLAY "Error: unable to open CPUALRRP report file"
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE SEVERITY-TABLE.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM TALLY-ONE-ACKED-ALERT UNTIL ALERT-FILE-EOF.
           CLOSE ALERT-FILE.

           PERFORM WRITE-RESPONSE-SECTIONS.

           OPEN INPUT ALERT-FILE.
           IF ALERT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen CPUALERT alert file"
               CLOSE RESPONSE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-BREACH-HEADING.
           PERFORM LIST-ONE-BREACHED-ALERT UNTIL ALERT-FILE-EOF.
           CLOSE ALERT-FILE.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE RESPONSE-REPORT-FILE.

           DISPLAY "Alert response report for " REPORT-MONTH-FIELD
                   " complete - " ALERTS-ACKED-IN-MONTH
                   " acknowledged, " BREACHES-ACKED " breached, "
                   BREACHES-STILL-OPEN " still open past target.".
           MOVE 0 TO RETURN-CODE.

       DEFAULT-TO-PREVIOUS-MONTH.
           MOVE TODAY-DATE-FIELD (1:6) TO REPORT-MONTH-FIELD.
           IF REPORT-MONTH-NUMBER = 1
               SUBTRACT 1 FROM REPORT-YEAR
               MOVE 12 TO REPORT-MONTH-NUMBER
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH-NUMBER
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE TODAY-DATE-FIELD   TO HDG-REPORT-DATE.
           MOVE REPORT-MONTH-FIELD TO HDG-REPORT-MONTH.
           MOVE HEADING-LINE-1 TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE SEV1-TARGET-HOURS TO HDG-SEV1-TARGET.
           MOVE SEV2-TARGET-HOURS TO HDG-SEV2-TARGET.
           MOVE SEV3-TARGET-HOURS TO HDG-SEV3-TARGET.
           MOVE HEADING-LINE-2 TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

       TALLY-ONE-ACKED-ALERT.
           READ ALERT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ALERT-IS-ACKED
                           AND ALERT-ACK-DATE (1:6)
                               = REPORT-MONTH-FIELD
                       PERFORM JUDGE-ACKED-ALERT
                       IF ALERT-SEVERITY-VALID
                           ADD 1 TO ALERTS-ACKED-IN-MONTH
                           IF ALERT-BREACHED
                               ADD 1 TO BREACHES-ACKED
                           END-IF
                           PERFORM FOLD-INTO-SEVERITY-TABLE
                           PERFORM FOLD-INTO-REASON-TABLE
                           PERFORM FOLD-INTO-USER-TABLE
                       END-IF
                   END-IF
           END-READ.

      *>  An acknowledged alert is judged against the target of the
      *>  severity it was raised at - an escalation has already
      *>  proved a breach, whatever the hours say.
       JUDGE-ACKED-ALERT.
           PERFORM FIND-RAISED-SEVERITY.
           IF ALERT-SEVERITY-VALID
               MOVE TARGET-HOURS (RAISED-SEVERITY-NUMBER)
                       TO TARGET-FOR-ALERT
               MOVE ALERT-RUN-DATE   TO FROM-DATE-WORK
               MOVE ALERT-START-TIME TO FROM-TIME-WORK
               MOVE ALERT-ACK-DATE   TO TO-DATE-WORK
               MOVE ALERT-ACK-TIME   TO TO-TIME-WORK
               PERFORM COMPUTE-HOURS-BETWEEN
               MOVE "N" TO ALERT-BREACH-STATE
               IF HOURS-BETWEEN > TARGET-FOR-ALERT
                       OR ALERT-RAISED-SEVERITY NOT = SPACE
                   SET ALERT-BREACHED TO TRUE
               END-IF
           END-IF.

      *>  The raised-at severity is the stamped one for an escalated
      *>  alert and the current one for an alert never escalated.
       FIND-RAISED-SEVERITY.
           MOVE "N" TO ALERT-SEVERITY-STATE.
           IF ALERT-RAISED-SEVERITY = SPACE
               IF ALERT-SEVERITY IS NUMERIC
                   MOVE ALERT-SEVERITY TO RAISED-SEVERITY-NUMBER
                   IF RAISED-SEVERITY-NUMBER >= 1
                           AND RAISED-SEVERITY-NUMBER <= 3
                       SET ALERT-SEVERITY-VALID TO TRUE
                   END-IF
               END-IF
           ELSE
               IF ALERT-RAISED-SEVERITY IS NUMERIC
                   MOVE ALERT-RAISED-SEVERITY
                           TO RAISED-SEVERITY-NUMBER
                   IF RAISED-SEVERITY-NUMBER >= 1
                           AND RAISED-SEVERITY-NUMBER <= 3
                       SET ALERT-SEVERITY-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       FOLD-INTO-SEVERITY-TABLE.
           MOVE RAISED-SEVERITY-NUMBER TO GROUP-IDX.
           ADD 1 TO SEV-TAB-ACKED (GROUP-IDX).
           ADD HOURS-BETWEEN TO SEV-TAB-TOTAL-HOURS (GROUP-IDX).
           IF HOURS-BETWEEN > SEV-TAB-MAX-HOURS (GROUP-IDX)
               MOVE HOURS-BETWEEN TO SEV-TAB-MAX-HOURS (GROUP-IDX)
           END-IF.
           IF ALERT-BREACHED
               ADD 1 TO SEV-TAB-BREACHES (GROUP-IDX)
           END-IF.

       FOLD-INTO-REASON-TABLE.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > REASON-COUNT
                       OR GROUP-WAS-FOUND
               IF REASON-TAB-CODE (GROUP-IDX) = ALERT-REASON-CODE
                   SET GROUP-WAS-FOUND TO TRUE
                   PERFORM BUMP-REASON-ENTRY
               END-IF
           END-PERFORM.
           IF NOT GROUP-WAS-FOUND
               IF REASON-COUNT >= MAX-GROUPS-SUPPORTED
                   ADD 1 TO GROUPS-DROPPED
                   IF GROUPS-DROPPED = 1
                       DISPLAY "Warning: more than "
                               MAX-GROUPS-SUPPORTED
                               " reasons/users - extra groups dropped"
                   END-IF
               ELSE
                   ADD 1 TO REASON-COUNT
                   MOVE REASON-COUNT TO GROUP-IDX
                   MOVE ALERT-REASON-CODE TO REASON-TAB-CODE (GROUP-IDX)
                   MOVE 0 TO REASON-TAB-ACKED (GROUP-IDX)
                             REASON-TAB-TOTAL-HOURS (GROUP-IDX)
                             REASON-TAB-MAX-HOURS (GROUP-IDX)
                             REASON-TAB-BREACHES (GROUP-IDX)
                   PERFORM BUMP-REASON-ENTRY
               END-IF
           END-IF.

       BUMP-REASON-ENTRY.
           ADD 1 TO REASON-TAB-ACKED (GROUP-IDX).
           ADD HOURS-BETWEEN TO REASON-TAB-TOTAL-HOURS (GROUP-IDX).
           IF HOURS-BETWEEN > REASON-TAB-MAX-HOURS (GROUP-IDX)
               MOVE HOURS-BETWEEN TO REASON-TAB-MAX-HOURS (GROUP-IDX)
           END-IF.
           IF ALERT-BREACHED
               ADD 1 TO REASON-TAB-BREACHES (GROUP-IDX)
           END-IF.

       FOLD-INTO-USER-TABLE.
           MOVE "N" TO GROUP-FOUND.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > USER-COUNT
                       OR GROUP-WAS-FOUND
               IF USER-TAB-ID (GROUP-IDX) = ALERT-ACK-USER
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
                               " reasons/users - extra groups dropped"
                   END-IF
               ELSE
                   ADD 1 TO USER-COUNT
                   MOVE USER-COUNT TO GROUP-IDX
                   MOVE ALERT-ACK-USER TO USER-TAB-ID (GROUP-IDX)
                   MOVE 0 TO USER-TAB-ACKED (GROUP-IDX)
                             USER-TAB-TOTAL-HOURS (GROUP-IDX)
                             USER-TAB-MAX-HOURS (GROUP-IDX)
                             USER-TAB-BREACHES (GROUP-IDX)
                   PERFORM BUMP-USER-ENTRY
               END-IF
           END-IF.

       BUMP-USER-ENTRY.
           ADD 1 TO USER-TAB-ACKED (GROUP-IDX).
           ADD HOURS-BETWEEN TO USER-TAB-TOTAL-HOURS (GROUP-IDX).
           IF HOURS-BETWEEN > USER-TAB-MAX-HOURS (GROUP-IDX)
               MOVE HOURS-BETWEEN TO USER-TAB-MAX-HOURS (GROUP-IDX)
           END-IF.
           IF ALERT-BREACHED
               ADD 1 TO USER-TAB-BREACHES (GROUP-IDX)
           END-IF.

      *>----------------------------------------------------------------
      *>  Summary sections: by severity raised at, by reason code, by
      *>  acknowledging user.
      *>----------------------------------------------------------------
       WRITE-RESPONSE-SECTIONS.
           MOVE "SEVERITY RAISED AT" TO RSP-SECTION-NAME.
           MOVE "SEVERITY" TO RSPCOL-NAME-LABEL.
           PERFORM WRITE-RESPONSE-SECTION-HEAD.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > 3
               MOVE SPACES TO ROW-NAME
               MOVE GROUP-IDX TO SEVERITY-NUMBER
               STRING "SEV " DELIMITED BY SIZE
                      SEVERITY-NUMBER DELIMITED BY SIZE
                      INTO ROW-NAME
               END-STRING
               MOVE SEV-TAB-ACKED (GROUP-IDX)       TO ROW-ACKED
               MOVE SEV-TAB-TOTAL-HOURS (GROUP-IDX) TO ROW-TOTAL-HOURS
               MOVE SEV-TAB-MAX-HOURS (GROUP-IDX)   TO ROW-MAX-HOURS
               MOVE SEV-TAB-BREACHES (GROUP-IDX)    TO ROW-BREACHES
               PERFORM WRITE-RESPONSE-ROW
           END-PERFORM.

           MOVE "REASON CODE" TO RSP-SECTION-NAME.
           MOVE "REASON  " TO RSPCOL-NAME-LABEL.
           PERFORM WRITE-RESPONSE-SECTION-HEAD.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > REASON-COUNT
               MOVE REASON-TAB-CODE (GROUP-IDX)     TO ROW-NAME
               MOVE REASON-TAB-ACKED (GROUP-IDX)    TO ROW-ACKED
               MOVE REASON-TAB-TOTAL-HOURS (GROUP-IDX)
                       TO ROW-TOTAL-HOURS
               MOVE REASON-TAB-MAX-HOURS (GROUP-IDX) TO ROW-MAX-HOURS
               MOVE REASON-TAB-BREACHES (GROUP-IDX) TO ROW-BREACHES
               PERFORM WRITE-RESPONSE-ROW
           END-PERFORM.

           MOVE "ACKNOWLEDGING USER" TO RSP-SECTION-NAME.
           MOVE "USER ID " TO RSPCOL-NAME-LABEL.
           PERFORM WRITE-RESPONSE-SECTION-HEAD.
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX > USER-COUNT
               MOVE USER-TAB-ID (GROUP-IDX)         TO ROW-NAME
               MOVE USER-TAB-ACKED (GROUP-IDX)      TO ROW-ACKED
               MOVE USER-TAB-TOTAL-HOURS (GROUP-IDX)
                       TO ROW-TOTAL-HOURS
               MOVE USER-TAB-MAX-HOURS (GROUP-IDX)  TO ROW-MAX-HOURS
               MOVE USER-TAB-BREACHES (GROUP-IDX)   TO ROW-BREACHES
               PERFORM WRITE-RESPONSE-ROW
           END-PERFORM.

       WRITE-RESPONSE-SECTION-HEAD.
           MOVE SPACES TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE RESPONSE-SECTION-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE RESPONSE-COLUMN-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

       WRITE-RESPONSE-ROW.
           MOVE ROW-NAME      TO RSP-NAME.
           MOVE ROW-ACKED     TO RSP-ACKED.
           MOVE ROW-MAX-HOURS TO RSP-MAX-HOURS.
           MOVE ROW-BREACHES  TO RSP-BREACHES.
           IF ROW-ACKED > 0
               COMPUTE RSP-AVG-HOURS ROUNDED =
                       ROW-TOTAL-HOURS / ROW-ACKED
               COMPUTE RSP-BREACH-PCT ROUNDED =
                       ROW-BREACHES * 100 / ROW-ACKED
           ELSE
               MOVE 0 TO RSP-AVG-HOURS RSP-BREACH-PCT
           END-IF.
           MOVE RESPONSE-DETAIL-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  Breach list: alerts acknowledged in the month that breached,
      *>  and alerts still open past the target of the severity they
      *>  were raised at, aged to now.
      *>----------------------------------------------------------------
       WRITE-BREACH-HEADING.
           MOVE SPACES TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE BREACH-SECTION-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE BREACH-COLUMN-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

       LIST-ONE-BREACHED-ALERT.
           READ ALERT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ALERT-IS-ACKED
                           AND ALERT-ACK-DATE (1:6)
                               = REPORT-MONTH-FIELD
                       PERFORM JUDGE-ACKED-ALERT
                       IF ALERT-SEVERITY-VALID AND ALERT-BREACHED
                           MOVE "ACKED" TO BRC-STATUS
                           PERFORM WRITE-BREACH-LINE
                       END-IF
                   END-IF
                   IF ALERT-IS-OPEN
                       PERFORM JUDGE-OPEN-ALERT
                       IF ALERT-SEVERITY-VALID AND ALERT-BREACHED
                           ADD 1 TO BREACHES-STILL-OPEN
                           MOVE "STILL OPEN" TO BRC-STATUS
                           PERFORM WRITE-BREACH-LINE
                       END-IF
                   END-IF
           END-READ.

       JUDGE-OPEN-ALERT.
           PERFORM FIND-RAISED-SEVERITY.
           IF ALERT-SEVERITY-VALID
               MOVE TARGET-HOURS (RAISED-SEVERITY-NUMBER)
                       TO TARGET-FOR-ALERT
               MOVE ALERT-RUN-DATE   TO FROM-DATE-WORK
               MOVE ALERT-START-TIME TO FROM-TIME-WORK
               MOVE TODAY-DATE-FIELD TO TO-DATE-WORK
               MOVE NOW-TIME-FIELD   TO TO-TIME-WORK
               PERFORM COMPUTE-HOURS-BETWEEN
               MOVE "N" TO ALERT-BREACH-STATE
               IF HOURS-BETWEEN > TARGET-FOR-ALERT
                       OR ALERT-RAISED-SEVERITY NOT = SPACE
                   SET ALERT-BREACHED TO TRUE
               END-IF
           END-IF.

       WRITE-BREACH-LINE.
           MOVE ALERT-HOST-NAME   TO BRC-HOST-NAME.
           MOVE ALERT-REASON-CODE TO BRC-REASON-CODE.
           MOVE RAISED-SEVERITY-NUMBER TO BRC-RAISED-SEVERITY.
           MOVE ALERT-SEVERITY    TO BRC-SEVERITY.
           MOVE ALERT-RUN-DATE    TO BRC-RUN-DATE.
           MOVE ALERT-START-TIME  TO BRC-START-TIME.
           MOVE ALERT-ACK-USER    TO BRC-ACK-USER.
           MOVE ALERT-ACK-DATE    TO BRC-ACK-DATE.
           MOVE HOURS-BETWEEN     TO BRC-HOURS.
           MOVE TARGET-FOR-ALERT  TO BRC-TARGET.
           MOVE BREACH-DETAIL-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE TOTALS-HEADING-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE "ALERTS ACKNOWLEDGED IN MONTH" TO TOT-LABEL.
           MOVE ALERTS-ACKED-IN-MONTH TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE "ACKNOWLEDGED AFTER BREACHING TARGET" TO TOT-LABEL.
           MOVE BREACHES-ACKED TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.
           MOVE "STILL OPEN PAST TARGET" TO TOT-LABEL.
           MOVE BREACHES-STILL-OPEN TO TOT-COUNT.
           MOVE TOTALS-DETAIL-LINE TO RESPONSE-PRINT-LINE.
           WRITE RESPONSE-PRINT-LINE.

      *>----------------------------------------------------------------
      *>  Hours from FROM-DATE/TIME-WORK to TO-DATE/TIME-WORK, one
      *>  decimal.  A time that is not HHMMSSCC counts as the start of
      *>  its day; a date that is not YYYYMMDD gives zero hours, so a
      *>  damaged stamp never escalates anything by itself.
      *>----------------------------------------------------------------
       COMPUTE-HOURS-BETWEEN.
           MOVE 0 TO HOURS-BETWEEN.
           IF FROM-DATE-WORK IS NUMERIC AND TO-DATE-WORK IS NUMERIC
               MOVE FROM-DATE-WORK TO DATE-WORK-FIELD
               PERFORM CONVERT-DATE-TO-SERIAL-DAYS
               MOVE SERIAL-DAY-NUMBER TO FROM-SERIAL-DAYS
               MOVE TO-DATE-WORK TO DATE-WORK-FIELD
               PERFORM CONVERT-DATE-TO-SERIAL-DAYS
               MOVE SERIAL-DAY-NUMBER TO TO-SERIAL-DAYS
               MOVE 0 TO FROM-HSEC TO-HSEC
               IF FROM-TIME-WORK IS NUMERIC
                   MOVE FROM-TIME-WORK TO TIME-WORK-FIELD
                   PERFORM CONVERT-TIME-TO-HUNDREDTHS
                   MOVE TOD-TOTAL-HSEC TO FROM-HSEC
               END-IF
               IF TO-TIME-WORK IS NUMERIC
                   MOVE TO-TIME-WORK TO TIME-WORK-FIELD
                   PERFORM CONVERT-TIME-TO-HUNDREDTHS
                   MOVE TOD-TOTAL-HSEC TO TO-HSEC
               END-IF
               COMPUTE AGE-HSEC =
                       (TO-SERIAL-DAYS - FROM-SERIAL-DAYS) * 8640000
                       + TO-HSEC - FROM-HSEC
               IF AGE-HSEC > 0
                   COMPUTE HOURS-BETWEEN = AGE-HSEC / 360000
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *>  Serial-day number of DATE-WORK-FIELD (YYYYMMDD) - the same
      *>  March-anchored calendar fold CPUCOMPL ages its schedule by.
      *>----------------------------------------------------------------
       CONVERT-DATE-TO-SERIAL-DAYS.
           MOVE DATE-WORK-FIELD (1:4) TO DATE-WORK-YEAR.
           MOVE DATE-WORK-FIELD (5:2) TO DATE-WORK-MONTH.
           MOVE DATE-WORK-FIELD (7:2) TO DATE-WORK-DAY.
           IF DATE-WORK-MONTH > 2
               COMPUTE CAL-ADJ-MONTH = DATE-WORK-MONTH + 1
               MOVE DATE-WORK-YEAR TO CAL-ADJ-YEAR
           ELSE
               COMPUTE CAL-ADJ-MONTH = DATE-WORK-MONTH + 13
               COMPUTE CAL-ADJ-YEAR = DATE-WORK-YEAR - 1
           END-IF.
           COMPUTE SERIAL-DAY-NUMBER =
                   (1461 * CAL-ADJ-YEAR) / 4
                   + (153 * CAL-ADJ-MONTH) / 5
                   + DATE-WORK-DAY.

       CONVERT-TIME-TO-HUNDREDTHS.
           MOVE TIME-WORK-FIELD (1:2) TO TOD-HOURS.
           MOVE TIME-WORK-FIELD (3:2) TO TOD-MINUTES.
           MOVE TIME-WORK-FIELD (5:2) TO TOD-SECONDS.
           MOVE TIME-WORK-FIELD (7:2) TO TOD-HUNDREDTHS.
           COMPUTE TOD-TOTAL-HSEC =
                   TOD-HOURS * 360000 + TOD-MINUTES * 6000 +
                   TOD-SECONDS * 100 + TOD-HUNDREDTHS.
