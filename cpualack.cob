      *>  way the housekeeping purge rewrites the histories.
      *>
      *>  Positional PARM - HHHHHHHHRRRRRRRR - host(8) reason-code(8)
      *>  (IOERR / MEMERR / CALCERR / UNSTABLE / BASEDEV / SHORT); a
      *>  blank PARM falls back to console prompts.  A blank reason
      *>  acknowledges every open alert for the host.
      *>================================================================

       ENVIRONMENT DIVISION.
           88 ALERT-WORK-EOF        VALUE "10".

       77 ACK-DATE-FIELD        PIC X(8) VALUE SPACES.
       77 ACK-TIME-FIELD        PIC X(8) VALUE SPACES.
       77 ACK-USER-TEXT         PIC X(8) VALUE SPACES.
       77 ACK-HOST-NAME         PIC X(8) VALUE SPACES.
       77 ACK-REASON-CODE       PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT ACK-DATE-FIELD FROM DATE YYYYMMDD.
           ACCEPT ACK-TIME-FIELD FROM TIME.
           ACCEPT ACK-USER-TEXT FROM ENVIRONMENT "USER".

           ACCEPT PARM-COMMAND-LINE FROM COMMAND-LINE.
                       SET ALERT-IS-ACKED TO TRUE
                       MOVE ACK-USER-TEXT  TO ALERT-ACK-USER
                       MOVE ACK-DATE-FIELD TO ALERT-ACK-DATE
                       MOVE ACK-TIME-FIELD TO ALERT-ACK-TIME
                       ADD 1 TO ALERTS-ACKED
                   END-IF
                   MOVE ALERT-RECORD TO ALERT-WORK-RECORD
