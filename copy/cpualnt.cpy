      *>================================================================
      *>  CPUALNT  -  alert escalation notification: one record per
      *>  escalation CPUALESC makes, written to the CPUALNTF outbound
      *>  file the pager/email gateway drains - the host, the alert's
      *>  reason code and text, the severity it was raised from and to,
      *>  and how many hours the alert has been outstanding since the
      *>  run that raised it.  A severity-1 alert cannot go higher; it
      *>  is notified again each time it passes its target once more.
      *>================================================================
       01  NOTIFY-RECORD.
           05  NOTIFY-DATE                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-TIME                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-HOST-NAME            PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-REASON-CODE          PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-OLD-SEVERITY         PIC X(01).
           05  FILLER                      PIC X(01).
           05  NOTIFY-NEW-SEVERITY         PIC X(01).
           05  FILLER                      PIC X(01).
           05  NOTIFY-HOURS-OUTSTANDING    PIC 9(05).
           05  FILLER                      PIC X(01).
           05  NOTIFY-RUN-DATE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-START-TIME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  NOTIFY-REASON-TEXT          PIC X(30).
