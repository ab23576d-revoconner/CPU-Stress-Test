      *>  suppress duplicates - a box failing the same way nightly
      *>  keeps one OPEN alert, stamped with the first failing run's
      *>  key - and CPUALACK flips an alert to ACKED with who took it
      *>  and when.  CPUALESC ages OPEN alerts against per-severity
      *>  response targets, raising the severity of one left too long
      *>  and notifying the pager/email gateway, and reports
      *>  time-to-acknowledge monthly.
      *>================================================================
       01  ALERT-RECORD.
           05  ALERT-SEVERITY              PIC X(01).
           05  ALERT-ACK-USER              PIC X(08).
           05  FILLER                      PIC X(01).
           05  ALERT-ACK-DATE              PIC X(08).
      *>  The escalation columns were added after ACK-DATE, same
      *>  trailing-column convention as CAPRPT - lines written before
      *>  they existed read them as blank.  ACK-TIME is when CPUALACK
      *>  ran (HHMMSSCC); RAISED-SEVERITY the severity the alert was
      *>  raised at, kept the first time it is escalated (blank for an
      *>  alert never escalated); ESCALATED-DATE/TIME when it was last
      *>  escalated, from which its next response target is counted.
           05  FILLER                      PIC X(01).
           05  ALERT-ACK-TIME              PIC X(08).
           05  FILLER                      PIC X(01).
           05  ALERT-RAISED-SEVERITY       PIC X(01).
           05  FILLER                      PIC X(01).
           05  ALERT-ESCALATED-DATE        PIC X(08).
           05  FILLER                      PIC X(01).
           05  ALERT-ESCALATED-TIME        PIC X(08).
