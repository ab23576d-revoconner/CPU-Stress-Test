      *>================================================================
      *>  CPUQUEUE  -  stress-run request queue: one line per run
      *>  request that could not start when it was asked for (a live
      *>  CPULOCK or a CPUBLACK window) or was submitted straight to
      *>  the queue.  A request names either a CPUPCAT profile or
      *>  carries the CPU-STRESS positional PARM values, plus who
      *>  submitted it, a priority (1 most urgent, 9 least) and the
      *>  earliest date/time it may start.  CPUDISP dispatches the
      *>  next eligible PENDING request through CPURUN once the box
      *>  is unlocked and outside any blackout, and leaves the final
      *>  state on the line - DISPATCHED while CPURUN has it (so an
      *>  abend mid-run is visible), COMPLETED with the run key and
      *>  audit outcome once it returns, EXPIRED when it waited past
      *>  the queue age limit, CANCELLED when withdrawn or when the
      *>  request itself could not be run.
      *>================================================================
       01  QUEUE-RECORD.
           05  QUEUE-SEQUENCE              PIC 9(05).
           05  FILLER                      PIC X(01).
           05  QUEUE-SUBMIT-USER           PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-SUBMIT-JOB            PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-SUBMIT-DATE           PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-SUBMIT-TIME           PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-PRIORITY              PIC 9(01).
           05  FILLER                      PIC X(01).
           05  QUEUE-EARLIEST-DATE         PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-EARLIEST-TIME         PIC X(04).
           05  FILLER                      PIC X(01).
      *>  A named request leaves the PARM columns blank; a PARM
      *>  request leaves the name blank.
           05  QUEUE-PROFILE-NAME          PIC X(12).
           05  FILLER                      PIC X(01).
           05  QUEUE-PARM-TEXT             PIC X(27).
           05  FILLER                      PIC X(01).
           05  QUEUE-STATE                 PIC X(10).
               88  QUEUE-IS-PENDING            VALUE "PENDING".
               88  QUEUE-IS-DISPATCHED         VALUE "DISPATCHED".
               88  QUEUE-IS-COMPLETED          VALUE "COMPLETED".
               88  QUEUE-IS-EXPIRED            VALUE "EXPIRED".
               88  QUEUE-IS-CANCELLED          VALUE "CANCELLED".
           05  FILLER                      PIC X(01).
      *>  When the state last changed - for DISPATCHED and COMPLETED
      *>  this is the run key the CAPRPT and CPUAUDIT lines carry.
           05  QUEUE-FINAL-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-FINAL-TIME            PIC X(08).
           05  FILLER                      PIC X(01).
           05  QUEUE-OUTCOME               PIC X(09).
