      *>  own completion code - failing RAM on commissioned used
      *>  hardware is the one component the suite could not catch
      *>  while the memory-pressure side only ever wrote.
      *>  A core whose CORE-F recurrence disagrees with the known
      *>  answer for its iteration count gets its own code too - a
      *>  core that silently computes wrong is the worst thing a
      *>  burn-in can pass.
           05  CPURUN-COMPLETION-CODE      PIC X(01).
               88  CPURUN-COMPLETED-OK         VALUE '0'.
               88  CPURUN-COMPLETED-SHORT      VALUE '1'.
               88  CPURUN-COMPLETED-IOERR      VALUE '2'.
               88  CPURUN-COMPLETED-MEMERR     VALUE '3'.
               88  CPURUN-COMPLETED-CALCERR    VALUE '4'.
           05  CPURUN-IO-BYTES-WRITTEN     PIC 9(15).
           05  CPURUN-IO-BYTES-READ        PIC 9(15).
           05  CPURUN-IO-MISMATCHES        PIC 9(09).
               10  CPURUN-PHASE-SECONDS    PIC 9(05).
               10  CPURUN-PHASE-LOAD       PIC 9(03).
               10  CPURUN-PHASE-ITERATIONS PIC 9(15).
      *>  Known-answer arithmetic verification: checkpoints at which a
      *>  core's CORE-F disagreed with the expected value, and where
      *>  the first disagreement was seen (core number, run second and
      *>  CPUINTVL interval number).  All zero when the mode was off
      *>  or every core verified.
           05  CPURUN-CALC-ERRORS          PIC 9(09).
           05  CPURUN-CALC-ERR-CORE        PIC 9(03).
           05  CPURUN-CALC-ERR-SECOND      PIC 9(05).
           05  CPURUN-CALC-ERR-INTERVAL    PIC 9(05).
