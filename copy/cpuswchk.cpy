           05  CHKPT-HAD-IOERR             PIC X(01).
           05  FILLER                      PIC X(01).
           05  CHKPT-HAD-MEMERR            PIC X(01).
           05  FILLER                      PIC X(01).
           05  CHKPT-HAD-CALCERR           PIC X(01).
