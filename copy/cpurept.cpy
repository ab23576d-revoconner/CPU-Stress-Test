      *>  leave it blank.
           05  FILLER                      PIC X(01).
           05  CAPRPT-MEM-MISMATCHES       PIC 9(09).
      *>  The arithmetic-verification columns follow, same trailing-
      *>  column convention - older lines leave them blank.  ERRORS
      *>  is the count of failed core checks; CORE, SECOND and
      *>  INTERVAL locate the first one.
           05  FILLER                      PIC X(01).
           05  CAPRPT-CALC-ERRORS          PIC 9(09).
           05  FILLER                      PIC X(01).
           05  CAPRPT-CALC-ERR-CORE        PIC 9(03).
           05  FILLER                      PIC X(01).
           05  CAPRPT-CALC-ERR-SECOND      PIC 9(05).
           05  FILLER                      PIC X(01).
           05  CAPRPT-CALC-ERR-INTERVAL    PIC 9(05).
