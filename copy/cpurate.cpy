      *>================================================================
      *>  CPURATE  -  chargeback rate table: one line per host class,
      *>  the price of one core-hour of stress load on that class of
      *>  box.  The host class is the HOST-MODEL the CPUHOST master
      *>  carries for the box; the line with class DEFAULT prices any
      *>  box that is unregistered or whose model has no line of its
      *>  own.  RATE-PER-CORE-HOUR carries four implied decimals
      *>  (000125000 is 12.5000 per core-hour).
      *>================================================================
       01  RATE-RECORD.
           05  RATE-HOST-CLASS             PIC X(12).
           05  FILLER                      PIC X(01).
           05  RATE-PER-CORE-HOUR          PIC 9(05)V9(04).
           05  FILLER                      PIC X(01).
           05  RATE-DESCRIPTION            PIC X(30).
