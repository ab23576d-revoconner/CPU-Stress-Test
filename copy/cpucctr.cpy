      *>================================================================
      *>  CPUCCTR  -  chargeback cost-center table: one line per job
      *>  name or user id whose stress runs are billed to a cost
      *>  center.  MATCH-TYPE "J" maps a job name, "U" a user id; a
      *>  run is billed through its job name's line when there is
      *>  one (the batch job belongs to the application that owns
      *>  it, whoever submitted it) and through its user id's line
      *>  otherwise.  The description is printed on the cost
      *>  center's chargeback statement - the first non-blank one
      *>  for a cost center is used.  Runs neither line maps are
      *>  reported as unassigned by CPUCHRG, never dropped.
      *>================================================================
       01  COST-CENTER-RECORD.
           05  CCTR-MATCH-TYPE             PIC X(01).
               88  CCTR-MAPS-JOB               VALUE "J".
               88  CCTR-MAPS-USER              VALUE "U".
           05  FILLER                      PIC X(01).
           05  CCTR-MATCH-NAME             PIC X(08).
           05  FILLER                      PIC X(01).
           05  CCTR-COST-CENTER            PIC X(10).
           05  FILLER                      PIC X(01).
           05  CCTR-DESCRIPTION            PIC X(30).
