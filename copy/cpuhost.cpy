      *>================================================================
      *>  CPUHOST  -  host inventory master: one record per host/LPAR,
      *>  keyed by the same 8-byte CPU_STRESS_HOSTNAME identity the
      *>  run histories (CPUFLTM, CPUBASE, CPUCERTF, CPUSCHED) are
      *>  stamped with, saying what the box actually is - its logical
      *>  core count, memory, hardware model, where it sits, which
      *>  team owns it, when it was commissioned and where it is in
      *>  its lifecycle.  CPUHOSTM maintains it; CPUFLEET ranks hosts
      *>  only against peers of the same HOST-MODEL, CPUCOMPL leaves
      *>  RETIRED hosts off the overdue list, and CPUCERT moves a host
      *>  to IN-SERVICE when its battery certifies it.
      *>================================================================
       01  HOST-RECORD.
           05  HOST-NAME                   PIC X(08).
           05  HOST-CORES                  PIC 9(03).
           05  HOST-MEMORY-MB              PIC 9(07).
           05  HOST-MODEL                  PIC X(12).
           05  HOST-LOCATION               PIC X(12).
           05  HOST-TEAM                   PIC X(08).
           05  HOST-COMMISSION-DATE        PIC X(08).
           05  HOST-STATUS                 PIC X(10).
               88  HOST-IS-ON-ORDER            VALUE "ON-ORDER".
               88  HOST-IS-CERTIFYING          VALUE "CERTIFYING".
               88  HOST-IS-IN-SERVICE          VALUE "IN-SERVICE".
               88  HOST-IS-RETIRED             VALUE "RETIRED".
               88  HOST-STATUS-VALID           VALUE "ON-ORDER"
                                                     "CERTIFYING"
                                                     "IN-SERVICE"
                                                     "RETIRED".
      *>  The date HOST-STATUS last changed, so "in service since" and
      *>  "retired on" can be answered from the master itself.
           05  HOST-STATUS-DATE            PIC X(08).
