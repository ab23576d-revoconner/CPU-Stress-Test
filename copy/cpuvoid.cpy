      *>================================================================
      *>  CPUVOID  -  run void register: one record per run that must
      *>  no longer count - made while the box had a failing fan, in
      *>  the wrong LPAR, and so on - keyed by the host/LPAR name and
      *>  the run key (run date and start time) its CAPRPT and
      *>  CPUFLTM lines carry, with the reason and who voided it.
      *>  CPUVOIDM maintains it; CPUTREND, CPUFLEET, CPUBASEM,
      *>  CPUCOMPR and the CPUHSKP rollup pass voided runs over, and
      *>  CPUEXTR sends the planning package a reversal for any voided
      *>  run it had already extracted.
      *>================================================================
       01  VOID-RECORD.
           05  VOID-KEY.
               10  VOID-HOST-NAME          PIC X(08).
               10  VOID-RUN-DATE           PIC X(08).
               10  VOID-START-TIME         PIC X(08).
           05  VOID-REASON                 PIC X(40).
           05  VOID-USER-ID                PIC X(08).
           05  VOID-ENTRY-DATE             PIC X(08).
      *>  What CPUEXTR has done about the void: blank until it acts,
      *>  "R" once a reversal went out (in extract VOID-EXTRACT-SEQ),
      *>  "S" when the run was voided before it was ever extracted and
      *>  so was simply suppressed - either way it is never sent again.
           05  VOID-EXTRACT-STATE          PIC X(01).
               88  VOID-EXTRACT-PENDING        VALUE SPACE.
               88  VOID-WAS-REVERSED           VALUE "R".
               88  VOID-WAS-SUPPRESSED         VALUE "S".
           05  VOID-EXTRACT-SEQ            PIC 9(05).
