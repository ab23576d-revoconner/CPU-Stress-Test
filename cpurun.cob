       77  MEM-BLOCK-NUM-DISPLAY       PIC 9(7) VALUE 0.
       01  MEM-EXPECTED-BLOCK          PIC X(1048576).

      *>  Known-answer arithmetic verification (CPU_STRESS_CALC_VERIFY
      *>  =Y): every core starts CORE-F at the same seed and runs the
      *>  same PER-CORE-BUSY-ITERATIONS each tick, so after n bursts
      *>  every core must hold the n-th term of the recurrence.  At
      *>  each checkpoint the expected term is worked out by a
      *>  different route - the recurrence's affine step raised to the
      *>  power n by repeated squaring, all modulo the 10**9 CORE-F
      *>  keeps - and each core's CORE-F is compared with it.  A core
      *>  that disagrees counts as a failed check, is put back on the
      *>  expected value so a later fault counts again, and the run
      *>  completes CALCERR.
       77  CALC-VERIFY-TEXT            PIC X(1) VALUE SPACES.
           88  CALC-VERIFY-REQUESTED       VALUE "Y".
       77  CALC-VERIFY-STATE           PIC X(1) VALUE "N".
           88  CALC-VERIFY-IS-ACTIVE       VALUE "Y".
       77  CALC-MODULUS                PIC 9(10) VALUE 1000000000.
       77  CALC-CORE-ITERS             PIC 9(15) VALUE 0.
       77  CALC-VERIFIED-ITERS         PIC 9(15) VALUE 0.
       77  CALC-STEPS-LEFT             PIC 9(15) VALUE 0.
       77  CALC-STEP-BIT               PIC 9(1) VALUE 0.
       77  CALC-EXPECTED-F             PIC 9(9) VALUE 46643.
       77  CALC-POWER-A                PIC 9(9) VALUE 0.
       77  CALC-POWER-C                PIC 9(9) VALUE 0.
       77  CALC-NEW-POWER-C            PIC 9(9) VALUE 0.
       77  CALC-PRODUCT                PIC 9(18) VALUE 0.
       77  CALC-QUOTIENT               PIC 9(18) VALUE 0.
       77  CALC-RESIDUE                PIC 9(9) VALUE 0.
       77  CALC-CHECK-SECOND           PIC 9(7) VALUE 0.
       77  CALC-ERROR-ACCUM            PIC 9(9) VALUE 0.
       77  CALC-FIRST-ERR-CORE         PIC 9(3) VALUE 0.
       77  CALC-FIRST-ERR-SECOND       PIC 9(7) VALUE 0.
       77  CALC-FIRST-ERR-INTERVAL     PIC 9(5) VALUE 0.

      *>  One 1 MB entry per requested megabyte of memory pressure.
      *>  Runtime-sized (MEM-STRESS-MB is not known at compile time),
      *>  so this has to be BASED + ALLOCATE rather than a fixed
           MOVE "N" TO PHASE-MODE-STATE.
           MOVE "N" TO MEM-VERIFY-STATE.
           MOVE 0 TO MEM-MISMATCH-ACCUM MEM-LAST-FILL-TICK.
           MOVE "N" TO CALC-VERIFY-STATE.
           MOVE 0 TO CALC-CORE-ITERS CALC-VERIFIED-ITERS
                     CALC-ERROR-ACCUM CALC-FIRST-ERR-CORE
                     CALC-FIRST-ERR-SECOND CALC-FIRST-ERR-INTERVAL.
           MOVE 46643 TO CALC-EXPECTED-F.
           MOVE 0 TO CPURUN-CALC-ERRORS CPURUN-CALC-ERR-CORE
                     CPURUN-CALC-ERR-SECOND CPURUN-CALC-ERR-INTERVAL.
           MOVE 0 TO PHASE-COUNT ACTIVE-PHASE-NUMBER
                     PHASE-SECS-REMAINING PHASE-START-ITERS.
           MOVE 0 TO CPURUN-PHASE-COUNT.
               MOVE 46643 TO CORE-F (CORE-IDX)
           END-PERFORM.

           ACCEPT CALC-VERIFY-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_CALC_VERIFY".
           IF CALC-VERIFY-REQUESTED
               SET CALC-VERIFY-IS-ACTIVE TO TRUE
               DISPLAY "CPURUN arithmetic verification active - "
                       EFFECTIVE-CORES-STRESS " cores per checkpoint"
           END-IF.

           ACCEPT MIN-ITERS-TEXT FROM ENVIRONMENT
                   "CPU_STRESS_MIN_ITERS".
           IF MIN-ITERS-TEXT = SPACES OR MIN-ITERS-TEXT IS NOT NUMERIC
           COMPUTE TICK-SIMULATED-ITER =
                   PER-CORE-BUSY-ITERATIONS * EFFECTIVE-CORES-STRESS.
           ADD TICK-SIMULATED-ITER TO TOTAL-ITER-ACCUM.
           IF CALC-VERIFY-IS-ACTIVE
               ADD PER-CORE-BUSY-ITERATIONS TO CALC-CORE-ITERS
           END-IF.
           EXIT.

       CORE-BUSY-BURST.
                   TOTAL-ITER-ACCUM - PREV-INTERVAL-ITERS.
           PERFORM TAKE-INTERVAL-WALL-TIME.
           PERFORM WRITE-INTERVAL-RECORD.
           IF CALC-VERIFY-IS-ACTIVE
               MOVE SECONDS TO CALC-CHECK-SECOND
               PERFORM VERIFY-CORE-ARITHMETIC
           END-IF.

      *>  Wall seconds since the last interval boundary, with the
      *>  usual past-midnight wrap; an interval that closes within
       RELEASE-MEMORY-PRESSURE.
           FREE MEM-PRESSURE-TABLE.

      *>----------------------------------------------------------------
      *>  Known-answer check: bring CALC-EXPECTED-F forward over the
      *>  bursts run since the last check, then hold every core's
      *>  CORE-F against it.  CALC-CHECK-SECOND is set by the caller;
      *>  INTERVAL-NUMBER is the interval just written.
      *>----------------------------------------------------------------
       VERIFY-CORE-ARITHMETIC.
           COMPUTE CALC-STEPS-LEFT =
                   CALC-CORE-ITERS - CALC-VERIFIED-ITERS.
           IF CALC-STEPS-LEFT > 0
               MOVE 46643  TO CALC-POWER-A
               MOVE 754276 TO CALC-POWER-C
               PERFORM ADVANCE-CALC-EXPECTED
                       UNTIL CALC-STEPS-LEFT = 0
               MOVE CALC-CORE-ITERS TO CALC-VERIFIED-ITERS
           END-IF.
           PERFORM VARYING CORE-IDX FROM 1 BY 1
                   UNTIL CORE-IDX > EFFECTIVE-CORES-STRESS
               IF CORE-F (CORE-IDX) NOT = CALC-EXPECTED-F
                   PERFORM RECORD-CALC-ERROR
               END-IF
           END-PERFORM.

      *>  One binary digit of the step count per pass: CALC-POWER-A/C
      *>  hold the affine step f(x) = A*x + C composed 2**k times, so
      *>  a 1 bit applies it to the expected value and the map is then
      *>  squared for the next bit.  Everything stays below 10**18 by
      *>  reducing modulo 10**9 after every multiply.
       ADVANCE-CALC-EXPECTED.
           DIVIDE CALC-STEPS-LEFT BY 2 GIVING CALC-QUOTIENT
                   REMAINDER CALC-STEP-BIT.
           MOVE CALC-QUOTIENT TO CALC-STEPS-LEFT.
           IF CALC-STEP-BIT = 1
               COMPUTE CALC-PRODUCT = CALC-POWER-A * CALC-EXPECTED-F
               PERFORM REDUCE-CALC-PRODUCT
               COMPUTE CALC-PRODUCT = CALC-RESIDUE + CALC-POWER-C
               PERFORM REDUCE-CALC-PRODUCT
               MOVE CALC-RESIDUE TO CALC-EXPECTED-F
           END-IF.
           IF CALC-STEPS-LEFT > 0
               COMPUTE CALC-PRODUCT = CALC-POWER-A * CALC-POWER-C
               PERFORM REDUCE-CALC-PRODUCT
               COMPUTE CALC-PRODUCT = CALC-RESIDUE + CALC-POWER-C
               PERFORM REDUCE-CALC-PRODUCT
               MOVE CALC-RESIDUE TO CALC-NEW-POWER-C
               COMPUTE CALC-PRODUCT = CALC-POWER-A * CALC-POWER-A
               PERFORM REDUCE-CALC-PRODUCT
               MOVE CALC-RESIDUE TO CALC-POWER-A
               MOVE CALC-NEW-POWER-C TO CALC-POWER-C
           END-IF.

       REDUCE-CALC-PRODUCT.
           DIVIDE CALC-PRODUCT BY CALC-MODULUS GIVING CALC-QUOTIENT
                   REMAINDER CALC-RESIDUE.

      *>  The first disagreement is the one operators chase, so its
      *>  core, second and interval are kept and shown; later ones are
      *>  only counted.  The core is resynchronised to the expected
      *>  value so one fault isn't counted again at every checkpoint.
       RECORD-CALC-ERROR.
           ADD 1 TO CALC-ERROR-ACCUM.
           IF CALC-ERROR-ACCUM = 1
               MOVE CORE-IDX          TO CALC-FIRST-ERR-CORE
               MOVE CALC-CHECK-SECOND TO CALC-FIRST-ERR-SECOND
               MOVE INTERVAL-NUMBER   TO CALC-FIRST-ERR-INTERVAL
               DISPLAY "CPURUN arithmetic verify - core "
                       CORE-IDX " disagreed at second "
                       CALC-CHECK-SECOND " interval " INTERVAL-NUMBER
           END-IF.
           MOVE CALC-EXPECTED-F TO CORE-F (CORE-IDX).

       FINALIZE-RESULT.
           MOVE TOTAL-ITER-ACCUM TO CPURUN-TOTAL-ITERATIONS.
           COMPUTE CPURUN-ELAPSED-SECONDS = SECONDS - 1.
               PERFORM TAKE-INTERVAL-WALL-TIME
               PERFORM WRITE-INTERVAL-RECORD
           END-IF.
           IF CALC-VERIFY-IS-ACTIVE
               MOVE CPURUN-ELAPSED-SECONDS TO CALC-CHECK-SECOND
               PERFORM VERIFY-CORE-ARITHMETIC
           END-IF.
           PERFORM COMPUTE-STABILITY-STATISTICS.
           MOVE IO-BYTES-WRITTEN-ACCUM TO CPURUN-IO-BYTES-WRITTEN.
           MOVE IO-BYTES-READ-ACCUM    TO CPURUN-IO-BYTES-READ.
               DISPLAY "CPURUN memory verify - " MEM-MISMATCH-ACCUM
                       " blocks failed read-back"
           END-IF.
           MOVE CALC-ERROR-ACCUM        TO CPURUN-CALC-ERRORS.
           MOVE CALC-FIRST-ERR-CORE     TO CPURUN-CALC-ERR-CORE.
           MOVE CALC-FIRST-ERR-SECOND   TO CPURUN-CALC-ERR-SECOND.
           MOVE CALC-FIRST-ERR-INTERVAL TO CPURUN-CALC-ERR-INTERVAL.
           IF CALC-ERROR-ACCUM > 0
               DISPLAY "CPURUN arithmetic verify - " CALC-ERROR-ACCUM
                       " core checks failed"
           END-IF.
      *>  All three mismatch kinds are integrity failures and only one
      *>  fits the completion byte: a core computing wrong wins, as
      *>  the fault that makes every other figure suspect, then disk
      *>  ahead of memory.  The other counts are still right there in
      *>  the result area and report columns.
           IF CALC-ERROR-ACCUM > 0
               SET CPURUN-COMPLETED-CALCERR TO TRUE
           ELSE
               IF IO-MISMATCH-ACCUM > 0
                   SET CPURUN-COMPLETED-IOERR TO TRUE
               ELSE
                   IF MEM-MISMATCH-ACCUM > 0
                       SET CPURUN-COMPLETED-MEMERR TO TRUE
                   ELSE
                       IF MIN-ITERS-THRESHOLD > 0
                               AND TOTAL-ITER-ACCUM
                                   < MIN-ITERS-THRESHOLD
                           SET CPURUN-COMPLETED-SHORT TO TRUE
                       ELSE
                           SET CPURUN-COMPLETED-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
