      *****************************************************************
      * STEPSTAT.CPY
      *
      * Record layout for the nightly step-status file
      * (aoc_2022-1-stepstat-YYYYMMDD.dat, one file per run date).
      * The batch wrapper starts the file with a BGN record when a
      * night begins - fingerprints of the ELVES extract and of the
      * control card deck the night is running with - and appends
      * an STP record as each step completes: the step number, the
      * RETURN-CODE it ended with, and the extract fingerprint as
      * the step left it (STEP 0 swaps in the clean extract when it
      * suspends records within tolerance).  A night that fails
      * part way can then be restarted from the first step with no
      * STP record instead of from the top; aoc_2022-1y RESTART
      * refuses the restart when the extract or the deck no longer
      * matches its fingerprint, and appends an RST record naming
      * the step the night resumed at.
      *
      * Step numbers are the wrapper's: 00-14 for STEP 0-STEP 14,
      * 15 for the prior-run rotation and run-control posting that
      * close the night.  A fingerprint is the cksum checksum and
      * byte count of the file, as the wrapper takes it.
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  STEP-STAT-RECORD.
           05  STEP-STAT-TYPE          PIC X(03).
               88  STEP-STAT-BEGIN     VALUE 'BGN'.
               88  STEP-STAT-STEP      VALUE 'STP'.
               88  STEP-STAT-RESTART   VALUE 'RST'.
           05  STEP-STAT-RUN-DATE      PIC 9(08).
           05  STEP-STAT-NUMBER        PIC 9(02).
           05  STEP-STAT-RC            PIC 9(04).
           05  STEP-STAT-TS.
               10  STEP-STAT-DATE      PIC 9(08).
               10  STEP-STAT-TIME      PIC 9(06).
           05  STEP-STAT-EXTRACT-SUM   PIC X(20).
           05  STEP-STAT-DECK-SUM      PIC X(20).
