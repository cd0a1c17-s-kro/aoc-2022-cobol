      *****************************************************************
      * DEPDAY.CPY
      *
      * Record layout for the depot daily scorecard store
      * (aoc_2022-1-depday.dat), an indexed file keyed on run date
      * and depot id.  One record per depot per run date, loaded
      * each night by the depot scorecard (aoc_2022-1ag) from the
      * depot feed log (DEPFEED.CPY) and the validation suspense
      * file (SUSPREC.CPY), so the month-to-date columns of the
      * scorecard are a keyed browse of the month's records instead
      * of a rerun of every night's feed log.
      *
      * DEPDAY-DEPOT-ID is spaces for rejects from an extract that
      * carried no depot (a single-site night).  The reject counts
      * are the night's suspense records by reason.  DEPDAY-TRL-
      * FAILURES counts the consolidation attempts on which the
      * depot's extract failed its header/trailer verification.
      * DEPDAY-LATE is set when the feed was only there on a retry;
      * DEPDAY-MISSING when it was not there at all for the attempt
      * the night ran on, or what was there was an earlier day's
      * extract.
      *
      * A rerun of a date already loaded replaces that date's
      * records.
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  DEPOT-DAY-RECORD.
           05  DEPDAY-KEY.
               10  DEPDAY-RUN-DATE     PIC 9(08).
               10  DEPDAY-DEPOT-ID     PIC X(08).
           05  DEPDAY-RECORDS          PIC 9(08).
           05  DEPDAY-ELVES            PIC 9(05).
           05  DEPDAY-CALORIES         PIC 9(12).
           05  DEPDAY-REJ-NOT-NUMERIC  PIC 9(05).
           05  DEPDAY-REJ-OUT-OF-RANGE PIC 9(05).
           05  DEPDAY-REJ-OTHER        PIC 9(05).
           05  DEPDAY-TRL-FAILURES     PIC 9(03).
           05  DEPDAY-MERGED           PIC 9(05).
           05  DEPDAY-LATE             PIC X(01).
               88  DEPDAY-WAS-LATE     VALUE 'Y'.
           05  DEPDAY-MISSING          PIC X(01).
               88  DEPDAY-WAS-MISSING  VALUE 'Y'.
