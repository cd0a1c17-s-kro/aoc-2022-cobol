      *****************************************************************
      * DEPFEED.CPY
      *
      * Record layout for the depot feed log (aoc_2022-1-depotfeed.
      * dat).  The depot consolidation step (aoc_2022-1l) appends
      * one line per depot named in aoc_2022-1-depots.ctl every time
      * it runs - a failed attempt as well as the one that finally
      * builds the night's extract - so the depot scorecard
      * (aoc_2022-1ag) can see every trailer failure and every feed
      * that wasn't there when the step first looked, not only the
      * figures of the attempt that balanced.
      *
      * DFD-ATTEMPT-STAMP is the date and time the consolidation
      * attempt started; the lines of one attempt share it, and the
      * latest attempt for a run date is the one the night ran on.
      * DFD-STATUS is the consolidation report's depot status
      * (BALANCED, TRL MISMATCH, NO HDR/TRL, CANNOT OPEN).
      * DFD-HDR-DATE is the date on the depot extract's own header
      * (zero when it had none).  DFD-MERGED counts the elves whose
      * items came from this depot and at least one other; it is
      * only counted when the attempt wrote the consolidated
      * extract.
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  DEPOT-FEED-RECORD.
           05  DFD-RUN-DATE            PIC 9(08).
           05  DFD-ATTEMPT-STAMP.
               10  DFD-ATTEMPT-DATE    PIC 9(08).
               10  DFD-ATTEMPT-TIME    PIC 9(06).
           05  DFD-DEPOT-ID            PIC X(08).
           05  DFD-STATUS              PIC X(12).
               88  DFD-BALANCED        VALUE 'BALANCED'.
               88  DFD-TRL-FAILED      VALUE 'TRL MISMATCH'
                                             'NO HDR/TRL'.
               88  DFD-NOT-OPENED      VALUE 'CANNOT OPEN'.
           05  DFD-HDR-DATE            PIC 9(08).
           05  DFD-RECORDS             PIC 9(08).
           05  DFD-ELVES               PIC 9(05).
           05  DFD-CALORIES            PIC 9(12).
           05  DFD-MERGED              PIC 9(05).
