      * a run date that isn't the day after the latest record is
      * out of sequence.  A genuine rerun goes through the operator
      * override transaction (aoc_2022-1-runctl.ovr, the authorized
      * run date in cols 1-8 and the releasing operator's ID in cols
      * 10-17), which is consumed when the rerun posts.  An
      * overridden run records that operator's ID; a normal run
      * leaves it blank.
      *
      * Mod log:
      * Oct 15 2026  SK  Operator ID that released an overridden
      *                  rerun (23 to 31 bytes).
      * Sep 01 2026  SK  Initial version.
      *****************************************************************
       01  RUN-CTL-RECORD.
               10  RUN-CTL-POSTED-DATE PIC 9(08).
               10  RUN-CTL-POSTED-TIME PIC 9(06).
           05  RUN-CTL-OVERRIDE        PIC X(01).
           05  RUN-CTL-OPERATOR        PIC X(08).
