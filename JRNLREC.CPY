      * listing, replacing the old habit of reconstructing a night
      * run from four different history files and console echoes.
      *
      * When a failed night is restarted from a step (aoc_2022-1y
      * RESTART), a JOB-RESTART marker record is appended ahead of
      * the resumed steps: its count fields carry the step the night
      * resumed at and the run date instead of record counts.
      *
      * Mod log:
      * Oct 15 2026  SK  JOB-RESTART marker record for step-level
      *                  restarts of the nightly job.
      * Aug 22 2026  SK  Initial version.
      *****************************************************************
       01  JRNL-RECORD.
           05  JRNL-END-TS.
               10  JRNL-END-DATE       PIC 9(08).
               10  JRNL-END-TIME       PIC 9(06).
           05  JRNL-COUNTS.
               10  JRNL-RECORDS-READ   PIC 9(08).
               10  JRNL-RECORDS-WRITTEN PIC 9(08).
           05  JRNL-RESTART-DATA REDEFINES JRNL-COUNTS.
               10  JRNL-RESUME-STEP    PIC 9(08).
               10  JRNL-RESUME-RUN-DATE PIC 9(08).
           05  JRNL-RETURN-CODE        PIC 9(04).
           05  JRNL-RESTART-FLAG       PIC X(01).
