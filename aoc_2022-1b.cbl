      *                  not on the master is flagged as an exception
      *                  so a mis-keyed ID can't silently credit
      *                  calories to a phantom elf.
      * Oct 15 2026  SK  Suspense line widened to 78 bytes for the
      *                  depot of origin (SUSP-DEPOT, see
      *                  SUSPREC.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 TOP1-RESULT-LINE        PIC 9(12).

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD HISTORY-RPT.
       01 HISTORY-RPT-LINE        PIC X(50) VALUE SPACES.
