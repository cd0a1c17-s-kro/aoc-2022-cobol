      *                  records that were never archived.  Either
      *                  failure now ends RC=8 with the journal and
      *                  suspense files left exactly as found.
      * Oct 15 2026  SK  Suspense and archive lines widened to 78
      *                  bytes for the depot of origin (SUSP-DEPOT,
      *                  see SUSPREC.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 JRNL-ARCHIVE-LINE       PIC X(61) VALUE SPACES.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD SUSP-ARCHIVE.
       01 SUSP-ARCHIVE-LINE       PIC X(78) VALUE SPACES.

       FD WRITEOFF-RPT.
       01 WRITEOFF-RPT-LINE       PIC X(100) VALUE SPACES.

       01 WS-SKEEP-TABLE.
           05 WS-SKEEP-RECORD OCCURS 500 TIMES
                                  PIC X(78).

       01 WS-JRNL-READ-COUNT      PIC 9(08) VALUE 0.
       01 WS-JRNL-ARCH-COUNT      PIC 9(08) VALUE 0.
