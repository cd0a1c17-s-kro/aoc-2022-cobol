      *   8   clean extract missing/unreadable, no header or
      *       trailer on it, or the repaired-records table
      *       overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Repaired and merged lines widened to 43
      *                  bytes so the depot of origin (ELF-DEPOT, see
      *                  ELFREC.CPY) rides through the merge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY ELFREC.

       FD REPAIRED-FILE.
       01 REPAIRED-LINE           PIC X(43) VALUE SPACES.

       FD MERGED-EXTRACT.
       01 MERGED-LINE             PIC X(43) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-CLN-EOF              PIC A(1)  VALUE 'F'.
                 15 WS-RT-ELF-ID       PIC 9(05).
                 15 WS-RT-ITEM-DESC    PIC X(20).
                 15 WS-RT-CALORIES     PIC X(10).
                 15 WS-RT-DEPOT        PIC X(08).
              10 WS-RT-MERGED          PIC A(1).

       PROCEDURE DIVISION.
