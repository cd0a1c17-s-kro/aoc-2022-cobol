      * Mod log:
      * Aug 09 2026  SK  Added ELF-ID and ELF-ITEM-DESC; record was
      *                  previously a bare CALORIES PIC X(10).
      * Oct 15 2026  SK  Added ELF-DEPOT (43 bytes), the depot the
      *                  item line came from, set by the depot
      *                  consolidation step (aoc_2022-1l); spaces on a
      *                  single-site extract and on 35-byte lines.
      *****************************************************************
       01  ELF-RECORD.
           05  ELF-ID                  PIC 9(05).
           05  ELF-ITEM-DESC           PIC X(20).
           05  ELF-CALORIES            PIC X(10).
           05  ELF-DEPOT               PIC X(08).
