      *****************************************************************
      * ELFDAY.CPY
      *
      * Record layout for the per-elf daily results store
      * (aoc_2022-1-elfday.dat), an indexed file keyed on run date
      * and ELF-ID.  One record per elf per run date, loaded each
      * night by the history posting step (aoc_2022-1n) from the
      * roster pass's provisioning extract (see PROVREC.CPY) - the
      * elf's item count, total calories and rank for that day, and
      * whether any of the elf's item lines that night went to the
      * validation suspense file (the figure shipped is short by
      * whatever is sitting there) - so any day's figure for any
      * elf is one keyed read instead of an extract nobody kept.
      * The history master (ELFHST.CPY) carries only the running
      * month-to-date and year-to-date totals; this store keeps the
      * days they were built from.
      *
      * A rerun of a date already loaded replaces that date's
      * records, and a post-repair adjustment (aoc_2022-1o) rewrites
      * the day's calories with the corrected figure, so the store
      * always holds the latest figure shipped for the day.  An elf
      * that first reaches a date through an adjustment was wholly
      * in suspense that night, and is flagged so.
      *
      * Mod log:
      * Oct 15 2026  SK  Added ELF-DAY-SUSPENSE (36 bytes).
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  ELF-DAY-RECORD.
           05  ELF-DAY-KEY.
               10  ELF-DAY-RUN-DATE    PIC 9(08).
               10  ELF-DAY-ELF-ID      PIC 9(05).
           05  ELF-DAY-ITEM-COUNT      PIC 9(05).
           05  ELF-DAY-TOT-CALORIES    PIC 9(12).
           05  ELF-DAY-RANK            PIC 9(05).
           05  ELF-DAY-SUSPENSE        PIC X(01).
               88  ELF-DAY-IN-SUSPENSE VALUE 'Y'.
