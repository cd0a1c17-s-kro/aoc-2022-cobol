      *****************************************************************
      * RATNPLN.CPY
      *
      * Record layout for the team ration plan reference file
      * (aoc_2022-1-ration.dat), one line per expedition team
      * (ELF-MST-TEAM on the elf master, see ELFMST.CPY).  The
      * shop-wide MIN-CALORIES card (PARMBLK.CPY) is one floor for
      * every elf; the plan says what each team's trip actually
      * needs - the calories every member should carry, and the
      * least the team as a whole may carry however few members it
      * has.  Maintained by aoc_2022-1ae from add/change/delete
      * transactions; the nightly ration report (aoc_2022-1af)
      * compares each team's provisioning against it.
      *
      * RATN-CHG-DATE and RATN-CHG-OPER are stamped by the
      * maintenance program with the date and operator of the last
      * add or change to the line.
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  RATN-PLAN-RECORD.
           05  RATN-TEAM               PIC X(20).
           05  RATN-TARGET-CALS        PIC 9(12).
           05  RATN-TEAM-FLOOR         PIC 9(12).
           05  RATN-CHG-DATE           PIC 9(08).
           05  RATN-CHG-OPER           PIC X(08).
