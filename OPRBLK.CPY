      *****************************************************************
      * OPRBLK.CPY
      *
      * Operator authority block passed to aoc_2022-1ac, which looks
      * the operator up on the authority file (aoc_2022-1-oprauth.ctl)
      * before a maintenance or override action is allowed to touch
      * anything.  The caller fills in the operator ID it was given
      * and the action it is about to perform; the checker fills in
      * the status and, when the operator is on file, the name.
      *
      * Actions (OPR-ACTION):
      *   ELFMAINT  elf master maintenance - aoc_2022-1g deck and the
      *             aoc_2022-1z maintenance screen
      *   CATMAINT  item category reference maintenance (aoc_2022-1u)
      *   RATNPLAN  team ration plan maintenance (aoc_2022-1ae)
      *   SUSPFIX   suspense fix-up release (aoc_2022-1i)
      *   BACKOUT   elf master deck backout (aoc_2022-1s B)
      *   RERUN     rerun authorization on the run-control override
      *             (aoc_2022-1-runctl.ovr, checked by aoc_2022-1y)
      *
      * OPR-STATUS after the call:
      *   00  operator holds the authority - go ahead
      *   10  no operator ID given
      *   20  operator ID not on the authority file
      *   30  operator on file, but not for this action
      *   35  no authority file - nobody holds any authority
      *   99  authority file unusable (could not be opened, or a
      *       line names an action that doesn't exist)
      * Anything but 00 means the caller must refuse the action; the
      * checker has already displayed the reason.
      *
      * Mod log:
      * Oct 15 2026  SK  Added RATNPLAN for the team ration plan
      *                  maintenance.
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  OPR-BLOCK.
           05  OPR-STATUS              PIC X(02).
               88  OPR-AUTHORIZED      VALUE '00'.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-ACTION              PIC X(08).
           05  OPR-NAME                PIC X(30).
