      *****************************************************************
      * PROVADJ.CPY
      *
      * Record layouts for the provisioning adjustment interface file
      * (aoc_2022-1-provadj.dat), written by the post-repair
      * adjustment step (aoc_2022-1o) when suspense records repaired
      * after the night's provisioning extract (see PROVREC.CPY) had
      * already shipped move an elf's total.  One ADJ detail record
      * per elf whose figure changed - the figure the provisioning
      * system currently holds, the corrected figure, and the signed
      * difference between them - wrapped in a header carrying the
      * run date being adjusted and a trailer carrying the detail
      * record count, the corrected-figure control total, and the
      * net delta, so the provisioning system can apply the
      * corrections and balance its load the same way it does the
      * main feed.  Its acknowledgment comes back in the ordinary
      * acknowledgment layout (see PROVACK.CPY) carrying the
      * corrected figure it booked for each elf.
      *
      * Unlike the main extract, detail lines carry their own 'ADJ'
      * record type, so an adjustment file fed to a main-feed reader
      * by mistake is rejected on the first record instead of being
      * loaded as a set of elf totals.
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.
      *****************************************************************
       01  ADJ-DETAIL-RECORD.
           05  ADJ-REC-TYPE            PIC X(03).
               88  ADJ-REC-DETAIL      VALUE 'ADJ'.
           05  ADJ-ELF-ID              PIC 9(05).
           05  ADJ-ORIG-CALORIES       PIC 9(12).
           05  ADJ-CORR-CALORIES       PIC 9(12).
           05  ADJ-DELTA               PIC S9(12)
                                       SIGN IS LEADING SEPARATE.

       01  ADJ-CTL-RECORD.
           05  ADJ-CTL-TYPE            PIC X(03).
               88  ADJ-CTL-HEADER      VALUE 'HDR'.
               88  ADJ-CTL-TRAILER     VALUE 'TRL'.
           05  ADJ-CTL-DATA            PIC X(42).
           05  ADJ-CTL-HDR-DATA REDEFINES ADJ-CTL-DATA.
               10  ADJ-HDR-DATE        PIC 9(08).
               10  ADJ-HDR-CREATED-DATE PIC 9(08).
               10  ADJ-HDR-CREATED-TIME PIC 9(06).
               10  FILLER              PIC X(20).
           05  ADJ-CTL-TRL-DATA REDEFINES ADJ-CTL-DATA.
               10  ADJ-TRL-RECORD-COUNT PIC 9(08).
               10  ADJ-TRL-CORR-CALORIES PIC 9(12).
               10  ADJ-TRL-NET-DELTA   PIC S9(12)
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(09).
