      *                  Records written before this field existed
      *                  read back with spaces there and are treated
      *                  as aged.
      * Oct 15 2026  SK  Added SUSP-DEPOT (78 bytes), the depot the
      *                  rejected item line came from (ELF-DEPOT on
      *                  the consolidated extract), for the depot feed
      *                  scorecard.  Spaces on a single-site extract
      *                  and on records written before the field
      *                  existed.
      *****************************************************************
       01  SUSP-RECORD.
           05  SUSP-LINE-NUM           PIC 9(07).
           05  SUSP-REASON             PIC X(20).
           05  SUSP-ELF-RECORD         PIC X(35).
           05  SUSP-DATE               PIC 9(08).
           05  SUSP-DEPOT              PIC X(08).
