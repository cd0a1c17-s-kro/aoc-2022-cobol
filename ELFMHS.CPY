      * as action R under the deck id they reversed, and are never
      * themselves backed out.
      *
      * The online maintenance screen (aoc_2022-1z) appends the same
      * records under its session deck id.  A reactivation keyed
      * there is recorded as action E; a backout restores its before
      * image like any change or deactivation.
      *
      * Every record carries the operator ID that signed on for the
      * deck, session or backout (see OPRBLK.CPY).  Records written
      * before the operator was recorded read back with it blank.
      *
      * Mod log:
      * Oct 15 2026  SK  Operator ID added at the end of the record
      *                  (145 to 153 bytes).
      * Oct 15 2026  SK  Action E (reactivate) for the online
      *                  maintenance screen.
      * Sep 01 2026  SK  Initial version.
      *****************************************************************
       01  ELF-MHS-RECORD.
               88  ELF-MHS-ADD         VALUE 'A'.
               88  ELF-MHS-CHANGE      VALUE 'C'.
               88  ELF-MHS-DEACT       VALUE 'D'.
               88  ELF-MHS-REACT       VALUE 'E'.
               88  ELF-MHS-REVERSAL    VALUE 'R'.
           05  ELF-MHS-ELF-ID          PIC 9(05).
           05  ELF-MHS-BEFORE          PIC X(56).
           05  ELF-MHS-AFTER           PIC X(56).
           05  ELF-MHS-OPERATOR        PIC X(08).
