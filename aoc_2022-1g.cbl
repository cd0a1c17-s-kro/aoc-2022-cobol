      *   cols  7-36   elf name        (A and C only)
      *   cols 37-56   expedition team (A and C only)
      *
      * Command line:
      *   aoc_2022-1g OPERID [DECKID]
      *   OPERID   required, the operator applying the deck - must
      *            hold ELFMAINT on the operator authority file (see
      *            aoc_2022-1ac); stamped on every change history
      *            record the deck writes
      *   DECKID   optional, up to 8 characters, the deck id the
      *            applied transactions are recorded under in the
      *            change history (see ELFMHS.CPY); when none is
      *            given the run date stands in.  Name the deck when
      *            there is any chance it may have to be backed out
      *            (aoc_2022-1s).
      *
      * Condition codes:
      *   0   all transactions applied
      *   4   one or more transactions rejected - see the audit listing
      *   8   operator not authorized, or master, transaction, or
      *       change history file could not be processed
      *
      * Mod log:
      * Oct 15 2026  SK  Operator ID now required as the first
      *                  command-line argument (the deck id moves to
      *                  the second) and checked against the operator
      *                  authority file before the master is opened;
      *                  stamped on the change history and the audit
      *                  listing.
      * Sep 01 2026  SK  Every applied transaction now also writes a
      *                  before/after record to the change history
      *                  file (see ELFMHS.CPY), tagged with a deck id
       01 AUDIT-RPT-LINE          PIC X(90) VALUE SPACES.

       FD CHANGE-HIST.
       01 CHANGE-HIST-LINE        PIC X(153) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-TRN-EOF              PIC A(1)  VALUE 'F'.
       01 WS-RUN-TIME             PIC 9(06) VALUE 0.
       01 WS-TIME-RAW             PIC X(08) VALUE SPACES.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

      *    Change history working storage (see ELFMHS.CPY).  The
      *    before image is captured ahead of every apply; an add's
      *    before image stays spaces.
           COPY ELFMHS.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-DECK-ID              PIC X(08) VALUE SPACES.
       01 WS-HST-SEQ              PIC 9(05) VALUE 0.
       01 WS-BEFORE-IMAGE         PIC X(56) VALUE SPACES.
           05 WS-AU-RESULT         PIC X(30).

       PROCEDURE DIVISION.
      *    Nothing is opened until the operator is known to hold
      *    elf master maintenance authority.
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO OPR-OPERATOR-ID WS-DECK-ID
           MOVE 'ELFMAINT' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *    The master is opened I-O so changes and deactivations can
      *    REWRITE in place; the very first run has no master yet
      *    (status 35), so create an empty one and reopen it.
      *    The deck id the change history records this run under -
      *    from the command line, or the run date when the operator
      *    didn't name the deck.
           IF WS-DECK-ID = SPACES
             MOVE WS-RUN-DATE TO WS-DECK-ID
           END-IF

      *    The audit listing opens with who applied which deck.
           MOVE SPACES TO AUDIT-RPT-LINE
           STRING "DECK " WS-DECK-ID " APPLIED " WS-RUN-DATE
             " BY OPERATOR " OPR-OPERATOR-ID " " OPR-NAME
             DELIMITED BY SIZE INTO AUDIT-RPT-LINE
           WRITE AUDIT-RPT-LINE

      *    The change history is append-only; losing it would leave
      *    applied maintenance with no backout path, so a history
      *    file that can't be opened fails the step before any
           MOVE TRN-ELF-ID TO ELF-MHS-ELF-ID
           MOVE WS-BEFORE-IMAGE TO ELF-MHS-BEFORE
           MOVE ELF-MST-RECORD TO ELF-MHS-AFTER
           MOVE OPR-OPERATOR-ID TO ELF-MHS-OPERATOR
           MOVE ELF-MHS-RECORD TO CHANGE-HIST-LINE
           WRITE CHANGE-HIST-LINE.
