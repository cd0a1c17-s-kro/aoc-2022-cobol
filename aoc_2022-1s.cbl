           replays an elf's history up to a date and reports what
           the master record looked like then.  Backout mode
           reverses every transaction a named deck applied - adds
           are removed, changes, deactivations and reactivations
           get their before image back - in reverse order of
           application, with an audit listing of what became of
           each reversal.  Last
           month a mis-keyed deck deactivated a whole team and the
           records had to be re-entered off the audit listing
           printout; this is the put-it-back that was missing.
      * Command line:
      *   P YYYYMMDD NNNNN   point in time - elf NNNNN as of the
      *                      end of date YYYYMMDD
      *   B DECKID OPERID    back out the named transaction deck
      *                      (the deck id aoc_2022-1g ran under,
      *                      or the session deck id shown on the
      *                      aoc_2022-1z maintenance screen).  The
      *                      operator must hold BACKOUT on the
      *                      operator authority file (see
      *                      aoc_2022-1ac); the operator's ID is
      *                      stamped on the reversal history
      *                      records and heads the backout listing
      *
      * A reversal is only applied when the master still holds the
      * transaction's after image - a record someone has touched
      *   0   inquiry answered / every transaction reversed
      *   4   backout completed but one or more reversals skipped -
      *       see the backout listing
      *   8   bad command line, operator not authorized, history or
      *       master unusable, deck not on the history, or the deck
      *       table overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Backout listing line widened to 100 so the
      *                  heading carries the operator's full name; a
      *                  heading that still overflows is reported.
      * Oct 15 2026  SK  Backout now requires an operator ID holding
      *                  BACKOUT authority; the operator is stamped
      *                  on the reversal history records and on a
      *                  heading line of the backout listing.
      * Oct 15 2026  SK  Backs out online maintenance screen
      *                  sessions (including action E reactivations).
      * Sep 01 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-HIST.
       01 CHANGE-HIST-LINE        PIC X(153) VALUE SPACES.

       FD ELF-MASTER.
           COPY ELFMST.
       01 INQUIRY-RPT-LINE        PIC X(90) VALUE SPACES.

       FD BACKOUT-RPT.
       01 BACKOUT-RPT-LINE        PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-HST-EOF              PIC A(1)  VALUE 'F'.
      *    Change history record layout (see ELFMHS.CPY).
           COPY ELFMHS.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-CMD-LINE.
           05 WS-CMD-FUNC          PIC X(01).
           05 FILLER               PIC X(01).
       01 WS-ASK-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-DECK-ID              PIC X(08) VALUE SPACES.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

      *    Point-in-time state: the last after image on or before
      *    the asked date, replayed off the history in file (i.e.
      *    application) order.  An after image of spaces means the
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           MOVE WS-CMD-RAW TO WS-CMD-LINE
           EVALUATE WS-CMD-FUNC
             WHEN 'P'
               PERFORM POINT-IN-TIME-INQUIRY
               PERFORM BACK-OUT-DECK
             WHEN OTHER
               DISPLAY "USAGE: P YYYYMMDD NNNNN (point in time) OR "
                 "B DECKID OPERID (back out a deck)"
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      * after image before touching anything.
      *****************************************************************
       BACK-OUT-DECK.
      *    The deck id can be shorter than its 8 columns, so the
      *    operator ID behind it is found by word, not by column.
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO WS-CMD-FUNC WS-DECK-ID OPR-OPERATOR-ID
           IF WS-DECK-ID = SPACES
             DISPLAY "USAGE: B DECKID OPERID - NO DECK ID GIVEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *    Nothing is read until the operator is known to hold
      *    backout authority.
           MOVE 'BACKOUT' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
             STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-RPT
           MOVE SPACES TO BACKOUT-RPT-LINE
           STRING "BACKOUT OF DECK " WS-DECK-ID " " WS-RUN-DATE " "
             WS-RUN-TIME " BY OPERATOR " OPR-OPERATOR-ID " "
             OPR-NAME DELIMITED BY SIZE INTO BACKOUT-RPT-LINE
             ON OVERFLOW
               DISPLAY "BACKOUT LISTING HEADING TRUNCATED"
           END-STRING
           WRITE BACKOUT-RPT-LINE

           PERFORM VARYING WS-DECK-IDX FROM WS-DECK-COUNT BY -1
             UNTIL WS-DECK-IDX < 1
           MOVE WS-DK-ELF-ID(WS-DECK-IDX) TO ELF-MHS-ELF-ID
           MOVE WS-DK-AFTER(WS-DECK-IDX) TO ELF-MHS-BEFORE
           MOVE ELF-MST-RECORD TO ELF-MHS-AFTER
           MOVE OPR-OPERATOR-ID TO ELF-MHS-OPERATOR
           MOVE ELF-MHS-RECORD TO CHANGE-HIST-LINE
           WRITE CHANGE-HIST-LINE.
