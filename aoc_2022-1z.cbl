       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1z.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - online elf master
           maintenance.  The help desk's screen onto the indexed elf
           master (see ELFMST.CPY): look an elf up by ID, then add,
           change, deactivate, or reactivate it, with every edit
           checked on the spot instead of on tomorrow's audit
           listing - an ID already on file, a blank name, or a team
           name no elf on the master carries is refused with the
           record untouched.  The record is shown as it was before
           the change and as it is after.  Every applied change
           goes to the change history (see ELFMHS.CPY) exactly as
           the batch maintenance pass (aoc_2022-1g) writes it,
           under one deck id for the whole session, so the
           point-in-time inquiry and the deck backout (aoc_2022-1s)
           work for screen changes the same as for a batch deck.
      *
      * Actions keyed on the screen:
      *   L   look up the elf - shows the record, loads it for edit
      *   A   add the elf (ID must not be on the master)
      *   C   change name and/or team
      *   D   deactivate (status I)
      *   E   reactivate a deactivated elf (status A) - recorded in
      *       the change history as action E
      *   X   end the session
      *
      * A team name no elf on the master carries is usually a typing
      * slip that would start a one-elf team; it is refused unless
      * the NEW TEAM field is keyed Y to confirm a genuinely new
      * team.
      *
      * Command line:
      *   aoc_2022-1z OPERID [DECKID]
      *   OPERID   required, the operator signing on - must hold
      *            ELFMAINT on the operator authority file (see
      *            aoc_2022-1ac), the same authority as a batch
      *            deck; shown on the screen and stamped on every
      *            change history record the session writes
      *   DECKID   optional, the session deck id, up to 8
      *            characters; when none is given it is S followed
      *            by the day of the year and the sign-on hour and
      *            minute (SDDDHHMM).  The id is shown on the screen
      *            - quote it to back the session out.
      *
      * Condition codes:
      *   0   session ended normally
      *   8   operator not authorized, or master or change history
      *       file could not be opened
      *
      * Mod log:
      * Oct 15 2026  SK  The change history is opened once for the
      *                  whole session instead of around each change,
      *                  and a change whose master rewrite or history
      *                  record fails is reported as an error with
      *                  the file status instead of as applied.
      * Oct 15 2026  SK  Sign-on: operator ID now required as the
      *                  first command-line argument (the deck id
      *                  moves to the second), checked against the
      *                  operator authority file before the master is
      *                  opened, shown on the screen and stamped on
      *                  the change history.
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-MASTER
           ASSIGN TO 'aoc_2022-1-elfmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CHANGE-HIST
           ASSIGN TO 'aoc_2022-1-elfmst.hst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELF-MASTER.
           COPY ELFMST.

       FD CHANGE-HIST.
       01 CHANGE-HIST-LINE        PIC X(153) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-EOF              PIC A(1)  VALUE 'F'.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-RUN-TIME             PIC 9(06) VALUE 0.
       01 WS-TIME-RAW             PIC X(08) VALUE SPACES.
       01 WS-DAY-RAW              PIC 9(05) VALUE 0.

      *    Change history working storage (see ELFMHS.CPY).  The
      *    before image is captured ahead of every apply; an add's
      *    before image stays spaces.
           COPY ELFMHS.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-DECK-ID              PIC X(08) VALUE SPACES.
       01 WS-HST-SEQ              PIC 9(05) VALUE 0.
       01 WS-BEFORE-IMAGE         PIC X(56) VALUE SPACES.
       01 WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
       01 WS-APPLIED-TO-DISP      PIC Z(4)9.
       01 WS-SESSION-DONE         PIC A(1)  VALUE 'N'.
       01 WS-ENTRY-OK             PIC A(1)  VALUE 'Y'.
       01 WS-TEAM-FOUND           PIC A(1)  VALUE 'N'.

      *    Generated session deck id - S, day of the year, hour and
      *    minute of sign-on.
       01 WS-GEN-DECK-ID.
           05 FILLER               PIC X(01) VALUE 'S'.
           05 WS-GD-DAY            PIC 9(03).
           05 WS-GD-HHMM           PIC 9(04).

      *    What the operator keyed on the screen.
       01 WS-SCR-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-SCR-ACTION           PIC X(01) VALUE 'L'.
       01 WS-SCR-NAME             PIC X(30) VALUE SPACES.
       01 WS-SCR-TEAM             PIC X(20) VALUE SPACES.
       01 WS-SCR-NEW-TEAM         PIC X(01) VALUE 'N'.
       01 WS-SCR-MESSAGE          PIC X(78) VALUE SPACES.

      *    The record as it stood before the last action and as it
      *    stands after - spaces where there was no record.
       01 WS-SHOW-BEFORE.
           05 WS-SB-ELF-ID         PIC X(05).
           05 WS-SB-NAME           PIC X(30).
           05 WS-SB-TEAM           PIC X(20).
           05 WS-SB-STATUS         PIC X(01).
       01 WS-SHOW-AFTER.
           05 WS-SA-ELF-ID         PIC X(05).
           05 WS-SA-NAME           PIC X(30).
           05 WS-SA-TEAM           PIC X(20).
           05 WS-SA-STATUS         PIC X(01).

       SCREEN SECTION.
       01 MAINT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
                VALUE 'AOC_2022-1Z  ELF MASTER MAINTENANCE'.
           05 LINE 1 COLUMN 50 VALUE 'SESSION DECK '.
           05 LINE 1 COLUMN 63 PIC X(08) FROM WS-DECK-ID.
           05 LINE 2 COLUMN 1 VALUE 'OPERATOR '.
           05 LINE 2 COLUMN 10 PIC X(08) FROM OPR-OPERATOR-ID.
           05 LINE 2 COLUMN 19 PIC X(30) FROM OPR-NAME.
           05 LINE 2 COLUMN 50 VALUE 'DATE '.
           05 LINE 2 COLUMN 55 PIC 9(08) FROM WS-RUN-DATE.
           05 LINE 4 COLUMN 1 VALUE 'ELF-ID   :'.
           05 LINE 4 COLUMN 12 PIC 9(05) USING WS-SCR-ELF-ID
                UNDERLINE.
           05 LINE 4 COLUMN 25 VALUE 'ACTION :'.
           05 LINE 4 COLUMN 34 PIC X(01) USING WS-SCR-ACTION
                UNDERLINE.
           05 LINE 5 COLUMN 25
                VALUE 'L=LOOK UP  A=ADD  C=CHANGE  D=DEACTIVATE'.
           05 LINE 6 COLUMN 25
                VALUE 'E=REACTIVATE  X=END SESSION'.
           05 LINE 8 COLUMN 1 VALUE 'NAME     :'.
           05 LINE 8 COLUMN 12 PIC X(30) USING WS-SCR-NAME
                UNDERLINE.
           05 LINE 9 COLUMN 1 VALUE 'TEAM     :'.
           05 LINE 9 COLUMN 12 PIC X(20) USING WS-SCR-TEAM
                UNDERLINE.
           05 LINE 9 COLUMN 36 VALUE 'NEW TEAM (Y/N):'.
           05 LINE 9 COLUMN 52 PIC X(01) USING WS-SCR-NEW-TEAM
                UNDERLINE.
           05 LINE 11 COLUMN 1
                VALUE '          ELF-ID NAME'.
           05 LINE 11 COLUMN 49 VALUE 'TEAM'.
           05 LINE 11 COLUMN 70 VALUE 'STATUS'.
           05 LINE 12 COLUMN 1 VALUE 'BEFORE :'.
           05 LINE 12 COLUMN 11 PIC X(05) FROM WS-SB-ELF-ID.
           05 LINE 12 COLUMN 18 PIC X(30) FROM WS-SB-NAME.
           05 LINE 12 COLUMN 49 PIC X(20) FROM WS-SB-TEAM.
           05 LINE 12 COLUMN 72 PIC X(01) FROM WS-SB-STATUS.
           05 LINE 13 COLUMN 1 VALUE 'AFTER  :'.
           05 LINE 13 COLUMN 11 PIC X(05) FROM WS-SA-ELF-ID.
           05 LINE 13 COLUMN 18 PIC X(30) FROM WS-SA-NAME.
           05 LINE 13 COLUMN 49 PIC X(20) FROM WS-SA-TEAM.
           05 LINE 13 COLUMN 72 PIC X(01) FROM WS-SA-STATUS.
           05 LINE 15 COLUMN 1 VALUE 'CHANGES APPLIED THIS SESSION:'.
           05 LINE 15 COLUMN 31 PIC Z(4)9 FROM WS-APPLIED-COUNT.
           05 LINE 22 COLUMN 1 PIC X(78) FROM WS-SCR-MESSAGE
                HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME

      *    Sign-on - the master is not opened until the operator is
      *    known to hold elf master maintenance authority.
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO OPR-OPERATOR-ID WS-DECK-ID
           MOVE 'ELFMAINT' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *    The deck id the change history records this session
      *    under - from the command line, or generated from the
      *    sign-on day and time.
           IF WS-DECK-ID = SPACES
             ACCEPT WS-DAY-RAW FROM DAY
             MOVE WS-DAY-RAW(3:3) TO WS-GD-DAY
             MOVE WS-TIME-RAW(1:4) TO WS-GD-HHMM
             MOVE WS-GEN-DECK-ID TO WS-DECK-ID
           END-IF

      *    The master is opened I-O so changes can REWRITE in place;
      *    no master yet (status 35) gets an empty one created, the
      *    same convention as the batch maintenance pass.
           OPEN I-O ELF-MASTER
           IF WS-MST-FILE-STATUS = '35'
             OPEN OUTPUT ELF-MASTER
             CLOSE ELF-MASTER
             OPEN I-O ELF-MASTER
           END-IF
           IF WS-MST-FILE-STATUS <> '00'
             DISPLAY "ELF MASTER COULD NOT BE OPENED - STATUS "
               WS-MST-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *    Losing the change history would leave screen changes with
      *    no backout path, so it is opened for the whole session
      *    before the first screen is shown - a history file that
      *    can't be opened refuses the session before any change is
      *    accepted.
           PERFORM OPEN-CHANGE-HIST
           IF WS-HST-FILE-STATUS <> '00'
             DISPLAY "CHANGE HISTORY FILE COULD NOT BE OPENED - "
               "STATUS " WS-HST-FILE-STATUS
             CLOSE ELF-MASTER
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           MOVE 'KEY AN ELF-ID AND AN ACTION, THEN PRESS ENTER'
             TO WS-SCR-MESSAGE
           PERFORM UNTIL WS-SESSION-DONE = 'Y'
             DISPLAY MAINT-SCREEN
             ACCEPT MAINT-SCREEN
             PERFORM PROCESS-SCREEN-ENTRY
           END-PERFORM

           CLOSE CHANGE-HIST
           CLOSE ELF-MASTER
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-TO-DISP
           DISPLAY "Elf master maintenance session " WS-DECK-ID
             ": " WS-APPLIED-TO-DISP " change(s) applied"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * Act on one screenful: look up, validate and apply the keyed
      * action, and leave the before/after images and a message for
      * the next display.
      *****************************************************************
       PROCESS-SCREEN-ENTRY.
           INSPECT WS-SCR-ACTION CONVERTING 'lacdex' TO 'LACDEX'
           INSPECT WS-SCR-NEW-TEAM CONVERTING 'yn' TO 'YN'
           MOVE 'Y' TO WS-ENTRY-OK
           EVALUATE WS-SCR-ACTION
             WHEN 'X'
               MOVE 'Y' TO WS-SESSION-DONE
             WHEN 'L'
               PERFORM LOOK-UP-ELF
             WHEN 'A'
               PERFORM ADD-ELF
             WHEN 'C'
               PERFORM CHANGE-ELF
             WHEN 'D'
               PERFORM DEACTIVATE-ELF
             WHEN 'E'
               PERFORM REACTIVATE-ELF
             WHEN OTHER
               MOVE 'UNKNOWN ACTION - USE L, A, C, D, E OR X'
                 TO WS-SCR-MESSAGE
           END-EVALUATE.

      *****************************************************************
      * Look the elf up and load it for editing.  The before image
      * shows the record as it is; there is no after image yet.
      *****************************************************************
       LOOK-UP-ELF.
           MOVE SPACES TO WS-SHOW-AFTER
           MOVE WS-SCR-ELF-ID TO ELF-MST-ID
           READ ELF-MASTER
             INVALID KEY
               MOVE SPACES TO WS-SHOW-BEFORE
               MOVE 'NOT ON THE MASTER - KEY NAME AND TEAM AND USE A '
                 & 'TO ADD' TO WS-SCR-MESSAGE
             NOT INVALID KEY
               MOVE ELF-MST-RECORD TO WS-SHOW-BEFORE
               MOVE ELF-MST-NAME TO WS-SCR-NAME
               MOVE ELF-MST-TEAM TO WS-SCR-TEAM
               MOVE 'N' TO WS-SCR-NEW-TEAM
               IF ELF-MST-INACTIVE
                 MOVE 'ON FILE - INACTIVE (E TO REACTIVATE)'
                   TO WS-SCR-MESSAGE
               ELSE
                 MOVE 'ON FILE - ACTIVE' TO WS-SCR-MESSAGE
               END-IF
           END-READ.

      *****************************************************************
      * Add - the ID must not be on the master, the name must not be
      * blank, and the team must be one already on the master (or a
      * confirmed new team).
      *****************************************************************
       ADD-ELF.
           MOVE SPACES TO WS-SHOW-BEFORE
           MOVE SPACES TO WS-SHOW-AFTER
           MOVE WS-SCR-ELF-ID TO ELF-MST-ID
           READ ELF-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE ELF-MST-RECORD TO WS-SHOW-BEFORE
               MOVE 'REFUSED - ELF-ID IS ALREADY ON THE MASTER'
                 TO WS-SCR-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = 'Y'
             PERFORM EDIT-NAME-AND-TEAM
           END-IF
           IF WS-ENTRY-OK = 'Y'
             MOVE WS-SCR-ELF-ID TO ELF-MST-ID
             MOVE WS-SCR-NAME TO ELF-MST-NAME
             MOVE WS-SCR-TEAM TO ELF-MST-TEAM
             MOVE 'A' TO ELF-MST-STATUS
             WRITE ELF-MST-RECORD
               INVALID KEY
                 MOVE 'REFUSED - ELF-ID IS ALREADY ON THE MASTER'
                   TO WS-SCR-MESSAGE
               NOT INVALID KEY
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 PERFORM WRITE-CHANGE-HISTORY
                 IF WS-HST-FILE-STATUS = '00'
                   MOVE 'ADDED' TO WS-SCR-MESSAGE
                 END-IF
             END-WRITE
           END-IF.

      *****************************************************************
      * Change - the elf must be on the master, the name must not be
      * blank, a changed team must be one already on the master (or
      * a confirmed new team), and something must actually change.
      *****************************************************************
       CHANGE-ELF.
           MOVE SPACES TO WS-SHOW-AFTER
           MOVE WS-SCR-ELF-ID TO ELF-MST-ID
           READ ELF-MASTER
             INVALID KEY
               MOVE SPACES TO WS-SHOW-BEFORE
               MOVE 'REFUSED - ELF-ID IS NOT ON THE MASTER'
                 TO WS-SCR-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK
             NOT INVALID KEY
               MOVE ELF-MST-RECORD TO WS-SHOW-BEFORE
               IF WS-SCR-NAME = ELF-MST-NAME
                 AND WS-SCR-TEAM = ELF-MST-TEAM
                 MOVE 'REFUSED - NAME AND TEAM ARE UNCHANGED'
                   TO WS-SCR-MESSAGE
                 MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-READ
           IF WS-ENTRY-OK = 'Y'
             PERFORM EDIT-NAME-AND-TEAM
           END-IF
      *    The team scan moved through the master - read the elf
      *    again before rewriting it.
           IF WS-ENTRY-OK = 'Y'
             MOVE WS-SCR-ELF-ID TO ELF-MST-ID
             READ ELF-MASTER
               INVALID KEY
                 MOVE 'REFUSED - ELF-ID IS NOT ON THE MASTER'
                   TO WS-SCR-MESSAGE
               NOT INVALID KEY
                 MOVE ELF-MST-RECORD TO WS-BEFORE-IMAGE
                 MOVE WS-SCR-NAME TO ELF-MST-NAME
                 MOVE WS-SCR-TEAM TO ELF-MST-TEAM
                 REWRITE ELF-MST-RECORD
                   INVALID KEY
                     PERFORM REWRITE-FAILED
                   NOT INVALID KEY
                     PERFORM WRITE-CHANGE-HISTORY
                     IF WS-HST-FILE-STATUS = '00'
                       MOVE 'CHANGED' TO WS-SCR-MESSAGE
                     END-IF
                 END-REWRITE
             END-READ
           END-IF.

      *****************************************************************
      * Deactivate - the elf must be on the master and active.
      *****************************************************************
       DEACTIVATE-ELF.
           MOVE SPACES TO WS-SHOW-AFTER
           MOVE WS-SCR-ELF-ID TO ELF-MST-ID
           READ ELF-MASTER
             INVALID KEY
               MOVE SPACES TO WS-SHOW-BEFORE
               MOVE 'REFUSED - ELF-ID IS NOT ON THE MASTER'
                 TO WS-SCR-MESSAGE
             NOT INVALID KEY
               MOVE ELF-MST-RECORD TO WS-SHOW-BEFORE
               IF ELF-MST-INACTIVE
                 MOVE 'REFUSED - ELF IS ALREADY INACTIVE'
                   TO WS-SCR-MESSAGE
               ELSE
                 MOVE ELF-MST-RECORD TO WS-BEFORE-IMAGE
                 MOVE 'I' TO ELF-MST-STATUS
                 REWRITE ELF-MST-RECORD
                   INVALID KEY
                     PERFORM REWRITE-FAILED
                   NOT INVALID KEY
                     PERFORM WRITE-CHANGE-HISTORY
                     IF WS-HST-FILE-STATUS = '00'
                       MOVE 'DEACTIVATED' TO WS-SCR-MESSAGE
                     END-IF
                 END-REWRITE
               END-IF
           END-READ.

      *****************************************************************
      * Reactivate - the elf must be on the master and inactive.
      *****************************************************************
       REACTIVATE-ELF.
           MOVE SPACES TO WS-SHOW-AFTER
           MOVE WS-SCR-ELF-ID TO ELF-MST-ID
           READ ELF-MASTER
             INVALID KEY
               MOVE SPACES TO WS-SHOW-BEFORE
               MOVE 'REFUSED - ELF-ID IS NOT ON THE MASTER'
                 TO WS-SCR-MESSAGE
             NOT INVALID KEY
               MOVE ELF-MST-RECORD TO WS-SHOW-BEFORE
               IF ELF-MST-ACTIVE
                 MOVE 'REFUSED - ELF IS ALREADY ACTIVE'
                   TO WS-SCR-MESSAGE
               ELSE
                 MOVE ELF-MST-RECORD TO WS-BEFORE-IMAGE
                 MOVE 'A' TO ELF-MST-STATUS
                 REWRITE ELF-MST-RECORD
                   INVALID KEY
                     PERFORM REWRITE-FAILED
                   NOT INVALID KEY
                     PERFORM WRITE-CHANGE-HISTORY
                     IF WS-HST-FILE-STATUS = '00'
                       MOVE 'REACTIVATED' TO WS-SCR-MESSAGE
                     END-IF
                 END-REWRITE
               END-IF
           END-READ.

      *****************************************************************
      * Name and team edits shared by add and change: no blank name,
      * no blank team, and a team name must already be carried by
      * some elf on the master unless the operator confirmed it as
      * a new team.
      *****************************************************************
       EDIT-NAME-AND-TEAM.
           EVALUATE TRUE
             WHEN WS-SCR-NAME = SPACES
               MOVE 'REFUSED - NAME MAY NOT BE BLANK'
                 TO WS-SCR-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK
             WHEN WS-SCR-TEAM = SPACES
               MOVE 'REFUSED - TEAM MAY NOT BE BLANK'
                 TO WS-SCR-MESSAGE
               MOVE 'N' TO WS-ENTRY-OK
             WHEN WS-SCR-TEAM = WS-SB-TEAM
               CONTINUE
             WHEN OTHER
               PERFORM FIND-TEAM-ON-MASTER
               IF WS-TEAM-FOUND = 'N'
                 IF WS-SCR-NEW-TEAM = 'Y'
                   MOVE 'N' TO WS-SCR-NEW-TEAM
                 ELSE
                   MOVE 'REFUSED - NO ELF ON THE MASTER IS ON THAT '
                     & 'TEAM (NEW TEAM = Y TO CONFIRM)'
                     TO WS-SCR-MESSAGE
                   MOVE 'N' TO WS-ENTRY-OK
                 END-IF
               END-IF
           END-EVALUATE.

      *****************************************************************
      * Browse the master in key order for any elf carrying the
      * keyed team name.
      *****************************************************************
       FIND-TEAM-ON-MASTER.
           MOVE 'N' TO WS-TEAM-FOUND
           MOVE 'F' TO WS-MST-EOF
           MOVE 0 TO ELF-MST-ID
           START ELF-MASTER KEY >= ELF-MST-ID
             INVALID KEY
               MOVE 'T' TO WS-MST-EOF
           END-START
           PERFORM UNTIL WS-MST-EOF = 'T' OR WS-TEAM-FOUND = 'Y'
             READ ELF-MASTER NEXT RECORD
             AT END
               MOVE 'T' TO WS-MST-EOF
             NOT AT END
               IF ELF-MST-TEAM = WS-SCR-TEAM
                 MOVE 'Y' TO WS-TEAM-FOUND
               END-IF
             END-READ
           END-PERFORM.

      *****************************************************************
      * Append the before/after record for the change just applied
      * to the change history, in the batch maintenance pass's
      * layout, under the session deck id, to the history opened at
      * sign-on.  The master record area still holds the record as
      * written - the after image, which is also what the screen
      * shows.  A record that can't be written leaves the error and
      * the file status on the screen in place of the applied
      * message - the master has already changed, so the change
      * must be recorded by hand before it can be backed out.
      *****************************************************************
       WRITE-CHANGE-HISTORY.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME
           ADD 1 TO WS-HST-SEQ
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-DECK-ID TO ELF-MHS-DECK-ID
           MOVE WS-RUN-DATE TO ELF-MHS-DATE
           MOVE WS-RUN-TIME TO ELF-MHS-TIME
           MOVE WS-HST-SEQ TO ELF-MHS-SEQ
           MOVE WS-SCR-ACTION TO ELF-MHS-ACTION
           MOVE ELF-MST-ID TO ELF-MHS-ELF-ID
           MOVE WS-BEFORE-IMAGE TO ELF-MHS-BEFORE
           MOVE ELF-MST-RECORD TO ELF-MHS-AFTER
           MOVE OPR-OPERATOR-ID TO ELF-MHS-OPERATOR
           MOVE ELF-MST-RECORD TO WS-SHOW-AFTER
           MOVE ELF-MHS-RECORD TO CHANGE-HIST-LINE
           WRITE CHANGE-HIST-LINE
           IF WS-HST-FILE-STATUS <> '00'
             MOVE SPACES TO WS-SCR-MESSAGE
             STRING 'ERROR - MASTER UPDATED BUT CHANGE HISTORY NOT '
               'WRITTEN - STATUS ' WS-HST-FILE-STATUS
               DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           END-IF.

      *****************************************************************
      * The master rewrite failed - the record is unchanged and no
      * change history is written; the screen shows the file status.
      *****************************************************************
       REWRITE-FAILED.
           MOVE SPACES TO WS-SCR-MESSAGE
           STRING 'ERROR - MASTER NOT UPDATED - REWRITE STATUS '
             WS-MST-FILE-STATUS
             DELIMITED BY SIZE INTO WS-SCR-MESSAGE.

      *****************************************************************
      * Open the change history for append, creating it on the very
      * first use.
      *****************************************************************
       OPEN-CHANGE-HIST.
           OPEN EXTEND CHANGE-HIST
           IF WS-HST-FILE-STATUS = '35'
      *      First use - the history file doesn't exist yet
             OPEN OUTPUT CHANGE-HIST
           END-IF.
