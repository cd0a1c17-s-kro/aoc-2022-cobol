           to run against.  A consolidation report shows each
           depot's record, elf, and calorie figures so every feed
           can be balanced, and lists the elves that were merged
           across depots.  Every consolidated item line carries the
           depot it came from (ELF-DEPOT), and every attempt's
           per-depot figures are appended to the depot feed log
           (see DEPFEED.CPY) for the depot scorecard.
      *
      * Depot control file (aoc_2022-1-depots.ctl) layout, one line
      * per depot, same pattern as aoc_2022-1f's trend control file:
      *                  of the extract agree on one file; journal
      *                  the depot records actually read instead of
      *                  echoing the written count.
      * Oct 15 2026  SK  Keep the depot id on every consolidated
      *                  item line (ELF-DEPOT, see ELFREC.CPY) and
      *                  append each depot's figures to the depot
      *                  feed log (aoc_2022-1-depotfeed.dat, see
      *                  DEPFEED.CPY) on every attempt, failed or
      *                  not, with the depot extract's header date
      *                  and the elves it shared with another depot.
      *                  The run date on the consolidated header is
      *                  the deck's RUN-DATE when one is carded, the
      *                  same date the batch job runs under.  A depot
      *                  extract dated before the run date is
      *                  flagged on the console.
      *
      * Condition codes:
      *   0   consolidated extract written, all depot feeds balanced
           ASSIGN TO 'aoc_2022-1-consol.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOT-FEED
           ASSIGN TO 'aoc_2022-1-depotfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           COPY ELFREC.

       FD CONSOL-EXTRACT.
       01 CONSOL-EXTRACT-LINE     PIC X(43) VALUE SPACES.

       FD CONSOL-RPT.
       01 CONSOL-RPT-LINE         PIC X(110) VALUE SPACES.

       FD DEPOT-FEED.
           COPY DEPFEED.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       01 WS-ELVES-EOF            PIC A(1)  VALUE 'F'.
       01 WS-SORT-EOF             PIC A(1)  VALUE 'F'.
       01 WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-FEED-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-ELVES-FILENAME       PIC X(40).
       01 WS-CONSOL-FILENAME      PIC X(40).

              10 WS-DT-ELVES           PIC 9(05) VALUE 0.
              10 WS-DT-CALORIES        PIC 9(12) VALUE 0.
              10 WS-DT-STATUS          PIC X(12).
              10 WS-DT-HDR-DATE        PIC 9(08) VALUE 0.
              10 WS-DT-MERGED          PIC 9(05) VALUE 0.

      *    Consolidated output tallies and elf-group state for the
      *    sort output procedure.
       01 WS-GRP-DEPOT            PIC X(08) VALUE SPACES.
       01 WS-GRP-MULTI            PIC A(1)  VALUE 'N'.

      *    The depots the elf group in progress drew on, so a merged
      *    elf can be counted against each of them.
       01 WS-GRP-DEPOT-COUNT      PIC 9(03) VALUE 0.
       01 WS-GRP-DEPOT-IDX        PIC 9(03) VALUE 0.

       01 WS-GRP-DEPOT-TABLE.
           05 WS-GRP-DEPOT-ID OCCURS 50 TIMES
                                  PIC X(08).

      *    Elves whose items arrived from more than one depot, for
      *    the MERGED section of the consolidation report.
       01 WS-MULTI-COUNT          PIC 9(03) VALUE 0.
           MOVE PARM-ELVES-DAT TO WS-CONSOL-FILENAME
           DISPLAY "PARM ELVES-DAT (CONSOLIDATED OUTPUT): "
             FUNCTION TRIM(WS-CONSOL-FILENAME)
           IF PARM-RUN-DATE > 0
             MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
             MOVE WS-START-DATE TO WS-RUN-DATE
           END-IF

      *    Merge every depot's item records through the sort - the
      *    input procedure reads and balances each depot file, the
           END-IF
           CLOSE CONSOL-RPT

      *    Log every depot's figures for the scorecard - a failed
      *    attempt is logged too, since its trailer failures and
      *    missing feeds are exactly what the scorecard counts.
           IF WS-DEPOT-COUNT > 0
             PERFORM WRITE-DEPOT-FEED-LOG
           END-IF

           IF WS-DEPOT-OVERFLOW = 'Y'
             DISPLAY "DEPOT CONTROL FILE EXCEEDS " WS-MAX-DEPOTS
               " DEPOTS - EXTRA LINES IGNORED"
           MOVE 'N' TO WS-SEEN-HDR
           MOVE 'N' TO WS-SEEN-TRL
           MOVE 'N' TO WS-ELF-HAS-ITEMS
           MOVE 0 TO WS-DT-HDR-DATE(WS-DEPOT-COUNT)
           MOVE 0 TO WS-DT-MERGED(WS-DEPOT-COUNT)
           MOVE 0 TO WS-CHK-RECORDS
           MOVE 0 TO WS-CHK-ELVES
           MOVE 0 TO WS-CHK-CALORIES
               MOVE ELF-RECORD TO ELF-CTL-RECORD
               IF ELF-CTL-HEADER
                 MOVE 'Y' TO WS-SEEN-HDR
                 IF ELF-HDR-DATE IS NUMERIC
                   MOVE ELF-HDR-DATE
                     TO WS-DT-HDR-DATE(WS-DEPOT-COUNT)
                 END-IF
               ELSE
                 IF ELF-CTL-TRAILER
                   MOVE 'Y' TO WS-SEEN-TRL
                 MOVE 'BALANCED' TO WS-DT-STATUS(WS-DEPOT-COUNT)
               END-IF
             END-IF
           END-IF
      *    A depot extract dated before the run date is an old file
      *    left in the depot's slot - it balances, but it is not
      *    tonight's feed.
           IF WS-DT-HDR-DATE(WS-DEPOT-COUNT) > 0
             AND WS-DT-HDR-DATE(WS-DEPOT-COUNT) < WS-RUN-DATE
             DISPLAY "WARNING: DEPOT " CTL-DEPOT-ID " EXTRACT IS "
               "DATED " WS-DT-HDR-DATE(WS-DEPOT-COUNT)
               " - RUN DATE " WS-RUN-DATE
           END-IF.

      *****************************************************************
             END-PERFORM
           ELSE
             OPEN OUTPUT CONSOL-EXTRACT
             MOVE SPACES TO ELF-CTL-RECORD
             MOVE 'HDR' TO ELF-CTL-TYPE
             MOVE WS-RUN-DATE TO ELF-HDR-DATE
                   MOVE SORT-DEPOT TO WS-GRP-DEPOT
                   MOVE 'N' TO WS-GRP-MULTI
                   MOVE 'Y' TO WS-GRP-OPEN
                   MOVE 1 TO WS-GRP-DEPOT-COUNT
                   MOVE SORT-DEPOT TO WS-GRP-DEPOT-ID(1)
                 END-IF
                 IF SORT-DEPOT <> WS-GRP-DEPOT
                   MOVE 'Y' TO WS-GRP-MULTI
                 END-IF
      *          Items arrive in depot order within the elf, so a
      *          depot new to the group differs from the last one
      *          noted.
                 IF SORT-DEPOT
                   <> WS-GRP-DEPOT-ID(WS-GRP-DEPOT-COUNT)
                   AND WS-GRP-DEPOT-COUNT < WS-MAX-DEPOTS
                   ADD 1 TO WS-GRP-DEPOT-COUNT
                   MOVE SORT-DEPOT
                     TO WS-GRP-DEPOT-ID(WS-GRP-DEPOT-COUNT)
                 END-IF
                 MOVE SPACES TO ELF-RECORD
                 MOVE SORT-ELF-ID TO ELF-ID
                 MOVE SORT-ITEM-DESC TO ELF-ITEM-DESC
                 MOVE SORT-CALORIES TO ELF-CALORIES
                 MOVE SORT-DEPOT TO ELF-DEPOT
                 MOVE ELF-RECORD TO CONSOL-EXTRACT-LINE
                 WRITE CONSOL-EXTRACT-LINE
                 ADD 1 TO WS-OUT-RECORDS
      *****************************************************************
      * Close out the elf group in progress on the consolidated
      * extract: blank separator, elf tally, and a note when the
      * group was merged from more than one depot - counted against
      * every depot the group drew on.
      *****************************************************************
       CLOSE-ELF-GROUP.
           MOVE SPACES TO CONSOL-EXTRACT-LINE
             ADD 1 TO WS-MULTI-COUNT
             MOVE WS-GRP-ELF-ID TO WS-MULTI-ELF-ID(WS-MULTI-COUNT)
           END-IF
           IF WS-GRP-MULTI = 'Y'
             PERFORM VARYING WS-GRP-DEPOT-IDX FROM 1 BY 1
               UNTIL WS-GRP-DEPOT-IDX > WS-GRP-DEPOT-COUNT
               PERFORM VARYING WS-DEPOT-IDX FROM 1 BY 1
                 UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT
                 IF WS-DT-DEPOT-ID(WS-DEPOT-IDX)
                   = WS-GRP-DEPOT-ID(WS-GRP-DEPOT-IDX)
                   ADD 1 TO WS-DT-MERGED(WS-DEPOT-IDX)
      *            A depot named twice on the control file is
      *            counted once.
                   MOVE WS-DEPOT-COUNT TO WS-DEPOT-IDX
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           MOVE 'N' TO WS-GRP-OPEN.

      *****************************************************************
      * Append one depot feed log line per depot on the control
      * file (see DEPFEED.CPY), stamped with this attempt's start.
      *****************************************************************
       WRITE-DEPOT-FEED-LOG.
           OPEN EXTEND DEPOT-FEED
           IF WS-FEED-FILE-STATUS = '35'
      *      First run - the feed log doesn't exist yet
             OPEN OUTPUT DEPOT-FEED
           END-IF
           IF WS-FEED-FILE-STATUS <> '00'
             DISPLAY "WARNING: DEPOT FEED LOG COULD NOT BE OPENED - "
               "STATUS " WS-FEED-FILE-STATUS " - SCORECARD WILL "
               "MISS THIS ATTEMPT"
           ELSE
             PERFORM VARYING WS-DEPOT-IDX FROM 1 BY 1
               UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT
               MOVE WS-RUN-DATE TO DFD-RUN-DATE
               MOVE WS-START-DATE TO DFD-ATTEMPT-DATE
               MOVE WS-START-TIME TO DFD-ATTEMPT-TIME
               MOVE WS-DT-DEPOT-ID(WS-DEPOT-IDX) TO DFD-DEPOT-ID
               MOVE WS-DT-STATUS(WS-DEPOT-IDX) TO DFD-STATUS
               MOVE WS-DT-HDR-DATE(WS-DEPOT-IDX) TO DFD-HDR-DATE
               MOVE WS-DT-RECORDS(WS-DEPOT-IDX) TO DFD-RECORDS
               MOVE WS-DT-ELVES(WS-DEPOT-IDX) TO DFD-ELVES
               MOVE WS-DT-CALORIES(WS-DEPOT-IDX) TO DFD-CALORIES
               MOVE WS-DT-MERGED(WS-DEPOT-IDX) TO DFD-MERGED
               WRITE DEPOT-FEED-RECORD
             END-PERFORM
             CLOSE DEPOT-FEED
           END-IF.

      *****************************************************************
      * Append this step's record to the shared run journal - always
      * the last action before STOP RUN, whichever exit is taken.
