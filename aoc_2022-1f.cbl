           and writes a day-over-day comparison report so carrying
           capacity trends can be read off without manually re-running
           aoc_2022-1 and aoc_2022-1b against old copies of the data.
           Given STORE on the command line the same report is built
           from the per-elf daily results store (see ELFDAY.CPY)
           instead - each day's figures are a keyed start on the
           date and a read of that date's records, so no extract has
           to be kept or re-read.
      *
      * Command line:
      *   aoc_2022-1f                      trend from the extracts
      *                                    listed in the control file
      *   aoc_2022-1f STORE                trend from the store for
      *                                    the dates in the control
      *                                    file (filenames ignored)
      *   aoc_2022-1f STORE FROMDATE [TODATE]
      *                                    trend from the store for
      *                                    every date in the range,
      *                                    YYYYMMDD; TODATE defaults
      *                                    to today
      * In STORE mode a date the store holds no figures for (not run,
      * or not loaded) is skipped with a warning, the same as an
      * extract that can't be opened.
      *
      * Condition codes:
      *   0   trend written
      *   8   an extract failed its trailer check (dropped from the
      *       trend), bad command line, or the daily results store
      *       missing or unreadable
      *
      * Mod log:
      * Oct 15 2026  SK  STORE mode - build the trend from the per-elf
      *                  daily results store, for the control file's
      *                  dates or a date range, instead of re-reading
      *                  the dated extracts.  Trend line write moved to
      *                  WRITE-TREND-LINE, shared by both modes.
      * Aug 22 2026  SK  Append a record to the shared run journal
      *                  (see JRNLREC.CPY) before every STOP RUN, for
      *                  the consolidated operator job log.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELVES-FILE-STATUS.

           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT TREND-RPT
           ASSIGN TO 'aoc_2022-1-trend.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD ELVES.
           COPY ELFREC.

       FD ELF-DAILY.
           COPY ELFDAY.

       FD TREND-RPT.
       01 TREND-RPT-LINE PIC X(80) VALUE SPACES.

       01 WS-FIRST-DAY             PIC A(1)  VALUE 'Y'.
       01 WS-DAY-COUNT-TO-DISP      PIC Z(4)9.

      *    STORE mode - command line, range and store read controls.
       01 WS-CMD-RAW               PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM             PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE             PIC 9(08) VALUE 0.
       01 WS-TO-DATE               PIC 9(08) VALUE 0.
       01 WS-FROM-INT              PIC 9(08) VALUE 0.
       01 WS-TO-INT                PIC 9(08) VALUE 0.
       01 WS-DATE-INT              PIC 9(08) VALUE 0.
       01 WS-TREND-DATE            PIC 9(08) VALUE 0.
       01 WS-DAY-FILE-STATUS       PIC X(02) VALUE '00'.
       01 WS-DAY-EOF               PIC A(1)  VALUE 'F'.
       01 WS-DAY-FIGURES           PIC 9(05) VALUE 0.
       01 WS-STORE-RECS-READ       PIC 9(08) VALUE 0.

      *    Extract control-record working storage, reset for each
      *    day's extract.  Every line is moved here first so HDR/TRL
      *    records are peeled off before the item logic sees them;
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO WS-MODE-PARM WS-FROM-DATE WS-TO-DATE
           IF WS-MODE-PARM <> SPACES AND WS-MODE-PARM <> 'STORE'
             DISPLAY "USAGE: [STORE [FROMDATE [TODATE]]] - UNKNOWN "
               "MODE [ " WS-MODE-PARM " ]"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           IF WS-MODE-PARM = 'STORE'
             PERFORM TREND-FROM-STORE
             MOVE WS-DAY-COUNT TO WS-DAY-COUNT-TO-DISP
             DISPLAY "Trend report written for " WS-DAY-COUNT-TO-DISP
               " day(s) from the daily results store"
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Read the control file; for each day, re-run the same
      *    max-calories / top-3 rollup aoc_2022-1 and aoc_2022-1b
      *    use, one extract at a time, and write that day's
                     MOVE 8 TO RETURN-CODE
                     SUBTRACT 1 FROM WS-DAY-COUNT
                   ELSE
                     MOVE CTL-RUN-DATE TO WS-TREND-DATE
                     PERFORM WRITE-TREND-LINE
                   END-IF
                   END-IF
               END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * STORE mode - the trend built from the daily results store,
      * for each date on the control file (its filenames ignored) or
      * for every date in the range given on the command line.
      *****************************************************************
       TREND-FROM-STORE.
           OPEN INPUT ELF-DAILY
           IF WS-DAY-FILE-STATUS <> '00'
             DISPLAY "DAILY RESULTS STORE COULD NOT BE OPENED - "
               "STATUS " WS-DAY-FILE-STATUS " - THE HISTORY POSTING "
               "STEP (aoc_2022-1n) LOADS IT"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           OPEN OUTPUT TREND-RPT

           IF WS-FROM-DATE = 0
             OPEN INPUT TREND-CTL
             PERFORM UNTIL WS-CTL-EOF = 'T'
               READ TREND-CTL
               AT END
                 MOVE 'T' TO WS-CTL-EOF
               NOT AT END
                 ADD 1 TO WS-CTL-LINES-READ
                 IF TREND-CTL-LINE <> SPACES
                   MOVE CTL-RUN-DATE TO WS-TREND-DATE
                   PERFORM STORE-TREND-ONE-DATE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE TREND-CTL
           ELSE
             IF WS-TO-DATE = 0
               MOVE WS-START-DATE TO WS-TO-DATE
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) <> 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) <> 0
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "USAGE: STORE [FROMDATE [TODATE]] - RANGE "
                 WS-FROM-DATE " TO " WS-TO-DATE " IS NOT A VALID "
                 "YYYYMMDD RANGE"
               CLOSE ELF-DAILY
               CLOSE TREND-RPT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
             COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
             PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DATE-INT > WS-TO-INT
               COMPUTE WS-TREND-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM STORE-TREND-ONE-DATE
             END-PERFORM
           END-IF

           CLOSE ELF-DAILY
           CLOSE TREND-RPT.

      *****************************************************************
      * One date from the store - start on the first key for the
      * date and read forward while the date holds, keeping the same
      * top-3 table the extract pass builds, one elf per record.
      *****************************************************************
       STORE-TREND-ONE-DATE.
           MOVE 0 TO WS-MAX-CALORIES(1)
           MOVE 0 TO WS-MAX-CALORIES(2)
           MOVE 0 TO WS-MAX-CALORIES(3)
           MOVE 0 TO WS-MAX-CALORIES(4)
           MOVE 0 TO WS-DAY-FIGURES
           MOVE 'F' TO WS-DAY-EOF
           MOVE WS-TREND-DATE TO ELF-DAY-RUN-DATE
           MOVE 0 TO ELF-DAY-ELF-ID
           START ELF-DAILY KEY IS >= ELF-DAY-KEY
             INVALID KEY
               MOVE 'T' TO WS-DAY-EOF
           END-START
           PERFORM UNTIL WS-DAY-EOF = 'T'
             READ ELF-DAILY NEXT RECORD
             AT END
               MOVE 'T' TO WS-DAY-EOF
             NOT AT END
               IF ELF-DAY-RUN-DATE <> WS-TREND-DATE
                 MOVE 'T' TO WS-DAY-EOF
               ELSE
                 ADD 1 TO WS-STORE-RECS-READ
                 ADD 1 TO WS-DAY-FIGURES
                 MOVE ELF-DAY-TOT-CALORIES TO WS-MAX-CALORIES(4)
                 SORT WS-MAX-ENTRY
                   ON DESCENDING KEY WS-MAX-CALORIES
                 MOVE 0 TO WS-MAX-CALORIES(4)
               END-IF
             END-READ
           END-PERFORM

           IF WS-DAY-FIGURES = 0
             DISPLAY "WARNING: NO FIGURES IN THE DAILY RESULTS STORE "
               "FOR " WS-TREND-DATE " - SKIPPING THIS DAY"
           ELSE
             ADD 1 TO WS-DAY-COUNT
             PERFORM WRITE-TREND-LINE
           END-IF.

      *****************************************************************
      * One day's comparison line - the day's max and top-3 from
      * WS-MAX-CALORIES and the change from the prior day written.
      *****************************************************************
       WRITE-TREND-LINE.
           MOVE WS-TREND-DATE TO WS-TL-DATE
           MOVE WS-MAX-CALORIES(1) TO WS-TL-MAX
           COMPUTE WS-TL-TOP3 =
             WS-MAX-CALORIES(1) + WS-MAX-CALORIES(2)
             + WS-MAX-CALORIES(3)
           IF WS-FIRST-DAY = 'Y'
      *      No prior day to compare the first entry against
             MOVE 0 TO WS-DELTA
             MOVE 'N' TO WS-FIRST-DAY
           ELSE
             COMPUTE WS-DELTA =
               WS-MAX-CALORIES(1) - WS-PREV-MAX
           END-IF
           MOVE WS-DELTA TO WS-TL-DELTA
           MOVE WS-MAX-CALORIES(1) TO WS-PREV-MAX
           MOVE WS-TREND-LINE TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE.

      *****************************************************************
      * Append this step's record to the shared run journal - always
      * the last action before STOP RUN, whichever exit is taken.
           MOVE WS-START-TIME TO JRNL-START-TIME
           MOVE WS-END-DATE TO JRNL-END-DATE
           MOVE WS-END-TIME TO JRNL-END-TIME
           COMPUTE JRNL-RECORDS-READ =
             WS-CTL-LINES-READ + WS-STORE-RECS-READ
           MOVE WS-DAY-COUNT TO JRNL-RECORDS-WRITTEN
           MOVE RETURN-CODE TO JRNL-RETURN-CODE
           MOVE WS-JRNL-RESTART TO JRNL-RESTART-FLAG
