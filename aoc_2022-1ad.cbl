       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1ad.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - per-elf trend.  Every
           question about an elf's figures over time used to mean
           re-reading the dated ELVES extracts one after another,
           if anyone still had them.  This utility answers it from
           the per-elf daily results store (see ELFDAY.CPY): given
           an ELF-ID and a date range it makes one keyed read per
           date in the range and lists each day the elf has a
           figure for - items, calories, rank, the change from the
           elf's previous figure, and whether any of its items were
           sitting in suspense that night - followed by the range
           totals, average, high and low.  A 90-day question is 90
           keyed reads, not 90 passes over 90 extracts.
      *
      * Command line:
      *   aoc_2022-1ad ELFID [FROMDATE [TODATE]]
      *   ELFID     required, 1-99999
      *   FROMDATE  optional, YYYYMMDD - defaults to 89 days before
      *             TODATE (a 90-day range)
      *   TODATE    optional, YYYYMMDD - defaults to the run date
      *             (the card deck's RUN-DATE, today when the deck
      *             doesn't set one)
      *
      * The trend goes to aoc_2022-1-elftrend.rpt, headed with the
      * elf's name and team off the master when it is there.  Days
      * in the range with no figure for the elf (not run, or the
      * elf not shipped) are counted, not listed.
      *
      * Condition codes:
      *   0   trend written, one or more figures in the range
      *   4   trend written, no figure for the elf in the range
      *   8   bad command line, card deck unusable, or the daily
      *       results store missing or unreadable
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT ELF-MASTER
           ASSIGN DYNAMIC WS-MST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ELFTREND-RPT
           ASSIGN TO 'aoc_2022-1-elftrend.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELF-DAILY.
           COPY ELFDAY.

       FD ELF-MASTER.
           COPY ELFMST.

       FD ELFTREND-RPT.
       01 ELFTREND-RPT-LINE       PIC X(100) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-FILENAME         PIC X(40).
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-ID-PARM              PIC S9(06) VALUE 0.
       01 WS-ASK-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-FROM-DATE            PIC 9(08) VALUE 0.
       01 WS-TO-DATE              PIC 9(08) VALUE 0.
       01 WS-FROM-INT             PIC 9(08) VALUE 0.
       01 WS-TO-INT               PIC 9(08) VALUE 0.
       01 WS-DATE-INT             PIC 9(08) VALUE 0.
       01 WS-LOOK-DATE            PIC 9(08) VALUE 0.

       01 WS-RANGE-DAYS           PIC 9(05) VALUE 0.
       01 WS-FIGURE-DAYS          PIC 9(05) VALUE 0.
       01 WS-SUSP-DAYS            PIC 9(05) VALUE 0.
       01 WS-KEYED-READS          PIC 9(08) VALUE 0.
       01 WS-LINES-WRITTEN        PIC 9(08) VALUE 0.
       01 WS-RANGE-TOTAL          PIC 9(14) VALUE 0.
       01 WS-RANGE-AVERAGE        PIC 9(12) VALUE 0.
       01 WS-PREV-CALORIES        PIC 9(12) VALUE 0.
       01 WS-DELTA                PIC S9(12) VALUE 0.
       01 WS-HIGH-CALORIES        PIC 9(12) VALUE 0.
       01 WS-HIGH-DATE            PIC 9(08) VALUE 0.
       01 WS-LOW-CALORIES         PIC 9(12) VALUE 0.
       01 WS-LOW-DATE             PIC 9(08) VALUE 0.
       01 WS-FIGURE-TO-DISP       PIC Z(4)9.
       01 WS-RANGE-TO-DISP        PIC Z(4)9.

       01 WS-HDR-LINE.
           05 FILLER               PIC X(17)
                VALUE 'ELF TREND FOR ID '.
           05 WS-HD-ELF-ID         PIC 9(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-HD-NAME           PIC X(30).
           05 FILLER               PIC X(06) VALUE ' TEAM '.
           05 WS-HD-TEAM           PIC X(20).

       01 WS-RANGE-LINE.
           05 FILLER               PIC X(05) VALUE 'FROM '.
           05 WS-RL-FROM           PIC 9(08).
           05 FILLER               PIC X(04) VALUE ' TO '.
           05 WS-RL-TO             PIC 9(08).

       01 WS-DAY-LINE.
           05 FILLER               PIC X(05) VALUE 'DATE '.
           05 WS-DL-DATE           PIC 9(08).
           05 FILLER               PIC X(08) VALUE '  ITEMS '.
           05 WS-DL-ITEMS          PIC Z(4)9.
           05 FILLER               PIC X(11) VALUE '  CALORIES '.
           05 WS-DL-CALS           PIC Z(11)9.
           05 FILLER               PIC X(07) VALUE '  RANK '.
           05 WS-DL-RANK           PIC Z(4)9.
           05 FILLER               PIC X(09) VALUE '  CHANGE '.
           05 WS-DL-DELTA          PIC -(11)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DL-SUSPENSE       PIC X(14).

       01 WS-COUNT-LINE.
           05 FILLER               PIC X(14) VALUE 'DAYS IN RANGE '.
           05 WS-CL-RANGE          PIC Z(4)9.
           05 FILLER               PIC X(15) VALUE '  WITH FIGURES '.
           05 WS-CL-FIGURES        PIC Z(4)9.
           05 FILLER               PIC X(15) VALUE '  IN SUSPENSE '.
           05 WS-CL-SUSP           PIC Z(4)9.

       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(15) VALUE 'TOTAL CALORIES '.
           05 WS-TL-TOTAL          PIC Z(13)9.
           05 FILLER               PIC X(11) VALUE '  AVERAGE '.
           05 WS-TL-AVERAGE        PIC Z(11)9.

       01 WS-HIGH-LOW-LINE.
           05 FILLER               PIC X(05) VALUE 'HIGH '.
           05 WS-HL-HIGH           PIC Z(11)9.
           05 FILLER               PIC X(04) VALUE ' ON '.
           05 WS-HL-HIGH-DATE      PIC 9(08).
           05 FILLER               PIC X(07) VALUE '  LOW  '.
           05 WS-HL-LOW            PIC Z(11)9.
           05 FILLER               PIC X(04) VALUE ' ON '.
           05 WS-HL-LOW-DATE       PIC 9(08).

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1AD'.
       01 WS-TIME-RAW             PIC X(08) VALUE SPACES.
       01 WS-START-STAMP.
           05 WS-START-DATE        PIC 9(08) VALUE 0.
           05 WS-START-TIME        PIC 9(06) VALUE 0.
       01 WS-END-STAMP.
           05 WS-END-DATE          PIC 9(08) VALUE 0.
           05 WS-END-TIME          PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO WS-ID-PARM WS-FROM-DATE WS-TO-DATE
           IF WS-ID-PARM <= 0 OR WS-ID-PARM > 99999
             DISPLAY "USAGE: ELFID [FROMDATE [TODATE]] - GIVE THE "
               "ELF-ID (1-99999) AS THE FIRST ARGUMENT"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE WS-ID-PARM TO WS-ASK-ELF-ID

      *    Pick up the run-time parameters; a bad card deck fails
      *    the step before any file is touched.
           CALL 'aoc_2022-1p' USING PARM-BLOCK
           IF PARM-STATUS = '99'
             DISPLAY "PARAMETER CARD DECK UNUSABLE - CORRECT "
               "aoc_2022-1-parms.ctl AND RERUN"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE PARM-ELF-MASTER-DAT TO WS-MST-FILENAME
           IF PARM-RUN-DATE > 0
             MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
             MOVE WS-START-DATE TO WS-RUN-DATE
           END-IF

      *    The range - to the run date and 90 days back unless the
      *    operator gave the dates.
           IF WS-TO-DATE = 0
             MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) <> 0
             DISPLAY "USAGE: TODATE " WS-TO-DATE " IS NOT A VALID "
               "YYYYMMDD DATE"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-FROM-DATE = 0
             COMPUTE WS-FROM-INT = WS-TO-INT - 89
             COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) <> 0
             DISPLAY "USAGE: FROMDATE " WS-FROM-DATE " IS NOT A "
               "VALID YYYYMMDD DATE"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           COMPUTE WS-FROM-INT =
             FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           IF WS-FROM-INT > WS-TO-INT
             DISPLAY "USAGE: FROMDATE " WS-FROM-DATE " IS AFTER "
               "TODATE " WS-TO-DATE
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           OPEN INPUT ELF-DAILY
           IF WS-DAY-FILE-STATUS <> '00'
             DISPLAY "DAILY RESULTS STORE COULD NOT BE OPENED - "
               "STATUS " WS-DAY-FILE-STATUS " - THE HISTORY POSTING "
               "STEP (aoc_2022-1n) LOADS IT"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           OPEN OUTPUT ELFTREND-RPT
           PERFORM WRITE-TREND-HEADING

      *    One keyed read per date in the range, oldest first.
           PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
             UNTIL WS-DATE-INT > WS-TO-INT
             ADD 1 TO WS-RANGE-DAYS
             COMPUTE WS-LOOK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             PERFORM REPORT-ONE-DATE
           END-PERFORM
           CLOSE ELF-DAILY

           PERFORM WRITE-TREND-FOOTING
           CLOSE ELFTREND-RPT

           MOVE WS-FIGURE-DAYS TO WS-FIGURE-TO-DISP
           MOVE WS-RANGE-DAYS TO WS-RANGE-TO-DISP
           DISPLAY "Elf trend for " WS-ASK-ELF-ID ": "
             WS-FIGURE-TO-DISP " day(s) with a figure in "
             WS-RANGE-TO-DISP " day(s), " WS-FROM-DATE " to "
             WS-TO-DATE
           IF WS-FIGURE-DAYS = 0
             DISPLAY "NO FIGURE FOR ELF " WS-ASK-ELF-ID " IN THE "
               "DAILY RESULTS STORE FOR THE RANGE"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Heading - the elf's name and team off the master (optional
      * input, the same as on the inquiry page) and the range.
      *****************************************************************
       WRITE-TREND-HEADING.
           MOVE WS-ASK-ELF-ID TO WS-HD-ELF-ID
           MOVE SPACES TO WS-HD-NAME
           MOVE SPACES TO WS-HD-TEAM
           OPEN INPUT ELF-MASTER
           IF WS-MST-FILE-STATUS <> '00'
             MOVE '(MASTER NOT AVAILABLE)' TO WS-HD-NAME
           ELSE
             MOVE WS-ASK-ELF-ID TO ELF-MST-ID
             READ ELF-MASTER
               INVALID KEY
                 MOVE '(NOT ON THE MASTER)' TO WS-HD-NAME
               NOT INVALID KEY
                 MOVE ELF-MST-NAME TO WS-HD-NAME
                 MOVE ELF-MST-TEAM TO WS-HD-TEAM
             END-READ
             CLOSE ELF-MASTER
           END-IF
           MOVE WS-HDR-LINE TO ELFTREND-RPT-LINE
           WRITE ELFTREND-RPT-LINE
           MOVE WS-FROM-DATE TO WS-RL-FROM
           MOVE WS-TO-DATE TO WS-RL-TO
           MOVE WS-RANGE-LINE TO ELFTREND-RPT-LINE
           WRITE ELFTREND-RPT-LINE
           ADD 2 TO WS-LINES-WRITTEN.

      *****************************************************************
      * The elf's figure for one date, when the store has one.  The
      * change is against the elf's previous figure in the range,
      * so a day the elf wasn't shipped doesn't show as a drop.
      *****************************************************************
       REPORT-ONE-DATE.
           MOVE WS-LOOK-DATE TO ELF-DAY-RUN-DATE
           MOVE WS-ASK-ELF-ID TO ELF-DAY-ELF-ID
           ADD 1 TO WS-KEYED-READS
           READ ELF-DAILY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-FIGURE-DAYS
               ADD ELF-DAY-TOT-CALORIES TO WS-RANGE-TOTAL
               IF WS-FIGURE-DAYS = 1
                 MOVE 0 TO WS-DELTA
                 MOVE ELF-DAY-TOT-CALORIES TO WS-HIGH-CALORIES
                 MOVE WS-LOOK-DATE TO WS-HIGH-DATE
                 MOVE ELF-DAY-TOT-CALORIES TO WS-LOW-CALORIES
                 MOVE WS-LOOK-DATE TO WS-LOW-DATE
               ELSE
                 COMPUTE WS-DELTA =
                   ELF-DAY-TOT-CALORIES - WS-PREV-CALORIES
               END-IF
               IF ELF-DAY-TOT-CALORIES > WS-HIGH-CALORIES
                 MOVE ELF-DAY-TOT-CALORIES TO WS-HIGH-CALORIES
                 MOVE WS-LOOK-DATE TO WS-HIGH-DATE
               END-IF
               IF ELF-DAY-TOT-CALORIES < WS-LOW-CALORIES
                 MOVE ELF-DAY-TOT-CALORIES TO WS-LOW-CALORIES
                 MOVE WS-LOOK-DATE TO WS-LOW-DATE
               END-IF
               MOVE ELF-DAY-TOT-CALORIES TO WS-PREV-CALORIES
               MOVE WS-LOOK-DATE TO WS-DL-DATE
               MOVE ELF-DAY-ITEM-COUNT TO WS-DL-ITEMS
               MOVE ELF-DAY-TOT-CALORIES TO WS-DL-CALS
               MOVE ELF-DAY-RANK TO WS-DL-RANK
               MOVE WS-DELTA TO WS-DL-DELTA
               IF ELF-DAY-IN-SUSPENSE
                 MOVE 'ITEMS SUSPENDED' TO WS-DL-SUSPENSE
                 ADD 1 TO WS-SUSP-DAYS
               ELSE
                 MOVE SPACES TO WS-DL-SUSPENSE
               END-IF
               MOVE WS-DAY-LINE TO ELFTREND-RPT-LINE
               WRITE ELFTREND-RPT-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-READ.

      *****************************************************************
      * Footing - day counts, range total and average per day with
      * a figure, and the high and low days.
      *****************************************************************
       WRITE-TREND-FOOTING.
           MOVE WS-RANGE-DAYS TO WS-CL-RANGE
           MOVE WS-FIGURE-DAYS TO WS-CL-FIGURES
           MOVE WS-SUSP-DAYS TO WS-CL-SUSP
           MOVE WS-COUNT-LINE TO ELFTREND-RPT-LINE
           WRITE ELFTREND-RPT-LINE
           ADD 1 TO WS-LINES-WRITTEN
           IF WS-FIGURE-DAYS = 0
             MOVE 'NO FIGURE FOR THIS ELF IN THE DAILY RESULTS STORE '
               & 'FOR THE RANGE' TO ELFTREND-RPT-LINE
             WRITE ELFTREND-RPT-LINE
             ADD 1 TO WS-LINES-WRITTEN
           ELSE
             COMPUTE WS-RANGE-AVERAGE ROUNDED =
               WS-RANGE-TOTAL / WS-FIGURE-DAYS
             MOVE WS-RANGE-TOTAL TO WS-TL-TOTAL
             MOVE WS-RANGE-AVERAGE TO WS-TL-AVERAGE
             MOVE WS-TOTAL-LINE TO ELFTREND-RPT-LINE
             WRITE ELFTREND-RPT-LINE
             MOVE WS-HIGH-CALORIES TO WS-HL-HIGH
             MOVE WS-HIGH-DATE TO WS-HL-HIGH-DATE
             MOVE WS-LOW-CALORIES TO WS-HL-LOW
             MOVE WS-LOW-DATE TO WS-HL-LOW-DATE
             MOVE WS-HIGH-LOW-LINE TO ELFTREND-RPT-LINE
             WRITE ELFTREND-RPT-LINE
             ADD 2 TO WS-LINES-WRITTEN
           END-IF.

      *****************************************************************
      * Append this step's record to the shared run journal - always
      * the last action before STOP RUN, whichever exit is taken.
      *****************************************************************
       WRITE-RUN-JOURNAL.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-END-TIME
           MOVE WS-JRNL-STEP-NAME TO JRNL-STEP-NAME
           MOVE WS-START-DATE TO JRNL-START-DATE
           MOVE WS-START-TIME TO JRNL-START-TIME
           MOVE WS-END-DATE TO JRNL-END-DATE
           MOVE WS-END-TIME TO JRNL-END-TIME
           MOVE WS-KEYED-READS TO JRNL-RECORDS-READ
           MOVE WS-LINES-WRITTEN TO JRNL-RECORDS-WRITTEN
           MOVE RETURN-CODE TO JRNL-RETURN-CODE
           MOVE WS-JRNL-RESTART TO JRNL-RESTART-FLAG
           OPEN EXTEND RUN-JOURNAL
           IF WS-JRNL-FILE-STATUS = '35'
      *      First run - the journal file doesn't exist yet
             OPEN OUTPUT RUN-JOURNAL
           END-IF
           IF WS-JRNL-FILE-STATUS = '00'
             MOVE JRNL-RECORD TO RUN-JOURNAL-LINE
             WRITE RUN-JOURNAL-LINE
             CLOSE RUN-JOURNAL
           END-IF.
