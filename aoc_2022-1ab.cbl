       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1ab.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - expedition-team period
           rollup.  The nightly team summary (aoc_2022-1r) books
           tonight's figures to each elf's team as the master stands
           now, and the history master carries period totals per
           elf only, so an elf who moved teams mid-month took the
           whole month's calories with them to the new team.  This
           step rebuilds the month-to-date and year-to-date team
           figures from the per-elf daily results store (see
           ELFDAY.CPY), crediting each day's calories to the team
           the elf belonged to on that day, as the elf master change
           history (see ELFMHS.CPY) records it.  Per team it reports
           the month-to-date and year-to-date calories, the
           member-days behind them (one per elf per day credited),
           and the transfers into and out of the team during each
           period.
      *
      * The run date is the card deck's RUN-DATE (today when the
      * deck doesn't set one); the month and year are the run
      * date's, up to and including the run date.
      *
      * An elf's team on a day is the team on the latest change
      * history record for the elf applied on or before that day.
      * Before the elf's first recorded change it is the team that
      * change moved the elf from, and an elf with no team changes
      * on the history is credited to its team on the master.  A
      * day on which the elf was not on the master at all - before
      * it was added, or with no master record - is credited to the
      * UNASSIGNED line, so the team lines still foot to the whole
      * shop's figures.  A transfer is a change history record that
      * moves an elf from one team to another; adds and removals
      * are not transfers.
      *
      * Condition codes:
      *   0   period summary written, every day credited to a team
      *   4   period summary written, one or more elf-days credited
      *       to UNASSIGNED
      *   8   card deck unusable, daily results store missing or
      *       unreadable, or the team or transfer table overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT CHANGE-HIST
           ASSIGN TO 'aoc_2022-1-elfmst.hst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MHS-FILE-STATUS.

           SELECT ELF-MASTER
           ASSIGN DYNAMIC WS-MST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT TEAMPER-RPT
           ASSIGN TO 'aoc_2022-1-teamper.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ELF-DAILY.
           COPY ELFDAY.

       FD CHANGE-HIST.
       01 CHANGE-HIST-LINE        PIC X(153) VALUE SPACES.

       FD ELF-MASTER.
           COPY ELFMST.

       FD TEAMPER-RPT.
       01 TEAMPER-RPT-LINE        PIC X(130) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-DAY-EOF              PIC A(1)  VALUE 'F'.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MHS-EOF              PIC A(1)  VALUE 'F'.
       01 WS-MHS-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-FILENAME         PIC X(40).
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-AVAILABLE        PIC A(1)  VALUE 'N'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

      *    Change history record (see ELFMHS.CPY), and a master
      *    record view of its before and after images.
           COPY ELFMHS.

       01 WS-IMAGE.
           05 WS-IMG-ID             PIC 9(05).
           05 WS-IMG-NAME           PIC X(30).
           05 WS-IMG-TEAM           PIC X(20).
           05 WS-IMG-STATUS         PIC X(01).
       01 WS-FROM-TEAM            PIC X(20) VALUE SPACES.
       01 WS-TO-TEAM              PIC X(20) VALUE SPACES.

      *    Run date, with year and month views for the period tests,
      *    and the first day of its year the store is read from.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(04).
           05 WS-RUN-MONTH         PIC 9(02).
           05 WS-RUN-DAY           PIC 9(02).
       01 WS-YEAR-START           PIC 9(08) VALUE 0.
       01 WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
           05 WS-YS-YEAR           PIC 9(04).
           05 WS-YS-MONTH          PIC 9(02).
           05 WS-YS-DAY            PIC 9(02).
      *    Any dated item - a store record's run date or a change
      *    history record's applied date - with the same views.
       01 WS-ITEM-DATE            PIC 9(08) VALUE 0.
       01 WS-ITEM-DATE-PARTS REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-YEAR         PIC 9(04).
           05 WS-ITEM-MONTH        PIC 9(02).
           05 WS-ITEM-DAY          PIC 9(02).
       01 WS-IN-MONTH             PIC A(1)  VALUE 'N'.

      *    Every change history record that moved an elf's team, in
      *    the order it was applied - an add moves the elf from no
      *    team (spaces), a backout of an add moves it back to none.
       01 WS-MOVE-COUNT           PIC 9(04) VALUE 0.
       01 WS-MOVE-IDX             PIC 9(04) VALUE 0.
       01 WS-MAX-MOVES            PIC 9(04) VALUE 2000.
       01 WS-MOVE-OVERFLOW        PIC A(1)  VALUE 'N'.
       01 WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 2000 TIMES.
              10 WS-MV-ELF-ID          PIC 9(05).
              10 WS-MV-DATE            PIC 9(08).
              10 WS-MV-FROM-TEAM       PIC X(20).
              10 WS-MV-TO-TEAM         PIC X(20).

      *    Team lookup for one elf-day.
       01 WS-LOOK-ELF-ID          PIC 9(05) VALUE 0.
       01 WS-LOOK-DATE            PIC 9(08) VALUE 0.
       01 WS-LOOK-SEEN-ON         PIC A(1)  VALUE 'N'.
       01 WS-LOOK-SEEN-AFTER      PIC A(1)  VALUE 'N'.
       01 WS-LOOK-ON-TEAM         PIC X(20) VALUE SPACES.
       01 WS-LOOK-AFTER-TEAM      PIC X(20) VALUE SPACES.

      *    One slot per team credited or moved through, plus the
      *    UNASSIGNED bucket - same ceiling as the nightly team
      *    summary's table.
       01 WS-TEAM-COUNT           PIC 9(03) VALUE 0.
       01 WS-TEAM-IDX             PIC 9(03) VALUE 0.
       01 WS-MAX-TEAMS            PIC 9(03) VALUE 100.
       01 WS-TEAM-OVERFLOW        PIC A(1)  VALUE 'N'.
       01 WS-TEAM-FOUND           PIC A(1)  VALUE 'N'.
       01 WS-BOOK-TEAM            PIC X(20) VALUE SPACES.
       01 WS-UNASSIGNED-TEAM      PIC X(20) VALUE '** UNASSIGNED **'.

       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 100 TIMES.
              10 WS-TM-MTD-TOTAL       PIC 9(12) VALUE 0.
              10 WS-TM-YTD-TOTAL       PIC 9(12) VALUE 0.
              10 WS-TM-YTD-DAYS        PIC 9(07) VALUE 0.
              10 WS-TM-YTD-OUT         PIC 9(03) VALUE 0.
              10 WS-TM-YTD-IN          PIC 9(03) VALUE 0.
              10 WS-TM-MTD-DAYS        PIC 9(07) VALUE 0.
              10 WS-TM-MTD-OUT         PIC 9(03) VALUE 0.
              10 WS-TM-MTD-IN          PIC 9(03) VALUE 0.
              10 WS-TM-TEAM            PIC X(20).

       01 WS-DAY-RECORDS          PIC 9(08) VALUE 0.
       01 WS-UNASSIGNED-DAYS      PIC 9(07) VALUE 0.
       01 WS-UNASSIGNED-TO-DISP   PIC Z(6)9.
       01 WS-TEAM-COUNT-TO-DISP   PIC Z(2)9.
      *    Distinct run dates found on the store in each period, so
      *    the report says how many days its figures cover.
       01 WS-LAST-STORE-DATE      PIC 9(08) VALUE 0.
       01 WS-MTD-DATES            PIC 9(03) VALUE 0.
       01 WS-YTD-DATES            PIC 9(03) VALUE 0.

       01 WS-FOOT-MTD-TOTAL       PIC 9(12) VALUE 0.
       01 WS-FOOT-MTD-DAYS        PIC 9(07) VALUE 0.
       01 WS-FOOT-YTD-TOTAL       PIC 9(12) VALUE 0.
       01 WS-FOOT-YTD-DAYS        PIC 9(07) VALUE 0.
       01 WS-FOOT-MTD-MOVES       PIC 9(03) VALUE 0.
       01 WS-FOOT-YTD-MOVES       PIC 9(03) VALUE 0.

       01 WS-PERIOD-HDR-LINE.
           05 FILLER                PIC X(34)
                VALUE 'EXPEDITION TEAM PERIOD SUMMARY AT '.
           05 WS-PH-DATE            PIC 9(08).
           05 FILLER                PIC X(22)
                VALUE ' - STORE DAYS ON FILE '.
           05 FILLER                PIC X(04) VALUE 'MTD '.
           05 WS-PH-MTD-DATES       PIC Z(2)9.
           05 FILLER                PIC X(05) VALUE '  YTD'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PH-YTD-DATES       PIC Z(2)9.

       01 WS-PERIOD-LINE.
           05 FILLER                PIC X(05) VALUE 'RANK '.
           05 WS-PL-RANK            PIC Z(2)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-PL-TEAM            PIC X(20).
           05 FILLER                PIC X(05) VALUE ' MTD '.
           05 WS-PL-MTD-TOTAL       PIC Z(11)9.
           05 FILLER                PIC X(05) VALUE ' CAL '.
           05 WS-PL-MTD-DAYS        PIC Z(6)9.
           05 FILLER                PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(05) VALUE ' YTD '.
           05 WS-PL-YTD-TOTAL       PIC Z(11)9.
           05 FILLER                PIC X(05) VALUE ' CAL '.
           05 WS-PL-YTD-DAYS        PIC Z(6)9.
           05 FILLER                PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(12) VALUE ' IN/OUT MTD '.
           05 WS-PL-MTD-IN          PIC Z(2)9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-PL-MTD-OUT         PIC Z(2)9.
           05 FILLER                PIC X(05) VALUE ' YTD '.
           05 WS-PL-YTD-IN          PIC Z(2)9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WS-PL-YTD-OUT         PIC Z(2)9.

       01 WS-FOOT-LINE.
           05 FILLER                PIC X(29)
                VALUE 'ALL TEAMS'.
           05 FILLER                PIC X(05) VALUE ' MTD '.
           05 WS-FL-MTD-TOTAL       PIC Z(11)9.
           05 FILLER                PIC X(05) VALUE ' CAL '.
           05 WS-FL-MTD-DAYS        PIC Z(6)9.
           05 FILLER                PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(05) VALUE ' YTD '.
           05 WS-FL-YTD-TOTAL       PIC Z(11)9.
           05 FILLER                PIC X(05) VALUE ' CAL '.
           05 WS-FL-YTD-DAYS        PIC Z(6)9.
           05 FILLER                PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(12) VALUE ' TRANSFERS  '.
           05 FILLER                PIC X(04) VALUE 'MTD '.
           05 WS-FL-MTD-MOVES       PIC Z(2)9.
           05 FILLER                PIC X(05) VALUE ' YTD '.
           05 WS-FL-YTD-MOVES       PIC Z(2)9.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1AB'.
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
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE TO WS-YEAR-START
           MOVE 1 TO WS-YS-MONTH
           MOVE 1 TO WS-YS-DAY

      *    The master is optional input the same way it is on the
      *    nightly team summary - without it an elf with no team
      *    changes on the history is credited to UNASSIGNED, which
      *    the run surfaces as a warning.
           OPEN INPUT ELF-MASTER
           IF WS-MST-FILE-STATUS = '00'
             MOVE 'Y' TO WS-MST-AVAILABLE
           ELSE
             DISPLAY "WARNING: ELF MASTER COULD NOT BE OPENED "
               "(STATUS " WS-MST-FILE-STATUS ") - ELVES WITH NO "
               "TEAM CHANGES WILL REPORT AS UNASSIGNED"
           END-IF

           PERFORM LOAD-TEAM-MOVES
           IF WS-MOVE-OVERFLOW = 'Y'
             DISPLAY "MORE THAN " WS-MAX-MOVES " TEAM CHANGES ON THE "
               "CHANGE HISTORY - PERIOD SUMMARY NOT WRITTEN"
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

      *    Credit every elf-day from the first of the year through
      *    the run date - the store is keyed date first, so one
      *    browse from January 1 covers both periods.
           MOVE WS-YEAR-START TO ELF-DAY-RUN-DATE
           MOVE 0 TO ELF-DAY-ELF-ID
           START ELF-DAILY KEY >= ELF-DAY-KEY
             INVALID KEY
               MOVE 'T' TO WS-DAY-EOF
           END-START
           PERFORM UNTIL WS-DAY-EOF = 'T'
             READ ELF-DAILY NEXT RECORD
             AT END
               MOVE 'T' TO WS-DAY-EOF
             NOT AT END
               IF ELF-DAY-RUN-DATE > WS-RUN-DATE
                 MOVE 'T' TO WS-DAY-EOF
               ELSE
                 PERFORM CREDIT-ELF-DAY
               END-IF
             END-READ
           END-PERFORM
           CLOSE ELF-DAILY

      *    Transfers during the periods, booked to the team each
      *    elf left and the team it joined.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
             UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
             PERFORM BOOK-TRANSFER
           END-PERFORM

           IF WS-TEAM-OVERFLOW = 'Y'
             DISPLAY "MORE THAN " WS-MAX-TEAMS " DISTINCT TEAMS - "
               "SUMMARY WOULD BE INCOMPLETE, REPORT NOT WRITTEN"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Rank the teams on month-to-date calories, the way the
      *    nightly summary ranks tonight's.  The later keys are
      *    tie-breakers that keep any team with a figure - even a
      *    transfer alone - ahead of the table's empty slots.
           SORT WS-TEAM-ENTRY
             ON DESCENDING KEY WS-TM-MTD-TOTAL
             ON DESCENDING KEY WS-TM-YTD-TOTAL
             ON DESCENDING KEY WS-TM-YTD-DAYS
             ON DESCENDING KEY WS-TM-YTD-OUT
             ON DESCENDING KEY WS-TM-YTD-IN

           OPEN OUTPUT TEAMPER-RPT
           MOVE WS-RUN-DATE TO WS-PH-DATE
           MOVE WS-MTD-DATES TO WS-PH-MTD-DATES
           MOVE WS-YTD-DATES TO WS-PH-YTD-DATES
           MOVE WS-PERIOD-HDR-LINE TO TEAMPER-RPT-LINE
           WRITE TEAMPER-RPT-LINE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
             PERFORM WRITE-PERIOD-LINE
           END-PERFORM
           MOVE SPACES TO TEAMPER-RPT-LINE
           WRITE TEAMPER-RPT-LINE
           MOVE WS-FOOT-MTD-TOTAL TO WS-FL-MTD-TOTAL
           MOVE WS-FOOT-MTD-DAYS TO WS-FL-MTD-DAYS
           MOVE WS-FOOT-YTD-TOTAL TO WS-FL-YTD-TOTAL
           MOVE WS-FOOT-YTD-DAYS TO WS-FL-YTD-DAYS
           MOVE WS-FOOT-MTD-MOVES TO WS-FL-MTD-MOVES
           MOVE WS-FOOT-YTD-MOVES TO WS-FL-YTD-MOVES
           MOVE WS-FOOT-LINE TO TEAMPER-RPT-LINE
           WRITE TEAMPER-RPT-LINE
           CLOSE TEAMPER-RPT
           IF WS-MST-AVAILABLE = 'Y'
             CLOSE ELF-MASTER
           END-IF

           MOVE WS-TEAM-COUNT TO WS-TEAM-COUNT-TO-DISP
           DISPLAY "Team period summary for " WS-RUN-DATE
             " written for " WS-TEAM-COUNT-TO-DISP " team(s)"
           IF WS-UNASSIGNED-DAYS > 0
             MOVE WS-UNASSIGNED-DAYS TO WS-UNASSIGNED-TO-DISP
             DISPLAY "WARNING: " WS-UNASSIGNED-TO-DISP " ELF-DAY(S) "
               "NOT ON A TEAM - SEE THE UNASSIGNED LINE"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Read the elf master change history into the move table -
      * only the records whose before and after images carry
      * different teams, in the order they were applied.  No history
      * file yet just means no elf has ever changed teams.
      *****************************************************************
       LOAD-TEAM-MOVES.
           OPEN INPUT CHANGE-HIST
           IF WS-MHS-FILE-STATUS <> '00'
             DISPLAY "NOTE: NO ELF MASTER CHANGE HISTORY (STATUS "
               WS-MHS-FILE-STATUS ") - EVERY ELF CREDITED TO ITS "
               "TEAM ON THE MASTER"
             MOVE 'T' TO WS-MHS-EOF
           END-IF
           PERFORM UNTIL WS-MHS-EOF = 'T'
             READ CHANGE-HIST
             AT END
               MOVE 'T' TO WS-MHS-EOF
             NOT AT END
               IF CHANGE-HIST-LINE <> SPACES
                 MOVE CHANGE-HIST-LINE TO ELF-MHS-RECORD
                 MOVE ELF-MHS-BEFORE TO WS-IMAGE
                 MOVE WS-IMG-TEAM TO WS-FROM-TEAM
                 MOVE ELF-MHS-AFTER TO WS-IMAGE
                 MOVE WS-IMG-TEAM TO WS-TO-TEAM
                 IF WS-FROM-TEAM <> WS-TO-TEAM
                   IF WS-MOVE-COUNT < WS-MAX-MOVES
                     ADD 1 TO WS-MOVE-COUNT
                     MOVE ELF-MHS-ELF-ID
                       TO WS-MV-ELF-ID(WS-MOVE-COUNT)
                     MOVE ELF-MHS-DATE TO WS-MV-DATE(WS-MOVE-COUNT)
                     MOVE WS-FROM-TEAM
                       TO WS-MV-FROM-TEAM(WS-MOVE-COUNT)
                     MOVE WS-TO-TEAM TO WS-MV-TO-TEAM(WS-MOVE-COUNT)
                   ELSE
                     MOVE 'Y' TO WS-MOVE-OVERFLOW
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-MHS-FILE-STATUS = '00'
             OR WS-MHS-FILE-STATUS = '10'
             CLOSE CHANGE-HIST
           END-IF.

      *****************************************************************
      * Credit one daily results record to the team its elf was on
      * that day - year-to-date always (the browse starts at January
      * 1), month-to-date when the day is in the run date's month.
      *****************************************************************
       CREDIT-ELF-DAY.
           ADD 1 TO WS-DAY-RECORDS
           MOVE ELF-DAY-RUN-DATE TO WS-ITEM-DATE
           MOVE 'N' TO WS-IN-MONTH
           IF WS-ITEM-MONTH = WS-RUN-MONTH
             MOVE 'Y' TO WS-IN-MONTH
           END-IF
           IF ELF-DAY-RUN-DATE <> WS-LAST-STORE-DATE
             MOVE ELF-DAY-RUN-DATE TO WS-LAST-STORE-DATE
             ADD 1 TO WS-YTD-DATES
             IF WS-IN-MONTH = 'Y'
               ADD 1 TO WS-MTD-DATES
             END-IF
           END-IF

           MOVE ELF-DAY-ELF-ID TO WS-LOOK-ELF-ID
           MOVE ELF-DAY-RUN-DATE TO WS-LOOK-DATE
           PERFORM FIND-TEAM-ON-DATE
           IF WS-BOOK-TEAM = WS-UNASSIGNED-TEAM
             ADD 1 TO WS-UNASSIGNED-DAYS
           END-IF
           PERFORM FIND-TEAM-SLOT
           IF WS-TEAM-OVERFLOW = 'N'
             ADD ELF-DAY-TOT-CALORIES TO WS-TM-YTD-TOTAL(WS-TEAM-IDX)
             ADD 1 TO WS-TM-YTD-DAYS(WS-TEAM-IDX)
             IF WS-IN-MONTH = 'Y'
               ADD ELF-DAY-TOT-CALORIES
                 TO WS-TM-MTD-TOTAL(WS-TEAM-IDX)
               ADD 1 TO WS-TM-MTD-DAYS(WS-TEAM-IDX)
             END-IF
           END-IF.

      *****************************************************************
      * The team an elf belonged to on a date, into WS-BOOK-TEAM:
      * the team the latest move applied on or before the date left
      * it on; failing that, the team the first later move took it
      * from; failing that (no moves at all), its team on the
      * master.  No team - not yet added, backed out, or not on the
      * master - books to UNASSIGNED.
      *****************************************************************
       FIND-TEAM-ON-DATE.
           MOVE 'N' TO WS-LOOK-SEEN-ON
           MOVE 'N' TO WS-LOOK-SEEN-AFTER
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
             UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
             IF WS-MV-ELF-ID(WS-MOVE-IDX) = WS-LOOK-ELF-ID
               IF WS-MV-DATE(WS-MOVE-IDX) <= WS-LOOK-DATE
                 MOVE 'Y' TO WS-LOOK-SEEN-ON
                 MOVE WS-MV-TO-TEAM(WS-MOVE-IDX) TO WS-LOOK-ON-TEAM
               ELSE
                 IF WS-LOOK-SEEN-AFTER = 'N'
                   MOVE 'Y' TO WS-LOOK-SEEN-AFTER
                   MOVE WS-MV-FROM-TEAM(WS-MOVE-IDX)
                     TO WS-LOOK-AFTER-TEAM
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-LOOK-SEEN-ON = 'Y'
               MOVE WS-LOOK-ON-TEAM TO WS-BOOK-TEAM
             WHEN WS-LOOK-SEEN-AFTER = 'Y'
               MOVE WS-LOOK-AFTER-TEAM TO WS-BOOK-TEAM
             WHEN OTHER
               MOVE SPACES TO WS-BOOK-TEAM
               IF WS-MST-AVAILABLE = 'Y'
                 MOVE WS-LOOK-ELF-ID TO ELF-MST-ID
                 READ ELF-MASTER
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE ELF-MST-TEAM TO WS-BOOK-TEAM
                 END-READ
               END-IF
           END-EVALUATE
           IF WS-BOOK-TEAM = SPACES
             MOVE WS-UNASSIGNED-TEAM TO WS-BOOK-TEAM
           END-IF.

      *****************************************************************
      * Book one move to the transfer counts when it is a transfer
      * (from one team to another, not an add or a removal) applied
      * this year on or before the run date; month-to-date as well
      * when it was applied this month.
      *****************************************************************
       BOOK-TRANSFER.
           MOVE WS-MV-DATE(WS-MOVE-IDX) TO WS-ITEM-DATE
           IF WS-MV-FROM-TEAM(WS-MOVE-IDX) <> SPACES
             AND WS-MV-TO-TEAM(WS-MOVE-IDX) <> SPACES
             AND WS-ITEM-DATE >= WS-YEAR-START
             AND WS-ITEM-DATE <= WS-RUN-DATE
             MOVE 'N' TO WS-IN-MONTH
             IF WS-ITEM-MONTH = WS-RUN-MONTH
               MOVE 'Y' TO WS-IN-MONTH
               ADD 1 TO WS-FOOT-MTD-MOVES
             END-IF
             ADD 1 TO WS-FOOT-YTD-MOVES
             MOVE WS-MV-FROM-TEAM(WS-MOVE-IDX) TO WS-BOOK-TEAM
             PERFORM FIND-TEAM-SLOT
             IF WS-TEAM-OVERFLOW = 'N'
               ADD 1 TO WS-TM-YTD-OUT(WS-TEAM-IDX)
               IF WS-IN-MONTH = 'Y'
                 ADD 1 TO WS-TM-MTD-OUT(WS-TEAM-IDX)
               END-IF
             END-IF
             MOVE WS-MV-TO-TEAM(WS-MOVE-IDX) TO WS-BOOK-TEAM
             PERFORM FIND-TEAM-SLOT
             IF WS-TEAM-OVERFLOW = 'N'
               ADD 1 TO WS-TM-YTD-IN(WS-TEAM-IDX)
               IF WS-IN-MONTH = 'Y'
                 ADD 1 TO WS-TM-MTD-IN(WS-TEAM-IDX)
               END-IF
             END-IF
           END-IF.

      *****************************************************************
      * Point WS-TEAM-IDX at WS-BOOK-TEAM's slot, starting a new slot
      * for a team not yet in the table.
      *****************************************************************
       FIND-TEAM-SLOT.
           MOVE 'N' TO WS-TEAM-FOUND
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               OR WS-TEAM-FOUND = 'Y'
             IF WS-TM-TEAM(WS-TEAM-IDX) = WS-BOOK-TEAM
               MOVE 'Y' TO WS-TEAM-FOUND
               SUBTRACT 1 FROM WS-TEAM-IDX
             END-IF
           END-PERFORM
           IF WS-TEAM-FOUND = 'N'
             IF WS-TEAM-COUNT < WS-MAX-TEAMS
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-TEAM-IDX
               MOVE WS-BOOK-TEAM TO WS-TM-TEAM(WS-TEAM-IDX)
             ELSE
               MOVE 'Y' TO WS-TEAM-OVERFLOW
             END-IF
           END-IF.

      *****************************************************************
      * Write one ranked team line and add it to the footing.
      *****************************************************************
       WRITE-PERIOD-LINE.
           MOVE WS-TEAM-IDX TO WS-PL-RANK
           MOVE WS-TM-TEAM(WS-TEAM-IDX) TO WS-PL-TEAM
           MOVE WS-TM-MTD-TOTAL(WS-TEAM-IDX) TO WS-PL-MTD-TOTAL
           MOVE WS-TM-MTD-DAYS(WS-TEAM-IDX) TO WS-PL-MTD-DAYS
           MOVE WS-TM-YTD-TOTAL(WS-TEAM-IDX) TO WS-PL-YTD-TOTAL
           MOVE WS-TM-YTD-DAYS(WS-TEAM-IDX) TO WS-PL-YTD-DAYS
           MOVE WS-TM-MTD-IN(WS-TEAM-IDX) TO WS-PL-MTD-IN
           MOVE WS-TM-MTD-OUT(WS-TEAM-IDX) TO WS-PL-MTD-OUT
           MOVE WS-TM-YTD-IN(WS-TEAM-IDX) TO WS-PL-YTD-IN
           MOVE WS-TM-YTD-OUT(WS-TEAM-IDX) TO WS-PL-YTD-OUT
           ADD WS-TM-MTD-TOTAL(WS-TEAM-IDX) TO WS-FOOT-MTD-TOTAL
           ADD WS-TM-MTD-DAYS(WS-TEAM-IDX) TO WS-FOOT-MTD-DAYS
           ADD WS-TM-YTD-TOTAL(WS-TEAM-IDX) TO WS-FOOT-YTD-TOTAL
           ADD WS-TM-YTD-DAYS(WS-TEAM-IDX) TO WS-FOOT-YTD-DAYS
           MOVE WS-PERIOD-LINE TO TEAMPER-RPT-LINE
           WRITE TEAMPER-RPT-LINE.

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
           MOVE WS-DAY-RECORDS TO JRNL-RECORDS-READ
           MOVE WS-TEAM-COUNT TO JRNL-RECORDS-WRITTEN
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
