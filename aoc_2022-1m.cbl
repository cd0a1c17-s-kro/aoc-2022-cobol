           so planning can provision for the typical elf rather than
           the record holder.  The per-elf totals flow through an
           external sort work file, so there is no ceiling on the
           number of elves.  The same figures go to a comma-delimited
           export for the planning spreadsheets.
      *
      * Mod log:
      * Oct 15 2026  SK  Write every report figure to a comma-delimited
      *                  export named by run date
      *                  (aoc_2022-1-stats-YYYYMMDD.csv), one row per
      *                  measure - header row of column names, the run
      *                  date, the measure, the band's upper limit for
      *                  the histogram rows, and the unedited value.
      *                  The balancing step checks its row count and
      *                  TOTAL CALORIES figure against the report.
      * Sep 01 2026  SK  Write the population and calorie total
      *                  actually read to a result file, same
      *                  convention as aoc_2022-1a.result, so the
           ASSIGN TO 'aoc_2022-1-stats.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-RESULT
           ASSIGN TO 'aoc_2022-1m.result'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD STATS-RPT.
       01 STATS-RPT-LINE          PIC X(60) VALUE SPACES.

       FD STATS-CSV.
       01 STATS-CSV-LINE          PIC X(80) VALUE SPACES.

      *    Control figures for the end-of-job balancing step - the
      *    population and total this report was computed from.
       FD STATS-RESULT.
       01 WS-EOF                  PIC A(1)  VALUE 'F'.
       01 WS-ELVES-FILENAME       PIC X(40).
       01 WS-BANDS-FILENAME       PIC X(40).
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.

      *    Comma-delimited export of the report figures - named by
      *    run date, one row per measure, unedited values.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-VALUE            PIC 9(12) VALUE 0.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           END-IF
           MOVE PARM-ELVES-DAT TO WS-ELVES-FILENAME
           MOVE PARM-BANDS-CTL TO WS-BANDS-FILENAME
           IF PARM-RUN-DATE > 0
             MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "PARM ELVES-DAT: "
             FUNCTION TRIM(WS-ELVES-FILENAME)
           DISPLAY "PARM BANDS-CTL: "
           OPEN OUTPUT STATS-RPT
           MOVE 'CALORIE DISTRIBUTION STATISTICS' TO STATS-RPT-LINE
           WRITE STATS-RPT-LINE
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-stats-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT STATS-CSV
           MOVE 'RUN_DATE,MEASURE,BAND_UPPER,VALUE' TO STATS-CSV-LINE
           WRITE STATS-CSV-LINE
           MOVE 'ELVES' TO WS-SL-LABEL
           MOVE WS-ELF-COUNT TO WS-SL-VALUE
           PERFORM WRITE-STAT-LINE
             MOVE WS-BAND-TALLY(WS-BAND-IDX) TO WS-BL-TALLY
             MOVE WS-BAND-LINE TO STATS-RPT-LINE
             WRITE STATS-RPT-LINE
             MOVE SPACES TO STATS-CSV-LINE
             STRING WS-RUN-DATE ',BAND,'
               WS-BAND-LIMIT(WS-BAND-IDX) ','
               WS-BAND-TALLY(WS-BAND-IDX)
               DELIMITED BY SIZE INTO STATS-CSV-LINE
             WRITE STATS-CSV-LINE
           END-PERFORM
           MOVE WS-BAND-LIMIT(WS-BAND-COUNT) TO WS-OB-LIMIT
           COMPUTE WS-BAND-IDX = WS-BAND-COUNT + 1
           MOVE WS-BAND-TALLY(WS-BAND-IDX) TO WS-OB-TALLY
           MOVE WS-OPEN-BAND-LINE TO STATS-RPT-LINE
           WRITE STATS-RPT-LINE
           MOVE SPACES TO STATS-CSV-LINE
           STRING WS-RUN-DATE ',BAND ABOVE,'
             WS-BAND-LIMIT(WS-BAND-COUNT) ','
             WS-BAND-TALLY(WS-BAND-IDX)
             DELIMITED BY SIZE INTO STATS-CSV-LINE
           WRITE STATS-CSV-LINE
           CLOSE STATS-CSV
           CLOSE STATS-RPT

           MOVE WS-ELF-COUNT TO WS-ELF-COUNT-TO-DISP
           END-PERFORM.

      *****************************************************************
      * Write one label/value line to the statistics report, and the
      * same figure as a row of the export (band limit left empty).
      *****************************************************************
       WRITE-STAT-LINE.
           MOVE WS-STAT-LINE TO STATS-RPT-LINE
           WRITE STATS-RPT-LINE
           MOVE WS-SL-VALUE TO WS-CSV-VALUE
           MOVE SPACES TO STATS-CSV-LINE
           STRING WS-RUN-DATE ',' FUNCTION TRIM(WS-SL-LABEL) ',,'
             WS-CSV-VALUE
             DELIMITED BY SIZE INTO STATS-CSV-LINE
           WRITE STATS-CSV-LINE.

      *****************************************************************
      * Append this step's record to the shared run journal - always
