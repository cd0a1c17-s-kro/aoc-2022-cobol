           roster's provisioning trailer (see PROVREC.CPY) against
           the clean extract trailer, and the category and
           distribution reports' populations and totals (their
           result files) against the same trailer, and each
           night's comma-delimited report exports (roster, teams,
           category, distribution and history) against the printed
           report they copy - row for row, calorie for calorie.  Any
           leg that disagrees - or a leg whose source never ran - is
           named on the balancing report and fails the job.
      *
      * The exports are the run date's aoc_2022-1-<report>-YYYYMMDD
      * .csv files.  Each is read past its header row, one row per
      * non-blank line, and its calorie column summed; the report is
      * read back at its print positions - the detail lines only,
      * titles and footings skipped.  The distribution export's
      * calorie figure is its TOTAL CALORIES row; the history export
      * is footed on both its month-to-date and year-to-date columns.
      *
      * The original extract is aoc_2022-1-orig.dat when the
      * wrapper swapped the clean extract in (rejects within
      *       aoc_2022-1-balance.rpt
      *
      * Mod log:
      * Oct 15 2026  SK  Suspense line widened to 78 bytes for the
      *                  depot of origin (SUSP-DEPOT, see
      *                  SUSPREC.CPY).
      * Oct 15 2026  SK  Balance the nightly comma-delimited exports
      *                  against their reports: row count and calorie
      *                  total for roster, teams, category breakdown
      *                  and distribution statistics, row count and
      *                  MTD/YTD calories for the history summary.
      * Sep 01 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STA-FILE-STATUS.

           SELECT EXPORT-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT REPORT-IN
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BALANCE-RPT
           ASSIGN TO 'aoc_2022-1-balance.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY ELFREC.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD PROV-EXTRACT.
       01 PROV-EXTRACT-LINE       PIC X(27) VALUE SPACES.
           05 STA-RES-CALORIES     PIC 9(12).
           05 STA-RES-ELVES        PIC 9(05).

       FD EXPORT-CSV.
       01 EXPORT-CSV-LINE         PIC X(160) VALUE SPACES.

       FD REPORT-IN.
       01 REPORT-IN-LINE          PIC X(140) VALUE SPACES.

       FD BALANCE-RPT.
       01 BALANCE-RPT-LINE        PIC X(80) VALUE SPACES.

       01 WS-PROV-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-STA-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-CSV-EOF              PIC A(1)  VALUE 'F'.
       01 WS-CSV-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-RPT-EOF              PIC A(1)  VALUE 'F'.
       01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
       01 WS-STA-CALORIES         PIC 9(12) VALUE 0.
       01 WS-STA-ELVES            PIC 9(12) VALUE 0.

      *    Export scan - the file, which column(s) carry calories,
      *    and for the distribution export the one measure row whose
      *    value is the calorie figure.  Rows are split on the comma;
      *    every calorie column comes ahead of the quoted free text,
      *    so a comma inside a name cannot shift it.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-CAL-COL          PIC 9(02) VALUE 0.
       01 WS-CSV-CAL-COL2         PIC 9(02) VALUE 0.
       01 WS-CSV-MEASURE          PIC X(20) VALUE SPACES.
       01 WS-CSV-AVAIL            PIC A(1)  VALUE 'N'.
       01 WS-CSV-HDR-SEEN         PIC A(1)  VALUE 'N'.
       01 WS-CSV-ROWS             PIC 9(12) VALUE 0.
       01 WS-CSV-CALORIES         PIC 9(12) VALUE 0.
       01 WS-CSV-CALORIES2        PIC 9(12) VALUE 0.
       01 WS-CSV-FIELDS.
           05 WS-CSV-FLD OCCURS 10 TIMES PIC X(40).

      *    Report scan - which report, and what its detail lines
      *    foot to at their print positions.
       01 WS-RPT-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-RPT-KIND             PIC X(08) VALUE SPACES.
       01 WS-RPT-AVAIL            PIC A(1)  VALUE 'N'.
       01 WS-RPT-DONE             PIC A(1)  VALUE 'N'.
       01 WS-RPT-ROWS             PIC 9(12) VALUE 0.
       01 WS-RPT-CALORIES         PIC 9(12) VALUE 0.
       01 WS-RPT-CALORIES2        PIC 9(12) VALUE 0.
       01 WS-EXP-CAL-LABEL        PIC X(30) VALUE SPACES.

      *    One leg at a time through the checker paragraph.
       01 WS-LEG-LABEL            PIC X(30) VALUE SPACES.
       01 WS-LEG-A                PIC 9(12) VALUE 0.
       01 WS-LEG-B                PIC 9(12) VALUE 0.
       01 WS-LEG-AVAIL            PIC A(1)  VALUE 'N'.
       01 WS-BAD-LEGS-TO-DISP     PIC Z(2)9.

       01 WS-BALANCE-LINE.
           05 WS-BL-LABEL          PIC X(30).
           05 WS-BL-A              PIC Z(11)9.
           05 FILLER               PIC X(04) VALUE ' VS '.
           05 WS-BL-B              PIC Z(11)9.
           MOVE WS-CLEAN-ELVES TO WS-LEG-B
           PERFORM CHECK-ONE-LEG

      *    Each export against the report it copies.
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-roster-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           MOVE 6 TO WS-CSV-CAL-COL
           MOVE 0 TO WS-CSV-CAL-COL2
           MOVE SPACES TO WS-CSV-MEASURE
           PERFORM SCAN-EXPORT-FILE
           MOVE 'aoc_2022-1-roster.rpt' TO WS-RPT-FILENAME
           MOVE 'ROSTER' TO WS-RPT-KIND
           PERFORM SCAN-REPORT-FILE
           MOVE 'ROSTER EXPORT ROWS' TO WS-LEG-LABEL
           MOVE 'ROSTER EXPORT CALORIES' TO WS-EXP-CAL-LABEL
           PERFORM CHECK-EXPORT-LEGS

           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-teams-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           MOVE 4 TO WS-CSV-CAL-COL
           MOVE 0 TO WS-CSV-CAL-COL2
           MOVE SPACES TO WS-CSV-MEASURE
           PERFORM SCAN-EXPORT-FILE
           MOVE 'aoc_2022-1-teams.rpt' TO WS-RPT-FILENAME
           MOVE 'TEAMS' TO WS-RPT-KIND
           PERFORM SCAN-REPORT-FILE
           MOVE 'TEAMS EXPORT ROWS' TO WS-LEG-LABEL
           MOVE 'TEAMS EXPORT CALORIES' TO WS-EXP-CAL-LABEL
           PERFORM CHECK-EXPORT-LEGS

           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-catbreak-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           MOVE 4 TO WS-CSV-CAL-COL
           MOVE 0 TO WS-CSV-CAL-COL2
           MOVE SPACES TO WS-CSV-MEASURE
           PERFORM SCAN-EXPORT-FILE
           MOVE 'aoc_2022-1-catbreak.rpt' TO WS-RPT-FILENAME
           MOVE 'CATBREAK' TO WS-RPT-KIND
           PERFORM SCAN-REPORT-FILE
           MOVE 'CATEGORY EXPORT ROWS' TO WS-LEG-LABEL
           MOVE 'CATEGORY EXPORT CALORIES' TO WS-EXP-CAL-LABEL
           PERFORM CHECK-EXPORT-LEGS

           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-stats-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           MOVE 4 TO WS-CSV-CAL-COL
           MOVE 0 TO WS-CSV-CAL-COL2
           MOVE 'TOTAL CALORIES' TO WS-CSV-MEASURE
           PERFORM SCAN-EXPORT-FILE
           MOVE 'aoc_2022-1-stats.rpt' TO WS-RPT-FILENAME
           MOVE 'STATS' TO WS-RPT-KIND
           PERFORM SCAN-REPORT-FILE
           MOVE 'DISTRIBUTION EXPORT ROWS' TO WS-LEG-LABEL
           MOVE 'DISTRIBUTION EXPORT CALORIES' TO WS-EXP-CAL-LABEL
           PERFORM CHECK-EXPORT-LEGS

           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-elfhist-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           MOVE 3 TO WS-CSV-CAL-COL
           MOVE 5 TO WS-CSV-CAL-COL2
           MOVE SPACES TO WS-CSV-MEASURE
           PERFORM SCAN-EXPORT-FILE
           MOVE 'aoc_2022-1-elfhist.rpt' TO WS-RPT-FILENAME
           MOVE 'ELFHIST' TO WS-RPT-KIND
           PERFORM SCAN-REPORT-FILE
           MOVE 'HISTORY EXPORT ROWS' TO WS-LEG-LABEL
           MOVE 'HISTORY EXPORT MTD CALORIES' TO WS-EXP-CAL-LABEL
           PERFORM CHECK-EXPORT-LEGS

           CLOSE BALANCE-RPT

           IF WS-BAD-LEGS > 0
             CLOSE STATS-RESULT
           END-IF.

      *****************************************************************
      * Read the export named in WS-CSV-FILENAME: skip the header
      * row, count every non-blank row after it, and sum the calorie
      * column (and the second calorie column, when there is one).
      * With WS-CSV-MEASURE set, only the row carrying that measure
      * in its second field is summed.  A missing export leaves
      * WS-CSV-AVAIL down.
      *****************************************************************
       SCAN-EXPORT-FILE.
           MOVE 'N' TO WS-CSV-AVAIL
           MOVE 'N' TO WS-CSV-HDR-SEEN
           MOVE 0 TO WS-CSV-ROWS
           MOVE 0 TO WS-CSV-CALORIES
           MOVE 0 TO WS-CSV-CALORIES2
           MOVE 'F' TO WS-CSV-EOF
           OPEN INPUT EXPORT-CSV
           IF WS-CSV-FILE-STATUS = '00'
             MOVE 'Y' TO WS-CSV-AVAIL
           ELSE
             MOVE 'T' TO WS-CSV-EOF
           END-IF
           PERFORM UNTIL WS-CSV-EOF = 'T'
             READ EXPORT-CSV
             AT END
               MOVE 'T' TO WS-CSV-EOF
             NOT AT END
               IF WS-CSV-HDR-SEEN = 'N'
                 MOVE 'Y' TO WS-CSV-HDR-SEEN
               ELSE
                 IF EXPORT-CSV-LINE <> SPACES
                   ADD 1 TO WS-CSV-ROWS
                   MOVE SPACES TO WS-CSV-FIELDS
                   UNSTRING EXPORT-CSV-LINE DELIMITED BY ','
                     INTO WS-CSV-FLD(1) WS-CSV-FLD(2) WS-CSV-FLD(3)
                          WS-CSV-FLD(4) WS-CSV-FLD(5) WS-CSV-FLD(6)
                          WS-CSV-FLD(7) WS-CSV-FLD(8) WS-CSV-FLD(9)
                          WS-CSV-FLD(10)
                   END-UNSTRING
                   IF WS-CSV-MEASURE = SPACES
                     OR WS-CSV-FLD(2) = WS-CSV-MEASURE
                     COMPUTE WS-CSV-CALORIES = WS-CSV-CALORIES
                       + FUNCTION NUMVAL(WS-CSV-FLD(WS-CSV-CAL-COL))
                     IF WS-CSV-CAL-COL2 > 0
                       COMPUTE WS-CSV-CALORIES2 = WS-CSV-CALORIES2
                         + FUNCTION NUMVAL
                             (WS-CSV-FLD(WS-CSV-CAL-COL2))
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-CSV-FILE-STATUS = '00'
             OR WS-CSV-FILE-STATUS = '10'
             CLOSE EXPORT-CSV
           END-IF.

      *****************************************************************
      * Read the report named in WS-RPT-FILENAME back at its print
      * positions, counting the detail lines WS-RPT-KIND says the
      * export copies and footing their calories:
      *   ROSTER    'RANK ' lines, calories cols 63-74
      *   TEAMS     'RANK ' lines, calories cols 55-66
      *   CATBREAK  per-elf category lines (indented code in cols
      *             5-8) up to the shop-wide section, cols 42-53
      *   STATS     every figure and band line under the two titles;
      *             the TOTAL CALORIES figure in cols 23-34
      *   ELFHIST   'ELF-ID ' lines, MTD cols 20-31, YTD cols 54-65
      *****************************************************************
       SCAN-REPORT-FILE.
           MOVE 'N' TO WS-RPT-AVAIL
           MOVE 'N' TO WS-RPT-DONE
           MOVE 0 TO WS-RPT-ROWS
           MOVE 0 TO WS-RPT-CALORIES
           MOVE 0 TO WS-RPT-CALORIES2
           MOVE 'F' TO WS-RPT-EOF
           OPEN INPUT REPORT-IN
           IF WS-RPT-FILE-STATUS = '00'
             MOVE 'Y' TO WS-RPT-AVAIL
           ELSE
             MOVE 'T' TO WS-RPT-EOF
           END-IF
           PERFORM UNTIL WS-RPT-EOF = 'T'
             READ REPORT-IN
             AT END
               MOVE 'T' TO WS-RPT-EOF
             NOT AT END
               EVALUATE WS-RPT-KIND
                 WHEN 'ROSTER'
                   IF REPORT-IN-LINE(1:5) = 'RANK '
                     ADD 1 TO WS-RPT-ROWS
                     COMPUTE WS-RPT-CALORIES = WS-RPT-CALORIES
                       + FUNCTION NUMVAL(REPORT-IN-LINE(63:12))
                   END-IF
                 WHEN 'TEAMS'
                   IF REPORT-IN-LINE(1:5) = 'RANK '
                     ADD 1 TO WS-RPT-ROWS
                     COMPUTE WS-RPT-CALORIES = WS-RPT-CALORIES
                       + FUNCTION NUMVAL(REPORT-IN-LINE(55:12))
                   END-IF
                 WHEN 'CATBREAK'
                   IF REPORT-IN-LINE = 'SHOP-WIDE TOTALS BY CATEGORY'
                     MOVE 'Y' TO WS-RPT-DONE
                   END-IF
                   IF WS-RPT-DONE = 'N'
                     AND REPORT-IN-LINE(1:4) = SPACES
                     AND REPORT-IN-LINE(5:4) <> SPACES
                     ADD 1 TO WS-RPT-ROWS
                     COMPUTE WS-RPT-CALORIES = WS-RPT-CALORIES
                       + FUNCTION NUMVAL(REPORT-IN-LINE(42:12))
                   END-IF
                 WHEN 'STATS'
                   IF REPORT-IN-LINE <> SPACES
                     AND REPORT-IN-LINE
                       <> 'CALORIE DISTRIBUTION STATISTICS'
                     AND REPORT-IN-LINE <> 'ELVES PER CALORIE BAND'
                     ADD 1 TO WS-RPT-ROWS
                     IF REPORT-IN-LINE(1:22) = 'TOTAL CALORIES'
                       COMPUTE WS-RPT-CALORIES = WS-RPT-CALORIES
                         + FUNCTION NUMVAL(REPORT-IN-LINE(23:12))
                     END-IF
                   END-IF
                 WHEN 'ELFHIST'
                   IF REPORT-IN-LINE(1:7) = 'ELF-ID '
                     ADD 1 TO WS-RPT-ROWS
                     COMPUTE WS-RPT-CALORIES = WS-RPT-CALORIES
                       + FUNCTION NUMVAL(REPORT-IN-LINE(20:12))
                     COMPUTE WS-RPT-CALORIES2 = WS-RPT-CALORIES2
                       + FUNCTION NUMVAL(REPORT-IN-LINE(54:12))
                   END-IF
               END-EVALUATE
             END-READ
           END-PERFORM
           IF WS-RPT-FILE-STATUS = '00'
             OR WS-RPT-FILE-STATUS = '10'
             CLOSE REPORT-IN
           END-IF.

      *****************************************************************
      * Put one export against its report: the rows leg, then the
      * calories leg, each under the label the caller set (the
      * history export's calories leg is its MTD leg, followed by
      * its YTD leg).  Every leg needs both files.
      *****************************************************************
       CHECK-EXPORT-LEGS.
           IF WS-CSV-AVAIL = 'Y' AND WS-RPT-AVAIL = 'Y'
             MOVE 'Y' TO WS-LEG-AVAIL
           ELSE
             MOVE 'N' TO WS-LEG-AVAIL
           END-IF
           MOVE WS-CSV-ROWS TO WS-LEG-A
           MOVE WS-RPT-ROWS TO WS-LEG-B
           PERFORM CHECK-ONE-LEG
           MOVE WS-EXP-CAL-LABEL TO WS-LEG-LABEL
           MOVE WS-CSV-CALORIES TO WS-LEG-A
           MOVE WS-RPT-CALORIES TO WS-LEG-B
           PERFORM CHECK-ONE-LEG
           IF WS-RPT-KIND = 'ELFHIST'
             MOVE 'HISTORY EXPORT YTD CALORIES' TO WS-LEG-LABEL
             MOVE WS-CSV-CALORIES2 TO WS-LEG-A
             MOVE WS-RPT-CALORIES2 TO WS-LEG-B
             PERFORM CHECK-ONE-LEG
           END-IF.

      *****************************************************************
      * Write one leg of the cross-foot to the balancing report and
      * keep the tallies.  WS-LEG-AVAIL carries over from the prior
