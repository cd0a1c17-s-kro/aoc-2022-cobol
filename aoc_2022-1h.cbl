           a report giving each elf's calories by category and the
           shop-wide category totals, with extract item descriptions
           that match no reference line listed separately so the
           reference file can be kept current.  Each elf's category
           lines also go to a comma-delimited export, with the elf's
           name and team off the master, for the planning
           spreadsheets.
      *
      * Mod log:
      * Aug 22 2026  SK  Read the run-time control card file through
      *                  (aoc_2022-1u) can turn them into a pending
      *                  transaction deck instead of someone retyping
      *                  them off the printout.
      * Oct 15 2026  SK  Write each elf's category lines to a comma-
      *                  delimited export named by run date
      *                  (aoc_2022-1-catbreak-YYYYMMDD.csv) - header
      *                  row of column names, unedited calories, the
      *                  run date, and the elf's name and team from the
      *                  elf master (read at random; the master is
      *                  optional here, blank name/team without it).
      *                  The balancing step checks its row count and
      *                  calorie total against the report.
      *
      * Condition codes:
      *   0   report written, every description matched
           ASSIGN TO 'aoc_2022-1-catbreak.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATBREAK-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELF-MASTER
           ASSIGN DYNAMIC WS-MST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT UNMATCHED-FILE
           ASSIGN TO 'aoc_2022-1-unmatched.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD CATBREAK-RPT.
       01 CATBREAK-RPT-LINE       PIC X(80) VALUE SPACES.

       FD CATBREAK-CSV.
       01 CATBREAK-CSV-LINE       PIC X(160) VALUE SPACES.

       FD ELF-MASTER.
           COPY ELFMST.

      *    Machine-readable copy of the UNMATCHED section, one line
      *    per distinct description, read back by the reference
      *    maintenance program's deck-generation mode.
       01 WS-EOF                  PIC A(1)  VALUE 'F'.
       01 WS-ELVES-FILENAME       PIC X(40).
       01 WS-ITMCAT-FILENAME      PIC X(40).
       01 WS-MST-FILENAME         PIC X(40).
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-AVAILABLE        PIC A(1)  VALUE 'N'.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.

      *    Comma-delimited export of the per-elf category lines -
      *    named by run date, unedited figures, free text last and
      *    quoted.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-NAME             PIC X(30) VALUE SPACES.
       01 WS-CSV-TEAM             PIC X(20) VALUE SPACES.
       01 WS-CSV-CAT-NAME         PIC X(20) VALUE SPACES.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           END-IF
           MOVE PARM-ELVES-DAT TO WS-ELVES-FILENAME
           MOVE PARM-ITMCAT-DAT TO WS-ITMCAT-FILENAME
           MOVE PARM-ELF-MASTER-DAT TO WS-MST-FILENAME
           IF PARM-RUN-DATE > 0
             MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "PARM ELVES-DAT: "
             FUNCTION TRIM(WS-ELVES-FILENAME)
           DISPLAY "PARM ITMCAT-DAT: "
             MOVE 8 TO RETURN-CODE
           END-IF

      *    The master only supplies the name and team on the export,
      *    so it is optional here - without it those columns are
      *    left blank.
           OPEN INPUT ELF-MASTER
           IF WS-MST-FILE-STATUS = '00'
             MOVE 'Y' TO WS-MST-AVAILABLE
           ELSE
             DISPLAY "WARNING: ELF MASTER COULD NOT BE OPENED "
               "(STATUS " WS-MST-FILE-STATUS ") - EXPORT NAME AND "
               "TEAM LEFT BLANK"
           END-IF

           OPEN INPUT ELVES
           OPEN OUTPUT CATBREAK-RPT
           MOVE 'CALORIES BY CATEGORY, PER ELF' TO CATBREAK-RPT-LINE
           WRITE CATBREAK-RPT-LINE
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-catbreak-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT CATBREAK-CSV
           MOVE 'RUN_DATE,ELF_ID,CATEGORY_CODE,CALORIES,ELF_NAME,'
             & 'TEAM,CATEGORY_NAME' TO CATBREAK-CSV-LINE
           WRITE CATBREAK-CSV-LINE

           PERFORM UNTIL WS-EOF = 'T'
             READ ELVES
                       MOVE WS-TOTAL-CALORIES TO WS-EH-TOTAL
                       MOVE WS-ELF-HDR-LINE TO CATBREAK-RPT-LINE
                       WRITE CATBREAK-RPT-LINE
                       MOVE SPACES TO WS-CSV-NAME
                       MOVE SPACES TO WS-CSV-TEAM
                       IF WS-MST-AVAILABLE = 'Y'
                         MOVE WS-CUR-ELF-ID TO ELF-MST-ID
                         READ ELF-MASTER
                           INVALID KEY
                             CONTINUE
                           NOT INVALID KEY
                             MOVE ELF-MST-NAME TO WS-CSV-NAME
                             MOVE ELF-MST-TEAM TO WS-CSV-TEAM
                         END-READ
                       END-IF
                       INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'"
                       INSPECT WS-CSV-TEAM REPLACING ALL '"' BY "'"
                       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                         UNTIL WS-CAT-IDX > WS-CAT-COUNT
                         IF WS-CAT-ELF-CALS(WS-CAT-IDX) > 0
                             TO WS-CL-CALS
                           MOVE WS-CAT-LINE TO CATBREAK-RPT-LINE
                           WRITE CATBREAK-RPT-LINE
                           MOVE WS-CAT-TBL-NAME(WS-CAT-IDX)
                             TO WS-CSV-CAT-NAME
                           INSPECT WS-CSV-CAT-NAME
                             REPLACING ALL '"' BY "'"
                           MOVE SPACES TO CATBREAK-CSV-LINE
                           STRING WS-RUN-DATE ',' WS-CUR-ELF-ID ','
                             WS-CAT-TBL-CODE(WS-CAT-IDX) ','
                             WS-CAT-ELF-CALS(WS-CAT-IDX) ',"'
                             FUNCTION TRIM(WS-CSV-NAME) '","'
                             FUNCTION TRIM(WS-CSV-TEAM) '","'
                             FUNCTION TRIM(WS-CSV-CAT-NAME) '"'
                             DELIMITED BY SIZE INTO CATBREAK-CSV-LINE
                           WRITE CATBREAK-CSV-LINE
                           MOVE 0 TO WS-CAT-ELF-CALS(WS-CAT-IDX)
                         END-IF
                       END-PERFORM
                         MOVE WS-UNM-ELF-CALS TO WS-CL-CALS
                         MOVE WS-CAT-LINE TO CATBREAK-RPT-LINE
                         WRITE CATBREAK-RPT-LINE
                         MOVE SPACES TO CATBREAK-CSV-LINE
                         STRING WS-RUN-DATE ',' WS-CUR-ELF-ID ','
                           '????,' WS-UNM-ELF-CALS ',"'
                           FUNCTION TRIM(WS-CSV-NAME) '","'
                           FUNCTION TRIM(WS-CSV-TEAM) '","'
                           'UNMATCHED"'
                           DELIMITED BY SIZE INTO CATBREAK-CSV-LINE
                         WRITE CATBREAK-CSV-LINE
                         MOVE 0 TO WS-UNM-ELF-CALS
                       END-IF
                     END-IF
             MOVE WS-TOTAL-CALORIES TO WS-EH-TOTAL
             MOVE WS-ELF-HDR-LINE TO CATBREAK-RPT-LINE
             WRITE CATBREAK-RPT-LINE
             MOVE SPACES TO WS-CSV-NAME
             MOVE SPACES TO WS-CSV-TEAM
             IF WS-MST-AVAILABLE = 'Y'
               MOVE WS-CUR-ELF-ID TO ELF-MST-ID
               READ ELF-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ELF-MST-NAME TO WS-CSV-NAME
                   MOVE ELF-MST-TEAM TO WS-CSV-TEAM
               END-READ
             END-IF
             INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'"
             INSPECT WS-CSV-TEAM REPLACING ALL '"' BY "'"
             PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-ELF-CALS(WS-CAT-IDX) > 0
                 MOVE WS-CAT-ELF-CALS(WS-CAT-IDX) TO WS-CL-CALS
                 MOVE WS-CAT-LINE TO CATBREAK-RPT-LINE
                 WRITE CATBREAK-RPT-LINE
                 MOVE WS-CAT-TBL-NAME(WS-CAT-IDX) TO WS-CSV-CAT-NAME
                 INSPECT WS-CSV-CAT-NAME REPLACING ALL '"' BY "'"
                 MOVE SPACES TO CATBREAK-CSV-LINE
                 STRING WS-RUN-DATE ',' WS-CUR-ELF-ID ','
                   WS-CAT-TBL-CODE(WS-CAT-IDX) ','
                   WS-CAT-ELF-CALS(WS-CAT-IDX) ',"'
                   FUNCTION TRIM(WS-CSV-NAME) '","'
                   FUNCTION TRIM(WS-CSV-TEAM) '","'
                   FUNCTION TRIM(WS-CSV-CAT-NAME) '"'
                   DELIMITED BY SIZE INTO CATBREAK-CSV-LINE
                 WRITE CATBREAK-CSV-LINE
                 MOVE 0 TO WS-CAT-ELF-CALS(WS-CAT-IDX)
               END-IF
             END-PERFORM
               MOVE WS-UNM-ELF-CALS TO WS-CL-CALS
               MOVE WS-CAT-LINE TO CATBREAK-RPT-LINE
               WRITE CATBREAK-RPT-LINE
               MOVE SPACES TO CATBREAK-CSV-LINE
               STRING WS-RUN-DATE ',' WS-CUR-ELF-ID ','
                 '????,' WS-UNM-ELF-CALS ',"'
                 FUNCTION TRIM(WS-CSV-NAME) '","'
                 FUNCTION TRIM(WS-CSV-TEAM) '","'
                 'UNMATCHED"'
                 DELIMITED BY SIZE INTO CATBREAK-CSV-LINE
               WRITE CATBREAK-CSV-LINE
               MOVE 0 TO WS-UNM-ELF-CALS
             END-IF
           END-IF
           CLOSE ELVES
           CLOSE CATBREAK-CSV
           IF WS-MST-AVAILABLE = 'Y'
             CLOSE ELF-MASTER
           END-IF

      *    Verify the trailer against what was actually read.  The
      *    per-elf section is already on the report by now, so the
