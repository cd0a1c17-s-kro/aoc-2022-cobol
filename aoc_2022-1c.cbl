           aoc_2022-1b but instead of just the max, writes a complete
           sorted listing (elf sequence number, item count, total
           calories, rank) to a report file, plus the provisioning
           interface extract and a comma-delimited copy of the roster
           for the planning spreadsheets.
      *
      * Mod log:
      * Aug 22 2026  SK  Read the run-time control card file through
      *                  and team; an ID not on the master is flagged
      *                  as an exception instead of passing as a real
      *                  elf.
      * Oct 15 2026  SK  Alongside the print roster, write a comma-
      *                  delimited export named by run date
      *                  (aoc_2022-1-roster-YYYYMMDD.csv) - a header
      *                  row of column names, then one row per elf with
      *                  unedited figures, the run date, and the elf's
      *                  name, team and status off the master - so the
      *                  planners import the roster instead of re-keying
      *                  it.  The balancing step checks its row count
      *                  and calorie total against the report.
      * Oct 15 2026  SK  Suspense line widened to 78 bytes for the
      *                  depot of origin (SUSP-DEPOT, see
      *                  SUSPREC.CPY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO 'aoc_2022-1-provision.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE
           ASSIGN TO 'aoc_2022-1-suspense.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD PROV-EXTRACT.
       01 PROV-EXTRACT-LINE PIC X(27) VALUE SPACES.

       FD ROSTER-CSV.
       01 ROSTER-CSV-LINE PIC X(160) VALUE SPACES.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-PROV-CALORIES        PIC 9(12) VALUE 0.

      *    Comma-delimited export of the roster - named by run date,
      *    unedited figures, free text last and quoted.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-SUSP             PIC X(01) VALUE 'N'.
       01 WS-CSV-STATUS           PIC X(08) VALUE SPACES.
       01 WS-CSV-NAME             PIC X(30) VALUE SPACES.
       01 WS-CSV-TEAM             PIC X(20) VALUE SPACES.

      *    Elf master lookup working storage.  The master is optional
      *    input - when it can't be opened the report falls back to
      *    the bare ELF-ID, but an ID missing from an available master
             END-IF
             OPEN OUTPUT ROSTER-RPT
             OPEN OUTPUT PROV-EXTRACT
             MOVE SPACES TO WS-CSV-FILENAME
             STRING 'aoc_2022-1-roster-' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-CSV-FILENAME
             OPEN OUTPUT ROSTER-CSV
             MOVE 'RUN_DATE,RANK,ELF_SEQ,ELF_ID,ITEM_COUNT,'
               & 'TOTAL_CALORIES,SUSPENSE,ELF_STATUS,ELF_NAME,TEAM'
               TO ROSTER-CSV-LINE
             WRITE ROSTER-CSV-LINE
      *      WS-RUN-DATE was resolved at startup, ahead of the
      *      suspense date filter
             MOVE SPACES TO PROV-CTL-RECORD
             MOVE PROV-CTL-RECORD TO PROV-EXTRACT-LINE
             WRITE PROV-EXTRACT-LINE
             CLOSE PROV-EXTRACT
             CLOSE ROSTER-CSV
             CLOSE ROSTER-RPT
             IF WS-MST-AVAILABLE = 'Y'
               CLOSE ELF-MASTER
           MOVE SPACES TO WS-RPT-NAME
           MOVE SPACES TO WS-RPT-TEAM
           MOVE SPACES TO WS-RPT-SUSP
           MOVE 'N' TO WS-CSV-SUSP
           MOVE 'UNKNOWN' TO WS-CSV-STATUS
           MOVE SPACES TO WS-CSV-NAME
           MOVE SPACES TO WS-CSV-TEAM
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
             UNTIL WS-SUSP-IDX > WS-SUSP-ELF-COUNT
             IF WS-SUSP-ELF-ID(WS-SUSP-IDX) = SORT-ELF-ID
               MOVE '*SUSP' TO WS-RPT-SUSP
               MOVE 'Y' TO WS-CSV-SUSP
             END-IF
           END-PERFORM
           IF WS-MST-AVAILABLE = 'Y' AND SORT-ELF-ID > 0
               INVALID KEY
                 MOVE '** NOT ON ELF MASTER **' TO WS-RPT-NAME
                 ADD 1 TO WS-MST-MISSING-COUNT
                 MOVE 'NOTFOUND' TO WS-CSV-STATUS
               NOT INVALID KEY
                 MOVE ELF-MST-NAME TO WS-RPT-NAME
                 MOVE ELF-MST-TEAM TO WS-RPT-TEAM
                 MOVE ELF-MST-NAME TO WS-CSV-NAME
                 MOVE ELF-MST-TEAM TO WS-CSV-TEAM
                 MOVE 'ACTIVE' TO WS-CSV-STATUS
                 IF ELF-MST-INACTIVE
                   MOVE '(INACTIVE)' TO WS-RPT-TEAM
                   MOVE 'INACTIVE' TO WS-CSV-STATUS
                 END-IF
             END-READ
           END-IF
           MOVE WS-ROSTER-LINE TO ROSTER-RPT-LINE
           WRITE ROSTER-RPT-LINE
      *    The same elf on the export - a double quote in the free
      *    text would end the quoted field early, so it goes in as
      *    an apostrophe.
           INSPECT WS-CSV-NAME REPLACING ALL '"' BY "'"
           INSPECT WS-CSV-TEAM REPLACING ALL '"' BY "'"
           MOVE SPACES TO ROSTER-CSV-LINE
           STRING WS-RUN-DATE ',' WS-RANK ',' SORT-SEQ ','
             SORT-ELF-ID ',' SORT-ITEMS ',' SORT-TOTAL ','
             WS-CSV-SUSP ',' FUNCTION TRIM(WS-CSV-STATUS) ',"'
             FUNCTION TRIM(WS-CSV-NAME) '","'
             FUNCTION TRIM(WS-CSV-TEAM) '"'
             DELIMITED BY SIZE INTO ROSTER-CSV-LINE
           WRITE ROSTER-CSV-LINE
           MOVE SORT-ELF-ID TO PROV-ELF-ID
           MOVE SORT-ITEMS TO PROV-ITEM-COUNT
           MOVE SORT-TOTAL TO PROV-TOT-CALORIES
