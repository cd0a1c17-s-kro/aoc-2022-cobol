           and the team's top carrier, with the teams ranked against
           each other.  Elves whose ID isn't on the master are
           grouped under an UNASSIGNED line so the team totals still
           foot to the shop-wide total.  The same team lines go to a
           comma-delimited export for the planning spreadsheets.
      *
      * Condition codes:
      *   0   team summary written, every elf on a master team
      *                  can't be displaced behind the table's empty
      *                  slots, and the average guarded against a
      *                  zero member count.
      * Oct 15 2026  SK  Alongside the print summary, write a comma-
      *                  delimited export named by run date
      *                  (aoc_2022-1-teams-YYYYMMDD.csv) - a header row
      *                  of column names, then one row per team with
      *                  unedited figures, the run date, the team and
      *                  the top carrier's name off the master - for
      *                  the planning spreadsheets.  The balancing step
      *                  checks its row count and calorie total against
      *                  the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO 'aoc_2022-1-teams.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEAMS-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD TEAMS-RPT.
       01 TEAMS-RPT-LINE          PIC X(130) VALUE SPACES.

       FD TEAMS-CSV.
       01 TEAMS-CSV-LINE          PIC X(160) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       01 WS-FOOT-MEMBERS         PIC 9(05) VALUE 0.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.

      *    Comma-delimited export of the team lines - named by run
      *    date, unedited figures, free text last and quoted.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-RANK             PIC 9(03) VALUE 0.
       01 WS-CSV-TEAM             PIC X(20) VALUE SPACES.
       01 WS-CSV-TOP-NAME         PIC X(30) VALUE SPACES.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
           MOVE WS-RUN-DATE TO WS-TH-DATE
           MOVE WS-TEAM-HDR-LINE TO TEAMS-RPT-LINE
           WRITE TEAMS-RPT-LINE
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-teams-' WS-RUN-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT TEAMS-CSV
           MOVE 'RUN_DATE,RANK,MEMBERS,TOTAL_CALORIES,AVG_CALORIES,'
             & 'TOP_ELF_ID,TOP_ELF_CALORIES,TEAM,TOP_ELF_NAME'
             TO TEAMS-CSV-LINE
           WRITE TEAMS-CSV-LINE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
             UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
             PERFORM WRITE-TEAM-LINE
           MOVE WS-FOOT-TOTAL TO WS-FL-TOTAL
           MOVE WS-FOOT-LINE TO TEAMS-RPT-LINE
           WRITE TEAMS-RPT-LINE
           CLOSE TEAMS-CSV
           CLOSE TEAMS-RPT
           IF WS-MST-AVAILABLE = 'Y'
             CLOSE ELF-MASTER
           ADD WS-TM-MEMBERS(WS-TEAM-IDX) TO WS-FOOT-MEMBERS
           ADD WS-TM-TOTAL(WS-TEAM-IDX) TO WS-FOOT-TOTAL
           MOVE WS-TEAM-LINE TO TEAMS-RPT-LINE
           WRITE TEAMS-RPT-LINE
      *    The same team on the export - a double quote in the free
      *    text would end the quoted field early, so it goes in as
      *    an apostrophe.
           MOVE WS-TEAM-IDX TO WS-CSV-RANK
           MOVE WS-TM-TEAM(WS-TEAM-IDX) TO WS-CSV-TEAM
           MOVE WS-TL-TOP-NAME TO WS-CSV-TOP-NAME
           INSPECT WS-CSV-TEAM REPLACING ALL '"' BY "'"
           INSPECT WS-CSV-TOP-NAME REPLACING ALL '"' BY "'"
           MOVE SPACES TO TEAMS-CSV-LINE
           STRING WS-RUN-DATE ',' WS-CSV-RANK ','
             WS-TM-MEMBERS(WS-TEAM-IDX) ','
             WS-TM-TOTAL(WS-TEAM-IDX) ',' WS-AVG-CALORIES ','
             WS-TM-TOP-ELF-ID(WS-TEAM-IDX) ','
             WS-TM-TOP-CALS(WS-TEAM-IDX) ',"'
             FUNCTION TRIM(WS-CSV-TEAM) '","'
             FUNCTION TRIM(WS-CSV-TOP-NAME) '"'
             DELIMITED BY SIZE INTO TEAMS-CSV-LINE
           WRITE TEAMS-CSV-LINE.

      *****************************************************************
      * Append this step's record to the shared run journal - always
