      * journal, so back months cycled out by aoc_2022-1w stay one
      * command away.
      *
      * A night restarted from a failed step shows as a JOB-RESTART
      * line ahead of the steps it re-ran, giving the run date and
      * the step it resumed at.
      *
      * Condition codes:
      *   0   job log written
      *   8   journal file missing or unreadable
      *
      * Mod log:
      * Oct 15 2026  SK  Show the JOB-RESTART marker a step-level
      *                  restart of the nightly job journals.
      * Sep 01 2026  SK  Optional YYYYMM argument reads a monthly
      *                  archive the housekeeping job cycled out,
      *                  instead of the live journal.
           05 FILLER               PIC X(10) VALUE '  RESTART '.
           05 WS-JL-RESTART        PIC X(01).

       01 WS-RESTART-LINE.
           05 WS-RL-STEP           PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RL-START          PIC 9(14).
           05 FILLER               PIC X(26)
                                   VALUE '  *** RESTART OF RUN DATE '.
           05 WS-RL-RUN-DATE       PIC 9(08).
           05 FILLER               PIC X(17)
                                   VALUE ' RESUMED AT STEP '.
           05 WS-RL-RESUME-STEP    PIC Z9.
           05 FILLER               PIC X(04) VALUE ' ***'.

       PROCEDURE DIVISION.
      *    Pick up "last N" and the optional archive month from the
      *    command line; fall back to 10 / the live journal when
           PERFORM VARYING WS-SHOW-IDX FROM 1 BY 1
             UNTIL WS-SHOW-IDX > WS-SHOW-COUNT
             MOVE WS-RING-RECORD(WS-RING-IDX) TO JRNL-RECORD
             IF JRNL-STEP-NAME = 'JOB-RESTART'
               PERFORM FORMAT-RESTART-LINE
             ELSE
               PERFORM FORMAT-STEP-LINE
             END-IF
             ADD 1 TO WS-RING-IDX
             IF WS-RING-IDX > WS-MAX-SHOW
               MOVE 1 TO WS-RING-IDX
           CLOSE JOBLOG-RPT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * One step's journal record as a job-log line.
      *****************************************************************
       FORMAT-STEP-LINE.
           MOVE JRNL-STEP-NAME TO WS-JL-STEP
           MOVE JRNL-START-TS TO WS-JL-START
           MOVE JRNL-END-TS TO WS-JL-END
      *    Elapsed time: seconds within the day, plus a day for a
      *    run that crossed midnight - no batch step runs longer.
           MOVE JRNL-START-TIME(1:2) TO WS-HH
           MOVE JRNL-START-TIME(3:2) TO WS-MM
           MOVE JRNL-START-TIME(5:2) TO WS-SS
           COMPUTE WS-START-SECS =
             WS-HH * 3600 + WS-MM * 60 + WS-SS
           MOVE JRNL-END-TIME(1:2) TO WS-HH
           MOVE JRNL-END-TIME(3:2) TO WS-MM
           MOVE JRNL-END-TIME(5:2) TO WS-SS
           COMPUTE WS-END-SECS =
             WS-HH * 3600 + WS-MM * 60 + WS-SS
           COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
           IF JRNL-END-DATE > JRNL-START-DATE
             ADD 86400 TO WS-ELAPSED
           END-IF
           IF WS-ELAPSED < 0
             MOVE 0 TO WS-ELAPSED
           END-IF
           MOVE WS-ELAPSED TO WS-JL-SECS
           MOVE JRNL-RECORDS-READ TO WS-JL-READ
           MOVE JRNL-RECORDS-WRITTEN TO WS-JL-WRITTEN
           MOVE JRNL-RETURN-CODE TO WS-JL-RC
           MOVE JRNL-RESTART-FLAG TO WS-JL-RESTART
           MOVE WS-JOBLOG-LINE TO JOBLOG-RPT-LINE
           WRITE JOBLOG-RPT-LINE
           DISPLAY WS-JOBLOG-LINE.

      *****************************************************************
      * A restart marker as a job-log line - the night was resumed
      * from a failed step rather than run from the top.
      *****************************************************************
       FORMAT-RESTART-LINE.
           MOVE JRNL-STEP-NAME TO WS-RL-STEP
           MOVE JRNL-START-TS TO WS-RL-START
           MOVE JRNL-RESUME-RUN-DATE TO WS-RL-RUN-DATE
           MOVE JRNL-RESUME-STEP TO WS-RL-RESUME-STEP
           MOVE WS-RESTART-LINE TO JOBLOG-RPT-LINE
           WRITE JOBLOG-RPT-LINE
           DISPLAY WS-RESTART-LINE.
