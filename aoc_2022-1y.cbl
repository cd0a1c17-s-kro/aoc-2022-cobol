           mode runs after the last step succeeds and records the
           run date as done.  A genuine rerun is authorized by the
           operator override transaction (the run date in
           aoc_2022-1-runctl.ovr, with the ID of an operator who
           holds RERUN authority), which POST consumes so it can
           never authorize two reruns.  RESTART mode stands in for
           CHECK when the operator restarts a failed night from the
           step that failed: the night's step-status file (see
           STEPSTAT.CPY) must show an unfinished attempt, and the
           extract and card deck must be the ones that attempt ran
           with.
      *
      * Command line:
      *   CHECK   verify tonight's run date may run - RC=0 go,
      *           RC=8 stop the job
      *   POST    record tonight's run date as successfully run
      *   RESTART extract-sum deck-sum
      *           verify tonight's failed attempt may be resumed -
      *           the fingerprints are the wrapper's cksum of the
      *           extract and the card deck as they stand now.
      *           RC=0 resume at the first step with no completion
      *           record, RC=8 stop the job
      *
      * The run date is the card deck's RUN-DATE (today when the
      * deck doesn't set one); the extract checked is the deck's
      * ELVES-DAT.
      *
      * Override transaction (aoc_2022-1-runctl.ovr) layout:
      *   cols  1- 8   run date authorized, YYYYMMDD
      *   cols 10-17   operator ID releasing the rerun - must hold
      *                RERUN on the operator authority file (see
      *                aoc_2022-1ac), and is stamped on the
      *                run-control record the rerun posts
      * An override for tonight's date without an authorized
      * operator is ignored, as if it were not there.
      *
      * Condition codes:
      *   0   CHECK passed / run date posted
      *   8   duplicate or out-of-sequence run date without an
      *       override, extract header/run date mismatch, bad
      *       command line, or a file could not be processed;
      *       RESTART - no unfinished attempt for the run date, or
      *       the extract or card deck changed since it ran
      *
      * Mod log:
      * Oct 15 2026  SK  The nightly job's closing step is now step
      *                  15 (depot feed scorecard added as STEP 13).
      * Oct 15 2026  SK  The nightly job's closing step is now step
      *                  14 (team ration review added as STEP 12).
      * Oct 15 2026  SK  The override transaction must name an
      *                  operator holding RERUN authority, or it is
      *                  ignored; that operator's ID is posted on the
      *                  run-control record of the rerun.
      * Oct 15 2026  SK  The nightly job's closing step is now step
      *                  13 (team period rollup added as STEP 11).
      * Oct 15 2026  SK  RESTART mode for step-level restart of a
      *                  failed night: checks the step-status file
      *                  and the extract and deck fingerprints, and
      *                  journals a JOB-RESTART marker for the job
      *                  log.
      * Sep 01 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELVES-FILE-STATUS.

           SELECT STEP-STATUS
           ASSIGN DYNAMIC WS-STAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL.
       01 RUN-CONTROL-LINE        PIC X(31) VALUE SPACES.

       FD OVERRIDE-TRN.
       01 OVERRIDE-TRN-LINE.
           05 OVR-RUN-DATE         PIC X(08).
           05 FILLER               PIC X(01).
           05 OVR-OPERATOR-ID      PIC X(08).
           05 FILLER               PIC X(23).

       FD ELVES.
           COPY ELFREC.

       FD STEP-STATUS.
       01 STEP-STATUS-LINE        PIC X(71) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

      *    Run-control record layout (see RUNCTL.CPY).
           COPY RUNCTL.

      *    Operator authority block (see OPRBLK.CPY), for the
      *    operator named on the override transaction.
           COPY OPRBLK.

      *    Extract control-record working storage, for the header
      *    date check.
           COPY ELFCTL.

      *    Step-status record layout (see STEPSTAT.CPY).
           COPY STEPSTAT.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-LAST-DATE            PIC 9(08) VALUE 0.
       01 WS-SEEN-HDR             PIC A(1)  VALUE 'N'.
       01 WS-POSTED-COUNT         PIC 9(01) VALUE 0.

      *    Restart of a failed night - the fingerprints the wrapper
      *    took of the extract and deck as they stand now, against
      *    the ones on the night's step-status file.
       01 WS-STAT-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-STAT-EOF             PIC A(1)  VALUE 'F'.
       01 WS-STAT-FILENAME        PIC X(40) VALUE SPACES.
       01 WS-NOW-EXTRACT-SUM      PIC X(20) VALUE SPACES.
       01 WS-NOW-DECK-SUM         PIC X(20) VALUE SPACES.
       01 WS-BGN-DECK-SUM         PIC X(20) VALUE SPACES.
       01 WS-LAST-EXTRACT-SUM     PIC X(20) VALUE SPACES.
       01 WS-SEEN-BGN             PIC A(1)  VALUE 'N'.
       01 WS-RESUME-STEP          PIC 9(02) VALUE 0.
       01 WS-LAST-STEP            PIC 9(02) VALUE 15.
       01 WS-STEP-IDX             PIC 9(02) VALUE 0.
      *    One slot per step 00-15; slot 17 is never set, so the
      *    scan for the first incomplete step always stops.
       01 WS-STEP-TABLE.
           05 WS-STEP-DONE OCCURS 17 TIMES PIC A(1).

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO WS-MODE-PARM WS-NOW-EXTRACT-SUM WS-NOW-DECK-SUM

      *    Pick up the run-time parameters; a bad card deck fails
      *    the step before any file is touched.
               PERFORM CHECK-RUN-DATE
             WHEN 'POST'
               PERFORM POST-RUN-DATE
             WHEN 'RESTART'
               PERFORM CHECK-RESTART
             WHEN OTHER
               DISPLAY "USAGE: CHECK (before STEP 0) OR POST "
                 "(after the last step) OR RESTART EXTRACT-SUM "
                 "DECK-SUM (resuming a failed night)"
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-RUN-JOURNAL

      *****************************************************************
      * Read the operator override transaction; it authorizes
      * exactly the run date it names, and only when the operator
      * it names holds rerun authority.
      *****************************************************************
       READ-OVERRIDE.
           MOVE SPACES TO OPR-OPERATOR-ID
           OPEN INPUT OVERRIDE-TRN
           IF WS-OVR-FILE-STATUS = '00'
             READ OVERRIDE-TRN
               NOT AT END
                 IF OVR-RUN-DATE IS NUMERIC
                   AND OVR-RUN-DATE = WS-RUN-DATE
                   MOVE OVR-OPERATOR-ID TO OPR-OPERATOR-ID
                   MOVE 'RERUN' TO OPR-ACTION
                   CALL 'aoc_2022-1ac' USING OPR-BLOCK
                   IF OPR-AUTHORIZED
                     MOVE 'Y' TO WS-OVERRIDE-OK
                   ELSE
                     DISPLAY "OPERATOR OVERRIDE FOR " WS-RUN-DATE
                       " IGNORED - NOT RELEASED BY AN OPERATOR "
                       "WITH RERUN AUTHORITY"
                   END-IF
                 END-IF
             END-READ
             CLOSE OVERRIDE-TRN
           MOVE WS-TIME-RAW(1:6) TO RUN-CTL-POSTED-TIME
           IF WS-OVERRIDE-OK = 'Y'
             MOVE 'Y' TO RUN-CTL-OVERRIDE
             MOVE OPR-OPERATOR-ID TO RUN-CTL-OPERATOR
           ELSE
             MOVE 'N' TO RUN-CTL-OVERRIDE
             MOVE SPACES TO RUN-CTL-OPERATOR
           END-IF
           OPEN EXTEND RUN-CONTROL
           IF WS-CTL-FILE-STATUS = '35'
               OPEN OUTPUT OVERRIDE-TRN
               CLOSE OVERRIDE-TRN
               DISPLAY "OPERATOR OVERRIDE FOR " WS-RUN-DATE
                 " BY " OPR-OPERATOR-ID " CONSUMED"
             END-IF
             DISPLAY "RUN DATE " WS-RUN-DATE " POSTED TO RUN "
               "CONTROL"
             MOVE 0 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * RESTART mode - resume a failed night at its first incomplete
      * step.  The night must have an unfinished attempt on its
      * step-status file, must not already be on the run-control
      * file (unless an override is re-running it), and the extract
      * and card deck must be byte for byte what the attempt ran
      * with - a step that already completed against one extract
      * must never be joined up with later steps run against
      * another.  A restart that passes is recorded on the
      * step-status file and journaled for the job log.
      *****************************************************************
       CHECK-RESTART.
           IF WS-NOW-EXTRACT-SUM = SPACES
             OR WS-NOW-DECK-SUM = SPACES
             DISPLAY "USAGE: RESTART EXTRACT-SUM DECK-SUM"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           PERFORM READ-EXTRACT-HEADER
           PERFORM READ-STEP-STATUS
           MOVE 0 TO WS-RESUME-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
             UNTIL WS-STEP-DONE(WS-STEP-IDX) = 'N'
             ADD 1 TO WS-RESUME-STEP
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-SEEN-HDR = 'Y'
               AND WS-EXTRACT-DATE <> WS-RUN-DATE
               DISPLAY "RESTART REFUSED: EXTRACT IS DATED "
                 WS-EXTRACT-DATE " BUT THE RUN DATE IS "
                 WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
             WHEN WS-SEEN-BGN = 'N'
               DISPLAY "RESTART REFUSED: NO ATTEMPT AT RUN DATE "
                 WS-RUN-DATE " ON THE STEP-STATUS FILE - RUN THE "
                 "JOB NORMALLY"
               MOVE 8 TO RETURN-CODE
             WHEN WS-RESUME-STEP > WS-LAST-STEP
               DISPLAY "RESTART REFUSED: RUN DATE " WS-RUN-DATE
                 " COMPLETED - NOTHING LEFT TO RESTART"
               MOVE 8 TO RETURN-CODE
             WHEN WS-DUPLICATE = 'Y' AND WS-OVERRIDE-OK = 'N'
               DISPLAY "RESTART REFUSED: RUN DATE " WS-RUN-DATE
                 " IS ALREADY ON THE RUN-CONTROL FILE"
               MOVE 8 TO RETURN-CODE
             WHEN WS-NOW-DECK-SUM <> WS-BGN-DECK-SUM
               DISPLAY "RESTART REFUSED: CONTROL CARD DECK HAS "
                 "CHANGED SINCE THE FAILED ATTEMPT - RERUN THE "
                 "NIGHT FROM THE TOP"
               MOVE 8 TO RETURN-CODE
             WHEN WS-NOW-EXTRACT-SUM <> WS-LAST-EXTRACT-SUM
               DISPLAY "RESTART REFUSED: ELVES EXTRACT HAS CHANGED "
                 "SINCE THE FAILED ATTEMPT - RERUN THE NIGHT FROM "
                 "THE TOP"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM RECORD-RESTART
           END-EVALUATE.

      *****************************************************************
      * Read the night's step-status file: the deck fingerprint the
      * attempt began with, which steps completed, and the extract
      * fingerprint as the latest completed step left it.  A BGN
      * record starts the attempt over, so only the latest attempt
      * counts.
      *****************************************************************
       READ-STEP-STATUS.
           MOVE ALL 'N' TO WS-STEP-TABLE
           STRING 'aoc_2022-1-stepstat-' WS-RUN-DATE '.dat'
             DELIMITED BY SIZE INTO WS-STAT-FILENAME
           OPEN INPUT STEP-STATUS
           IF WS-STAT-FILE-STATUS <> '00'
             MOVE 'T' TO WS-STAT-EOF
           END-IF
           PERFORM UNTIL WS-STAT-EOF = 'T'
             READ STEP-STATUS
             AT END
               MOVE 'T' TO WS-STAT-EOF
             NOT AT END
               MOVE STEP-STATUS-LINE TO STEP-STAT-RECORD
               EVALUATE TRUE
                 WHEN STEP-STAT-RUN-DATE <> WS-RUN-DATE
                   CONTINUE
                 WHEN STEP-STAT-BEGIN
                   MOVE 'Y' TO WS-SEEN-BGN
                   MOVE ALL 'N' TO WS-STEP-TABLE
                   MOVE STEP-STAT-DECK-SUM TO WS-BGN-DECK-SUM
                   MOVE STEP-STAT-EXTRACT-SUM
                     TO WS-LAST-EXTRACT-SUM
                 WHEN STEP-STAT-STEP
                   AND STEP-STAT-NUMBER <= WS-LAST-STEP
                   MOVE 'Y' TO WS-STEP-DONE(STEP-STAT-NUMBER + 1)
                   MOVE STEP-STAT-EXTRACT-SUM
                     TO WS-LAST-EXTRACT-SUM
               END-EVALUATE
             END-READ
           END-PERFORM
           IF WS-STAT-FILE-STATUS = '00'
             OR WS-STAT-FILE-STATUS = '10'
             CLOSE STEP-STATUS
           END-IF.

      *****************************************************************
      * The restart is good - append the RST record to the night's
      * step-status file and a JOB-RESTART marker to the run journal
      * so the job log shows the night resumed, and where.
      *****************************************************************
       RECORD-RESTART.
           MOVE SPACES TO STEP-STAT-RECORD
           MOVE 'RST' TO STEP-STAT-TYPE
           MOVE WS-RUN-DATE TO STEP-STAT-RUN-DATE
           MOVE WS-RESUME-STEP TO STEP-STAT-NUMBER
           MOVE 0 TO STEP-STAT-RC
           ACCEPT STEP-STAT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO STEP-STAT-TIME
           MOVE WS-NOW-EXTRACT-SUM TO STEP-STAT-EXTRACT-SUM
           MOVE WS-NOW-DECK-SUM TO STEP-STAT-DECK-SUM
           OPEN EXTEND STEP-STATUS
           IF WS-STAT-FILE-STATUS <> '00'
             DISPLAY "STEP-STATUS FILE COULD NOT BE OPENED FOR "
               "THE RESTART RECORD - STATUS " WS-STAT-FILE-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE STEP-STAT-RECORD TO STEP-STATUS-LINE
             WRITE STEP-STATUS-LINE
             CLOSE STEP-STATUS
             MOVE 'JOB-RESTART' TO JRNL-STEP-NAME
             MOVE STEP-STAT-DATE TO JRNL-START-DATE
             MOVE STEP-STAT-TIME TO JRNL-START-TIME
             MOVE STEP-STAT-DATE TO JRNL-END-DATE
             MOVE STEP-STAT-TIME TO JRNL-END-TIME
             MOVE WS-RESUME-STEP TO JRNL-RESUME-STEP
             MOVE WS-RUN-DATE TO JRNL-RESUME-RUN-DATE
             MOVE 0 TO JRNL-RETURN-CODE
             MOVE 'Y' TO JRNL-RESTART-FLAG
             PERFORM APPEND-JOURNAL-RECORD
             DISPLAY "RUN DATE " WS-RUN-DATE " RESTARTING AT STEP "
               WS-RESUME-STEP
             MOVE 0 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Pick the header date off the ELVES extract the deck points
      * the run at.  An unopenable extract is left for the
           MOVE WS-POSTED-COUNT TO JRNL-RECORDS-WRITTEN
           MOVE RETURN-CODE TO JRNL-RETURN-CODE
           MOVE WS-JRNL-RESTART TO JRNL-RESTART-FLAG
           PERFORM APPEND-JOURNAL-RECORD.

      *****************************************************************
      * Append the record built in JRNL-RECORD to the run journal.
      *****************************************************************
       APPEND-JOURNAL-RECORD.
           OPEN EXTEND RUN-JOURNAL
           IF WS-JRNL-FILE-STATUS = '35'
      *      First run - the journal file doesn't exist yet
