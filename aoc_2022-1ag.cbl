       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1ag.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - depot feed scorecard.
           Scores each supply depot's feed for the night and for the
           month to date.  The depot consolidation step (aoc_2022-1l)
           logs every depot's figures on every attempt to the depot
           feed log (see DEPFEED.CPY); the validation pass carries
           each rejected item line's depot onto the suspense file
           (SUSP-DEPOT, see SUSPREC.CPY).  From the two this step
           books, per depot, the records received, the night's
           rejects by reason, the consolidation attempts that failed
           the depot's trailer verification, the elves merged with
           another depot, and whether the feed was late or missing,
           loads the figures into the depot daily scorecard store
           (see DEPDAY.CPY) under the run date, and reports them
           beside the month-to-date totals from the store.
      *
      * The run date is the deck's RUN-DATE, or today when none is
      * carded - the date the consolidation step logged under.  Of
      * the night's consolidation attempts the latest is the one the
      * night ran on: a depot's figures come from it.  A depot's
      * feed is MISSING when that attempt could not open it or did
      * not list it (a depot dropped from aoc_2022-1-depots.ctl that
      * had fed earlier in the month), or when the extract it read
      * carried an earlier day's header date.  It is LATE when an
      * earlier attempt could not open it but the last one read it.
      * Rejects with no depot (a single-site extract) are scored
      * under (NONE).
      *
      * Condition codes:
      *   0   every depot fed on time and balanced first time
      *   4   one or more depots late or missing tonight, or a
      *       depot's extract failed its trailer verification on an
      *       attempt tonight
      *   8   parameter deck unusable, feed log or suspense file
      *       could not be read, scorecard store unusable, or more
      *       depots than the depot table holds
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-FEED
           ASSIGN TO 'aoc_2022-1-depotfeed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT SUSPENSE-FILE
           ASSIGN TO 'aoc_2022-1-suspense.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT DEPOT-DAILY
           ASSIGN TO 'aoc_2022-1-depday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPDAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT SCORE-RPT
           ASSIGN TO 'aoc_2022-1-depotscore.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOT-FEED.
           COPY DEPFEED.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD DEPOT-DAILY.
           COPY DEPDAY.

       FD SCORE-RPT.
       01 SCORE-RPT-LINE          PIC X(110) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-FEED-EOF             PIC A(1)  VALUE 'F'.
       01 WS-SUSP-EOF             PIC A(1)  VALUE 'F'.
       01 WS-DAY-EOF              PIC A(1)  VALUE 'F'.
       01 WS-FEED-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-SUSP-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-FEED-AVAILABLE       PIC A(1)  VALUE 'N'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

      *    Run date, with a view for the first of its month - where
      *    the month-to-date browse of the store starts.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-MONTH-START          PIC 9(08) VALUE 0.
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05 WS-MS-YEAR-MONTH     PIC 9(06).
           05 WS-MS-DAY            PIC 9(02).

      *    Validation suspense record layout (see SUSPREC.CPY).
           COPY SUSPREC.

      *    The latest consolidation attempt logged for the run date.
       01 WS-FINAL-STAMP          PIC X(14) VALUE SPACES.
       01 WS-FEED-LINES           PIC 9(07) VALUE 0.

      *    One entry per depot - tonight's figures from the feed log
      *    and suspense file, then the month-to-date totals from the
      *    store.  Same ceiling as the consolidation step's depot
      *    table.
       01 WS-DP-COUNT             PIC 9(03) VALUE 0.
       01 WS-DP-IDX               PIC 9(03) VALUE 0.
       01 WS-MAX-DP               PIC 9(03) VALUE 50.
       01 WS-DP-OVERFLOW          PIC A(1)  VALUE 'N'.
       01 WS-FIND-DEPOT           PIC X(08) VALUE SPACES.

       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 50 TIMES.
              10 WS-DP-ID              PIC X(08).
              10 WS-DP-IN-FINAL        PIC A(1).
              10 WS-DP-FINAL-STATUS    PIC X(12).
              10 WS-DP-HDR-DATE        PIC 9(08).
              10 WS-DP-RECORDS         PIC 9(08).
              10 WS-DP-ELVES           PIC 9(05).
              10 WS-DP-CALORIES        PIC 9(12).
              10 WS-DP-MERGED          PIC 9(05).
              10 WS-DP-REJ-NUMERIC     PIC 9(05).
              10 WS-DP-REJ-RANGE       PIC 9(05).
              10 WS-DP-REJ-OTHER       PIC 9(05).
              10 WS-DP-TRL-FAIL        PIC 9(03).
              10 WS-DP-NOT-OPENED      PIC 9(03).
              10 WS-DP-LATE            PIC A(1).
              10 WS-DP-MISSING         PIC A(1).
              10 WS-DP-MTD-NIGHTS      PIC 9(03).
              10 WS-DP-MTD-RECORDS     PIC 9(09).
              10 WS-DP-MTD-REJ-NUMERIC PIC 9(06).
              10 WS-DP-MTD-REJ-RANGE   PIC 9(06).
              10 WS-DP-MTD-REJ-OTHER   PIC 9(06).
              10 WS-DP-MTD-TRL-FAIL    PIC 9(05).
              10 WS-DP-MTD-MERGED      PIC 9(06).
              10 WS-DP-MTD-LATE        PIC 9(03).
              10 WS-DP-MTD-MISSING     PIC 9(03).

       01 WS-LATE-COUNT           PIC 9(03) VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(03) VALUE 0.
       01 WS-TRL-FAIL-COUNT       PIC 9(03) VALUE 0.
       01 WS-DAY-CLEARED-COUNT    PIC 9(05) VALUE 0.
       01 WS-DAY-LOADED-COUNT     PIC 9(05) VALUE 0.
       01 WS-DAY-CLEARED-TO-DISP  PIC Z(4)9.
       01 WS-DP-COUNT-TO-DISP     PIC ZZ9.

       01 WS-SCORE-HDR-LINE.
           05 FILLER                PIC X(24)
                VALUE 'DEPOT FEED SCORECARD AT '.
           05 WS-SH-DATE            PIC 9(08).
           05 FILLER                PIC X(22)
                VALUE '   MONTH TO DATE FROM '.
           05 WS-SH-MONTH-START     PIC 9(08).

       01 WS-COLUMN-HDR-LINE.
           05 FILLER                PIC X(10) VALUE 'DEPOT'.
           05 FILLER                PIC X(09) VALUE 'PERIOD'.
           05 FILLER                PIC X(08) VALUE 'NIGHTS'.
           05 FILLER                PIC X(11) VALUE ' RECEIVED'.
           05 FILLER                PIC X(13) VALUE 'NOT NUMERIC'.
           05 FILLER                PIC X(14) VALUE 'OUT OF RANGE'.
           05 FILLER                PIC X(11) VALUE 'OTHER REJ'.
           05 FILLER                PIC X(10) VALUE 'TRL FAIL'.
           05 FILLER                PIC X(08) VALUE 'MERGED'.
           05 FILLER                PIC X(06) VALUE 'LATE'.
           05 FILLER                PIC X(07) VALUE 'MISSING'.

      *    One layout for both of a depot's lines - TONIGHT (nights,
      *    late and missing are 0 or 1) and MTD.
       01 WS-SCORE-LINE.
           05 WS-SL-DEPOT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-PERIOD          PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-NIGHTS          PIC Z(5)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-RECEIVED        PIC Z(8)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-REJ-NUMERIC     PIC Z(10)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-REJ-RANGE       PIC Z(11)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-REJ-OTHER       PIC Z(8)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-TRL-FAIL        PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-MERGED          PIC Z(5)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-LATE            PIC Z(3)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-SL-MISSING         PIC Z(6)9.

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(16) VALUE 'DEPOTS REPORTED '.
           05 WS-SM-DEPOTS          PIC ZZ9.
           05 FILLER                PIC X(15) VALUE '  LATE TONIGHT '.
           05 WS-SM-LATE            PIC ZZ9.
           05 FILLER                PIC X(18)
                VALUE '  MISSING TONIGHT '.
           05 WS-SM-MISSING         PIC ZZ9.
           05 FILLER                PIC X(30)
                VALUE '  TRAILER FAILURES TONIGHT ON '.
           05 WS-SM-TRL-FAIL        PIC ZZ9.
           05 FILLER                PIC X(10) VALUE ' DEPOT(S)'.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1AG'.
       01 WS-TIME-RAW             PIC X(08) VALUE SPACES.
       01 WS-START-STAMP.
           05 WS-START-DATE        PIC 9(08) VALUE 0.
           05 WS-START-TIME        PIC 9(06) VALUE 0.
       01 WS-END-STAMP.
           05 WS-END-DATE          PIC 9(08) VALUE 0.
           05 WS-END-TIME          PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LINE.
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
           IF PARM-RUN-DATE > 0
             MOVE PARM-RUN-DATE TO WS-RUN-DATE
           ELSE
             MOVE WS-START-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MS-DAY

           PERFORM LOAD-FEED-LOG
           IF RETURN-CODE = 8
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           PERFORM LOAD-REJECTS
           IF RETURN-CODE = 8
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Daily scorecard store - the same create-on-first-run
      *    convention as the per-elf daily results store.
           OPEN I-O DEPOT-DAILY
           IF WS-DAY-FILE-STATUS = '35'
             OPEN OUTPUT DEPOT-DAILY
             CLOSE DEPOT-DAILY
             OPEN I-O DEPOT-DAILY
           END-IF
           IF WS-DAY-FILE-STATUS <> '00'
             DISPLAY "DEPOT SCORECARD STORE COULD NOT BE OPENED - "
               "STATUS " WS-DAY-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Earlier nights of the month first - a depot that fed
      *    earlier in the month and is not on tonight's log is
      *    missing tonight, so it has to be in the table before the
      *    feeds are assessed.
           PERFORM LOAD-MONTH-TO-DATE
           IF WS-DP-OVERFLOW = 'Y'
             CLOSE DEPOT-DAILY
             DISPLAY "MORE THAN " WS-MAX-DP " DEPOTS TO SCORE - "
               "SCORECARD NOT WRITTEN"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           PERFORM ASSESS-ONE-FEED
             VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT

      *    Whatever an earlier attempt loaded for this run date is
      *    cleared first, then every depot is written under the run
      *    date.
           MOVE WS-RUN-DATE TO DEPDAY-RUN-DATE
           MOVE SPACES TO DEPDAY-DEPOT-ID
           MOVE 'F' TO WS-DAY-EOF
           START DEPOT-DAILY KEY >= DEPDAY-KEY
             INVALID KEY
               MOVE 'T' TO WS-DAY-EOF
           END-START
           PERFORM UNTIL WS-DAY-EOF = 'T'
             READ DEPOT-DAILY NEXT RECORD
             AT END
               MOVE 'T' TO WS-DAY-EOF
             NOT AT END
               IF DEPDAY-RUN-DATE = WS-RUN-DATE
                 DELETE DEPOT-DAILY RECORD
                 ADD 1 TO WS-DAY-CLEARED-COUNT
               ELSE
                 MOVE 'T' TO WS-DAY-EOF
               END-IF
             END-READ
           END-PERFORM
           PERFORM WRITE-DEPOT-DAY
             VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT
           CLOSE DEPOT-DAILY

           PERFORM WRITE-SCORECARD

           MOVE WS-DP-COUNT TO WS-DP-COUNT-TO-DISP
           DISPLAY "Depot scorecard written for " WS-DP-COUNT-TO-DISP
             " depot(s)"
           IF WS-DAY-CLEARED-COUNT > 0
             MOVE WS-DAY-CLEARED-COUNT TO WS-DAY-CLEARED-TO-DISP
             DISPLAY "NOTE: " WS-DAY-CLEARED-TO-DISP " RECORD(S) "
               "ALREADY IN THE SCORECARD STORE FOR " WS-RUN-DATE
               " REPLACED"
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-LATE-COUNT > 0 OR WS-MISSING-COUNT > 0
             OR WS-TRL-FAIL-COUNT > 0
             DISPLAY "WARNING: DEPOT FEEDS LATE " WS-LATE-COUNT
               " / MISSING " WS-MISSING-COUNT
               " / FAILED TRAILER VERIFICATION " WS-TRL-FAIL-COUNT
               " - SEE THE DEPOT SCORECARD"
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Book the run date's depot feed log lines.  A first pass
      * finds the latest attempt logged for the date; the second
      * takes each depot's figures from that attempt and counts its
      * trailer failures and unopened feeds over every attempt.  No
      * feed log at all is a night with no depot consolidation -
      * not an error.
      *****************************************************************
       LOAD-FEED-LOG.
           OPEN INPUT DEPOT-FEED
           EVALUATE TRUE
             WHEN WS-FEED-FILE-STATUS = '35'
               DISPLAY "NOTE: NO DEPOT FEED LOG - NO DEPOT "
                 "CONSOLIDATION TO SCORE"
             WHEN WS-FEED-FILE-STATUS <> '00'
               DISPLAY "DEPOT FEED LOG COULD NOT BE OPENED - "
                 "STATUS " WS-FEED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE 'Y' TO WS-FEED-AVAILABLE
               PERFORM UNTIL WS-FEED-EOF = 'T'
                 READ DEPOT-FEED
                 AT END
                   MOVE 'T' TO WS-FEED-EOF
                 NOT AT END
                   IF DFD-RUN-DATE = WS-RUN-DATE
                     AND DFD-ATTEMPT-STAMP > WS-FINAL-STAMP
                     MOVE DFD-ATTEMPT-STAMP TO WS-FINAL-STAMP
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE DEPOT-FEED
           END-EVALUATE
           IF WS-FEED-AVAILABLE = 'Y'
             MOVE 'F' TO WS-FEED-EOF
             OPEN INPUT DEPOT-FEED
             PERFORM UNTIL WS-FEED-EOF = 'T'
               READ DEPOT-FEED
               AT END
                 MOVE 'T' TO WS-FEED-EOF
               NOT AT END
                 IF DFD-RUN-DATE = WS-RUN-DATE
                   ADD 1 TO WS-FEED-LINES
                   PERFORM BOOK-FEED-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE DEPOT-FEED
             IF WS-DP-OVERFLOW = 'Y'
               DISPLAY "DEPOT FEED LOG NAMES MORE THAN " WS-MAX-DP
                 " DEPOTS - SCORECARD NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

      *****************************************************************
      * Book one feed log line to its depot.
      *****************************************************************
       BOOK-FEED-LINE.
           MOVE DFD-DEPOT-ID TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ENTRY
           IF WS-DP-IDX > 0
             IF DFD-TRL-FAILED
               ADD 1 TO WS-DP-TRL-FAIL(WS-DP-IDX)
             END-IF
             IF DFD-NOT-OPENED
               ADD 1 TO WS-DP-NOT-OPENED(WS-DP-IDX)
             END-IF
             IF DFD-ATTEMPT-STAMP = WS-FINAL-STAMP
               MOVE 'Y' TO WS-DP-IN-FINAL(WS-DP-IDX)
               MOVE DFD-STATUS TO WS-DP-FINAL-STATUS(WS-DP-IDX)
               MOVE DFD-HDR-DATE TO WS-DP-HDR-DATE(WS-DP-IDX)
               MOVE DFD-RECORDS TO WS-DP-RECORDS(WS-DP-IDX)
               MOVE DFD-ELVES TO WS-DP-ELVES(WS-DP-IDX)
               MOVE DFD-CALORIES TO WS-DP-CALORIES(WS-DP-IDX)
               MOVE DFD-MERGED TO WS-DP-MERGED(WS-DP-IDX)
             END-IF
           END-IF.

      *****************************************************************
      * Book the run date's suspense records to their depots by
      * reject reason.  No suspense file means nothing was rejected.
      *****************************************************************
       LOAD-REJECTS.
           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
             WHEN WS-SUSP-FILE-STATUS = '35'
               CONTINUE
             WHEN WS-SUSP-FILE-STATUS <> '00'
               DISPLAY "SUSPENSE FILE COULD NOT BE OPENED - "
                 "STATUS " WS-SUSP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM UNTIL WS-SUSP-EOF = 'T'
                 READ SUSPENSE-FILE
                 AT END
                   MOVE 'T' TO WS-SUSP-EOF
                 NOT AT END
                   MOVE SUSPENSE-LINE TO SUSP-RECORD
                   IF SUSP-DATE IS NUMERIC
                     AND SUSP-DATE = WS-RUN-DATE
                     PERFORM BOOK-REJECT
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF WS-DP-OVERFLOW = 'Y'
                 DISPLAY "SUSPENSE FILE NAMES MORE THAN " WS-MAX-DP
                   " DEPOTS - SCORECARD NOT WRITTEN"
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-EVALUATE.

      *****************************************************************
      * Book one suspense record to its depot and reason.
      *****************************************************************
       BOOK-REJECT.
           MOVE SUSP-DEPOT TO WS-FIND-DEPOT
           PERFORM FIND-DEPOT-ENTRY
           IF WS-DP-IDX > 0
             EVALUATE SUSP-REASON
               WHEN 'NOT NUMERIC'
                 ADD 1 TO WS-DP-REJ-NUMERIC(WS-DP-IDX)
               WHEN 'OUT OF RANGE'
                 ADD 1 TO WS-DP-REJ-RANGE(WS-DP-IDX)
               WHEN OTHER
                 ADD 1 TO WS-DP-REJ-OTHER(WS-DP-IDX)
             END-EVALUATE
           END-IF.

      *****************************************************************
      * Roll the store's records from the first of the month up to
      * (not including) the run date into the month-to-date columns.
      * The run date's own records are an earlier attempt of this
      * step and are about to be replaced.
      *****************************************************************
       LOAD-MONTH-TO-DATE.
           MOVE WS-MONTH-START TO DEPDAY-RUN-DATE
           MOVE SPACES TO DEPDAY-DEPOT-ID
           MOVE 'F' TO WS-DAY-EOF
           START DEPOT-DAILY KEY >= DEPDAY-KEY
             INVALID KEY
               MOVE 'T' TO WS-DAY-EOF
           END-START
           PERFORM UNTIL WS-DAY-EOF = 'T'
             READ DEPOT-DAILY NEXT RECORD
             AT END
               MOVE 'T' TO WS-DAY-EOF
             NOT AT END
               IF DEPDAY-RUN-DATE < WS-RUN-DATE
                 MOVE DEPDAY-DEPOT-ID TO WS-FIND-DEPOT
                 PERFORM FIND-DEPOT-ENTRY
                 IF WS-DP-IDX > 0
                   PERFORM ADD-MONTH-TO-DATE
                 END-IF
               ELSE
                 MOVE 'T' TO WS-DAY-EOF
               END-IF
             END-READ
           END-PERFORM.

      *****************************************************************
      * Add one earlier night's store record to its depot's
      * month-to-date totals.
      *****************************************************************
       ADD-MONTH-TO-DATE.
           ADD 1 TO WS-DP-MTD-NIGHTS(WS-DP-IDX)
           ADD DEPDAY-RECORDS TO WS-DP-MTD-RECORDS(WS-DP-IDX)
           ADD DEPDAY-REJ-NOT-NUMERIC
             TO WS-DP-MTD-REJ-NUMERIC(WS-DP-IDX)
           ADD DEPDAY-REJ-OUT-OF-RANGE
             TO WS-DP-MTD-REJ-RANGE(WS-DP-IDX)
           ADD DEPDAY-REJ-OTHER TO WS-DP-MTD-REJ-OTHER(WS-DP-IDX)
           ADD DEPDAY-TRL-FAILURES TO WS-DP-MTD-TRL-FAIL(WS-DP-IDX)
           ADD DEPDAY-MERGED TO WS-DP-MTD-MERGED(WS-DP-IDX)
           IF DEPDAY-WAS-LATE
             ADD 1 TO WS-DP-MTD-LATE(WS-DP-IDX)
           END-IF
           IF DEPDAY-WAS-MISSING
             ADD 1 TO WS-DP-MTD-MISSING(WS-DP-IDX)
           END-IF.

      *****************************************************************
      * Decide whether one depot's feed was late or missing tonight
      * (see the rules above), and fold tonight into the month to
      * date.  The (NONE) line is never late or missing.
      *****************************************************************
       ASSESS-ONE-FEED.
           IF WS-DP-ID(WS-DP-IDX) <> SPACES
             IF WS-DP-IN-FINAL(WS-DP-IDX) = 'N'
               OR WS-DP-FINAL-STATUS(WS-DP-IDX) = 'CANNOT OPEN'
               OR (WS-DP-HDR-DATE(WS-DP-IDX) > 0
                 AND WS-DP-HDR-DATE(WS-DP-IDX) < WS-RUN-DATE)
               MOVE 'Y' TO WS-DP-MISSING(WS-DP-IDX)
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "WARNING: DEPOT " WS-DP-ID(WS-DP-IDX)
                 " FEED MISSING FOR " WS-RUN-DATE
             ELSE
               IF WS-DP-NOT-OPENED(WS-DP-IDX) > 0
                 MOVE 'Y' TO WS-DP-LATE(WS-DP-IDX)
                 ADD 1 TO WS-LATE-COUNT
                 DISPLAY "WARNING: DEPOT " WS-DP-ID(WS-DP-IDX)
                   " FEED LATE FOR " WS-RUN-DATE
               END-IF
             END-IF
           END-IF
           IF WS-DP-TRL-FAIL(WS-DP-IDX) > 0
             ADD 1 TO WS-TRL-FAIL-COUNT
           END-IF

           ADD 1 TO WS-DP-MTD-NIGHTS(WS-DP-IDX)
           ADD WS-DP-RECORDS(WS-DP-IDX)
             TO WS-DP-MTD-RECORDS(WS-DP-IDX)
           ADD WS-DP-REJ-NUMERIC(WS-DP-IDX)
             TO WS-DP-MTD-REJ-NUMERIC(WS-DP-IDX)
           ADD WS-DP-REJ-RANGE(WS-DP-IDX)
             TO WS-DP-MTD-REJ-RANGE(WS-DP-IDX)
           ADD WS-DP-REJ-OTHER(WS-DP-IDX)
             TO WS-DP-MTD-REJ-OTHER(WS-DP-IDX)
           ADD WS-DP-TRL-FAIL(WS-DP-IDX)
             TO WS-DP-MTD-TRL-FAIL(WS-DP-IDX)
           ADD WS-DP-MERGED(WS-DP-IDX)
             TO WS-DP-MTD-MERGED(WS-DP-IDX)
           IF WS-DP-LATE(WS-DP-IDX) = 'Y'
             ADD 1 TO WS-DP-MTD-LATE(WS-DP-IDX)
           END-IF
           IF WS-DP-MISSING(WS-DP-IDX) = 'Y'
             ADD 1 TO WS-DP-MTD-MISSING(WS-DP-IDX)
           END-IF.

      *****************************************************************
      * Write one depot's store record for the run date.
      *****************************************************************
       WRITE-DEPOT-DAY.
           MOVE WS-RUN-DATE TO DEPDAY-RUN-DATE
           MOVE WS-DP-ID(WS-DP-IDX) TO DEPDAY-DEPOT-ID
           MOVE WS-DP-RECORDS(WS-DP-IDX) TO DEPDAY-RECORDS
           MOVE WS-DP-ELVES(WS-DP-IDX) TO DEPDAY-ELVES
           MOVE WS-DP-CALORIES(WS-DP-IDX) TO DEPDAY-CALORIES
           MOVE WS-DP-REJ-NUMERIC(WS-DP-IDX) TO DEPDAY-REJ-NOT-NUMERIC
           MOVE WS-DP-REJ-RANGE(WS-DP-IDX) TO DEPDAY-REJ-OUT-OF-RANGE
           MOVE WS-DP-REJ-OTHER(WS-DP-IDX) TO DEPDAY-REJ-OTHER
           MOVE WS-DP-TRL-FAIL(WS-DP-IDX) TO DEPDAY-TRL-FAILURES
           MOVE WS-DP-MERGED(WS-DP-IDX) TO DEPDAY-MERGED
           MOVE WS-DP-LATE(WS-DP-IDX) TO DEPDAY-LATE
           MOVE WS-DP-MISSING(WS-DP-IDX) TO DEPDAY-MISSING
           WRITE DEPOT-DAY-RECORD
             INVALID KEY
               DISPLAY "WARNING: DEPOT " DEPDAY-DEPOT-ID
                 " ALREADY IN THE SCORECARD STORE FOR "
                 DEPDAY-RUN-DATE
             NOT INVALID KEY
               ADD 1 TO WS-DAY-LOADED-COUNT
           END-WRITE.

      *****************************************************************
      * Write the scorecard - each depot's TONIGHT and MTD lines
      * under one set of column headings, then the night's summary.
      *****************************************************************
       WRITE-SCORECARD.
           OPEN OUTPUT SCORE-RPT
           MOVE WS-RUN-DATE TO WS-SH-DATE
           MOVE WS-MONTH-START TO WS-SH-MONTH-START
           MOVE WS-SCORE-HDR-LINE TO SCORE-RPT-LINE
           WRITE SCORE-RPT-LINE
           MOVE SPACES TO SCORE-RPT-LINE
           WRITE SCORE-RPT-LINE
           MOVE WS-COLUMN-HDR-LINE TO SCORE-RPT-LINE
           WRITE SCORE-RPT-LINE
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT
             MOVE SPACES TO SCORE-RPT-LINE
             WRITE SCORE-RPT-LINE
             IF WS-DP-ID(WS-DP-IDX) = SPACES
               MOVE '(NONE)' TO WS-SL-DEPOT
             ELSE
               MOVE WS-DP-ID(WS-DP-IDX) TO WS-SL-DEPOT
             END-IF
             MOVE 'TONIGHT' TO WS-SL-PERIOD
             MOVE 1 TO WS-SL-NIGHTS
             MOVE WS-DP-RECORDS(WS-DP-IDX) TO WS-SL-RECEIVED
             MOVE WS-DP-REJ-NUMERIC(WS-DP-IDX) TO WS-SL-REJ-NUMERIC
             MOVE WS-DP-REJ-RANGE(WS-DP-IDX) TO WS-SL-REJ-RANGE
             MOVE WS-DP-REJ-OTHER(WS-DP-IDX) TO WS-SL-REJ-OTHER
             MOVE WS-DP-TRL-FAIL(WS-DP-IDX) TO WS-SL-TRL-FAIL
             MOVE WS-DP-MERGED(WS-DP-IDX) TO WS-SL-MERGED
             MOVE 0 TO WS-SL-LATE
             IF WS-DP-LATE(WS-DP-IDX) = 'Y'
               MOVE 1 TO WS-SL-LATE
             END-IF
             MOVE 0 TO WS-SL-MISSING
             IF WS-DP-MISSING(WS-DP-IDX) = 'Y'
               MOVE 1 TO WS-SL-MISSING
             END-IF
             MOVE WS-SCORE-LINE TO SCORE-RPT-LINE
             WRITE SCORE-RPT-LINE

             MOVE SPACES TO WS-SL-DEPOT
             MOVE 'MTD' TO WS-SL-PERIOD
             MOVE WS-DP-MTD-NIGHTS(WS-DP-IDX) TO WS-SL-NIGHTS
             MOVE WS-DP-MTD-RECORDS(WS-DP-IDX) TO WS-SL-RECEIVED
             MOVE WS-DP-MTD-REJ-NUMERIC(WS-DP-IDX)
               TO WS-SL-REJ-NUMERIC
             MOVE WS-DP-MTD-REJ-RANGE(WS-DP-IDX) TO WS-SL-REJ-RANGE
             MOVE WS-DP-MTD-REJ-OTHER(WS-DP-IDX) TO WS-SL-REJ-OTHER
             MOVE WS-DP-MTD-TRL-FAIL(WS-DP-IDX) TO WS-SL-TRL-FAIL
             MOVE WS-DP-MTD-MERGED(WS-DP-IDX) TO WS-SL-MERGED
             MOVE WS-DP-MTD-LATE(WS-DP-IDX) TO WS-SL-LATE
             MOVE WS-DP-MTD-MISSING(WS-DP-IDX) TO WS-SL-MISSING
             MOVE WS-SCORE-LINE TO SCORE-RPT-LINE
             WRITE SCORE-RPT-LINE
           END-PERFORM
           MOVE SPACES TO SCORE-RPT-LINE
           WRITE SCORE-RPT-LINE
           MOVE WS-DP-COUNT TO WS-SM-DEPOTS
           MOVE WS-LATE-COUNT TO WS-SM-LATE
           MOVE WS-MISSING-COUNT TO WS-SM-MISSING
           MOVE WS-TRL-FAIL-COUNT TO WS-SM-TRL-FAIL
           MOVE WS-SUMMARY-LINE TO SCORE-RPT-LINE
           WRITE SCORE-RPT-LINE
           CLOSE SCORE-RPT.

      *****************************************************************
      * Find WS-FIND-DEPOT in the depot table, adding a cleared
      * entry when it is new.  WS-DP-IDX comes back zero (and the
      * overflow flag set) when the table is full.
      *****************************************************************
       FIND-DEPOT-ENTRY.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
             UNTIL WS-DP-IDX > WS-DP-COUNT
             OR WS-DP-ID(WS-DP-IDX) = WS-FIND-DEPOT
             CONTINUE
           END-PERFORM
           IF WS-DP-IDX > WS-DP-COUNT
             IF WS-DP-COUNT < WS-MAX-DP
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-IDX
               MOVE WS-FIND-DEPOT TO WS-DP-ID(WS-DP-IDX)
               MOVE 'N' TO WS-DP-IN-FINAL(WS-DP-IDX)
               MOVE SPACES TO WS-DP-FINAL-STATUS(WS-DP-IDX)
               MOVE 0 TO WS-DP-HDR-DATE(WS-DP-IDX)
               MOVE 0 TO WS-DP-RECORDS(WS-DP-IDX)
               MOVE 0 TO WS-DP-ELVES(WS-DP-IDX)
               MOVE 0 TO WS-DP-CALORIES(WS-DP-IDX)
               MOVE 0 TO WS-DP-MERGED(WS-DP-IDX)
               MOVE 0 TO WS-DP-REJ-NUMERIC(WS-DP-IDX)
               MOVE 0 TO WS-DP-REJ-RANGE(WS-DP-IDX)
               MOVE 0 TO WS-DP-REJ-OTHER(WS-DP-IDX)
               MOVE 0 TO WS-DP-TRL-FAIL(WS-DP-IDX)
               MOVE 0 TO WS-DP-NOT-OPENED(WS-DP-IDX)
               MOVE 'N' TO WS-DP-LATE(WS-DP-IDX)
               MOVE 'N' TO WS-DP-MISSING(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-NIGHTS(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-RECORDS(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-REJ-NUMERIC(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-REJ-RANGE(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-REJ-OTHER(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-TRL-FAIL(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-MERGED(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-LATE(WS-DP-IDX)
               MOVE 0 TO WS-DP-MTD-MISSING(WS-DP-IDX)
             ELSE
               MOVE 'Y' TO WS-DP-OVERFLOW
               MOVE 0 TO WS-DP-IDX
             END-IF
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
           MOVE WS-FEED-LINES TO JRNL-RECORDS-READ
           MOVE WS-DAY-LOADED-COUNT TO JRNL-RECORDS-WRITTEN
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
