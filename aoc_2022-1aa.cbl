       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1aa.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - catch-up queue check and
           summary.  After a holiday weekend or a depot outage the
           extracts for several days arrive at once, and each has to
           go through the nightly cycle in date order - run control
           (aoc_2022-1y) rightly refuses any date that isn't the day
           after the last one run.  The catch-up driver
           (aoc_2022-1-catchup.sh) takes the backlog as a queue
           file, one dated extract per card; this step proves the
           queue before anything runs and reports on it after.
           CHECK mode reads every queued extract's header and fails
           the whole queue if any header date disagrees with its
           card, if the dates are not strictly one day apart, or if
           the first date still to run is not the day after the
           last date on the run-control file (see RUNCTL.CPY).
           Dates at the head of the queue that are already on the
           run-control file - a catch-up resumed after a failure -
           are passed over, and the dates still to run are written
           to a work file the driver runs from, in order.  SUMMARY
           mode lists every queued date as POSTED or PENDING by the
           run-control file once the driver has finished or stopped.
      *
      * Command line:
      *   CHECK     prove the queue and write the work file - RC=0
      *             go, RC=8 run nothing
      *   SUMMARY   list the queue as posted/pending
      *
      * Queue file (aoc_2022-1-catchup.ctl), one card per extract,
      * '*' in column 1 is a comment:
      *   cols  1-8    run date YYYYMMDD
      *   cols 10-49   ELVES extract path
      *
      * Work file (aoc_2022-1-catchup.wrk) - the same card layout,
      * the dates still to run, oldest first.  The queue check and
      * the summary are both written to aoc_2022-1-catchup.rpt.
      *
      * Condition codes:
      *   0   CHECK - queue good (the work file may be empty when
      *       every date has already posted); SUMMARY - every queued
      *       date posted
      *   4   SUMMARY - one or more queued dates left pending
      *   8   CHECK - queue refused; either mode - queue missing or
      *       empty, bad command line, or the queue table overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCHUP-QUEUE
           ASSIGN TO 'aoc_2022-1-catchup.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT CATCHUP-WORK
           ASSIGN TO 'aoc_2022-1-catchup.wrk'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT CATCHUP-RPT
           ASSIGN TO 'aoc_2022-1-catchup.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL
           ASSIGN TO 'aoc_2022-1-runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ELVES
           ASSIGN DYNAMIC WS-ELVES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELVES-FILE-STATUS.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATCHUP-QUEUE.
       01 CATCHUP-QUEUE-LINE.
           05 QUE-RUN-DATE         PIC X(08).
           05 FILLER               PIC X(01).
           05 QUE-ELVES-DAT        PIC X(40).
           05 FILLER               PIC X(31).

       FD CATCHUP-WORK.
       01 CATCHUP-WORK-LINE       PIC X(49) VALUE SPACES.

       FD CATCHUP-RPT.
       01 CATCHUP-RPT-LINE        PIC X(100) VALUE SPACES.

       FD RUN-CONTROL.
       01 RUN-CONTROL-LINE        PIC X(31) VALUE SPACES.

       FD ELVES.
           COPY ELFREC.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-QUE-EOF              PIC A(1)  VALUE 'F'.
       01 WS-CTL-EOF              PIC A(1)  VALUE 'F'.
       01 WS-ELVES-EOF            PIC A(1)  VALUE 'F'.
       01 WS-QUE-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-ELVES-FILE-STATUS    PIC X(02) VALUE '00'.
       01 WS-ELVES-FILENAME       PIC X(40).

      *    Run-control record layout (see RUNCTL.CPY).
           COPY RUNCTL.

      *    Extract control-record working storage, for the header
      *    date check.
           COPY ELFCTL.

       01 WS-MODE-PARM            PIC X(08) VALUE SPACES.
       01 WS-LAST-DATE            PIC 9(08) VALUE 0.
       01 WS-EXPECT-DATE          PIC 9(08) VALUE 0.
       01 WS-NEXT-INT             PIC 9(08) VALUE 0.
       01 WS-EXTRACT-DATE         PIC 9(08) VALUE 0.
       01 WS-SEEN-HDR             PIC A(1)  VALUE 'N'.
       01 WS-QUEUE-OK             PIC A(1)  VALUE 'Y'.
       01 WS-CTL-RECORDS          PIC 9(05) VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(03) VALUE 0.
       01 WS-POSTED-COUNT         PIC 9(03) VALUE 0.
       01 WS-PENDING-TO-DISP      PIC Z(2)9.
       01 WS-POSTED-TO-DISP       PIC Z(2)9.

      *    The queue, in card order.
       01 WS-QUEUE-COUNT          PIC 9(03) VALUE 0.
       01 WS-QUEUE-IDX            PIC 9(03) VALUE 0.
       01 WS-MAX-QUEUE            PIC 9(03) VALUE 100.
       01 WS-QUEUE-OVERFLOW       PIC A(1)  VALUE 'N'.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 100 TIMES.
              10 WS-QE-DATE-X          PIC X(08).
              10 WS-QE-DATE REDEFINES WS-QE-DATE-X PIC 9(08).
              10 WS-QE-ELVES-DAT       PIC X(40).
              10 WS-QE-POSTED          PIC A(1).
              10 WS-QE-STATUS          PIC X(40).

       01 WS-CATCHUP-HDR-LINE.
           05 WS-CH-TITLE           PIC X(30).
           05 FILLER                PIC X(04) VALUE ' AT '.
           05 WS-CH-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CH-TIME            PIC 9(06).

       01 WS-CATCHUP-LINE.
           05 FILLER                PIC X(09) VALUE 'RUN DATE '.
           05 WS-CL-DATE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-CL-ELVES-DAT       PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CL-STATUS          PIC X(40).

       01 WS-CATCHUP-FOOT-LINE.
           05 FILLER                PIC X(16) VALUE 'DATES POSTED    '.
           05 WS-CF-POSTED          PIC Z(2)9.
           05 FILLER                PIC X(17)
                VALUE '   DATES PENDING '.
           05 WS-CF-PENDING         PIC Z(2)9.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1AA'.
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
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE

           IF WS-MODE-PARM <> 'CHECK' AND WS-MODE-PARM <> 'SUMMARY'
             DISPLAY "USAGE: CHECK (before the catch-up runs) OR "
               "SUMMARY (after it ends)"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           PERFORM READ-QUEUE
           PERFORM READ-RUN-CONTROL
           IF WS-QUEUE-OVERFLOW = 'Y'
             DISPLAY "CATCH-UP QUEUE HOLDS MORE THAN " WS-MAX-QUEUE
               " DATES - SPLIT THE BACKLOG"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           IF WS-QUEUE-COUNT = 0
             DISPLAY "CATCH-UP QUEUE (aoc_2022-1-catchup.ctl) IS "
               "MISSING OR EMPTY - NOTHING TO RUN"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           IF WS-MODE-PARM = 'CHECK'
             PERFORM CHECK-QUEUE
           ELSE
             PERFORM SUMMARIZE-QUEUE
           END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Read the run-control file: the latest run date on it, and
      * which queued dates are already there.  No file yet means
      * nothing has ever posted.
      *****************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           EVALUATE TRUE
             WHEN WS-CTL-FILE-STATUS = '35'
      *        First controlled run - no file yet
               CONTINUE
             WHEN WS-CTL-FILE-STATUS <> '00'
               DISPLAY "RUN-CONTROL FILE COULD NOT BE OPENED - "
                 "STATUS " WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             WHEN OTHER
               PERFORM UNTIL WS-CTL-EOF = 'T'
                 READ RUN-CONTROL
                 AT END
                   MOVE 'T' TO WS-CTL-EOF
                 NOT AT END
                   IF RUN-CONTROL-LINE <> SPACES
                     MOVE RUN-CONTROL-LINE TO RUN-CTL-RECORD
                     ADD 1 TO WS-CTL-RECORDS
                     IF RUN-CTL-DATE > WS-LAST-DATE
                       MOVE RUN-CTL-DATE TO WS-LAST-DATE
                     END-IF
                     PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                       UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                       IF WS-QE-DATE-X(WS-QUEUE-IDX) IS NUMERIC
                         AND WS-QE-DATE(WS-QUEUE-IDX) = RUN-CTL-DATE
                         MOVE 'Y' TO WS-QE-POSTED(WS-QUEUE-IDX)
                       END-IF
                     END-PERFORM
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           END-EVALUATE.

      *****************************************************************
      * Load the queue cards; the run-control pass marks the ones
      * already posted.
      *****************************************************************
       READ-QUEUE.
           OPEN INPUT CATCHUP-QUEUE
           IF WS-QUE-FILE-STATUS <> '00'
             MOVE 'T' TO WS-QUE-EOF
           END-IF
           PERFORM UNTIL WS-QUE-EOF = 'T'
             READ CATCHUP-QUEUE
             AT END
               MOVE 'T' TO WS-QUE-EOF
             NOT AT END
               IF CATCHUP-QUEUE-LINE <> SPACES
                 AND CATCHUP-QUEUE-LINE(1:1) <> '*'
                 IF WS-QUEUE-COUNT < WS-MAX-QUEUE
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE QUE-RUN-DATE TO WS-QE-DATE-X(WS-QUEUE-COUNT)
                   MOVE QUE-ELVES-DAT
                     TO WS-QE-ELVES-DAT(WS-QUEUE-COUNT)
                   MOVE SPACES TO WS-QE-STATUS(WS-QUEUE-COUNT)
                   MOVE 'N' TO WS-QE-POSTED(WS-QUEUE-COUNT)
                 ELSE
                   MOVE 'Y' TO WS-QUEUE-OVERFLOW
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-QUE-FILE-STATUS = '00'
             OR WS-QUE-FILE-STATUS = '10'
             CLOSE CATCHUP-QUEUE
           END-IF.

      *****************************************************************
      * CHECK mode - every card is edited and every pending date's
      * extract header read, so one listing shows every problem in
      * the queue, not just the first.  Posted dates may only lead
      * the queue; the first pending date must follow the last date
      * run; each date after it must be the next day; each header
      * must carry its card's date.
      *****************************************************************
       CHECK-QUEUE.
           MOVE 'CATCH-UP QUEUE CHECK' TO WS-CH-TITLE
           PERFORM OPEN-CATCHUP-RPT
           MOVE 0 TO WS-EXPECT-DATE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
             UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             PERFORM CHECK-QUEUE-ENTRY
           END-PERFORM

           IF WS-QUEUE-OK = 'Y'
             OPEN OUTPUT CATCHUP-WORK
             PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QE-POSTED(WS-QUEUE-IDX) = 'N'
                 MOVE SPACES TO CATCHUP-WORK-LINE
                 STRING WS-QE-DATE-X(WS-QUEUE-IDX) ' '
                   WS-QE-ELVES-DAT(WS-QUEUE-IDX)
                   DELIMITED BY SIZE INTO CATCHUP-WORK-LINE
                 WRITE CATCHUP-WORK-LINE
               END-IF
             END-PERFORM
             CLOSE CATCHUP-WORK
           END-IF

           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
             UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             PERFORM WRITE-CATCHUP-LINE
           END-PERFORM
           MOVE WS-PENDING-COUNT TO WS-PENDING-TO-DISP
           MOVE WS-POSTED-COUNT TO WS-POSTED-TO-DISP
           IF WS-QUEUE-OK = 'Y'
             MOVE 'CATCH-UP QUEUE ACCEPTED' TO CATCHUP-RPT-LINE
             DISPLAY "CATCH-UP QUEUE ACCEPTED - " WS-PENDING-TO-DISP
               " DATE(S) TO RUN, " WS-POSTED-TO-DISP
               " ALREADY POSTED"
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 'CATCH-UP QUEUE REFUSED - NOTHING RUN'
               TO CATCHUP-RPT-LINE
             DISPLAY "CATCH-UP QUEUE REFUSED - SEE "
               "aoc_2022-1-catchup.rpt"
             MOVE 8 TO RETURN-CODE
           END-IF
           WRITE CATCHUP-RPT-LINE
           CLOSE CATCHUP-RPT.

      *****************************************************************
      * Edit one queue card.  WS-EXPECT-DATE is the date the card
      * must carry - zero until the first pending card, which is
      * held to the day after the last run-control date.
      *****************************************************************
       CHECK-QUEUE-ENTRY.
           EVALUATE TRUE
             WHEN WS-QE-DATE-X(WS-QUEUE-IDX) IS NOT NUMERIC
               MOVE 'REFUSED - RUN DATE NOT NUMERIC'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN WS-QE-POSTED(WS-QUEUE-IDX) = 'Y'
               AND WS-PENDING-COUNT > 0
               MOVE 'REFUSED - POSTED AFTER AN UNPOSTED DATE'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN WS-QE-POSTED(WS-QUEUE-IDX) = 'Y'
               ADD 1 TO WS-POSTED-COUNT
               MOVE 'ALREADY POSTED - PASSED OVER'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
             WHEN OTHER
               ADD 1 TO WS-PENDING-COUNT
               IF WS-PENDING-COUNT = 1
                 IF WS-LAST-DATE > 0
                   COMPUTE WS-NEXT-INT =
                     FUNCTION INTEGER-OF-DATE(WS-LAST-DATE) + 1
                   COMPUTE WS-EXPECT-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
                 ELSE
                   MOVE WS-QE-DATE(WS-QUEUE-IDX) TO WS-EXPECT-DATE
                 END-IF
               END-IF
               PERFORM CHECK-QUEUED-EXTRACT
               COMPUTE WS-NEXT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-QE-DATE(WS-QUEUE-IDX))
                 + 1
               COMPUTE WS-EXPECT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
           END-EVALUATE.

      *****************************************************************
      * A pending card's date must be the one expected, and its
      * extract must open and carry that date in its header.
      *****************************************************************
       CHECK-QUEUED-EXTRACT.
           MOVE WS-QE-ELVES-DAT(WS-QUEUE-IDX) TO WS-ELVES-FILENAME
           PERFORM READ-EXTRACT-HEADER
           EVALUATE TRUE
             WHEN WS-QE-DATE(WS-QUEUE-IDX) <> WS-EXPECT-DATE
               MOVE 'REFUSED - OUT OF SEQUENCE'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN WS-ELVES-FILE-STATUS <> '00'
               AND WS-ELVES-FILE-STATUS <> '10'
               MOVE 'REFUSED - EXTRACT COULD NOT BE OPENED'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN WS-SEEN-HDR = 'N'
               MOVE 'REFUSED - EXTRACT HAS NO HEADER'
                 TO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN WS-EXTRACT-DATE <> WS-QE-DATE(WS-QUEUE-IDX)
               MOVE SPACES TO WS-QE-STATUS(WS-QUEUE-IDX)
               STRING 'REFUSED - HEADER IS DATED ' WS-EXTRACT-DATE
                 DELIMITED BY SIZE INTO WS-QE-STATUS(WS-QUEUE-IDX)
               MOVE 'N' TO WS-QUEUE-OK
             WHEN OTHER
               MOVE 'QUEUED TO RUN' TO WS-QE-STATUS(WS-QUEUE-IDX)
           END-EVALUATE.

      *****************************************************************
      * Pick the header date off one queued extract.
      *****************************************************************
       READ-EXTRACT-HEADER.
           MOVE 'N' TO WS-SEEN-HDR
           MOVE 0 TO WS-EXTRACT-DATE
           MOVE 'F' TO WS-ELVES-EOF
           OPEN INPUT ELVES
           IF WS-ELVES-FILE-STATUS <> '00'
             MOVE 'T' TO WS-ELVES-EOF
           END-IF
           PERFORM UNTIL WS-ELVES-EOF = 'T'
             READ ELVES
             AT END
               MOVE 'T' TO WS-ELVES-EOF
             NOT AT END
               MOVE ELF-RECORD TO ELF-CTL-RECORD
               IF ELF-CTL-HEADER
                 MOVE 'Y' TO WS-SEEN-HDR
                 MOVE ELF-HDR-DATE TO WS-EXTRACT-DATE
                 MOVE 'T' TO WS-ELVES-EOF
               END-IF
             END-READ
           END-PERFORM
           IF WS-ELVES-FILE-STATUS = '00'
             OR WS-ELVES-FILE-STATUS = '10'
             CLOSE ELVES
           END-IF.

      *****************************************************************
      * SUMMARY mode - every queued date as the run-control file now
      * has it: posted, or left pending for the next catch-up.
      *****************************************************************
       SUMMARIZE-QUEUE.
           MOVE 'CATCH-UP SUMMARY' TO WS-CH-TITLE
           PERFORM OPEN-CATCHUP-RPT
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
             UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             IF WS-QE-POSTED(WS-QUEUE-IDX) = 'Y'
               ADD 1 TO WS-POSTED-COUNT
               MOVE 'POSTED' TO WS-QE-STATUS(WS-QUEUE-IDX)
             ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING' TO WS-QE-STATUS(WS-QUEUE-IDX)
             END-IF
             PERFORM WRITE-CATCHUP-LINE
           END-PERFORM
           MOVE WS-POSTED-COUNT TO WS-CF-POSTED
           MOVE WS-PENDING-COUNT TO WS-CF-PENDING
           MOVE WS-CATCHUP-FOOT-LINE TO CATCHUP-RPT-LINE
           WRITE CATCHUP-RPT-LINE
           DISPLAY WS-CATCHUP-FOOT-LINE
           CLOSE CATCHUP-RPT
           IF WS-PENDING-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Open the catch-up listing - the check starts it, the summary
      * is added after the runs - and write the section heading.
      *****************************************************************
       OPEN-CATCHUP-RPT.
           IF WS-MODE-PARM = 'CHECK'
             OPEN OUTPUT CATCHUP-RPT
           ELSE
             OPEN EXTEND CATCHUP-RPT
             IF WS-RPT-FILE-STATUS = '35'
               OPEN OUTPUT CATCHUP-RPT
             END-IF
           END-IF
           ACCEPT WS-CH-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-CH-TIME
           MOVE WS-CATCHUP-HDR-LINE TO CATCHUP-RPT-LINE
           WRITE CATCHUP-RPT-LINE
           DISPLAY WS-CATCHUP-HDR-LINE.

      *****************************************************************
      * One queue card and what became of it.
      *****************************************************************
       WRITE-CATCHUP-LINE.
           MOVE WS-QE-DATE-X(WS-QUEUE-IDX) TO WS-CL-DATE
           MOVE WS-QE-ELVES-DAT(WS-QUEUE-IDX) TO WS-CL-ELVES-DAT
           MOVE WS-QE-STATUS(WS-QUEUE-IDX) TO WS-CL-STATUS
           MOVE WS-CATCHUP-LINE TO CATCHUP-RPT-LINE
           WRITE CATCHUP-RPT-LINE
           DISPLAY WS-CATCHUP-LINE.

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
           MOVE WS-QUEUE-COUNT TO JRNL-RECORDS-READ
           MOVE WS-PENDING-COUNT TO JRNL-RECORDS-WRITTEN
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
