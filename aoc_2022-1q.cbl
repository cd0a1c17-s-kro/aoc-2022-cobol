           unacknowledged or mismatched elf fails the cycle here
           instead of surfacing by phone from the pack room.
      *
      * Command line:
      *   (none)  reconcile the main feed - the acknowledgment
      *           (aoc_2022-1-provack.dat) against the rotated
      *           prior-run extract, report aoc_2022-1-provack.rpt
      *   ADJ     reconcile a post-repair adjustment - the
      *           adjustment acknowledgment
      *           (aoc_2022-1-provadjack.dat) against the
      *           adjustment file we shipped (aoc_2022-1-provadj.dat,
      *           see PROVADJ.CPY), report aoc_2022-1-provadjack.rpt.
      *           Each elf must be acknowledged with its corrected
      *           figure, and the adjustment trailer balances on its
      *           corrected-figure total.
      *
      * An acknowledgment on hand necessarily covers the extract
      * shipped by the LAST COMPLETED run, not the one tonight's
      * roster pass is about to write - so this step reads the
      *   8   acknowledgment or extract missing/unreadable, header
      *       dates disagree, either trailer out of balance, or any
      *       elf unacknowledged, unexpected, or acknowledged with
      *       a different figure - see the discrepancy report; also
      *       a bad command line, or a shipped file of the wrong
      *       layout for the mode
      *
      * Mod log:
      * Oct 15 2026  SK  ADJ mode reconciles the provisioning
      *                  system's acknowledgment of a post-repair
      *                  adjustment file (aoc_2022-1o) against the
      *                  corrected figures we shipped, with the same
      *                  header-date, trailer, and per-elf checks as
      *                  the main feed.
      * Sep 01 2026  SK  Reconcile against the rotated prior-run
      *                  extract instead of the live one - matching
      *                  yesterday's acknowledgment against figures
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-EXTRACT
           ASSIGN DYNAMIC WS-PROV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT ACK-FILE
           ASSIGN DYNAMIC WS-ACK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACKREC-RPT
           ASSIGN DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL

       DATA DIVISION.
       FILE SECTION.
      *    Wide enough for an adjustment record (see PROVADJ.CPY);
      *    a main-feed line simply reads in space-padded.
       FD PROV-EXTRACT.
       01 PROV-EXTRACT-LINE       PIC X(45) VALUE SPACES.

       FD ACK-FILE.
       01 ACK-FILE-LINE           PIC X(23) VALUE SPACES.
       01 WS-PROV-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-ACK-FILE-STATUS      PIC X(02) VALUE '00'.

      *    Which feed is being reconciled, from the command line -
      *    the main feed by default, or a post-repair adjustment.
       01 WS-MODE-PARM            PIC X(08) VALUE SPACES.
       01 WS-ADJ-MODE             PIC A(1)  VALUE 'N'.
       01 WS-PROV-FILENAME        PIC X(40)
            VALUE 'aoc_2022-1-provision-prev.dat'.
       01 WS-ACK-FILENAME         PIC X(40)
            VALUE 'aoc_2022-1-provack.dat'.
       01 WS-RPT-FILENAME         PIC X(40)
            VALUE 'aoc_2022-1-provack.rpt'.
       01 WS-PROV-LABEL           PIC X(26)
            VALUE 'PROVISIONING EXTRACT'.
       01 WS-ACK-LABEL            PIC X(26)
            VALUE 'ACKNOWLEDGMENT'.
       01 WS-RPT-TITLE            PIC X(60)
            VALUE 'PROVISIONING ACKNOWLEDGMENT DISCREPANCIES'.

      *    Extract detail and control layouts (see PROVREC.CPY and
      *    PROVACK.CPY).  Every line is moved to the control view
      *    first so HDR/TRL records are peeled off before the detail

           COPY PROVACK.

           COPY PROVADJ.

      *    What was actually read from each file, compared against
      *    that file's own trailer before any matching is trusted.
       01 WS-PROV-SEEN-HDR        PIC A(1)  VALUE 'N'.
       01 WS-ACK-TRL-RECORDS      PIC 9(08) VALUE 0.
       01 WS-ACK-TRL-CALORIES     PIC 9(12) VALUE 0.
       01 WS-ANY-BAD              PIC A(1)  VALUE 'N'.
       01 WS-PROV-WRONG-TYPE      PIC 9(08) VALUE 0.

      *    Match-merge state.  The compare ids are a digit wider
      *    than an ELF-ID so an exhausted side can sit on a sentinel
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE

           EVALUATE WS-MODE-PARM
             WHEN SPACES
               CONTINUE
             WHEN 'ADJ'
               MOVE 'Y' TO WS-ADJ-MODE
               MOVE 'aoc_2022-1-provadj.dat' TO WS-PROV-FILENAME
               MOVE 'aoc_2022-1-provadjack.dat' TO WS-ACK-FILENAME
               MOVE 'aoc_2022-1-provadjack.rpt' TO WS-RPT-FILENAME
               MOVE 'ADJUSTMENT FILE' TO WS-PROV-LABEL
               MOVE 'ADJUSTMENT ACKNOWLEDGMENT' TO WS-ACK-LABEL
               MOVE 'PROVISIONING ADJUSTMENT ACK DISCREPANCIES'
                 TO WS-RPT-TITLE
             WHEN OTHER
               DISPLAY "USAGE: NO ARGUMENT (MAIN FEED) OR ADJ "
                 "(POST-REPAIR ADJUSTMENT)"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
           END-EVALUATE

      *    Sort each side by elf id into its own work file - the
      *    input procedures also peel the control records and tally
      *    on either side makes every comparison meaningless.
           IF WS-PROV-FILE-STATUS <> '00'
             AND WS-PROV-FILE-STATUS <> '10'
             DISPLAY FUNCTION TRIM(WS-PROV-LABEL)
               " COULD NOT BE OPENED - STATUS " WS-PROV-FILE-STATUS
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ACK-FILE-STATUS <> '00'
             AND WS-ACK-FILE-STATUS <> '10'
             DISPLAY FUNCTION TRIM(WS-ACK-LABEL)
               " FILE COULD NOT BE OPENED - STATUS "
               WS-ACK-FILE-STATUS
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
      *    A main-feed extract handed over as an adjustment (or the
      *    other way round) is the wrong file, not a discrepancy.
           IF WS-ANY-BAD = 'N' AND WS-PROV-WRONG-TYPE > 0
             DISPLAY FUNCTION TRIM(WS-PROV-LABEL) " CARRIES "
               WS-PROV-WRONG-TYPE " DETAIL RECORD(S) OF THE WRONG "
               "TYPE - WRONG FILE FOR THIS MODE"
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ANY-BAD = 'N'
             IF WS-PROV-SEEN-HDR = 'N' OR WS-PROV-SEEN-TRL = 'N'
               DISPLAY FUNCTION TRIM(WS-PROV-LABEL)
                 " CONTROL RECORD MISSING - HDR SEEN: "
                 WS-PROV-SEEN-HDR " TRL SEEN: " WS-PROV-SEEN-TRL
               MOVE 'Y' TO WS-ANY-BAD
             END-IF
             IF WS-ACK-SEEN-HDR = 'N' OR WS-ACK-SEEN-TRL = 'N'
               DISPLAY FUNCTION TRIM(WS-ACK-LABEL)
                 " CONTROL RECORD MISSING - HDR SEEN: "
                 WS-ACK-SEEN-HDR " TRL SEEN: " WS-ACK-SEEN-TRL
               MOVE 'Y' TO WS-ANY-BAD
             END-IF
           END-IF
      *    or mismatch meaninglessly.
           IF WS-ANY-BAD = 'N'
             AND WS-ACK-HDR-DATE <> WS-PROV-HDR-DATE
             DISPLAY FUNCTION TRIM(WS-ACK-LABEL)
               " IS FOR " WS-ACK-HDR-DATE
               " BUT THE EXTRACT ON HAND SHIPPED " WS-PROV-HDR-DATE
               " - WRONG ACK FILE OR EXTRACT NEVER SHIPPED"
             MOVE 'Y' TO WS-ANY-BAD
           IF WS-ANY-BAD = 'N'
             IF WS-PROV-TRL-RECORDS <> WS-PROV-CHK-RECORDS
               OR WS-PROV-TRL-CALORIES <> WS-PROV-CHK-CALORIES
               DISPLAY FUNCTION TRIM(WS-PROV-LABEL)
                 " TRAILER MISMATCH - TRAILER SAYS "
                 WS-PROV-TRL-RECORDS " RECORDS / " WS-PROV-TRL-CALORIES
                 " CALORIES, ACTUALLY READ "
                 WS-PROV-CHK-RECORDS " / " WS-PROV-CHK-CALORIES
               MOVE 'Y' TO WS-ANY-BAD
             END-IF
             IF WS-ACK-TRL-RECORDS <> WS-ACK-CHK-RECORDS
               OR WS-ACK-TRL-CALORIES <> WS-ACK-CHK-CALORIES
               DISPLAY FUNCTION TRIM(WS-ACK-LABEL)
                 " TRAILER MISMATCH - TRAILER SAYS "
                 WS-ACK-TRL-RECORDS " RECORDS / " WS-ACK-TRL-CALORIES
                 " CALORIES, ACTUALLY READ "
                 WS-ACK-CHK-RECORDS " / " WS-ACK-CHK-CALORIES
               MOVE 'Y' TO WS-ANY-BAD
             END-IF
           OPEN INPUT PROV-SORTED
           OPEN INPUT ACK-SORTED
           OPEN OUTPUT ACKREC-RPT
           MOVE WS-RPT-TITLE TO ACKREC-RPT-LINE
           WRITE ACKREC-RPT-LINE
           PERFORM READ-PROV-SORTED
           PERFORM READ-ACK-SORTED
           IF WS-DISCREP-COUNT > 0
             DISPLAY "Acknowledgment reconciliation FAILED: "
               WS-DISCREP-TO-DISP " discrepancy(ies), see "
               FUNCTION TRIM(WS-RPT-FILENAME)
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "Acknowledgment reconciliation OK: "
               ELSE
                 IF PROV-CTL-TRAILER
                   MOVE 'Y' TO WS-PROV-SEEN-TRL
                   IF WS-ADJ-MODE = 'Y'
                     MOVE PROV-EXTRACT-LINE TO ADJ-CTL-RECORD
                     MOVE ADJ-TRL-RECORD-COUNT TO WS-PROV-TRL-RECORDS
                     MOVE ADJ-TRL-CORR-CALORIES
                       TO WS-PROV-TRL-CALORIES
                   ELSE
                     MOVE PROV-TRL-RECORD-COUNT TO WS-PROV-TRL-RECORDS
                     MOVE PROV-TRL-TOT-CALORIES
                       TO WS-PROV-TRL-CALORIES
                   END-IF
                 ELSE
                   PERFORM RELEASE-PROV-DETAIL
                 END-IF
               END-IF
             END-READ
             CLOSE PROV-EXTRACT
           END-IF.

      *****************************************************************
      * Release one detail record from the file we shipped.  An
      * adjustment record carries the corrected figure, which is
      * what the provisioning system should have booked; a main-feed
      * record carries the elf's total.  A record of the other
      * layout is counted as the wrong file instead of matched.
      *****************************************************************
       RELEASE-PROV-DETAIL.
           IF WS-ADJ-MODE = 'Y'
             MOVE PROV-EXTRACT-LINE TO ADJ-DETAIL-RECORD
             IF ADJ-REC-DETAIL
               ADD 1 TO WS-PROV-CHK-RECORDS
               ADD ADJ-CORR-CALORIES TO WS-PROV-CHK-CALORIES
               MOVE ADJ-ELF-ID TO SORT-ELF-ID
               MOVE ADJ-CORR-CALORIES TO SORT-CALORIES
               RELEASE SORT-RECORD
             ELSE
               ADD 1 TO WS-PROV-WRONG-TYPE
             END-IF
           ELSE
             MOVE PROV-EXTRACT-LINE TO ADJ-DETAIL-RECORD
             IF ADJ-REC-DETAIL
               ADD 1 TO WS-PROV-WRONG-TYPE
             ELSE
               MOVE PROV-EXTRACT-LINE TO PROV-DETAIL-RECORD
               ADD 1 TO WS-PROV-CHK-RECORDS
               ADD PROV-TOT-CALORIES TO WS-PROV-CHK-CALORIES
               MOVE PROV-ELF-ID TO SORT-ELF-ID
               MOVE PROV-TOT-CALORIES TO SORT-CALORIES
               RELEASE SORT-RECORD
             END-IF
           END-IF.

      *****************************************************************
      * Sort input procedure - read the acknowledgment file the
      * provisioning system returned, peel off its control records,
